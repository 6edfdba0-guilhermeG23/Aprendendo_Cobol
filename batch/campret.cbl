       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRET.
      **********************************
      *OBJ: RETORNO DAS CAMPANHAS POR CANAL DE CONTATO
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *MEDE AS CAMPANHAS EXTRAIDAS PELO CAMPCLI NOS ULTIMOS 12
      *MESES (CAMPANHA.DAT) CONTRA OS PEDIDOS VIVOS (PEDIDOS.DAT) E
      *OS JA ARQUIVADOS PELO ARQPED (PEDIDOS.HIS), FORA CANCELADOS
      *E ESTORNOS. CADA PEDIDO VAI PARA NO MAXIMO UMA CAMPANHA:
      *  - PEDIDO LANCADO COM CODIGO DE CAMPANHA (PEDCAMP.DAT) E DA
      *    CAMPANHA DO CODIGO, NO CANAL EM QUE O CLIENTE FOI
      *    CONTATADO; SE O CLIENTE NAO ESTAVA NA LISTA, ENTRA COMO
      *    SEM CONTATO (O CODIGO CHEGOU POR OUTRO CAMINHO)
      *  - PEDIDO SEM CODIGO E DO CONTATO MAIS RECENTE FEITO ATE A
      *    DATA DO PEDIDO E DENTRO DOS DIAS DE ATRIBUICAO DAQUELA
      *    CAMPANHA (BASE 30/360)
      *OS NAO CONTATADOS DO MESMO SEGMENTO (CANAL N NO CAMPCON.DAT)
      *SAO MEDIDOS NA MESMA JANELA: A RECEITA DELES E A COMPRA
      *ESPONTANEA, QUE TERIA ACONTECIDO SEM A CAMPANHA
      *O RELATORIO CAMPRET.TXT TRAZ, POR CAMPANHA E CANAL:
      *CONTATADOS, COMPRADORES, PEDIDOS, RECEITA, CUSTO (CONTATADOS
      *VEZES O CUSTO POR CONTATO DA RODADA) E CUSTO POR VENDA, E A
      *RECEITA POR CLIENTE DOS CONTATADOS CONTRA A DOS NAO
      *CONTATADOS
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHAS ASSIGN TO 'CAMPANHA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMP-CODIGO
               FILE STATUS IS CAMP-STATUS.
           SELECT CONTATOS ASSIGN TO 'CAMPCON.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCON-CHAVE
               FILE STATUS IS CCON-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *PEDIDOS JA MOVIDOS PARA O ARQUIVO HISTORICO PELO ARQPED
           SELECT PEDIDOS-HISTORICO ASSIGN TO 'PEDIDOS.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIS-STATUS.
      *CODIGO DE CAMPANHA INFORMADO NO LANCAMENTO DO PEDIDO
           SELECT PEDIDOS-CAMPANHA ASSIGN TO 'PEDCAMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAMP-CHAVE
               FILE STATUS IS PCAMP-STATUS.
           SELECT ORDENA-MOVIMENTO ASSIGN TO 'ORDRET.TMP'.
           SELECT RETORNO-REPORT ASSIGN TO 'CAMPRET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

      *REGISTRO CENTRAL DE EXECUCAO DE JOBS (VIDE PAINEL OP DO
      *CADASTRO ONLINE): CADA JOB GRAVA AQUI INICIO, FIM, TOTAIS
      *E CODIGO DE RETORNO DA SUA ULTIMA EXECUCAO
           SELECT JOBCTL ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-NOME
               FILE STATUS IS JOBCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *MESMO LAYOUT DA CAMPANHA GRAVADA PELO LOTE CAMPCLI
       FD CAMPANHAS.
       01 CAMP-REG.
           05 CAMP-CODIGO PIC X(08).
           05 CAMP-DATA PIC 9(08).
           05 CAMP-SEGMENTO PIC X(02).
           05 CAMP-DIAS-ATRIB PIC 9(03).
           05 CAMP-CUSTO-EMAIL PIC 9(03)V99.
           05 CAMP-CUSTO-SMS PIC 9(03)V99.
           05 CAMP-CUSTO-LIGACAO PIC 9(03)V99.
           05 CAMP-QTD-EMAIL PIC 9(06).
           05 CAMP-QTD-SMS PIC 9(06).
           05 CAMP-QTD-LIGACAO PIC 9(06).
           05 CAMP-QTD-CONTROLE PIC 9(06).

      *MESMO LAYOUT DO CONTATO GRAVADO PELO LOTE CAMPCLI
       FD CONTATOS.
       01 CCON-REG.
           05 CCON-CHAVE.
               10 CCON-CAMPANHA PIC X(08).
               10 CCON-FONE PIC 9(09).
           05 CCON-CANAL PIC X(01).
               88 CCON-EMAIL VALUE 'E'.
               88 CCON-SMS VALUE 'S'.
               88 CCON-LIGACAO VALUE 'L'.
               88 CCON-CONTROLE VALUE 'N'.
           05 CCON-DATA PIC 9(08).
           05 CCON-SEGMENTO PIC X(02).

      *MESMO LAYOUT DO ARQUIVO DE PEDIDOS DO CADASTRO ONLINE
       FD PEDIDOS.
       01 PEDIDOS-REG.
           05 PEDIDOS-CHAVE.
               10 PEDIDOS-FONE PIC 9(09).
               10 PEDIDOS-NUMERO PIC 9(06).
           05 PEDIDOS-DATA PIC 9(08).
           05 PEDIDOS-VALOR PIC 9(07)V99.
           05 PEDIDOS-DESCRICAO PIC X(40).
           05 PEDIDOS-SITUACAO PIC X(01).
               88 PED-ABERTO VALUE 'A'.
               88 PED-FATURADO VALUE 'F'.
               88 PED-PAGO VALUE 'P'.
               88 PED-CANCELADO VALUE 'C'.
               88 PED-ESTORNO VALUE 'E'.
           05 PEDIDOS-LANCAMENTO.
               10 PEDIDOS-OPERADOR PIC X(09).
               10 PEDIDOS-DATA-LANC PIC 9(08).
               10 PEDIDOS-HORA-LANC PIC 9(08).
           05 PEDIDOS-FILIAL PIC 9(02).

      *LINHA DO HISTORICO, MESMA LARGURA E ORDEM DE CAMPOS DA
      *PEDIDOS-REG GRAVADA PELO ARQPED
       FD PEDIDOS-HISTORICO.
       01 HIS-REG.
           05 HIS-FONE PIC 9(09).
           05 HIS-NUMERO PIC 9(06).
           05 HIS-DATA PIC 9(08).
           05 HIS-VALOR PIC 9(07)V99.
           05 HIS-DESCRICAO PIC X(40).
           05 HIS-SITUACAO PIC X(01).
               88 HIS-CANCELADO VALUE 'C'.
               88 HIS-ESTORNO VALUE 'E'.
           05 HIS-OPERADOR PIC X(09).
           05 HIS-DATA-LANC PIC 9(08).
           05 HIS-HORA-LANC PIC 9(08).
           05 HIS-FILIAL PIC 9(02).

      *MESMO LAYOUT DA CAMPANHA DO PEDIDO GRAVADA PELO CADASTRO
       FD PEDIDOS-CAMPANHA.
       01 PCAMP-REG.
           05 PCAMP-CHAVE.
               10 PCAMP-FONE PIC 9(09).
               10 PCAMP-PEDIDO PIC 9(06).
           05 PCAMP-CAMPANHA PIC X(08).
           05 PCAMP-DATA PIC 9(08).
           05 PCAMP-OPERADOR PIC X(09).

      *CONTATOS (TIPO 1) E PEDIDOS (TIPO 2) DE CADA CLIENTE; NA
      *ORDEM, OS CONTATOS DO CLIENTE CHEGAM ANTES DOS PEDIDOS DELE
       SD ORDENA-MOVIMENTO.
       01 ORD-REG.
           05 ORD-FONE PIC 9(09).
           05 ORD-TIPO PIC 9(01).
               88 ORD-CONTATO VALUE 1.
               88 ORD-PEDIDO VALUE 2.
           05 ORD-DATA PIC 9(08).
           05 ORD-CAMP-IDX PIC 9(03).
           05 ORD-CANAL-IDX PIC 9(01).
           05 ORD-VALOR PIC 9(07)V99.

       FD RETORNO-REPORT.
       01 REPORT-LINHA PIC X(100).

      *REGISTRO PADRAO DE EXECUCAO DE UM JOB
       FD JOBCTL.
       01 JOB-REG.
           05 JOB-NOME PIC X(08).
           05 JOB-DATA-INICIO PIC 9(08).
           05 JOB-HORA-INICIO PIC 9(08).
           05 JOB-DATA-FIM PIC 9(08).
           05 JOB-HORA-FIM PIC 9(08).
           05 JOB-LIDOS PIC 9(06).
           05 JOB-GRAVADOS PIC 9(06).
           05 JOB-RC PIC 9(02).

       WORKING-STORAGE SECTION.
      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 CAMP-STATUS PIC 9(02) VALUE ZEROS.
       77 CCON-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 HIS-STATUS PIC 9(02) VALUE ZEROS.
       77 PCAMP-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.
      *SEM PEDCAMP.DAT NENHUM PEDIDO FOI LANCADO COM CODIGO AINDA
       01 WRK-PEDCAMP-SITUACAO PIC X(01) VALUE 'N'.
           88 PEDCAMP-ABERTO VALUE 'S'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-CONTATOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ATRIBUIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DESCARTADOS PIC 9(06) VALUE ZEROS.

      *DATA DE HOJE, CORTE DOS 12 MESES E DIA CORRIDO (30/360)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-12M PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-EXAME-ANO PIC 9(04).
           05 WRK-EXAME-MES PIC 9(02).
           05 WRK-EXAME-DIA PIC 9(02).
       77 WRK-DIA-CORRIDO PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WRK-DISTANCIA PIC S9(07) VALUE ZEROS.

      *CAMPANHAS DOS ULTIMOS 12 MESES COM OS ACUMULADORES POR
      *CANAL: 1 EMAIL, 2 SMS, 3 LIGACAO, 4 SEM CONTATO (PEDIDO COM
      *O CODIGO DE CLIENTE FORA DA LISTA), 5 NAO CONTATADOS
       77 WRK-QTD-CAMPANHAS PIC 9(03) VALUE ZEROS.
       77 WRK-CAMPANHAS-FORA PIC 9(03) VALUE ZEROS.
       01 TB-CAMPANHAS.
           05 TB-CAMP-ITEM OCCURS 200 TIMES.
               10 TB-CAMP-CODIGO PIC X(08).
               10 TB-CAMP-DATA PIC 9(08).
               10 TB-CAMP-SEGMENTO PIC X(02).
               10 TB-CAMP-DIAS PIC 9(03).
               10 TB-CAMP-CUSTO PIC 9(03)V99 OCCURS 3 TIMES.
               10 TB-CAMP-CANAL OCCURS 5 TIMES.
                   15 TB-CC-CONTATADOS PIC 9(07).
                   15 TB-CC-COMPRADORES PIC 9(07).
                   15 TB-CC-PEDIDOS PIC 9(07).
                   15 TB-CC-RECEITA PIC 9(11)V99.
       77 WRK-CAMP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CANAL-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-CODIGO-BUSCA PIC X(08) VALUE SPACES.
       77 WRK-BUSCA-IDX PIC 9(03) VALUE ZEROS.

      *NOMES DOS CANAIS NA ORDEM DOS ACUMULADORES
       01 TB-CANAIS-DADOS.
           05 FILLER PIC X(25) VALUE 'EEMAIL'.
           05 FILLER PIC X(25) VALUE 'SSMS'.
           05 FILLER PIC X(25) VALUE 'LLIGACAO'.
           05 FILLER PIC X(25) VALUE 'OSEM CONTATO (CODIGO)'.
           05 FILLER PIC X(25) VALUE 'NESPONTANEOS (NAO CONTAT)'.
       01 TB-CANAIS REDEFINES TB-CANAIS-DADOS.
           05 TB-CANAL-ITEM OCCURS 5 TIMES.
               10 TB-CANAL-CODIGO PIC X(01).
               10 TB-CANAL-NOME PIC X(24).

      *CONTATOS DO CLIENTE CORRENTE NA SAIDA DA ORDENACAO
       77 WRK-FONE-GRUPO PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-CT PIC 9(02) VALUE ZEROS.
       77 WRK-CT-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CT-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-CT-MELHOR-DIA PIC 9(07) VALUE ZEROS.
       01 TB-CONTATOS-CLIENTE.
           05 TB-CT-ITEM OCCURS 50 TIMES.
               10 TB-CT-CAMP PIC 9(03).
               10 TB-CT-CANAL PIC 9(01).
               10 TB-CT-DIA PIC 9(07).
               10 TB-CT-COMPROU PIC X(01).
                   88 CT-COMPROU VALUE 'S'.
                   88 CT-NAO-COMPROU VALUE 'N'.

      *TOTAIS DA CAMPANHA CORRENTE NO RELATORIO
       77 WRK-CUSTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-VENDA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RC-CONTATADOS PIC 9(07) VALUE ZEROS.
       77 WRK-RC-COMPRADORES PIC 9(07) VALUE ZEROS.
       77 WRK-RC-PEDIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-RC-RECEITA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RC-CUSTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-POR-CLIENTE PIC 9(09)V99 VALUE ZEROS.

      *LINHA DE UM CANAL NO RELATORIO
       01 WRK-LINHA-CANAL.
           05 WRK-LC-ROTULO PIC X(26).
           05 WRK-LC-CONTATADOS PIC Z(06)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WRK-LC-COMPRADORES PIC Z(06)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WRK-LC-PEDIDOS PIC Z(06)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WRK-LC-RECEITA PIC Z(10)9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WRK-LC-CUSTO PIC Z(08)9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WRK-LC-CUSTO-VENDA PIC Z(06)9.99.
       01 WRK-CABEC-CANAL.
           05 FILLER PIC X(26) VALUE 'CANAL'.
           05 FILLER PIC X(08) VALUE ' CONTAT.'.
           05 FILLER PIC X(08) VALUE '  COMPR.'.
           05 FILLER PIC X(08) VALUE ' PEDIDOS'.
           05 FILLER PIC X(15) VALUE '        RECEITA'.
           05 FILLER PIC X(13) VALUE '        CUSTO'.
           05 FILLER PIC X(11) VALUE ' CUSTO/VEND'.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-VALOR-2 PIC Z(08)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-CORTE-12M = WRK-HOJE - 10000.
           INITIALIZE TB-CAMPANHAS.
           PERFORM 1000-CARREGAR-CAMPANHAS.
           IF WRK-QTD-CAMPANHAS > ZEROS
               SORT ORDENA-MOVIMENTO
                   ON ASCENDING KEY ORD-FONE
                   ON ASCENDING KEY ORD-TIPO
                   ON ASCENDING KEY ORD-DATA
                   INPUT PROCEDURE 2000-CARREGAR-MOVIMENTO
                   OUTPUT PROCEDURE 3000-ATRIBUIR-PEDIDOS
           END-IF.
           PERFORM 5000-RELATORIO.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *CAMPANHAS EXTRAIDAS NOS ULTIMOS 12 MESES, NA ORDEM DO CODIGO
       1000-CARREGAR-CAMPANHAS.
           OPEN INPUT CAMPANHAS.
           IF CAMP-STATUS NOT = ZEROS
               MOVE 10 TO CAMP-STATUS
           ELSE
               READ CAMPANHAS NEXT
                   AT END
                       MOVE 10 TO CAMP-STATUS
               END-READ
           END-IF.
           PERFORM 1100-GUARDAR-CAMPANHA UNTIL CAMP-STATUS = 10.
           CLOSE CAMPANHAS.

       1100-GUARDAR-CAMPANHA.
           IF CAMP-DATA NOT < WRK-CORTE-12M
               IF WRK-QTD-CAMPANHAS < 200
                   ADD 1 TO WRK-QTD-CAMPANHAS
                   MOVE CAMP-CODIGO TO
                                   TB-CAMP-CODIGO (WRK-QTD-CAMPANHAS)
                   MOVE CAMP-DATA TO TB-CAMP-DATA (WRK-QTD-CAMPANHAS)
                   MOVE CAMP-SEGMENTO TO
                                   TB-CAMP-SEGMENTO (WRK-QTD-CAMPANHAS)
                   MOVE CAMP-DIAS-ATRIB TO
                                   TB-CAMP-DIAS (WRK-QTD-CAMPANHAS)
                   MOVE CAMP-CUSTO-EMAIL TO
                                   TB-CAMP-CUSTO (WRK-QTD-CAMPANHAS, 1)
                   MOVE CAMP-CUSTO-SMS TO
                                   TB-CAMP-CUSTO (WRK-QTD-CAMPANHAS, 2)
                   MOVE CAMP-CUSTO-LIGACAO TO
                                   TB-CAMP-CUSTO (WRK-QTD-CAMPANHAS, 3)
               ELSE
                   ADD 1 TO WRK-CAMPANHAS-FORA
               END-IF
           END-IF.
           READ CAMPANHAS NEXT
               AT END
                   MOVE 10 TO CAMP-STATUS
           END-READ.

      *SOLTA NA ORDENACAO OS CONTATOS DAS CAMPANHAS CARREGADAS E OS
      *PEDIDOS VALIDOS DO PERIODO, DO ARQUIVO VIVO E DO HISTORICO
       2000-CARREGAR-MOVIMENTO.
           OPEN INPUT CONTATOS.
           IF CCON-STATUS NOT = ZEROS
               MOVE 10 TO CCON-STATUS
           ELSE
               READ CONTATOS NEXT
                   AT END
                       MOVE 10 TO CCON-STATUS
               END-READ
           END-IF.
           PERFORM 2100-LIBERAR-CONTATO UNTIL CCON-STATUS = 10.
           CLOSE CONTATOS.
           OPEN INPUT PEDIDOS-CAMPANHA.
           IF PCAMP-STATUS = ZEROS
               SET PEDCAMP-ABERTO TO TRUE
           END-IF.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM 2200-LIBERAR-PEDIDO UNTIL PEDIDOS-STATUS = 10.
           CLOSE PEDIDOS.
           OPEN INPUT PEDIDOS-HISTORICO.
           IF HIS-STATUS = ZEROS
               READ PEDIDOS-HISTORICO
                   AT END
                       MOVE 10 TO HIS-STATUS
               END-READ
               PERFORM 2300-LIBERAR-HISTORICO UNTIL HIS-STATUS = 10
               CLOSE PEDIDOS-HISTORICO
           END-IF.
           IF PEDCAMP-ABERTO
               CLOSE PEDIDOS-CAMPANHA
           END-IF.

       2100-LIBERAR-CONTATO.
           MOVE CCON-CAMPANHA TO WRK-CODIGO-BUSCA.
           PERFORM 2500-LOCALIZAR-CAMPANHA.
           IF WRK-CAMP-IDX > ZEROS
               ADD 1 TO WRK-TOTAL-CONTATOS
               MOVE CCON-FONE TO ORD-FONE
               MOVE 1 TO ORD-TIPO
               MOVE CCON-DATA TO ORD-DATA
               MOVE WRK-CAMP-IDX TO ORD-CAMP-IDX
               EVALUATE TRUE
                   WHEN CCON-EMAIL
                       MOVE 1 TO ORD-CANAL-IDX
                   WHEN CCON-SMS
                       MOVE 2 TO ORD-CANAL-IDX
                   WHEN CCON-LIGACAO
                       MOVE 3 TO ORD-CANAL-IDX
                   WHEN OTHER
                       MOVE 5 TO ORD-CANAL-IDX
               END-EVALUATE
               MOVE ZEROS TO ORD-VALOR
               RELEASE ORD-REG
           END-IF.
           READ CONTATOS NEXT
               AT END
                   MOVE 10 TO CCON-STATUS
           END-READ.

       2200-LIBERAR-PEDIDO.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                   AND PEDIDOS-DATA NOT < WRK-CORTE-12M
               ADD 1 TO WRK-TOTAL-PEDIDOS
               MOVE PEDIDOS-FONE TO ORD-FONE
               MOVE 2 TO ORD-TIPO
               MOVE PEDIDOS-DATA TO ORD-DATA
               MOVE PEDIDOS-VALOR TO ORD-VALOR
               MOVE ZEROS TO ORD-CANAL-IDX
               MOVE PEDIDOS-FONE TO PCAMP-FONE
               MOVE PEDIDOS-NUMERO TO PCAMP-PEDIDO
               PERFORM 2400-CAMPANHA-DO-PEDIDO
               MOVE WRK-CAMP-IDX TO ORD-CAMP-IDX
               RELEASE ORD-REG
           END-IF.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

       2300-LIBERAR-HISTORICO.
           IF NOT HIS-CANCELADO AND NOT HIS-ESTORNO
                   AND HIS-DATA NOT < WRK-CORTE-12M
               ADD 1 TO WRK-TOTAL-PEDIDOS
               MOVE HIS-FONE TO ORD-FONE
               MOVE 2 TO ORD-TIPO
               MOVE HIS-DATA TO ORD-DATA
               MOVE HIS-VALOR TO ORD-VALOR
               MOVE ZEROS TO ORD-CANAL-IDX
               MOVE HIS-FONE TO PCAMP-FONE
               MOVE HIS-NUMERO TO PCAMP-PEDIDO
               PERFORM 2400-CAMPANHA-DO-PEDIDO
               MOVE WRK-CAMP-IDX TO ORD-CAMP-IDX
               RELEASE ORD-REG
           END-IF.
           READ PEDIDOS-HISTORICO
               AT END
                   MOVE 10 TO HIS-STATUS
           END-READ.

      *POSICAO NA TABELA DA CAMPANHA INFORMADA NO PEDIDO (CHAVE JA
      *MONTADA EM PCAMP-CHAVE); ZERO SE O PEDIDO NAO TEM CODIGO OU
      *A CAMPANHA E MAIS ANTIGA QUE 12 MESES
       2400-CAMPANHA-DO-PEDIDO.
           MOVE ZEROS TO WRK-CAMP-IDX.
           IF PEDCAMP-ABERTO
               READ PEDIDOS-CAMPANHA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PCAMP-CAMPANHA TO WRK-CODIGO-BUSCA
                       PERFORM 2500-LOCALIZAR-CAMPANHA
               END-READ
           END-IF.

      *POSICAO NA TABELA DA CAMPANHA DE CODIGO WRK-CODIGO-BUSCA;
      *ZERO SE ELA NAO FOI CARREGADA
       2500-LOCALIZAR-CAMPANHA.
           MOVE ZEROS TO WRK-CAMP-IDX.
           PERFORM VARYING WRK-BUSCA-IDX FROM 1 BY 1
                   UNTIL WRK-BUSCA-IDX > WRK-QTD-CAMPANHAS
               IF TB-CAMP-CODIGO (WRK-BUSCA-IDX) = WRK-CODIGO-BUSCA
                   MOVE WRK-BUSCA-IDX TO WRK-CAMP-IDX
               END-IF
           END-PERFORM.

      *PARA CADA CLIENTE, GUARDA OS CONTATOS E ATRIBUI OS PEDIDOS
       3000-ATRIBUIR-PEDIDOS.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-MOVIMENTO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 3100-ATRIBUIR-FONE UNTIL SORT-FIM.

       3100-ATRIBUIR-FONE.
           MOVE ORD-FONE TO WRK-FONE-GRUPO.
           MOVE ZEROS TO WRK-QTD-CT.
           PERFORM UNTIL SORT-FIM OR ORD-FONE NOT = WRK-FONE-GRUPO
               IF ORD-CONTATO
                   PERFORM 3200-GUARDAR-CONTATO
               ELSE
                   PERFORM 3300-ATRIBUIR-PEDIDO
               END-IF
               RETURN ORDENA-MOVIMENTO
                   AT END
                       SET SORT-FIM TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM 3800-FECHAR-CLIENTE.

       3200-GUARDAR-CONTATO.
           IF WRK-QTD-CT < 50
               ADD 1 TO WRK-QTD-CT
               MOVE ORD-CAMP-IDX TO TB-CT-CAMP (WRK-QTD-CT)
               MOVE ORD-CANAL-IDX TO TB-CT-CANAL (WRK-QTD-CT)
               MOVE ORD-DATA TO WRK-DATA-EXAME
               PERFORM 3900-DIA-CORRIDO
               MOVE WRK-DIA-CORRIDO TO TB-CT-DIA (WRK-QTD-CT)
               SET CT-NAO-COMPROU (WRK-QTD-CT) TO TRUE
           END-IF.

       3300-ATRIBUIR-PEDIDO.
           MOVE ORD-DATA TO WRK-DATA-EXAME.
           PERFORM 3900-DIA-CORRIDO.
           MOVE WRK-DIA-CORRIDO TO WRK-DIA-PEDIDO.
           MOVE ZEROS TO WRK-CT-ACHADO.
           IF ORD-CAMP-IDX > ZEROS
               PERFORM 3400-PEDIDO-COM-CODIGO
           ELSE
               PERFORM 3500-PEDIDO-SEM-CODIGO
           END-IF.
           IF WRK-CT-ACHADO > ZEROS
               ADD 1 TO WRK-TOTAL-ATRIBUIDOS
               PERFORM 3700-CREDITAR-CONTATO
           ELSE
               ADD 1 TO WRK-TOTAL-DESCARTADOS
           END-IF.
           PERFORM 3600-MEDIR-COMPARACAO.

      *PEDIDO COM CODIGO: CANAL EM QUE O CLIENTE FOI CONTATADO NA
      *CAMPANHA DO CODIGO, OU SEM CONTATO SE ELE NAO ESTAVA NA LISTA
       3400-PEDIDO-COM-CODIGO.
           PERFORM VARYING WRK-CT-IDX FROM 1 BY 1
                   UNTIL WRK-CT-IDX > WRK-QTD-CT
               IF TB-CT-CAMP (WRK-CT-IDX) = ORD-CAMP-IDX
                       AND TB-CT-CANAL (WRK-CT-IDX) < 4
                   MOVE WRK-CT-IDX TO WRK-CT-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-CT-ACHADO = ZEROS
               PERFORM VARYING WRK-CT-IDX FROM 1 BY 1
                       UNTIL WRK-CT-IDX > WRK-QTD-CT
                   IF TB-CT-CAMP (WRK-CT-IDX) = ORD-CAMP-IDX
                           AND TB-CT-CANAL (WRK-CT-IDX) = 4
                       MOVE WRK-CT-IDX TO WRK-CT-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-CT-ACHADO = ZEROS AND WRK-QTD-CT < 50
               ADD 1 TO WRK-QTD-CT
               MOVE ORD-CAMP-IDX TO TB-CT-CAMP (WRK-QTD-CT)
               MOVE 4 TO TB-CT-CANAL (WRK-QTD-CT)
               MOVE WRK-DIA-PEDIDO TO TB-CT-DIA (WRK-QTD-CT)
               SET CT-NAO-COMPROU (WRK-QTD-CT) TO TRUE
               MOVE WRK-QTD-CT TO WRK-CT-ACHADO
           END-IF.

      *PEDIDO SEM CODIGO: CONTATO MAIS RECENTE DENTRO DA JANELA
       3500-PEDIDO-SEM-CODIGO.
           MOVE ZEROS TO WRK-CT-MELHOR-DIA.
           PERFORM VARYING WRK-CT-IDX FROM 1 BY 1
                   UNTIL WRK-CT-IDX > WRK-QTD-CT
               IF TB-CT-CANAL (WRK-CT-IDX) < 4
                   COMPUTE WRK-DISTANCIA =
                           WRK-DIA-PEDIDO - TB-CT-DIA (WRK-CT-IDX)
                   IF WRK-DISTANCIA NOT < ZEROS
                           AND WRK-DISTANCIA NOT >
                               TB-CAMP-DIAS (TB-CT-CAMP (WRK-CT-IDX))
                           AND TB-CT-DIA (WRK-CT-IDX) NOT <
                               WRK-CT-MELHOR-DIA
                       MOVE WRK-CT-IDX TO WRK-CT-ACHADO
                       MOVE TB-CT-DIA (WRK-CT-IDX) TO
                                           WRK-CT-MELHOR-DIA
                   END-IF
               END-IF
           END-PERFORM.

      *NAO CONTATADO QUE COMPROU NA JANELA DA CAMPANHA: COMPRA
      *ESPONTANEA (PEDIDO COM O CODIGO DAQUELA CAMPANHA NAO CONTA)
       3600-MEDIR-COMPARACAO.
           PERFORM VARYING WRK-CT-IDX FROM 1 BY 1
                   UNTIL WRK-CT-IDX > WRK-QTD-CT
               IF TB-CT-CANAL (WRK-CT-IDX) = 5
                       AND TB-CT-CAMP (WRK-CT-IDX) NOT = ORD-CAMP-IDX
                   COMPUTE WRK-DISTANCIA =
                           WRK-DIA-PEDIDO - TB-CT-DIA (WRK-CT-IDX)
                   IF WRK-DISTANCIA NOT < ZEROS
                           AND WRK-DISTANCIA NOT >
                               TB-CAMP-DIAS (TB-CT-CAMP (WRK-CT-IDX))
                       MOVE WRK-CT-IDX TO WRK-CT-ACHADO
                       PERFORM 3700-CREDITAR-CONTATO
                   END-IF
               END-IF
           END-PERFORM.

       3700-CREDITAR-CONTATO.
           MOVE TB-CT-CAMP (WRK-CT-ACHADO) TO WRK-CAMP-IDX.
           MOVE TB-CT-CANAL (WRK-CT-ACHADO) TO WRK-CANAL-IDX.
           SET CT-COMPROU (WRK-CT-ACHADO) TO TRUE.
           ADD 1 TO TB-CC-PEDIDOS (WRK-CAMP-IDX, WRK-CANAL-IDX).
           ADD ORD-VALOR TO TB-CC-RECEITA (WRK-CAMP-IDX, WRK-CANAL-IDX).

      *CONTATADOS E COMPRADORES CONTAM UMA VEZ POR CLIENTE
       3800-FECHAR-CLIENTE.
           PERFORM VARYING WRK-CT-IDX FROM 1 BY 1
                   UNTIL WRK-CT-IDX > WRK-QTD-CT
               MOVE TB-CT-CAMP (WRK-CT-IDX) TO WRK-CAMP-IDX
               MOVE TB-CT-CANAL (WRK-CT-IDX) TO WRK-CANAL-IDX
               IF WRK-CANAL-IDX NOT = 4
                   ADD 1 TO
                       TB-CC-CONTATADOS (WRK-CAMP-IDX, WRK-CANAL-IDX)
               END-IF
               IF CT-COMPROU (WRK-CT-IDX)
                   ADD 1 TO
                       TB-CC-COMPRADORES (WRK-CAMP-IDX, WRK-CANAL-IDX)
               END-IF
           END-PERFORM.

      *DIA CORRIDO DA DATA EM WRK-DATA-EXAME, BASE 30/360
       3900-DIA-CORRIDO.
           COMPUTE WRK-DIA-CORRIDO = (WRK-EXAME-ANO * 360) +
                   ((WRK-EXAME-MES - 1) * 30) + WRK-EXAME-DIA.

       5000-RELATORIO.
           OPEN OUTPUT RETORNO-REPORT.
           MOVE 'RETORNO DAS CAMPANHAS DOS ULTIMOS 12 MESES' TO
                                   REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '=' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF WRK-QTD-CAMPANHAS = ZEROS
               MOVE '  NENHUMA CAMPANHA NO PERIODO' TO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           PERFORM 5100-RELATORIO-CAMPANHA
               VARYING WRK-CAMP-IDX FROM 1 BY 1
               UNTIL WRK-CAMP-IDX > WRK-QTD-CAMPANHAS.
           IF WRK-CAMPANHAS-FORA > ZEROS
               MOVE SPACES TO REPORT-LINHA
               STRING 'CAMPANHAS NAO MEDIDAS (TABELA CHEIA): '
                       WRK-CAMPANHAS-FORA
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'CONTATOS LIDOS ' WRK-TOTAL-CONTATOS
                   ' PEDIDOS LIDOS ' WRK-TOTAL-PEDIDOS
                   ' ATRIBUIDOS ' WRK-TOTAL-ATRIBUIDOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE RETORNO-REPORT.
           DISPLAY '---------------------------------------'.
           DISPLAY 'RETORNO DAS CAMPANHAS - TOTAIS'.
           DISPLAY 'CAMPANHAS..........: ' WRK-QTD-CAMPANHAS.
           DISPLAY 'CONTATOS LIDOS.....: ' WRK-TOTAL-CONTATOS.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'ATRIBUIDOS.........: ' WRK-TOTAL-ATRIBUIDOS.
           DISPLAY 'SEM CAMPANHA.......: ' WRK-TOTAL-DESCARTADOS.
           DISPLAY '---------------------------------------'.

       5100-RELATORIO-CAMPANHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'CAMPANHA ' TB-CAMP-CODIGO (WRK-CAMP-IDX)
                   ' EXTRAIDA EM ' TB-CAMP-DATA (WRK-CAMP-IDX)
                   ' SEGMENTO ' TB-CAMP-SEGMENTO (WRK-CAMP-IDX)
                   ' ATRIBUICAO ' TB-CAMP-DIAS (WRK-CAMP-IDX) ' DIAS'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-CABEC-CANAL TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ZEROS TO WRK-RC-CONTATADOS.
           MOVE ZEROS TO WRK-RC-COMPRADORES.
           MOVE ZEROS TO WRK-RC-PEDIDOS.
           MOVE ZEROS TO WRK-RC-RECEITA.
           MOVE ZEROS TO WRK-RC-CUSTO.
           PERFORM 5200-LINHA-CANAL
               VARYING WRK-CANAL-IDX FROM 1 BY 1
               UNTIL WRK-CANAL-IDX > 4.
      *TOTAL DA CAMPANHA (CONTATADOS E SEM CONTATO COM O CODIGO)
           MOVE ZEROS TO WRK-CUSTO-VENDA.
           IF WRK-RC-PEDIDOS > ZEROS
               COMPUTE WRK-CUSTO-VENDA ROUNDED =
                       WRK-RC-CUSTO / WRK-RC-PEDIDOS
           END-IF.
           MOVE SPACES TO WRK-LINHA-CANAL.
           MOVE 'TOTAL DA CAMPANHA' TO WRK-LC-ROTULO.
           MOVE WRK-RC-CONTATADOS TO WRK-LC-CONTATADOS.
           MOVE WRK-RC-COMPRADORES TO WRK-LC-COMPRADORES.
           MOVE WRK-RC-PEDIDOS TO WRK-LC-PEDIDOS.
           MOVE WRK-RC-RECEITA TO WRK-LC-RECEITA.
           MOVE WRK-RC-CUSTO TO WRK-LC-CUSTO.
           MOVE WRK-CUSTO-VENDA TO WRK-LC-CUSTO-VENDA.
           MOVE WRK-LINHA-CANAL TO REPORT-LINHA.
           WRITE REPORT-LINHA.
      *COMPRAS ESPONTANEAS DOS NAO CONTATADOS, SEM CUSTO
           MOVE 5 TO WRK-CANAL-IDX.
           MOVE SPACES TO WRK-LINHA-CANAL.
           MOVE TB-CANAL-NOME (5) TO WRK-LC-ROTULO.
           MOVE TB-CC-CONTATADOS (WRK-CAMP-IDX, 5) TO
                                   WRK-LC-CONTATADOS.
           MOVE TB-CC-COMPRADORES (WRK-CAMP-IDX, 5) TO
                                   WRK-LC-COMPRADORES.
           MOVE TB-CC-PEDIDOS (WRK-CAMP-IDX, 5) TO WRK-LC-PEDIDOS.
           MOVE TB-CC-RECEITA (WRK-CAMP-IDX, 5) TO WRK-LC-RECEITA.
           MOVE WRK-LINHA-CANAL TO REPORT-LINHA.
           WRITE REPORT-LINHA.
      *RECEITA POR CLIENTE: CONTATADOS (E, S, L) CONTRA NAO
      *CONTATADOS; A DIFERENCA E O QUE A CAMPANHA TROUXE A MAIS
           MOVE ZEROS TO WRK-POR-CLIENTE.
           IF WRK-RC-CONTATADOS > ZEROS
               COMPUTE WRK-POR-CLIENTE ROUNDED =
                       (TB-CC-RECEITA (WRK-CAMP-IDX, 1) +
                        TB-CC-RECEITA (WRK-CAMP-IDX, 2) +
                        TB-CC-RECEITA (WRK-CAMP-IDX, 3)) /
                       WRK-RC-CONTATADOS
           END-IF.
           MOVE WRK-POR-CLIENTE TO WRK-ED-VALOR.
           MOVE ZEROS TO WRK-POR-CLIENTE.
           IF TB-CC-CONTATADOS (WRK-CAMP-IDX, 5) > ZEROS
               COMPUTE WRK-POR-CLIENTE ROUNDED =
                       TB-CC-RECEITA (WRK-CAMP-IDX, 5) /
                       TB-CC-CONTATADOS (WRK-CAMP-IDX, 5)
           END-IF.
           MOVE WRK-POR-CLIENTE TO WRK-ED-VALOR-2.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'RECEITA POR CLIENTE - CONTATADOS: ' WRK-ED-VALOR
                   '  NAO CONTATADOS: ' WRK-ED-VALOR-2
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.

       5200-LINHA-CANAL.
           MOVE ZEROS TO WRK-CUSTO.
           IF WRK-CANAL-IDX < 4
               COMPUTE WRK-CUSTO =
                   TB-CC-CONTATADOS (WRK-CAMP-IDX, WRK-CANAL-IDX) *
                   TB-CAMP-CUSTO (WRK-CAMP-IDX, WRK-CANAL-IDX)
           END-IF.
           MOVE ZEROS TO WRK-CUSTO-VENDA.
           IF TB-CC-PEDIDOS (WRK-CAMP-IDX, WRK-CANAL-IDX) > ZEROS
               COMPUTE WRK-CUSTO-VENDA ROUNDED = WRK-CUSTO /
                   TB-CC-PEDIDOS (WRK-CAMP-IDX, WRK-CANAL-IDX)
           END-IF.
           ADD TB-CC-CONTATADOS (WRK-CAMP-IDX, WRK-CANAL-IDX) TO
                                   WRK-RC-CONTATADOS.
           ADD TB-CC-COMPRADORES (WRK-CAMP-IDX, WRK-CANAL-IDX) TO
                                   WRK-RC-COMPRADORES.
           ADD TB-CC-PEDIDOS (WRK-CAMP-IDX, WRK-CANAL-IDX) TO
                                   WRK-RC-PEDIDOS.
           ADD TB-CC-RECEITA (WRK-CAMP-IDX, WRK-CANAL-IDX) TO
                                   WRK-RC-RECEITA.
           ADD WRK-CUSTO TO WRK-RC-CUSTO.
           MOVE SPACES TO WRK-LINHA-CANAL.
           MOVE TB-CANAL-NOME (WRK-CANAL-IDX) TO WRK-LC-ROTULO.
           MOVE TB-CC-CONTATADOS (WRK-CAMP-IDX, WRK-CANAL-IDX) TO
                                   WRK-LC-CONTATADOS.
           MOVE TB-CC-COMPRADORES (WRK-CAMP-IDX, WRK-CANAL-IDX) TO
                                   WRK-LC-COMPRADORES.
           MOVE TB-CC-PEDIDOS (WRK-CAMP-IDX, WRK-CANAL-IDX) TO
                                   WRK-LC-PEDIDOS.
           MOVE TB-CC-RECEITA (WRK-CAMP-IDX, WRK-CANAL-IDX) TO
                                   WRK-LC-RECEITA.
           MOVE WRK-CUSTO TO WRK-LC-CUSTO.
           MOVE WRK-CUSTO-VENDA TO WRK-LC-CUSTO-VENDA.
           MOVE WRK-LINHA-CANAL TO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
      *EXECUCAO; O RC FICA EM 99 (EM EXECUCAO) ATE O FIM NORMAL,
      *ENTAO UM JOB QUE CAIU NO MEIO FICA DENUNCIADO NO PAINEL
       9500-REGISTRAR-INICIO-JOB.
           OPEN I-O JOBCTL.
           IF JOBCTL-STATUS = 35 THEN
               OPEN OUTPUT JOBCTL
               CLOSE JOBCTL
               OPEN I-O JOBCTL
           END-IF.
           MOVE 'CAMPRET' TO JOB-NOME.
           ACCEPT JOB-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-INICIO FROM TIME.
           MOVE ZEROS TO JOB-DATA-FIM.
           MOVE ZEROS TO JOB-HORA-FIM.
           MOVE ZEROS TO JOB-LIDOS.
           MOVE ZEROS TO JOB-GRAVADOS.
           MOVE 99 TO JOB-RC.
           WRITE JOB-REG
               INVALID KEY
                   REWRITE JOB-REG
                   END-REWRITE
           END-WRITE.

      *MARCA O FIM NORMAL DESTA EXECUCAO COM OS TOTAIS DO LOTE
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-PEDIDOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-ATRIBUIDOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM CAMPRET.
