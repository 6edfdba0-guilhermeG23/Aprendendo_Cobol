      *LANCAMENTO + OPERADOR) E IMPRIME, POR DIA E POR OPERADOR,
      *A QUANTIDADE DE PEDIDOS E O VALOR TOTAL LANCADO - E A FOLHA
      *QUE CADA OPERADOR CONFERE E ASSINA ANTES DE IR EMBORA
      *SO ENTRAM OS LANCAMENTOS DE ONTEM E DE HOJE (A CADEIA RODA
      *DEPOIS DA MEIA-NOITE, MAS PODE SER ADIANTADA): O INDICE POR
      *DATA DE LANCAMENTO (PEDIDX.DAT) LEVA DIRETO A ELES, E SO SEM
      *O INDICE O ARQUIVO INTEIRO E VARRIDO COM O MESMO FILTRO
      *CANCELADOS E ESTORNOS FICAM DE FORA, COMO EM TODOS OS
      *APURADORES DE DINHEIRO: O VALOR DO PEDIDO E SEM SINAL,
      *ENTAO SOMAR O ESTORNO COMO POSITIVO INFLARIA A FOLHA DO
      *DEPOIS DA FOLHA POR OPERADOR, IMPRIME OS RECEBIMENTOS DE
      *CADA DIA ABERTOS POR FORMA DE PAGAMENTO (DINHEIRO, PIX,
      *DEBITO, CREDITO), PARA A CONFERENCIA DO CAIXA FISICO E DA
      *MAQUININHA FECHAR SEM DISCUSSAO, NOS MESMOS DIAS DA FOLHA
      *RECEBIMENTO EM CHEQUE ENTRA NO DIA DO BOM PARA, NUMA LINHA
      *PROPRIA (CHEQUE NAO E DINHEIRO DA GAVETA); O PRE-DATADO
      *AINDA NA CUSTODIA (CHEQUES.DAT) FICA DE FORA ATE O LOTE
      *CHQDEP DA-LO POR DEPOSITADO
      *RECEBIMENTO COM VALE-PRESENTE TAMBEM SAI EM LINHA PROPRIA:
      *O DINHEIRO DO VALE ENTROU NO DIA DA VENDA DELE
      *A FOLHA POR OPERADOR SAI TAMBEM EM UMA COPIA POR FILIAL
      *(FECDIA-NN.TXT, PELA FILIAL DOS PEDIDOS DO OPERADOR) COM O
      *TOTAL DA FILIAL; AS FORMAS DE PAGAMENTO, O CAIXA FISICO E O
      *PASSIVO SAO DA EMPRESA INTEIRA E FICAM SO NO FECDIA.TXT;
      *CADA ARQUIVO GERADO FICA ANOTADO NO INDICE DA NOITE
      *(RELIDX.TXT)
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *INDICE DOS PEDIDOS POR DATA DE LANCAMENTO E POR DATA DO
      *PEDIDO, CADA UMA COM A FILIAL (PEDIDX.DAT, RECRIADO PELO
      *IDXPED E PELO REORPED)
           SELECT PEDIDOS-INDICE ASSIGN TO 'PEDIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDX-CHAVE
               ALTERNATE RECORD KEY IS PDX-LANC WITH DUPLICATES
               ALTERNATE RECORD KEY IS PDX-EMISSAO WITH DUPLICATES
               FILE STATUS IS PDX-STATUS.
      *ARQUIVO DE TRABALHO DA ORDENACAO POR DIA E OPERADOR
           SELECT ORDENA-CAIXA ASSIGN TO 'ORDCAIXA.TMP'.
      *RECEBIMENTOS, PARA A QUEBRA POR FORMA DE PAGAMENTO
               FILE STATUS IS RECEB-STATUS.
      *ARQUIVO DE TRABALHO DA ORDENACAO DOS RECEBIMENTOS POR DIA
           SELECT ORDENA-RECEB ASSIGN TO 'ORDRECEB.TMP'.
      *CUSTODIA DOS CHEQUES, PARA O BOM PARA E A SITUACAO DE CADA
      *RECEBIMENTO EM CHEQUE
           SELECT CHEQUES ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS CHQ-STATUS.
      *MOVIMENTOS DO CAIXA FISICO (FUNDO, SANGRIA, SUPRIMENTO E
      *VALOR CONTADO), GRAVADOS PELA OPCAO CX DO CADASTRO ONLINE
           SELECT CAIXA-FISICO ASSIGN TO 'CAIXAMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAIXA-STATUS.

      *COPIAS POR FILIAL: OS OPERADORES DO CADASTRO ONLINE DIZEM
      *QUAIS FILIAIS EXISTEM (SO LEITURA); AS LINHAS DO RELATORIO
      *VAO TAMBEM PARA UM ARQUIVO DE TRABALHO MARCADAS COM A FILIAL
      *E, NO FIM, SAO SEPARADAS EM FECDIA-NN.TXT (NOME MONTADO EM
      *TEMPO DE EXECUCAO), UMA POR FILIAL
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
           SELECT LINHAS-FILIAL ASSIGN TO 'FECDIAF.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LFIL-STATUS.
           SELECT ORDENA-FILIAL ASSIGN TO 'ORDFECF.TMP'.
           SELECT COPIA-FILIAL ASSIGN TO WRK-ARQ-FILIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIA-STATUS.
      *INDICE DOS RELATORIOS GERADOS NA NOITE (ZERADO PELO
      *NOTURNO.SH NO COMECO DE CADA NOITE), UMA LINHA POR ARQUIVO
           SELECT INDICE-RELATORIOS ASSIGN TO 'RELIDX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELIDX-STATUS.

      *REGISTRO CENTRAL DE EXECUCAO DE JOBS (VIDE PAINEL OP DO
      *CADASTRO ONLINE): CADA JOB GRAVA AQUI INICIO, FIM, TOTAIS
      *E CODIGO DE RETORNO DA SUA ULTIMA EXECUCAO
           05 PEDIDOS-FILIAL PIC 9(02).

      *REGISTRO DE ORDENACAO: DIA DO LANCAMENTO + OPERADOR + VALOR
      *MESMO LAYOUT DO INDICE DE PEDIDOS POR DATA
       FD PEDIDOS-INDICE.
       01 PDX-REG.
           05 PDX-CHAVE.
               10 PDX-FONE PIC 9(09).
               10 PDX-NUMERO PIC 9(06).
           05 PDX-LANC.
               10 PDX-DATA-LANC PIC 9(08).
               10 PDX-FILIAL-LANC PIC 9(02).
           05 PDX-EMISSAO.
               10 PDX-DATA PIC 9(08).
               10 PDX-FILIAL PIC 9(02).

       SD ORDENA-CAIXA.
       01 ORD-REG.
           05 ORD-DATA-LANC PIC 9(08).
           05 ORD-OPERADOR PIC X(09).
           05 ORD-VALOR PIC 9(07)V99.
           05 ORD-FILIAL PIC 9(02).

      *MESMO LAYOUT DO ARQUIVO DE RECEBIMENTOS DO CADASTRO ONLINE
       FD RECEBIMENTOS.
               88 RECEB-CREDITO VALUE 'C'.
               88 RECEB-BOLETO VALUE 'L'.
               88 RECEB-NOTA-CRED VALUE 'N'.
               88 RECEB-CHEQUE VALUE 'H'.
               88 RECEB-VALE VALUE 'V'.
      *NUMERO DO RECIBO IMPRESSO NO BALCAO; ZERO NOS RECEBIMENTOS
      *ANTIGOS E NOS GRAVADOS PELOS LOTES
           05 RECEB-RECIBO PIC 9(06).
           05 ORD-R-FORMA PIC X(01).
           05 ORD-R-VALOR PIC 9(07)V99.

      *MESMO LAYOUT DA CUSTODIA DE CHEQUES DO CADASTRO ONLINE
       FD CHEQUES.
       01 CHQ-REG.
           05 CHQ-CHAVE.
               10 CHQ-FONE PIC 9(09).
               10 CHQ-PEDIDO PIC 9(06).
               10 CHQ-SEQ PIC 9(03).
           05 CHQ-BANCO PIC 9(03).
           05 CHQ-NUMERO PIC 9(06).
           05 CHQ-BOM-PARA PIC 9(08).
           05 CHQ-DATA-RECEB PIC 9(08).
           05 CHQ-VALOR PIC 9(07)V99.
           05 CHQ-MULTA PIC 9(05)V99.
           05 CHQ-JUROS PIC 9(05)V99.
           05 CHQ-SITUACAO PIC X(01).
               88 CHQ-CUSTODIA VALUE 'C'.
               88 CHQ-DEPOSITADO VALUE 'D'.
               88 CHQ-DEVOLVIDO VALUE 'V'.
           05 CHQ-DATA-SITUACAO PIC 9(08).
           05 CHQ-TARIFA PIC 9(05)V99.
           05 CHQ-PEDIDO-TARIFA PIC 9(06).

      *MESMO LAYOUT DO REGISTRO DE DESCONTOS DO CADASTRO ONLINE
       FD DESCONTOS.
       01 DESC-REG.
       FD CAIXA-REPORT.
       01 CAIXA-LINHA PIC X(100).

      *MESMO LAYOUT DAS CREDENCIAIS DO CADASTRO ONLINE
       FD CREDENCIAIS.
       01 CRED-REG.
           05 CRED-USUARIO PIC X(09).
           05 CRED-RESTO.
               10 CRED-SENHA-HASH PIC 9(09).
               10 CRED-DATA-TROCA PIC 9(08).
               10 CRED-FORCA-TROCA PIC X(01).
               10 CRED-PERFIL PIC X(01).
               10 CRED-FALHAS PIC 9(02).
               10 CRED-BLOQUEADO PIC X(01).
               10 CRED-FILIAL PIC 9(02).
               10 CRED-ATIVO PIC X(01).
               10 CRED-COMISSAO PIC 9(02)V99.
           05 CRED-RESTO-ANTIGO REDEFINES CRED-RESTO.
               10 CRED-SENHA-TEXTO PIC X(11).
               10 FILLER PIC X(07).

      *LINHA DO RELATORIO MARCADA COM A FILIAL E A ORDEM EM QUE
      *FOI IMPRESSA
       FD LINHAS-FILIAL.
       01 LFIL-REG.
           05 LFIL-FILIAL PIC 9(02).
           05 LFIL-SEQ PIC 9(07).
           05 LFIL-LINHA PIC X(100).

       SD ORDENA-FILIAL.
       01 ORDF-REG.
           05 ORDF-FILIAL PIC 9(02).
           05 ORDF-SEQ PIC 9(07).
           05 ORDF-LINHA PIC X(100).

       FD COPIA-FILIAL.
       01 COPIA-LINHA PIC X(100).

      *MESMO LAYOUT DO INDICE DOS RELATORIOS DA NOITE
       FD INDICE-RELATORIOS.
       01 RELIDX-REG.
           05 RELIDX-DATA PIC 9(08).
           05 FILLER PIC X(01).
           05 RELIDX-HORA PIC 9(04).
           05 FILLER PIC X(01).
           05 RELIDX-JOB PIC X(08).
           05 FILLER PIC X(01).
           05 RELIDX-ARQUIVO PIC X(15).
           05 FILLER PIC X(01).
           05 RELIDX-FILIAL PIC X(09).
           05 FILLER PIC X(01).
           05 RELIDX-LINHAS PIC Z(06)9.
           05 FILLER PIC X(01).
           05 RELIDX-SITUACAO PIC X(13).

      *REGISTRO PADRAO DE EXECUCAO DE UM JOB
       FD JOBCTL.
       01 JOB-REG.
      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *SEM O INDICE POR DATA (AINDA NAO CRIADO PELO IDXPED) O
      *PERIODO E FILTRADO NA VARREDURA DO ARQUIVO INTEIRO
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
      *PERIODO DO FECHAMENTO: DE ONTEM ATE HOJE
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-ONTEM PIC 9(08) VALUE ZEROS.
       01 WRK-ONTEM-R REDEFINES WRK-ONTEM.
           05 WRK-ONT-ANO PIC 9(04).
           05 WRK-ONT-MES PIC 9(02).
           05 WRK-ONT-DIA PIC 9(02).
       77 WRK-RESTO-BISSEXTO PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.
      *DIAS DE CADA MES, PARA O RECUO DE UM DIA NA VIRADA
       01 TB-DIAS-MES-TBL.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TB-DIAS-MES REDEFINES TB-DIAS-MES-TBL.
           05 TB-DIAS PIC 9(02) OCCURS 12 TIMES.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 CAIXA-STATUS PIC 9(02) VALUE ZEROS.
       77 CHQ-STATUS PIC 9(02) VALUE ZEROS.
      *SEM CHEQUES.DAT NA INSTALACAO NENHUM CHEQUE FOI RECEBIDO
       01 WRK-CHEQUES-SITUACAO PIC X(01) VALUE 'N'.
           88 CHEQUES-ABERTO VALUE 'S'.
      *CHEQUE PRE-DATADO AINDA NA GAVETA: O RECEBIMENTO NAO ENTRA
       01 WRK-CHQ-GAVETA PIC X(01) VALUE 'N'.
           88 CHEQUE-NA-GAVETA VALUE 'S'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-CARIMBO PIC 9(06) VALUE ZEROS.
       77 WRK-OPER-GRUPO PIC X(09) VALUE SPACES.
       77 WRK-GRUPO-QTDE PIC 9(06) VALUE ZEROS.
       77 WRK-GRUPO-VALOR PIC 9(09)V99 VALUE ZEROS.
      *FILIAL DA FOLHA CORRENTE (A DO PRIMEIRO PEDIDO DO OPERADOR
      *NO DIA), PARA A COPIA POR FILIAL
       77 WRK-GRUPO-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-QTDE PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-VALOR PIC 9(09)V99 VALUE ZEROS.

       77 WRK-FORMA-CREDITO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FORMA-BOLETO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FORMA-NOTACRED PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FORMA-CHEQUE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FORMA-VALE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-CHQ-GAVETA PIC 9(06) VALUE ZEROS.

       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-DINHEIRO PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-CREDITO PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-BOLETO PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-NOTACRED PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-CHEQUE PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-VALE PIC Z(08)9.99 VALUE ZEROS.
      *CONFERENCIA DO CAIXA FISICO DO DIA: FUNDO + SUPRIMENTOS +
      *DINHEIRO RECEBIDO - SANGRIAS = ESPERADO NA GAVETA, CONTRA
      *O VALOR CONTADO QUE O OPERADOR REGISTROU AO FECHAR
       77 WRK-DESC-QTDE-DIA PIC 9(04) VALUE ZEROS.
       77 WRK-ED-DESC PIC Z(08)9.99 VALUE ZEROS.

      *COPIAS POR FILIAL: FILIAL CONHECIDA (DE ALGUM OPERADOR OU
      *COM ALGUMA LINHA) E LINHAS IMPRESSAS NA COPIA DE CADA UMA,
      *NA POSICAO DO NUMERO DA FILIAL (ZERO E A MATRIZ, FILIAL 01)
       77 CRED-STATUS PIC 9(02) VALUE ZEROS.
       77 LFIL-STATUS PIC 9(02) VALUE ZEROS.
       77 COPIA-STATUS PIC 9(02) VALUE ZEROS.
       77 RELIDX-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-COPIAS.
           05 WRK-CF-ENT OCCURS 99 TIMES.
               10 WRK-CF-EXISTE PIC X(01).
               10 WRK-CF-LINHAS PIC 9(07).
               10 WRK-CF-PEDIDOS PIC 9(06).
               10 WRK-CF-VALOR PIC 9(09)V99.
       77 WRK-CF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-LF-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-LF-SEQ PIC 9(07) VALUE ZEROS.
       77 WRK-ARQ-FILIAL PIC X(15) VALUE SPACES.
       77 WRK-COPIAS-GERADAS PIC 9(03) VALUE ZEROS.
       77 WRK-COPIAS-SEM-MOV PIC 9(03) VALUE ZEROS.
       01 WRK-ORDF-SW PIC X(01) VALUE 'N'.
           88 FIM-LINHAS-FILIAL VALUE 'S'.
      *LINHA DO INDICE DOS RELATORIOS DA NOITE A GRAVAR
       77 WRK-IDX-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-ARQUIVO PIC X(15) VALUE SPACES.
       77 WRK-IDX-FILIAL PIC X(09) VALUE SPACES.
       77 WRK-IDX-LINHAS PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           PERFORM 0500-CALCULAR-DATAS.
           SORT ORDENA-CAIXA
               ON ASCENDING KEY ORD-DATA-LANC
               ON ASCENDING KEY ORD-OPERADOR
      *O PASSIVO DE CREDITOS DOS CLIENTES FECHA O RELATORIO: E
      *DINHEIRO QUE A LOJA DEVE EM MERCADORIA FUTURA
           PERFORM 6000-PASSIVO-CREDITOS.
           PERFORM 7200-GERAR-COPIAS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'FECHAMENTO DE CAIXA - TOTAIS'.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'CANCEL/ESTORNO FORA: ' WRK-TOTAL-CANCELADOS.
           DISPLAY 'FOLHAS (DIA X OPER): ' WRK-TOTAL-GRUPOS.
           DISPLAY 'RECEBIMENTOS LIDOS.: ' WRK-TOTAL-RECEBS.
           DISPLAY 'CHEQUES NA GAVETA..: ' WRK-TOTAL-CHQ-GAVETA.
           DISPLAY 'COPIAS POR FILIAL..: ' WRK-COPIAS-GERADAS.
           DISPLAY 'DESTAS, SEM MOVIM..: ' WRK-COPIAS-SEM-MOV.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *ONTEM = HOJE MENOS UM DIA, COM VIRADA DE MES E DE ANO PELA
      *TABELA DE DIAS (FEVEREIRO COM 29 EM ANO BISSEXTO SIMPLES)
       0500-CALCULAR-DATAS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE TO WRK-ONTEM.
           IF WRK-ONT-DIA > 1
               SUBTRACT 1 FROM WRK-ONT-DIA
           ELSE
               IF WRK-ONT-MES = 1
                   SUBTRACT 1 FROM WRK-ONT-ANO
                   MOVE 12 TO WRK-ONT-MES
               ELSE
                   SUBTRACT 1 FROM WRK-ONT-MES
               END-IF
               MOVE TB-DIAS (WRK-ONT-MES) TO WRK-ONT-DIA
               IF WRK-ONT-MES = 2
                   DIVIDE WRK-ONT-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ONT-DIA
                   END-IF
               END-IF
           END-IF.

      *LIBERA PARA A ORDENACAO UM REGISTRO POR PEDIDO CARIMBADO DO
      *PERIODO; PEDIDOS ANTERIORES AO CARIMBO DE LANCAMENTO
      *(OPERADOR EM BRANCO) FICAM DE FORA E SAO SO CONTADOS
       1000-CARREGAR.
           OPEN INPUT PEDIDOS-INDICE.
           IF PDX-STATUS = ZEROS
               SET INDICE-ABERTO TO TRUE
           ELSE
               DISPLAY 'FECDIA: SEM O INDICE PEDIDX.DAT - VARRENDO '
                       'OS PEDIDOS'
           END-IF.
           IF INDICE-ABERTO
               PERFORM 1200-CARREGAR-DO-INDICE
           ELSE
               OPEN INPUT PEDIDOS
               IF PEDIDOS-STATUS NOT = ZEROS
                   MOVE 10 TO PEDIDOS-STATUS
               ELSE
                   READ PEDIDOS NEXT
                       AT END
                           MOVE 10 TO PEDIDOS-STATUS
                   END-READ
               END-IF
               PERFORM 1100-CARREGAR-REG UNTIL PEDIDOS-STATUS = 10
               CLOSE PEDIDOS
           END-IF.

       1100-CARREGAR-REG.
           IF PEDIDOS-DATA-LANC NOT < WRK-ONTEM
                   AND PEDIDOS-DATA-LANC NOT > WRK-HOJE
               PERFORM 1150-LIBERAR-PEDIDO
           END-IF.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

       1150-LIBERAR-PEDIDO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF PED-CANCELADO OR PED-ESTORNO
               ADD 1 TO WRK-TOTAL-CANCELADOS
                   MOVE PEDIDOS-DATA-LANC TO ORD-DATA-LANC
                   MOVE PEDIDOS-OPERADOR TO ORD-OPERADOR
                   MOVE PEDIDOS-VALOR TO ORD-VALOR
                   MOVE PEDIDOS-FILIAL TO ORD-FILIAL
                   RELEASE ORD-REG
               END-IF
           END-IF.

      *PELO INDICE POR DATA DE LANCAMENTO: POSICIONA EM ONTEM E LE
      *SO ATE HOJE
       1200-CARREGAR-DO-INDICE.
           OPEN INPUT PEDIDOS.
           MOVE WRK-ONTEM TO PDX-DATA-LANC.
           MOVE ZEROS TO PDX-FILIAL-LANC.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PDX-STATUS
           ELSE
               START PEDIDOS-INDICE KEY IS NOT LESS THAN PDX-LANC
                   INVALID KEY
                       MOVE 10 TO PDX-STATUS
               END-START
           END-IF.
           IF PDX-STATUS NOT = 10
               READ PEDIDOS-INDICE NEXT
                   AT END
                       MOVE 10 TO PDX-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PDX-STATUS = 10 OR PDX-DATA-LANC > WRK-HOJE
               MOVE PDX-FONE TO PEDIDOS-FONE
               MOVE PDX-NUMERO TO PEDIDOS-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1150-LIBERAR-PEDIDO
               END-READ
               READ PEDIDOS-INDICE NEXT
                   AT END
                       MOVE 10 TO PDX-STATUS
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.
           CLOSE PEDIDOS-INDICE.

      *PERCORRE OS LANCAMENTOS JA ORDENADOS E IMPRIME UMA LINHA DE
      *TOTAL A CADA QUEBRA DE OPERADOR, E UM TOTAL DO DIA A CADA
      *QUEBRA DE DATA, COM A LINHA DE ASSINATURA DO OPERADOR
       2000-IMPRIMIR.
           OPEN OUTPUT CAIXA-REPORT.
           PERFORM 7000-PREPARAR-COPIAS.
           MOVE 'FECHAMENTO DE CAIXA DIARIO POR OPERADOR' TO
                               CAIXA-LINHA.
           WRITE CAIXA-LINHA.
                   WRITE CAIXA-LINHA
               END-IF
               MOVE ORD-OPERADOR TO WRK-OPER-GRUPO
               MOVE ORD-FILIAL TO WRK-GRUPO-FILIAL
               MOVE ZEROS TO WRK-GRUPO-QTDE
               MOVE ZEROS TO WRK-GRUPO-VALOR
           END-IF.
                   '  ASSINATURA: ________________'
               DELIMITED BY SIZE INTO CAIXA-LINHA.
           WRITE CAIXA-LINHA.
      *NA COPIA DA FILIAL A FOLHA LEVA O DIA NA PROPRIA LINHA
           MOVE SPACES TO CAIXA-LINHA.
           STRING '  DIA ' WRK-DATA-GRUPO
                   ' OPERADOR ' WRK-OPER-GRUPO
                   ' PEDIDOS ' WRK-GRUPO-QTDE
                   ' VALOR ' WRK-ED-VALOR
                   '  ASSINATURA: ________________'
               DELIMITED BY SIZE INTO CAIXA-LINHA.
           MOVE WRK-GRUPO-FILIAL TO WRK-LF-FILIAL.
           PERFORM 7100-GUARDAR-LINHA-FILIAL.
           ADD WRK-GRUPO-QTDE TO WRK-CF-PEDIDOS (WRK-LF-FILIAL).
           ADD WRK-GRUPO-VALOR TO WRK-CF-VALOR (WRK-LF-FILIAL).
           MOVE SPACES TO WRK-OPER-GRUPO.

       2300-FECHAR-DIA.
      *LIBERA PARA A ORDENACAO UM REGISTRO POR RECEBIMENTO, COM
      *DIA, FORMA E VALOR
       4000-CARREGAR-RECEB.
           OPEN INPUT CHEQUES.
           IF CHQ-STATUS = ZEROS
               SET CHEQUES-ABERTO TO TRUE
           END-IF.
           OPEN INPUT RECEBIMENTOS.
           IF RECEB-STATUS NOT = ZEROS
               MOVE 10 TO RECEB-STATUS
           END-IF.
           PERFORM 4100-CARREGAR-UM-RECEB UNTIL RECEB-STATUS = 10.
           CLOSE RECEBIMENTOS.
           IF CHEQUES-ABERTO
               CLOSE CHEQUES
           END-IF.

       4100-CARREGAR-UM-RECEB.
           ADD 1 TO WRK-TOTAL-RECEBS.
      *PASSOU PELO CAIXA/MAQUININHA NAQUELE DIA
           COMPUTE ORD-R-VALOR = RECEB-VALOR + RECEB-MULTA
                   + RECEB-JUROS.
           MOVE 'N' TO WRK-CHQ-GAVETA.
           IF RECEB-CHEQUE
               PERFORM 4150-DIA-DO-CHEQUE
           END-IF.
      *SO OS DIAS DA FOLHA DE PEDIDOS (ONTEM E HOJE)
           IF NOT CHEQUE-NA-GAVETA
                   AND ORD-R-DATA NOT < WRK-ONTEM
                   AND ORD-R-DATA NOT > WRK-HOJE
               RELEASE ORD-RECEB-REG
           END-IF.
           READ RECEBIMENTOS NEXT
               AT END
                   MOVE 10 TO RECEB-STATUS
           END-READ.

      *O CHEQUE CONTA NO DIA DO BOM PARA (NO A VISTA, O DIA DO
      *PROPRIO RECEBIMENTO); ENQUANTO ESTA NA GAVETA O
      *PRE-DATADO NAO E RECEBIMENTO DO CAIXA
       4150-DIA-DO-CHEQUE.
           IF CHEQUES-ABERTO
               MOVE RECEB-CHAVE TO CHQ-CHAVE
               READ CHEQUES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHQ-CUSTODIA
                               AND CHQ-BOM-PARA > RECEB-DATA
                           SET CHEQUE-NA-GAVETA TO TRUE
                           ADD 1 TO WRK-TOTAL-CHQ-GAVETA
                       ELSE
                           MOVE CHQ-BOM-PARA TO ORD-R-DATA
                       END-IF
               END-READ
           END-IF.

      *RECEBE OS RECEBIMENTOS JA POR DIA E IMPRIME UMA LINHA POR
      *DIA COM OS TOTAIS DE CADA FORMA DE PAGAMENTO, NO FINAL DO
      *MESMO FECDIA.TXT DA FOLHA POR OPERADOR
      *NOTA DE CREDITO DE DEVOLUCAO NAO E DINHEIRO NA GAVETA
               WHEN 'N'
                   ADD ORD-R-VALOR TO WRK-FORMA-NOTACRED
      *CHEQUE TAMBEM NAO E DINHEIRO NA GAVETA: VAI PARA O BANCO
               WHEN 'H'
                   ADD ORD-R-VALOR TO WRK-FORMA-CHEQUE
      *VALE-PRESENTE USADO NAO E DINHEIRO NOVO: ABATE O PASSIVO
               WHEN 'V'
                   ADD ORD-R-VALOR TO WRK-FORMA-VALE
      *D E O BRANCO DOS RECEBIMENTOS ANTIGOS VALEM DINHEIRO
               WHEN OTHER
                   ADD ORD-R-VALOR TO WRK-FORMA-DINHEIRO
                   ' NT.CRED ' WRK-ED-NOTACRED
               DELIMITED BY SIZE INTO CAIXA-LINHA.
           WRITE CAIXA-LINHA.
           IF WRK-FORMA-CHEQUE > ZEROS
               MOVE WRK-FORMA-CHEQUE TO WRK-ED-CHEQUE
               MOVE SPACES TO CAIXA-LINHA
               STRING '    CHEQUES DO DIA ' WRK-ED-CHEQUE
                   DELIMITED BY SIZE INTO CAIXA-LINHA
               WRITE CAIXA-LINHA
           END-IF.
           IF WRK-FORMA-VALE > ZEROS
               MOVE WRK-FORMA-VALE TO WRK-ED-VALE
               MOVE SPACES TO CAIXA-LINHA
               STRING '    VALES-PRESENTE DO DIA ' WRK-ED-VALE
                   DELIMITED BY SIZE INTO CAIXA-LINHA
               WRITE CAIXA-LINHA
           END-IF.
           PERFORM 5300-CONFERIR-CAIXA-DIA.
           PERFORM 5400-DESCONTOS-DO-DIA.
           MOVE ZEROS TO WRK-FORMA-DINHEIRO.
           MOVE ZEROS TO WRK-FORMA-CREDITO.
           MOVE ZEROS TO WRK-FORMA-BOLETO.
           MOVE ZEROS TO WRK-FORMA-NOTACRED.
           MOVE ZEROS TO WRK-FORMA-CHEQUE.
           MOVE ZEROS TO WRK-FORMA-VALE.

      *CONFERENCIA DO CAIXA FISICO DO DIA RECEM FECHADO: VARRE OS
      *MOVIMENTOS DO DIA (O ARQUIVO E PEQUENO, UMA VARREDURA POR
           WRITE CAIXA-LINHA.
           CLOSE CAIXA-REPORT.

      *AS FILIAIS DA EMPRESA SAO AS DOS OPERADORES DO CADASTRO
      *(FILIAL ZERO OU EM BRANCO E A MATRIZ); A MATRIZ SEMPRE GANHA
      *A SUA COPIA, MESMO SEM OPERADOR CADASTRADO
       7000-PREPARAR-COPIAS.
           INITIALIZE WRK-TABELA-COPIAS.
           MOVE 'S' TO WRK-CF-EXISTE (1).
           OPEN INPUT CREDENCIAIS.
           IF CRED-STATUS NOT = ZEROS
               MOVE 10 TO CRED-STATUS
           END-IF.
           PERFORM UNTIL CRED-STATUS = 10
               READ CREDENCIAIS
                   AT END
                       MOVE 10 TO CRED-STATUS
                   NOT AT END
                       IF CRED-FILIAL IS NUMERIC
                               AND CRED-FILIAL > ZEROS
                           MOVE 'S' TO WRK-CF-EXISTE (CRED-FILIAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDENCIAIS.
           MOVE ZEROS TO WRK-LF-SEQ.
           OPEN OUTPUT LINHAS-FILIAL.

      *GUARDA A LINHA RECEM IMPRESSA PARA A COPIA DA FILIAL EM
      *WRK-LF-FILIAL (ZERO VIRA A MATRIZ, 01)
       7100-GUARDAR-LINHA-FILIAL.
           IF WRK-LF-FILIAL = ZEROS
               MOVE 1 TO WRK-LF-FILIAL
           END-IF.
           ADD 1 TO WRK-LF-SEQ.
           MOVE WRK-LF-FILIAL TO LFIL-FILIAL.
           MOVE WRK-LF-SEQ TO LFIL-SEQ.
           MOVE CAIXA-LINHA TO LFIL-LINHA.
           WRITE LFIL-REG.

      *SEPARA AS LINHAS GUARDADAS NAS COPIAS POR FILIAL E ANOTA NO
      *INDICE DA NOITE CADA COPIA E O CONSOLIDADO
       7200-GERAR-COPIAS.
           CLOSE LINHAS-FILIAL.
           OPEN EXTEND INDICE-RELATORIOS.
           IF RELIDX-STATUS = 35 THEN
               OPEN OUTPUT INDICE-RELATORIOS
               CLOSE INDICE-RELATORIOS
               OPEN EXTEND INDICE-RELATORIOS
           END-IF.
           SORT ORDENA-FILIAL
               ON ASCENDING KEY ORDF-FILIAL ORDF-SEQ
               USING LINHAS-FILIAL
               OUTPUT PROCEDURE IS 7210-SEPARAR-FILIAIS.
           MOVE 'FECDIA.TXT' TO WRK-IDX-ARQUIVO.
           MOVE 'TODAS' TO WRK-IDX-FILIAL.
           MOVE WRK-LF-SEQ TO WRK-IDX-LINHAS.
           PERFORM 7300-REGISTRAR-INDICE.
           CLOSE INDICE-RELATORIOS.

       7210-SEPARAR-FILIAIS.
           PERFORM 7215-DEVOLVER-LINHA.
           PERFORM 7220-COPIA-DA-FILIAL
               VARYING WRK-CF-IDX FROM 1 BY 1
               UNTIL WRK-CF-IDX > 99.

       7215-DEVOLVER-LINHA.
           RETURN ORDENA-FILIAL
               AT END
                   SET FIM-LINHAS-FILIAL TO TRUE
           END-RETURN.

      *FILIAL SEM NENHUMA LINHA NA NOITE GANHA A COPIA ASSIM MESMO,
      *COM A INDICACAO DE SEM MOVIMENTO
       7220-COPIA-DA-FILIAL.
           IF NOT FIM-LINHAS-FILIAL AND ORDF-FILIAL = WRK-CF-IDX
               MOVE 'S' TO WRK-CF-EXISTE (WRK-CF-IDX)
           END-IF.
           IF WRK-CF-EXISTE (WRK-CF-IDX) = 'S'
               MOVE SPACES TO WRK-ARQ-FILIAL
               STRING 'FECDIA-' WRK-CF-IDX (2:2) '.TXT'
                   DELIMITED BY SIZE INTO WRK-ARQ-FILIAL
               OPEN OUTPUT COPIA-FILIAL
               MOVE SPACES TO COPIA-LINHA
               STRING 'FECHAMENTO DE CAIXA DIARIO POR OPERADOR'
                       ' - FILIAL ' WRK-CF-IDX (2:2)
                   DELIMITED BY SIZE INTO COPIA-LINHA
               WRITE COPIA-LINHA
               MOVE ALL '-' TO COPIA-LINHA
               WRITE COPIA-LINHA
               PERFORM UNTIL FIM-LINHAS-FILIAL
                       OR ORDF-FILIAL NOT = WRK-CF-IDX
                   MOVE ORDF-LINHA TO COPIA-LINHA
                   WRITE COPIA-LINHA
                   ADD 1 TO WRK-CF-LINHAS (WRK-CF-IDX)
                   PERFORM 7215-DEVOLVER-LINHA
               END-PERFORM
               IF WRK-CF-LINHAS (WRK-CF-IDX) = ZEROS
                   MOVE 'SEM MOVIMENTO NESTA FILIAL' TO COPIA-LINHA
                   WRITE COPIA-LINHA
                   ADD 1 TO WRK-COPIAS-SEM-MOV
               END-IF
               MOVE ALL '-' TO COPIA-LINHA
               WRITE COPIA-LINHA
               PERFORM 7250-TOTAIS-DA-FILIAL
               CLOSE COPIA-FILIAL
               ADD 1 TO WRK-COPIAS-GERADAS
               MOVE WRK-ARQ-FILIAL TO WRK-IDX-ARQUIVO
               MOVE SPACES TO WRK-IDX-FILIAL
               STRING 'FILIAL ' WRK-CF-IDX (2:2)
                   DELIMITED BY SIZE INTO WRK-IDX-FILIAL
               MOVE WRK-CF-LINHAS (WRK-CF-IDX) TO WRK-IDX-LINHAS
               PERFORM 7300-REGISTRAR-INDICE
           END-IF.

       7250-TOTAIS-DA-FILIAL.
           MOVE WRK-CF-VALOR (WRK-CF-IDX) TO WRK-ED-VALOR.
           MOVE SPACES TO COPIA-LINHA.
           STRING '  TOTAL DA FILIAL'
                   ' PEDIDOS ' WRK-CF-PEDIDOS (WRK-CF-IDX)
                   ' VALOR ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO COPIA-LINHA.
           WRITE COPIA-LINHA.

      *UMA LINHA DO INDICE DA NOITE: QUANDO, QUEM GEROU, QUAL
      *ARQUIVO, DE QUE FILIAL E QUANTAS LINHAS DE DETALHE
       7300-REGISTRAR-INDICE.
           ACCEPT WRK-IDX-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-IDX-HORA FROM TIME.
           MOVE SPACES TO RELIDX-REG.
           MOVE WRK-IDX-DATA TO RELIDX-DATA.
           MOVE WRK-IDX-HORA (1:4) TO RELIDX-HORA.
           MOVE 'FECDIA' TO RELIDX-JOB.
           MOVE WRK-IDX-ARQUIVO TO RELIDX-ARQUIVO.
           MOVE WRK-IDX-FILIAL TO RELIDX-FILIAL.
           MOVE WRK-IDX-LINHAS TO RELIDX-LINHAS.
           IF WRK-IDX-LINHAS = ZEROS
               MOVE 'SEM MOVIMENTO' TO RELIDX-SITUACAO
           ELSE
               MOVE 'COM MOVIMENTO' TO RELIDX-SITUACAO
           END-IF.
           WRITE RELIDX-REG.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
      *EXECUCAO; O RC FICA EM 99 (EM EXECUCAO) ATE O FIM NORMAL,
      *ENTAO UM JOB QUE CAIU NO MEIO FICA DENUNCIADO NO PAINEL
