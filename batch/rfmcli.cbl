       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFMCLI.
      **********************************
      *OBJ: SEGMENTACAO RFM DOS CLIENTES (RECENCIA, FREQUENCIA E
      *VALOR) COM A MIGRACAO ENTRE SEGMENTOS MES A MES
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR, MENSAL
      *LE OS PEDIDOS VIVOS (PEDIDOS.DAT) E OS JA ARQUIVADOS PELO
      *ARQPED (PEDIDOS.HIS), FORA CANCELADOS E ESTORNOS, E APURA DE
      *CADA CLIENTE:
      *  R - DIAS DESDE A ULTIMA COMPRA (BASE 30/360):
      *      ATE 30 = 5, ATE 90 = 4, ATE 180 = 3, ATE 365 = 2,
      *      MAIS QUE ISSO = 1
      *  F - PEDIDOS NOS ULTIMOS 12 MESES:
      *      12 OU MAIS = 5, 6 OU MAIS = 4, 3 OU MAIS = 3, 2 = 2,
      *      MENOS = 1
      *  V - VALOR COMPRADO NOS ULTIMOS 12 MESES CONTRA A MEDIA DE
      *      QUEM COMPROU NO PERIODO: 2 VEZES A MEDIA OU MAIS = 5,
      *      A MEDIA OU MAIS = 4, METADE = 3, UM QUARTO = 2,
      *      MENOS = 1
      *E DAI O SEGMENTO, NA PRIMEIRA REGRA QUE SERVIR:
      *  SC SEM COMPRA      - NENHUM PEDIDO VALIDO NA HISTORIA
      *  PE PERDIDO         - R = 1
      *  NO NOVO            - PRIMEIRA COMPRA HA ATE 90 DIAS
      *  CA CAMPEAO         - R, F E V TODOS 4 OU MAIS
      *  LE LEAL            - R 3 OU MAIS E F 4 OU MAIS
      *  RI EM RISCO        - R ATE 2 COM F 3 OU MAIS OU V 4 OU
      *                       MAIS (JA FOI BOM CLIENTE E SUMIU)
      *  HI HIBERNANDO      - R ATE 2
      *  PR PROMISSOR       - R 4 OU MAIS
      *  AT PRECISA ATENCAO - OS DEMAIS
      *O SEGMENTO FICA EM SEGCLI.DAT (UM REGISTRO POR CLIENTE COM
      *A DATA DO CALCULO, NOS MOLDES DO SCORECLI.DAT), QUE A FICHA
      *DO CADASTRO ONLINE MOSTRA E O CAMPCLI USA COMO CRITERIO; O
      *REGISTRO GUARDA TAMBEM O SEGMENTO DO MES ANTERIOR, E UMA
      *SEGUNDA RODADA NO MESMO MES NAO PERDE ESSA REFERENCIA
      *O RELATORIO RFMCLI.TXT LISTA OS CLIENTES QUE CAIRAM DE
      *CAMPEAO OU LEAL PARA EM RISCO, HIBERNANDO OU PERDIDO, A
      *CONTAGEM POR SEGMENTO E A MATRIZ DE MIGRACAO (LINHA = MES
      *ANTERIOR, COLUNA = MES ATUAL)
      *CLIENTE INATIVO NAO E SEGMENTADO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *PEDIDOS JA MOVIDOS PARA O ARQUIVO HISTORICO PELO ARQPED
           SELECT PEDIDOS-HISTORICO ASSIGN TO 'PEDIDOS.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIS-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
      *UM SEGMENTO POR CLIENTE, REGRAVADO A CADA RODADA
           SELECT SEGMENTOS-RFM ASSIGN TO 'SEGCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFM-FONE
               FILE STATUS IS RFM-STATUS.
           SELECT ORDENA-PEDIDOS ASSIGN TO 'ORDRFM.TMP'.
           SELECT RESUMO-TRABALHO ASSIGN TO 'RFMTRAB.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRB-STATUS.
           SELECT RFM-REPORT ASSIGN TO 'RFMCLI.TXT'
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

      *LAYOUT COMPLETO E ATUAL DO CADASTRO
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE PIC 9(09).
           05 CLIENTES-NOME PIC X(30).
           05 CLIENTES-EMAIL PIC X(40).
           05 CLIENTES-FONE-CEL PIC 9(11).
           05 CLIENTES-DATA-NASC PIC 9(08).
           05 CLIENTES-PREF-CONTATO PIC X(01).
           05 CLIENTES-ENDERECO.
               10 CLIENTES-END-LOGRADOURO PIC X(40).
               10 CLIENTES-END-NUMERO PIC X(06).
               10 CLIENTES-END-BAIRRO PIC X(20).
               10 CLIENTES-END-CIDADE PIC X(25).
               10 CLIENTES-END-UF PIC X(02).
               10 CLIENTES-END-CEP PIC 9(08).
           05 CLIENTES-DOC.
               10 CLIENTES-DOC-TIPO PIC X(01).
                   88 CLI-DOC-CPF VALUE 'F'.
                   88 CLI-DOC-CNPJ VALUE 'J'.
               10 CLIENTES-DOC-NUM PIC 9(14).
           05 CLIENTES-STATUS-REG PIC X(01) VALUE 'A'.
               88 CLI-ATIVO VALUE 'A'.
               88 CLI-SUSPENSO VALUE 'S'.
               88 CLI-CANCELADO VALUE 'C'.
               88 CLI-INATIVO VALUE 'I'.
           05 CLIENTES-OBSERVACOES PIC X(60)
                       OCCURS 5 TIMES VALUE SPACES.
           05 CLIENTES-ULT-ALTERACAO.
               10 CLIENTES-ULT-OPERADOR PIC X(09).
               10 CLIENTES-ULT-DATA PIC 9(08).
               10 CLIENTES-ULT-HORA PIC 9(08).
           05 CLIENTES-DATA-INCLUSAO PIC 9(08).
           05 CLIENTES-LIMITE-CRED PIC 9(07)V99.
           05 CLIENTES-CLASSE PIC X(01).
           05 CLIENTES-END-INVALIDO PIC X(01).
               88 END-DEVOLVIDO VALUE 'S'.
           05 CLIENTES-FILIAL PIC 9(02).

      *SEGMENTO RFM DE UM CLIENTE, REGRAVADO A CADA RODADA DO LOTE
       FD SEGMENTOS-RFM.
       01 RFM-REG.
           05 RFM-FONE PIC 9(09).
           05 RFM-SEGMENTO PIC X(02).
           05 RFM-DATA-CALCULO PIC 9(08).
           05 RFM-NOTA-R PIC 9(01).
           05 RFM-NOTA-F PIC 9(01).
           05 RFM-NOTA-V PIC 9(01).
           05 RFM-DIAS-ULTIMA PIC 9(05).
           05 RFM-PEDIDOS-12M PIC 9(05).
           05 RFM-VALOR-12M PIC 9(09)V99.
           05 RFM-ANTERIOR PIC X(02).
           05 RFM-DATA-ANTERIOR PIC 9(08).

      *UM PEDIDO VALIDO: CLIENTE, DATA E VALOR
       SD ORDENA-PEDIDOS.
       01 ORD-REG.
           05 ORD-FONE PIC 9(09).
           05 ORD-DATA PIC 9(08).
           05 ORD-VALOR PIC 9(07)V99.

      *RESUMO DE COMPRAS DE UM CLIENTE, NA ORDEM DO TELEFONE
       FD RESUMO-TRABALHO.
       01 TRB-REG.
           05 TRB-FONE PIC 9(09).
           05 TRB-PRI-DATA PIC 9(08).
           05 TRB-ULT-DATA PIC 9(08).
           05 TRB-PEDIDOS-12M PIC 9(05).
           05 TRB-VALOR-12M PIC 9(09)V99.

       FD RFM-REPORT.
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
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 HIS-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 RFM-STATUS PIC 9(02) VALUE ZEROS.
       77 TRB-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-QUEDAS PIC 9(06) VALUE ZEROS.

      *DATA DE HOJE, CORTE DOS 12 MESES E CALCULO DE DIAS (30/360)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-HOJE-R2 REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANOMES PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-CORTE-12M PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-EXAME-ANO PIC 9(04).
           05 WRK-EXAME-MES PIC 9(02).
           05 WRK-EXAME-DIA PIC 9(02).
       01 WRK-DATA-EXAME-R2 REDEFINES WRK-DATA-EXAME.
           05 WRK-EXAME-ANOMES PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-DIAS PIC S9(07) VALUE ZEROS.
       77 WRK-DIAS-PRIMEIRA PIC S9(07) VALUE ZEROS.

      *MEDIA DO VALOR EM 12 MESES DE QUEM COMPROU NO PERIODO
       77 WRK-COMPRADORES PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA-VALOR PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MEDIA-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RAZAO-VALOR PIC 9(09)V99 VALUE ZEROS.

      *ACUMULADORES DO CLIENTE CORRENTE NA SAIDA DA ORDENACAO
       77 WRK-FONE-GRUPO PIC 9(09) VALUE ZEROS.

      *NOTAS E SEGMENTO DO CLIENTE CORRENTE
       77 WRK-NOTA-R PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA-F PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA-V PIC 9(01) VALUE ZEROS.
       77 WRK-SEGMENTO PIC X(02) VALUE SPACES.
       77 WRK-SEG-ANTERIOR PIC X(02) VALUE SPACES.
       77 WRK-SEG-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-LINHA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-COLUNA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-SEG-REGISTRO PIC X(01) VALUE 'N'.
           88 RFM-JA-GRAVADO VALUE 'S'.
           88 RFM-NOVO-NA-BASE VALUE 'N'.

      *SEGMENTOS NA ORDEM DO RELATORIO; A LINHA 10 DA MATRIZ E A
      *DOS CLIENTES SEM SEGMENTO NO MES ANTERIOR
       01 TB-SEGMENTOS-DADOS.
           05 FILLER PIC X(20) VALUE 'CACAMPEAO'.
           05 FILLER PIC X(20) VALUE 'LELEAL'.
           05 FILLER PIC X(20) VALUE 'PRPROMISSOR'.
           05 FILLER PIC X(20) VALUE 'NONOVO'.
           05 FILLER PIC X(20) VALUE 'ATPRECISA ATENCAO'.
           05 FILLER PIC X(20) VALUE 'RIEM RISCO'.
           05 FILLER PIC X(20) VALUE 'HIHIBERNANDO'.
           05 FILLER PIC X(20) VALUE 'PEPERDIDO'.
           05 FILLER PIC X(20) VALUE 'SCSEM COMPRA'.
       01 TB-SEGMENTOS REDEFINES TB-SEGMENTOS-DADOS.
           05 TB-SEG-ITEM OCCURS 9 TIMES.
               10 TB-SEG-CODIGO PIC X(02).
               10 TB-SEG-NOME PIC X(18).
       01 TB-MIGRACAO.
           05 TB-MIG-LINHA OCCURS 10 TIMES.
               10 TB-MIG-QTDE PIC 9(06) OCCURS 9 TIMES.
               10 TB-MIG-TOTAL PIC 9(06).
       01 TB-TOTAIS-SEGMENTO.
           05 TB-TOT-SEGMENTO PIC 9(06) OCCURS 9 TIMES.

      *LINHAS DA MATRIZ DE MIGRACAO
       01 WRK-CABEC-MATRIZ.
           05 FILLER PIC X(22) VALUE 'ANTERIOR \ ATUAL'.
           05 WRK-CM-CELULA OCCURS 9 TIMES.
               10 FILLER PIC X(05) VALUE SPACES.
               10 WRK-CM-CODIGO PIC X(02).
           05 FILLER PIC X(07) VALUE '  TOTAL'.
       01 WRK-LINHA-MATRIZ.
           05 WRK-LM-ROTULO PIC X(22).
           05 WRK-LM-CELULA OCCURS 9 TIMES.
               10 FILLER PIC X(01).
               10 WRK-LM-QTDE PIC Z(05)9.
           05 FILLER PIC X(01).
           05 WRK-LM-TOTAL PIC Z(05)9.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-QTDE PIC Z(05)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-CORTE-12M = WRK-HOJE - 10000.
           INITIALIZE TB-MIGRACAO.
           INITIALIZE TB-TOTAIS-SEGMENTO.
           SORT ORDENA-PEDIDOS
               ON ASCENDING KEY ORD-FONE
               ON ASCENDING KEY ORD-DATA
               INPUT PROCEDURE 2000-CARREGAR-PEDIDOS
               OUTPUT PROCEDURE 3000-RESUMIR-CLIENTES.
           IF WRK-COMPRADORES > ZEROS
               COMPUTE WRK-MEDIA-VALOR ROUNDED =
                       WRK-SOMA-VALOR / WRK-COMPRADORES
           END-IF.
           PERFORM 4000-SEGMENTAR.
           PERFORM 5000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *SOLTA NA ORDENACAO OS PEDIDOS VALIDOS DO ARQUIVO VIVO E DO
      *HISTORICO
       2000-CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM 2100-LIBERAR-PEDIDO UNTIL PEDIDOS-STATUS = 10.
           CLOSE PEDIDOS.
           OPEN INPUT PEDIDOS-HISTORICO.
           IF HIS-STATUS = ZEROS
               READ PEDIDOS-HISTORICO
                   AT END
                       MOVE 10 TO HIS-STATUS
               END-READ
               PERFORM 2200-LIBERAR-HISTORICO UNTIL HIS-STATUS = 10
               CLOSE PEDIDOS-HISTORICO
           END-IF.

       2100-LIBERAR-PEDIDO.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
               ADD 1 TO WRK-TOTAL-PEDIDOS
               MOVE PEDIDOS-FONE TO ORD-FONE
               MOVE PEDIDOS-DATA TO ORD-DATA
               MOVE PEDIDOS-VALOR TO ORD-VALOR
               RELEASE ORD-REG
           END-IF.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

       2200-LIBERAR-HISTORICO.
           IF NOT HIS-CANCELADO AND NOT HIS-ESTORNO
               ADD 1 TO WRK-TOTAL-PEDIDOS
               MOVE HIS-FONE TO ORD-FONE
               MOVE HIS-DATA TO ORD-DATA
               MOVE HIS-VALOR TO ORD-VALOR
               RELEASE ORD-REG
           END-IF.
           READ PEDIDOS-HISTORICO
               AT END
                   MOVE 10 TO HIS-STATUS
           END-READ.

      *UM RESUMO POR CLIENTE (PRIMEIRA E ULTIMA COMPRA, PEDIDOS E
      *VALOR DOS 12 MESES) E A BASE DA MEDIA DE VALOR
       3000-RESUMIR-CLIENTES.
           OPEN OUTPUT RESUMO-TRABALHO.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-PEDIDOS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 3100-RESUMIR-FONE UNTIL SORT-FIM.
           CLOSE RESUMO-TRABALHO.

       3100-RESUMIR-FONE.
           MOVE ORD-FONE TO WRK-FONE-GRUPO.
           MOVE ORD-FONE TO TRB-FONE.
           MOVE ORD-DATA TO TRB-PRI-DATA.
           MOVE ZEROS TO TRB-PEDIDOS-12M.
           MOVE ZEROS TO TRB-VALOR-12M.
           PERFORM UNTIL SORT-FIM OR ORD-FONE NOT = WRK-FONE-GRUPO
               MOVE ORD-DATA TO TRB-ULT-DATA
               IF ORD-DATA > WRK-CORTE-12M
                   ADD 1 TO TRB-PEDIDOS-12M
                   ADD ORD-VALOR TO TRB-VALOR-12M
               END-IF
               RETURN ORDENA-PEDIDOS
                   AT END
                       SET SORT-FIM TO TRUE
               END-RETURN
           END-PERFORM.
           WRITE TRB-REG.
           IF TRB-VALOR-12M > ZEROS
               ADD 1 TO WRK-COMPRADORES
               ADD TRB-VALOR-12M TO WRK-SOMA-VALOR
           END-IF.

      *CASA O CADASTRO COM OS RESUMOS (OS DOIS NA ORDEM DO
      *TELEFONE) E GRAVA O SEGMENTO DE CADA CLIENTE
       4000-SEGMENTAR.
           OPEN INPUT CLIENTES.
           OPEN INPUT RESUMO-TRABALHO.
           OPEN I-O SEGMENTOS-RFM.
           IF RFM-STATUS = 35 THEN
               OPEN OUTPUT SEGMENTOS-RFM
               CLOSE SEGMENTOS-RFM
               OPEN I-O SEGMENTOS-RFM
           END-IF.
           OPEN OUTPUT RFM-REPORT.
           MOVE 'SEGMENTACAO RFM DOS CLIENTES' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE 'CLIENTES QUE CAIRAM DE CAMPEAO/LEAL PARA EM RISCO,'
               TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE 'HIBERNANDO OU PERDIDO NESTE MES:' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM 4050-LER-RESUMO.
           IF CLIENTES-STATUS NOT = ZEROS
               MOVE 10 TO CLIENTES-STATUS
           ELSE
               READ CLIENTES NEXT
                   AT END
                       MOVE 10 TO CLIENTES-STATUS
               END-READ
           END-IF.
           PERFORM 4100-EXAMINAR-CLIENTE UNTIL CLIENTES-STATUS = 10.
           CLOSE CLIENTES.
           CLOSE RESUMO-TRABALHO.
           CLOSE SEGMENTOS-RFM.

      *NO FIM DOS RESUMOS O TELEFONE FICA NO MAIOR VALOR, E TODO
      *CLIENTE RESTANTE SAI COMO SEM COMPRA
       4050-LER-RESUMO.
           READ RESUMO-TRABALHO
               AT END
                   MOVE 10 TO TRB-STATUS
                   MOVE 999999999 TO TRB-FONE
           END-READ.

       4100-EXAMINAR-CLIENTE.
      *RESUMO DE TELEFONE QUE NAO ESTA NO CADASTRO E DESCARTADO
           PERFORM 4050-LER-RESUMO
               UNTIL TRB-FONE NOT < CLIENTES-FONE.
           IF NOT CLI-INATIVO
               ADD 1 TO WRK-TOTAL-CLIENTES
               IF TRB-FONE = CLIENTES-FONE
                   PERFORM 4200-CALCULAR-NOTAS
               ELSE
                   MOVE ZEROS TO WRK-NOTA-R
                   MOVE ZEROS TO WRK-NOTA-F
                   MOVE ZEROS TO WRK-NOTA-V
                   MOVE ZEROS TO WRK-DIAS
                   MOVE 'SC' TO WRK-SEGMENTO
               END-IF
               PERFORM 4400-GRAVAR-SEGMENTO
           END-IF.
           READ CLIENTES NEXT
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

       4200-CALCULAR-NOTAS.
           MOVE TRB-ULT-DATA TO WRK-DATA-EXAME.
           COMPUTE WRK-DIAS =
                   ((WRK-HOJE-ANO - WRK-EXAME-ANO) * 360) +
                   ((WRK-HOJE-MES - WRK-EXAME-MES) * 30) +
                   (WRK-HOJE-DIA - WRK-EXAME-DIA).
           IF WRK-DIAS < ZEROS
               MOVE ZEROS TO WRK-DIAS
           END-IF.
           MOVE TRB-PRI-DATA TO WRK-DATA-EXAME.
           COMPUTE WRK-DIAS-PRIMEIRA =
                   ((WRK-HOJE-ANO - WRK-EXAME-ANO) * 360) +
                   ((WRK-HOJE-MES - WRK-EXAME-MES) * 30) +
                   (WRK-HOJE-DIA - WRK-EXAME-DIA).
           EVALUATE TRUE
               WHEN WRK-DIAS NOT > 30
                   MOVE 5 TO WRK-NOTA-R
               WHEN WRK-DIAS NOT > 90
                   MOVE 4 TO WRK-NOTA-R
               WHEN WRK-DIAS NOT > 180
                   MOVE 3 TO WRK-NOTA-R
               WHEN WRK-DIAS NOT > 365
                   MOVE 2 TO WRK-NOTA-R
               WHEN OTHER
                   MOVE 1 TO WRK-NOTA-R
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TRB-PEDIDOS-12M NOT < 12
                   MOVE 5 TO WRK-NOTA-F
               WHEN TRB-PEDIDOS-12M NOT < 6
                   MOVE 4 TO WRK-NOTA-F
               WHEN TRB-PEDIDOS-12M NOT < 3
                   MOVE 3 TO WRK-NOTA-F
               WHEN TRB-PEDIDOS-12M = 2
                   MOVE 2 TO WRK-NOTA-F
               WHEN OTHER
                   MOVE 1 TO WRK-NOTA-F
           END-EVALUATE.
           MOVE ZEROS TO WRK-RAZAO-VALOR.
           IF WRK-MEDIA-VALOR > ZEROS
               COMPUTE WRK-RAZAO-VALOR =
                       TRB-VALOR-12M / WRK-MEDIA-VALOR
           END-IF.
           EVALUATE TRUE
               WHEN WRK-RAZAO-VALOR NOT < 2
                   MOVE 5 TO WRK-NOTA-V
               WHEN WRK-RAZAO-VALOR NOT < 1
                   MOVE 4 TO WRK-NOTA-V
               WHEN WRK-RAZAO-VALOR NOT < 0.50
                   MOVE 3 TO WRK-NOTA-V
               WHEN WRK-RAZAO-VALOR NOT < 0.25
                   MOVE 2 TO WRK-NOTA-V
               WHEN OTHER
                   MOVE 1 TO WRK-NOTA-V
           END-EVALUATE.
           PERFORM 4300-ATRIBUIR-SEGMENTO.

       4300-ATRIBUIR-SEGMENTO.
           EVALUATE TRUE
               WHEN WRK-NOTA-R = 1
                   MOVE 'PE' TO WRK-SEGMENTO
               WHEN WRK-DIAS-PRIMEIRA NOT > 90
                   MOVE 'NO' TO WRK-SEGMENTO
               WHEN WRK-NOTA-R NOT < 4 AND WRK-NOTA-F NOT < 4
                       AND WRK-NOTA-V NOT < 4
                   MOVE 'CA' TO WRK-SEGMENTO
               WHEN WRK-NOTA-R NOT < 3 AND WRK-NOTA-F NOT < 4
                   MOVE 'LE' TO WRK-SEGMENTO
               WHEN WRK-NOTA-R NOT > 2
                       AND (WRK-NOTA-F NOT < 3 OR WRK-NOTA-V NOT < 4)
                   MOVE 'RI' TO WRK-SEGMENTO
               WHEN WRK-NOTA-R NOT > 2
                   MOVE 'HI' TO WRK-SEGMENTO
               WHEN WRK-NOTA-R NOT < 4
                   MOVE 'PR' TO WRK-SEGMENTO
               WHEN OTHER
                   MOVE 'AT' TO WRK-SEGMENTO
           END-EVALUATE.

      *O SEGMENTO GRAVADO EM MES ANTERIOR PASSA A SER O ANTERIOR;
      *SE A ULTIMA GRAVACAO JA FOI DESTE MES (LOTE RELANCADO), O
      *ANTERIOR QUE ELA GUARDA CONTINUA VALENDO
       4400-GRAVAR-SEGMENTO.
           MOVE CLIENTES-FONE TO RFM-FONE.
           READ SEGMENTOS-RFM
               INVALID KEY
                   SET RFM-NOVO-NA-BASE TO TRUE
                   MOVE SPACES TO RFM-ANTERIOR
                   MOVE ZEROS TO RFM-DATA-ANTERIOR
               NOT INVALID KEY
                   SET RFM-JA-GRAVADO TO TRUE
                   MOVE RFM-DATA-CALCULO TO WRK-DATA-EXAME
                   IF WRK-EXAME-ANOMES NOT = WRK-HOJE-ANOMES
                       MOVE RFM-SEGMENTO TO RFM-ANTERIOR
                       MOVE RFM-DATA-CALCULO TO RFM-DATA-ANTERIOR
                   END-IF
           END-READ.
           MOVE CLIENTES-FONE TO RFM-FONE.
           MOVE RFM-ANTERIOR TO WRK-SEG-ANTERIOR.
           MOVE WRK-SEGMENTO TO RFM-SEGMENTO.
           MOVE WRK-HOJE TO RFM-DATA-CALCULO.
           MOVE WRK-NOTA-R TO RFM-NOTA-R.
           MOVE WRK-NOTA-F TO RFM-NOTA-F.
           MOVE WRK-NOTA-V TO RFM-NOTA-V.
           IF WRK-SEGMENTO = 'SC'
               MOVE ZEROS TO RFM-DIAS-ULTIMA
               MOVE ZEROS TO RFM-PEDIDOS-12M
               MOVE ZEROS TO RFM-VALOR-12M
           ELSE
               MOVE WRK-DIAS TO RFM-DIAS-ULTIMA
               MOVE TRB-PEDIDOS-12M TO RFM-PEDIDOS-12M
               MOVE TRB-VALOR-12M TO RFM-VALOR-12M
           END-IF.
           IF RFM-JA-GRAVADO
               REWRITE RFM-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE RFM-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           PERFORM 4500-CONTAR-MIGRACAO.

      *LINHA = SEGMENTO ANTERIOR (10 SE NAO HAVIA), COLUNA = ATUAL
       4500-CONTAR-MIGRACAO.
           MOVE 10 TO WRK-LINHA-IDX.
           MOVE ZEROS TO WRK-COLUNA-IDX.
           PERFORM VARYING WRK-SEG-IDX FROM 1 BY 1
                   UNTIL WRK-SEG-IDX > 9
               IF TB-SEG-CODIGO (WRK-SEG-IDX) = WRK-SEG-ANTERIOR
                   MOVE WRK-SEG-IDX TO WRK-LINHA-IDX
               END-IF
               IF TB-SEG-CODIGO (WRK-SEG-IDX) = WRK-SEGMENTO
                   MOVE WRK-SEG-IDX TO WRK-COLUNA-IDX
               END-IF
           END-PERFORM.
           ADD 1 TO TB-MIG-QTDE (WRK-LINHA-IDX, WRK-COLUNA-IDX).
           ADD 1 TO TB-MIG-TOTAL (WRK-LINHA-IDX).
           ADD 1 TO TB-TOT-SEGMENTO (WRK-COLUNA-IDX).
           IF (WRK-SEG-ANTERIOR = 'CA' OR WRK-SEG-ANTERIOR = 'LE')
                   AND (WRK-SEGMENTO = 'RI' OR WRK-SEGMENTO = 'HI'
                       OR WRK-SEGMENTO = 'PE')
               PERFORM 4600-LINHA-QUEDA
           END-IF.

       4600-LINHA-QUEDA.
           ADD 1 TO WRK-TOTAL-QUEDAS.
           MOVE RFM-VALOR-12M TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING CLIENTES-FONE ' ' CLIENTES-NOME ' '
                   WRK-SEG-ANTERIOR ' -> ' WRK-SEGMENTO
                   ' DIAS ' RFM-DIAS-ULTIMA
                   ' VALOR 12M ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       5000-FINALIZAR.
           IF WRK-TOTAL-QUEDAS = ZEROS
               MOVE '  NENHUM' TO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE 'CLIENTES POR SEGMENTO' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM VARYING WRK-SEG-IDX FROM 1 BY 1
                   UNTIL WRK-SEG-IDX > 9
               MOVE TB-TOT-SEGMENTO (WRK-SEG-IDX) TO WRK-ED-QTDE
               MOVE SPACES TO REPORT-LINHA
               STRING '  ' TB-SEG-CODIGO (WRK-SEG-IDX) ' '
                       TB-SEG-NOME (WRK-SEG-IDX) ' ' WRK-ED-QTDE
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-PERFORM.
           MOVE WRK-MEDIA-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'VALOR MEDIO EM 12 MESES DE QUEM COMPROU: '
                   WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'MIGRACAO ENTRE SEGMENTOS (LINHA = MES ANTERIOR,'
                   ' COLUNA = MES ATUAL)'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM VARYING WRK-SEG-IDX FROM 1 BY 1
                   UNTIL WRK-SEG-IDX > 9
               MOVE TB-SEG-CODIGO (WRK-SEG-IDX) TO
                                   WRK-CM-CODIGO (WRK-SEG-IDX)
           END-PERFORM.
           MOVE WRK-CABEC-MATRIZ TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM 5100-LINHA-MATRIZ
               VARYING WRK-LINHA-IDX FROM 1 BY 1
               UNTIL WRK-LINHA-IDX > 10.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PEDIDOS LIDOS ' WRK-TOTAL-PEDIDOS
                   ' CLIENTES SEGMENTADOS ' WRK-TOTAL-CLIENTES
                   ' QUEDAS ' WRK-TOTAL-QUEDAS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE RFM-REPORT.
           DISPLAY '---------------------------------------'.
           DISPLAY 'SEGMENTACAO RFM - TOTAIS'.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'SEGMENTADOS........: ' WRK-TOTAL-CLIENTES.
           DISPLAY 'QUEDAS DE SEGMENTO.: ' WRK-TOTAL-QUEDAS.
           DISPLAY '---------------------------------------'.

       5100-LINHA-MATRIZ.
           MOVE SPACES TO WRK-LINHA-MATRIZ.
           IF WRK-LINHA-IDX = 10
               MOVE '-- SEM SEGMENTO' TO WRK-LM-ROTULO
           ELSE
               STRING TB-SEG-CODIGO (WRK-LINHA-IDX) ' '
                       TB-SEG-NOME (WRK-LINHA-IDX)
                   DELIMITED BY SIZE INTO WRK-LM-ROTULO
           END-IF.
           PERFORM VARYING WRK-COLUNA-IDX FROM 1 BY 1
                   UNTIL WRK-COLUNA-IDX > 9
               MOVE TB-MIG-QTDE (WRK-LINHA-IDX, WRK-COLUNA-IDX) TO
                                   WRK-LM-QTDE (WRK-COLUNA-IDX)
           END-PERFORM.
           MOVE TB-MIG-TOTAL (WRK-LINHA-IDX) TO WRK-LM-TOTAL.
           MOVE WRK-LINHA-MATRIZ TO REPORT-LINHA.
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
           MOVE 'RFMCLI' TO JOB-NOME.
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
           MOVE WRK-TOTAL-CLIENTES TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM RFMCLI.
