       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEVENC.
      **********************************
      *OBJ: RELATORIO SEMANAL DE LOTES A VENCER
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PERCORRE OS LOTES DE ESTOQUE COM SALDO (LOTES.DAT, NA ORDEM
      *PRODUTO+VALIDADE) E LISTA EM LOTEVENC.TXT OS QUE VENCEM EM
      *ATE 30, 31 A 60 E 61 A 90 DIAS (BASE COMERCIAL 30/360), COM
      *A QUANTIDADE E O VALOR AO PRECO DE CUSTO DO CATALOGO - E OS
      *JA VENCIDOS AINDA NA PRATELEIRA, QUE A VENDA BLOQUEIA E O
      *CATALOGO DESCARTA (MOVIMENTO V); NO FIM, O TOTAL DE CADA
      *FAIXA. LOTE COM MAIS DE 90 DIAS DE VALIDADE NAO ENTRA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO 'LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOTE-CHAVE
               FILE STATUS IS LOTE-STATUS.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
           SELECT LOTE-REPORT ASSIGN TO 'LOTEVENC.TXT'
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
      *MESMO LAYOUT DOS LOTES DE ESTOQUE DO CADASTRO ONLINE
       FD LOTES.
       01 LOTE-REG.
           05 LOTE-CHAVE.
               10 LOTE-PRODUTO PIC 9(06).
               10 LOTE-VALIDADE PIC 9(08).
               10 LOTE-NUMERO PIC X(10).
           05 LOTE-SALDO PIC 9(05).
           05 LOTE-ENTRADA PIC 9(08).

      *MESMO LAYOUT DO CATALOGO DE PRODUTOS DO CADASTRO ONLINE
       FD PRODUTOS.
       01 PROD-REG.
           05 PROD-CODIGO PIC 9(06).
           05 PROD-DESCRICAO PIC X(40).
           05 PROD-PRECO PIC 9(07)V99.
           05 PROD-ATIVO PIC X(01).
               88 PROD-EM-LINHA VALUE 'S'.
               88 PROD-FORA-LINHA VALUE 'N'.
           05 PROD-ESTOQUE PIC 9(05).
           05 PROD-ESTOQUE-MIN PIC 9(05).
           05 PROD-CATEGORIA PIC 9(03).
           05 PROD-CUSTO PIC 9(07)V99.
           05 PROD-GARANTIA PIC 9(03).
           05 PROD-RECOMPRA-DIAS PIC 9(03).

       FD LOTE-REPORT.
       01 REPORT-LINHA PIC X(130).

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
       77 LOTE-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LISTADOS PIC 9(06) VALUE ZEROS.
      *DATA DE HOJE E CALCULO DOS DIAS ATE A VALIDADE (30/360)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-VAL PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VAL-R REDEFINES WRK-DATA-VAL.
           05 WRK-VAL-ANO PIC 9(04).
           05 WRK-VAL-MES PIC 9(02).
           05 WRK-VAL-DIA PIC 9(02).
       77 WRK-DIAS-ATE-VAL PIC S9(07) VALUE ZEROS.
      *HORIZONTE DO RELATORIO, EM DIAS A PARTIR DE HOJE
       77 WRK-DIAS-HORIZONTE PIC 9(03) VALUE 90.
      *FAIXAS DE VENCIMENTO: 1=VENCIDO, 2=ATE 30, 3=31 A 60,
      *4=61 A 90 DIAS, COM O NOME IMPRESSO E OS ACUMULADOS
       01 WRK-NOMES-FAIXA.
           05 FILLER PIC X(12) VALUE '** VENCIDO *'.
           05 FILLER PIC X(12) VALUE 'ATE 30 DIAS '.
           05 FILLER PIC X(12) VALUE '31 A 60 DIAS'.
           05 FILLER PIC X(12) VALUE '61 A 90 DIAS'.
       01 WRK-NOMES-FAIXA-R REDEFINES WRK-NOMES-FAIXA.
           05 WRK-FX-NOME PIC X(12) OCCURS 4 TIMES.
       01 WRK-TABELA-FAIXA.
           05 WRK-FX-ENT OCCURS 4 TIMES.
               10 WRK-FX-LOTES PIC 9(06).
               10 WRK-FX-QTDE PIC 9(07).
               10 WRK-FX-VALOR PIC 9(11)V99.
       77 WRK-FX-IDX PIC 9(01) VALUE ZEROS.
      *VALOR DE CUSTO DO LOTE EM EXAME
       77 WRK-VALOR-LOTE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(09)9.99.
       77 WRK-ED-QTDE PIC Z(06)9.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-EXAMINAR UNTIL LOTE-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           INITIALIZE WRK-TABELA-FAIXA.
           OPEN INPUT LOTES.
           OPEN INPUT PRODUTOS.
           OPEN OUTPUT LOTE-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'LOTES A VENCER EM 30/60/90 DIAS - POSICAO DE '
                   WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF LOTE-STATUS NOT = ZEROS
               MOVE 10 TO LOTE-STATUS
           ELSE
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-IF.

      *SO LOTE COM SALDO ENTRA; O ZERADO JA SAIU DA PRATELEIRA
       2000-EXAMINAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF LOTE-SALDO > ZEROS
               MOVE LOTE-VALIDADE TO WRK-DATA-VAL
               COMPUTE WRK-DIAS-ATE-VAL =
                       ((WRK-VAL-ANO - WRK-HOJE-ANO) * 360) +
                       ((WRK-VAL-MES - WRK-HOJE-MES) * 30) +
                       (WRK-VAL-DIA - WRK-HOJE-DIA)
               IF WRK-DIAS-ATE-VAL NOT > WRK-DIAS-HORIZONTE
                   PERFORM 2100-LISTAR-LOTE
               END-IF
           END-IF.
           READ LOTES NEXT
               AT END
                   MOVE 10 TO LOTE-STATUS
           END-READ.

       2100-LISTAR-LOTE.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATE-VAL < ZEROS
                   MOVE 1 TO WRK-FX-IDX
               WHEN WRK-DIAS-ATE-VAL NOT > 30
                   MOVE 2 TO WRK-FX-IDX
               WHEN WRK-DIAS-ATE-VAL NOT > 60
                   MOVE 3 TO WRK-FX-IDX
               WHEN OTHER
                   MOVE 4 TO WRK-FX-IDX
           END-EVALUATE.
           MOVE LOTE-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE '** SEM CADASTRO **' TO PROD-DESCRICAO
                   MOVE ZEROS TO PROD-CUSTO
           END-READ.
           COMPUTE WRK-VALOR-LOTE = LOTE-SALDO * PROD-CUSTO.
           ADD 1 TO WRK-FX-LOTES (WRK-FX-IDX).
           ADD LOTE-SALDO TO WRK-FX-QTDE (WRK-FX-IDX).
           ADD WRK-VALOR-LOTE TO WRK-FX-VALOR (WRK-FX-IDX).
           MOVE LOTE-SALDO TO WRK-ED-QTDE.
           MOVE WRK-VALOR-LOTE TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING LOTE-PRODUTO ' ' PROD-DESCRICAO
                   ' LOTE ' LOTE-NUMERO
                   ' VALIDADE ' LOTE-VALIDADE
                   ' QTDE ' WRK-ED-QTDE
                   ' CUSTO ' WRK-ED-VALOR
                   ' ' WRK-FX-NOME (WRK-FX-IDX)
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM 3100-TOTAL-FAIXA
               VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > 4.
           CLOSE LOTE-REPORT.
           CLOSE LOTES.
           CLOSE PRODUTOS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'LOTES A VENCER - TOTAIS'.
           DISPLAY 'LOTES LIDOS........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'NO RELATORIO.......: ' WRK-TOTAL-LISTADOS.
           DISPLAY 'JA VENCIDOS........: ' WRK-FX-LOTES (1).
           DISPLAY '---------------------------------------'.

       3100-TOTAL-FAIXA.
           MOVE WRK-FX-QTDE (WRK-FX-IDX) TO WRK-ED-QTDE.
           MOVE WRK-FX-VALOR (WRK-FX-IDX) TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING WRK-FX-NOME (WRK-FX-IDX)
                   ' LOTES ' WRK-FX-LOTES (WRK-FX-IDX)
                   ' QTDE ' WRK-ED-QTDE
                   ' CUSTO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
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
           MOVE 'LOTEVENC' TO JOB-NOME.
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
           MOVE WRK-TOTAL-LIDOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-LISTADOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM LOTEVENC.
