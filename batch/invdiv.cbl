       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDIV.
      **********************************
      *OBJ: RELATORIO DE DIVERGENCIAS DO INVENTARIO FISICO
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR, RODADA SOB
      *DEMANDA DEPOIS DA DIGITACAO DA CONTAGEM (OPCAO IV) E ANTES
      *DA APROVACAO (OPCAO AI); PODE SER RODADA DE NOVO DEPOIS DA
      *APROVACAO, COMO TRILHA DO QUE FOI AJUSTADO
      *PERCORRE O INVENT.DAT GRAVADO PELO INVCONG E LISTA EM
      *INVDIV.TXT CADA PRODUTO CUJA CONTAGEM DIFERE DO SALDO
      *CONGELADO, COM A DIFERENCA EM QUANTIDADE E EM VALOR PELO
      *CUSTO DO PRODUTO NO CONGELAMENTO, E OS QUE NAO FORAM
      *CONTADOS (ESSES NAO SAO AJUSTADOS NA APROVACAO)
      *NO RODAPE, O TOTAL DAS SOBRAS, DAS FALTAS E O RESULTADO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO ASSIGN TO 'INVENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-PRODUTO
               FILE STATUS IS INV-STATUS.
           SELECT DIV-REPORT ASSIGN TO 'INVDIV.TXT'
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
      *MESMO LAYOUT DO INVENTARIO DO CADASTRO ONLINE
       FD INVENTARIO.
       01 INV-REG.
           05 INV-PRODUTO PIC 9(06).
           05 INV-CATEGORIA PIC 9(03).
           05 INV-DESCRICAO PIC X(40).
           05 INV-DATA-CONGEL PIC 9(08).
           05 INV-SALDO-CONGEL PIC 9(05).
           05 INV-CUSTO PIC 9(07)V99.
           05 INV-CONTADO PIC 9(05).
           05 INV-CONTAGEM PIC X(01).
               88 INV-CONTADO-SIM VALUE 'S'.
               88 INV-NAO-CONTADO VALUE 'N'.
           05 INV-OPERADOR PIC X(09).
           05 INV-SITUACAO PIC X(01).
               88 INV-ABERTO VALUE 'A'.
               88 INV-APROVADO VALUE 'F'.
           05 INV-DATA-APROV PIC 9(08).
           05 INV-SALDO-AJUSTADO PIC 9(05).

       FD DIV-REPORT.
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
       77 INV-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DIVERGENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-NAO-CONTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-SOBRAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-FALTAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RESULTADO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
      *DIFERENCA DO PRODUTO CORRENTE (CONTADO MENOS CONGELADO)
       77 WRK-DIF-QTDE PIC S9(05) VALUE ZEROS.
       77 WRK-DIF-VALOR PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ED-QTDE PIC -ZZZZ9.
       77 WRK-ED-SALDO PIC ZZZZ9.
       77 WRK-ED-CONTADO PIC ZZZZ9.
       77 WRK-ED-VALOR PIC -Z(09)9.99.
       77 WRK-MARCA PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-EXAMINAR UNTIL INV-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT INVENTARIO.
           OPEN OUTPUT DIV-REPORT.
           IF INV-STATUS NOT = ZEROS
               MOVE 10 TO INV-STATUS
               MOVE 'SEM INVENTARIO ABERTO (RODAR O INVCONG)' TO
                                   REPORT-LINHA
               WRITE REPORT-LINHA
           ELSE
               READ INVENTARIO NEXT
                   AT END
                       MOVE 10 TO INV-STATUS
               END-READ
               MOVE SPACES TO REPORT-LINHA
               STRING 'DIVERGENCIAS DO INVENTARIO CONGELADO EM '
                       INV-DATA-CONGEL ' - EMITIDO EM ' WRK-HOJE
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
               MOVE ALL '-' TO REPORT-LINHA
               WRITE REPORT-LINHA
               MOVE 'PRODUTO DESCRICAO                                '
                   & '   SISTEMA CONTADO  DIFER.         VALOR'
                   TO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

       2000-EXAMINAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF INV-NAO-CONTADO
               ADD 1 TO WRK-TOTAL-NAO-CONTADOS
               MOVE INV-SALDO-CONGEL TO WRK-ED-SALDO
               MOVE SPACES TO REPORT-LINHA
               STRING INV-PRODUTO ' ' INV-DESCRICAO ' '
                       WRK-ED-SALDO '  ** NAO CONTADO **'
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           ELSE
               IF INV-CONTADO NOT = INV-SALDO-CONGEL
                   PERFORM 2100-LISTAR-DIVERGENCIA
               END-IF
           END-IF.
           READ INVENTARIO NEXT
               AT END
                   MOVE 10 TO INV-STATUS
           END-READ.

      *SOBRA (CONTOU MAIS QUE O SISTEMA) E FALTA (CONTOU MENOS)
      *SAO SOMADAS EM SEPARADO PELO CUSTO DO CONGELAMENTO
       2100-LISTAR-DIVERGENCIA.
           ADD 1 TO WRK-TOTAL-DIVERGENTES.
           COMPUTE WRK-DIF-QTDE = INV-CONTADO - INV-SALDO-CONGEL.
           COMPUTE WRK-DIF-VALOR = WRK-DIF-QTDE * INV-CUSTO.
           IF WRK-DIF-QTDE > ZEROS
               ADD WRK-DIF-VALOR TO WRK-VALOR-SOBRAS
               MOVE 'SOBRA' TO WRK-MARCA
           ELSE
               SUBTRACT WRK-DIF-VALOR FROM WRK-VALOR-FALTAS
               MOVE 'FALTA' TO WRK-MARCA
           END-IF.
           IF INV-APROVADO
               MOVE 'AJUSTADO' TO WRK-MARCA (7:8)
           END-IF.
           MOVE INV-SALDO-CONGEL TO WRK-ED-SALDO.
           MOVE INV-CONTADO TO WRK-ED-CONTADO.
           MOVE WRK-DIF-QTDE TO WRK-ED-QTDE.
           MOVE WRK-DIF-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING INV-PRODUTO ' ' INV-DESCRICAO ' '
                   WRK-ED-SALDO '   ' WRK-ED-CONTADO ' '
                   WRK-ED-QTDE ' ' WRK-ED-VALOR ' ' WRK-MARCA
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-VALOR-SOBRAS TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'SOBRAS...........: ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-VALOR-FALTAS TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'FALTAS...........: ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           COMPUTE WRK-RESULTADO = WRK-VALOR-SOBRAS - WRK-VALOR-FALTAS.
           MOVE WRK-RESULTADO TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'RESULTADO........: ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'DIVERGENTES ' WRK-TOTAL-DIVERGENTES
                   ' NAO CONTADOS ' WRK-TOTAL-NAO-CONTADOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE DIV-REPORT.
           CLOSE INVENTARIO.
           DISPLAY '---------------------------------------'.
           DISPLAY 'DIVERGENCIAS DO INVENTARIO - TOTAIS'.
           DISPLAY 'ITENS LIDOS........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'DIVERGENTES........: ' WRK-TOTAL-DIVERGENTES.
           DISPLAY 'NAO CONTADOS.......: ' WRK-TOTAL-NAO-CONTADOS.
           DISPLAY '---------------------------------------'.

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
           MOVE 'INVDIV' TO JOB-NOME.
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
           MOVE WRK-TOTAL-DIVERGENTES TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM INVDIV.
