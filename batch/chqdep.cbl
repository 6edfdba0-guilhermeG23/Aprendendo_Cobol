       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQDEP.
      **********************************
      *OBJ: CHEQUES DA CUSTODIA QUE JA PODEM SER DEPOSITADOS
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PERCORRE A CUSTODIA (CHEQUES.DAT, GRAVADA PELO RECEBIMENTO
      *EM CHEQUE DO CADASTRO ONLINE) E LISTA EM CHQDEP.TXT OS
      *CHEQUES AINDA NA GAVETA COM BOM PARA ATE HOJE - E A RELACAO
      *QUE VAI AO BANCO JUNTO COM O DEPOSITO; CADA CHEQUE LISTADO
      *PASSA A DEPOSITADO COM A DATA DE HOJE. O PRE-DATADO PARA
      *DEPOIS DE HOJE FICA NA GAVETA E SO ENTRA NO TOTAL DO PE
      *RODAR DE NOVO NO MESMO DIA REPETE A MESMA RELACAO (OS
      *DEPOSITADOS HOJE SAEM OUTRA VEZ, SEM MUDAR NADA)
      *RODA TODA NOITE ANTES DO FECDIA, QUE CONTA O CHEQUE NO DIA
      *DO BOM PARA SO DEPOIS DE ELE SAIR DA GAVETA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CUSTODIA DOS CHEQUES, UM POR RECEBIMENTO EM CHEQUE
           SELECT CHEQUES ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS CHQ-STATUS.
           SELECT DEPOSITO-REPORT ASSIGN TO 'CHQDEP.TXT'
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

       FD DEPOSITO-REPORT.
       01 DEPOSITO-LINHA PIC X(100).

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
       77 CHQ-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DEPOSITO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-GAVETA PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-DEPOSITO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-GAVETA PIC 9(11)V99 VALUE ZEROS.
      *VALOR DE FACE DO CHEQUE CORRENTE: PRINCIPAL E ENCARGOS
       77 WRK-VALOR-FACE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL PIC Z(10)9.99 VALUE ZEROS.
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-EXAMINAR-CHEQUE UNTIL CHQ-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *SEM CUSTODIA AINDA (NENHUM CHEQUE RECEBIDO NA INSTALACAO) A
      *RELACAO SAI VAZIA
       1000-ABRIR-ARQUIVOS.
           OPEN I-O CHEQUES.
           OPEN OUTPUT DEPOSITO-REPORT.
           MOVE SPACES TO DEPOSITO-LINHA.
           STRING 'CHEQUES PARA DEPOSITO EM ' WRK-HOJE
               DELIMITED BY SIZE INTO DEPOSITO-LINHA.
           WRITE DEPOSITO-LINHA.
           MOVE ALL '-' TO DEPOSITO-LINHA.
           WRITE DEPOSITO-LINHA.
           IF CHQ-STATUS NOT = ZEROS
               MOVE 10 TO CHQ-STATUS
           ELSE
               READ CHEQUES NEXT
                   AT END
                       MOVE 10 TO CHQ-STATUS
               END-READ
           END-IF.

      *CHEQUE NA GAVETA JA NO BOM PARA VAI PARA O DEPOSITO; O
      *DEPOSITADO HOJE (REEXECUCAO) SAI DE NOVO NA RELACAO; O
      *PRE-DATADO FICA NA GAVETA
       2000-EXAMINAR-CHEQUE.
           ADD 1 TO WRK-TOTAL-LIDOS.
           COMPUTE WRK-VALOR-FACE = CHQ-VALOR + CHQ-MULTA
                   + CHQ-JUROS.
           EVALUATE TRUE
               WHEN CHQ-CUSTODIA AND CHQ-BOM-PARA NOT > WRK-HOJE
                   SET CHQ-DEPOSITADO TO TRUE
                   MOVE WRK-HOJE TO CHQ-DATA-SITUACAO
                   REWRITE CHQ-REG
                       INVALID KEY
                           DISPLAY 'FALHA AO REGRAVAR O CHEQUE '
                                   CHQ-CHAVE
                       NOT INVALID KEY
                           PERFORM 2100-LINHA-DEPOSITO
                   END-REWRITE
               WHEN CHQ-DEPOSITADO AND CHQ-DATA-SITUACAO = WRK-HOJE
                   PERFORM 2100-LINHA-DEPOSITO
               WHEN CHQ-CUSTODIA
                   ADD 1 TO WRK-TOTAL-GAVETA
                   ADD WRK-VALOR-FACE TO WRK-VALOR-GAVETA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ CHEQUES NEXT
               AT END
                   MOVE 10 TO CHQ-STATUS
           END-READ.

       2100-LINHA-DEPOSITO.
           ADD 1 TO WRK-TOTAL-DEPOSITO.
           ADD WRK-VALOR-FACE TO WRK-VALOR-DEPOSITO.
           MOVE WRK-VALOR-FACE TO WRK-ED-VALOR.
           MOVE SPACES TO DEPOSITO-LINHA.
           STRING 'BANCO ' CHQ-BANCO
                   ' CHEQUE ' CHQ-NUMERO
                   ' BOM PARA ' CHQ-BOM-PARA
                   ' CLIENTE ' CHQ-FONE
                   ' PEDIDO ' CHQ-PEDIDO
                   ' VALOR ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO DEPOSITO-LINHA.
           WRITE DEPOSITO-LINHA.

       3000-FINALIZAR.
           MOVE ALL '-' TO DEPOSITO-LINHA.
           WRITE DEPOSITO-LINHA.
           MOVE WRK-VALOR-DEPOSITO TO WRK-ED-TOTAL.
           MOVE SPACES TO DEPOSITO-LINHA.
           STRING 'TOTAL DO DEPOSITO: ' WRK-TOTAL-DEPOSITO
                   ' CHEQUES   VALOR ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO DEPOSITO-LINHA.
           WRITE DEPOSITO-LINHA.
           MOVE WRK-VALOR-GAVETA TO WRK-ED-TOTAL.
           MOVE SPACES TO DEPOSITO-LINHA.
           STRING 'PRE-DATADOS NA GAVETA: ' WRK-TOTAL-GAVETA
                   ' CHEQUES   VALOR ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO DEPOSITO-LINHA.
           WRITE DEPOSITO-LINHA.
           CLOSE DEPOSITO-REPORT.
           CLOSE CHEQUES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'CHEQUES PARA DEPOSITO - TOTAIS'.
           DISPLAY 'CHEQUES LIDOS......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'PARA DEPOSITO......: ' WRK-TOTAL-DEPOSITO.
           DISPLAY 'NA GAVETA..........: ' WRK-TOTAL-GAVETA.
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
           MOVE 'CHQDEP' TO JOB-NOME.
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
           MOVE WRK-TOTAL-DEPOSITO TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM CHQDEP.
