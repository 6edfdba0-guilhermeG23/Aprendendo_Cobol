      *    PEGO UM DIA ANTES)
      *  - JOB QUE DEMOROU MAIS DE DUAS VEZES A MEDIA
      *  - JOB COM RC 99 (CAIU NO MEIO)
      *NA NOITE DO TESTE SEMANAL DE RESTAURACAO (TSTREST) TAMBEM
      *TRANSCREVE O RESULTADO DE CADA ARQUIVO RESTAURADO, LIDO DO
      *TSTREST.DAT; RESTAURACAO NAO COMPROVADA CONTA COMO ALERTA
      *DE PROPOSITO FICA FORA DO REGISTRO CENTRAL DE JOBS: E ELE
      *QUEM EXAMINA O JOBCTL, E O EXAMINADOR NAO SE EXAMINA
      **********************************
           SELECT ANOMALIA-REPORT ASSIGN TO 'ANOMALIA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
      *RESULTADO DO TESTE SEMANAL DE RESTAURACAO, SO LEITURA
           SELECT TESTE-RESTAURACAO ASSIGN TO 'TSTREST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRS-STATUS.

       DATA DIVISION.

       FD ANOMALIA-REPORT.
       01 REPORT-LINHA PIC X(120).

      *MESMO LAYOUT DO RESULTADO GRAVADO PELO TSTREST
       FD TESTE-RESTAURACAO.
       01 TRS-REG.
           05 TRS-ARQUIVO PIC X(16).
           05 TRS-DATA PIC 9(08).
           05 TRS-HORA PIC 9(08).
           05 TRS-COPIA PIC 9(06).
           05 TRS-JORNAL PIC 9(06).
           05 TRS-AMOSTRAS PIC 9(04).
           05 TRS-SITUACAO PIC X(01).
               88 TRS-COMPROVADA VALUE 'C'.
               88 TRS-FALHOU VALUE 'F'.
           05 TRS-MOTIVO PIC X(60).

       WORKING-STORAGE SECTION.
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 HIST-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77 TRS-STATUS PIC 9(02) VALUE ZEROS.
      *DATA DA NOITE, PARA SABER SE O TSTREST RODOU NELA
       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-JOBS PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-COPIADOS PIC 9(03) VALUE ZEROS.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT JOBCTL.
           IF JOBCTL-STATUS NOT = ZEROS
               MOVE 10 TO JOBCTL-STATUS
               PERFORM 2200-COPIAR-PARA-HISTORICO
           END-IF.
           PERFORM 2300-COMPARAR.
           IF JOB-NOME = 'TSTREST' AND JOB-DATA-INICIO = WRK-HOJE
                   AND JOB-RC NOT = 99
               PERFORM 2400-RESULTADO-RESTAURACAO
           END-IF.
           READ JOBCTL NEXT
               AT END
                   MOVE 10 TO JOBCTL-STATUS
               END-IF
           END-IF.

      *TRANSCREVE O TESTE DE RESTAURACAO DESTA NOITE, UMA LINHA
      *POR ARQUIVO; SEM O TSTREST.DAT O TESTE NAO DEIXOU PROVA E
      *ISSO JA E UM ALERTA
       2400-RESULTADO-RESTAURACAO.
           OPEN INPUT TESTE-RESTAURACAO.
           IF TRS-STATUS NOT = ZEROS
               ADD 1 TO WRK-TOTAL-ALERTAS
               MOVE 'TSTREST SEM O RESULTADO TSTREST.DAT - '
                   & 'RESTAURACAO NAO COMPROVADA' TO REPORT-LINHA
               WRITE REPORT-LINHA
           ELSE
               READ TESTE-RESTAURACAO
                   AT END
                       MOVE 10 TO TRS-STATUS
               END-READ
               PERFORM UNTIL TRS-STATUS = 10
                   MOVE SPACES TO REPORT-LINHA
                   IF TRS-FALHOU
                       ADD 1 TO WRK-TOTAL-ALERTAS
                       STRING 'TSTREST ' TRS-ARQUIVO
                               ' NAO RESTAURA: ' TRS-MOTIVO
                           DELIMITED BY SIZE INTO REPORT-LINHA
                   ELSE
                       STRING 'TSTREST ' TRS-ARQUIVO
                               ' RESTAURACAO COMPROVADA - COPIA '
                               TRS-COPIA ' JORNAL ' TRS-JORNAL
                               ' AMOSTRAS ' TRS-AMOSTRAS
                           DELIMITED BY SIZE INTO REPORT-LINHA
                   END-IF
                   WRITE REPORT-LINHA
                   READ TESTE-RESTAURACAO
                       AT END
                           MOVE 10 TO TRS-STATUS
                   END-READ
               END-PERFORM
               CLOSE TESTE-RESTAURACAO
           END-IF.
           MOVE ZEROS TO TRS-STATUS.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
