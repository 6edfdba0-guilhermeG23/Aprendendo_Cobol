       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFERET.
      **********************************
      *OBJ: PROCESSAMENTO DO RETORNO DA NOTA FISCAL ELETRONICA
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LE O RETORNO DA SEFAZ (NFERET.TXT, UMA LINHA POR NOTA
      *ENVIADA: NUMERO + A=AUTORIZADA, R=REJEITADA OU D=DENEGADA +
      *PROTOCOLO + CODIGO E MOTIVO DO RETORNO + DATA) E ATUALIZA A
      *SITUACAO DA NOTA EM NFESIT.DAT:
      *  - AUTORIZADA: GRAVA O PROTOCOLO JUNTO DA NOTA
      *  - REJEITADA: GRAVA O CODIGO E O MOTIVO; A NOTA FICA NO
      *    PAINEL OP ATE O OPERADOR CORRIGIR O CADASTRO E LIBERAR O
      *    REENVIO (OPCAO NE)
      *  - DENEGADA: GRAVA O PROTOCOLO E O MOTIVO; NAO HA REENVIO
      *AS REJEITADAS, AS DENEGADAS E AS LINHAS RECUSADAS (NOTA QUE
      *NAO ESTAVA AGUARDANDO RETORNO OU COM DADO FALTANDO) SAEM EM
      *NFEREJ.TXT
      *O RETORNO PROCESSADO E REINICIADO VAZIO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO 'NFERET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETORNO-STATUS.
           SELECT NFE-SITUACAO ASSIGN TO 'NFESIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-NUMERO
               FILE STATUS IS NFE-STATUS.
           SELECT RETORNO-REPORT ASSIGN TO 'NFEREJ.TXT'
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
      *LINHA DO RETORNO DA SEFAZ
       FD RETORNO.
       01 RET-REG.
           05 RET-NUMERO PIC 9(06).
           05 RET-RESULTADO PIC X(01).
               88 RET-AUTORIZADA VALUE 'A'.
               88 RET-REJEITADA VALUE 'R'.
               88 RET-DENEGADA VALUE 'D'.
           05 RET-PROTOCOLO PIC X(15).
           05 RET-COD-RETORNO PIC 9(03).
           05 RET-MOTIVO PIC X(60).
           05 RET-DATA PIC 9(08).

      *MESMO LAYOUT DA SITUACAO DAS NF-E DO CADASTRO ONLINE
       FD NFE-SITUACAO.
       01 NFE-REG.
           05 NFE-NUMERO PIC 9(06).
           05 NFE-FONE PIC 9(09).
           05 NFE-PEDIDO PIC 9(06).
           05 NFE-SITUACAO-COD PIC X(01).
               88 NFE-GERADA VALUE 'G'.
               88 NFE-AUTORIZADA VALUE 'A'.
               88 NFE-REJEITADA VALUE 'R'.
               88 NFE-DENEGADA VALUE 'D'.
               88 NFE-CORRIGIDA VALUE 'C'.
           05 NFE-PROTOCOLO PIC X(15).
           05 NFE-COD-RETORNO PIC 9(03).
           05 NFE-MOTIVO PIC X(60).
           05 NFE-DATA-ENVIO PIC 9(08).
           05 NFE-DATA-RETORNO PIC 9(08).
           05 NFE-ENVIOS PIC 9(02).
           05 NFE-OPERADOR PIC X(09).
           05 NFE-DATA-CORRECAO PIC 9(08).

       FD RETORNO-REPORT.
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
       77 RETORNO-STATUS PIC 9(02) VALUE ZEROS.
       77 NFE-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-AUTORIZADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REJEITADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DENEGADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RECUSADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-APLICADAS PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-RECUSA PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-LINHA UNTIL RETORNO-STATUS = 10.
           PERFORM 4000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O NFE-SITUACAO.
           IF NFE-STATUS = 35 THEN
               OPEN OUTPUT NFE-SITUACAO
               CLOSE NFE-SITUACAO
               OPEN I-O NFE-SITUACAO
           END-IF.
           OPEN OUTPUT RETORNO-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'RETORNO DA NF-E - NOTAS NAO AUTORIZADAS - '
                   WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           OPEN INPUT RETORNO.
           IF RETORNO-STATUS NOT = ZEROS
               MOVE 10 TO RETORNO-STATUS
           ELSE
               READ RETORNO
                   AT END
                       MOVE 10 TO RETORNO-STATUS
               END-READ
           END-IF.

      *SO A NOTA QUE ESTA AGUARDANDO RETORNO (GERADA) RECEBE A
      *LINHA; RETORNO REPETIDO OU DE NOTA DESCONHECIDA E RECUSADO
       2000-PROCESSAR-LINHA.
           ADD 1 TO WRK-TOTAL-LIDAS.
           MOVE SPACES TO WRK-RECUSA.
           MOVE RET-NUMERO TO NFE-NUMERO.
           READ NFE-SITUACAO
               INVALID KEY
                   MOVE 'NOTA NAO ENVIADA' TO WRK-RECUSA
               NOT INVALID KEY
                   IF NOT NFE-GERADA
                       MOVE 'NOTA NAO AGUARDA RETORNO' TO WRK-RECUSA
                   ELSE
                       PERFORM 2100-VALIDAR-LINHA
                   END-IF
           END-READ.
           IF WRK-RECUSA = SPACES
               PERFORM 2200-APLICAR-RETORNO
           ELSE
               ADD 1 TO WRK-TOTAL-RECUSADAS
               MOVE SPACES TO REPORT-LINHA
               STRING 'RECUSADA: NOTA ' RET-NUMERO
                       ' RES ' RET-RESULTADO ' - ' WRK-RECUSA
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           READ RETORNO
               AT END
                   MOVE 10 TO RETORNO-STATUS
           END-READ.

       2100-VALIDAR-LINHA.
           IF RET-DATA NOT NUMERIC OR RET-DATA = ZEROS
               MOVE WRK-HOJE TO RET-DATA
           END-IF.
           IF RET-COD-RETORNO NOT NUMERIC
               MOVE ZEROS TO RET-COD-RETORNO
           END-IF.
           EVALUATE TRUE
               WHEN RET-AUTORIZADA
                   IF RET-PROTOCOLO = SPACES
                       MOVE 'AUTORIZADA SEM PROTOCOLO' TO WRK-RECUSA
                   END-IF
               WHEN RET-REJEITADA
                   IF RET-MOTIVO = SPACES
                       MOVE 'REJEITADA SEM MOTIVO' TO WRK-RECUSA
                   END-IF
               WHEN RET-DENEGADA
                   CONTINUE
               WHEN OTHER
                   MOVE 'RESULTADO DEVE SER A, R OU D' TO WRK-RECUSA
           END-EVALUATE.

       2200-APLICAR-RETORNO.
           MOVE RET-RESULTADO TO NFE-SITUACAO-COD.
           MOVE RET-PROTOCOLO TO NFE-PROTOCOLO.
           MOVE RET-COD-RETORNO TO NFE-COD-RETORNO.
           MOVE RET-MOTIVO TO NFE-MOTIVO.
           MOVE RET-DATA TO NFE-DATA-RETORNO.
           REWRITE NFE-REG
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-RECUSADAS
                   MOVE SPACES TO REPORT-LINHA
                   STRING 'FALHA AO GRAVAR O RETORNO: NOTA '
                           RET-NUMERO
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-APLICADAS
                   EVALUATE TRUE
                       WHEN NFE-AUTORIZADA
                           ADD 1 TO WRK-TOTAL-AUTORIZADAS
                       WHEN NFE-REJEITADA
                           ADD 1 TO WRK-TOTAL-REJEITADAS
                           PERFORM 2300-LISTAR-NOTA
                       WHEN OTHER
                           ADD 1 TO WRK-TOTAL-DENEGADAS
                           PERFORM 2300-LISTAR-NOTA
                   END-EVALUATE
           END-REWRITE.

       2300-LISTAR-NOTA.
           MOVE SPACES TO REPORT-LINHA.
           IF NFE-REJEITADA
               STRING 'REJEITADA: NOTA ' NFE-NUMERO
                       ' PEDIDO ' NFE-FONE '/' NFE-PEDIDO
                       ' COD ' NFE-COD-RETORNO ' ' NFE-MOTIVO
                   DELIMITED BY SIZE INTO REPORT-LINHA
           ELSE
               STRING 'DENEGADA: NOTA ' NFE-NUMERO
                       ' PEDIDO ' NFE-FONE '/' NFE-PEDIDO
                       ' PROT ' NFE-PROTOCOLO ' ' NFE-MOTIVO
                   DELIMITED BY SIZE INTO REPORT-LINHA
           END-IF.
           WRITE REPORT-LINHA.

       4000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'LIDAS ' WRK-TOTAL-LIDAS
                   ' AUTORIZADAS ' WRK-TOTAL-AUTORIZADAS
                   ' REJEITADAS ' WRK-TOTAL-REJEITADAS
                   ' DENEGADAS ' WRK-TOTAL-DENEGADAS
                   ' RECUSADAS ' WRK-TOTAL-RECUSADAS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE RETORNO-REPORT.
           CLOSE NFE-SITUACAO.
           CLOSE RETORNO.
      *RETORNO PROCESSADO E REINICIADO VAZIO
           OPEN OUTPUT RETORNO.
           CLOSE RETORNO.
           DISPLAY '---------------------------------------'.
           DISPLAY 'RETORNO DA NF-E - TOTAIS'.
           DISPLAY 'LINHAS LIDAS.......: ' WRK-TOTAL-LIDAS.
           DISPLAY 'AUTORIZADAS........: ' WRK-TOTAL-AUTORIZADAS.
           DISPLAY 'REJEITADAS.........: ' WRK-TOTAL-REJEITADAS.
           DISPLAY 'DENEGADAS..........: ' WRK-TOTAL-DENEGADAS.
           DISPLAY 'RECUSADAS..........: ' WRK-TOTAL-RECUSADAS.
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
           MOVE 'NFERET' TO JOB-NOME.
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
           MOVE WRK-TOTAL-LIDAS TO JOB-LIDOS.
           MOVE WRK-TOTAL-APLICADAS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM NFERET.
