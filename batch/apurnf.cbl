       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURNF.
      **********************************
      *OBJ: LIVRO DE APURACAO MENSAL DOS TRIBUTOS DAS NOTAS
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LE O LIVRO DE REGISTRO DAS NOTAS FISCAIS (NOTAFIS.DAT) E
      *SOMA, PARA AS NOTAS DO MES, A BASE E O IMPOSTO DESTACADOS
      *POR TRIBUTO E ALIQUOTA; A LINHA DE CANCELAMENTO REPETE O
      *DESTAQUE DA NOTA CANCELADA E ENTRA SUBTRAINDO. IMPRIME EM
      *APURNF.TXT:
      *  - EMITIDO, CANCELADO E LIQUIDO POR TRIBUTO E ALIQUOTA
      *  - SUBTOTAL POR TRIBUTO
      *  - AS NOTAS SEM DESTAQUE (EMITIDAS ANTES DO CALCULO DOS
      *    TRIBUTOS), SO CONTADAS
      *O MES DE REFERENCIA E O MES DA DATA DE EXECUCAO (O LOTE
      *DISPARA ESTE JOB NO ULTIMO DIA UTIL)
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAFIS ASSIGN TO 'NOTAFIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-STATUS.
           SELECT APURNF-REPORT ASSIGN TO 'APURNF.TXT'
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
      *MESMO LAYOUT DO LIVRO DE NOTAS FISCAIS DO CADASTRO ONLINE
       FD NOTAFIS.
       01 NF-REG.
           05 NF-NUMERO PIC 9(06).
           05 NF-TIPO PIC X(01).
               88 NF-EMITIDA VALUE 'E'.
               88 NF-CANCELADA VALUE 'C'.
           05 NF-FONE PIC 9(09).
           05 NF-PEDIDO PIC 9(06).
           05 NF-DATA PIC 9(08).
           05 NF-VALOR PIC 9(07)V99.
           05 NF-OPERADOR PIC X(09).
           05 NF-DESTAQUE.
               10 NF-UF-DESTINO PIC X(02).
               10 NF-TOTAL-IMPOSTO PIC 9(07)V99.
               10 NF-TRIBUTO OCCURS 5 TIMES.
                   15 NF-TRB-SIGLA PIC X(04).
                   15 NF-TRB-ALIQUOTA PIC 9(02)V99.
                   15 NF-TRB-BASE PIC 9(07)V99.
                   15 NF-TRB-VALOR PIC 9(07)V99.

       FD APURNF-REPORT.
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
       77 NF-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DO-MES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EMITIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CANCELADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-DESTAQUE PIC 9(06) VALUE ZEROS.

      *MES DE REFERENCIA (AAAAMM DA DATA DE EXECUCAO)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-MES-REF PIC 9(06).
           05 FILLER PIC 9(02).
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-MES-EXAME PIC 9(06).
           05 FILLER PIC 9(02).

      *APURACAO POR TRIBUTO E ALIQUOTA (ATE 50 COMBINACOES) E A
      *LISTA DOS TRIBUTOS NA ORDEM EM QUE APARECERAM (ATE 10)
       77 WRK-TOTAL-APUR PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-APUR.
           05 WRK-TA-ENT OCCURS 50 TIMES.
               10 WRK-TA-SIGLA PIC X(04).
               10 WRK-TA-ALIQUOTA PIC 9(02)V99.
               10 WRK-TA-BASE-EMIT PIC 9(11)V99.
               10 WRK-TA-IMP-EMIT PIC 9(11)V99.
               10 WRK-TA-BASE-CANC PIC 9(11)V99.
               10 WRK-TA-IMP-CANC PIC 9(11)V99.
       77 WRK-TOTAL-SIGLAS PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-SIGLAS.
           05 WRK-TS-SIGLA PIC X(04) OCCURS 10 TIMES.
       77 WRK-APUR-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-APUR-ACHADA PIC 9(02) VALUE ZEROS.
       77 WRK-SIGLA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-SIGLA-ACHADA PIC 9(02) VALUE ZEROS.
       77 WRK-NF-IDX PIC 9(01) VALUE ZEROS.
      *SUBTOTAL DO TRIBUTO EM IMPRESSAO E LIQUIDO DA LINHA
       77 WRK-SUB-BASE-EMIT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SUB-IMP-EMIT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SUB-BASE-CANC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SUB-IMP-CANC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ED-ALIQUOTA PIC Z9.99 VALUE ZEROS.
       77 WRK-ED-BASE PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ED-IMPOSTO PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ED-CANC PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ED-LIQUIDO PIC -9(09).99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-EXAMINAR-NOTA UNTIL NF-STATUS = 10.
           PERFORM 3000-IMPRIMIR-APURACAO.
           PERFORM 4000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT NOTAFIS.
           OPEN OUTPUT APURNF-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'APURACAO DOS TRIBUTOS DAS NOTAS - MES '
                   WRK-MES-REF
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF NF-STATUS NOT = ZEROS
               MOVE 10 TO NF-STATUS
           ELSE
               READ NOTAFIS
                   AT END
                       MOVE 10 TO NF-STATUS
               END-READ
           END-IF.

      *A NOTA ENTRA SE A DATA DA LINHA (EMISSAO OU CANCELAMENTO)
      *E DO MES; LINHA SEM DESTAQUE E SO CONTADA
       2000-EXAMINAR-NOTA.
           ADD 1 TO WRK-TOTAL-LIDAS.
           MOVE NF-DATA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME = WRK-MES-REF
               ADD 1 TO WRK-TOTAL-DO-MES
               IF NF-EMITIDA
                   ADD 1 TO WRK-TOTAL-EMITIDAS
               ELSE
                   ADD 1 TO WRK-TOTAL-CANCELADAS
               END-IF
               IF NF-TOTAL-IMPOSTO NOT NUMERIC
                   ADD 1 TO WRK-TOTAL-SEM-DESTAQUE
               ELSE
                   PERFORM 2100-APURAR-DESTAQUE
                       VARYING WRK-NF-IDX FROM 1 BY 1
                       UNTIL WRK-NF-IDX > 5
               END-IF
           END-IF.
           READ NOTAFIS
               AT END
                   MOVE 10 TO NF-STATUS
           END-READ.

       2100-APURAR-DESTAQUE.
           IF NF-TRB-SIGLA (WRK-NF-IDX) NOT = SPACES
               PERFORM 2200-ACHAR-APURACAO
               IF WRK-APUR-ACHADA NOT = ZEROS
                   IF NF-EMITIDA
                       ADD NF-TRB-BASE (WRK-NF-IDX) TO
                               WRK-TA-BASE-EMIT (WRK-APUR-ACHADA)
                       ADD NF-TRB-VALOR (WRK-NF-IDX) TO
                               WRK-TA-IMP-EMIT (WRK-APUR-ACHADA)
                   ELSE
                       ADD NF-TRB-BASE (WRK-NF-IDX) TO
                               WRK-TA-BASE-CANC (WRK-APUR-ACHADA)
                       ADD NF-TRB-VALOR (WRK-NF-IDX) TO
                               WRK-TA-IMP-CANC (WRK-APUR-ACHADA)
                   END-IF
               END-IF
           END-IF.

       2200-ACHAR-APURACAO.
           MOVE ZEROS TO WRK-APUR-ACHADA.
           PERFORM VARYING WRK-APUR-IDX FROM 1 BY 1
                   UNTIL WRK-APUR-IDX > WRK-TOTAL-APUR
               IF WRK-TA-SIGLA (WRK-APUR-IDX) =
                       NF-TRB-SIGLA (WRK-NF-IDX)
                   AND WRK-TA-ALIQUOTA (WRK-APUR-IDX) =
                       NF-TRB-ALIQUOTA (WRK-NF-IDX)
                   MOVE WRK-APUR-IDX TO WRK-APUR-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-APUR-ACHADA = ZEROS AND WRK-TOTAL-APUR < 50
               ADD 1 TO WRK-TOTAL-APUR
               MOVE WRK-TOTAL-APUR TO WRK-APUR-ACHADA
               MOVE NF-TRB-SIGLA (WRK-NF-IDX) TO
                       WRK-TA-SIGLA (WRK-APUR-ACHADA)
               MOVE NF-TRB-ALIQUOTA (WRK-NF-IDX) TO
                       WRK-TA-ALIQUOTA (WRK-APUR-ACHADA)
               MOVE ZEROS TO WRK-TA-BASE-EMIT (WRK-APUR-ACHADA)
               MOVE ZEROS TO WRK-TA-IMP-EMIT (WRK-APUR-ACHADA)
               MOVE ZEROS TO WRK-TA-BASE-CANC (WRK-APUR-ACHADA)
               MOVE ZEROS TO WRK-TA-IMP-CANC (WRK-APUR-ACHADA)
               PERFORM 2300-REGISTRAR-SIGLA
           END-IF.

       2300-REGISTRAR-SIGLA.
           MOVE ZEROS TO WRK-SIGLA-ACHADA.
           PERFORM VARYING WRK-SIGLA-IDX FROM 1 BY 1
                   UNTIL WRK-SIGLA-IDX > WRK-TOTAL-SIGLAS
               IF WRK-TS-SIGLA (WRK-SIGLA-IDX) =
                       NF-TRB-SIGLA (WRK-NF-IDX)
                   MOVE WRK-SIGLA-IDX TO WRK-SIGLA-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-SIGLA-ACHADA = ZEROS AND WRK-TOTAL-SIGLAS < 10
               ADD 1 TO WRK-TOTAL-SIGLAS
               MOVE NF-TRB-SIGLA (WRK-NF-IDX) TO
                       WRK-TS-SIGLA (WRK-TOTAL-SIGLAS)
           END-IF.

      *UM BLOCO POR TRIBUTO: UMA LINHA POR ALIQUOTA E O SUBTOTAL
       3000-IMPRIMIR-APURACAO.
           PERFORM 3100-BLOCO-TRIBUTO
               VARYING WRK-SIGLA-IDX FROM 1 BY 1
               UNTIL WRK-SIGLA-IDX > WRK-TOTAL-SIGLAS.

       3100-BLOCO-TRIBUTO.
           MOVE ZEROS TO WRK-SUB-BASE-EMIT.
           MOVE ZEROS TO WRK-SUB-IMP-EMIT.
           MOVE ZEROS TO WRK-SUB-BASE-CANC.
           MOVE ZEROS TO WRK-SUB-IMP-CANC.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'TRIBUTO ' WRK-TS-SIGLA (WRK-SIGLA-IDX)
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM 3200-LINHA-ALIQUOTA
               VARYING WRK-APUR-IDX FROM 1 BY 1
               UNTIL WRK-APUR-IDX > WRK-TOTAL-APUR.
           COMPUTE WRK-LIQUIDO = WRK-SUB-IMP-EMIT - WRK-SUB-IMP-CANC.
           MOVE WRK-SUB-BASE-EMIT TO WRK-ED-BASE.
           MOVE WRK-SUB-IMP-EMIT TO WRK-ED-IMPOSTO.
           MOVE WRK-SUB-IMP-CANC TO WRK-ED-CANC.
           MOVE WRK-LIQUIDO TO WRK-ED-LIQUIDO.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  SUBTOTAL ' WRK-TS-SIGLA (WRK-SIGLA-IDX)
                   '  BASE ' WRK-ED-BASE
                   ' IMPOSTO ' WRK-ED-IMPOSTO
                   ' CANCELADO ' WRK-ED-CANC
                   ' LIQUIDO ' WRK-ED-LIQUIDO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       3200-LINHA-ALIQUOTA.
           IF WRK-TA-SIGLA (WRK-APUR-IDX) =
                   WRK-TS-SIGLA (WRK-SIGLA-IDX)
               ADD WRK-TA-BASE-EMIT (WRK-APUR-IDX) TO
                       WRK-SUB-BASE-EMIT
               ADD WRK-TA-IMP-EMIT (WRK-APUR-IDX) TO
                       WRK-SUB-IMP-EMIT
               ADD WRK-TA-BASE-CANC (WRK-APUR-IDX) TO
                       WRK-SUB-BASE-CANC
               ADD WRK-TA-IMP-CANC (WRK-APUR-IDX) TO
                       WRK-SUB-IMP-CANC
               COMPUTE WRK-LIQUIDO = WRK-TA-IMP-EMIT (WRK-APUR-IDX)
                       - WRK-TA-IMP-CANC (WRK-APUR-IDX)
               MOVE WRK-TA-ALIQUOTA (WRK-APUR-IDX) TO
                       WRK-ED-ALIQUOTA
               MOVE WRK-TA-BASE-EMIT (WRK-APUR-IDX) TO WRK-ED-BASE
               MOVE WRK-TA-IMP-EMIT (WRK-APUR-IDX) TO
                       WRK-ED-IMPOSTO
               MOVE WRK-TA-IMP-CANC (WRK-APUR-IDX) TO WRK-ED-CANC
               MOVE WRK-LIQUIDO TO WRK-ED-LIQUIDO
               MOVE SPACES TO REPORT-LINHA
               STRING '  ALIQ ' WRK-ED-ALIQUOTA '%'
                       ' BASE ' WRK-ED-BASE
                       ' IMPOSTO ' WRK-ED-IMPOSTO
                       ' CANCELADO ' WRK-ED-CANC
                       ' LIQUIDO ' WRK-ED-LIQUIDO
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

       4000-FINALIZAR.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'NOTAS DO MES ' WRK-TOTAL-DO-MES
                   ' EMITIDAS ' WRK-TOTAL-EMITIDAS
                   ' CANCELADAS ' WRK-TOTAL-CANCELADAS
                   ' SEM DESTAQUE ' WRK-TOTAL-SEM-DESTAQUE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE APURNF-REPORT.
           CLOSE NOTAFIS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'APURACAO DOS TRIBUTOS - TOTAIS'.
           DISPLAY 'LINHAS LIDAS.......: ' WRK-TOTAL-LIDAS.
           DISPLAY 'LINHAS DO MES......: ' WRK-TOTAL-DO-MES.
           DISPLAY 'NOTAS EMITIDAS.....: ' WRK-TOTAL-EMITIDAS.
           DISPLAY 'NOTAS CANCELADAS...: ' WRK-TOTAL-CANCELADAS.
           DISPLAY 'SEM DESTAQUE.......: ' WRK-TOTAL-SEM-DESTAQUE.
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
           MOVE 'APURNF' TO JOB-NOME.
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
           MOVE WRK-TOTAL-DO-MES TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM APURNF.
