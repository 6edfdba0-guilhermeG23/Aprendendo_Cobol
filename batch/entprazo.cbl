       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTPRAZO.
      **********************************
      *OBJ: RELATORIO MENSAL DE ENTREGAS NO PRAZO POR BAIRRO/CEP
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LE AS BAIXAS DO ROMANEIO (ENTBAIXA.DAT, GRAVADO PELA OPCAO
      *BR DO CADASTRO ONLINE E PELO LOTE ROMRET) E, PARA O MES DE
      *REFERENCIA, IMPRIME EM ENTPRAZO.TXT POR BAIRRO (COM A FAIXA
      *DE CEP ATENDIDA): ENTREGAS CONCLUIDAS, QUANTAS NO PRAZO, O
      *PERCENTUAL E AS TENTATIVAS FRUSTRADAS DO MES
      *NO PRAZO = ENTREGUE ATE A DATA COMBINADA ORIGINAL (A DATA
      *AGENDADA DA PRIMEIRA TENTATIVA), SEM NENHUMA FRUSTRACAO NO
      *CAMINHO; ENTREGA REAGENDADA NUNCA CONTA COMO NO PRAZO
      *O MES DE REFERENCIA E O MES DA DATA DE EXECUCAO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAIXAS-ENTREGA ASSIGN TO 'ENTBAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EBX-CHAVE
               FILE STATUS IS EBX-STATUS.
      *ARQUIVO DE TRABALHO DA ORDENACAO POR BAIRRO E CEP
           SELECT ORDENA-BAIRRO ASSIGN TO 'ORDPRAZO.TMP'.
           SELECT PRAZO-REPORT ASSIGN TO 'ENTPRAZO.TXT'
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
      *MESMO LAYOUT DAS BAIXAS DO ROMANEIO DO CADASTRO ONLINE
       FD BAIXAS-ENTREGA.
       01 EBX-REG.
           05 EBX-CHAVE.
               10 EBX-FONE PIC 9(09).
               10 EBX-PEDIDO PIC 9(06).
               10 EBX-TENTATIVA PIC 9(02).
           05 EBX-DATA-AGENDADA PIC 9(08).
           05 EBX-DATA-BAIXA PIC 9(08).
           05 EBX-RESULTADO PIC X(01).
               88 EBX-ENTREGUE VALUE 'E'.
               88 EBX-FRUSTRADA VALUE 'F'.
           05 EBX-RECEBEDOR PIC X(30).
           05 EBX-MOTIVO PIC X(01).
               88 EBX-MOTIVO-VALIDO VALUE 'A' 'E' 'R' 'O'.
           05 EBX-NOVA-DATA PIC 9(08).
           05 EBX-BAIRRO PIC X(20).
           05 EBX-CEP PIC 9(08).
           05 EBX-ORIGEM PIC X(01).
           05 EBX-OPERADOR PIC X(09).

      *UM REGISTRO POR EVENTO DO MES: ENTREGA CONCLUIDA (E) OU
      *TENTATIVA FRUSTRADA (F)
       SD ORDENA-BAIRRO.
       01 ORD-REG.
           05 ORD-BAIRRO PIC X(20).
           05 ORD-CEP PIC 9(08).
           05 ORD-EVENTO PIC X(01).
           05 ORD-NO-PRAZO PIC X(01).

       FD PRAZO-REPORT.
       01 REPORT-LINHA PIC X(120).

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
       77 EBX-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ENTREGUES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-NO-PRAZO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FRUSTRADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-BAIRROS PIC 9(06) VALUE ZEROS.
      *MES DE REFERENCIA (AAAAMM DA DATA DE EXECUCAO) E MES DA
      *BAIXA EM EXAME
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-MES-REF PIC 9(06).
           05 FILLER PIC 9(02).
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-MES-EXAME PIC 9(06).
           05 FILLER PIC 9(02).
      *ENTREGA EM EXAME (AS TENTATIVAS VEM JUNTAS, PELA CHAVE):
      *DATA COMBINADA ORIGINAL E SE JA TEVE FRUSTRACAO
       77 WRK-FONE-ANT PIC 9(09) VALUE ZEROS.
       77 WRK-PEDIDO-ANT PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-COMBINADA PIC 9(08) VALUE ZEROS.
       77 WRK-JA-FRUSTROU PIC X(01) VALUE 'N'.
      *ACUMULADOS DO BAIRRO NA QUEBRA
       77 WRK-BAIRRO-GRUPO PIC X(20) VALUE SPACES.
       77 WRK-CEP-MENOR PIC 9(08) VALUE ZEROS.
       77 WRK-CEP-MAIOR PIC 9(08) VALUE ZEROS.
       77 WRK-BR-ENTREGUES PIC 9(06) VALUE ZEROS.
       77 WRK-BR-NO-PRAZO PIC 9(06) VALUE ZEROS.
       77 WRK-BR-FRUSTRADAS PIC 9(06) VALUE ZEROS.
       77 WRK-PCT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ED-PCT PIC ZZ9.99 VALUE ZEROS.
       77 WRK-ED-CEP1 PIC 99999/999.
       77 WRK-ED-CEP2 PIC 99999/999.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           SORT ORDENA-BAIRRO
               ON ASCENDING KEY ORD-BAIRRO
               ON ASCENDING KEY ORD-CEP
               INPUT PROCEDURE 1000-CARREGAR
               OUTPUT PROCEDURE 2000-IMPRIMIR.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ENTREGAS NO PRAZO - TOTAIS'.
           DISPLAY 'BAIXAS LIDAS.......: ' WRK-TOTAL-LIDAS.
           DISPLAY 'ENTREGUES NO MES...: ' WRK-TOTAL-ENTREGUES.
           DISPLAY 'NO PRAZO...........: ' WRK-TOTAL-NO-PRAZO.
           DISPLAY 'FRUSTRADAS NO MES..: ' WRK-TOTAL-FRUSTRADAS.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-CARREGAR.
           OPEN INPUT BAIXAS-ENTREGA.
           IF EBX-STATUS NOT = ZEROS
               MOVE 10 TO EBX-STATUS
           ELSE
               READ BAIXAS-ENTREGA NEXT
                   AT END
                       MOVE 10 TO EBX-STATUS
               END-READ
           END-IF.
           PERFORM 1100-EXAMINAR-BAIXA UNTIL EBX-STATUS = 10.
           CLOSE BAIXAS-ENTREGA.

      *A PRIMEIRA TENTATIVA DE CADA ENTREGA TRAZ A DATA COMBINADA
      *ORIGINAL; AS SEGUINTES SO DIZEM SE HOUVE FRUSTRACAO
       1100-EXAMINAR-BAIXA.
           ADD 1 TO WRK-TOTAL-LIDAS.
           IF EBX-FONE NOT = WRK-FONE-ANT
                   OR EBX-PEDIDO NOT = WRK-PEDIDO-ANT
               MOVE EBX-FONE TO WRK-FONE-ANT
               MOVE EBX-PEDIDO TO WRK-PEDIDO-ANT
               MOVE EBX-DATA-AGENDADA TO WRK-DATA-COMBINADA
               MOVE 'N' TO WRK-JA-FRUSTROU
           END-IF.
           MOVE EBX-DATA-BAIXA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME = WRK-MES-REF
               MOVE EBX-BAIRRO TO ORD-BAIRRO
               MOVE EBX-CEP TO ORD-CEP
               MOVE EBX-RESULTADO TO ORD-EVENTO
               MOVE 'N' TO ORD-NO-PRAZO
               IF EBX-ENTREGUE AND WRK-JA-FRUSTROU = 'N'
                       AND EBX-DATA-BAIXA NOT > WRK-DATA-COMBINADA
                   MOVE 'S' TO ORD-NO-PRAZO
               END-IF
               RELEASE ORD-REG
           END-IF.
           IF EBX-FRUSTRADA
               MOVE 'S' TO WRK-JA-FRUSTROU
           END-IF.
           READ BAIXAS-ENTREGA NEXT
               AT END
                   MOVE 10 TO EBX-STATUS
           END-READ.

       2000-IMPRIMIR.
           OPEN OUTPUT PRAZO-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ENTREGAS NO PRAZO POR BAIRRO - MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE 'BAIRRO               CEP DE    CEP ATE   ENTREGUES'
               & ' NO PRAZO    PCT FRUSTRADAS' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           RETURN ORDENA-BAIRRO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           IF NOT SORT-FIM
               PERFORM 2050-ABRIR-BAIRRO
           END-IF.
           PERFORM 2100-ACUMULAR-EVENTO UNTIL SORT-FIM.
           IF WRK-TOTAL-BAIRROS > ZEROS
               PERFORM 2200-FECHAR-BAIRRO
           END-IF.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ZEROS TO WRK-PCT.
           IF WRK-TOTAL-ENTREGUES > ZEROS
               COMPUTE WRK-PCT ROUNDED =
                       WRK-TOTAL-NO-PRAZO * 100 / WRK-TOTAL-ENTREGUES
           END-IF.
           MOVE WRK-PCT TO WRK-ED-PCT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'TOTAL DO MES: ENTREGUES ' WRK-TOTAL-ENTREGUES
                   ' NO PRAZO ' WRK-TOTAL-NO-PRAZO
                   ' (' WRK-ED-PCT ' PCT) FRUSTRADAS '
                   WRK-TOTAL-FRUSTRADAS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE PRAZO-REPORT.

       2050-ABRIR-BAIRRO.
           ADD 1 TO WRK-TOTAL-BAIRROS.
           MOVE ORD-BAIRRO TO WRK-BAIRRO-GRUPO.
           MOVE ORD-CEP TO WRK-CEP-MENOR.
           MOVE ORD-CEP TO WRK-CEP-MAIOR.
           MOVE ZEROS TO WRK-BR-ENTREGUES.
           MOVE ZEROS TO WRK-BR-NO-PRAZO.
           MOVE ZEROS TO WRK-BR-FRUSTRADAS.

       2100-ACUMULAR-EVENTO.
           IF ORD-BAIRRO NOT = WRK-BAIRRO-GRUPO
               PERFORM 2200-FECHAR-BAIRRO
               PERFORM 2050-ABRIR-BAIRRO
           END-IF.
      *O SORT JA ENTREGA OS CEPS DO BAIRRO EM ORDEM CRESCENTE
           MOVE ORD-CEP TO WRK-CEP-MAIOR.
           IF ORD-EVENTO = 'E'
               ADD 1 TO WRK-BR-ENTREGUES
               ADD 1 TO WRK-TOTAL-ENTREGUES
               IF ORD-NO-PRAZO = 'S'
                   ADD 1 TO WRK-BR-NO-PRAZO
                   ADD 1 TO WRK-TOTAL-NO-PRAZO
               END-IF
           ELSE
               ADD 1 TO WRK-BR-FRUSTRADAS
               ADD 1 TO WRK-TOTAL-FRUSTRADAS
           END-IF.
           RETURN ORDENA-BAIRRO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       2200-FECHAR-BAIRRO.
           MOVE ZEROS TO WRK-PCT.
           IF WRK-BR-ENTREGUES > ZEROS
               COMPUTE WRK-PCT ROUNDED =
                       WRK-BR-NO-PRAZO * 100 / WRK-BR-ENTREGUES
           END-IF.
           MOVE WRK-PCT TO WRK-ED-PCT.
           MOVE WRK-CEP-MENOR TO WRK-ED-CEP1.
           MOVE WRK-CEP-MAIOR TO WRK-ED-CEP2.
           MOVE SPACES TO REPORT-LINHA.
           STRING WRK-BAIRRO-GRUPO ' ' WRK-ED-CEP1 ' ' WRK-ED-CEP2
                   '    ' WRK-BR-ENTREGUES '    ' WRK-BR-NO-PRAZO
                   ' ' WRK-ED-PCT '     ' WRK-BR-FRUSTRADAS
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
           MOVE 'ENTPRAZO' TO JOB-NOME.
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
           MOVE WRK-TOTAL-BAIRROS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM ENTPRAZO.
