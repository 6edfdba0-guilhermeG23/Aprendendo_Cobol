       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGVENC.
      **********************************
      *OBJ: AGENDA DIARIA DE VENCIMENTOS DAS CONTAS A PAGAR
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PERCORRE OS TITULOS A PAGAR EM ABERTO E LISTA EM PAGAR.TXT
      *OS QUE JA VENCERAM SEM BAIXA, OS QUE VENCEM HOJE E OS QUE
      *VENCEM NOS PROXIMOS 7 DIAS (BASE COMERCIAL 30/360), COM O
      *FORNECEDOR E O VALOR - E A LISTA DE PAGAMENTOS DO DIA DO
      *FINANCEIRO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULOS-PAGAR ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS PAG-STATUS.
           SELECT FORNECEDORES ASSIGN TO 'FORNEC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS FORN-STATUS.
           SELECT VENC-REPORT ASSIGN TO 'PAGAR.TXT'
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
      *MESMO LAYOUT DOS TITULOS A PAGAR DO CADASTRO ONLINE
       FD TITULOS-PAGAR.
       01 PAG-REG.
           05 PAG-CHAVE.
               10 PAG-FORNECEDOR PIC 9(06).
               10 PAG-NOTA PIC 9(09).
               10 PAG-PARCELA PIC 9(03).
           05 PAG-COMPRA PIC 9(06).
           05 PAG-VENCIMENTO PIC 9(08).
           05 PAG-VALOR PIC 9(07)V99.
           05 PAG-SITUACAO PIC X(01).
               88 PAG-ABERTO VALUE 'A'.
               88 PAG-PAGO VALUE 'P'.
               88 PAG-CANCELADO VALUE 'C'.
           05 PAG-DATA-BAIXA PIC 9(08).
           05 PAG-VALOR-PAGO PIC 9(07)V99.
           05 PAG-FORMA PIC X(01).
               88 PAG-DINHEIRO VALUE 'D'.
               88 PAG-BANCO VALUE 'B'.
           05 PAG-LANCAMENTO.
               10 PAG-OPERADOR PIC X(09).
               10 PAG-DATA-LANC PIC 9(08).

      *MESMO LAYOUT DO CADASTRO DE FORNECEDORES DO CADASTRO ONLINE
       FD FORNECEDORES.
       01 FORN-REG.
           05 FORN-CODIGO PIC 9(06).
           05 FORN-RAZAO PIC X(40).
           05 FORN-CNPJ PIC 9(14).
           05 FORN-FONE PIC 9(11).
           05 FORN-EMAIL PIC X(40).
           05 FORN-PRAZO-DIAS PIC 9(03).
           05 FORN-ATIVO PIC X(01).
               88 FORN-EM-ATIVIDADE VALUE 'S'.
               88 FORN-DESATIVADO VALUE 'N'.

       FD VENC-REPORT.
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
       77 PAG-STATUS PIC 9(02) VALUE ZEROS.
       77 FORN-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LISTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-VENCIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-HOJE PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-VENCIDOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-HOJE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-SEMANA PIC 9(11)V99 VALUE ZEROS.
      *HORIZONTE DA AGENDA, EM DIAS A PARTIR DE HOJE
       77 WRK-DIAS-AGENDA PIC 9(03) VALUE 7.
      *DATA DE HOJE E CALCULO DOS DIAS ATE O VENCIMENTO (30/360)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-VENC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VENC-R REDEFINES WRK-DATA-VENC.
           05 WRK-VENC-ANO PIC 9(04).
           05 WRK-VENC-MES PIC 9(02).
           05 WRK-VENC-DIA PIC 9(02).
       77 WRK-DIAS-ATE-VENC PIC S9(07) VALUE ZEROS.
       77 WRK-MARCA PIC X(12) VALUE SPACES.
       77 WRK-ED-VALOR PIC Z(09)9.99.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-EXAMINAR UNTIL PAG-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT TITULOS-PAGAR.
           OPEN INPUT FORNECEDORES.
           OPEN OUTPUT VENC-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'CONTAS A PAGAR - AGENDA DE VENCIMENTOS DE '
                   WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF PAG-STATUS NOT = ZEROS
               MOVE 10 TO PAG-STATUS
           ELSE
               READ TITULOS-PAGAR NEXT
                   AT END
                       MOVE 10 TO PAG-STATUS
               END-READ
           END-IF.

      *SO TITULO EM ABERTO ENTRA NA AGENDA; PAGO E CANCELADO JA
      *SAIRAM DO CAIXA (OU NUNCA VAO SAIR)
       2000-EXAMINAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF PAG-ABERTO
               MOVE PAG-VENCIMENTO TO WRK-DATA-VENC
               COMPUTE WRK-DIAS-ATE-VENC =
                       ((WRK-VENC-ANO - WRK-HOJE-ANO) * 360) +
                       ((WRK-VENC-MES - WRK-HOJE-MES) * 30) +
                       (WRK-VENC-DIA - WRK-HOJE-DIA)
               IF WRK-DIAS-ATE-VENC NOT > WRK-DIAS-AGENDA
                   PERFORM 2100-LISTAR-TITULO
               END-IF
           END-IF.
           READ TITULOS-PAGAR NEXT
               AT END
                   MOVE 10 TO PAG-STATUS
           END-READ.

       2100-LISTAR-TITULO.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATE-VENC < ZEROS
                   ADD 1 TO WRK-TOTAL-VENCIDOS
                   ADD PAG-VALOR TO WRK-VALOR-VENCIDOS
                   MOVE '** VENCIDO *' TO WRK-MARCA
               WHEN WRK-DIAS-ATE-VENC = ZEROS
                   ADD 1 TO WRK-TOTAL-HOJE
                   ADD PAG-VALOR TO WRK-VALOR-HOJE
                   MOVE 'VENCE HOJE' TO WRK-MARCA
               WHEN OTHER
                   ADD PAG-VALOR TO WRK-VALOR-SEMANA
                   MOVE SPACES TO WRK-MARCA
           END-EVALUATE.
           MOVE PAG-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE '** SEM CADASTRO **' TO FORN-RAZAO
           END-READ.
           MOVE PAG-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING PAG-FORNECEDOR ' ' FORN-RAZAO
                   ' NOTA ' PAG-NOTA '/' PAG-PARCELA
                   ' VENC ' PAG-VENCIMENTO
                   ' VALOR ' WRK-ED-VALOR
                   ' ' WRK-MARCA
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-VALOR-VENCIDOS TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'VENCIDOS SEM BAIXA ' WRK-TOTAL-VENCIDOS
                   ' VALOR ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-VALOR-HOJE TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'VENCENDO HOJE      ' WRK-TOTAL-HOJE
                   ' VALOR ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-VALOR-SEMANA TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PROXIMOS 7 DIAS    '
                   ' VALOR ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE VENC-REPORT.
           CLOSE TITULOS-PAGAR.
           CLOSE FORNECEDORES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'AGENDA DE CONTAS A PAGAR - TOTAIS'.
           DISPLAY 'TITULOS LIDOS......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'NA AGENDA..........: ' WRK-TOTAL-LISTADOS.
           DISPLAY 'VENCIDOS...........: ' WRK-TOTAL-VENCIDOS.
           DISPLAY 'VENCENDO HOJE......: ' WRK-TOTAL-HOJE.
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
           MOVE 'PAGVENC' TO JOB-NOME.
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

       END PROGRAM PAGVENC.
