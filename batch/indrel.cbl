       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDREL.
      **********************************
      *OBJ: RELATORIO MENSAL DO PROGRAMA DE INDICACAO DE CLIENTES
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LE AS INDICACOES (INDICA.DAT) E LISTA, PARA O MES FECHADO
      *ANTERIOR A DATA DE EXECUCAO, TODA INDICACAO QUE TEVE
      *MOVIMENTO NO MES:
      *  INDICADA  - ANOTADA NO MES PELO CADASTRO ONLINE
      *  CREDITADA - CONVERTIDA NO MES: O INDICADO TEVE O PEDIDO
      *              PAGO E O INDICADOR GANHOU O CREDITO (INDCLI)
      *  RECUSADA  - BARRADA NO MES PELA TRAVA DE AUTOINDICACAO
      *A MESMA INDICACAO PODE TER SIDO ANOTADA E FECHADA NO MES
      *NO FIM, OS TOTAIS DO MES (INDICACOES, CONVERSOES, RECUSAS
      *E CREDITO CONCEDIDO) E QUANTAS CONTINUAM PENDENTES HOJE
      *O LOTE E DISPARADO NO DIA 1
      *SAIDA: INDREL.TXT
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *INDICACOES ANOTADAS PELO CADASTRO ONLINE
           SELECT INDICACOES ASSIGN TO 'INDICA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IND-INDICADO
               FILE STATUS IS IND-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
           SELECT INDREL-REPORT ASSIGN TO 'INDREL.TXT'
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
      *MESMO LAYOUT DAS INDICACOES DO CADASTRO ONLINE
       FD INDICACOES.
       01 IND-REG.
           05 IND-INDICADO PIC 9(09).
           05 IND-INDICADOR PIC 9(09).
           05 IND-DATA PIC 9(08).
           05 IND-OPERADOR PIC X(09).
           05 IND-FILIAL PIC 9(02).
           05 IND-SITUACAO PIC X(01).
               88 IND-PENDENTE VALUE 'P'.
               88 IND-CREDITADA VALUE 'C'.
               88 IND-RECUSADA VALUE 'R'.
           05 IND-DATA-SITUACAO PIC 9(08).
           05 IND-PEDIDO PIC 9(06).
           05 IND-VALOR-PEDIDO PIC 9(07)V99.
           05 IND-CREDITO PIC 9(07)V99.
           05 IND-FAVORECIDO PIC 9(09).
           05 IND-MOTIVO PIC X(20).

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
      *CLASSE ABC DO CLIENTE, ATRIBUIDA PELO LOTE ABCCLI
           05 CLIENTES-CLASSE PIC X(01).
           05 CLIENTES-END-INVALIDO PIC X(01).
               88 END-DEVOLVIDO VALUE 'S'.
           05 CLIENTES-FILIAL PIC 9(02).

       FD INDREL-REPORT.
       01 REL-LINHA PIC X(132).

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
       77 IND-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *SEM INDICA.DAT AINDA NAO HOUVE INDICACAO NENHUMA
       01 WRK-INDICA-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICA-ABERTO VALUE 'S'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LINHAS PIC 9(06) VALUE ZEROS.
      *TOTAIS DO MES E PENDENTES DE HOJE
       77 WRK-TOTAL-INDICADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CREDITADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RECUSADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CREDITO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PEDIDOS PIC 9(09)V99 VALUE ZEROS.

      *MES DE REFERENCIA (O MES FECHADO ANTERIOR)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-MES-REF PIC 9(06) VALUE ZEROS.
       01 WRK-MES-REF-R REDEFINES WRK-MES-REF.
           05 WRK-REF-ANO PIC 9(04).
           05 WRK-REF-MES PIC 9(02).
      *DATA TESTADA CONTRA O MES DE REFERENCIA
       01 WRK-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05 WRK-TESTE-MES PIC 9(06).
           05 FILLER PIC 9(02).
      *O QUE A INDICACAO CORRENTE TEVE NO MES
       01 WRK-EVENTO-ANOTADA PIC X(01) VALUE 'N'.
           88 ANOTADA-NO-MES VALUE 'S'.
       01 WRK-EVENTO-FECHADA PIC X(01) VALUE 'N'.
           88 FECHADA-NO-MES VALUE 'S'.
       77 WRK-EVENTO PIC X(18) VALUE SPACES.

       77 WRK-ED-VALOR PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-CREDITO PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-QTDE PIC Z(05)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           IF WRK-HOJE-MES = 1
               COMPUTE WRK-REF-ANO = WRK-HOJE-ANO - 1
               MOVE 12 TO WRK-REF-MES
           ELSE
               MOVE WRK-HOJE-ANO TO WRK-REF-ANO
               COMPUTE WRK-REF-MES = WRK-HOJE-MES - 1
           END-IF.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR UNTIL IND-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES.
           OPEN OUTPUT INDREL-REPORT.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROGRAMA DE INDICACAO DE CLIENTES - MES '
                   WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE 'INDICADO' TO REL-LINHA (1:8).
           MOVE 'INDICADOR' TO REL-LINHA (11:9).
           MOVE 'NOME DO INDICADOR' TO REL-LINHA (21:17).
           MOVE 'DT.INDIC' TO REL-LINHA (52:8).
           MOVE 'FL' TO REL-LINHA (61:2).
           MOVE 'MOVIMENTO NO MES' TO REL-LINHA (64:16).
           MOVE 'PEDIDO' TO REL-LINHA (83:6).
           MOVE 'VALOR PED.' TO REL-LINHA (90:10).
           MOVE '   CREDITO' TO REL-LINHA (102:10).
           MOVE 'MOTIVO' TO REL-LINHA (113:6).
           WRITE REL-LINHA.
           OPEN INPUT INDICACOES.
           IF IND-STATUS NOT = ZEROS
               MOVE 10 TO IND-STATUS
           ELSE
               SET INDICA-ABERTO TO TRUE
               READ INDICACOES NEXT
                   AT END
                       MOVE 10 TO IND-STATUS
               END-READ
           END-IF.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE 'N' TO WRK-EVENTO-ANOTADA.
           MOVE 'N' TO WRK-EVENTO-FECHADA.
           MOVE IND-DATA TO WRK-DATA-TESTE.
           IF WRK-TESTE-MES = WRK-MES-REF
               SET ANOTADA-NO-MES TO TRUE
               ADD 1 TO WRK-TOTAL-INDICADAS
           END-IF.
           MOVE IND-DATA-SITUACAO TO WRK-DATA-TESTE.
           EVALUATE TRUE
               WHEN IND-PENDENTE
                   ADD 1 TO WRK-TOTAL-PENDENTES
               WHEN WRK-TESTE-MES NOT = WRK-MES-REF
                   CONTINUE
               WHEN IND-CREDITADA
                   SET FECHADA-NO-MES TO TRUE
                   ADD 1 TO WRK-TOTAL-CREDITADAS
                   ADD IND-CREDITO TO WRK-TOTAL-CREDITO
                   ADD IND-VALOR-PEDIDO TO WRK-TOTAL-PEDIDOS
               WHEN IND-RECUSADA
                   SET FECHADA-NO-MES TO TRUE
                   ADD 1 TO WRK-TOTAL-RECUSADAS
           END-EVALUATE.
           IF ANOTADA-NO-MES OR FECHADA-NO-MES
               PERFORM 2100-LINHA-RELATORIO
           END-IF.
           READ INDICACOES NEXT
               AT END
                   MOVE 10 TO IND-STATUS
           END-READ.

      *UMA LINHA POR INDICACAO COM MOVIMENTO NO MES; O NOME E O
      *DO CADASTRO ATUAL DO INDICADOR
       2100-LINHA-RELATORIO.
           EVALUATE TRUE
               WHEN ANOTADA-NO-MES AND FECHADA-NO-MES
                       AND IND-CREDITADA
                   MOVE 'INDICADA/CREDITADA' TO WRK-EVENTO
               WHEN ANOTADA-NO-MES AND FECHADA-NO-MES
                   MOVE 'INDICADA/RECUSADA' TO WRK-EVENTO
               WHEN ANOTADA-NO-MES
                   MOVE 'INDICADA' TO WRK-EVENTO
               WHEN IND-CREDITADA
                   MOVE 'CREDITADA' TO WRK-EVENTO
               WHEN OTHER
                   MOVE 'RECUSADA' TO WRK-EVENTO
           END-EVALUATE.
           MOVE IND-INDICADOR TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE '(NAO CADASTRADO)' TO CLIENTES-NOME
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING IND-INDICADO ' ' IND-INDICADOR ' ' CLIENTES-NOME
                   ' ' IND-DATA ' ' IND-FILIAL ' ' WRK-EVENTO
               DELIMITED BY SIZE INTO REL-LINHA.
           IF FECHADA-NO-MES AND IND-CREDITADA
               MOVE IND-PEDIDO TO REL-LINHA (83:6)
               MOVE IND-VALOR-PEDIDO TO WRK-ED-VALOR
               MOVE WRK-ED-VALOR TO REL-LINHA (90:10)
               MOVE IND-CREDITO TO WRK-ED-CREDITO
               MOVE WRK-ED-CREDITO TO REL-LINHA (102:10)
           END-IF.
           IF FECHADA-NO-MES AND IND-RECUSADA
               MOVE IND-MOTIVO TO REL-LINHA (113:20)
           END-IF.
           WRITE REL-LINHA.
           ADD 1 TO WRK-TOTAL-LINHAS.

       3000-FINALIZAR.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-INDICADAS TO WRK-ED-QTDE.
           MOVE SPACES TO REL-LINHA.
           STRING 'INDICACOES ANOTADAS NO MES......: ' WRK-ED-QTDE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-CREDITADAS TO WRK-ED-QTDE.
           MOVE WRK-TOTAL-PEDIDOS TO WRK-ED-TOTAL.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONVERSOES (CREDITADAS) NO MES..: ' WRK-ED-QTDE
                   '   VALOR DOS PEDIDOS ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-CREDITO TO WRK-ED-TOTAL.
           MOVE SPACES TO REL-LINHA.
           STRING 'CREDITO CONCEDIDO NO MES........: ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-RECUSADAS TO WRK-ED-QTDE.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECUSADAS NO MES................: ' WRK-ED-QTDE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-PENDENTES TO WRK-ED-QTDE.
           MOVE SPACES TO REL-LINHA.
           STRING 'PENDENTES HOJE (TODOS OS MESES).: ' WRK-ED-QTDE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT INDICA-ABERTO
               MOVE '*** INDICA.DAT NAO ENCONTRADO - NENHUMA '
                       TO REL-LINHA
               MOVE 'INDICACAO ANOTADA AINDA ***' TO REL-LINHA (42:27)
               WRITE REL-LINHA
           END-IF.
           CLOSE INDREL-REPORT.
           IF INDICA-ABERTO
               CLOSE INDICACOES
           END-IF.
           CLOSE CLIENTES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'RELATORIO DE INDICACOES - TOTAIS'.
           DISPLAY 'INDICACOES LIDAS...: ' WRK-TOTAL-LIDOS.
           DISPLAY 'ANOTADAS NO MES....: ' WRK-TOTAL-INDICADAS.
           DISPLAY 'CREDITADAS NO MES..: ' WRK-TOTAL-CREDITADAS.
           DISPLAY 'RECUSADAS NO MES...: ' WRK-TOTAL-RECUSADAS.
           DISPLAY 'PENDENTES HOJE.....: ' WRK-TOTAL-PENDENTES.
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
           MOVE 'INDREL' TO JOB-NOME.
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
           MOVE WRK-TOTAL-LINHAS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM INDREL.
