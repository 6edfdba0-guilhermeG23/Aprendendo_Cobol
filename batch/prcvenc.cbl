       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCVENC.
      **********************************
      *OBJ: RELATORIO SEMANAL DE ACORDOS DE PRECO A VENCER
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PERCORRE OS ACORDOS DE PRECO NEGOCIADO (PRECOESP.DAT, NA
      *ORDEM ALVO+ITEM+VIGENCIA) E LISTA EM PRCVENC.TXT OS QUE
      *TERMINAM NOS PROXIMOS 30 DIAS (BASE COMERCIAL 30/360), COM
      *O CLIENTE OU O GRUPO, O PRODUTO OU A CATEGORIA E O PRECO
      *OU DESCONTO ACORDADO, PARA O COMERCIAL RENEGOCIAR A TEMPO.
      *SO CONTA A LINHA MAIS RECENTE DE CADA ACORDO: A QUE JA TEM
      *VIGENCIA NOVA CADASTRADA DEPOIS DELA ESTA RENOVADA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECOS-ESP ASSIGN TO 'PRECOESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PESP-CHAVE
               FILE STATUS IS PESP-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
           SELECT PRC-REPORT ASSIGN TO 'PRCVENC.TXT'
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
      *MESMO LAYOUT DOS ACORDOS DE PRECO DO CADASTRO ONLINE
       FD PRECOS-ESP.
       01 PESP-REG.
           05 PESP-CHAVE.
               10 PESP-ACORDO.
                   15 PESP-TIPO-ALVO PIC X(01).
                       88 PESP-DO-CLIENTE VALUE 'C'.
                       88 PESP-DO-GRUPO VALUE 'G'.
                   15 PESP-ALVO PIC 9(09).
                   15 PESP-TIPO-ITEM PIC X(01).
                       88 PESP-POR-PRODUTO VALUE 'P'.
                       88 PESP-POR-CATEGORIA VALUE 'T'.
                   15 PESP-ITEM PIC 9(06).
               10 PESP-VIGENCIA PIC 9(08).
           05 PESP-FIM PIC 9(08).
           05 PESP-PRECO PIC 9(07)V99.
           05 PESP-DESC-PCT PIC 9(02)V99.
           05 PESP-OPERADOR PIC X(09).
           05 PESP-DATA PIC 9(08).

      *MESMO LAYOUT DO CADASTRO DE CLIENTES DO CADASTRO ONLINE
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE PIC 9(09).
           05 CLIENTES-NOME PIC X(30).
           05 CLIENTES-EMAIL PIC X(40).
           05 CLIENTES-FONE-CEL PIC 9(11).
           05 CLIENTES-DATA-NASC PIC 9(08).
           05 CLIENTES-PREF-CONTATO PIC X(01).
               88 CLI-PREF-EMAIL VALUE 'E'.
               88 CLI-PREF-SMS VALUE 'S'.
               88 CLI-PREF-TELEFONE VALUE 'T'.
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

       FD PRC-REPORT.
       01 REPORT-LINHA PIC X(150).

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
       77 PESP-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LISTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RENOVADOS PIC 9(06) VALUE ZEROS.
      *LINHA DE ACORDO GUARDADA ATE A LEITURA DA SEGUINTE DIZER SE
      *ELA E A MAIS RECENTE DO SEU ACORDO
       01 WRK-ANT-REG.
           05 WRK-ANT-ACORDO.
               10 WRK-ANT-TIPO-ALVO PIC X(01).
               10 WRK-ANT-ALVO PIC 9(09).
               10 WRK-ANT-TIPO-ITEM PIC X(01).
               10 WRK-ANT-ITEM PIC 9(06).
           05 WRK-ANT-VIGENCIA PIC 9(08).
           05 WRK-ANT-FIM PIC 9(08).
           05 WRK-ANT-PRECO PIC 9(07)V99.
           05 WRK-ANT-DESC-PCT PIC 9(02)V99.
       77 WRK-ANT-SITUACAO PIC X(01) VALUE 'N'.
           88 HA-ANTERIOR VALUE 'S'.
           88 SEM-ANTERIOR VALUE 'N'.
      *DATA DE HOJE E CALCULO DOS DIAS ATE O FIM (30/360)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-FIM-R REDEFINES WRK-DATA-FIM.
           05 WRK-FIM-ANO PIC 9(04).
           05 WRK-FIM-MES PIC 9(02).
           05 WRK-FIM-DIA PIC 9(02).
       77 WRK-DIAS-ATE-FIM PIC S9(07) VALUE ZEROS.
      *HORIZONTE DO RELATORIO, EM DIAS A PARTIR DE HOJE
       77 WRK-DIAS-HORIZONTE PIC 9(03) VALUE 30.
      *CAMPOS DA LINHA IMPRESSA
       77 WRK-NOME-ALVO PIC X(30) VALUE SPACES.
       77 WRK-NOME-ITEM PIC X(40) VALUE SPACES.
       77 WRK-ED-PRECO PIC Z(06)9.99.
       77 WRK-ED-PCT PIC Z9.99.
       77 WRK-ED-DIAS PIC ZZ9.
       77 WRK-CONDICAO PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-EXAMINAR UNTIL PESP-STATUS = 10.
           IF HA-ANTERIOR
               PERFORM 2100-AVALIAR-ACORDO
           END-IF.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           SET SEM-ANTERIOR TO TRUE.
           OPEN INPUT PRECOS-ESP.
           OPEN INPUT CLIENTES.
           OPEN INPUT PRODUTOS.
           OPEN OUTPUT PRC-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ACORDOS DE PRECO A VENCER EM 30 DIAS - POSICAO DE '
                   WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF PESP-STATUS NOT = ZEROS
               MOVE 10 TO PESP-STATUS
           ELSE
               READ PRECOS-ESP NEXT
                   AT END
                       MOVE 10 TO PESP-STATUS
               END-READ
           END-IF.

      *A LINHA GUARDADA SO E AVALIADA QUANDO A LIDA AGORA E DE
      *OUTRO ACORDO; SE E DO MESMO, A GUARDADA FOI RENOVADA
       2000-EXAMINAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF HA-ANTERIOR
               IF WRK-ANT-ACORDO = PESP-ACORDO
                   IF WRK-ANT-FIM NOT = ZEROS
                       ADD 1 TO WRK-TOTAL-RENOVADOS
                   END-IF
               ELSE
                   PERFORM 2100-AVALIAR-ACORDO
               END-IF
           END-IF.
           MOVE PESP-ACORDO TO WRK-ANT-ACORDO.
           MOVE PESP-VIGENCIA TO WRK-ANT-VIGENCIA.
           MOVE PESP-FIM TO WRK-ANT-FIM.
           MOVE PESP-PRECO TO WRK-ANT-PRECO.
           MOVE PESP-DESC-PCT TO WRK-ANT-DESC-PCT.
           SET HA-ANTERIOR TO TRUE.
           READ PRECOS-ESP NEXT
               AT END
                   MOVE 10 TO PESP-STATUS
           END-READ.

      *ACORDO SEM FIM NAO VENCE; O JA TERMINADO NAO INTERESSA MAIS
       2100-AVALIAR-ACORDO.
           IF WRK-ANT-FIM NOT = ZEROS
               MOVE WRK-ANT-FIM TO WRK-DATA-FIM
               COMPUTE WRK-DIAS-ATE-FIM =
                       ((WRK-FIM-ANO - WRK-HOJE-ANO) * 360) +
                       ((WRK-FIM-MES - WRK-HOJE-MES) * 30) +
                       (WRK-FIM-DIA - WRK-HOJE-DIA)
               IF WRK-DIAS-ATE-FIM NOT < ZEROS
                       AND WRK-DIAS-ATE-FIM NOT > WRK-DIAS-HORIZONTE
                   PERFORM 2200-LISTAR-ACORDO
               END-IF
           END-IF.

       2200-LISTAR-ACORDO.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           IF WRK-ANT-TIPO-ALVO = 'C'
               MOVE WRK-ANT-ALVO TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE '** SEM CADASTRO **' TO CLIENTES-NOME
               END-READ
               MOVE SPACES TO WRK-NOME-ALVO
               STRING 'CLIENTE ' CLIENTES-NOME
                   DELIMITED BY SIZE INTO WRK-NOME-ALVO
           ELSE
               MOVE SPACES TO WRK-NOME-ALVO
               STRING 'GRUPO ' WRK-ANT-ALVO
                   DELIMITED BY SIZE INTO WRK-NOME-ALVO
           END-IF.
           IF WRK-ANT-TIPO-ITEM = 'P'
               MOVE WRK-ANT-ITEM TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE '** SEM CADASTRO **' TO PROD-DESCRICAO
               END-READ
               MOVE PROD-DESCRICAO TO WRK-NOME-ITEM
           ELSE
               MOVE 'TODA A CATEGORIA' TO WRK-NOME-ITEM
           END-IF.
           MOVE SPACES TO WRK-CONDICAO.
           IF WRK-ANT-PRECO NOT = ZEROS
               MOVE WRK-ANT-PRECO TO WRK-ED-PRECO
               STRING 'PRECO ' WRK-ED-PRECO
                   DELIMITED BY SIZE INTO WRK-CONDICAO
           ELSE
               MOVE WRK-ANT-DESC-PCT TO WRK-ED-PCT
               STRING 'DESCONTO ' WRK-ED-PCT '%'
                   DELIMITED BY SIZE INTO WRK-CONDICAO
           END-IF.
           MOVE WRK-DIAS-ATE-FIM TO WRK-ED-DIAS.
           MOVE SPACES TO REPORT-LINHA.
           STRING WRK-ANT-ALVO ' ' WRK-NOME-ALVO
                   ' ' WRK-ANT-TIPO-ITEM WRK-ANT-ITEM
                   ' ' WRK-NOME-ITEM
                   ' ' WRK-CONDICAO
                   ' FIM ' WRK-ANT-FIM
                   ' EM ' WRK-ED-DIAS ' DIAS'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ACORDOS A VENCER: ' WRK-TOTAL-LISTADOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE PRC-REPORT.
           CLOSE PRECOS-ESP.
           CLOSE CLIENTES.
           CLOSE PRODUTOS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ACORDOS DE PRECO A VENCER - TOTAIS'.
           DISPLAY 'LINHAS LIDAS.......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'JA RENOVADAS.......: ' WRK-TOTAL-RENOVADOS.
           DISPLAY 'NO RELATORIO.......: ' WRK-TOTAL-LISTADOS.
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
           MOVE 'PRCVENC' TO JOB-NOME.
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

       END PROGRAM PRCVENC.
