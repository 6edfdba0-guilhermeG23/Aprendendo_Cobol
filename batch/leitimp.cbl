       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITIMP.
      **********************************
      *OBJ: IMPORTACAO DAS LEITURAS DE CONSUMO DOS CONTRATOS
      *MEDIDOS
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *O ARQUIVO LEITURAS.TXT (LARGURA FIXA: FONE + NUMERO DO
      *CONTRATO + ANO/MES DA LEITURA + LEITURA DO MEDIDOR) E
      *GRAVADO EM LEITURAS.DAT, O MESMO ARQUIVO DA DIGITACAO PELA
      *TELA DE CONTRATOS; A LEITURA IMPORTADA SUBSTITUI A DO MESMO
      *MES AINDA NAO FATURADA
      *REJEITA (E LISTA EM LEITIMP.TXT) A LINHA DE CONTRATO
      *INEXISTENTE OU QUE NAO E MEDIDO, MES INVALIDO, LEITURA
      *MENOR QUE A ANTERIOR DO CONTRATO E LEITURA DE MES JA
      *FATURADO
      *O ARQUIVO PROCESSADO E REINICIADO VAZIO, COMO O CONCARD
      *FAZ COM O RETORNO DA ADQUIRENTE
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO 'LEITURAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.
           SELECT CONTRATOS ASSIGN TO 'CONTRATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTR-CHAVE
               FILE STATUS IS CONTR-STATUS.
           SELECT LEITURAS ASSIGN TO 'LEITURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEIT-CHAVE
               FILE STATUS IS LEIT-STATUS.
           SELECT LEITIMP-REPORT ASSIGN TO 'LEITIMP.TXT'
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
      *LINHA DO ARQUIVO DE LEITURAS, LARGURA FIXA COMBINADA
       FD ENTRADA.
       01 ENT-REG.
           05 ENT-FONE PIC 9(09).
           05 ENT-NUMERO PIC 9(04).
           05 ENT-PERIODO PIC 9(06).
           05 ENT-PERIODO-R REDEFINES ENT-PERIODO.
               10 ENT-ANO PIC 9(04).
               10 ENT-MES PIC 9(02).
           05 ENT-LEITURA PIC 9(09).

      *MESMO LAYOUT DO ARQUIVO DE CONTRATOS DO CADASTRO ONLINE
       FD CONTRATOS.
       01 CONTR-REG.
           05 CONTR-CHAVE.
               10 CONTR-FONE PIC 9(09).
               10 CONTR-NUMERO PIC 9(04).
           05 CONTR-VALOR PIC 9(07)V99.
           05 CONTR-DESCRICAO PIC X(40).
           05 CONTR-DIA PIC 9(02).
           05 CONTR-ATIVO PIC X(01).
               88 CONTR-EM-VIGOR VALUE 'S'.
               88 CONTR-ENCERRADO VALUE 'N'.
           05 CONTR-DATA-INI PIC 9(08).
           05 CONTR-DATA-FIM PIC 9(08).
           05 CONTR-ULT-REAJUSTE PIC 9(08).
           05 CONTR-TIPO PIC X(01).
               88 CONTR-FIXO VALUE 'F' ' '.
               88 CONTR-MEDIDO VALUE 'M'.
           05 CONTR-FRANQUIA PIC 9(07).
           05 CONTR-UNIDADE PIC X(10).
           05 CONTR-PRECO-EXCED PIC 9(05)V99.
           05 CONTR-LEITURA-ANT PIC 9(09).

      *MESMO LAYOUT DAS LEITURAS DO CADASTRO ONLINE
       FD LEITURAS.
       01 LEIT-REG.
           05 LEIT-CHAVE.
               10 LEIT-FONE PIC 9(09).
               10 LEIT-NUMERO PIC 9(04).
               10 LEIT-PERIODO PIC 9(06).
           05 LEIT-LEITURA PIC 9(09).
           05 LEIT-ORIGEM PIC X(01).
               88 LEIT-DIGITADA VALUE 'D'.
               88 LEIT-IMPORTADA VALUE 'I'.
           05 LEIT-OPERADOR PIC X(09).
           05 LEIT-DATA PIC 9(08).
           05 LEIT-SITUACAO PIC X(01).
               88 LEIT-PENDENTE VALUE 'P'.
               88 LEIT-FATURADA VALUE 'F'.
           05 LEIT-PEDIDO PIC 9(06).
           05 LEIT-CONSUMO PIC 9(09).

       FD LEITIMP-REPORT.
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
       77 ENTRADA-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTR-STATUS PIC 9(02) VALUE ZEROS.
       77 LEIT-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-LEITURA
               UNTIL ENTRADA-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CONTRATOS.
           IF CONTR-STATUS NOT = ZEROS
               MOVE 10 TO ENTRADA-STATUS
           END-IF.
           OPEN I-O LEITURAS.
           IF LEIT-STATUS = 35 THEN
               OPEN OUTPUT LEITURAS
               CLOSE LEITURAS
               OPEN I-O LEITURAS
           END-IF.
           OPEN OUTPUT LEITIMP-REPORT.
           MOVE 'IMPORTACAO DE LEITURAS DOS CONTRATOS MEDIDOS' TO
                               REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
      *SEM ARQUIVO DE LEITURAS HOJE (OU SEM CONTRATOS), NADA A
      *IMPORTAR
           IF ENTRADA-STATUS NOT = 10
               OPEN INPUT ENTRADA
               IF ENTRADA-STATUS NOT = ZEROS
                   MOVE 10 TO ENTRADA-STATUS
               ELSE
                   READ ENTRADA
                       AT END
                           MOVE 10 TO ENTRADA-STATUS
                   END-READ
               END-IF
           END-IF.

      *CONFERE A LINHA CONTRA O CONTRATO E A LEITURA JA GRAVADA
      *DO MES; A VALIDA E GRAVADA COMO IMPORTADA E PENDENTE DE
      *FATURAMENTO PELO CTRPED
       2000-PROCESSAR-LEITURA.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ENT-FONE TO CONTR-FONE.
           MOVE ENT-NUMERO TO CONTR-NUMERO.
           READ CONTRATOS
               INVALID KEY
                   MOVE 'CONTRATO NAO ENCONTRADO' TO WRK-MOTIVO
           END-READ.
           MOVE ZEROS TO CONTR-STATUS.
           IF WRK-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN NOT CONTR-MEDIDO
                       MOVE 'CONTRATO NAO E MEDIDO' TO WRK-MOTIVO
                   WHEN ENT-ANO < 2000 OR ENT-MES < 1
                           OR ENT-MES > 12
                       MOVE 'MES DA LEITURA INVALIDO' TO WRK-MOTIVO
                   WHEN ENT-LEITURA < CONTR-LEITURA-ANT
                       MOVE 'LEITURA MENOR QUE A ANTERIOR' TO
                                               WRK-MOTIVO
                   WHEN OTHER
                       PERFORM 2100-GRAVAR-LEITURA
               END-EVALUATE
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2200-REJEITAR
           END-IF.
           READ ENTRADA
               AT END
                   MOVE 10 TO ENTRADA-STATUS
           END-READ.

       2100-GRAVAR-LEITURA.
           MOVE ENT-FONE TO LEIT-FONE.
           MOVE ENT-NUMERO TO LEIT-NUMERO.
           MOVE ENT-PERIODO TO LEIT-PERIODO.
           READ LEITURAS
               INVALID KEY
                   SET LEIT-PENDENTE TO TRUE
           END-READ.
           MOVE ZEROS TO LEIT-STATUS.
           IF LEIT-FATURADA
               MOVE 'LEITURA DO MES JA FATURADA' TO WRK-MOTIVO
           ELSE
               MOVE ENT-FONE TO LEIT-FONE
               MOVE ENT-NUMERO TO LEIT-NUMERO
               MOVE ENT-PERIODO TO LEIT-PERIODO
               MOVE ENT-LEITURA TO LEIT-LEITURA
               SET LEIT-IMPORTADA TO TRUE
               MOVE 'LEITIMP' TO LEIT-OPERADOR
               MOVE WRK-HOJE TO LEIT-DATA
               SET LEIT-PENDENTE TO TRUE
               MOVE ZEROS TO LEIT-PEDIDO
               MOVE ZEROS TO LEIT-CONSUMO
               ADD 1 TO WRK-TOTAL-GRAVADOS
               WRITE LEIT-REG
                   INVALID KEY
                       REWRITE LEIT-REG
                       END-REWRITE
               END-WRITE
           END-IF.

       2200-REJEITAR.
           ADD 1 TO WRK-TOTAL-REJEITADOS.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'REJEITADA: CONTRATO ' ENT-FONE '/' ENT-NUMERO
                   ' MES ' ENT-PERIODO
                   ' LEITURA ' ENT-LEITURA
                   ' ' WRK-MOTIVO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'LIDAS ' WRK-TOTAL-LIDOS
                   ' GRAVADAS ' WRK-TOTAL-GRAVADOS
                   ' REJEITADAS ' WRK-TOTAL-REJEITADOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE LEITIMP-REPORT.
           CLOSE CONTRATOS.
           CLOSE LEITURAS.
           CLOSE ENTRADA.
      *ARQUIVO PROCESSADO E REINICIADO VAZIO
           OPEN OUTPUT ENTRADA.
           CLOSE ENTRADA.
           DISPLAY '---------------------------------------'.
           DISPLAY 'IMPORTACAO DE LEITURAS - TOTAIS'.
           DISPLAY 'LINHAS LIDAS.......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'LEITURAS GRAVADAS..: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'REJEITADAS.........: ' WRK-TOTAL-REJEITADOS.
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
           MOVE 'LEITIMP' TO JOB-NOME.
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
           MOVE WRK-TOTAL-GRAVADOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM LEITIMP.
