       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERTRI.
      **********************************
      *OBJ: VERIFICACAO DO ENCADEAMENTO DAS TRILHAS DE AUDITORIA
      *ROTINA BATCH DIARIA, SEM INTERACAO COM O OPERADOR
      *CADA LINHA DA AUDITORIA (AUDITORIA.DAT), DO DIARIO DE
      *SEGURANCA (SEGLOG.DAT) E DO DIARIO DE CONSULTAS
      *(ACESSOS.DAT) SAI DO CADASTRO ONLINE E DOS LOTES COM UM
      *CODIGO DE VERIFICACAO CALCULADO SOBRE A LINHA E SOBRE O
      *CODIGO DA LINHA ANTERIOR; O CODIGO DA ULTIMA LINHA DE CADA
      *TRILHA FICA NO TRLCTL.DAT
      *ESTE LOTE PERCORRE CADA TRILHA NA ORDEM EM QUE FOI GRAVADA -
      *OS ARQUIVOS MENSAIS CORTADOS PELO ROTAUD (AUDAAAAMM.DAT) E
      *PELO ROTACC (ACSAAAAMM.DAT), DO MAIS ANTIGO PARA O MAIS
      *NOVO, E DEPOIS O ARQUIVO VIVO - RECALCULANDO A CORRENTE, E
      *APONTA A PRIMEIRA LINHA QUEBRADA:
      *     LINHA SEM CODIGO OU CORTADA NO MEIO
      *     LINHA ALTERADA, OU COM UMA LINHA REMOVIDA ANTES DELA
      *     ARQUIVO MENSAL QUE NAO CONTINUA O ANTERIOR
      *     FIM DA TRILHA QUE NAO BATE COM O TRLCTL.DAT (ULTIMAS
      *     LINHAS REMOVIDAS OU ALTERADAS)
      *A PRIMEIRA LINHA DO ARQUIVO MAIS ANTIGO AINDA RETIDO NAO E
      *CONFERIDA: A LINHA ANTERIOR A ELA PODE TER SAIDO NO EXPURGO
      *DO ROTAUD/ROTACC
      *O RESULTADO, UMA LINHA POR TRILHA, FICA EM VERTRI.DAT PARA
      *O PAINEL OP DO CADASTRO ONLINE; TRILHA QUEBRADA DEIXA O JOB
      *COM RC 04 NO JOBCTL, SEM PARAR O LOTE NOTURNO
      *VERTRI.CFG (OPCIONAL) TRAZ O PRIMEIRO ANO/MES (AAAAMM) DOS
      *ARQUIVOS MENSAIS JA GRAVADOS COM O CODIGO; OS MESES ANTERIORES
      *SAO DO LAYOUT ANTIGO E FICAM FORA DA VERIFICACAO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *AS TRES TRILHAS, VIVAS OU MENSAIS: O NOME DO ARQUIVO EM
      *EXAME E MONTADO EM TEMPO DE EXECUCAO
           SELECT AUDITORIA ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
           SELECT ACESSOS ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
           SELECT SEGURANCA ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
      *CONTROLE DO ENCADEAMENTO DAS TRILHAS, SO LEITURA
           SELECT TRILHA-CONTROLE ASSIGN TO 'TRLCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-ARQUIVO
               FILE STATUS IS TRC-STATUS.
      *RESULTADO DA VERIFICACAO, LIDO PELO PAINEL OP
           SELECT TRILHA-VERIFICACAO ASSIGN TO 'VERTRI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VTR-STATUS.
           SELECT CONFIGURACAO ASSIGN TO 'VERTRI.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.

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
      *MESMO LAYOUT DA TRILHA GRAVADA PELO CADASTRO ONLINE
       FD AUDITORIA.
       01 AUDIT-REG.
           05 AUDIT-DATA PIC 9(08).
           05 AUDIT-HORA PIC 9(08).
           05 AUDIT-ACAO PIC X(10).
           05 AUDIT-OPERADOR PIC X(09).
           05 AUDIT-CHAVE PIC 9(09).
           05 AUDIT-NOME PIC X(30).
           05 AUDIT-EMAIL-ANTES PIC X(40).
           05 AUDIT-EMAIL-DEPOIS PIC X(40).
           05 AUDIT-PEDIDO PIC 9(06).
           05 AUDIT-VALOR PIC 9(07)V99.
           05 AUDIT-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DO DIARIO GRAVADO PELO CADASTRO ONLINE
       FD ACESSOS.
       01 ACC-REG.
           05 ACC-DATA PIC 9(08).
           05 ACC-HORA PIC 9(08).
           05 ACC-OPERADOR PIC X(09).
           05 ACC-FONE PIC 9(09).
           05 ACC-VISAO PIC X(10).
           05 ACC-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DO DIARIO GRAVADO PELO CADASTRO ONLINE
       FD SEGURANCA.
       01 SEG-REG.
           05 SEG-DATA PIC 9(08).
           05 SEG-HORA PIC 9(08).
           05 SEG-USUARIO PIC X(09).
           05 SEG-EVENTO PIC X(10).
           05 SEG-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DO CONTROLE DE ENCADEAMENTO DAS TRILHAS
       FD TRILHA-CONTROLE.
       01 TRC-REG.
           05 TRC-ARQUIVO PIC X(16).
           05 TRC-ULTIMO-COD PIC 9(09).
           05 TRC-GRAVADOS PIC 9(09).
           05 TRC-DATA PIC 9(08).
           05 TRC-HORA PIC 9(08).

      *UMA LINHA POR TRILHA: QUANTOS ARQUIVOS E LINHAS FORAM
      *CONFERIDOS E, NA TRILHA QUEBRADA, ONDE E POR QUE
       FD TRILHA-VERIFICACAO.
       01 VTR-REG.
           05 VTR-TRILHA PIC X(16).
           05 VTR-DATA PIC 9(08).
           05 VTR-HORA PIC 9(08).
           05 VTR-ARQUIVOS PIC 9(03).
           05 VTR-LINHAS PIC 9(09).
           05 VTR-SITUACAO PIC X(01).
               88 VTR-INTEGRA VALUE 'I'.
               88 VTR-QUEBRADA VALUE 'Q'.
           05 VTR-ARQ-QUEBRA PIC X(16).
           05 VTR-LINHA-QUEBRA PIC 9(09).
           05 VTR-MOTIVO PIC X(40).

       FD CONFIGURACAO.
       01 CONFIG-REG PIC X(06).

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
       77 ARQ-STATUS PIC 9(02) VALUE ZEROS.
       77 TRC-STATUS PIC 9(02) VALUE ZEROS.
       77 VTR-STATUS PIC 9(02) VALUE ZEROS.
       77 CONFIG-STATUS PIC 9(02) VALUE ZEROS.
      *SEM O TRLCTL.DAT NENHUMA LINHA FOI GRAVADA COM O CODIGO
       77 WRK-TRC-SITUACAO PIC X(01) VALUE 'N'.
           88 CONTROLE-ABERTO VALUE 'S'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LINHAS PIC 9(09) VALUE ZEROS.
       77 WRK-TOTAL-QUEBRADAS PIC 9(02) VALUE ZEROS.

      *TRILHA EM EXAME: NOME DO ARQUIVO VIVO, PREFIXO DOS ARQUIVOS
      *MENSAIS (EM BRANCO NO DIARIO DE SEGURANCA, QUE NAO RODA) E
      *TAMANHO DA LINHA
       77 WRK-TRILHA PIC X(16) VALUE SPACES.
       77 WRK-PREFIXO PIC X(03) VALUE SPACES.
       77 WRK-TIPO-TRILHA PIC X(01) VALUE SPACES.
           88 TIPO-AUDITORIA VALUE 'A'.
           88 TIPO-ACESSOS VALUE 'C'.
           88 TIPO-SEGURANCA VALUE 'S'.
       77 WRK-NOME-ARQUIVO PIC X(16) VALUE SPACES.
       77 WRK-LINHA-ARQUIVO PIC 9(09) VALUE ZEROS.
       77 WRK-POS-CODIGO PIC 9(03) VALUE ZEROS.
       77 WRK-PRIMEIRA-SITUACAO PIC X(01) VALUE 'S'.
           88 PRIMEIRA-LINHA VALUE 'S'.
           88 CORRENTE-INICIADA VALUE 'N'.

      *CALCULO DO CODIGO DE VERIFICACAO DA LINHA DA TRILHA:
      *ACUMULADOR VEZES 31 MAIS O CODIGO DE CADA BYTE, COMO O HASH
      *DE SENHA DO CADASTRO ONLINE, PARTINDO DO CODIGO ANTERIOR
       77 WRK-VRF-ENTRADA PIC X(178) VALUE SPACES.
       77 WRK-VRF-TAMANHO PIC 9(03) VALUE ZEROS.
       77 WRK-VRF-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-VRF-ACUM PIC 9(12) VALUE ZEROS.
       77 WRK-VRF-QUOC PIC 9(03) VALUE ZEROS.
       77 WRK-VRF-RESTO PIC 9(09) VALUE ZEROS.
       77 WRK-VRF-IDX PIC 9(03) VALUE ZEROS.
      *CODIGO GRAVADO NA LINHA EM EXAME
       01 WRK-VRF-GRAVADO-X PIC X(09) VALUE ZEROS.
       01 WRK-VRF-GRAVADO REDEFINES WRK-VRF-GRAVADO-X PIC 9(09).

      *ANO/MES CORRENTE E DE TRABALHO DA VARREDURA DE MESES
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO-MES PIC 9(06).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-ANO-MES PIC 9(06) VALUE ZEROS.
       01 WRK-ANO-MES-R REDEFINES WRK-ANO-MES.
           05 WRK-AM-ANO PIC 9(04).
           05 WRK-AM-MES PIC 9(02).
      *MESES PARA TRAS: OS MESMOS 36 DA VARREDURA DE LIMPEZA DO
      *ROTAUD/ROTACC, QUE COBREM QUALQUER RETENCAO
       77 WRK-MESES-VARREDURA PIC 9(03) VALUE 36.
      *PRIMEIRO MES MENSAL JA COM O CODIGO (VERTRI.CFG)
       77 WRK-MES-INICIAL PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           MOVE 'AUDITORIA.DAT' TO WRK-TRILHA.
           MOVE 'AUD' TO WRK-PREFIXO.
           SET TIPO-AUDITORIA TO TRUE.
           PERFORM 2000-VERIFICAR-TRILHA.
           MOVE 'SEGLOG.DAT' TO WRK-TRILHA.
           MOVE SPACES TO WRK-PREFIXO.
           SET TIPO-SEGURANCA TO TRUE.
           PERFORM 2000-VERIFICAR-TRILHA.
           MOVE 'ACESSOS.DAT' TO WRK-TRILHA.
           MOVE 'ACS' TO WRK-PREFIXO.
           SET TIPO-ACESSOS TO TRUE.
           PERFORM 2000-VERIFICAR-TRILHA.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CONFIGURACAO.
           IF CONFIG-STATUS = ZEROS
               READ CONFIGURACAO
                   NOT AT END
                       IF CONFIG-REG IS NUMERIC
                           MOVE CONFIG-REG TO WRK-MES-INICIAL
                       END-IF
               END-READ
               CLOSE CONFIGURACAO
           END-IF.
           OPEN INPUT TRILHA-CONTROLE.
           IF TRC-STATUS = ZEROS
               SET CONTROLE-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT TRILHA-VERIFICACAO.

      *CONFERE UMA TRILHA INTEIRA COMO UMA CORRENTE SO: OS MESES
      *RETIDOS EM ORDEM E O ARQUIVO VIVO POR ULTIMO, E NO FIM O
      *CODIGO DA ULTIMA LINHA CONTRA O TRLCTL.DAT
       2000-VERIFICAR-TRILHA.
           MOVE WRK-TRILHA TO VTR-TRILHA.
           ACCEPT VTR-DATA FROM DATE YYYYMMDD.
           ACCEPT VTR-HORA FROM TIME.
           MOVE ZEROS TO VTR-ARQUIVOS.
           MOVE ZEROS TO VTR-LINHAS.
           SET VTR-INTEGRA TO TRUE.
           MOVE SPACES TO VTR-ARQ-QUEBRA.
           MOVE ZEROS TO VTR-LINHA-QUEBRA.
           MOVE SPACES TO VTR-MOTIVO.
           SET PRIMEIRA-LINHA TO TRUE.
           MOVE ZEROS TO WRK-VRF-ANTERIOR.
           EVALUATE TRUE
               WHEN TIPO-AUDITORIA
                   MOVE 178 TO WRK-VRF-TAMANHO
               WHEN TIPO-ACESSOS
                   MOVE 53 TO WRK-VRF-TAMANHO
               WHEN OTHER
                   MOVE 44 TO WRK-VRF-TAMANHO
           END-EVALUATE.
           COMPUTE WRK-POS-CODIGO = WRK-VRF-TAMANHO - 8.
           IF WRK-PREFIXO NOT = SPACES
               MOVE WRK-HOJE-ANO-MES TO WRK-ANO-MES
               PERFORM 2110-RECUAR-UM-MES WRK-MESES-VARREDURA TIMES
               PERFORM 2100-EXAMINAR-MES
                   UNTIL WRK-ANO-MES > WRK-HOJE-ANO-MES
                       OR VTR-QUEBRADA
           END-IF.
           IF VTR-INTEGRA
               MOVE WRK-TRILHA TO WRK-NOME-ARQUIVO
               MOVE ZEROS TO WRK-LINHA-ARQUIVO
               PERFORM 2200-EXAMINAR-ARQUIVO
           END-IF.
           IF VTR-INTEGRA
               PERFORM 2400-CONFERIR-CONTROLE
           END-IF.
           WRITE VTR-REG.
           ADD VTR-LINHAS TO WRK-TOTAL-LINHAS.
           IF VTR-QUEBRADA
               ADD 1 TO WRK-TOTAL-QUEBRADAS
               DISPLAY 'VERTRI: ' WRK-TRILHA ' QUEBRADA EM '
                       VTR-ARQ-QUEBRA ' LINHA ' VTR-LINHA-QUEBRA
               DISPLAY 'VERTRI: ' VTR-MOTIVO
           ELSE
               DISPLAY 'VERTRI: ' WRK-TRILHA ' INTEGRA - '
                       VTR-LINHAS ' LINHAS'
           END-IF.

       2100-EXAMINAR-MES.
           IF WRK-ANO-MES NOT < WRK-MES-INICIAL
               MOVE SPACES TO WRK-NOME-ARQUIVO
               STRING WRK-PREFIXO WRK-ANO-MES '.DAT'
                   DELIMITED BY SIZE INTO WRK-NOME-ARQUIVO
               MOVE ZEROS TO WRK-LINHA-ARQUIVO
               PERFORM 2200-EXAMINAR-ARQUIVO
           END-IF.
           PERFORM 2120-AVANCAR-UM-MES.

       2110-RECUAR-UM-MES.
           IF WRK-AM-MES = 1
               SUBTRACT 1 FROM WRK-AM-ANO
               MOVE 12 TO WRK-AM-MES
           ELSE
               SUBTRACT 1 FROM WRK-AM-MES
           END-IF.

       2120-AVANCAR-UM-MES.
           IF WRK-AM-MES = 12
               ADD 1 TO WRK-AM-ANO
               MOVE 1 TO WRK-AM-MES
           ELSE
               ADD 1 TO WRK-AM-MES
           END-IF.

      *CONFERE O ARQUIVO CUJO NOME ESTA MONTADO; SE NAO EXISTIR,
      *SO SEGUE (MES SEM ROTACAO, OU TRILHA AINDA NAO CRIADA)
       2200-EXAMINAR-ARQUIVO.
           EVALUATE TRUE
               WHEN TIPO-AUDITORIA
                   OPEN INPUT AUDITORIA
               WHEN TIPO-ACESSOS
                   OPEN INPUT ACESSOS
               WHEN OTHER
                   OPEN INPUT SEGURANCA
           END-EVALUATE.
           IF ARQ-STATUS NOT = ZEROS
               MOVE ZEROS TO ARQ-STATUS
           ELSE
               ADD 1 TO VTR-ARQUIVOS
               PERFORM 2210-LER-LINHA
               PERFORM 2300-CONFERIR-LINHA
                   UNTIL ARQ-STATUS = 10 OR VTR-QUEBRADA
               EVALUATE TRUE
                   WHEN TIPO-AUDITORIA
                       CLOSE AUDITORIA
                   WHEN TIPO-ACESSOS
                       CLOSE ACESSOS
                   WHEN OTHER
                       CLOSE SEGURANCA
               END-EVALUATE
               MOVE ZEROS TO ARQ-STATUS
           END-IF.

      *LE A PROXIMA LINHA DA TRILHA PARA A AREA DO CALCULO; LINHA
      *CORTADA NO MEIO (ARQUIVO TRUNCADO OU EDITADO NA MAO) VOLTA
      *COM STATUS DIFERENTE DE ZERO E DE FIM DE ARQUIVO
       2210-LER-LINHA.
           EVALUATE TRUE
               WHEN TIPO-AUDITORIA
                   READ AUDITORIA
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
                   MOVE AUDIT-REG TO WRK-VRF-ENTRADA
               WHEN TIPO-ACESSOS
                   READ ACESSOS
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
                   MOVE ACC-REG TO WRK-VRF-ENTRADA
               WHEN OTHER
                   READ SEGURANCA
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
                   MOVE SEG-REG TO WRK-VRF-ENTRADA
           END-EVALUATE.

      *RECALCULA O CODIGO DA LINHA A PARTIR DO CODIGO DA ANTERIOR
      *E CONFRONTA COM O GRAVADO; A PRIMEIRA LINHA DA CORRENTE SO
      *EMPRESTA O CODIGO DELA PARA A SEGUINTE
       2300-CONFERIR-LINHA.
           ADD 1 TO WRK-LINHA-ARQUIVO.
           ADD 1 TO VTR-LINHAS.
           IF ARQ-STATUS NOT = ZEROS
               MOVE 'LINHA CORTADA NO MEIO' TO VTR-MOTIVO
               PERFORM 2390-MARCAR-QUEBRA
           ELSE
               MOVE WRK-VRF-ENTRADA (WRK-POS-CODIGO:9)
                   TO WRK-VRF-GRAVADO-X
               IF WRK-VRF-GRAVADO-X IS NOT NUMERIC
                   MOVE 'LINHA SEM CODIGO DE VERIFICACAO'
                       TO VTR-MOTIVO
                   PERFORM 2390-MARCAR-QUEBRA
               ELSE
                   MOVE ZEROS TO WRK-VRF-ENTRADA (WRK-POS-CODIGO:9)
                   PERFORM 2350-CALCULAR-VERIFICADOR
                   IF CORRENTE-INICIADA
                      AND WRK-VRF-ACUM NOT = WRK-VRF-GRAVADO
                       IF WRK-LINHA-ARQUIVO = 1
                           MOVE 'ARQUIVO NAO CONTINUA O MES ANTERIOR'
                               TO VTR-MOTIVO
                       ELSE
                           MOVE 'LINHA ALTERADA OU ANTERIOR REMOVIDA'
                               TO VTR-MOTIVO
                       END-IF
                       PERFORM 2390-MARCAR-QUEBRA
                   ELSE
                       MOVE WRK-VRF-GRAVADO TO WRK-VRF-ANTERIOR
                       SET CORRENTE-INICIADA TO TRUE
                       PERFORM 2210-LER-LINHA
                   END-IF
               END-IF
           END-IF.

      *CODIGO = ACUMULADOR VEZES 31 MAIS O CODIGO DE CADA BYTE DA
      *LINHA, REDUZIDO PELO PRIMO 999999937, PARTINDO DO CODIGO DA
      *LINHA ANTERIOR - O MESMO CALCULO DE QUEM GRAVA A TRILHA
       2350-CALCULAR-VERIFICADOR.
           MOVE WRK-VRF-ANTERIOR TO WRK-VRF-ACUM.
           PERFORM VARYING WRK-VRF-IDX FROM 1 BY 1
                   UNTIL WRK-VRF-IDX > WRK-VRF-TAMANHO
               COMPUTE WRK-VRF-ACUM = (WRK-VRF-ACUM * 31) +
                   FUNCTION ORD (WRK-VRF-ENTRADA (WRK-VRF-IDX:1))
               DIVIDE WRK-VRF-ACUM BY 999999937
                   GIVING WRK-VRF-QUOC
                   REMAINDER WRK-VRF-RESTO
               MOVE WRK-VRF-RESTO TO WRK-VRF-ACUM
           END-PERFORM.

       2390-MARCAR-QUEBRA.
           SET VTR-QUEBRADA TO TRUE.
           MOVE WRK-NOME-ARQUIVO TO VTR-ARQ-QUEBRA.
           MOVE WRK-LINHA-ARQUIVO TO VTR-LINHA-QUEBRA.

      *A ULTIMA LINHA CONFERIDA TEM DE SER A ULTIMA GRAVADA: SE O
      *CODIGO DELA NAO E O DO TRLCTL.DAT, O FIM DA TRILHA FOI
      *CORTADO OU MEXIDO DEPOIS DA GRAVACAO
       2400-CONFERIR-CONTROLE.
           MOVE ZEROS TO TRC-ULTIMO-COD.
           IF CONTROLE-ABERTO
               MOVE WRK-TRILHA TO TRC-ARQUIVO
               READ TRILHA-CONTROLE
                   INVALID KEY
                       MOVE ZEROS TO TRC-ULTIMO-COD
               END-READ
           END-IF.
           IF TRC-ULTIMO-COD NOT = WRK-VRF-ANTERIOR
               MOVE WRK-TRILHA TO WRK-NOME-ARQUIVO
               ADD 1 TO WRK-LINHA-ARQUIVO
               MOVE 'FIM DA TRILHA NAO BATE COM O TRLCTL.DAT'
                   TO VTR-MOTIVO
               PERFORM 2390-MARCAR-QUEBRA
           END-IF.

       3000-FINALIZAR.
           IF CONTROLE-ABERTO
               CLOSE TRILHA-CONTROLE
           END-IF.
           CLOSE TRILHA-VERIFICACAO.
           DISPLAY '---------------------------------------'.
           DISPLAY 'VERIFICACAO DAS TRILHAS - TOTAIS'.
           DISPLAY 'LINHAS CONFERIDAS..: ' WRK-TOTAL-LINHAS.
           DISPLAY 'TRILHAS QUEBRADAS..: ' WRK-TOTAL-QUEBRADAS.
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
           MOVE 'VERTRI' TO JOB-NOME.
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

      *MARCA O FIM DESTA EXECUCAO COM OS TOTAIS DO LOTE; TRILHA
      *QUEBRADA FICA NO PAINEL COM RC 04, MAS O LOTE NOTURNO SEGUE
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-LINHAS TO JOB-LIDOS.
           MOVE WRK-TOTAL-QUEBRADAS TO JOB-GRAVADOS.
           IF WRK-TOTAL-QUEBRADAS > ZEROS
               MOVE 4 TO JOB-RC
           ELSE
               MOVE ZEROS TO JOB-RC
           END-IF.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM VERTRI.
