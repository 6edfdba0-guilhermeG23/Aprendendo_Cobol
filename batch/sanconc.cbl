       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCONC.
      **********************************
      *OBJ: CONFERENCIA DAS SANGRIAS DO CAIXA FISICO CONTRA OS
      *DEPOSITOS DO EXTRATO BANCARIO
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *A SANGRIA REGISTRADA NO CAIXA FISICO (CAIXAMOV.DAT, TIPO S)
      *TEM QUE VIRAR DEPOSITO NO BANCO; ESTE LOTE RODA ANTES DO
      *BANCONC, LE O EXTRATO DO DIA (BANCOEXT.TXT, SEM ZERA-LO) E
      *CASA CADA DEPOSITO EM DINHEIRO DO BALCAO COM AS SANGRIAS:
      *  1) UMA SANGRIA DE MESMO VALOR
      *  2) A SOMA DAS SANGRIAS DE UM DIA DA FILIAL
      *  3) SENAO, O DIA DA FILIAL CUJA SOMA PASSA DO DEPOSITO,
      *     QUE SAI COMO DEPOSITO A MENOR
      *SEMPRE COM A SANGRIA FEITA NO DIA DO DEPOSITO OU ATE A
      *TOLERANCIA DE DIAS ANTES DELE (MES COMERCIAL DE 30 DIAS)
      *DEPOSITO DO BALCAO E O CREDITO CUJO HISTORICO COMECA COM
      *'DEP', SEM TELEFONE DO PAGADOR E COM O IDENTIFICADOR DO
      *DEPOSITANTE (CAMPO DE DOCUMENTO) MENOR QUE 100: E O NUMERO
      *DA FILIAL ANOTADO NO DEPOSITO IDENTIFICADO, ZERO QUANDO O
      *DEPOSITO NAO FOI IDENTIFICADO (CASA COM QUALQUER FILIAL); O
      *BANCONC USA A MESMA REGRA PARA DEIXAR ESSES CREDITOS FORA
      *DA SUA LISTA DE NAO IDENTIFICADOS
      *A FILIAL DA SANGRIA E A DO OPERADOR NO CLICRED.DAT (ZERO E
      *A MATRIZ, 01); A SANGRIA QUE NAO CASOU FICA PENDENTE EM
      *SANGPEND.DAT PARA AS PROXIMAS NOITES E, PASSADA A
      *TOLERANCIA, SAI COMO SANGRIA SEM DEPOSITO; O DEPOSITO QUE
      *NAO CASOU SAI NA HORA COMO DEPOSITO SEM SANGRIA
      *O CAIXA FISICO E LIDO A PARTIR DO CARIMBO (DATA E HORA)
      *GRAVADO NO FIM DA EXECUCAO ANTERIOR EM SANCTL.DAT; NA
      *PRIMEIRA EXECUCAO SO ENTRAM AS SANGRIAS DENTRO DA TOLERANCIA
      *LAYOUT DO SANCONC.CFG (OPCIONAL, UMA LINHA; CAMPO EM BRANCO
      *OU ZERADO FICA COM O PADRAO): TOLERANCIA EM DIAS 9(02)
      *(PADRAO 3)
      *RESULTADO EM SANCONC.TXT
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXA-FISICO ASSIGN TO 'CAIXAMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CXM-STATUS.
           SELECT EXTRATO ASSIGN TO 'BANCOEXT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRATO-STATUS.
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
           SELECT CONFIGURACAO ASSIGN TO 'SANCONC.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
      *SANGRIAS AINDA SEM DEPOSITO, REGRAVADO A CADA EXECUCAO
           SELECT PENDENTES ASSIGN TO 'SANGPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.
      *CARIMBO DA ULTIMA LEITURA DO CAIXA FISICO
           SELECT CONTROLE ASSIGN TO 'SANCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT SANCONC-REPORT ASSIGN TO 'SANCONC.TXT'
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
      *MESMO LAYOUT DO CAIXA FISICO DO CADASTRO ONLINE
       FD CAIXA-FISICO.
       01 CXM-REG.
           05 CXM-CARIMBO.
               10 CXM-DATA PIC 9(08).
               10 CXM-HORA PIC 9(08).
           05 CXM-OPERADOR PIC X(09).
           05 CXM-TIPO PIC X(01).
               88 CXM-FUNDO VALUE 'F'.
               88 CXM-SANGRIA VALUE 'S'.
               88 CXM-SUPRIMENTO VALUE 'E'.
               88 CXM-CONFERENCIA VALUE 'C'.
           05 CXM-VALOR PIC 9(07)V99.
           05 CXM-MOTIVO PIC X(30).

      *MESMO LAYOUT DO EXTRATO LIDO PELO BANCONC
       FD EXTRATO.
       01 EXT-REG.
           05 EXT-DATA PIC 9(08).
           05 EXT-VALOR PIC 9(07)V99.
           05 EXT-PAGADOR-DOC PIC 9(14).
           05 EXT-PAGADOR-FONE PIC 9(09).
           05 EXT-HISTORICO PIC X(40).
           05 EXT-HISTORICO-R REDEFINES EXT-HISTORICO.
               10 EXT-HIST-DEP PIC X(03).
               10 FILLER PIC X(37).

      *MESMO LAYOUT DAS CREDENCIAIS DO CADASTRO ONLINE
       FD CREDENCIAIS.
       01 CRED-REG.
           05 CRED-USUARIO PIC X(09).
           05 CRED-RESTO.
               10 CRED-SENHA-HASH PIC 9(09).
               10 CRED-DATA-TROCA PIC 9(08).
               10 CRED-FORCA-TROCA PIC X(01).
               10 CRED-PERFIL PIC X(01).
               10 CRED-FALHAS PIC 9(02).
               10 CRED-BLOQUEADO PIC X(01).
               10 CRED-FILIAL PIC 9(02).
               10 CRED-ATIVO PIC X(01).
               10 CRED-COMISSAO PIC 9(02)V99.
           05 CRED-RESTO-ANTIGO REDEFINES CRED-RESTO.
               10 CRED-SENHA-TEXTO PIC X(11).
               10 FILLER PIC X(07).

       FD CONFIGURACAO.
       01 CFG-REG.
           05 CFG-TOLERANCIA PIC 9(02).

      *UMA SANGRIA PENDENTE POR LINHA, JA COM A FILIAL
       FD PENDENTES.
       01 PEND-REG.
           05 PEND-FILIAL PIC 9(02).
           05 PEND-DATA PIC 9(08).
           05 PEND-HORA PIC 9(08).
           05 PEND-OPERADOR PIC X(09).
           05 PEND-VALOR PIC 9(07)V99.
           05 PEND-MOTIVO PIC X(30).

       FD CONTROLE.
       01 CTL-REG.
           05 CTL-CARIMBO.
               10 CTL-DATA PIC 9(08).
               10 CTL-HORA PIC 9(08).

       FD SANCONC-REPORT.
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
       77 CXM-STATUS PIC 9(02) VALUE ZEROS.
       77 EXTRATO-STATUS PIC 9(02) VALUE ZEROS.
       77 CRED-STATUS PIC 9(02) VALUE ZEROS.
       77 CONFIG-STATUS PIC 9(02) VALUE ZEROS.
       77 PEND-STATUS PIC 9(02) VALUE ZEROS.
       77 CTL-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *PARAMETRO (PADRAO, SOBRESCRITO PELO SANCONC.CFG)
       77 WRK-TOLERANCIA PIC 9(02) VALUE 3.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-CREDITOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DEPOSITOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SANGRIAS-NOVAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CONFERIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-A-MENOR PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-SANGRIA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-DEPOSITO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-AINDA-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-FALTANTE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-SEM-DEPOSITO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-SEM-SANGRIA PIC 9(11)V99 VALUE ZEROS.
      *DATA E HORA DESTA EXECUCAO E CARIMBO DA LEITURA ANTERIOR
       01 WRK-CARIMBO-ATUAL.
           05 WRK-HOJE PIC 9(08) VALUE ZEROS.
           05 WRK-AGORA PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-CARIMBO-ATUAL.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
           05 FILLER PIC 9(08).
       01 WRK-CARIMBO-ANTERIOR.
           05 WRK-ANT-DATA PIC 9(08) VALUE ZEROS.
           05 WRK-ANT-HORA PIC 9(08) VALUE ZEROS.
       01 WRK-PRIMEIRA-VEZ PIC X(01) VALUE 'N'.
           88 PRIMEIRA-EXECUCAO VALUE 'S'.
      *DATA EM DIAS CORRIDOS DO MES COMERCIAL (ANO DE 360 DIAS),
      *COMO NA COBRANCA
       01 WRK-DATA-CONV PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONV-R REDEFINES WRK-DATA-CONV.
           05 WRK-CONV-ANO PIC 9(04).
           05 WRK-CONV-MES PIC 9(02).
           05 WRK-CONV-DIA PIC 9(02).
       77 WRK-DIAS-CONV PIC 9(07) VALUE ZEROS.
       77 WRK-HOJE-DIAS PIC 9(07) VALUE ZEROS.
       77 WRK-DEP-DIAS PIC 9(07) VALUE ZEROS.
       77 WRK-LIMITE-DIAS PIC 9(07) VALUE ZEROS.
      *OPERADORES DO CLICRED.DAT E A FILIAL DE CADA UM
       77 WRK-TOTAL-OPERADORES PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-OPERADORES.
           05 WRK-OPE-ENT OCCURS 100 TIMES.
               10 WRK-OPE-NOME PIC X(09).
               10 WRK-OPE-FILIAL PIC 9(02).
       77 WRK-OPE-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-OPE-ACHADO PIC 9(03) VALUE ZEROS.
      *SANGRIAS EM CONFERENCIA: AS PENDENTES DAS NOITES ANTERIORES
      *E AS NOVAS DO CAIXA FISICO, NA ORDEM EM QUE FORAM FEITAS;
      *P = PENDENTE, C = CASADA, V = VENCIDA SEM DEPOSITO
       77 WRK-TOTAL-SANGRIAS PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-SANGRIAS.
           05 WRK-SAN-ENT OCCURS 1000 TIMES.
               10 WRK-SAN-FILIAL PIC 9(02).
               10 WRK-SAN-DATA PIC 9(08).
               10 WRK-SAN-HORA PIC 9(08).
               10 WRK-SAN-OPERADOR PIC X(09).
               10 WRK-SAN-VALOR PIC 9(07)V99.
               10 WRK-SAN-MOTIVO PIC X(30).
               10 WRK-SAN-DIAS PIC 9(07).
               10 WRK-SAN-SITUACAO PIC X(01).
                   88 SAN-PENDENTE VALUE 'P'.
                   88 SAN-CASADA VALUE 'C'.
                   88 SAN-VENCIDA VALUE 'V'.
       77 WRK-SAN-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-GRP-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-SAN-ACHADA PIC 9(04) VALUE ZEROS.
      *DEPOSITO CORRENTE DO EXTRATO
       77 WRK-DEP-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-GRP-SOMA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-GRP-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-DIFERENCA PIC 9(09)V99 VALUE ZEROS.
       01 WRK-DEP-SW PIC X(01) VALUE 'N'.
           88 DEPOSITO-CASADO VALUE 'S'.
           88 DEPOSITO-SEM-CASAR VALUE 'N'.
       01 WRK-ELEGIVEL-SW PIC X(01) VALUE 'N'.
           88 SANGRIA-ELEGIVEL VALUE 'S'.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-VALOR2 PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-VALOR3 PIC Z(08)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-AGORA FROM TIME.
           MOVE WRK-HOJE TO WRK-DATA-CONV.
           PERFORM 8000-CONVERTER-DATA.
           MOVE WRK-DIAS-CONV TO WRK-HOJE-DIAS.
           PERFORM 1000-CARREGAR-PARAMETROS.
           PERFORM 1200-CARREGAR-OPERADORES.
           PERFORM 1300-LER-CONTROLE.
           PERFORM 1400-CARREGAR-PENDENTES.
           PERFORM 1500-CARREGAR-SANGRIAS.
           OPEN OUTPUT SANCONC-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'CONFERENCIA DAS SANGRIAS COM OS DEPOSITOS - '
                   WRK-HOJE ' - TOLERANCIA ' WRK-TOLERANCIA ' DIAS'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM 2000-CONFERIR-EXTRATO.
           PERFORM 3000-SANGRIAS-VENCIDAS.
           PERFORM 4000-REGRAVAR-PENDENTES.
           PERFORM 4100-GRAVAR-CONTROLE.
           PERFORM 5000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-CARREGAR-PARAMETROS.
           OPEN INPUT CONFIGURACAO.
           IF CONFIG-STATUS = ZEROS
               READ CONFIGURACAO
                   NOT AT END
                       IF CFG-TOLERANCIA IS NUMERIC
                               AND CFG-TOLERANCIA > ZEROS
                           MOVE CFG-TOLERANCIA TO WRK-TOLERANCIA
                       END-IF
               END-READ
               CLOSE CONFIGURACAO
           END-IF.
           MOVE ZEROS TO CONFIG-STATUS.

      *SEM CLICRED.DAT TODA SANGRIA VAI PARA A MATRIZ; A FILIAL
      *ZERO (ARQUIVO ANTERIOR A FILIAL) TAMBEM E A MATRIZ, 01
       1200-CARREGAR-OPERADORES.
           MOVE ZEROS TO WRK-TOTAL-OPERADORES.
           OPEN INPUT CREDENCIAIS.
           IF CRED-STATUS = ZEROS
               PERFORM 1210-LER-CREDENCIAL
                   UNTIL CRED-STATUS NOT = ZEROS
                       OR WRK-TOTAL-OPERADORES = 100
               CLOSE CREDENCIAIS
           ELSE
               DISPLAY 'SANCONC: SEM CLICRED.DAT - SANGRIAS NA '
                       'MATRIZ'
           END-IF.
           MOVE ZEROS TO CRED-STATUS.

       1210-LER-CREDENCIAL.
           READ CREDENCIAIS
               AT END
                   MOVE 10 TO CRED-STATUS
               NOT AT END
                   IF CRED-USUARIO NOT = SPACES
                       ADD 1 TO WRK-TOTAL-OPERADORES
                       MOVE CRED-USUARIO TO
                               WRK-OPE-NOME (WRK-TOTAL-OPERADORES)
                       MOVE 1 TO WRK-OPE-FILIAL (WRK-TOTAL-OPERADORES)
                       IF CRED-FILIAL IS NUMERIC
                               AND CRED-FILIAL > ZEROS
                           MOVE CRED-FILIAL TO
                               WRK-OPE-FILIAL (WRK-TOTAL-OPERADORES)
                       END-IF
                   END-IF
           END-READ.

      *SEM SANCTL.DAT E A PRIMEIRA EXECUCAO
       1300-LER-CONTROLE.
           OPEN INPUT CONTROLE.
           IF CTL-STATUS = ZEROS
               READ CONTROLE
                   AT END
                       SET PRIMEIRA-EXECUCAO TO TRUE
                   NOT AT END
                       MOVE CTL-CARIMBO TO WRK-CARIMBO-ANTERIOR
               END-READ
               CLOSE CONTROLE
           ELSE
               SET PRIMEIRA-EXECUCAO TO TRUE
           END-IF.
           MOVE ZEROS TO CTL-STATUS.

       1400-CARREGAR-PENDENTES.
           MOVE ZEROS TO WRK-TOTAL-SANGRIAS.
           OPEN INPUT PENDENTES.
           IF PEND-STATUS = ZEROS
               READ PENDENTES
                   AT END
                       MOVE 10 TO PEND-STATUS
               END-READ
               PERFORM UNTIL PEND-STATUS NOT = ZEROS
                       OR WRK-TOTAL-SANGRIAS = 1000
                   ADD 1 TO WRK-TOTAL-SANGRIAS
                   MOVE PEND-FILIAL TO
                           WRK-SAN-FILIAL (WRK-TOTAL-SANGRIAS)
                   MOVE PEND-DATA TO WRK-SAN-DATA (WRK-TOTAL-SANGRIAS)
                   MOVE PEND-HORA TO WRK-SAN-HORA (WRK-TOTAL-SANGRIAS)
                   MOVE PEND-OPERADOR TO
                           WRK-SAN-OPERADOR (WRK-TOTAL-SANGRIAS)
                   MOVE PEND-VALOR TO
                           WRK-SAN-VALOR (WRK-TOTAL-SANGRIAS)
                   MOVE PEND-MOTIVO TO
                           WRK-SAN-MOTIVO (WRK-TOTAL-SANGRIAS)
                   PERFORM 1450-COMPLETAR-SANGRIA
                   READ PENDENTES
                       AT END
                           MOVE 10 TO PEND-STATUS
                   END-READ
               END-PERFORM
               CLOSE PENDENTES
           END-IF.
           MOVE ZEROS TO PEND-STATUS.

       1450-COMPLETAR-SANGRIA.
           MOVE WRK-SAN-DATA (WRK-TOTAL-SANGRIAS) TO WRK-DATA-CONV.
           PERFORM 8000-CONVERTER-DATA.
           MOVE WRK-DIAS-CONV TO WRK-SAN-DIAS (WRK-TOTAL-SANGRIAS).
           SET SAN-PENDENTE (WRK-TOTAL-SANGRIAS) TO TRUE.

      *SANGRIAS DO CAIXA FISICO FEITAS DEPOIS DA LEITURA ANTERIOR;
      *NA PRIMEIRA EXECUCAO, SO AS QUE AINDA ESTAO NA TOLERANCIA
       1500-CARREGAR-SANGRIAS.
           IF WRK-HOJE-DIAS > WRK-TOLERANCIA
               COMPUTE WRK-LIMITE-DIAS =
                       WRK-HOJE-DIAS - WRK-TOLERANCIA
           ELSE
               MOVE ZEROS TO WRK-LIMITE-DIAS
           END-IF.
           OPEN INPUT CAIXA-FISICO.
           IF CXM-STATUS = ZEROS
               READ CAIXA-FISICO
                   AT END
                       MOVE 10 TO CXM-STATUS
               END-READ
               PERFORM UNTIL CXM-STATUS NOT = ZEROS
                   IF CXM-SANGRIA AND CXM-CARIMBO NOT >
                           WRK-CARIMBO-ATUAL
                       PERFORM 1510-EXAMINAR-SANGRIA
                   END-IF
                   READ CAIXA-FISICO
                       AT END
                           MOVE 10 TO CXM-STATUS
                   END-READ
               END-PERFORM
               CLOSE CAIXA-FISICO
           END-IF.
           MOVE ZEROS TO CXM-STATUS.

       1510-EXAMINAR-SANGRIA.
           MOVE CXM-DATA TO WRK-DATA-CONV.
           PERFORM 8000-CONVERTER-DATA.
           IF (PRIMEIRA-EXECUCAO
                   AND WRK-DIAS-CONV NOT < WRK-LIMITE-DIAS)
               OR (NOT PRIMEIRA-EXECUCAO
                   AND CXM-CARIMBO > WRK-CARIMBO-ANTERIOR)
               IF WRK-TOTAL-SANGRIAS < 1000
                   ADD 1 TO WRK-TOTAL-SANGRIAS
                   ADD 1 TO WRK-TOTAL-SANGRIAS-NOVAS
                   MOVE CXM-OPERADOR TO
                           WRK-SAN-OPERADOR (WRK-TOTAL-SANGRIAS)
                   PERFORM 1520-FILIAL-DO-OPERADOR
                   MOVE CXM-DATA TO WRK-SAN-DATA (WRK-TOTAL-SANGRIAS)
                   MOVE CXM-HORA TO WRK-SAN-HORA (WRK-TOTAL-SANGRIAS)
                   MOVE CXM-VALOR TO
                           WRK-SAN-VALOR (WRK-TOTAL-SANGRIAS)
                   MOVE CXM-MOTIVO TO
                           WRK-SAN-MOTIVO (WRK-TOTAL-SANGRIAS)
                   PERFORM 1450-COMPLETAR-SANGRIA
               ELSE
                   DISPLAY 'SANCONC: TABELA DE SANGRIAS CHEIA - '
                           'SANGRIA DE ' CXM-DATA ' ' CXM-OPERADOR
                           ' FICOU DE FORA'
               END-IF
           END-IF.

       1520-FILIAL-DO-OPERADOR.
           MOVE 1 TO WRK-SAN-FILIAL (WRK-TOTAL-SANGRIAS).
           MOVE ZEROS TO WRK-OPE-ACHADO.
           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > WRK-TOTAL-OPERADORES
                   OR WRK-OPE-ACHADO NOT = ZEROS
               IF WRK-OPE-NOME (WRK-OPE-IDX) = CXM-OPERADOR
                   MOVE WRK-OPE-IDX TO WRK-OPE-ACHADO
                   MOVE WRK-OPE-FILIAL (WRK-OPE-IDX) TO
                           WRK-SAN-FILIAL (WRK-TOTAL-SANGRIAS)
               END-IF
           END-PERFORM.

      *PERCORRE O EXTRATO DO DIA (O BANCONC E QUEM O ZERA DEPOIS)
      *E CONFERE CADA DEPOSITO DO BALCAO
       2000-CONFERIR-EXTRATO.
           OPEN INPUT EXTRATO.
           IF EXTRATO-STATUS = ZEROS
               READ EXTRATO
                   AT END
                       MOVE 10 TO EXTRATO-STATUS
               END-READ
               PERFORM 2050-EXAMINAR-CREDITO
                   UNTIL EXTRATO-STATUS NOT = ZEROS
               CLOSE EXTRATO
           END-IF.
           MOVE ZEROS TO EXTRATO-STATUS.

       2050-EXAMINAR-CREDITO.
           ADD 1 TO WRK-TOTAL-CREDITOS.
      *MESMA REGRA DO 2060-CONFERIR-DEPOSITO DO BANCONC
           IF EXT-HIST-DEP = 'DEP' AND EXT-PAGADOR-FONE = ZEROS
                   AND EXT-PAGADOR-DOC < 100
               ADD 1 TO WRK-TOTAL-DEPOSITOS
               PERFORM 2100-CASAR-DEPOSITO
           END-IF.
           READ EXTRATO
               AT END
                   MOVE 10 TO EXTRATO-STATUS
           END-READ.

      *TENTA, NESTA ORDEM, A SANGRIA DE MESMO VALOR, A SOMA DE UM
      *DIA DA FILIAL E O DIA CUJA SOMA PASSA DO DEPOSITO
       2100-CASAR-DEPOSITO.
           SET DEPOSITO-SEM-CASAR TO TRUE.
           MOVE EXT-PAGADOR-DOC TO WRK-DEP-FILIAL.
           MOVE EXT-DATA TO WRK-DATA-CONV.
           PERFORM 8000-CONVERTER-DATA.
           MOVE WRK-DIAS-CONV TO WRK-DEP-DIAS.
           PERFORM 2200-SANGRIA-DE-MESMO-VALOR.
           IF DEPOSITO-SEM-CASAR
               PERFORM 2300-SOMA-DO-DIA
           END-IF.
           IF DEPOSITO-SEM-CASAR
               PERFORM 2400-DEPOSITO-A-MENOR
           END-IF.
           IF DEPOSITO-SEM-CASAR
               PERFORM 2500-DEPOSITO-SEM-SANGRIA
           END-IF.

      *A SANGRIA SERVE PARA O DEPOSITO QUANDO ESTA PENDENTE, E DA
      *FILIAL IDENTIFICADA (OU O DEPOSITO NAO TEM FILIAL) E FOI
      *FEITA ENTRE A TOLERANCIA ANTES DO DEPOSITO E O DIA DELE
       2150-CONFERIR-ELEGIVEL.
           MOVE 'N' TO WRK-ELEGIVEL-SW.
           IF SAN-PENDENTE (WRK-SAN-IDX)
                   AND (WRK-DEP-FILIAL = ZEROS
                   OR WRK-SAN-FILIAL (WRK-SAN-IDX) = WRK-DEP-FILIAL)
                   AND WRK-SAN-DIAS (WRK-SAN-IDX) NOT > WRK-DEP-DIAS
                   AND WRK-SAN-DIAS (WRK-SAN-IDX) + WRK-TOLERANCIA
                       NOT < WRK-DEP-DIAS
               SET SANGRIA-ELEGIVEL TO TRUE
           END-IF.

       2200-SANGRIA-DE-MESMO-VALOR.
           PERFORM VARYING WRK-SAN-IDX FROM 1 BY 1
                   UNTIL WRK-SAN-IDX > WRK-TOTAL-SANGRIAS
                   OR DEPOSITO-CASADO
               PERFORM 2150-CONFERIR-ELEGIVEL
               IF SANGRIA-ELEGIVEL
                       AND WRK-SAN-VALOR (WRK-SAN-IDX) = EXT-VALOR
                   SET DEPOSITO-CASADO TO TRUE
                   SET SAN-CASADA (WRK-SAN-IDX) TO TRUE
                   ADD 1 TO WRK-TOTAL-CONFERIDOS
                   MOVE EXT-VALOR TO WRK-ED-VALOR
                   MOVE SPACES TO REPORT-LINHA
                   STRING 'CONFERIDO: DEPOSITO DE ' EXT-DATA
                           ' VALOR ' WRK-ED-VALOR
                           ' = SANGRIA FILIAL '
                           WRK-SAN-FILIAL (WRK-SAN-IDX) ' DE '
                           WRK-SAN-DATA (WRK-SAN-IDX) ' POR '
                           WRK-SAN-OPERADOR (WRK-SAN-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
               END-IF
           END-PERFORM.

      *CADA SANGRIA ELEGIVEL PUXA O SEU DIA INTEIRO NA FILIAL
       2300-SOMA-DO-DIA.
           PERFORM VARYING WRK-SAN-IDX FROM 1 BY 1
                   UNTIL WRK-SAN-IDX > WRK-TOTAL-SANGRIAS
                   OR DEPOSITO-CASADO
               PERFORM 2150-CONFERIR-ELEGIVEL
               IF SANGRIA-ELEGIVEL
                   PERFORM 2350-SOMAR-GRUPO
                   IF WRK-GRP-SOMA = EXT-VALOR
                       SET DEPOSITO-CASADO TO TRUE
                       PERFORM 2360-CASAR-GRUPO
                       ADD 1 TO WRK-TOTAL-CONFERIDOS
                       MOVE EXT-VALOR TO WRK-ED-VALOR
                       MOVE SPACES TO REPORT-LINHA
                       STRING 'CONFERIDO: DEPOSITO DE ' EXT-DATA
                               ' VALOR ' WRK-ED-VALOR
                               ' = SANGRIAS DO DIA FILIAL '
                               WRK-GRP-FILIAL ' DE ' WRK-GRP-DATA
                           DELIMITED BY SIZE INTO REPORT-LINHA
                       WRITE REPORT-LINHA
                   END-IF
               END-IF
           END-PERFORM.

      *SOMA AS SANGRIAS PENDENTES DO MESMO DIA E FILIAL DA
      *SANGRIA CORRENTE
       2350-SOMAR-GRUPO.
           MOVE WRK-SAN-FILIAL (WRK-SAN-IDX) TO WRK-GRP-FILIAL.
           MOVE WRK-SAN-DATA (WRK-SAN-IDX) TO WRK-GRP-DATA.
           MOVE ZEROS TO WRK-GRP-SOMA.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-TOTAL-SANGRIAS
               IF SAN-PENDENTE (WRK-GRP-IDX)
                       AND WRK-SAN-FILIAL (WRK-GRP-IDX) =
                           WRK-GRP-FILIAL
                       AND WRK-SAN-DATA (WRK-GRP-IDX) = WRK-GRP-DATA
                   ADD WRK-SAN-VALOR (WRK-GRP-IDX) TO WRK-GRP-SOMA
               END-IF
           END-PERFORM.

       2360-CASAR-GRUPO.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-TOTAL-SANGRIAS
               IF SAN-PENDENTE (WRK-GRP-IDX)
                       AND WRK-SAN-FILIAL (WRK-GRP-IDX) =
                           WRK-GRP-FILIAL
                       AND WRK-SAN-DATA (WRK-GRP-IDX) = WRK-GRP-DATA
                   SET SAN-CASADA (WRK-GRP-IDX) TO TRUE
               END-IF
           END-PERFORM.

      *O PRIMEIRO DIA ELEGIVEL (O MAIS ANTIGO) CUJA SOMA PASSA DO
      *DEPOSITO FICA CONFERIDO, COM A DIFERENCA APONTADA
       2400-DEPOSITO-A-MENOR.
           PERFORM VARYING WRK-SAN-IDX FROM 1 BY 1
                   UNTIL WRK-SAN-IDX > WRK-TOTAL-SANGRIAS
                   OR DEPOSITO-CASADO
               PERFORM 2150-CONFERIR-ELEGIVEL
               IF SANGRIA-ELEGIVEL
                   PERFORM 2350-SOMAR-GRUPO
                   IF WRK-GRP-SOMA > EXT-VALOR
                       SET DEPOSITO-CASADO TO TRUE
                       PERFORM 2360-CASAR-GRUPO
                       ADD 1 TO WRK-TOTAL-A-MENOR
                       COMPUTE WRK-DIFERENCA =
                               WRK-GRP-SOMA - EXT-VALOR
                       ADD WRK-DIFERENCA TO WRK-VALOR-FALTANTE
                       MOVE EXT-VALOR TO WRK-ED-VALOR
                       MOVE WRK-GRP-SOMA TO WRK-ED-VALOR2
                       MOVE WRK-DIFERENCA TO WRK-ED-VALOR3
                       MOVE SPACES TO REPORT-LINHA
                       STRING 'DEPOSITO A MENOR: FILIAL '
                               WRK-GRP-FILIAL ' SANGRIAS DE '
                               WRK-GRP-DATA ' ' WRK-ED-VALOR2
                               ' DEPOSITO DE ' EXT-DATA ' '
                               WRK-ED-VALOR ' FALTAM ' WRK-ED-VALOR3
                           DELIMITED BY SIZE INTO REPORT-LINHA
                       WRITE REPORT-LINHA
                   END-IF
               END-IF
           END-PERFORM.

       2500-DEPOSITO-SEM-SANGRIA.
           ADD 1 TO WRK-TOTAL-SEM-SANGRIA.
           ADD EXT-VALOR TO WRK-VALOR-SEM-SANGRIA.
           MOVE EXT-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'DEPOSITO SEM SANGRIA: ' EXT-DATA
                   ' VALOR ' WRK-ED-VALOR
                   ' FILIAL ' WRK-DEP-FILIAL
                   ' ' EXT-HISTORICO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *SANGRIA AINDA PENDENTE QUE JA PASSOU DA TOLERANCIA: O
      *DEPOSITO DELA JA DEVIA TER CAIDO NO EXTRATO
       3000-SANGRIAS-VENCIDAS.
           PERFORM VARYING WRK-SAN-IDX FROM 1 BY 1
                   UNTIL WRK-SAN-IDX > WRK-TOTAL-SANGRIAS
               IF SAN-PENDENTE (WRK-SAN-IDX)
                       AND WRK-SAN-DIAS (WRK-SAN-IDX) + WRK-TOLERANCIA
                           < WRK-HOJE-DIAS
                   SET SAN-VENCIDA (WRK-SAN-IDX) TO TRUE
                   ADD 1 TO WRK-TOTAL-SEM-DEPOSITO
                   ADD WRK-SAN-VALOR (WRK-SAN-IDX) TO
                           WRK-VALOR-SEM-DEPOSITO
                   MOVE WRK-SAN-VALOR (WRK-SAN-IDX) TO WRK-ED-VALOR
                   MOVE SPACES TO REPORT-LINHA
                   STRING 'SANGRIA SEM DEPOSITO: FILIAL '
                           WRK-SAN-FILIAL (WRK-SAN-IDX) ' '
                           WRK-SAN-DATA (WRK-SAN-IDX) ' '
                           WRK-SAN-HORA (WRK-SAN-IDX) (1:4)
                           ' POR ' WRK-SAN-OPERADOR (WRK-SAN-IDX)
                           ' VALOR ' WRK-ED-VALOR ' '
                           WRK-SAN-MOTIVO (WRK-SAN-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
               END-IF
           END-PERFORM.

      *SO AS QUE SEGUEM PENDENTES DENTRO DA TOLERANCIA FICAM PARA
      *A PROXIMA NOITE
       4000-REGRAVAR-PENDENTES.
           OPEN OUTPUT PENDENTES.
           PERFORM VARYING WRK-SAN-IDX FROM 1 BY 1
                   UNTIL WRK-SAN-IDX > WRK-TOTAL-SANGRIAS
               IF SAN-PENDENTE (WRK-SAN-IDX)
                   ADD 1 TO WRK-TOTAL-AINDA-PENDENTES
                   MOVE WRK-SAN-FILIAL (WRK-SAN-IDX) TO PEND-FILIAL
                   MOVE WRK-SAN-DATA (WRK-SAN-IDX) TO PEND-DATA
                   MOVE WRK-SAN-HORA (WRK-SAN-IDX) TO PEND-HORA
                   MOVE WRK-SAN-OPERADOR (WRK-SAN-IDX) TO
                           PEND-OPERADOR
                   MOVE WRK-SAN-VALOR (WRK-SAN-IDX) TO PEND-VALOR
                   MOVE WRK-SAN-MOTIVO (WRK-SAN-IDX) TO PEND-MOTIVO
                   WRITE PEND-REG
               END-IF
           END-PERFORM.
           CLOSE PENDENTES.

       4100-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE.
           MOVE WRK-CARIMBO-ATUAL TO CTL-CARIMBO.
           WRITE CTL-REG.
           CLOSE CONTROLE.

       5000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'DEPOSITOS DO BALCAO ' WRK-TOTAL-DEPOSITOS
                   ' CONFERIDOS ' WRK-TOTAL-CONFERIDOS
                   ' A MENOR ' WRK-TOTAL-A-MENOR
                   ' SEM SANGRIA ' WRK-TOTAL-SEM-SANGRIA
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-VALOR-FALTANTE TO WRK-ED-VALOR.
           MOVE WRK-VALOR-SEM-SANGRIA TO WRK-ED-VALOR2.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'FALTANTE NOS DEPOSITOS A MENOR ' WRK-ED-VALOR
                   ' DEPOSITADO SEM SANGRIA ' WRK-ED-VALOR2
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-VALOR-SEM-DEPOSITO TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'SANGRIAS NOVAS ' WRK-TOTAL-SANGRIAS-NOVAS
                   ' SEM DEPOSITO ' WRK-TOTAL-SEM-DEPOSITO
                   ' VALOR ' WRK-ED-VALOR
                   ' AINDA NA TOLERANCIA ' WRK-TOTAL-AINDA-PENDENTES
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE SANCONC-REPORT.
           DISPLAY '---------------------------------------'.
           DISPLAY 'CONFERENCIA DAS SANGRIAS - TOTAIS'.
           DISPLAY 'CREDITOS LIDOS.....: ' WRK-TOTAL-CREDITOS.
           DISPLAY 'DEPOSITOS BALCAO...: ' WRK-TOTAL-DEPOSITOS.
           DISPLAY 'CONFERIDOS.........: ' WRK-TOTAL-CONFERIDOS.
           DISPLAY 'A MENOR............: ' WRK-TOTAL-A-MENOR.
           DISPLAY 'SEM SANGRIA........: ' WRK-TOTAL-SEM-SANGRIA.
           DISPLAY 'SANGRIAS SEM DEPOS.: ' WRK-TOTAL-SEM-DEPOSITO.
           DISPLAY 'PENDENTES..........: ' WRK-TOTAL-AINDA-PENDENTES.
           DISPLAY '---------------------------------------'.

       8000-CONVERTER-DATA.
           COMPUTE WRK-DIAS-CONV = (WRK-CONV-ANO * 360) +
                   (WRK-CONV-MES * 30) + WRK-CONV-DIA.

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
           MOVE 'SANCONC' TO JOB-NOME.
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

      *MARCA O FIM NORMAL DESTA EXECUCAO COM OS TOTAIS DO LOTE; A
      *DIVERGENCIA FICA NO RELATORIO E NAO MUDA O RC, PARA O JOB
      *NAO SER REEXECUTADO NA MESMA NOITE SOBRE O MESMO EXTRATO
      *(AS SANGRIAS JA CASADAS SAIRAM DA PENDENCIA)
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-DEPOSITOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-CONFERIDOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM SANCONC.
