       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMREV.
      **********************************
      *OBJ: REVISAO TRIMESTRAL DO LIMITE DE CREDITO PELO
      *HISTORICO DO CLIENTE
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR; O LOTE NOTURNO
      *DISPARA NO ULTIMO DIA UTIL DE MARCO, JUNHO, SETEMBRO E
      *DEZEMBRO, COM A NOTA DO ULTIMO SCORECLI E A CLASSE DO
      *ULTIMO ABCCLI
      *PARA CADA CLIENTE ATIVO COM LIMITE (LIMITE ZERADO CONTINUA
      *SIGNIFICANDO SEM CONTROLE E NAO E REVISTO) LEVANTA, NO
      *TRIMESTRE QUE TERMINA NESTE MES:
      *  - A MEDIA MENSAL DE COMPRAS (PEDIDOS FORA CANCELADOS E
      *    ESTORNOS, COMO NO SALDO EM ABERTO DA TELA)
      *  - O MAIOR SALDO EM ABERTO (PEDIDOS MENOS RECEBIMENTOS,
      *    DIA A DIA, NO INICIO DO TRIMESTRE E A CADA PEDIDO)
      *E, COM A NOTA DO SCORECLI E A CLASSE DO ABCCLI, PROPOE:
      *  LIMITE = MEDIA MENSAL X FATOR DA NOTA X FATOR DA CLASSE
      *    NOTA 80+ = 3; 60-79 = 2; 40-59 OU SEM NOTA = 1,5;
      *    ABAIXO DE 40 = 0,5 / CLASSE A = 1,5; B = 1,2; C = 1
      *  - BOM PAGADOR (NOTA 60+) NAO FICA ABAIXO DO MAIOR SALDO
      *    QUE JA CARREGOU
      *  - NOTA ABAIXO DE 40 NUNCA AUMENTA; SEM COMPRAS NO
      *    TRIMESTRE PERDE METADE DO LIMITE
      *  - SEM COMPRAS NO TRIMESTRE E NOTA 40+, O LIMITE FICA
      *  - ARREDONDADO PARA CIMA EM CENTENAS, NUNCA MENOR QUE 100
      *  - VARIACAO MENOR QUE 10% DO LIMITE ATUAL NAO MEXE
      *REDUCAO E APLICADA DIRETO, COM AUDITORIA E AVISO AO
      *CLIENTE PELA FILA DO NOTIFIC (CODIGO L); AUMENTO ATE O TETO
      *DA CONFIGURACAO FINANCEIRA (FINCFG-TETO-LIMITE) TAMBEM; O
      *AUMENTO ACIMA DO TETO VIRA PENDENCIA LIMITE NA FILA DE
      *APROVACAO (OPCAO AQ) PARA O SEGUNDO ADMIN, COMO NA TELA DE
      *ALTERACAO; CLIENTE QUE JA TEM PENDENCIA DE LIMITE NA FILA
      *NAO GANHA OUTRA
      *SAIDA: LIMREV.TXT, COM LIMITE ATUAL, PROPOSTO, ACAO E MOTIVO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS RECEB-STATUS.
      *PONTUACAO DE CREDITO GRAVADA PELO LOTE SCORECLI
           SELECT SCORES ASSIGN TO 'SCORECLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCORE-FONE
               FILE STATUS IS SCORE-STATUS.
           SELECT FIN-CONFIG ASSIGN TO 'FINCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINCFG-STATUS.
      *FILA DE APROVACAO A QUATRO OLHOS DO CADASTRO ONLINE
           SELECT PENDENCIAS ASSIGN TO 'PENDAPRO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS PND-STATUS.
      *TRILHA DE AUDITORIA: CADA LIMITE REVISTO DEIXA O ANTES/DEPOIS
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
      *CONTROLE DO ENCADEAMENTO DAS TRILHAS: CODIGO DE VERIFICACAO
      *DA ULTIMA LINHA GRAVADA EM CADA TRILHA (VIDE LOTE VERTRI)
           SELECT TRILHA-CONTROLE ASSIGN TO 'TRLCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-ARQUIVO
               FILE STATUS IS TRC-STATUS.
      *FILA DE NOTIFICACOES QUE O NOTIFIC DISTRIBUI POR CANAL
           SELECT NOTIFICACOES ASSIGN TO 'NOTIFIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-STATUS.
           SELECT REVISAO ASSIGN TO 'LIMREV.TXT'
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

      *MESMO LAYOUT DO ARQUIVO DE PEDIDOS DO CADASTRO ONLINE
       FD PEDIDOS.
       01 PEDIDOS-REG.
           05 PEDIDOS-CHAVE.
               10 PEDIDOS-FONE PIC 9(09).
               10 PEDIDOS-NUMERO PIC 9(06).
           05 PEDIDOS-DATA PIC 9(08).
           05 PEDIDOS-VALOR PIC 9(07)V99.
           05 PEDIDOS-DESCRICAO PIC X(40).
           05 PEDIDOS-SITUACAO PIC X(01).
               88 PED-ABERTO VALUE 'A'.
               88 PED-FATURADO VALUE 'F'.
               88 PED-PAGO VALUE 'P'.
               88 PED-CANCELADO VALUE 'C'.
               88 PED-ESTORNO VALUE 'E'.
           05 PEDIDOS-LANCAMENTO.
               10 PEDIDOS-OPERADOR PIC X(09).
               10 PEDIDOS-DATA-LANC PIC 9(08).
               10 PEDIDOS-HORA-LANC PIC 9(08).
           05 PEDIDOS-FILIAL PIC 9(02).

      *MESMO LAYOUT DO ARQUIVO DE RECEBIMENTOS DO CADASTRO ONLINE
       FD RECEBIMENTOS.
       01 RECEB-REG.
           05 RECEB-CHAVE.
               10 RECEB-FONE PIC 9(09).
               10 RECEB-PEDIDO PIC 9(06).
               10 RECEB-SEQ PIC 9(03).
           05 RECEB-DATA PIC 9(08).
           05 RECEB-VALOR PIC 9(07)V99.
           05 RECEB-PARCELA PIC 9(03).
           05 RECEB-FORMA PIC X(01).
           05 RECEB-RECIBO PIC 9(06).
           05 RECEB-MULTA PIC 9(05)V99.
           05 RECEB-JUROS PIC 9(05)V99.

      *MESMO LAYOUT DA PONTUACAO GRAVADA PELO SCORECLI
       FD SCORES.
       01 SCORE-REG.
           05 SCORE-FONE PIC 9(09).
           05 SCORE-NOTA PIC 9(03).
           05 SCORE-MEDIA-DIAS PIC 9(05).
           05 SCORE-PCT-ATRASO PIC 9(03).
           05 SCORE-VENCIDO PIC 9(09)V99.
           05 SCORE-DATA-CALC PIC 9(08).

      *MESMO LAYOUT DA CONFIGURACAO FINANCEIRA DO CADASTRO ONLINE
       FD FIN-CONFIG.
       01 FINCFG-REG.
           05 FINCFG-MULTA-PCT PIC 9(02)V99.
           05 FINCFG-JUROS-PCT PIC 9(02)V99.
           05 FINCFG-DESC-MAX PIC 9(02).
           05 FINCFG-REAJUSTE-PCT PIC 9(02)V99.
           05 FINCFG-TETO-LIMITE PIC 9(07)V99.
           05 FINCFG-RES-DIAS PIC 9(03).
           05 FINCFG-FRETE-PISO PIC 9(07)V99.
           05 FINCFG-ACO-DESC-MAX PIC 9(03).
           05 FINCFG-ACO-DIAS PIC 9(03).
           05 FINCFG-PDD-PCT-30 PIC 9(03)V99.
           05 FINCFG-PDD-PCT-60 PIC 9(03)V99.
           05 FINCFG-PDD-PCT-90 PIC 9(03)V99.
           05 FINCFG-PDD-PCT-MAIS PIC 9(03)V99.

      *MESMO LAYOUT DA FILA DE APROVACAO DO CADASTRO ONLINE
       FD PENDENCIAS.
       01 PND-REG.
           05 PND-ID PIC 9(06).
           05 PND-ACAO PIC X(10).
               88 PND-LIMITE VALUE 'LIMITE'.
           05 PND-FONE PIC 9(09).
           05 PND-FONE2 PIC 9(09).
           05 PND-VALOR PIC 9(07)V99.
           05 PND-SOLICITANTE PIC X(09).
           05 PND-APROVADOR PIC X(09).
           05 PND-DATA PIC 9(08).
           05 PND-SITUACAO PIC X(01).
               88 PND-PENDENTE VALUE 'P'.
               88 PND-APROVADA VALUE 'A'.
               88 PND-RECUSADA VALUE 'R'.
               88 PND-EXPIRADA VALUE 'X'.
               88 PND-EXECUTADA VALUE 'E'.

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
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 AUDIT-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DO CONTROLE DE ENCADEAMENTO DAS TRILHAS
       FD TRILHA-CONTROLE.
       01 TRC-REG.
           05 TRC-ARQUIVO PIC X(16).
           05 TRC-ULTIMO-COD PIC 9(09).
           05 TRC-GRAVADOS PIC 9(09).
           05 TRC-DATA PIC 9(08).
           05 TRC-HORA PIC 9(08).

      *MESMO LAYOUT DA FILA GRAVADA PELO CADASTRO ONLINE E IMPFAT;
      *O CODIGO L NA SITUACAO NOVA E O AVISO DE LIMITE REVISTO
       FD NOTIFICACOES.
       01 NOTIF-REG.
           05 NOTIF-FONE PIC 9(09).
           05 NOTIF-NOME PIC X(30).
           05 NOTIF-STATUS-ANTES PIC X(01).
           05 NOTIF-STATUS-DEPOIS PIC X(01).
           05 NOTIF-DATA PIC 9(08).
           05 NOTIF-CANAL PIC X(01).
           05 NOTIF-EMAIL PIC X(40).
           05 NOTIF-CELULAR PIC 9(11).

       FD REVISAO.
       01 REV-LINHA PIC X(132).

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
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 SCORE-STATUS PIC 9(02) VALUE ZEROS.
       77 FINCFG-STATUS PIC 9(02) VALUE ZEROS.
       77 PND-STATUS PIC 9(02) VALUE ZEROS.
       77 AUDIT-STATUS PIC 9(02) VALUE ZEROS.
       77 TRC-STATUS PIC 9(02) VALUE ZEROS.
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
       77 WRK-TRC-SITUACAO PIC X(01) VALUE 'N'.
           88 TRC-EXISTENTE VALUE 'S'.
           88 TRC-NOVO VALUE 'N'.
       77 NOTIF-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *SEM SCORECLI.DAT NENHUM CLIENTE TEM NOTA
       01 WRK-SCORES-SITUACAO PIC X(01) VALUE 'N'.
           88 SCORES-ABERTO VALUE 'S'.
       01 WRK-SCORE-SITUACAO PIC X(01) VALUE 'N'.
           88 SCORE-ACHADO VALUE 'S'.
           88 SCORE-NAO-ACHADO VALUE 'N'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REVISTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-LIMITE PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FORA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REDUZIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-AUMENTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-MANTIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-TRUNCADOS PIC 9(06) VALUE ZEROS.

      *DATA DE HOJE E INICIO DO TRIMESTRE (DIA 1 DE DOIS MESES
      *ATRAS)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-INICIO PIC 9(08) VALUE ZEROS.
       01 WRK-INICIO-R REDEFINES WRK-INICIO.
           05 WRK-INI-ANO PIC 9(04).
           05 WRK-INI-MES PIC 9(02).
           05 WRK-INI-DIA PIC 9(02).

      *TETO DE AUMENTO SEM SEGUNDO ADMIN, O MESMO DA TELA
       77 WRK-TETO-LIMITE PIC 9(07)V99 VALUE 50000.00.
      *PENDENCIAS DE LIMITE JA NA FILA E PROXIMO ID
       77 WRK-PND-PROX-ID PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PND-LIM PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-PND-LIM.
           05 WRK-PND-LIM-FONE PIC 9(09) OCCURS 2000 TIMES.
       77 WRK-PND-IDX PIC 9(04) VALUE ZEROS.
       01 WRK-PND-SITUACAO PIC X(01) VALUE 'N'.
           88 JA-PENDENTE VALUE 'S'.
           88 NAO-PENDENTE VALUE 'N'.

      *MOVIMENTO DO CLIENTE CORRENTE: PEDIDOS E RECEBIMENTOS COM
      *A DATA, PARA O SALDO DIA A DIA
       77 WRK-TOTAL-MOV-PED PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-MOV-PED.
           05 WRK-MP-ENT OCCURS 2000 TIMES.
               10 WRK-MP-DATA PIC 9(08).
               10 WRK-MP-VALOR PIC 9(07)V99.
       77 WRK-TOTAL-MOV-REC PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-MOV-REC.
           05 WRK-MR-ENT OCCURS 4000 TIMES.
               10 WRK-MR-DATA PIC 9(08).
               10 WRK-MR-VALOR PIC 9(07)V99.
       77 WRK-MP-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-MR-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-SD-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-SALDO PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-DIA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MAIOR-SALDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-ATUAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-COMPRAS-TRIM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MEDIA-MENSAL PIC 9(11)V99 VALUE ZEROS.
       01 WRK-MOV-SITUACAO PIC X(01) VALUE 'N'.
           88 MOV-TRUNCADO VALUE 'S'.
           88 MOV-COMPLETO VALUE 'N'.

      *PROPOSTA DO CLIENTE CORRENTE
       77 WRK-NOTA PIC 9(03) VALUE ZEROS.
       77 WRK-FATOR-NOTA PIC 9(01)V9 VALUE ZEROS.
       77 WRK-FATOR-CLASSE PIC 9(01)V9 VALUE ZEROS.
       77 WRK-LIMITE-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROPOSTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CENTENAS PIC 9(09) VALUE ZEROS.
       77 WRK-VARIACAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOLERANCIA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-ACAO PIC X(12) VALUE SPACES.

       77 WRK-ED-LIMITE PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-PROPOSTO PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-MEDIA PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-SALDO PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-NOTA PIC ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE TO WRK-INICIO.
           MOVE 1 TO WRK-INI-DIA.
           IF WRK-HOJE-MES > 2
               COMPUTE WRK-INI-MES = WRK-HOJE-MES - 2
           ELSE
               COMPUTE WRK-INI-MES = WRK-HOJE-MES + 10
               COMPUTE WRK-INI-ANO = WRK-HOJE-ANO - 1
           END-IF.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-REVISAR UNTIL CLIENTES-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
      *LE O TETO CONFIGURADO, SE HOUVER
           OPEN INPUT FIN-CONFIG.
           IF FINCFG-STATUS = ZEROS
               READ FIN-CONFIG
                   NOT AT END
                       IF FINCFG-TETO-LIMITE NUMERIC
                               AND FINCFG-TETO-LIMITE > ZEROS
                           MOVE FINCFG-TETO-LIMITE TO
                                   WRK-TETO-LIMITE
                       END-IF
               END-READ
               CLOSE FIN-CONFIG
           END-IF.
           OPEN INPUT SCORES.
           IF SCORE-STATUS = ZEROS
               SET SCORES-ABERTO TO TRUE
           END-IF.
           MOVE ZEROS TO SCORE-STATUS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT RECEBIMENTOS.
           OPEN I-O PENDENCIAS.
           IF PND-STATUS = 35 THEN
               OPEN OUTPUT PENDENCIAS
               CLOSE PENDENCIAS
               OPEN I-O PENDENCIAS
           END-IF.
           PERFORM 1100-CARREGAR-FILA.
           OPEN EXTEND AUDITORIA.
           IF AUDIT-STATUS = 35 THEN
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           OPEN I-O TRILHA-CONTROLE.
           IF TRC-STATUS = 35 THEN
               OPEN OUTPUT TRILHA-CONTROLE
               CLOSE TRILHA-CONTROLE
               OPEN I-O TRILHA-CONTROLE
           END-IF.
           OPEN EXTEND NOTIFICACOES.
           IF NOTIF-STATUS = 35 THEN
               OPEN OUTPUT NOTIFICACOES
               CLOSE NOTIFICACOES
               OPEN EXTEND NOTIFICACOES
           END-IF.
           OPEN OUTPUT REVISAO.
           MOVE SPACES TO REV-LINHA.
           STRING 'REVISAO TRIMESTRAL DE LIMITE DE CREDITO - '
                   'TRIMESTRE DE ' WRK-INICIO ' A ' WRK-HOJE
               DELIMITED BY SIZE INTO REV-LINHA.
           WRITE REV-LINHA.
           MOVE WRK-TETO-LIMITE TO WRK-ED-LIMITE.
           MOVE SPACES TO REV-LINHA.
           STRING 'AUMENTO ACIMA DE ' WRK-ED-LIMITE
                   ' VAI PARA A FILA DE APROVACAO (OPCAO AQ)'
               DELIMITED BY SIZE INTO REV-LINHA.
           WRITE REV-LINHA.
           MOVE ALL '-' TO REV-LINHA.
           WRITE REV-LINHA.
           MOVE SPACES TO REV-LINHA.
           STRING '     FONE NOME                           CL NOTA'
                   'MEDIA MENSAL    MAIOR SALDO  LIM. ATUAL'
                   '    PROPOSTO ACAO         MOTIVO'
               DELIMITED BY SIZE INTO REV-LINHA.
           WRITE REV-LINHA.
           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS NOT = ZEROS
               MOVE 10 TO CLIENTES-STATUS
           ELSE
               READ CLIENTES NEXT
                   AT END
                       MOVE 10 TO CLIENTES-STATUS
               END-READ
           END-IF.

      *GUARDA O MAIOR ID DA FILA E OS CLIENTES QUE JA TEM UMA
      *PENDENCIA DE LIMITE ESPERANDO O SEGUNDO ADMIN
       1100-CARREGAR-FILA.
           MOVE LOW-VALUES TO PND-ID.
           START PENDENCIAS KEY IS NOT LESS THAN PND-ID
               INVALID KEY
                   MOVE 10 TO PND-STATUS
           END-START.
           IF PND-STATUS NOT = 10
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PND-STATUS NOT = 0
               MOVE PND-ID TO WRK-PND-PROX-ID
               IF PND-LIMITE AND PND-PENDENTE
                       AND WRK-TOTAL-PND-LIM < 2000
                   ADD 1 TO WRK-TOTAL-PND-LIM
                   MOVE PND-FONE TO WRK-PND-LIM-FONE (WRK-TOTAL-PND-LIM)
               END-IF
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PND-STATUS.

      *SO O CLIENTE ATIVO OU SUSPENSO COM LIMITE E REVISTO
       2000-REVISAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           EVALUATE TRUE
               WHEN CLI-INATIVO OR CLI-CANCELADO
                   ADD 1 TO WRK-TOTAL-FORA
               WHEN CLIENTES-LIMITE-CRED = ZEROS
                   ADD 1 TO WRK-TOTAL-SEM-LIMITE
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-REVISTOS
                   MOVE CLIENTES-LIMITE-CRED TO WRK-LIMITE-ATUAL
                   PERFORM 2100-LEVANTAR-MOVIMENTO
                   PERFORM 2200-CALCULAR-SALDOS
                   PERFORM 2300-LER-NOTA
                   PERFORM 2400-PROPOR-LIMITE
                   PERFORM 2500-DECIDIR
                   PERFORM 2900-LINHA-RELATORIO
           END-EVALUATE.
           READ CLIENTES NEXT
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

      *PEDIDOS VALIDOS DO CLIENTE E OS RECEBIMENTOS DE CADA UM, COM
      *A DATA; AS COMPRAS DO TRIMESTRE SAEM DAQUI MESMO
       2100-LEVANTAR-MOVIMENTO.
           MOVE ZEROS TO WRK-TOTAL-MOV-PED.
           MOVE ZEROS TO WRK-TOTAL-MOV-REC.
           MOVE ZEROS TO WRK-COMPRAS-TRIM.
           SET MOV-COMPLETO TO TRUE.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDIDOS-STATUS
           END-START.
           IF PEDIDOS-STATUS NOT = 10
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM 2110-PEDIDO-DO-CLIENTE
               UNTIL PEDIDOS-STATUS NOT = 0
               OR PEDIDOS-FONE NOT = CLIENTES-FONE.
           MOVE ZEROS TO PEDIDOS-STATUS.
           IF MOV-TRUNCADO
               ADD 1 TO WRK-TOTAL-TRUNCADOS
           END-IF.

       2110-PEDIDO-DO-CLIENTE.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                   AND PEDIDOS-DATA NOT > WRK-HOJE
               IF PEDIDOS-DATA NOT < WRK-INICIO
                   ADD PEDIDOS-VALOR TO WRK-COMPRAS-TRIM
               END-IF
               IF WRK-TOTAL-MOV-PED < 2000
                   ADD 1 TO WRK-TOTAL-MOV-PED
                   MOVE PEDIDOS-DATA TO WRK-MP-DATA (WRK-TOTAL-MOV-PED)
                   MOVE PEDIDOS-VALOR TO
                           WRK-MP-VALOR (WRK-TOTAL-MOV-PED)
                   PERFORM 2120-RECEBIMENTOS-DO-PEDIDO
               ELSE
                   SET MOV-TRUNCADO TO TRUE
               END-IF
           END-IF.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

       2120-RECEBIMENTOS-DO-PEDIDO.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           MOVE ZEROS TO RECEB-SEQ.
           START RECEBIMENTOS KEY IS NOT LESS THAN RECEB-CHAVE
               INVALID KEY
                   MOVE 10 TO RECEB-STATUS
           END-START.
           IF RECEB-STATUS NOT = 10
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL RECEB-STATUS NOT = 0
                   OR RECEB-FONE NOT = PEDIDOS-FONE
                   OR RECEB-PEDIDO NOT = PEDIDOS-NUMERO
               IF WRK-TOTAL-MOV-REC < 4000
                   ADD 1 TO WRK-TOTAL-MOV-REC
                   MOVE RECEB-DATA TO WRK-MR-DATA (WRK-TOTAL-MOV-REC)
                   MOVE RECEB-VALOR TO
                           WRK-MR-VALOR (WRK-TOTAL-MOV-REC)
               ELSE
                   SET MOV-TRUNCADO TO TRUE
               END-IF
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RECEB-STATUS.

      *O SALDO SO SOBE NUM PEDIDO NOVO, ENTAO O MAIOR SALDO DO
      *TRIMESTRE ESTA NO INICIO DELE OU NO DIA DE ALGUM PEDIDO
       2200-CALCULAR-SALDOS.
           MOVE WRK-INICIO TO WRK-DATA-SALDO.
           PERFORM 2250-SALDO-NA-DATA.
           MOVE ZEROS TO WRK-MAIOR-SALDO.
           IF WRK-SALDO-DIA > ZEROS
               MOVE WRK-SALDO-DIA TO WRK-MAIOR-SALDO
           END-IF.
           PERFORM VARYING WRK-MP-IDX FROM 1 BY 1
                   UNTIL WRK-MP-IDX > WRK-TOTAL-MOV-PED
               IF WRK-MP-DATA (WRK-MP-IDX) NOT < WRK-INICIO
                   MOVE WRK-MP-DATA (WRK-MP-IDX) TO WRK-DATA-SALDO
                   PERFORM 2250-SALDO-NA-DATA
                   IF WRK-SALDO-DIA > WRK-MAIOR-SALDO
                       MOVE WRK-SALDO-DIA TO WRK-MAIOR-SALDO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-HOJE TO WRK-DATA-SALDO.
           PERFORM 2250-SALDO-NA-DATA.
           MOVE ZEROS TO WRK-SALDO-ATUAL.
           IF WRK-SALDO-DIA > ZEROS
               MOVE WRK-SALDO-DIA TO WRK-SALDO-ATUAL
           END-IF.
           COMPUTE WRK-MEDIA-MENSAL ROUNDED = WRK-COMPRAS-TRIM / 3.

      *SALDO NO FIM DO DIA WRK-DATA-SALDO
       2250-SALDO-NA-DATA.
           MOVE ZEROS TO WRK-SALDO-DIA.
           PERFORM VARYING WRK-SD-IDX FROM 1 BY 1
                   UNTIL WRK-SD-IDX > WRK-TOTAL-MOV-PED
               IF WRK-MP-DATA (WRK-SD-IDX) NOT > WRK-DATA-SALDO
                   ADD WRK-MP-VALOR (WRK-SD-IDX) TO WRK-SALDO-DIA
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-MR-IDX FROM 1 BY 1
                   UNTIL WRK-MR-IDX > WRK-TOTAL-MOV-REC
               IF WRK-MR-DATA (WRK-MR-IDX) NOT > WRK-DATA-SALDO
                   SUBTRACT WRK-MR-VALOR (WRK-MR-IDX)
                           FROM WRK-SALDO-DIA
               END-IF
           END-PERFORM.

       2300-LER-NOTA.
           SET SCORE-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-NOTA.
           IF SCORES-ABERTO
               MOVE CLIENTES-FONE TO SCORE-FONE
               READ SCORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SCORE-ACHADO TO TRUE
                       MOVE SCORE-NOTA TO WRK-NOTA
               END-READ
           END-IF.

      *REGRAS DA PROPOSTA (VIDE O CABECALHO); DEIXA O LIMITE
      *PROPOSTO E O MOTIVO
       2400-PROPOR-LIMITE.
           EVALUATE TRUE
               WHEN SCORE-NAO-ACHADO
                   MOVE 1.5 TO WRK-FATOR-NOTA
               WHEN WRK-NOTA NOT < 80
                   MOVE 3 TO WRK-FATOR-NOTA
               WHEN WRK-NOTA NOT < 60
                   MOVE 2 TO WRK-FATOR-NOTA
               WHEN WRK-NOTA NOT < 40
                   MOVE 1.5 TO WRK-FATOR-NOTA
               WHEN OTHER
                   MOVE 0.5 TO WRK-FATOR-NOTA
           END-EVALUATE.
           EVALUATE CLIENTES-CLASSE
               WHEN 'A'
                   MOVE 1.5 TO WRK-FATOR-CLASSE
               WHEN 'B'
                   MOVE 1.2 TO WRK-FATOR-CLASSE
               WHEN OTHER
                   MOVE 1 TO WRK-FATOR-CLASSE
           END-EVALUATE.
           COMPUTE WRK-PROPOSTO = WRK-MEDIA-MENSAL * WRK-FATOR-NOTA
                   * WRK-FATOR-CLASSE.
           EVALUATE TRUE
               WHEN SCORE-ACHADO AND WRK-NOTA < 40
                       AND WRK-COMPRAS-TRIM = ZEROS
                   COMPUTE WRK-PROPOSTO = WRK-LIMITE-ATUAL / 2
                   MOVE 'NOTA ABAIXO DE 40, SEM COMPRAS' TO WRK-MOTIVO
               WHEN SCORE-ACHADO AND WRK-NOTA < 40
                   IF WRK-PROPOSTO > WRK-LIMITE-ATUAL
                       MOVE WRK-LIMITE-ATUAL TO WRK-PROPOSTO
                   END-IF
                   MOVE 'NOTA ABAIXO DE 40' TO WRK-MOTIVO
               WHEN WRK-COMPRAS-TRIM = ZEROS
                   MOVE WRK-LIMITE-ATUAL TO WRK-PROPOSTO
                   MOVE 'SEM COMPRAS NO TRIMESTRE' TO WRK-MOTIVO
               WHEN SCORE-ACHADO AND WRK-NOTA NOT < 60
                       AND WRK-PROPOSTO < WRK-MAIOR-SALDO
                   MOVE WRK-MAIOR-SALDO TO WRK-PROPOSTO
                   MOVE 'BOM PAGADOR, PELO MAIOR SALDO' TO WRK-MOTIVO
               WHEN SCORE-ACHADO AND WRK-NOTA NOT < 60
                   MOVE 'BOM PAGADOR, PELAS COMPRAS' TO WRK-MOTIVO
               WHEN OTHER
                   MOVE 'PELA MEDIA DE COMPRAS' TO WRK-MOTIVO
           END-EVALUATE.
      *CENTENA CHEIA PARA CIMA, NUNCA MENOS QUE 100,00
           DIVIDE WRK-PROPOSTO BY 100 GIVING WRK-CENTENAS.
           IF WRK-CENTENAS * 100 < WRK-PROPOSTO
               ADD 1 TO WRK-CENTENAS
           END-IF.
           IF WRK-CENTENAS = ZEROS
               MOVE 1 TO WRK-CENTENAS
           END-IF.
           COMPUTE WRK-PROPOSTO = WRK-CENTENAS * 100.
           IF WRK-PROPOSTO > 9999999.99
               MOVE 9999999.99 TO WRK-PROPOSTO
           END-IF.
      *VARIACAO PEQUENA NAO VALE O AVISO AO CLIENTE
           IF WRK-PROPOSTO > WRK-LIMITE-ATUAL
               COMPUTE WRK-VARIACAO = WRK-PROPOSTO - WRK-LIMITE-ATUAL
           ELSE
               COMPUTE WRK-VARIACAO = WRK-LIMITE-ATUAL - WRK-PROPOSTO
           END-IF.
           COMPUTE WRK-TOLERANCIA = WRK-LIMITE-ATUAL / 10.
           IF WRK-VARIACAO < WRK-TOLERANCIA
               MOVE WRK-LIMITE-ATUAL TO WRK-PROPOSTO
               MOVE 'VARIACAO MENOR QUE 10%' TO WRK-MOTIVO
           END-IF.

      *REDUCAO E AUMENTO ATE O TETO ENTRAM DIRETO; ACIMA DO TETO
      *VIRA PENDENCIA PARA O SEGUNDO ADMIN
       2500-DECIDIR.
           EVALUATE TRUE
               WHEN WRK-PROPOSTO = WRK-LIMITE-ATUAL
                   MOVE 'MANTIDO' TO WRK-ACAO
                   ADD 1 TO WRK-TOTAL-MANTIDOS
               WHEN WRK-PROPOSTO < WRK-LIMITE-ATUAL
                   MOVE 'REDUZIDO' TO WRK-ACAO
                   PERFORM 2600-APLICAR-LIMITE
               WHEN WRK-PROPOSTO NOT > WRK-TETO-LIMITE
                   MOVE 'AUMENTADO' TO WRK-ACAO
                   PERFORM 2600-APLICAR-LIMITE
               WHEN OTHER
                   PERFORM 2700-PENDURAR-AUMENTO
           END-EVALUATE.

       2600-APLICAR-LIMITE.
           MOVE WRK-PROPOSTO TO CLIENTES-LIMITE-CRED.
           MOVE 'LIMREV' TO CLIENTES-ULT-OPERADOR.
           ACCEPT CLIENTES-ULT-DATA FROM DATE YYYYMMDD.
           ACCEPT CLIENTES-ULT-HORA FROM TIME.
           REWRITE CLIENTES-REG
               INVALID KEY
                   MOVE 'FALHA NA GRAVACAO' TO WRK-ACAO
                   MOVE WRK-LIMITE-ATUAL TO CLIENTES-LIMITE-CRED
                   DISPLAY 'LIMREV: FALHA AO GRAVAR O LIMITE DO '
                           'CLIENTE ' CLIENTES-FONE
               NOT INVALID KEY
                   IF WRK-PROPOSTO < WRK-LIMITE-ATUAL
                       ADD 1 TO WRK-TOTAL-REDUZIDOS
                   ELSE
                       ADD 1 TO WRK-TOTAL-AUMENTADOS
                   END-IF
                   PERFORM 2610-AUDITAR
                   PERFORM 2620-ENFILEIRAR-AVISO
           END-REWRITE.

      *AUDITORIA COM O LIMITE ANTIGO E O MOTIVO NOS CAMPOS DE
      *TEXTO E O LIMITE NOVO NO CAMPO DE VALOR
       2610-AUDITAR.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'LIM-REVISA' TO AUDIT-ACAO.
           MOVE 'LIMREV' TO AUDIT-OPERADOR.
           MOVE CLIENTES-FONE TO AUDIT-CHAVE.
           MOVE CLIENTES-NOME TO AUDIT-NOME.
           MOVE WRK-LIMITE-ATUAL TO WRK-ED-LIMITE.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           STRING 'LIMITE ANTERIOR ' WRK-ED-LIMITE
               DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES.
           MOVE WRK-MOTIVO TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE WRK-PROPOSTO TO AUDIT-VALOR.
           PERFORM 9450-GRAVAR-ENCADEADO.

       2620-ENFILEIRAR-AVISO.
           MOVE CLIENTES-FONE TO NOTIF-FONE.
           MOVE CLIENTES-NOME TO NOTIF-NOME.
           MOVE SPACES TO NOTIF-STATUS-ANTES.
           MOVE 'L' TO NOTIF-STATUS-DEPOIS.
           MOVE WRK-HOJE TO NOTIF-DATA.
           MOVE CLIENTES-PREF-CONTATO TO NOTIF-CANAL.
           MOVE CLIENTES-EMAIL TO NOTIF-EMAIL.
           MOVE CLIENTES-FONE-CEL TO NOTIF-CELULAR.
           WRITE NOTIF-REG.

      *O REGISTRO DO CLIENTE SEGUE COM O LIMITE ANTIGO; O SEGUNDO
      *ADMIN EFETIVA O VALOR PROPOSTO NA OPCAO AQ
       2700-PENDURAR-AUMENTO.
           SET NAO-PENDENTE TO TRUE.
           PERFORM VARYING WRK-PND-IDX FROM 1 BY 1
                   UNTIL WRK-PND-IDX > WRK-TOTAL-PND-LIM
               IF WRK-PND-LIM-FONE (WRK-PND-IDX) = CLIENTES-FONE
                   SET JA-PENDENTE TO TRUE
               END-IF
           END-PERFORM.
           IF JA-PENDENTE
               MOVE 'JA NA FILA AQ' TO WRK-ACAO
               ADD 1 TO WRK-TOTAL-MANTIDOS
           ELSE
               ADD 1 TO WRK-PND-PROX-ID
               MOVE WRK-PND-PROX-ID TO PND-ID
               MOVE 'LIMITE' TO PND-ACAO
               MOVE CLIENTES-FONE TO PND-FONE
               MOVE ZEROS TO PND-FONE2
               MOVE WRK-PROPOSTO TO PND-VALOR
               MOVE 'LIMREV' TO PND-SOLICITANTE
               MOVE SPACES TO PND-APROVADOR
               MOVE WRK-HOJE TO PND-DATA
               SET PND-PENDENTE TO TRUE
               WRITE PND-REG
                   INVALID KEY
                       MOVE 'FALHA NA FILA' TO WRK-ACAO
                       DISPLAY 'LIMREV: FALHA AO GRAVAR A PENDENCIA '
                               'DO CLIENTE ' CLIENTES-FONE
                   NOT INVALID KEY
                       MOVE 'PENDENTE AQ' TO WRK-ACAO
                       ADD 1 TO WRK-TOTAL-PENDENTES
               END-WRITE
           END-IF.

       2900-LINHA-RELATORIO.
           MOVE WRK-MEDIA-MENSAL TO WRK-ED-MEDIA.
           MOVE WRK-MAIOR-SALDO TO WRK-ED-SALDO.
           MOVE WRK-LIMITE-ATUAL TO WRK-ED-LIMITE.
           MOVE WRK-PROPOSTO TO WRK-ED-PROPOSTO.
           MOVE SPACES TO REV-LINHA.
           STRING CLIENTES-FONE ' ' CLIENTES-NOME ' '
                   CLIENTES-CLASSE '  '
               DELIMITED BY SIZE INTO REV-LINHA.
           IF SCORE-ACHADO
               MOVE WRK-NOTA TO WRK-ED-NOTA
               MOVE WRK-ED-NOTA TO REV-LINHA (45:3)
           ELSE
               MOVE '  -' TO REV-LINHA (45:3)
           END-IF.
           MOVE WRK-ED-MEDIA TO REV-LINHA (49:12).
           MOVE WRK-ED-SALDO TO REV-LINHA (64:12).
           MOVE WRK-ED-LIMITE TO REV-LINHA (78:10).
           MOVE WRK-ED-PROPOSTO TO REV-LINHA (90:10).
           MOVE WRK-ACAO TO REV-LINHA (101:12).
           MOVE WRK-MOTIVO TO REV-LINHA (114:19).
           WRITE REV-LINHA.
           IF MOV-TRUNCADO
               MOVE '          (MOVIMENTO ACIMA DA CAPACIDADE DA '
                       TO REV-LINHA
               MOVE 'TABELA - SALDO CALCULADO SO COM O QUE COUBE)'
                       TO REV-LINHA (45:44)
               WRITE REV-LINHA
           END-IF.

       3000-FINALIZAR.
           MOVE ALL '-' TO REV-LINHA.
           WRITE REV-LINHA.
           MOVE SPACES TO REV-LINHA.
           STRING 'CLIENTES REVISTOS ' WRK-TOTAL-REVISTOS
                   ' REDUZIDOS ' WRK-TOTAL-REDUZIDOS
                   ' AUMENTADOS ' WRK-TOTAL-AUMENTADOS
                   ' PENDENTES NA AQ ' WRK-TOTAL-PENDENTES
                   ' MANTIDOS ' WRK-TOTAL-MANTIDOS
               DELIMITED BY SIZE INTO REV-LINHA.
           WRITE REV-LINHA.
           MOVE SPACES TO REV-LINHA.
           STRING 'SEM CONTROLE DE LIMITE (LIMITE ZERADO) '
                   WRK-TOTAL-SEM-LIMITE
                   ' - INATIVOS/CANCELADOS ' WRK-TOTAL-FORA
               DELIMITED BY SIZE INTO REV-LINHA.
           WRITE REV-LINHA.
           IF NOT SCORES-ABERTO
               MOVE '*** SCORECLI.DAT NAO ENCONTRADO - NENHUM CLIENTE '
                       TO REV-LINHA
               MOVE 'TEVE NOTA NA PROPOSTA ***' TO REV-LINHA (51:25)
               WRITE REV-LINHA
           END-IF.
           CLOSE REVISAO.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE RECEBIMENTOS.
           IF SCORES-ABERTO
               CLOSE SCORES
           END-IF.
           CLOSE PENDENCIAS.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE NOTIFICACOES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'REVISAO DE LIMITE DE CREDITO - TOTAIS'.
           DISPLAY 'CLIENTES LIDOS.....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIENTES REVISTOS..: ' WRK-TOTAL-REVISTOS.
           DISPLAY 'LIMITES REDUZIDOS..: ' WRK-TOTAL-REDUZIDOS.
           DISPLAY 'LIMITES AUMENTADOS.: ' WRK-TOTAL-AUMENTADOS.
           DISPLAY 'PENDENTES NA AQ....: ' WRK-TOTAL-PENDENTES.
           DISPLAY 'MANTIDOS...........: ' WRK-TOTAL-MANTIDOS.
           DISPLAY '---------------------------------------'.

      *GRAVA A LINHA DA TRILHA COM O CODIGO DE VERIFICACAO,
      *CALCULADO SOBRE A LINHA E SOBRE O CODIGO DA LINHA ANTERIOR
      *GUARDADO NO TRLCTL.DAT, E AVANCA O CONTROLE; LINHA APAGADA
      *OU ALTERADA DEPOIS QUEBRA A CORRENTE (VIDE LOTE VERTRI)
       9450-GRAVAR-ENCADEADO.
           MOVE 'AUDITORIA.DAT' TO TRC-ARQUIVO.
           READ TRILHA-CONTROLE
               INVALID KEY
                   SET TRC-NOVO TO TRUE
                   MOVE 'AUDITORIA.DAT' TO TRC-ARQUIVO
                   MOVE ZEROS TO TRC-ULTIMO-COD
                   MOVE ZEROS TO TRC-GRAVADOS
               NOT INVALID KEY
                   SET TRC-EXISTENTE TO TRUE
           END-READ.
           MOVE TRC-ULTIMO-COD TO WRK-VRF-ANTERIOR.
           MOVE ZEROS TO AUDIT-VERIFICADOR.
           MOVE AUDIT-REG TO WRK-VRF-ENTRADA.
           MOVE 178 TO WRK-VRF-TAMANHO.
           PERFORM 9460-CALCULAR-VERIFICADOR.
           MOVE WRK-VRF-ACUM TO AUDIT-VERIFICADOR.
           WRITE AUDIT-REG.
           IF AUDIT-STATUS = ZEROS
               MOVE WRK-VRF-ACUM TO TRC-ULTIMO-COD
               ADD 1 TO TRC-GRAVADOS
               ACCEPT TRC-DATA FROM DATE YYYYMMDD
               ACCEPT TRC-HORA FROM TIME
               IF TRC-NOVO
                   WRITE TRC-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               ELSE
                   REWRITE TRC-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      *CODIGO = ACUMULADOR VEZES 31 MAIS O CODIGO DE CADA BYTE DA
      *LINHA, REDUZIDO PELO PRIMO 999999937, PARTINDO DO CODIGO DA
      *LINHA ANTERIOR (ZERO NA PRIMEIRA LINHA DA TRILHA)
       9460-CALCULAR-VERIFICADOR.
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
           MOVE 'LIMREV' TO JOB-NOME.
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
           COMPUTE JOB-GRAVADOS = WRK-TOTAL-REDUZIDOS
                   + WRK-TOTAL-AUMENTADOS + WRK-TOTAL-PENDENTES.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM LIMREV.
