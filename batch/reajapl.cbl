       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJAPL.
      **********************************
      *OBJ: APLICACAO DO REAJUSTE DE PRECOS E CONTRATOS SIMULADO
      *PELO REAJSIM
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR; RODA SOB
      *DEMANDA, DEPOIS QUE UM ADMINISTRADOR APROVA A SIMULACAO NA
      *FILA DE APROVACAO (OPCAO AQ DO CADASTRO ONLINE)
      *RELE O MESMO REAJPAR.DAT E RECALCULA O TOTAL DE CONTROLE;
      *SO APLICA SE TODAS AS REGRAS FOREM ACEITAS E SE HOUVER NA
      *FILA UMA PENDENCIA REAJUSTE APROVADA COM O MESMO CONTROLE E
      *A MESMA QUANTIDADE DE REGRAS (PARAMETRO MEXIDO DEPOIS DA
      *SIMULACAO NAO PASSA). APLICA:
      *  - NA TABELA DE PRECOS, UMA LINHA POR PRODUTO NA DATA DE
      *    VIGENCIA, COM O PRECO DA VESPERA REAJUSTADO (O PRECO
      *    ATUAL CONTINUA VALENDO ATE LA)
      *  - NOS CONTRATOS EM VIGOR, A MENSALIDADE E, NO MEDIDO, O
      *    PRECO DO EXCEDENTE, COM AUDITORIA E AVISO AO CLIENTE
      *    COMO NO REAJUSTE; A DATA DO ULTIMO REAJUSTE FICA COM
      *    HOJE, ENTAO O REAJUSTE DE ANIVERSARIO NAO REAJUSTA O
      *    MESMO CONTRATO DE NOVO NESTE ANO
      *NO FIM A PENDENCIA PASSA A EXECUTADA; RODAR DE NOVO NAO
      *REAJUSTA DUAS VEZES. RECUSA SAI COM RC 8 NO PAINEL
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO 'REAJPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAR-STATUS.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
      *TABELA DE PRECOS COM VIGENCIA POR DATA
           SELECT PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRECO-CHAVE
               FILE STATUS IS PRECO-STATUS.
           SELECT CONTRATOS ASSIGN TO 'CONTRATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTR-CHAVE
               FILE STATUS IS CONTR-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
      *FILA DE APROVACAO A QUATRO OLHOS DO CADASTRO ONLINE
           SELECT PENDENCIAS ASSIGN TO 'PENDAPRO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS PND-STATUS.
      *TRILHA DE AUDITORIA: CADA PRECO E CONTRATO REAJUSTADO DEIXA
      *O ANTES/DEPOIS
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
      *MESMO LAYOUT DOS PARAMETROS DO REAJSIM
       FD PARAMETROS.
       01 RJP-REG.
           05 RJP-TIPO PIC X(01).
               88 RJP-GERAL VALUE 'G'.
               88 RJP-POR-CATEGORIA VALUE 'T'.
               88 RJP-POR-CONTRATO VALUE 'C'.
               88 RJP-VIGENCIA-TABELA VALUE 'V'.
           05 RJP-ALVO PIC X(13).
           05 RJP-ALVO-CONTRATO REDEFINES RJP-ALVO.
               10 RJP-FONE PIC 9(09).
               10 RJP-NUMERO PIC 9(04).
           05 RJP-ALVO-CATEGORIA REDEFINES RJP-ALVO.
               10 RJP-CATEGORIA PIC 9(03).
               10 FILLER PIC X(10).
           05 RJP-ALVO-VIGENCIA REDEFINES RJP-ALVO.
               10 RJP-DATA PIC 9(08).
               10 RJP-DATA-R REDEFINES RJP-DATA.
                   15 RJP-DATA-ANO PIC 9(04).
                   15 RJP-DATA-MES PIC 9(02).
                   15 RJP-DATA-DIA PIC 9(02).
               10 FILLER PIC X(05).
           05 RJP-PCT PIC 9(02)V99.

      *MESMO LAYOUT DO CATALOGO DE PRODUTOS DO CADASTRO ONLINE
       FD PRODUTOS.
       01 PROD-REG.
           05 PROD-CODIGO PIC 9(06).
               88 PROD-FRETE VALUE 999999.
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

      *UMA LINHA DE PRECO POR PRODUTO E DATA DE INICIO DE
      *VIGENCIA; VALE A LINHA MAIS RECENTE QUE NAO ULTRAPASSE A
      *DATA DO PEDIDO
       FD PRECOS.
       01 PRECO-REG.
           05 PRECO-CHAVE.
               10 PRECO-PRODUTO PIC 9(06).
               10 PRECO-VIGENCIA PIC 9(08).
           05 PRECO-VALOR PIC 9(07)V99.

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

      *SO OS CAMPOS USADOS NO AVISO IMPORTAM; O RESTO E FILLER,
      *MAS A LARGURA TOTAL (562) TEM QUE ACOMPANHAR A CLIENTES-REG
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE PIC 9(09).
           05 CLIENTES-NOME PIC X(30).
           05 CLIENTES-EMAIL PIC X(40).
           05 CLIENTES-FONE-CEL PIC 9(11).
           05 CLIENTES-DATA-NASC PIC 9(08).
           05 CLIENTES-PREF-CONTATO PIC X(01).
           05 FILLER PIC X(463).

      *MESMO LAYOUT DA FILA DE APROVACAO DO CADASTRO ONLINE
       FD PENDENCIAS.
       01 PND-REG.
           05 PND-ID PIC 9(06).
           05 PND-ACAO PIC X(10).
               88 PND-REAJUSTE VALUE 'REAJUSTE'.
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
      *O CODIGO R NA SITUACAO NOVA E O AVISO DE MENSALIDADE
      *REAJUSTADA, COMO NO REAJUSTE
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
       77 PAR-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 PRECO-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTR-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
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
       01 WRK-APLICACAO PIC X(01) VALUE 'N'.
           88 APLICACAO-LIBERADA VALUE 'S'.
           88 APLICACAO-RECUSADA VALUE 'N'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PRECOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CONTRATOS PIC 9(06) VALUE ZEROS.

       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-VIGENCIA PIC 9(08) VALUE ZEROS.
       01 WRK-VIGENCIA-R REDEFINES WRK-VIGENCIA.
           05 WRK-VIG-ANO PIC 9(04).
           05 WRK-VIG-MES PIC 9(02).
           05 WRK-VIG-DIA PIC 9(02).

      *REGRAS LIDAS DO REAJPAR.DAT, CONFERIDAS COMO NO REAJSIM
       77 WRK-PAR-ACEITAS PIC 9(03) VALUE ZEROS.
       77 WRK-PAR-REJEITADAS PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-PCT-GERAL PIC 9(02)V99 VALUE ZEROS.
       01 WRK-GERAL-SITUACAO PIC X(01) VALUE 'N'.
           88 GERAL-INFORMADO VALUE 'S'.
       01 WRK-VIG-SITUACAO PIC X(01) VALUE 'N'.
           88 VIGENCIA-INFORMADA VALUE 'S'.
       01 WRK-TABELA-CATEGORIA.
           05 WRK-CAT-ENT OCCURS 1000 TIMES.
               10 WRK-CAT-INFORMADA PIC X(01).
               10 WRK-CAT-PCT PIC 9(02)V99.
       77 WRK-CAT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-CTR-REGRAS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-CONTRATO.
           05 WRK-CTR-ENT OCCURS 200 TIMES.
               10 WRK-CTR-FONE PIC 9(09).
               10 WRK-CTR-NUMERO PIC 9(04).
               10 WRK-CTR-PCT PIC 9(02)V99.
       77 WRK-CTR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-ACHADO PIC 9(03) VALUE ZEROS.
      *TOTAL DE CONTROLE: O MESMO CALCULO DO REAJSIM
       77 WRK-CTL-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-CTL-TIPO PIC 9(01) VALUE ZEROS.
       77 WRK-CTL-ALVO PIC 9(13) VALUE ZEROS.
       77 WRK-CTL-SOMA PIC 9(18) VALUE ZEROS.
       77 WRK-CTL-QUOC PIC 9(10) VALUE ZEROS.
       77 WRK-CONTROLE PIC 9(09) VALUE ZEROS.

      *PENDENCIA DA SIMULACAO NA FILA
       77 WRK-PND-ACHADA PIC 9(06) VALUE ZEROS.
       77 WRK-PND-SIT PIC X(01) VALUE SPACES.

       77 WRK-PCT-ITEM PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRECO-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-NOVO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ANTIGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ED-ANTIGO PIC Z(06)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1100-LER-PARAMETROS.
           PERFORM 1700-CONFERIR-APROVACAO.
           IF APLICACAO-LIBERADA
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-APLICAR-TABELA UNTIL PROD-STATUS = 10
               PERFORM 3000-APLICAR-CONTRATOS UNTIL CONTR-STATUS = 10
               PERFORM 4000-MARCAR-EXECUTADA
               PERFORM 6000-FINALIZAR
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT PRODUTOS.
           OPEN I-O PRECOS.
           IF PRECO-STATUS = 35 THEN
               OPEN OUTPUT PRECOS
               CLOSE PRECOS
               OPEN I-O PRECOS
           END-IF.
           OPEN I-O CONTRATOS.
           OPEN INPUT CLIENTES.
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
           MOVE ZEROS TO PROD-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PROD-CODIGO
               INVALID KEY
                   MOVE 10 TO PROD-STATUS
           END-START.
           IF PROD-STATUS NOT = 10
               READ PRODUTOS NEXT
                   AT END
                       MOVE 10 TO PROD-STATUS
               END-READ
           END-IF.
           IF CONTR-STATUS NOT = ZEROS
               MOVE 10 TO CONTR-STATUS
           ELSE
               READ CONTRATOS NEXT
                   AT END
                       MOVE 10 TO CONTR-STATUS
               END-READ
           END-IF.

      *AS MESMAS CONFERENCIAS DO REAJSIM, PARA CHEGAR AO MESMO
      *TOTAL DE CONTROLE
       1100-LER-PARAMETROS.
           INITIALIZE WRK-TABELA-CATEGORIA.
           OPEN INPUT PARAMETROS.
           IF PAR-STATUS NOT = ZEROS
               DISPLAY 'REAJAPL: REAJPAR.DAT NAO ENCONTRADO'
               MOVE 10 TO PAR-STATUS
           ELSE
               PERFORM 1150-LER-REGRA UNTIL PAR-STATUS = 10
               CLOSE PARAMETROS
           END-IF.
           IF NOT VIGENCIA-INFORMADA
               IF WRK-HOJE-MES = 12
                   COMPUTE WRK-VIG-ANO = WRK-HOJE-ANO + 1
                   MOVE 1 TO WRK-VIG-MES
               ELSE
                   MOVE WRK-HOJE-ANO TO WRK-VIG-ANO
                   COMPUTE WRK-VIG-MES = WRK-HOJE-MES + 1
               END-IF
               MOVE 1 TO WRK-VIG-DIA
           END-IF.
           DIVIDE WRK-CTL-SOMA BY 1000000000
               GIVING WRK-CTL-QUOC REMAINDER WRK-CONTROLE.

       1150-LER-REGRA.
           READ PARAMETROS
               AT END
                   MOVE 10 TO PAR-STATUS
               NOT AT END
                   MOVE SPACES TO WRK-MOTIVO
                   EVALUATE TRUE
                       WHEN RJP-GERAL
                           PERFORM 1200-CONFERIR-GERAL
                       WHEN RJP-POR-CATEGORIA
                           PERFORM 1300-CONFERIR-CATEGORIA
                       WHEN RJP-POR-CONTRATO
                           PERFORM 1400-CONFERIR-CONTRATO
                       WHEN RJP-VIGENCIA-TABELA
                           PERFORM 1500-CONFERIR-VIGENCIA
                       WHEN OTHER
                           MOVE 'TIPO DE REGRA INVALIDO' TO WRK-MOTIVO
                   END-EVALUATE
                   IF WRK-MOTIVO = SPACES
                       ADD 1 TO WRK-PAR-ACEITAS
                       PERFORM 1600-SOMAR-CONTROLE
                   ELSE
                       ADD 1 TO WRK-PAR-REJEITADAS
                       DISPLAY 'REAJAPL: ' RJP-REG ' REJEITADA: '
                               WRK-MOTIVO
                   END-IF
           END-READ.

       1200-CONFERIR-GERAL.
           EVALUATE TRUE
               WHEN RJP-PCT NOT NUMERIC
                   MOVE 'PERCENTUAL INVALIDO' TO WRK-MOTIVO
               WHEN RJP-PCT = ZEROS
                   MOVE 'PERCENTUAL GERAL ZERADO' TO WRK-MOTIVO
               WHEN GERAL-INFORMADO
                   MOVE 'PERCENTUAL GERAL REPETIDO' TO WRK-MOTIVO
               WHEN OTHER
                   SET GERAL-INFORMADO TO TRUE
                   MOVE RJP-PCT TO WRK-PCT-GERAL
           END-EVALUATE.

       1300-CONFERIR-CATEGORIA.
           IF RJP-CATEGORIA NOT NUMERIC
               MOVE 'CATEGORIA INVALIDA' TO WRK-MOTIVO
           ELSE
               COMPUTE WRK-CAT-IDX = RJP-CATEGORIA + 1
               EVALUATE TRUE
                   WHEN RJP-PCT NOT NUMERIC
                       MOVE 'PERCENTUAL INVALIDO' TO WRK-MOTIVO
                   WHEN WRK-CAT-INFORMADA (WRK-CAT-IDX) = 'S'
                       MOVE 'CATEGORIA REPETIDA' TO WRK-MOTIVO
                   WHEN OTHER
                       MOVE 'S' TO WRK-CAT-INFORMADA (WRK-CAT-IDX)
                       MOVE RJP-PCT TO WRK-CAT-PCT (WRK-CAT-IDX)
               END-EVALUATE
           END-IF.

       1400-CONFERIR-CONTRATO.
           MOVE ZEROS TO WRK-CTR-ACHADO.
           IF RJP-FONE NUMERIC AND RJP-NUMERO NUMERIC
               PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                       UNTIL WRK-CTR-IDX > WRK-TOTAL-CTR-REGRAS
                   IF WRK-CTR-FONE (WRK-CTR-IDX) = RJP-FONE
                           AND WRK-CTR-NUMERO (WRK-CTR-IDX) =
                               RJP-NUMERO
                       MOVE WRK-CTR-IDX TO WRK-CTR-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN RJP-FONE NOT NUMERIC OR RJP-NUMERO NOT NUMERIC
                       OR RJP-FONE = ZEROS
                   MOVE 'CONTRATO INVALIDO' TO WRK-MOTIVO
               WHEN RJP-PCT NOT NUMERIC
                   MOVE 'PERCENTUAL INVALIDO' TO WRK-MOTIVO
               WHEN WRK-CTR-ACHADO NOT = ZEROS
                   MOVE 'CONTRATO REPETIDO' TO WRK-MOTIVO
               WHEN WRK-TOTAL-CTR-REGRAS NOT < 200
                   MOVE 'MAIS DE 200 CONTRATOS' TO WRK-MOTIVO
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-CTR-REGRAS
                   MOVE RJP-FONE TO WRK-CTR-FONE (WRK-TOTAL-CTR-REGRAS)
                   MOVE RJP-NUMERO TO
                           WRK-CTR-NUMERO (WRK-TOTAL-CTR-REGRAS)
                   MOVE RJP-PCT TO WRK-CTR-PCT (WRK-TOTAL-CTR-REGRAS)
           END-EVALUATE.

      *SIMULACAO APROVADA COM VIGENCIA QUE JA CHEGOU NAO APLICA:
      *A TABELA NOVA SO PODE COMECAR DE AMANHA EM DIANTE
       1500-CONFERIR-VIGENCIA.
           EVALUATE TRUE
               WHEN RJP-DATA NOT NUMERIC
                   MOVE 'DATA DE VIGENCIA INVALIDA' TO WRK-MOTIVO
               WHEN RJP-DATA-MES < 1 OR RJP-DATA-MES > 12
                       OR RJP-DATA-DIA < 1 OR RJP-DATA-DIA > 31
                   MOVE 'DATA DE VIGENCIA INVALIDA' TO WRK-MOTIVO
               WHEN RJP-DATA NOT > WRK-HOJE
                   MOVE 'VIGENCIA TEM QUE SER FUTURA' TO WRK-MOTIVO
               WHEN VIGENCIA-INFORMADA
                   MOVE 'VIGENCIA REPETIDA' TO WRK-MOTIVO
               WHEN OTHER
                   SET VIGENCIA-INFORMADA TO TRUE
                   MOVE RJP-DATA TO WRK-VIGENCIA
           END-EVALUATE.

       1600-SOMAR-CONTROLE.
           ADD 1 TO WRK-CTL-SEQ.
           MOVE ZEROS TO WRK-CTL-ALVO.
           EVALUATE TRUE
               WHEN RJP-GERAL
                   MOVE 1 TO WRK-CTL-TIPO
               WHEN RJP-POR-CATEGORIA
                   MOVE 2 TO WRK-CTL-TIPO
                   MOVE RJP-CATEGORIA TO WRK-CTL-ALVO
               WHEN RJP-POR-CONTRATO
                   MOVE 3 TO WRK-CTL-TIPO
                   COMPUTE WRK-CTL-ALVO =
                           RJP-FONE * 10000 + RJP-NUMERO
               WHEN OTHER
                   MOVE 4 TO WRK-CTL-TIPO
                   MOVE RJP-DATA TO WRK-CTL-ALVO
           END-EVALUATE.
           IF RJP-VIGENCIA-TABELA
               COMPUTE WRK-CTL-SOMA = WRK-CTL-SOMA
                       + WRK-CTL-SEQ * WRK-CTL-TIPO + WRK-CTL-ALVO
           ELSE
               COMPUTE WRK-CTL-SOMA = WRK-CTL-SOMA
                       + WRK-CTL-SEQ * (WRK-CTL-TIPO + RJP-PCT * 100)
                       + WRK-CTL-ALVO
           END-IF.

      *PROCURA NA FILA A PENDENCIA REAJUSTE DESTES PARAMETROS; A
      *APLICACAO SO E LIBERADA COM ELA APROVADA
       1700-CONFERIR-APROVACAO.
           SET APLICACAO-RECUSADA TO TRUE.
           IF WRK-PAR-ACEITAS = ZEROS OR WRK-PAR-REJEITADAS > ZEROS
               DISPLAY 'REAJAPL: REAJPAR.DAT COM REGRA REJEITADA OU '
                       'SEM REGRA - NADA FOI APLICADO'
           ELSE
               OPEN I-O PENDENCIAS
               IF PND-STATUS NOT = ZEROS
                   MOVE 10 TO PND-STATUS
               ELSE
                   PERFORM 1750-PROCURAR-PENDENCIA
               END-IF
               EVALUATE TRUE
                   WHEN WRK-PND-ACHADA = ZEROS
                       DISPLAY 'REAJAPL: NAO HA SIMULACAO DESTES '
                               'PARAMETROS NA FILA - RODAR O REAJSIM'
                   WHEN WRK-PND-SIT = 'A'
                       SET APLICACAO-LIBERADA TO TRUE
                   WHEN WRK-PND-SIT = 'P'
                       DISPLAY 'REAJAPL: SIMULACAO ' WRK-PND-ACHADA
                               ' AINDA AGUARDA APROVACAO (OPCAO AQ)'
                   WHEN WRK-PND-SIT = 'E'
                       DISPLAY 'REAJAPL: SIMULACAO ' WRK-PND-ACHADA
                               ' JA FOI APLICADA'
                   WHEN OTHER
                       DISPLAY 'REAJAPL: SIMULACAO ' WRK-PND-ACHADA
                               ' RECUSADA OU EXPIRADA - SIMULAR '
                               'DE NOVO'
               END-EVALUATE
               IF APLICACAO-RECUSADA AND PND-STATUS NOT = 10
                   CLOSE PENDENCIAS
               END-IF
           END-IF.

      *FICA A ULTIMA PENDENCIA REAJUSTE COM O MESMO CONTROLE E A
      *MESMA QUANTIDADE DE REGRAS
       1750-PROCURAR-PENDENCIA.
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
               IF PND-REAJUSTE AND PND-FONE = WRK-CONTROLE
                       AND PND-FONE2 = WRK-PAR-ACEITAS
                   MOVE PND-ID TO WRK-PND-ACHADA
                   MOVE PND-SITUACAO TO WRK-PND-SIT
               END-IF
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PND-STATUS.

      *PRODUTO EM LINHA, FORA O FRETE, COM PERCENTUAL MAIOR QUE
      *ZERO GANHA A LINHA DA VIGENCIA NOVA; SE A LINHA JA EXISTE
      *(DE UM CADASTRO MANUAL), E SOBREPOSTA
       2000-APLICAR-TABELA.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF NOT PROD-FRETE AND NOT PROD-FORA-LINHA
               IF PROD-CATEGORIA NOT NUMERIC
                   MOVE ZEROS TO PROD-CATEGORIA
               END-IF
               COMPUTE WRK-CAT-IDX = PROD-CATEGORIA + 1
               IF WRK-CAT-INFORMADA (WRK-CAT-IDX) = 'S'
                   MOVE WRK-CAT-PCT (WRK-CAT-IDX) TO WRK-PCT-ITEM
               ELSE
                   MOVE WRK-PCT-GERAL TO WRK-PCT-ITEM
               END-IF
               IF WRK-PCT-ITEM > ZEROS
                   PERFORM 2100-PRECO-ATUAL
                   COMPUTE WRK-PRECO-NOVO ROUNDED = WRK-PRECO-ATUAL
                           * (100 + WRK-PCT-ITEM) / 100
                   PERFORM 2200-GRAVAR-PRECO
               END-IF
           END-IF.
           READ PRODUTOS NEXT
               AT END
                   MOVE 10 TO PROD-STATUS
           END-READ.

      *PRECO QUE VALE NA VESPERA DA VIGENCIA NOVA, COMO NO REAJSIM
       2100-PRECO-ATUAL.
           MOVE PROD-PRECO TO WRK-PRECO-ATUAL.
           MOVE PROD-CODIGO TO PRECO-PRODUTO.
           MOVE ZEROS TO PRECO-VIGENCIA.
           START PRECOS KEY IS NOT LESS THAN PRECO-CHAVE
               INVALID KEY
                   MOVE 10 TO PRECO-STATUS
           END-START.
           IF PRECO-STATUS NOT = 10
               READ PRECOS NEXT
                   AT END
                       MOVE 10 TO PRECO-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PRECO-STATUS NOT = 0
                   OR PRECO-PRODUTO NOT = PROD-CODIGO
                   OR PRECO-VIGENCIA NOT < WRK-VIGENCIA
               MOVE PRECO-VALOR TO WRK-PRECO-ATUAL
               READ PRECOS NEXT
                   AT END
                       MOVE 10 TO PRECO-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PRECO-STATUS.

       2200-GRAVAR-PRECO.
           MOVE PROD-CODIGO TO PRECO-PRODUTO.
           MOVE WRK-VIGENCIA TO PRECO-VIGENCIA.
           MOVE WRK-PRECO-NOVO TO PRECO-VALOR.
           WRITE PRECO-REG
               INVALID KEY
                   REWRITE PRECO-REG
                       INVALID KEY
                           DISPLAY 'REAJAPL: FALHA AO GRAVAR O '
                                   'PRECO DO PRODUTO ' PROD-CODIGO
                   END-REWRITE
           END-WRITE.
           IF PRECO-STATUS = ZEROS
               ADD 1 TO WRK-TOTAL-PRECOS
               PERFORM 2300-AUDITAR-PRECO
           END-IF.
           MOVE ZEROS TO PRECO-STATUS.

      *AUDITORIA COM O PRECO ANTIGO E A VIGENCIA NO TEXTO E O
      *PRECO NOVO NO CAMPO DE VALOR
       2300-AUDITAR-PRECO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'PRC-REAJUS' TO AUDIT-ACAO.
           MOVE 'REAJAPL' TO AUDIT-OPERADOR.
           MOVE PROD-CODIGO TO AUDIT-CHAVE.
           MOVE PROD-DESCRICAO TO AUDIT-NOME.
           MOVE WRK-PRECO-ATUAL TO WRK-ED-ANTIGO.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           STRING 'PRECO ANTERIOR ' WRK-ED-ANTIGO
               DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           STRING 'VIGENCIA ' WRK-VIGENCIA
               DELIMITED BY SIZE INTO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE WRK-PRECO-NOVO TO AUDIT-VALOR.
           PERFORM 9450-GRAVAR-ENCADEADO.

      *CONTRATO EM VIGOR PELA REGRA PROPRIA OU PELO PERCENTUAL
      *GERAL, DO MESMO JEITO QUE O REAJUSTE
       3000-APLICAR-CONTRATOS.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF CONTR-EM-VIGOR
               MOVE WRK-PCT-GERAL TO WRK-PCT-ITEM
               PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                       UNTIL WRK-CTR-IDX > WRK-TOTAL-CTR-REGRAS
                   IF WRK-CTR-FONE (WRK-CTR-IDX) = CONTR-FONE
                           AND WRK-CTR-NUMERO (WRK-CTR-IDX) =
                               CONTR-NUMERO
                       MOVE WRK-CTR-PCT (WRK-CTR-IDX) TO WRK-PCT-ITEM
                   END-IF
               END-PERFORM
               IF WRK-PCT-ITEM > ZEROS
                   PERFORM 3100-REAJUSTAR
               END-IF
           END-IF.
           READ CONTRATOS NEXT
               AT END
                   MOVE 10 TO CONTR-STATUS
           END-READ.

       3100-REAJUSTAR.
           MOVE CONTR-VALOR TO WRK-VALOR-ANTIGO.
           COMPUTE CONTR-VALOR ROUNDED = CONTR-VALOR *
                   (100 + WRK-PCT-ITEM) / 100.
      *NO MEDIDO O PRECO DO EXCEDENTE ACOMPANHA A FRANQUIA
           IF CONTR-MEDIDO
               COMPUTE CONTR-PRECO-EXCED ROUNDED = CONTR-PRECO-EXCED *
                       (100 + WRK-PCT-ITEM) / 100
           END-IF.
           MOVE WRK-HOJE TO CONTR-ULT-REAJUSTE.
           REWRITE CONTR-REG
               INVALID KEY
                   DISPLAY 'REAJAPL: FALHA AO REGRAVAR O '
                           'CONTRATO ' CONTR-FONE '/' CONTR-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-CONTRATOS
                   PERFORM 3200-AUDITAR-CONTRATO
                   PERFORM 3300-ENFILEIRAR-AVISO
           END-REWRITE.

       3200-AUDITAR-CONTRATO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'CTR-REAJUS' TO AUDIT-ACAO.
           MOVE 'REAJAPL' TO AUDIT-OPERADOR.
           MOVE CONTR-FONE TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-NOME.
           MOVE WRK-VALOR-ANTIGO TO WRK-ED-ANTIGO.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           STRING 'VALOR ANTERIOR ' WRK-ED-ANTIGO
               DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           IF CONTR-MEDIDO
               MOVE CONTR-PRECO-EXCED TO WRK-ED-ANTIGO
               STRING 'PRECO EXCEDENTE ' WRK-ED-ANTIGO
                   DELIMITED BY SIZE INTO AUDIT-EMAIL-DEPOIS
           END-IF.
           MOVE CONTR-NUMERO TO AUDIT-PEDIDO.
           MOVE CONTR-VALOR TO AUDIT-VALOR.
           PERFORM 9450-GRAVAR-ENCADEADO.

       3300-ENFILEIRAR-AVISO.
           MOVE CONTR-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTES-FONE TO NOTIF-FONE
                   MOVE CLIENTES-NOME TO NOTIF-NOME
                   MOVE SPACES TO NOTIF-STATUS-ANTES
                   MOVE 'R' TO NOTIF-STATUS-DEPOIS
                   MOVE WRK-HOJE TO NOTIF-DATA
                   MOVE CLIENTES-PREF-CONTATO TO NOTIF-CANAL
                   MOVE CLIENTES-EMAIL TO NOTIF-EMAIL
                   MOVE CLIENTES-FONE-CEL TO NOTIF-CELULAR
                   WRITE NOTIF-REG
           END-READ.

      *A PENDENCIA APLICADA NAO LIBERA UMA SEGUNDA APLICACAO
       4000-MARCAR-EXECUTADA.
           MOVE WRK-PND-ACHADA TO PND-ID.
           READ PENDENCIAS
               INVALID KEY
                   DISPLAY 'REAJAPL: PENDENCIA ' WRK-PND-ACHADA
                           ' SUMIU DA FILA'
               NOT INVALID KEY
                   SET PND-EXECUTADA TO TRUE
                   REWRITE PND-REG
                   END-REWRITE
           END-READ.
           CLOSE PENDENCIAS.

       6000-FINALIZAR.
           CLOSE PRODUTOS.
           CLOSE PRECOS.
           CLOSE CONTRATOS.
           CLOSE CLIENTES.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE NOTIFICACOES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'APLICACAO DE REAJUSTE - TOTAIS'.
           DISPLAY 'SIMULACAO APLICADA.: ' WRK-PND-ACHADA.
           DISPLAY 'VIGENCIA DA TABELA.: ' WRK-VIGENCIA.
           DISPLAY 'REGISTROS LIDOS....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'PRECOS GRAVADOS....: ' WRK-TOTAL-PRECOS.
           DISPLAY 'CONTRATOS REAJUST..: ' WRK-TOTAL-CONTRATOS.
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
           MOVE 'REAJAPL' TO JOB-NOME.
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

      *MARCA O FIM DESTA EXECUCAO COM OS TOTAIS DO LOTE; APLICACAO
      *RECUSADA SAI COM RC 8 NO PAINEL
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-LIDOS TO JOB-LIDOS.
           COMPUTE JOB-GRAVADOS = WRK-TOTAL-PRECOS
                   + WRK-TOTAL-CONTRATOS.
           MOVE RETURN-CODE TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM REAJAPL.
