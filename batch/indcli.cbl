       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDCLI.
      **********************************
      *OBJ: RECOMPENSA DO PROGRAMA DE INDICACAO DE CLIENTES
      *ROTINA BATCH DIARIA, SEM INTERACAO COM O OPERADOR
      *LE AS INDICACOES PENDENTES ANOTADAS PELO CADASTRO ONLINE
      *(INDICA.DAT) NA INCLUSAO DO CLIENTE E NA CONVERSAO DO
      *PROSPECTO. QUANDO O CLIENTE INDICADO TEM O PRIMEIRO PEDIDO
      *PAGO COM VALOR DE PELO MENOS O MINIMO DA CONFIGURACAO
      *FINANCEIRA (FINCFG-IND-MINIMO), FEITO A PARTIR DA DATA DA
      *INDICACAO, O INDICADOR GANHA O CREDITO CONFIGURADO
      *(FINCFG-IND-CREDITO) NA CONTA DE CREDITOS (CREDCLI.DAT),
      *COM AUDITORIA E AVISO PELA FILA DO NOTIFIC (CODIGO B), E A
      *INDICACAO FECHA COMO CREDITADA
      *TRAVA CONTRA AUTOINDICACAO, CONFERIDA DE NOVO AQUI PORQUE
      *O CADASTRO PODE TER MUDADO DESDE A INCLUSAO:
      *  - OS DOIS TELEFONES, SEGUIDOS PELO HISTORICO DE FUSOES DO
      *    MRGCLI (FUSOES.DAT), CHEGAM AO MESMO CLIENTE
      *  - MESMO CPF/CNPJ OU MESMO ENDERECO (LOGRADOURO, NUMERO E
      *    CEP) NOS DOIS CADASTROS
      *  - INDICADO QUE FOI FUNDIDO NUM CLIENTE MAIS ANTIGO QUE A
      *    INDICACAO (JA ERA CLIENTE)
      *A INDICACAO BARRADA FECHA COMO RECUSADA, COM O MOTIVO; O
      *CREDITO VAI PARA O TELEFONE VALIDO DO INDICADOR (SE ELE
      *FOI FUNDIDO, PARA O DESTINO DA FUSAO)
      *SAIDA: INDCLI.TXT, COM AS INDICACOES FECHADAS NO DIA
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
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *CONTA DE CREDITOS DO CLIENTE, ONDE ENTRA A RECOMPENSA
           SELECT CREDITOS ASSIGN TO 'CREDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS CRC-STATUS.
      *HISTORICO DAS FUSOES DE CADASTRO FEITAS PELO MRGCLI
           SELECT FUSOES ASSIGN TO 'FUSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUS-STATUS.
           SELECT FIN-CONFIG ASSIGN TO 'FINCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINCFG-STATUS.
      *TRILHA DE AUDITORIA: CADA CREDITO DADO DEIXA UMA LINHA
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
           SELECT INDCLI-REPORT ASSIGN TO 'INDCLI.TXT'
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

      *MESMO LAYOUT DA CONTA DE CREDITOS DO CADASTRO ONLINE
       FD CREDITOS.
       01 CRC-REG.
           05 CRC-CHAVE.
               10 CRC-FONE PIC 9(09).
               10 CRC-SEQ PIC 9(04).
           05 CRC-DATA PIC 9(08).
           05 CRC-TIPO PIC X(01).
               88 CRC-DEPOSITO VALUE 'D'.
               88 CRC-APLICACAO VALUE 'A'.
           05 CRC-VALOR PIC 9(07)V99.
           05 CRC-OPERADOR PIC X(09).
           05 CRC-MOTIVO PIC X(20).

      *MESMO LAYOUT DO HISTORICO GRAVADO PELO MRGCLI
       FD FUSOES.
       01 FUS-REG.
           05 FUS-ORIGEM PIC 9(09).
           05 FUS-DESTINO PIC 9(09).
           05 FUS-DATA PIC 9(08).

      *MESMO LAYOUT DA CONFIGURACAO FINANCEIRA DO CADASTRO
      *ONLINE; AQUI SO INTERESSAM OS PARAMETROS DA INDICACAO
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
           05 FINCFG-CHQ-TARIFA PIC 9(05)V99.
           05 FINCFG-PTS-BONUS-A PIC 9(03).
           05 FINCFG-PTS-BONUS-B PIC 9(03).
           05 FINCFG-PTS-VALOR PIC 9(01)V99.
           05 FINCFG-SUG-DIAS PIC 9(03).
           05 FINCFG-SUG-MESES PIC 9(02).
           05 FINCFG-IND-CREDITO PIC 9(05)V99.
           05 FINCFG-IND-MINIMO PIC 9(07)V99.

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
      *O CODIGO B NA SITUACAO NOVA E O AVISO DO CREDITO POR
      *INDICACAO
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

       FD INDCLI-REPORT.
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
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 CRC-STATUS PIC 9(02) VALUE ZEROS.
       77 FUS-STATUS PIC 9(02) VALUE ZEROS.
       77 FINCFG-STATUS PIC 9(02) VALUE ZEROS.
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
      *SEM INDICA.DAT AINDA NAO HOUVE INDICACAO NENHUMA
       01 WRK-INDICA-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICA-ABERTO VALUE 'S'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CREDITADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RECUSADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-AGUARDANDO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-VALOR PIC 9(09)V99 VALUE ZEROS.

      *PARAMETROS DA INDICACAO; VALEM OS DA CONFIGURACAO
      *FINANCEIRA QUANDO PREENCHIDOS
       77 WRK-IND-CREDITO PIC 9(05)V99 VALUE 20.00.
       77 WRK-IND-MINIMO PIC 9(07)V99 VALUE 100.00.
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.

      *FUSOES FEITAS PELO MRGCLI, NA ORDEM EM QUE ACONTECERAM
       77 WRK-TOTAL-FUSOES PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-FUSOES.
           05 WRK-FUS-ENT OCCURS 2000 TIMES.
               10 WRK-FUS-ORIGEM PIC 9(09).
               10 WRK-FUS-DESTINO PIC 9(09).
       77 WRK-FUS-IDX PIC 9(04) VALUE ZEROS.
       01 WRK-FUS-TABELA-SITUACAO PIC X(01) VALUE 'N'.
           88 FUSOES-TRUNCADAS VALUE 'S'.
      *TELEFONE SEGUIDO PELAS FUSOES ATE O CADASTRO VALIDO
       77 WRK-RES-FONE PIC 9(09) VALUE ZEROS.
       77 WRK-RES-PROXIMO PIC 9(09) VALUE ZEROS.
       77 WRK-RES-PASSOS PIC 9(04) VALUE ZEROS.
       01 WRK-RES-SITUACAO PIC X(01) VALUE 'N'.
           88 RES-ANDOU VALUE 'S'.
           88 RES-PAROU VALUE 'N'.

      *INDICACAO CORRENTE: OS DOIS TELEFONES JA RESOLVIDOS E OS
      *DADOS DO INDICADO, GUARDADOS ANTES DE LER O INDICADOR NO
      *MESMO BUFFER DO CADASTRO
       77 WRK-INDICADO-VALIDO PIC 9(09) VALUE ZEROS.
       77 WRK-INDICADOR-VALIDO PIC 9(09) VALUE ZEROS.
       77 WRK-INDICADO-DOC PIC 9(14) VALUE ZEROS.
       77 WRK-INDICADO-LOGRADOURO PIC X(40) VALUE SPACES.
       77 WRK-INDICADO-NUMERO PIC X(06) VALUE SPACES.
       77 WRK-INDICADO-CEP PIC 9(08) VALUE ZEROS.
       77 WRK-INDICADO-INCLUSAO PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       01 WRK-IND-DECISAO PIC X(01) VALUE 'A'.
           88 DECISAO-AGUARDAR VALUE 'A'.
           88 DECISAO-RECUSAR VALUE 'R'.
           88 DECISAO-CREDITAR VALUE 'C'.
      *PRIMEIRO PEDIDO PAGO QUE CUMPRE O MINIMO
       77 WRK-PED-ACHADO PIC 9(06) VALUE ZEROS.
       77 WRK-PED-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PED-DATA PIC 9(08) VALUE ZEROS.
      *ULTIMA SEQUENCIA DA CONTA DE CREDITOS DO FAVORECIDO
       77 WRK-CRC-SEQ-PROX PIC 9(04) VALUE ZEROS.

       77 WRK-ED-VALOR PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-CREDITO PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL PIC Z(08)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR UNTIL IND-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
      *LE O CREDITO E O MINIMO CONFIGURADOS, SE HOUVER
           OPEN INPUT FIN-CONFIG.
           IF FINCFG-STATUS = ZEROS
               READ FIN-CONFIG
                   NOT AT END
                       IF FINCFG-IND-CREDITO NUMERIC
                               AND FINCFG-IND-CREDITO > ZEROS
                           MOVE FINCFG-IND-CREDITO TO WRK-IND-CREDITO
                       END-IF
                       IF FINCFG-IND-MINIMO NUMERIC
                               AND FINCFG-IND-MINIMO > ZEROS
                           MOVE FINCFG-IND-MINIMO TO WRK-IND-MINIMO
                       END-IF
               END-READ
               CLOSE FIN-CONFIG
           END-IF.
           PERFORM 1100-CARREGAR-FUSOES.
           OPEN INPUT CLIENTES.
           OPEN INPUT PEDIDOS.
           OPEN I-O CREDITOS.
           IF CRC-STATUS = 35 THEN
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN I-O CREDITOS
           END-IF.
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
           OPEN OUTPUT INDCLI-REPORT.
           MOVE SPACES TO REL-LINHA.
           STRING 'INDICACAO DE CLIENTES - RECOMPENSAS DE ' WRK-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-IND-CREDITO TO WRK-ED-CREDITO.
           MOVE WRK-IND-MINIMO TO WRK-ED-VALOR.
           MOVE SPACES TO REL-LINHA.
           STRING 'CREDITO AO INDICADOR ' WRK-ED-CREDITO
                   ' NO PRIMEIRO PEDIDO PAGO DE PELO MENOS '
                   WRK-ED-VALOR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE 'INDICADO' TO REL-LINHA (1:8).
           MOVE 'INDICADOR' TO REL-LINHA (11:9).
           MOVE 'FAVORECID' TO REL-LINHA (21:9).
           MOVE 'PEDIDO' TO REL-LINHA (32:6).
           MOVE 'VALOR PED.' TO REL-LINHA (39:10).
           MOVE '   CREDITO' TO REL-LINHA (51:10).
           MOVE 'SITUACAO' TO REL-LINHA (62:8).
           MOVE 'MOTIVO' TO REL-LINHA (72:6).
           WRITE REL-LINHA.
           OPEN I-O INDICACOES.
           IF IND-STATUS NOT = ZEROS
               MOVE 10 TO IND-STATUS
           ELSE
               SET INDICA-ABERTO TO TRUE
               READ INDICACOES NEXT
                   AT END
                       MOVE 10 TO IND-STATUS
               END-READ
           END-IF.

      *O HISTORICO E PEQUENO E SO CRESCE; CABE INTEIRO NA TABELA
       1100-CARREGAR-FUSOES.
           OPEN INPUT FUSOES.
           IF FUS-STATUS = ZEROS
               READ FUSOES
                   AT END
                       MOVE 10 TO FUS-STATUS
               END-READ
               PERFORM UNTIL FUS-STATUS NOT = 0
                   IF WRK-TOTAL-FUSOES < 2000
                       ADD 1 TO WRK-TOTAL-FUSOES
                       MOVE FUS-ORIGEM TO
                               WRK-FUS-ORIGEM (WRK-TOTAL-FUSOES)
                       MOVE FUS-DESTINO TO
                               WRK-FUS-DESTINO (WRK-TOTAL-FUSOES)
                   ELSE
                       SET FUSOES-TRUNCADAS TO TRUE
                   END-IF
                   READ FUSOES
                       AT END
                           MOVE 10 TO FUS-STATUS
                   END-READ
               END-PERFORM
               CLOSE FUSOES
           END-IF.
           MOVE ZEROS TO FUS-STATUS.

      *SO A INDICACAO PENDENTE E EXAMINADA; A CREDITADA E A
      *RECUSADA JA ESTAO FECHADAS
       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF IND-PENDENTE
               ADD 1 TO WRK-TOTAL-PENDENTES
               SET DECISAO-AGUARDAR TO TRUE
               MOVE SPACES TO WRK-MOTIVO
               PERFORM 2100-CONFERIR-INDICACAO
               IF DECISAO-AGUARDAR
                   PERFORM 2300-PROCURAR-PEDIDO
               END-IF
               EVALUATE TRUE
                   WHEN DECISAO-RECUSAR
                       PERFORM 2500-RECUSAR
                   WHEN DECISAO-CREDITAR
                       PERFORM 2600-CREDITAR
                   WHEN OTHER
                       ADD 1 TO WRK-TOTAL-AGUARDANDO
               END-EVALUATE
           END-IF.
           READ INDICACOES NEXT
               AT END
                   MOVE 10 TO IND-STATUS
           END-READ.

      *TRAVAS CONTRA AUTOINDICACAO (VIDE O CABECALHO); O INDICADOR
      *E LIDO POR ULTIMO E FICA NO BUFFER DO CADASTRO PARA O AVISO
       2100-CONFERIR-INDICACAO.
           MOVE IND-INDICADO TO WRK-RES-FONE.
           PERFORM 2900-RESOLVER-FONE.
           MOVE WRK-RES-FONE TO WRK-INDICADO-VALIDO.
           MOVE IND-INDICADOR TO WRK-RES-FONE.
           PERFORM 2900-RESOLVER-FONE.
           MOVE WRK-RES-FONE TO WRK-INDICADOR-VALIDO.
           IF WRK-INDICADO-VALIDO = WRK-INDICADOR-VALIDO
               SET DECISAO-RECUSAR TO TRUE
               MOVE 'TELEFONES FUNDIDOS' TO WRK-MOTIVO
           ELSE
               MOVE WRK-INDICADO-VALIDO TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       SET DECISAO-RECUSAR TO TRUE
                       MOVE 'INDICADO NAO EXISTE' TO WRK-MOTIVO
                   NOT INVALID KEY
                       PERFORM 2110-GUARDAR-INDICADO
               END-READ
           END-IF.
           IF DECISAO-AGUARDAR
               MOVE WRK-INDICADOR-VALIDO TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       SET DECISAO-RECUSAR TO TRUE
                       MOVE 'INDICADOR NAO EXISTE' TO WRK-MOTIVO
                   NOT INVALID KEY
                       PERFORM 2120-COMPARAR-INDICADOR
               END-READ
           END-IF.

       2110-GUARDAR-INDICADO.
           EVALUATE TRUE
               WHEN CLI-INATIVO
                   SET DECISAO-RECUSAR TO TRUE
                   MOVE 'INDICADO INATIVO' TO WRK-MOTIVO
               WHEN WRK-INDICADO-VALIDO NOT = IND-INDICADO
                       AND CLIENTES-DATA-INCLUSAO < IND-DATA
                   SET DECISAO-RECUSAR TO TRUE
                   MOVE 'INDICADO JA ERA CLI.' TO WRK-MOTIVO
               WHEN OTHER
                   MOVE CLIENTES-DOC-NUM TO WRK-INDICADO-DOC
                   MOVE CLIENTES-END-LOGRADOURO TO
                           WRK-INDICADO-LOGRADOURO
                   MOVE CLIENTES-END-NUMERO TO WRK-INDICADO-NUMERO
                   MOVE CLIENTES-END-CEP TO WRK-INDICADO-CEP
                   MOVE CLIENTES-DATA-INCLUSAO TO
                           WRK-INDICADO-INCLUSAO
           END-EVALUATE.

       2120-COMPARAR-INDICADOR.
           EVALUATE TRUE
               WHEN CLI-INATIVO
                   SET DECISAO-RECUSAR TO TRUE
                   MOVE 'INDICADOR INATIVO' TO WRK-MOTIVO
               WHEN CLIENTES-DOC-NUM NOT = ZEROS
                       AND CLIENTES-DOC-NUM = WRK-INDICADO-DOC
                   SET DECISAO-RECUSAR TO TRUE
                   MOVE 'MESMO CPF/CNPJ' TO WRK-MOTIVO
               WHEN CLIENTES-END-LOGRADOURO NOT = SPACES
                       AND CLIENTES-END-LOGRADOURO =
                           WRK-INDICADO-LOGRADOURO
                       AND CLIENTES-END-NUMERO = WRK-INDICADO-NUMERO
                       AND CLIENTES-END-CEP = WRK-INDICADO-CEP
                   SET DECISAO-RECUSAR TO TRUE
                   MOVE 'MESMO ENDERECO' TO WRK-MOTIVO
           END-EVALUATE.

      *PRIMEIRO PEDIDO PAGO DO INDICADO (NA ORDEM DA NUMERACAO),
      *FEITO A PARTIR DA INDICACAO, QUE CHEGA AO VALOR MINIMO; OS
      *PEDIDOS TRANSPORTADOS PELA FUSAO ESTAO NO TELEFONE VALIDO
       2300-PROCURAR-PEDIDO.
           MOVE ZEROS TO WRK-PED-ACHADO.
           MOVE ZEROS TO WRK-PED-VALOR.
           MOVE ZEROS TO WRK-PED-DATA.
           MOVE WRK-INDICADO-VALIDO TO PEDIDOS-FONE.
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
           PERFORM UNTIL PEDIDOS-STATUS NOT = 0
                   OR PEDIDOS-FONE NOT = WRK-INDICADO-VALIDO
                   OR DECISAO-CREDITAR
               IF PED-PAGO AND PEDIDOS-DATA NOT < IND-DATA
                       AND PEDIDOS-VALOR NOT < WRK-IND-MINIMO
                   SET DECISAO-CREDITAR TO TRUE
                   MOVE PEDIDOS-NUMERO TO WRK-PED-ACHADO
                   MOVE PEDIDOS-VALOR TO WRK-PED-VALOR
                   MOVE PEDIDOS-DATA TO WRK-PED-DATA
               ELSE
                   READ PEDIDOS NEXT
                       AT END
                           MOVE 10 TO PEDIDOS-STATUS
                   END-READ
               END-IF
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

       2500-RECUSAR.
           SET IND-RECUSADA TO TRUE.
           MOVE WRK-HOJE TO IND-DATA-SITUACAO.
           MOVE WRK-MOTIVO TO IND-MOTIVO.
           REWRITE IND-REG
               INVALID KEY
                   DISPLAY 'INDCLI: FALHA AO FECHAR A INDICACAO DO '
                           'CLIENTE ' IND-INDICADO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-RECUSADAS
                   PERFORM 2800-LINHA-RELATORIO
           END-REWRITE.

      *DEPOSITO NA CONTA DE CREDITOS DO INDICADOR (O CADASTRO DELE
      *ESTA NO BUFFER), COM AUDITORIA E AVISO; A INDICACAO SO
      *FECHA SE O DEPOSITO FOI GRAVADO
       2600-CREDITAR.
           PERFORM 2610-ULTIMA-SEQ-CREDITO.
           MOVE CLIENTES-FONE TO CRC-FONE.
           COMPUTE CRC-SEQ = WRK-CRC-SEQ-PROX + 1.
           MOVE WRK-HOJE TO CRC-DATA.
           SET CRC-DEPOSITO TO TRUE.
           MOVE WRK-IND-CREDITO TO CRC-VALOR.
           MOVE 'INDCLI' TO CRC-OPERADOR.
           MOVE SPACES TO CRC-MOTIVO.
           STRING 'INDICACAO ' IND-INDICADO
               DELIMITED BY SIZE INTO CRC-MOTIVO.
           WRITE CRC-REG
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-AGUARDANDO
                   DISPLAY 'INDCLI: FALHA AO GRAVAR O CREDITO DO '
                           'CLIENTE ' CLIENTES-FONE
               NOT INVALID KEY
                   ADD WRK-IND-CREDITO TO WRK-TOTAL-VALOR
                   PERFORM 2620-AUDITAR
                   PERFORM 2630-ENFILEIRAR-AVISO
                   PERFORM 2640-FECHAR-CREDITADA
           END-WRITE.

       2610-ULTIMA-SEQ-CREDITO.
           MOVE ZEROS TO WRK-CRC-SEQ-PROX.
           MOVE CLIENTES-FONE TO CRC-FONE.
           MOVE ZEROS TO CRC-SEQ.
           START CREDITOS KEY IS NOT LESS THAN CRC-CHAVE
               INVALID KEY
                   MOVE 10 TO CRC-STATUS
           END-START.
           IF CRC-STATUS NOT = 10
               READ CREDITOS NEXT
                   AT END
                       MOVE 10 TO CRC-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL CRC-STATUS NOT = 0
                   OR CRC-FONE NOT = CLIENTES-FONE
               MOVE CRC-SEQ TO WRK-CRC-SEQ-PROX
               READ CREDITOS NEXT
                   AT END
                       MOVE 10 TO CRC-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO CRC-STATUS.

      *AUDITORIA DO DEPOSITO COMO A DA TELA DE CREDITOS, COM O
      *INDICADO NOS CAMPOS DE TEXTO E O PEDIDO QUE GEROU O CREDITO
       2620-AUDITAR.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'CRED-DEP' TO AUDIT-ACAO.
           MOVE 'INDCLI' TO AUDIT-OPERADOR.
           MOVE CLIENTES-FONE TO AUDIT-CHAVE.
           MOVE CLIENTES-NOME TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           STRING 'INDICACAO DO CLIENTE ' WRK-INDICADO-VALIDO
               DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES.
           MOVE CRC-MOTIVO TO AUDIT-EMAIL-DEPOIS.
           MOVE WRK-PED-ACHADO TO AUDIT-PEDIDO.
           MOVE WRK-IND-CREDITO TO AUDIT-VALOR.
           PERFORM 9450-GRAVAR-ENCADEADO.

       2630-ENFILEIRAR-AVISO.
           MOVE CLIENTES-FONE TO NOTIF-FONE.
           MOVE CLIENTES-NOME TO NOTIF-NOME.
           MOVE SPACES TO NOTIF-STATUS-ANTES.
           MOVE 'B' TO NOTIF-STATUS-DEPOIS.
           MOVE WRK-HOJE TO NOTIF-DATA.
           MOVE CLIENTES-PREF-CONTATO TO NOTIF-CANAL.
           MOVE CLIENTES-EMAIL TO NOTIF-EMAIL.
           MOVE CLIENTES-FONE-CEL TO NOTIF-CELULAR.
           WRITE NOTIF-REG.

       2640-FECHAR-CREDITADA.
           SET IND-CREDITADA TO TRUE.
           MOVE WRK-HOJE TO IND-DATA-SITUACAO.
           MOVE WRK-PED-ACHADO TO IND-PEDIDO.
           MOVE WRK-PED-VALOR TO IND-VALOR-PEDIDO.
           MOVE WRK-IND-CREDITO TO IND-CREDITO.
           MOVE CLIENTES-FONE TO IND-FAVORECIDO.
           MOVE SPACES TO IND-MOTIVO.
           REWRITE IND-REG
               INVALID KEY
                   DISPLAY 'INDCLI: CREDITO GRAVADO MAS A INDICACAO '
                           'DO CLIENTE ' IND-INDICADO ' NAO FECHOU'
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD 1 TO WRK-TOTAL-CREDITADAS.
           PERFORM 2800-LINHA-RELATORIO.

       2800-LINHA-RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING IND-INDICADO ' ' IND-INDICADOR ' '
               DELIMITED BY SIZE INTO REL-LINHA.
           IF IND-CREDITADA
               MOVE IND-FAVORECIDO TO REL-LINHA (21:9)
               MOVE IND-PEDIDO TO REL-LINHA (32:6)
               MOVE IND-VALOR-PEDIDO TO WRK-ED-VALOR
               MOVE WRK-ED-VALOR TO REL-LINHA (39:10)
               MOVE IND-CREDITO TO WRK-ED-CREDITO
               MOVE WRK-ED-CREDITO TO REL-LINHA (51:10)
               MOVE 'CREDITADA' TO REL-LINHA (62:9)
           ELSE
               MOVE 'RECUSADA' TO REL-LINHA (62:9)
               MOVE IND-MOTIVO TO REL-LINHA (72:20)
           END-IF.
           WRITE REL-LINHA.

      *SEGUE O TELEFONE PELO HISTORICO DE FUSOES ATE O CADASTRO
      *QUE FICOU VALIDO; A ULTIMA FUSAO DE UM MESMO TELEFONE E A
      *QUE VALE, E O NUMERO DE PASSOS E LIMITADO PARA UM HISTORICO
      *CIRCULAR NAO PRENDER O LOTE
       2900-RESOLVER-FONE.
           MOVE ZEROS TO WRK-RES-PASSOS.
           SET RES-ANDOU TO TRUE.
           PERFORM UNTIL RES-PAROU
                   OR WRK-RES-PASSOS > WRK-TOTAL-FUSOES
               SET RES-PAROU TO TRUE
               ADD 1 TO WRK-RES-PASSOS
               PERFORM VARYING WRK-FUS-IDX FROM 1 BY 1
                       UNTIL WRK-FUS-IDX > WRK-TOTAL-FUSOES
                   IF WRK-FUS-ORIGEM (WRK-FUS-IDX) = WRK-RES-FONE
                       MOVE WRK-FUS-DESTINO (WRK-FUS-IDX) TO
                               WRK-RES-PROXIMO
                       SET RES-ANDOU TO TRUE
                   END-IF
               END-PERFORM
               IF RES-ANDOU
                   MOVE WRK-RES-PROXIMO TO WRK-RES-FONE
               END-IF
           END-PERFORM.

       3000-FINALIZAR.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-VALOR TO WRK-ED-TOTAL.
           MOVE SPACES TO REL-LINHA.
           STRING 'PENDENTES EXAMINADAS ' WRK-TOTAL-PENDENTES
                   ' CREDITADAS ' WRK-TOTAL-CREDITADAS
                   ' RECUSADAS ' WRK-TOTAL-RECUSADAS
                   ' AINDA PENDENTES ' WRK-TOTAL-AGUARDANDO
                   ' CREDITO DADO ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF FUSOES-TRUNCADAS
               MOVE '*** FUSOES.DAT ACIMA DA CAPACIDADE DA TABELA - '
                       TO REL-LINHA
               MOVE 'SO AS 2000 PRIMEIRAS FUSOES FORAM SEGUIDAS ***'
                       TO REL-LINHA (49:46)
               WRITE REL-LINHA
           END-IF.
           CLOSE INDCLI-REPORT.
           IF INDICA-ABERTO
               CLOSE INDICACOES
           END-IF.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE CREDITOS.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE NOTIFICACOES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'INDICACAO DE CLIENTES - TOTAIS'.
           DISPLAY 'INDICACOES LIDAS...: ' WRK-TOTAL-LIDOS.
           DISPLAY 'PENDENTES..........: ' WRK-TOTAL-PENDENTES.
           DISPLAY 'CREDITADAS.........: ' WRK-TOTAL-CREDITADAS.
           DISPLAY 'RECUSADAS..........: ' WRK-TOTAL-RECUSADAS.
           DISPLAY 'AINDA PENDENTES....: ' WRK-TOTAL-AGUARDANDO.
           DISPLAY 'CREDITO DADO.......: ' WRK-ED-TOTAL.
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
           MOVE 'INDCLI' TO JOB-NOME.
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
           COMPUTE JOB-GRAVADOS = WRK-TOTAL-CREDITADAS
                   + WRK-TOTAL-RECUSADAS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM INDCLI.
