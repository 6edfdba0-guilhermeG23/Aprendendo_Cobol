       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXRET.
      **********************************
      *OBJ: BAIXA DAS COBRANCAS PIX PELA NOTIFICACAO DO BANCO
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LE O ARQUIVO DE NOTIFICACOES DE PAGAMENTO DO BANCO
      *(PIXNOT.TXT, LARGURA FIXA: IDENTIFICADOR DA COBRANCA,
      *DATA, VALOR PAGO E IDENTIFICADOR FIM A FIM DA TRANSACAO) E
      *LOCALIZA A COBRANCA PELO IDENTIFICADOR GERADO NO PIXREM
      *(TELEFONE+PEDIDO+PARCELA) - SEM BATIMENTO POR APROXIMACAO:
      *NOTIFICACAO SEM COBRANCA CONHECIDA SO VAI PARA O RELATORIO
      *COBRANCA ACHADA: GRAVA O RECEBIMENTO (FORMA PIX) NA PARCELA
      *DO IDENTIFICADOR COM LINHA DE AUDITORIA, BAIXA A PARCELA,
      *AVANCA O PEDIDO TOTALMENTE RECEBIDO PARA PAGO (COM A
      *PESQUISA DE SATISFACAO, COMO NO BOLRET) E MARCA A COBRANCA
      *PAGA EM PIXEMIT.DAT
      *A COBRANCA JA PAGA NAO RECEBE SEGUNDA BAIXA: O BANCO PODE
      *REPETIR A NOTIFICACAO E O LOTE PODE SER RELANCADO DEPOIS DE
      *UMA QUEDA SEM GRAVAR O MESMO RECEBIMENTO DUAS VEZES
      *O RELATORIO SAI EM PIXRET.RPT E O ARQUIVO DE NOTIFICACOES
      *PROCESSADO E REINICIADO VAZIO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICACOES-PIX ASSIGN TO 'PIXNOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIXNOT-STATUS.
      *CADASTRO, SO LEITURA: O NOME E O CANAL DE CONTATO DO
      *CLIENTE VAO NA PESQUISA DE SATISFACAO DO PEDIDO QUITADO
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
      *FILA DE NOTIFICACOES DO CADASTRO ONLINE: O PEDIDO QUE
      *CHEGA A PAGO PELO PIX TAMBEM DISPARA A PESQUISA DE
      *SATISFACAO (CODIGO Q), COMO NO BALCAO
           SELECT NOTIFICACOES ASSIGN TO 'NOTIFIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-STATUS.
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
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS PARC-STATUS.
           SELECT PIX-EMITIDOS ASSIGN TO 'PIXEMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               FILE STATUS IS PIX-STATUS.
      *TRILHA DE AUDITORIA: TODO RECEBIMENTO GRAVADO EM LOTE
      *TAMBEM DEIXA RASTRO, COMO OS PEDIDOS DO IMPPED
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
           SELECT PIXRET-REPORT ASSIGN TO 'PIXRET.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

      *PONTOS DE FIDELIDADE: O PEDIDO QUITADO AQUI RENDE PONTOS
      *COMO O QUITADO NO BALCAO; O BONUS DA CLASSE VEM DO FINCFG
           SELECT PONTOS ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS PTS-STATUS.
           SELECT FIN-CONFIG ASSIGN TO 'FINCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINCFG-STATUS.
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
      *UMA NOTIFICACAO DE PAGAMENTO POR LINHA; O IDENTIFICADOR E
      *O MESMO QUE FOI NO REGISTRO DA COBRANCA (PIXREM.TXT)
       FD NOTIFICACOES-PIX.
       01 PIXN-REG.
           05 PIXN-IDENT.
               10 PIXN-FONE PIC 9(09).
               10 PIXN-PEDIDO PIC 9(06).
               10 PIXN-PARCELA PIC 9(03).
           05 PIXN-DATA-PAGTO PIC 9(08).
           05 PIXN-VALOR PIC 9(07)V99.
           05 PIXN-E2E PIC X(32).

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
           05 CLIENTES-CLASSE PIC X(01).
           05 CLIENTES-END-INVALIDO PIC X(01).
               88 END-DEVOLVIDO VALUE 'S'.
           05 CLIENTES-FILIAL PIC 9(02).

      *MESMO LAYOUT DA FILA GRAVADA PELO CADASTRO ONLINE; O
      *CODIGO Q NA SITUACAO NOVA E A PESQUISA DE SATISFACAO
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
               88 RECEB-DINHEIRO VALUE 'D' ' '.
               88 RECEB-PIX VALUE 'P'.
               88 RECEB-DEBITO VALUE 'B'.
               88 RECEB-CREDITO VALUE 'C'.
               88 RECEB-BOLETO VALUE 'L'.
               88 RECEB-NOTA-CRED VALUE 'N'.
      *NUMERO DO RECIBO IMPRESSO NO BALCAO; ZERO NOS RECEBIMENTOS
      *ANTIGOS E NOS GRAVADOS PELOS LOTES
           05 RECEB-RECIBO PIC 9(06).
      *MULTA E JUROS DE ATRASO COBRADOS JUNTO COM ESTE
      *RECEBIMENTO; O VALOR PRINCIPAL (QUE ABATE O PEDIDO) SEGUE
      *EM RECEB-VALOR, OS ENCARGOS FICAM SEPARADOS
           05 RECEB-MULTA PIC 9(05)V99.
           05 RECEB-JUROS PIC 9(05)V99.

      *MESMO LAYOUT DA AGENDA DE PARCELAS DO CADASTRO ONLINE
       FD PARCELAS.
       01 PARC-REG.
           05 PARC-CHAVE.
               10 PARC-FONE PIC 9(09).
               10 PARC-PEDIDO PIC 9(06).
               10 PARC-PARCELA PIC 9(03).
           05 PARC-VENCIMENTO PIC 9(08).
           05 PARC-VALOR PIC 9(07)V99.
           05 PARC-RECEBIDO PIC 9(07)V99.
           05 PARC-SITUACAO PIC X(01).
               88 PARC-ABERTA VALUE 'A'.
               88 PARC-QUITADA VALUE 'Q'.
               88 PARC-RENEGOCIADA VALUE 'N'.

      *MESMO LAYOUT DO REGISTRO DE COBRANCAS PIX DO PIXREM
       FD PIX-EMITIDOS.
       01 PIX-REG.
           05 PIX-CHAVE.
               10 PIX-FONE PIC 9(09).
               10 PIX-PEDIDO PIC 9(06).
               10 PIX-PARCELA PIC 9(03).
           05 PIX-GERACAO PIC 9(06).
           05 PIX-VENCIMENTO PIC 9(08).
           05 PIX-VALOR PIC 9(07)V99.
           05 PIX-SITUACAO PIC X(01).
               88 PIX-EMITIDO VALUE 'E'.
               88 PIX-PAGO VALUE 'P'.
           05 PIX-DATA-PAGTO PIC 9(08).
           05 PIX-VALOR-PAGO PIC 9(07)V99.
           05 PIX-E2E PIC X(32).

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

       FD PIXRET-REPORT.
       01 REPORT-LINHA PIC X(120).

      *MESMO LAYOUT DOS PONTOS DE FIDELIDADE DO CADASTRO ONLINE
       FD PONTOS.
       01 PTS-REG.
           05 PTS-CHAVE.
               10 PTS-FONE PIC 9(09).
               10 PTS-SEQ PIC 9(04).
           05 PTS-TIPO PIC X(01).
               88 PTS-GANHO VALUE 'G'.
               88 PTS-RESGATE VALUE 'R'.
           05 PTS-DATA PIC 9(08).
           05 PTS-PEDIDO PIC 9(06).
           05 PTS-PONTOS PIC 9(07).
           05 PTS-USADOS PIC 9(07).
           05 PTS-ESTORNADOS PIC 9(07).
           05 PTS-VALIDADE PIC 9(08).
           05 PTS-VALOR PIC 9(07)V99.
           05 PTS-OPERADOR PIC X(09).

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
           05 FINCFG-CHQ-TARIFA PIC 9(05)V99.
           05 FINCFG-PTS-BONUS-A PIC 9(03).
           05 FINCFG-PTS-BONUS-B PIC 9(03).
           05 FINCFG-PTS-VALOR PIC 9(01)V99.

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
       77 PTS-STATUS PIC 9(02) VALUE ZEROS.
       77 FINCFG-STATUS PIC 9(02) VALUE ZEROS.
       77 PIXNOT-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 NOTIF-STATUS PIC 9(02) VALUE ZEROS.
       77 PIX-STATUS PIC 9(02) VALUE ZEROS.
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
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PAGOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REPETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-COBRANCA PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-PAGO PIC 9(11)V99 VALUE ZEROS.
      *SOMA DOS RECEBIMENTOS JA LANCADOS DO PEDIDO DA NOTIFICACAO
       77 WRK-PED-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ULT-RECEB-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.

      *FIDELIDADE: BONUS DA CLASSE (PADRAO DO CADASTRO ONLINE,
      *SOBRESCRITO PELO FINCFG), PONTOS DO PEDIDO, ULTIMA SEQUENCIA
      *DO CLIENTE E O TOTAL CREDITADO NO LOTE
       77 WRK-PTS-BONUS-A PIC 9(03) VALUE 50.
       77 WRK-PTS-BONUS-B PIC 9(03) VALUE 20.
       77 WRK-PTS-CALC PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-SEQ-PROX PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-PONTOS PIC 9(09) VALUE ZEROS.
       01 WRK-PTS-ACHADO PIC X(01) VALUE 'N'.
           88 PTS-GANHO-ACHADO VALUE 'S'.
           88 PTS-GANHO-AUSENTE VALUE 'N'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR UNTIL PIXNOT-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES.
           OPEN EXTEND NOTIFICACOES.
           IF NOTIF-STATUS = 35 THEN
               OPEN OUTPUT NOTIFICACOES
               CLOSE NOTIFICACOES
               OPEN EXTEND NOTIFICACOES
           END-IF.
           OPEN I-O PEDIDOS.
           OPEN I-O RECEBIMENTOS.
           IF RECEB-STATUS = 35 THEN
               OPEN OUTPUT RECEBIMENTOS
               CLOSE RECEBIMENTOS
               OPEN I-O RECEBIMENTOS
           END-IF.
           OPEN I-O PARCELAS.
           IF PARC-STATUS = 35 THEN
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
           END-IF.
           OPEN I-O PIX-EMITIDOS.
           IF PIX-STATUS = 35 THEN
               OPEN OUTPUT PIX-EMITIDOS
               CLOSE PIX-EMITIDOS
               OPEN I-O PIX-EMITIDOS
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
           OPEN I-O PONTOS.
           IF PTS-STATUS = 35 THEN
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
           OPEN INPUT FIN-CONFIG.
           IF FINCFG-STATUS = ZEROS
               READ FIN-CONFIG
                   NOT AT END
                       IF FINCFG-PTS-BONUS-A NUMERIC
                           MOVE FINCFG-PTS-BONUS-A TO WRK-PTS-BONUS-A
                       END-IF
                       IF FINCFG-PTS-BONUS-B NUMERIC
                           MOVE FINCFG-PTS-BONUS-B TO WRK-PTS-BONUS-B
                       END-IF
               END-READ
               CLOSE FIN-CONFIG
           END-IF.
           MOVE ZEROS TO FINCFG-STATUS.
           OPEN OUTPUT PIXRET-REPORT.
           MOVE 'NOTIFICACOES DE PAGAMENTO PIX' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           OPEN INPUT NOTIFICACOES-PIX.
           IF PIXNOT-STATUS NOT = ZEROS
               MOVE 10 TO PIXNOT-STATUS
           ELSE
               READ NOTIFICACOES-PIX
                   AT END
                       MOVE 10 TO PIXNOT-STATUS
               END-READ
           END-IF.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM 2100-TRATAR-NOTIFICACAO.
           READ NOTIFICACOES-PIX
               AT END
                   MOVE 10 TO PIXNOT-STATUS
           END-READ.

      *A COBRANCA E ACHADA SO PELO IDENTIFICADOR; SEM COBRANCA
      *(OU SEM O PEDIDO DELA) A NOTIFICACAO VAI PARA O RELATORIO
       2100-TRATAR-NOTIFICACAO.
           MOVE PIXN-IDENT TO PIX-CHAVE.
           READ PIX-EMITIDOS
               INVALID KEY
                   PERFORM 2150-SEM-COBRANCA
               NOT INVALID KEY
                   IF PIX-PAGO
                       PERFORM 2160-JA-PAGA
                   ELSE
                       MOVE PIX-FONE TO PEDIDOS-FONE
                       MOVE PIX-PEDIDO TO PEDIDOS-NUMERO
                       READ PEDIDOS
                           INVALID KEY
                               PERFORM 2150-SEM-COBRANCA
                           NOT INVALID KEY
                               PERFORM 2200-BAIXAR-PAGO
                       END-READ
                   END-IF
           END-READ.

       2150-SEM-COBRANCA.
           ADD 1 TO WRK-TOTAL-SEM-COBRANCA.
           MOVE PIXN-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PIX SEM COBRANCA: ' PIXN-IDENT
                   ' EM ' PIXN-DATA-PAGTO
                   ' VALOR ' WRK-ED-VALOR
                   ' E2E ' PIXN-E2E
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       2160-JA-PAGA.
           ADD 1 TO WRK-TOTAL-REPETIDOS.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'COBRANCA JA BAIXADA EM ' PIX-DATA-PAGTO ': '
                   PIXN-IDENT ' E2E ' PIXN-E2E
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *COBRANCA PAGA: GRAVA O RECEBIMENTO NA PARCELA DO
      *IDENTIFICADOR, BAIXA A PARCELA, AVANCA O PEDIDO PARA PAGO
      *SE FICOU TOTALMENTE RECEBIDO (MESMA TRANSICAO F->P DO 8535
      *DA TELA) E MARCA A COBRANCA PAGA NO REGISTRO
       2200-BAIXAR-PAGO.
           PERFORM 2250-SOMAR-RECEBIMENTOS.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           COMPUTE RECEB-SEQ = WRK-ULT-RECEB-SEQ + 1.
           MOVE PIXN-DATA-PAGTO TO RECEB-DATA.
           MOVE PIXN-VALOR TO RECEB-VALOR.
           MOVE PIX-PARCELA TO RECEB-PARCELA.
           MOVE 'P' TO RECEB-FORMA.
           MOVE ZEROS TO RECEB-RECIBO.
           MOVE ZEROS TO RECEB-MULTA.
           MOVE ZEROS TO RECEB-JUROS.
           WRITE RECEB-REG
               INVALID KEY
                   PERFORM 2280-FALHA-RECEBIMENTO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-PAGOS
                   ADD PIXN-VALOR TO WRK-VALOR-PAGO
                   PERFORM 2950-GRAVAR-AUDITORIA
                   PERFORM 2300-BAIXAR-PARCELA
                   ADD PIXN-VALOR TO WRK-PED-RECEBIDO
                   IF WRK-PED-RECEBIDO NOT < PEDIDOS-VALOR
                           AND PED-FATURADO
                       SET PED-PAGO TO TRUE
                       REWRITE PEDIDOS-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 2270-ENFILEIRAR-PESQUISA
                               PERFORM 2290-CREDITAR-PONTOS
                       END-REWRITE
                   END-IF
                   PERFORM 2600-MARCAR-PAGA
           END-WRITE.

       2250-SOMAR-RECEBIMENTOS.
           MOVE ZEROS TO WRK-PED-RECEBIDO.
           MOVE ZEROS TO WRK-ULT-RECEB-SEQ.
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
               ADD RECEB-VALOR TO WRK-PED-RECEBIDO
               MOVE RECEB-SEQ TO WRK-ULT-RECEB-SEQ
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RECEB-STATUS.

      *PEDIDO QUITADO PELO PIX DISPARA A MESMA PESQUISA DE
      *SATISFACAO DO BALCAO, PELO CANAL PREFERIDO DO CADASTRO
       2270-ENFILEIRAR-PESQUISA.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTES-FONE TO NOTIF-FONE
                   MOVE CLIENTES-NOME TO NOTIF-NOME
                   MOVE SPACES TO NOTIF-STATUS-ANTES
                   MOVE 'Q' TO NOTIF-STATUS-DEPOIS
                   ACCEPT NOTIF-DATA FROM DATE YYYYMMDD
                   MOVE CLIENTES-PREF-CONTATO TO NOTIF-CANAL
                   MOVE CLIENTES-EMAIL TO NOTIF-EMAIL
                   MOVE CLIENTES-FONE-CEL TO NOTIF-CELULAR
                   WRITE NOTIF-REG
           END-READ.

      *PEDIDO QUITADO RENDE UM PONTO POR REAL DO SEU VALOR, COM
      *O BONUS DA CLASSE DO CLIENTE, NA MESMA REGRA DO BALCAO; UM
      *PEDIDO SO RENDE PONTOS UMA VEZ
       2290-CREDITAR-PONTOS.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-CLASSE
           END-READ.
           PERFORM 2292-ACHAR-GANHO-PEDIDO.
           IF PTS-GANHO-AUSENTE
               EVALUATE CLIENTES-CLASSE
                   WHEN 'A'
                       COMPUTE WRK-PTS-CALC = PEDIDOS-VALOR
                               * (100 + WRK-PTS-BONUS-A) / 100
                   WHEN 'B'
                       COMPUTE WRK-PTS-CALC = PEDIDOS-VALOR
                               * (100 + WRK-PTS-BONUS-B) / 100
                   WHEN OTHER
                       COMPUTE WRK-PTS-CALC = PEDIDOS-VALOR
               END-EVALUATE
               IF WRK-PTS-CALC > ZEROS
                   PERFORM 2294-GRAVAR-GANHO
               END-IF
           END-IF.

       2292-ACHAR-GANHO-PEDIDO.
           SET PTS-GANHO-AUSENTE TO TRUE.
           MOVE ZEROS TO WRK-PTS-SEQ-PROX.
           MOVE PEDIDOS-FONE TO PTS-FONE.
           MOVE ZEROS TO PTS-SEQ.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 10 TO PTS-STATUS
           END-START.
           IF PTS-STATUS NOT = 10
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PTS-STATUS NOT = 0
                   OR PTS-FONE NOT = PEDIDOS-FONE
               IF PTS-GANHO AND PTS-PEDIDO = PEDIDOS-NUMERO
                   SET PTS-GANHO-ACHADO TO TRUE
               END-IF
               MOVE PTS-SEQ TO WRK-PTS-SEQ-PROX
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PTS-STATUS.

      *VALIDADE DE 12 MESES: MESMO DIA DO ANO SEGUINTE
       2294-GRAVAR-GANHO.
           MOVE PEDIDOS-FONE TO PTS-FONE.
           COMPUTE PTS-SEQ = WRK-PTS-SEQ-PROX + 1.
           SET PTS-GANHO TO TRUE.
           ACCEPT PTS-DATA FROM DATE YYYYMMDD.
           MOVE PEDIDOS-NUMERO TO PTS-PEDIDO.
           MOVE WRK-PTS-CALC TO PTS-PONTOS.
           MOVE ZEROS TO PTS-USADOS.
           MOVE ZEROS TO PTS-ESTORNADOS.
           COMPUTE PTS-VALIDADE = PTS-DATA + 10000.
           MOVE ZEROS TO PTS-VALOR.
           MOVE 'PIXRET' TO PTS-OPERADOR.
           WRITE PTS-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD PTS-PONTOS TO WRK-TOTAL-PONTOS
                   ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
                   ACCEPT AUDIT-HORA FROM TIME
                   MOVE 'PTS-GANHO' TO AUDIT-ACAO
                   MOVE 'PIXRET' TO AUDIT-OPERADOR
                   MOVE PEDIDOS-FONE TO AUDIT-CHAVE
                   MOVE SPACES TO AUDIT-NOME
                   MOVE SPACES TO AUDIT-EMAIL-ANTES
                   MOVE SPACES TO AUDIT-EMAIL-DEPOIS
                   MOVE PEDIDOS-NUMERO TO AUDIT-PEDIDO
                   MOVE PTS-PONTOS TO AUDIT-VALOR
                   PERFORM 9450-GRAVAR-ENCADEADO
           END-WRITE.

       2280-FALHA-RECEBIMENTO.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'FALHA AO GRAVAR RECEBIMENTO: ' PIXN-IDENT
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *PARCELA 000 E O PEDIDO SEM AGENDA: NAO HA PARCELA A BAIXAR.
      *PARCELA QUE JA ESTAVA QUITADA (PAGA NO BALCAO DEPOIS DA
      *COBRANCA) RECEBE O VALOR MESMO ASSIM E VAI PARA O RELATORIO
      *PARA O FINANCEIRO DEVOLVER OU ALOCAR A SOBRA
       2300-BAIXAR-PARCELA.
           IF PIX-PARCELA NOT = ZEROS
               MOVE PIX-FONE TO PARC-FONE
               MOVE PIX-PEDIDO TO PARC-PEDIDO
               MOVE PIX-PARCELA TO PARC-PARCELA
               READ PARCELAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PARC-ABERTA
                           PERFORM 2350-PARCELA-JA-QUITADA
                       END-IF
                       ADD PIXN-VALOR TO PARC-RECEBIDO
                       IF PARC-RECEBIDO NOT < PARC-VALOR
                               AND PARC-ABERTA
                           SET PARC-QUITADA TO TRUE
                       END-IF
                       REWRITE PARC-REG
                       END-REWRITE
               END-READ
           END-IF.

       2350-PARCELA-JA-QUITADA.
           MOVE PIXN-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PARCELA JA QUITADA, CONFERIR: ' PIXN-IDENT
                   ' VALOR ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       2600-MARCAR-PAGA.
           SET PIX-PAGO TO TRUE.
           MOVE PIXN-DATA-PAGTO TO PIX-DATA-PAGTO.
           MOVE PIXN-VALOR TO PIX-VALOR-PAGO.
           MOVE PIXN-E2E TO PIX-E2E.
           REWRITE PIX-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE PIXN-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PIX BAIXADO: ' PIXN-IDENT
                   ' EM ' PIXN-DATA-PAGTO
                   ' VALOR ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       2950-GRAVAR-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'RECEBIMENT' TO AUDIT-ACAO.
           MOVE 'PIXRET' TO AUDIT-OPERADOR.
           MOVE RECEB-FONE TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE RECEB-PEDIDO TO AUDIT-PEDIDO.
           MOVE RECEB-VALOR TO AUDIT-VALOR.
           PERFORM 9450-GRAVAR-ENCADEADO.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-VALOR-PAGO TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'NOTIFICACOES ' WRK-TOTAL-LIDOS
                   ' BAIXADAS ' WRK-TOTAL-PAGOS
                   ' REPETIDAS ' WRK-TOTAL-REPETIDOS
                   ' SEM COBRANCA ' WRK-TOTAL-SEM-COBRANCA
                   ' VALOR BAIXADO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE PIXRET-REPORT.
           CLOSE NOTIFICACOES-PIX.
      *NOTIFICACOES PROCESSADAS, ARQUIVO REINICIADO VAZIO
           OPEN OUTPUT NOTIFICACOES-PIX.
           CLOSE NOTIFICACOES-PIX.
           CLOSE PEDIDOS.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE PIX-EMITIDOS.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE PONTOS.
           CLOSE CLIENTES.
           CLOSE NOTIFICACOES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'NOTIFICACOES PIX - TOTAIS'.
           DISPLAY 'NOTIFICACOES LIDAS.: ' WRK-TOTAL-LIDOS.
           DISPLAY 'BAIXADAS...........: ' WRK-TOTAL-PAGOS.
           DISPLAY 'JA BAIXADAS........: ' WRK-TOTAL-REPETIDOS.
           DISPLAY 'SEM COBRANCA.......: ' WRK-TOTAL-SEM-COBRANCA.
           DISPLAY 'PONTOS CREDITADOS..: ' WRK-TOTAL-PONTOS.
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
           MOVE 'PIXRET' TO JOB-NOME.
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
           MOVE WRK-TOTAL-PAGOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM PIXRET.
