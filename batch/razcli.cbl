       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZCLI.
      **********************************
      *OBJ: RAZAO AUXILIAR DE CLIENTES DO MES, COM SALDO DE
      *ABERTURA E DE FECHAMENTO POR CLIENTE
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *SEGUE AS MESMAS REGRAS DO CONTEXP PARA A CONTA 1120000
      *CLIENTES A RECEBER, PARA O RAZAO FECHAR COM O CONTABIL:
      *  DEBITOS: PEDIDOS DO MES (FORA ESTORNOS; O CANCELADO
      *        ENTRA E O ESTORNO DELE SAI NOS CREDITOS) E CHEQUES
      *        DEVOLVIDOS NO MES COM RECEBIMENTO DE MES ANTERIOR
      *  CREDITOS: ESTORNOS, RECEBIMENTOS, NOTAS DE CREDITO DA
      *        DEVOLUCAO E APLICACOES DE CREDITO DO CLIENTE (AS
      *        DUAS SAO RECEBIMENTO FORMA N; A APLICACAO E A QUE
      *        TEM O MOVIMENTO A NA CONTA DE CREDITOS NO MESMO DIA
      *        E VALOR) E BAIXAS POR PERDA
      *  O RECEBIMENTO OU CHEQUE DEVOLVIDO DE PEDIDO JA BAIXADO
      *  POR PERDA, DA DATA DA BAIXA EM DIANTE, E RECUPERACAO DE
      *  PERDAS E NAO PASSA PELO RAZAO
      *O SALDO INICIAL E O FINAL DO MES ANTERIOR GRAVADO EM
      *SALDOCLI.DAT; CLIENTE SEM O MES ANTERIOR NO HISTORICO (PRI-
      *MEIRA EXECUCAO) TEM A ABERTURA RECALCULADA PELOS MOVIMENTOS
      *ANTERIORES AO MES. QUANDO OS DOIS EXISTEM E DIVERGEM, HOUVE
      *MOVIMENTO RETROATIVO EM MES JA FECHADO, E O CLIENTE SAI EM
      *DESTAQUE
      *GRAVA O MES DE CADA CLIENTE EM SALDOCLI.DAT (CLIENTE + MES:
      *SALDO INICIAL, DEBITOS, CREDITOS E SALDO FINAL) E O RAZAO
      *EM RAZCLI.TXT, CLIENTE A CLIENTE, COM O RESUMO NO FIM
      *CONFRONTADO COM A LINHA DE TOTAIS DA CONTA 1120000 DO
      *CONTABIL.TXT; DIVERGENCIA SAI EM DESTAQUE
      *O MES DE REFERENCIA E O MES DA DATA DE EXECUCAO; O LOTE E
      *DISPARADO NO FECHAMENTO, DEPOIS DO CONTEXP. REEXECUTAR NO
      *MESMO MES REGRAVA O MES NO HISTORICO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS RECEB-STATUS.
      *CUSTODIA DOS CHEQUES, PARA OS DEVOLVIDOS
           SELECT CHEQUES ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS CHQ-STATUS.
      *PEDIDOS BAIXADOS POR PERDA (VIDE FILA AQ DO CADASTRO)
           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CHAVE
               FILE STATUS IS PRD-STATUS.
      *CONTA DE CREDITOS DO CLIENTE, PARA AS APLICACOES
           SELECT CREDITOS ASSIGN TO 'CREDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRC-CHAVE
               FILE STATUS IS CRC-STATUS.
      *HISTORICO DE SALDOS MENSAIS POR CLIENTE
           SELECT SALDOS ASSIGN TO 'SALDOCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS SLD-STATUS.
      *EXPORTACAO CONTABIL DO MES, GERADA PELO CONTEXP
           SELECT CONTABIL ASSIGN TO 'CONTABIL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTABIL-STATUS.
           SELECT ORDENA-MOVIMENTOS ASSIGN TO 'ORDRAZ.TMP'.
           SELECT RAZAO ASSIGN TO 'RAZCLI.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAZAO-STATUS.

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
               88 PREF-EMAIL VALUE 'E'.
               88 PREF-SMS VALUE 'S'.
               88 PREF-TELEFONE VALUE 'T'.
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

      *MESMO LAYOUT DO ARQUIVO DE PEDIDOS DO CADASTRO ONLINE
       FD PEDIDOS.
       01 PEDIDOS-REG.
           05 PEDIDOS-CHAVE.
               10 PEDIDOS-FONE PIC 9(09).
               10 PEDIDOS-NUMERO PIC 9(06).
           05 PEDIDOS-DATA PIC 9(08).
           05 PEDIDOS-VALOR PIC 9(07)V99.
           05 PEDIDOS-DESCRICAO PIC X(40).
      *O ESTORNO LEVA NA DESCRICAO O NUMERO DO PEDIDO ESTORNADO
           05 PED-DESC-ESTORNO REDEFINES PEDIDOS-DESCRICAO.
               10 FILLER PIC X(15).
               10 PED-ESTORNO-ORIGEM PIC X(06).
               10 FILLER PIC X(19).
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
               88 RECEB-VALE VALUE 'V'.
           05 RECEB-RECIBO PIC 9(06).
           05 RECEB-MULTA PIC 9(05)V99.
           05 RECEB-JUROS PIC 9(05)V99.

      *MESMO LAYOUT DA CUSTODIA DE CHEQUES DO CADASTRO ONLINE
       FD CHEQUES.
       01 CHQ-REG.
           05 CHQ-CHAVE.
               10 CHQ-FONE PIC 9(09).
               10 CHQ-PEDIDO PIC 9(06).
               10 CHQ-SEQ PIC 9(03).
           05 CHQ-BANCO PIC 9(03).
           05 CHQ-NUMERO PIC 9(06).
           05 CHQ-BOM-PARA PIC 9(08).
           05 CHQ-DATA-RECEB PIC 9(08).
           05 CHQ-VALOR PIC 9(07)V99.
           05 CHQ-MULTA PIC 9(05)V99.
           05 CHQ-JUROS PIC 9(05)V99.
           05 CHQ-SITUACAO PIC X(01).
               88 CHQ-CUSTODIA VALUE 'C'.
               88 CHQ-DEPOSITADO VALUE 'D'.
               88 CHQ-DEVOLVIDO VALUE 'V'.
           05 CHQ-DATA-SITUACAO PIC 9(08).
           05 CHQ-TARIFA PIC 9(05)V99.
           05 CHQ-PEDIDO-TARIFA PIC 9(06).

      *MESMO LAYOUT DAS BAIXAS POR PERDA DO CADASTRO ONLINE
       FD PERDAS.
       01 PRD-REG.
           05 PRD-CHAVE.
               10 PRD-FONE PIC 9(09).
               10 PRD-PEDIDO PIC 9(06).
           05 PRD-DATA PIC 9(08).
           05 PRD-VALOR PIC 9(07)V99.
           05 PRD-SOLICITANTE PIC X(09).
           05 PRD-APROVADOR PIC X(09).
           05 PRD-PENDENCIA PIC 9(06).

      *MESMO LAYOUT DA CONTA DE CREDITOS DO CADASTRO ONLINE
       FD CREDITOS.
       01 CRC-REG.
           05 CRC-CHAVE.
               10 CRC-FONE PIC 9(09).
               10 CRC-SEQ PIC 9(04).
           05 CRC-DATA PIC 9(08).
      *D=DEPOSITO (ADIANTAMENTO, SOBRA, DEVOLUCAO ALEM DO SALDO),
      *A=APLICACAO EM PEDIDO
           05 CRC-TIPO PIC X(01).
               88 CRC-DEPOSITO VALUE 'D'.
               88 CRC-APLICACAO VALUE 'A'.
           05 CRC-VALOR PIC 9(07)V99.
           05 CRC-OPERADOR PIC X(09).
           05 CRC-MOTIVO PIC X(20).

      *O MES DE UM CLIENTE NO RAZAO: SALDO INICIAL, DEBITOS E
      *CREDITOS POR NATUREZA E SALDO FINAL (SALDO NEGATIVO E
      *CLIENTE QUE PAGOU A MAIS)
       FD SALDOS.
       01 SLD-REG.
           05 SLD-CHAVE.
               10 SLD-FONE PIC 9(09).
               10 SLD-MES PIC 9(06).
           05 SLD-DATA-CALCULO PIC 9(08).
           05 SLD-INICIAL PIC S9(09)V99.
           05 SLD-DEBITOS.
               10 SLD-PEDIDOS PIC 9(09)V99.
               10 SLD-CHEQUES-DEV PIC 9(09)V99.
           05 SLD-CREDITOS.
               10 SLD-ESTORNOS PIC 9(09)V99.
               10 SLD-RECEBIMENTOS PIC 9(09)V99.
               10 SLD-NOTAS-CRED PIC 9(09)V99.
               10 SLD-APLIC-CRED PIC 9(09)V99.
               10 SLD-PERDAS PIC 9(09)V99.
           05 SLD-FINAL PIC S9(09)V99.

      *MESMAS LINHAS GRAVADAS PELO CONTEXP: HEADER, LANCAMENTO,
      *TOTAIS POR CONTA E TRAILER
       FD CONTABIL.
       01 CONTABIL-DETALHE.
           05 CTB-TIPO PIC X(03).
           05 CTB-DATA PIC 9(08).
           05 CTB-CONTA-DEBITO PIC 9(07).
           05 CTB-CONTA-CREDITO PIC 9(07).
           05 CTB-VALOR PIC 9(11)V99.
           05 CTB-HISTORICO PIC X(40).
       01 CONTABIL-HEADER.
           05 CTB-HDR-TIPO PIC X(03).
           05 CTB-HDR-DATA PIC 9(08).
           05 CTB-HDR-MES-REF PIC 9(06).
           05 CTB-HDR-GERACAO PIC 9(06).
       01 CONTABIL-TOTAL.
           05 CTB-TOT-TIPO PIC X(03).
           05 CTB-TOT-CONTA PIC 9(07).
           05 CTB-TOT-DEBITOS PIC 9(13)V99.
           05 CTB-TOT-CREDITOS PIC 9(13)V99.
       01 CONTABIL-TRAILER.
           05 CTB-TRL-TIPO PIC X(03).
           05 CTB-TRL-QTDE PIC 9(06).
           05 CTB-TRL-SOMA-VAL PIC 9(13)V99.

      *UM MOVIMENTO DA CONTA DO CLIENTE ATE O FIM DO MES; O SALDO
      *FINAL DO MES ANTERIOR ENTRA COMO MOVIMENTO DE DATA ZERO
       SD ORDENA-MOVIMENTOS.
       01 MOV-REG.
           05 MOV-FONE PIC 9(09).
           05 MOV-DATA PIC 9(08).
           05 MOV-TIPO PIC X(03).
               88 MOV-SALDO-ANTERIOR VALUE 'SAL'.
               88 MOV-PEDIDO VALUE 'PED'.
               88 MOV-CHEQUE-DEV VALUE 'CHQ'.
               88 MOV-ESTORNO VALUE 'EST'.
               88 MOV-RECEBIMENTO VALUE 'REC'.
               88 MOV-NOTA-CRED VALUE 'NCR'.
               88 MOV-APLICACAO VALUE 'APL'.
               88 MOV-PERDA VALUE 'PRD'.
               88 MOV-DEBITO VALUE 'PED' 'CHQ'.
               88 MOV-CREDITO VALUE 'EST' 'REC' 'NCR' 'PRD'.
           05 MOV-VALOR PIC S9(09)V99.
           05 MOV-DOCUMENTO PIC X(20).

       FD RAZAO.
       01 RAZ-LINHA PIC X(132).

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
       77 CHQ-STATUS PIC 9(02) VALUE ZEROS.
       77 PRD-STATUS PIC 9(02) VALUE ZEROS.
       77 CRC-STATUS PIC 9(02) VALUE ZEROS.
       77 SLD-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTABIL-STATUS PIC 9(02) VALUE ZEROS.
       77 RAZAO-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.
      *SEM PERDAS.DAT NA INSTALACAO NENHUM PEDIDO FOI BAIXADO
       01 WRK-PERDAS-SITUACAO PIC X(01) VALUE 'N'.
           88 PERDAS-ABERTO VALUE 'S'.
      *CONTA DO RAZAO NO PLANO DE CONTAS COMBINADO COM O CONTADOR
       77 CTA-CLIENTES PIC 9(07) VALUE 1120000.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-MOVIMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RETROATIVOS PIC 9(06) VALUE ZEROS.

      *MES DE REFERENCIA, SEU PRIMEIRO DIA E O MES ANTERIOR
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-MES-REF PIC 9(06).
           05 FILLER PIC 9(02).
       01 WRK-MES-REF-R REDEFINES WRK-HOJE.
           05 WRK-REF-ANO PIC 9(04).
           05 WRK-REF-MES PIC 9(02).
           05 FILLER PIC 9(02).
       77 WRK-INICIO-MES PIC 9(08) VALUE ZEROS.
       01 WRK-MES-ANT PIC 9(06) VALUE ZEROS.
       01 WRK-MES-ANT-R REDEFINES WRK-MES-ANT.
           05 WRK-ANT-ANO PIC 9(04).
           05 WRK-ANT-MES PIC 9(02).
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-MES-EXAME PIC 9(06).
           05 FILLER PIC 9(02).
      *DATA DO RECEBIMENTO DO CHEQUE DEVOLVIDO EM EXAME
       01 WRK-DATA-CHEQUE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CHEQUE-R REDEFINES WRK-DATA-CHEQUE.
           05 WRK-MES-CHEQUE PIC 9(06).
           05 FILLER PIC 9(02).

      *CONSULTA A BAIXA POR PERDA: PEDIDO E DATA DO MOVIMENTO
       77 WRK-PRD-FONE PIC 9(09) VALUE ZEROS.
       77 WRK-PRD-PEDIDO PIC 9(06) VALUE ZEROS.
       77 WRK-PRD-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-RECUPERACAO PIC X(01) VALUE 'N'.
           88 EH-RECUPERACAO VALUE 'S'.
           88 NAO-EH-RECUPERACAO VALUE 'N'.

      *CLIENTE CORRENTE NA SAIDA DA ORDENACAO
       77 WRK-FONE-GRUPO PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-HISTORICO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CLI-RECALCULADO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CLI-INICIAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CLI-SALDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CLI-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CLI-PEDIDOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-CHEQUES PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-ESTORNOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-RECEBIMENTOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-NOTAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-APLICACOES PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-PERDAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-DEBITOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-CREDITOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ABERTURA PIC X(01) VALUE 'R'.
           88 ABERTURA-HISTORICO VALUE 'H'.
           88 ABERTURA-RECALCULADA VALUE 'R'.
       77 WRK-CABECALHO PIC X(01) VALUE 'N'.
           88 CABECALHO-FEITO VALUE 'S'.
           88 CABECALHO-FALTA VALUE 'N'.
      *APLICACOES DE CREDITO DO DIA AINDA NAO CASADAS COM O
      *RECEBIMENTO FORMA N CORRESPONDENTE
       77 WRK-APL-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-APL-PENDENTE PIC 9(09)V99 VALUE ZEROS.
      *LINHA DO RAZAO EM MONTAGEM
       77 WRK-HISTORICO PIC X(22) VALUE SPACES.
       77 WRK-VALOR-DEBITO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-CREDITO PIC 9(09)V99 VALUE ZEROS.

      *TOTAIS DO RAZAO NO MES
       77 WRK-TOT-INICIAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PEDIDOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CHEQUES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESTORNOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECEBIMENTOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-NOTAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-APLICACOES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PERDAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-FINAL PIC S9(11)V99 VALUE ZEROS.

      *CONFRONTO COM A CONTA 1120000 DO CONTABIL.TXT
       77 WRK-CONTABIL PIC X(01) VALUE 'A'.
           88 CONTABIL-AUSENTE VALUE 'A'.
           88 CONTABIL-OUTRO-MES VALUE 'O'.
           88 CONTABIL-DO-MES VALUE 'M'.
       77 WRK-CTB-MES PIC 9(06) VALUE ZEROS.
       77 WRK-CTB-DEBITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CTB-CREDITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DIF-DEBITOS PIC S9(13)V99 VALUE ZEROS.
       77 WRK-DIF-CREDITOS PIC S9(13)V99 VALUE ZEROS.

      *CAMPOS DE EDICAO DAS LINHAS DO RAZAO
       77 WRK-ED-DEBITO PIC Z(08)9.99 BLANK WHEN ZERO.
       77 WRK-ED-CREDITO PIC Z(08)9.99 BLANK WHEN ZERO.
       77 WRK-ED-SALDO PIC -Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-SALDO-2 PIC -Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL PIC -Z(12)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL-2 PIC -Z(12)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL-3 PIC -Z(12)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-INICIO-MES = WRK-MES-REF * 100 + 1.
           IF WRK-REF-MES = 1
               COMPUTE WRK-ANT-ANO = WRK-REF-ANO - 1
               MOVE 12 TO WRK-ANT-MES
           ELSE
               MOVE WRK-REF-ANO TO WRK-ANT-ANO
               COMPUTE WRK-ANT-MES = WRK-REF-MES - 1
           END-IF.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT ORDENA-MOVIMENTOS
               ON ASCENDING KEY MOV-FONE
               ON ASCENDING KEY MOV-DATA
               ON ASCENDING KEY MOV-TIPO
               INPUT PROCEDURE 2000-CARREGAR-MOVIMENTOS
               OUTPUT PROCEDURE 3000-RAZAO-CLIENTES.
           PERFORM 4000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES.
           OPEN INPUT PERDAS.
           IF PRD-STATUS = ZEROS
               SET PERDAS-ABERTO TO TRUE
           END-IF.
           OPEN I-O SALDOS.
           IF SLD-STATUS = 35 THEN
               OPEN OUTPUT SALDOS
               CLOSE SALDOS
               OPEN I-O SALDOS
           END-IF.
           OPEN OUTPUT RAZAO.
           MOVE SPACES TO RAZ-LINHA.
           STRING 'RAZAO AUXILIAR DE CLIENTES - CONTA 1120000 - MES '
                   WRK-MES-REF ' - EMITIDO EM ' WRK-HOJE
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  DATA     HISTORICO              DOCUMENTO'
                   '                  DEBITO      CREDITO'
                   '         SALDO'
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE ALL '-' TO RAZ-LINHA.
           WRITE RAZ-LINHA.

      *SOLTA NA ORDENACAO O SALDO DO MES ANTERIOR E OS MOVIMENTOS
      *DA CONTA DO CLIENTE ATE O FIM DO MES DE REFERENCIA
       2000-CARREGAR-MOVIMENTOS.
           PERFORM 2050-POSICIONAR-SALDOS.
           PERFORM 2060-LIBERAR-SALDO UNTIL SLD-STATUS = 10.
           MOVE ZEROS TO SLD-STATUS.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM 2100-LIBERAR-PEDIDO UNTIL PEDIDOS-STATUS = 10.
           CLOSE PEDIDOS.
           OPEN INPUT RECEBIMENTOS.
           IF RECEB-STATUS NOT = ZEROS
               MOVE 10 TO RECEB-STATUS
           ELSE
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-IF.
           PERFORM 2200-LIBERAR-RECEBIMENTO UNTIL RECEB-STATUS = 10.
           CLOSE RECEBIMENTOS.
           OPEN INPUT CHEQUES.
           IF CHQ-STATUS NOT = ZEROS
               MOVE 10 TO CHQ-STATUS
           ELSE
               READ CHEQUES NEXT
                   AT END
                       MOVE 10 TO CHQ-STATUS
               END-READ
               PERFORM 2300-LIBERAR-CHEQUE UNTIL CHQ-STATUS = 10
               CLOSE CHEQUES
           END-IF.
           PERFORM 2390-POSICIONAR-PERDAS.
           PERFORM 2400-LIBERAR-PERDA UNTIL PRD-STATUS = 10.
           OPEN INPUT CREDITOS.
           IF CRC-STATUS NOT = ZEROS
               MOVE 10 TO CRC-STATUS
           ELSE
               READ CREDITOS NEXT
                   AT END
                       MOVE 10 TO CRC-STATUS
               END-READ
               PERFORM 2500-LIBERAR-APLICACAO UNTIL CRC-STATUS = 10
               CLOSE CREDITOS
           END-IF.

       2050-POSICIONAR-SALDOS.
           MOVE ZEROS TO SLD-FONE.
           MOVE ZEROS TO SLD-MES.
           START SALDOS KEY IS NOT LESS THAN SLD-CHAVE
               INVALID KEY
                   MOVE 10 TO SLD-STATUS
           END-START.
           IF SLD-STATUS NOT = 10
               READ SALDOS NEXT
                   AT END
                       MOVE 10 TO SLD-STATUS
               END-READ
           END-IF.

      *SO O FECHAMENTO DO MES ANTERIOR ABRE O MES
       2060-LIBERAR-SALDO.
           IF SLD-MES = WRK-MES-ANT
               MOVE SLD-FONE TO MOV-FONE
               MOVE ZEROS TO MOV-DATA
               SET MOV-SALDO-ANTERIOR TO TRUE
               MOVE SLD-FINAL TO MOV-VALOR
               MOVE SPACES TO MOV-DOCUMENTO
               RELEASE MOV-REG
           END-IF.
           READ SALDOS NEXT
               AT END
                   MOVE 10 TO SLD-STATUS
           END-READ.

      *PEDIDO DEBITA O CLIENTE E ESTORNO CREDITA; O CANCELADO
      *TAMBEM DEBITA, COMO NO CONTEXP, E O SEU ESTORNO O ZERA
       2100-LIBERAR-PEDIDO.
           MOVE PEDIDOS-DATA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME NOT > WRK-MES-REF
               MOVE PEDIDOS-FONE TO MOV-FONE
               MOVE PEDIDOS-DATA TO MOV-DATA
               MOVE PEDIDOS-VALOR TO MOV-VALOR
               MOVE SPACES TO MOV-DOCUMENTO
               IF PED-ESTORNO
                   SET MOV-ESTORNO TO TRUE
                   STRING 'PED ' PEDIDOS-NUMERO ' DE '
                           PED-ESTORNO-ORIGEM
                       DELIMITED BY SIZE INTO MOV-DOCUMENTO
               ELSE
                   SET MOV-PEDIDO TO TRUE
                   STRING 'PED ' PEDIDOS-NUMERO ' ' PEDIDOS-SITUACAO
                       DELIMITED BY SIZE INTO MOV-DOCUMENTO
               END-IF
               RELEASE MOV-REG
           END-IF.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

      *RECEBIMENTO ZERADO E O DE CHEQUE DEVOLVIDO, JA ESTORNADO;
      *RECEBIMENTO DE PEDIDO BAIXADO POR PERDA E RECUPERACAO
       2200-LIBERAR-RECEBIMENTO.
           MOVE RECEB-DATA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME NOT > WRK-MES-REF
                   AND RECEB-VALOR > ZEROS
               MOVE RECEB-FONE TO WRK-PRD-FONE
               MOVE RECEB-PEDIDO TO WRK-PRD-PEDIDO
               MOVE RECEB-DATA TO WRK-PRD-DATA
               PERFORM 2900-VERIFICAR-RECUPERACAO
               IF NAO-EH-RECUPERACAO
                   MOVE RECEB-FONE TO MOV-FONE
                   MOVE RECEB-DATA TO MOV-DATA
                   MOVE RECEB-VALOR TO MOV-VALOR
                   IF RECEB-NOTA-CRED
                       SET MOV-NOTA-CRED TO TRUE
                   ELSE
                       SET MOV-RECEBIMENTO TO TRUE
                   END-IF
                   MOVE SPACES TO MOV-DOCUMENTO
                   STRING 'PED ' RECEB-PEDIDO '/' RECEB-SEQ
                           ' ' RECEB-FORMA
                       DELIMITED BY SIZE INTO MOV-DOCUMENTO
                   RELEASE MOV-REG
               END-IF
           END-IF.
           READ RECEBIMENTOS NEXT
               AT END
                   MOVE 10 TO RECEB-STATUS
           END-READ.

      *CHEQUE DEVOLVIDO EM MES POSTERIOR AO DO RECEBIMENTO: O
      *RECEBIMENTO FOI ZERADO NA DEVOLUCAO, ENTAO O CREDITO DO MES
      *DO RECEBIMENTO E REPOSTO AQUI E A DEVOLUCAO DEBITA O MES
      *DELA; DEVOLVIDO NO PROPRIO MES NAO MOVIMENTA O RAZAO
       2300-LIBERAR-CHEQUE.
           MOVE CHQ-DATA-SITUACAO TO WRK-DATA-EXAME.
           MOVE CHQ-DATA-RECEB TO WRK-DATA-CHEQUE.
           IF CHQ-DEVOLVIDO AND WRK-MES-CHEQUE < WRK-MES-EXAME
                   AND WRK-MES-CHEQUE NOT > WRK-MES-REF
               MOVE CHQ-FONE TO WRK-PRD-FONE
               MOVE CHQ-PEDIDO TO WRK-PRD-PEDIDO
               MOVE CHQ-DATA-RECEB TO WRK-PRD-DATA
               PERFORM 2900-VERIFICAR-RECUPERACAO
               IF NAO-EH-RECUPERACAO
                   MOVE CHQ-FONE TO MOV-FONE
                   MOVE CHQ-DATA-RECEB TO MOV-DATA
                   SET MOV-RECEBIMENTO TO TRUE
                   MOVE CHQ-VALOR TO MOV-VALOR
                   MOVE SPACES TO MOV-DOCUMENTO
                   STRING 'CHQ ' CHQ-NUMERO ' RECEB'
                       DELIMITED BY SIZE INTO MOV-DOCUMENTO
                   RELEASE MOV-REG
                   IF WRK-MES-EXAME NOT > WRK-MES-REF
                       MOVE CHQ-DATA-SITUACAO TO MOV-DATA
                       SET MOV-CHEQUE-DEV TO TRUE
                       MOVE SPACES TO MOV-DOCUMENTO
                       STRING 'CHQ ' CHQ-NUMERO ' PED ' CHQ-PEDIDO
                           DELIMITED BY SIZE INTO MOV-DOCUMENTO
                       RELEASE MOV-REG
                   END-IF
               END-IF
           END-IF.
           READ CHEQUES NEXT
               AT END
                   MOVE 10 TO CHQ-STATUS
           END-READ.

      *AS BAIXAS SAO LIDAS EM SEQUENCIA SO DEPOIS DOS RECEBIMENTOS
      *E CHEQUES, QUE CONSULTAM O ARQUIVO POR CHAVE
       2390-POSICIONAR-PERDAS.
           IF NOT PERDAS-ABERTO
               MOVE 10 TO PRD-STATUS
           ELSE
               MOVE ZEROS TO PRD-FONE
               MOVE ZEROS TO PRD-PEDIDO
               START PERDAS KEY IS NOT LESS THAN PRD-CHAVE
                   INVALID KEY
                       MOVE 10 TO PRD-STATUS
               END-START
               IF PRD-STATUS NOT = 10
                   READ PERDAS NEXT
                       AT END
                           MOVE 10 TO PRD-STATUS
                   END-READ
               END-IF
           END-IF.

       2400-LIBERAR-PERDA.
           MOVE PRD-DATA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME NOT > WRK-MES-REF
               MOVE PRD-FONE TO MOV-FONE
               MOVE PRD-DATA TO MOV-DATA
               SET MOV-PERDA TO TRUE
               MOVE PRD-VALOR TO MOV-VALOR
               MOVE SPACES TO MOV-DOCUMENTO
               STRING 'PED ' PRD-PEDIDO
                   DELIMITED BY SIZE INTO MOV-DOCUMENTO
               RELEASE MOV-REG
           END-IF.
           READ PERDAS NEXT
               AT END
                   MOVE 10 TO PRD-STATUS
           END-READ.

      *APLICACAO DE CREDITO DO MES: NAO MEXE NO SALDO (O CREDITO
      *E O RECEBIMENTO FORMA N DO MESMO DIA), SO IDENTIFICA QUAL
      *RECEBIMENTO FORMA N FOI APLICACAO E NAO NOTA DE CREDITO
       2500-LIBERAR-APLICACAO.
           MOVE CRC-DATA TO WRK-DATA-EXAME.
           IF CRC-APLICACAO AND WRK-MES-EXAME = WRK-MES-REF
               MOVE CRC-FONE TO MOV-FONE
               MOVE CRC-DATA TO MOV-DATA
               SET MOV-APLICACAO TO TRUE
               MOVE CRC-VALOR TO MOV-VALOR
               MOVE SPACES TO MOV-DOCUMENTO
               RELEASE MOV-REG
           END-IF.
           READ CREDITOS NEXT
               AT END
                   MOVE 10 TO CRC-STATUS
           END-READ.

      *MOVIMENTO DA DATA DA BAIXA POR PERDA EM DIANTE E
      *RECUPERACAO DE PERDAS (MESMA REGRA DO CONTEXP)
       2900-VERIFICAR-RECUPERACAO.
           SET NAO-EH-RECUPERACAO TO TRUE.
           IF PERDAS-ABERTO
               MOVE WRK-PRD-FONE TO PRD-FONE
               MOVE WRK-PRD-PEDIDO TO PRD-PEDIDO
               READ PERDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WRK-PRD-DATA NOT < PRD-DATA
                           SET EH-RECUPERACAO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *UM CLIENTE POR VEZ, NA ORDEM DO TELEFONE: OS MOVIMENTOS
      *ANTERIORES AO MES SO RECALCULAM A ABERTURA; OS DO MES SAEM
      *LINHA A LINHA NO RAZAO
       3000-RAZAO-CLIENTES.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-MOVIMENTOS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 3100-RAZAO-DO-FONE UNTIL SORT-FIM.

       3100-RAZAO-DO-FONE.
           MOVE MOV-FONE TO WRK-FONE-GRUPO.
           MOVE ZEROS TO WRK-CLI-HISTORICO.
           MOVE ZEROS TO WRK-CLI-RECALCULADO.
           MOVE ZEROS TO WRK-CLI-PEDIDOS.
           MOVE ZEROS TO WRK-CLI-CHEQUES.
           MOVE ZEROS TO WRK-CLI-ESTORNOS.
           MOVE ZEROS TO WRK-CLI-RECEBIMENTOS.
           MOVE ZEROS TO WRK-CLI-NOTAS.
           MOVE ZEROS TO WRK-CLI-APLICACOES.
           MOVE ZEROS TO WRK-CLI-PERDAS.
           MOVE ZEROS TO WRK-APL-DATA.
           MOVE ZEROS TO WRK-APL-PENDENTE.
           SET ABERTURA-RECALCULADA TO TRUE.
           SET CABECALHO-FALTA TO TRUE.
           PERFORM 3200-LER-MOVIMENTO
               UNTIL SORT-FIM OR MOV-FONE NOT = WRK-FONE-GRUPO.
      *CLIENTE SEM MOVIMENTO NO MES SO ENTRA NO RAZAO SE TEM SALDO
      *OU SE A ABERTURA DIVERGE DO RECALCULO
           IF CABECALHO-FALTA
               PERFORM 3290-DEFINIR-ABERTURA
               IF WRK-CLI-INICIAL NOT = ZEROS
                       OR WRK-CLI-DIFERENCA NOT = ZEROS
                   PERFORM 3300-ABRIR-CLIENTE
               END-IF
           END-IF.
           IF CABECALHO-FEITO
               PERFORM 3500-FECHAR-CLIENTE
           END-IF.

       3200-LER-MOVIMENTO.
           ADD 1 TO WRK-TOTAL-MOVIMENTOS.
           IF MOV-DATA < WRK-INICIO-MES
               EVALUATE TRUE
                   WHEN MOV-SALDO-ANTERIOR
                       MOVE MOV-VALOR TO WRK-CLI-HISTORICO
                       SET ABERTURA-HISTORICO TO TRUE
                   WHEN MOV-DEBITO
                       ADD MOV-VALOR TO WRK-CLI-RECALCULADO
                   WHEN MOV-CREDITO
                       SUBTRACT MOV-VALOR FROM WRK-CLI-RECALCULADO
               END-EVALUATE
           ELSE
               IF CABECALHO-FALTA
                   PERFORM 3290-DEFINIR-ABERTURA
                   PERFORM 3300-ABRIR-CLIENTE
               END-IF
               PERFORM 3400-LINHA-DO-RAZAO
           END-IF.
           RETURN ORDENA-MOVIMENTOS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

      *O MES FECHADO NO HISTORICO MANDA; O RECALCULO SO ABRE O
      *CLIENTE QUE AINDA NAO TEM O MES ANTERIOR GRAVADO
       3290-DEFINIR-ABERTURA.
           MOVE ZEROS TO WRK-CLI-DIFERENCA.
           IF ABERTURA-HISTORICO
               MOVE WRK-CLI-HISTORICO TO WRK-CLI-INICIAL
               COMPUTE WRK-CLI-DIFERENCA =
                       WRK-CLI-RECALCULADO - WRK-CLI-HISTORICO
           ELSE
               MOVE WRK-CLI-RECALCULADO TO WRK-CLI-INICIAL
           END-IF.
           MOVE WRK-CLI-INICIAL TO WRK-CLI-SALDO.

       3300-ABRIR-CLIENTE.
           SET CABECALHO-FEITO TO TRUE.
           MOVE WRK-FONE-GRUPO TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE '*** NAO CADASTRADO ***' TO CLIENTES-NOME
           END-READ.
           MOVE SPACES TO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE SPACES TO RAZ-LINHA.
           STRING 'CLIENTE ' WRK-FONE-GRUPO ' ' CLIENTES-NOME
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-CLI-INICIAL TO WRK-ED-SALDO.
           MOVE SPACES TO RAZ-LINHA.
           IF ABERTURA-HISTORICO
               STRING '  SALDO INICIAL (FECHAMENTO DE ' WRK-MES-ANT ')'
                   DELIMITED BY SIZE INTO RAZ-LINHA
           ELSE
               MOVE '  SALDO INICIAL (RECALCULADO)' TO RAZ-LINHA
           END-IF.
           MOVE WRK-ED-SALDO TO RAZ-LINHA (82:13).
           WRITE RAZ-LINHA.
      *MOVIMENTO LANCADO DEPOIS COM DATA DE MES JA FECHADO: O
      *CONTEXP DAQUELE MES TAMBEM NAO O EXPORTOU
           IF WRK-CLI-DIFERENCA NOT = ZEROS
               ADD 1 TO WRK-TOTAL-RETROATIVOS
               MOVE WRK-CLI-RECALCULADO TO WRK-ED-SALDO
               MOVE WRK-CLI-DIFERENCA TO WRK-ED-SALDO-2
               MOVE SPACES TO RAZ-LINHA
               STRING '  *** ABERTURA DIFERE DO RECALCULO '
                       WRK-ED-SALDO ' (DIFERENCA ' WRK-ED-SALDO-2
                       ') - MOVIMENTO RETROATIVO EM MES FECHADO ***'
                   DELIMITED BY SIZE INTO RAZ-LINHA
               WRITE RAZ-LINHA
           END-IF.

      *A LINHA DO MOVIMENTO COM O SALDO CORRIDO; A APLICACAO DE
      *CREDITO SO MARCA O RECEBIMENTO FORMA N QUE VEM LOGO DEPOIS
      *(MESMO DIA, A ORDENACAO POE APL ANTES DE NCR)
       3400-LINHA-DO-RAZAO.
           MOVE ZEROS TO WRK-VALOR-DEBITO.
           MOVE ZEROS TO WRK-VALOR-CREDITO.
           EVALUATE TRUE
               WHEN MOV-APLICACAO
                   IF MOV-DATA NOT = WRK-APL-DATA
                       MOVE MOV-DATA TO WRK-APL-DATA
                       MOVE ZEROS TO WRK-APL-PENDENTE
                   END-IF
                   ADD MOV-VALOR TO WRK-APL-PENDENTE
               WHEN MOV-PEDIDO
                   MOVE 'PEDIDO' TO WRK-HISTORICO
                   MOVE MOV-VALOR TO WRK-VALOR-DEBITO
                   ADD MOV-VALOR TO WRK-CLI-PEDIDOS
               WHEN MOV-CHEQUE-DEV
                   MOVE 'CHEQUE DEVOLVIDO' TO WRK-HISTORICO
                   MOVE MOV-VALOR TO WRK-VALOR-DEBITO
                   ADD MOV-VALOR TO WRK-CLI-CHEQUES
               WHEN MOV-ESTORNO
                   MOVE 'ESTORNO' TO WRK-HISTORICO
                   MOVE MOV-VALOR TO WRK-VALOR-CREDITO
                   ADD MOV-VALOR TO WRK-CLI-ESTORNOS
               WHEN MOV-RECEBIMENTO
                   MOVE 'RECEBIMENTO' TO WRK-HISTORICO
                   MOVE MOV-VALOR TO WRK-VALOR-CREDITO
                   ADD MOV-VALOR TO WRK-CLI-RECEBIMENTOS
               WHEN MOV-NOTA-CRED
                   MOVE MOV-VALOR TO WRK-VALOR-CREDITO
                   IF MOV-DATA = WRK-APL-DATA
                           AND WRK-APL-PENDENTE NOT < MOV-VALOR
                       MOVE 'APLICACAO DE CREDITO' TO WRK-HISTORICO
                       SUBTRACT MOV-VALOR FROM WRK-APL-PENDENTE
                       ADD MOV-VALOR TO WRK-CLI-APLICACOES
                   ELSE
                       MOVE 'NOTA DE CREDITO' TO WRK-HISTORICO
                       ADD MOV-VALOR TO WRK-CLI-NOTAS
                   END-IF
               WHEN MOV-PERDA
                   MOVE 'BAIXA POR PERDA' TO WRK-HISTORICO
                   MOVE MOV-VALOR TO WRK-VALOR-CREDITO
                   ADD MOV-VALOR TO WRK-CLI-PERDAS
           END-EVALUATE.
           IF NOT MOV-APLICACAO
               ADD WRK-VALOR-DEBITO TO WRK-CLI-SALDO
               SUBTRACT WRK-VALOR-CREDITO FROM WRK-CLI-SALDO
               MOVE WRK-VALOR-DEBITO TO WRK-ED-DEBITO
               MOVE WRK-VALOR-CREDITO TO WRK-ED-CREDITO
               MOVE WRK-CLI-SALDO TO WRK-ED-SALDO
               MOVE SPACES TO RAZ-LINHA
               STRING '  ' MOV-DATA ' ' WRK-HISTORICO ' '
                       MOV-DOCUMENTO ' ' WRK-ED-DEBITO ' '
                       WRK-ED-CREDITO ' ' WRK-ED-SALDO
                   DELIMITED BY SIZE INTO RAZ-LINHA
               WRITE RAZ-LINHA
           END-IF.

      *TOTAL DO CLIENTE NO RAZAO, O MES NO HISTORICO DE SALDOS E
      *OS TOTAIS GERAIS
       3500-FECHAR-CLIENTE.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           COMPUTE WRK-CLI-DEBITOS =
                   WRK-CLI-PEDIDOS + WRK-CLI-CHEQUES.
           COMPUTE WRK-CLI-CREDITOS =
                   WRK-CLI-ESTORNOS + WRK-CLI-RECEBIMENTOS
                 + WRK-CLI-NOTAS + WRK-CLI-APLICACOES
                 + WRK-CLI-PERDAS.
           MOVE WRK-CLI-DEBITOS TO WRK-ED-DEBITO.
           MOVE WRK-CLI-CREDITOS TO WRK-ED-CREDITO.
           MOVE WRK-CLI-SALDO TO WRK-ED-SALDO.
           MOVE '  TOTAL DO MES / SALDO FINAL' TO RAZ-LINHA.
           MOVE WRK-ED-DEBITO TO RAZ-LINHA (56:12).
           MOVE WRK-ED-CREDITO TO RAZ-LINHA (69:12).
           MOVE WRK-ED-SALDO TO RAZ-LINHA (82:13).
           WRITE RAZ-LINHA.
           MOVE WRK-FONE-GRUPO TO SLD-FONE.
           MOVE WRK-MES-REF TO SLD-MES.
           MOVE WRK-HOJE TO SLD-DATA-CALCULO.
           MOVE WRK-CLI-INICIAL TO SLD-INICIAL.
           MOVE WRK-CLI-PEDIDOS TO SLD-PEDIDOS.
           MOVE WRK-CLI-CHEQUES TO SLD-CHEQUES-DEV.
           MOVE WRK-CLI-ESTORNOS TO SLD-ESTORNOS.
           MOVE WRK-CLI-RECEBIMENTOS TO SLD-RECEBIMENTOS.
           MOVE WRK-CLI-NOTAS TO SLD-NOTAS-CRED.
           MOVE WRK-CLI-APLICACOES TO SLD-APLIC-CRED.
           MOVE WRK-CLI-PERDAS TO SLD-PERDAS.
           MOVE WRK-CLI-SALDO TO SLD-FINAL.
           WRITE SLD-REG
               INVALID KEY
                   REWRITE SLD-REG
                       INVALID KEY
                           DISPLAY 'RAZCLI: FALHA AO GRAVAR O SALDO '
                                   'DO CLIENTE ' WRK-FONE-GRUPO
                   END-REWRITE
           END-WRITE.
           ADD WRK-CLI-INICIAL TO WRK-TOT-INICIAL.
           ADD WRK-CLI-PEDIDOS TO WRK-TOT-PEDIDOS.
           ADD WRK-CLI-CHEQUES TO WRK-TOT-CHEQUES.
           ADD WRK-CLI-ESTORNOS TO WRK-TOT-ESTORNOS.
           ADD WRK-CLI-RECEBIMENTOS TO WRK-TOT-RECEBIMENTOS.
           ADD WRK-CLI-NOTAS TO WRK-TOT-NOTAS.
           ADD WRK-CLI-APLICACOES TO WRK-TOT-APLICACOES.
           ADD WRK-CLI-PERDAS TO WRK-TOT-PERDAS.
           ADD WRK-CLI-DEBITOS TO WRK-TOT-DEBITOS.
           ADD WRK-CLI-CREDITOS TO WRK-TOT-CREDITOS.
           ADD WRK-CLI-SALDO TO WRK-TOT-FINAL.

       4000-FINALIZAR.
           PERFORM 4100-LER-CONTABIL.
           PERFORM 4200-RESUMO.
           CLOSE CLIENTES.
           IF PERDAS-ABERTO
               CLOSE PERDAS
           END-IF.
           CLOSE SALDOS.
           CLOSE RAZAO.
           DISPLAY '---------------------------------------'.
           DISPLAY 'RAZAO AUXILIAR DE CLIENTES - ' WRK-MES-REF.
           DISPLAY 'MOVIMENTOS LIDOS...: ' WRK-TOTAL-MOVIMENTOS.
           DISPLAY 'CLIENTES NO RAZAO..: ' WRK-TOTAL-CLIENTES.
           DISPLAY 'ABERTURA DIVERGENTE: ' WRK-TOTAL-RETROATIVOS.
           EVALUATE TRUE
               WHEN NOT CONTABIL-DO-MES
                   DISPLAY '*** CONTABIL.TXT DO MES NAO ENCONTRADO '
                           '- RODAR O CONTEXP E REPETIR O RAZCLI ***'
               WHEN WRK-DIF-DEBITOS NOT = ZEROS
                       OR WRK-DIF-CREDITOS NOT = ZEROS
                   DISPLAY '*** DIVERGENCIA ENTRE O RAZAO E A CONTA '
                           '1120000 - VIDE RAZCLI.TXT ***'
               WHEN OTHER
                   DISPLAY 'RAZAO CONFERE COM A CONTA 1120000'
           END-EVALUATE.
           DISPLAY '---------------------------------------'.

      *TOTAIS DA CONTA 1120000 NA EXPORTACAO DO MES; ARQUIVO DE
      *OUTRO MES NAO SERVE PARA O CONFRONTO
       4100-LER-CONTABIL.
           OPEN INPUT CONTABIL.
           IF CONTABIL-STATUS = ZEROS
               SET CONTABIL-OUTRO-MES TO TRUE
               READ CONTABIL
                   AT END
                       MOVE 10 TO CONTABIL-STATUS
               END-READ
               PERFORM 4150-EXAMINAR-LINHA
                   UNTIL CONTABIL-STATUS NOT = ZEROS
               CLOSE CONTABIL
           END-IF.
           IF CONTABIL-DO-MES
               COMPUTE WRK-DIF-DEBITOS =
                       WRK-TOT-DEBITOS - WRK-CTB-DEBITOS
               COMPUTE WRK-DIF-CREDITOS =
                       WRK-TOT-CREDITOS - WRK-CTB-CREDITOS
           END-IF.

       4150-EXAMINAR-LINHA.
           EVALUATE CTB-TIPO
               WHEN 'HDR'
                   MOVE CTB-HDR-MES-REF TO WRK-CTB-MES
                   IF CTB-HDR-MES-REF = WRK-MES-REF
                       SET CONTABIL-DO-MES TO TRUE
                   END-IF
               WHEN 'TOT'
                   IF CTB-TOT-CONTA = CTA-CLIENTES
                       MOVE CTB-TOT-DEBITOS TO WRK-CTB-DEBITOS
                       MOVE CTB-TOT-CREDITOS TO WRK-CTB-CREDITOS
                   END-IF
           END-EVALUATE.
           READ CONTABIL
               AT END
                   MOVE 10 TO CONTABIL-STATUS
           END-READ.

      *RESUMO DO MES PELA NATUREZA DO MOVIMENTO E O CONFRONTO COM
      *O CONTABIL; A DIVERGENCIA SAI EMOLDURADA EM ASTERISCOS
       4200-RESUMO.
           MOVE SPACES TO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE ALL '=' TO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE SPACES TO RAZ-LINHA.
           STRING 'RESUMO DO RAZAO DE CLIENTES - MES ' WRK-MES-REF
                   ' - CLIENTES NO RAZAO: ' WRK-TOTAL-CLIENTES
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-INICIAL TO WRK-ED-TOTAL.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  SALDO INICIAL.................. ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-PEDIDOS TO WRK-ED-TOTAL.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  (+) PEDIDOS.................... ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-CHEQUES TO WRK-ED-TOTAL.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  (+) CHEQUES DEVOLVIDOS......... ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-ESTORNOS TO WRK-ED-TOTAL.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  (-) ESTORNOS................... ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-RECEBIMENTOS TO WRK-ED-TOTAL.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  (-) RECEBIMENTOS............... ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-NOTAS TO WRK-ED-TOTAL.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  (-) NOTAS DE CREDITO........... ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-APLICACOES TO WRK-ED-TOTAL.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  (-) APLICACOES DE CREDITO...... ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-PERDAS TO WRK-ED-TOTAL.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  (-) BAIXAS POR PERDA........... ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-FINAL TO WRK-ED-TOTAL.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  SALDO FINAL.................... ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE SPACES TO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE SPACES TO RAZ-LINHA.
           STRING 'CONFRONTO COM A CONTA 1120000 DO CONTABIL.TXT'
                   '           RAZAO          CONTABIL'
                   '         DIFERENCA'
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-DEBITOS TO WRK-ED-TOTAL.
           MOVE WRK-CTB-DEBITOS TO WRK-ED-TOTAL-2.
           MOVE WRK-DIF-DEBITOS TO WRK-ED-TOTAL-3.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  DEBITOS                              '
                   WRK-ED-TOTAL ' ' WRK-ED-TOTAL-2 ' ' WRK-ED-TOTAL-3
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE WRK-TOT-CREDITOS TO WRK-ED-TOTAL.
           MOVE WRK-CTB-CREDITOS TO WRK-ED-TOTAL-2.
           MOVE WRK-DIF-CREDITOS TO WRK-ED-TOTAL-3.
           MOVE SPACES TO RAZ-LINHA.
           STRING '  CREDITOS                             '
                   WRK-ED-TOTAL ' ' WRK-ED-TOTAL-2 ' ' WRK-ED-TOTAL-3
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE SPACES TO RAZ-LINHA.
           WRITE RAZ-LINHA.
           EVALUATE TRUE
               WHEN CONTABIL-AUSENTE
                   PERFORM 4300-MOLDURA
                   MOVE SPACES TO RAZ-LINHA
                   STRING '*** CONTABIL.TXT NAO ENCONTRADO - RAZAO SEM '
                           'CONFRONTO: RODAR O CONTEXP DO MES E '
                           'REPETIR O RAZCLI'
                       DELIMITED BY SIZE INTO RAZ-LINHA
                   WRITE RAZ-LINHA
                   PERFORM 4300-MOLDURA
               WHEN CONTABIL-OUTRO-MES
                   PERFORM 4300-MOLDURA
                   MOVE SPACES TO RAZ-LINHA
                   STRING '*** CONTABIL.TXT E DO MES ' WRK-CTB-MES
                           ', NAO DO MES ' WRK-MES-REF
                           ' - RODAR O CONTEXP DO MES E REPETIR O '
                           'RAZCLI'
                       DELIMITED BY SIZE INTO RAZ-LINHA
                   WRITE RAZ-LINHA
                   PERFORM 4300-MOLDURA
               WHEN WRK-DIF-DEBITOS NOT = ZEROS
                       OR WRK-DIF-CREDITOS NOT = ZEROS
                   PERFORM 4300-MOLDURA
                   MOVE SPACES TO RAZ-LINHA
                   STRING '*** DIVERGENCIA ENTRE O RAZAO DE CLIENTES '
                           'E A CONTA 1120000 DO CONTABIL ***'
                       DELIMITED BY SIZE INTO RAZ-LINHA
                   WRITE RAZ-LINHA
                   MOVE WRK-DIF-DEBITOS TO WRK-ED-TOTAL
                   MOVE WRK-DIF-CREDITOS TO WRK-ED-TOTAL-2
                   MOVE SPACES TO RAZ-LINHA
                   STRING '*** DIFERENCA NOS DEBITOS: ' WRK-ED-TOTAL
                           '   NOS CREDITOS: ' WRK-ED-TOTAL-2
                       DELIMITED BY SIZE INTO RAZ-LINHA
                   WRITE RAZ-LINHA
                   MOVE SPACES TO RAZ-LINHA
                   STRING '*** CONFERIR MOVIMENTO LANCADO DEPOIS DO '
                           'CONTEXP OU CONTABIL GERADO ANTES DO '
                           'FECHAMENTO'
                       DELIMITED BY SIZE INTO RAZ-LINHA
                   WRITE RAZ-LINHA
                   PERFORM 4300-MOLDURA
               WHEN OTHER
                   MOVE 'RAZAO CONFERE COM A CONTA 1120000 DO CONTABIL'
                       TO RAZ-LINHA
                   WRITE RAZ-LINHA
           END-EVALUATE.
           IF WRK-TOTAL-RETROATIVOS > ZEROS
               PERFORM 4300-MOLDURA
               MOVE SPACES TO RAZ-LINHA
               STRING '*** CLIENTES COM ABERTURA DIFERENTE DO '
                       'RECALCULO (MOVIMENTO RETROATIVO EM MES '
                       'FECHADO): ' WRK-TOTAL-RETROATIVOS
                   DELIMITED BY SIZE INTO RAZ-LINHA
               WRITE RAZ-LINHA
               PERFORM 4300-MOLDURA
           END-IF.

       4300-MOLDURA.
           MOVE ALL '*' TO RAZ-LINHA.
           WRITE RAZ-LINHA.

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
           MOVE 'RAZCLI' TO JOB-NOME.
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
           MOVE WRK-TOTAL-MOVIMENTOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-CLIENTES TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM RAZCLI.
