       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTREP.
      **********************************
      *OBJ: REPROCESSAMENTO DA CONTINGENCIA DO BALCAO
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *ROTINA AVULSA RODADA NA MAO DEPOIS DO LOTE NOTURNO (A
      *PARTIR DAS 06H) OU DEPOIS DA RECUPERACAO DO CADASTRO: DE
      *PROPOSITO FICA FORA DO REGISTRO CENTRAL DE JOBS (JOBCTL),
      *QUE E DOS JOBS DA CADEIA REGULAR
      *LE OS PEDIDOS E RECEBIMENTOS CAPTURADOS PELA OPCAO CG DO
      *CADASTRO ONLINE EM CONTING.DAT, COM NUMERO PROVISORIO, E
      *LANCA CADA UM NOS ARQUIVOS OFICIAIS COM AS VALIDACOES DE
      *SEMPRE DA TELA: CLIENTE CADASTRADO (E NAO SUSPENSO, NO
      *PEDIDO), PERIODO ABERTO, LIMITE DE CREDITO, PRODUTO EM
      *LINHA COM SALDO NA FILIAL DA CAPTURA, PEDIDO E PARCELA
      *EXISTENTES NO RECEBIMENTO
      *O QUE PASSA GANHA O NUMERO DEFINITIVO (PEDIDO NA SEQUENCIA
      *DO CLIENTE, RECIBO NO RECIBO.SEQ DO BALCAO), COM JORNAL
      *FINANCEIRO, AUDITORIA E REGISTRO DE CONTROLE (PEDCTL.DAT)
      *ACOMPANHANDO, COMO SE TIVESSE SIDO LANCADO PELA TELA
      *O QUE NAO PASSA VAI PARA O RELATORIO COMO INTERVENCAO, COM
      *O MOTIVO, E NAO E TENTADO DE NOVO: O SUPERVISOR LANCA PELA
      *TELA DEPOIS DE RESOLVER (KIT, LOTE, LIMITE, SALDO...)
      *O ULTIMO NUMERO PROVISORIO JA TRATADO FICA EM CONTCTL.DAT,
      *ATUALIZADO A CADA LANCAMENTO, ENTAO O LOTE PODE SER
      *RELANCADO SEM LANCAR NADA EM DOBRO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LANCAMENTOS PROVISORIOS GRAVADOS PELA OPCAO CG
           SELECT CONTINGENCIA ASSIGN TO 'CONTING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTG-STATUS.
      *ULTIMO NUMERO PROVISORIO JA REPROCESSADO
           SELECT CONTING-CONTROLE ASSIGN TO 'CONTCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTGCTL-STATUS.
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
      *INDICE DOS PEDIDOS POR DATA DE LANCAMENTO E POR DATA DO
      *PEDIDO, CADA UMA COM A FILIAL (PEDIDX.DAT, RECRIADO PELO
      *IDXPED E PELO REORPED)
           SELECT PEDIDOS-INDICE ASSIGN TO 'PEDIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDX-CHAVE
               ALTERNATE RECORD KEY IS PDX-LANC WITH DUPLICATES
               ALTERNATE RECORD KEY IS PDX-EMISSAO WITH DUPLICATES
               FILE STATUS IS PDX-STATUS.
           SELECT ITENS ASSIGN TO 'ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CHAVE
               FILE STATUS IS ITEM-STATUS.
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
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
           SELECT PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRECO-CHAVE
               FILE STATUS IS PRECO-STATUS.
           SELECT KITS ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS KIT-STATUS.
           SELECT LOTES ASSIGN TO 'LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTE-CHAVE
               FILE STATUS IS LOTE-STATUS.
           SELECT ESTOQUE-FILIAL ASSIGN TO 'ESTFIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EFIL-CHAVE
               FILE STATUS IS EFIL-STATUS.
           SELECT ESTOQUE-MOV ASSIGN TO 'ESTMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-STATUS.
      *SEQUENCIAL DO ULTIMO RECIBO EMITIDO NO BALCAO: O RECIBO
      *DEFINITIVO SAI DA MESMA NUMERACAO DA TELA
           SELECT RECIBO-SEQ ASSIGN TO 'RECIBO.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECSEQ-STATUS.
      *JORNAL FINANCEIRO E REGISTRO DE CONTROLE DO CADASTRO
      *ONLINE: O QUE ESTE LOTE GRAVA ENTRA NOS DOIS, PARA O
      *REORPED CONSEGUIR RECONSTRUIR E A CONFERENCIA DA ABERTURA
      *DA TELA CONTINUAR FECHANDO
           SELECT PED-JORNAL ASSIGN TO 'PEDJRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDJRN-STATUS.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDCTL-STATUS.
      *TRILHA DE AUDITORIA: TODO LANCAMENTO GRAVADO EM LOTE
      *TAMBEM DEIXA A SUA LINHA, COMO OS LANCAMENTOS PELA TELA
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
      *PERIODOS CONTABEIS JA FECHADOS (VIDE OPCAO FM DO CADASTRO
      *ONLINE): LANCAMENTO COM DATA DENTRO DE MES FECHADO E
      *INTERVENCAO
           SELECT FECHAMENTOS ASSIGN TO 'FECHMES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECH-STATUS.
           SELECT CONTREP-REPORT ASSIGN TO 'CONTREP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *MESMO LAYOUT DO LANCAMENTO PROVISORIO DO CADASTRO ONLINE
       FD CONTINGENCIA.
       01 CTG-REG.
           05 CTG-PROVISORIO PIC 9(06).
           05 CTG-TIPO PIC X(01).
               88 CTG-E-PEDIDO VALUE 'P'.
               88 CTG-E-RECEBIMENTO VALUE 'R'.
           05 CTG-MOTIVO PIC X(01).
               88 CTG-POR-LOTE VALUE 'L'.
               88 CTG-POR-CONTROLE VALUE 'C'.
           05 CTG-FONE PIC 9(09).
           05 CTG-NOME PIC X(30).
           05 CTG-DATA PIC 9(08).
           05 CTG-HORA PIC 9(08).
           05 CTG-OPERADOR PIC X(09).
           05 CTG-FILIAL PIC 9(02).
           05 CTG-PROD-CODIGO PIC 9(06).
           05 CTG-DESCRICAO PIC X(40).
           05 CTG-QTDE PIC 9(05).
           05 CTG-PRECO-UNIT PIC 9(07)V99.
           05 CTG-VALOR PIC 9(07)V99.
           05 CTG-FORMA PIC X(01).
           05 CTG-PEDIDO PIC 9(06).
           05 CTG-PARCELA PIC 9(03).

      *ULTIMO NUMERO PROVISORIO JA REPROCESSADO
       FD CONTING-CONTROLE.
       01 CTGCTL-REG PIC 9(06).

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
               10 CLIENTES-DOC-NUM PIC 9(14).
           05 CLIENTES-STATUS-REG PIC X(01).
               88 CLI-ATIVO VALUE 'A'.
               88 CLI-SUSPENSO VALUE 'S'.
               88 CLI-CANCELADO VALUE 'C'.
               88 CLI-INATIVO VALUE 'I'.
           05 CLIENTES-OBSERVACOES PIC X(60) OCCURS 5 TIMES.
           05 CLIENTES-ULT-ALTERACAO.
               10 CLIENTES-ULT-OPERADOR PIC X(09).
               10 CLIENTES-ULT-DATA PIC 9(08).
               10 CLIENTES-ULT-HORA PIC 9(08).
           05 CLIENTES-DATA-INCLUSAO PIC 9(08).
           05 CLIENTES-LIMITE-CRED PIC 9(07)V99.
           05 CLIENTES-CLASSE PIC X(01).
           05 CLIENTES-END-INVALIDO PIC X(01).
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

      *MESMO LAYOUT DO INDICE DE PEDIDOS POR DATA
       FD PEDIDOS-INDICE.
       01 PDX-REG.
           05 PDX-CHAVE.
               10 PDX-FONE PIC 9(09).
               10 PDX-NUMERO PIC 9(06).
           05 PDX-LANC.
               10 PDX-DATA-LANC PIC 9(08).
               10 PDX-FILIAL-LANC PIC 9(02).
           05 PDX-EMISSAO.
               10 PDX-DATA PIC 9(08).
               10 PDX-FILIAL PIC 9(02).

      *MESMO LAYOUT DO ARQUIVO DE ITENS DO CADASTRO ONLINE
       FD ITENS.
       01 ITEM-REG.
           05 ITEM-CHAVE.
               10 ITEM-FONE PIC 9(09).
               10 ITEM-PEDIDO PIC 9(06).
               10 ITEM-NUMERO PIC 9(03).
           05 ITEM-PROD-CODIGO PIC 9(06).
           05 ITEM-DESCRICAO PIC X(40).
           05 ITEM-QTDE PIC 9(05).
           05 ITEM-PRECO-UNIT PIC 9(07)V99.
           05 ITEM-TOTAL PIC 9(07)V99.
           05 ITEM-DESC-PCT PIC 9(02)V99.

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

      *MESMO LAYOUT DA AGENDA DE VENCIMENTOS DO CADASTRO ONLINE
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

      *UMA LINHA DE PRECO POR PRODUTO E DATA DE INICIO DE
      *VIGENCIA; VALE A LINHA MAIS RECENTE QUE NAO ULTRAPASSE A
      *DATA DO PEDIDO
       FD PRECOS.
       01 PRECO-REG.
           05 PRECO-CHAVE.
               10 PRECO-PRODUTO PIC 9(06).
               10 PRECO-VIGENCIA PIC 9(08).
           05 PRECO-VALOR PIC 9(07)V99.

      *COMPONENTE DE UM KIT: QUANTAS UNIDADES DO COMPONENTE VAO
      *EM UMA UNIDADE DO PRODUTO PAI
       FD KITS.
       01 KIT-REG.
           05 KIT-CHAVE.
               10 KIT-PAI PIC 9(06).
               10 KIT-COMPONENTE PIC 9(06).
           05 KIT-QTDE PIC 9(03).

      *LOTE DE UM PRODUTO: SALDO AINDA NA PRATELEIRA E DATA DA
      *PRIMEIRA ENTRADA
       FD LOTES.
       01 LOTE-REG.
           05 LOTE-CHAVE.
               10 LOTE-PRODUTO PIC 9(06).
               10 LOTE-VALIDADE PIC 9(08).
               10 LOTE-NUMERO PIC X(10).
           05 LOTE-SALDO PIC 9(05).
           05 LOTE-ENTRADA PIC 9(08).

      *SALDO DE UM PRODUTO EM UMA FILIAL QUE NAO E A MATRIZ
       FD ESTOQUE-FILIAL.
       01 EFIL-REG.
           05 EFIL-CHAVE.
               10 EFIL-PRODUTO PIC 9(06).
               10 EFIL-FILIAL PIC 9(02).
           05 EFIL-SALDO PIC 9(05).
           05 EFIL-MINIMO PIC 9(05).

      *UM MOVIMENTO DE ESTOQUE POR LINHA, MESMO LAYOUT DO DIARIO
      *GRAVADO PELO CADASTRO ONLINE
       FD ESTOQUE-MOV.
       01 ESTMOV-REG.
           05 ESTMOV-DATA PIC 9(08).
           05 ESTMOV-HORA PIC 9(08).
           05 ESTMOV-PRODUTO PIC 9(06).
           05 ESTMOV-TIPO PIC X(01).
           05 ESTMOV-QTDE PIC 9(05).
           05 ESTMOV-OPERADOR PIC X(09).
           05 ESTMOV-MOTIVO PIC X(20).
           05 ESTMOV-FILIAL PIC 9(02).

      *SEQUENCIAL DO ULTIMO RECIBO EMITIDO
       FD RECIBO-SEQ.
       01 RECSEQ-REG PIC 9(06).

      *MESMO LAYOUT DO JORNAL GRAVADO PELO CADASTRO ONLINE
       FD PED-JORNAL.
       01 PEDJRN-REG.
           05 JRNF-ARQUIVO PIC X(01).
           05 JRNF-ACAO PIC X(01).
           05 JRNF-IMAGEM PIC X(100).

      *MESMO LAYOUT DO CONTROLE GRAVADO PELO CADASTRO ONLINE
       FD PED-CONTROLE.
       01 PEDCTL-REG.
           05 PCTL-QTD-PED PIC 9(06).
           05 PCTL-SOMA-PED PIC 9(13)V99.
           05 PCTL-QTD-ITEM PIC 9(06).
           05 PCTL-SOMA-ITEM PIC 9(13)V99.
           05 PCTL-QTD-RECEB PIC 9(06).
           05 PCTL-SOMA-RECEB PIC 9(13)V99.
           05 PCTL-DATA PIC 9(08).
           05 PCTL-HORA PIC 9(08).

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

      *UM PERIODO FECHADO (AAAAMM) POR LINHA
       FD FECHAMENTOS.
       01 FECH-REG PIC 9(06).

       FD CONTREP-REPORT.
       01 REPORT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 CTG-STATUS PIC 9(02) VALUE ZEROS.
       77 CTGCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *O INDICE POR DATA SO EXISTE DEPOIS DO PRIMEIRO IDXPED (OU
      *REORPED); SEM ELE NAO HA O QUE MANTER
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 PRECO-STATUS PIC 9(02) VALUE ZEROS.
       77 KIT-STATUS PIC 9(02) VALUE ZEROS.
       77 LOTE-STATUS PIC 9(02) VALUE ZEROS.
       77 EFIL-STATUS PIC 9(02) VALUE ZEROS.
       77 ESTMOV-STATUS PIC 9(02) VALUE ZEROS.
       77 RECSEQ-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDJRN-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *STATUS DA TRILHA DE AUDITORIA
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
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-JA-TRATADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RECEBIMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-INTERVENCOES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RESSALVAS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-PEDIDOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-RECEBIDO PIC 9(11)V99 VALUE ZEROS.
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
      *HORA DA RODADA: DENTRO DA JANELA DO LOTE NOTURNO (22H AS
      *06H, A MESMA DO 2050-VERIFICA-JANELA-LOTE DA TELA) O LOTE
      *NAO RODA
       01 WRK-HORA-ATUAL.
           05 WRK-HORA-HH PIC 9(02).
           05 FILLER PIC 9(06).
      *ULTIMO PROVISORIO JA TRATADO NA RODADA ANTERIOR E O MAIOR
      *TRATADO NESTA
       77 WRK-CARIMBO-ANTERIOR PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-PROVISORIO PIC 9(06) VALUE ZEROS.
      *MOTIVO DA INTERVENCAO DO LANCAMENTO EM ANDAMENTO
       77 WRK-MSG-INTERVENCAO PIC X(30) VALUE SPACES.
      *FILIAL DA CAPTURA, DONDE SAI A MERCADORIA DO PEDIDO
       77 WRK-EFIL-FILIAL PIC 9(02) VALUE 1.
       77 WRK-EFIL-SALDO PIC 9(05) VALUE ZEROS.
       77 WRK-EFIL-MOVIDO PIC 9(05) VALUE ZEROS.
       77 WRK-EFIL-OUTRAS PIC 9(07) VALUE ZEROS.
       77 WRK-EST-TIPO-DIG PIC X(01) VALUE 'S'.
       77 WRK-EST-QTDE-DIG PIC 9(05) VALUE ZEROS.
       77 WRK-EST-MOTIVO-DIG PIC X(20) VALUE SPACES.
       01 WRK-KIT-SW PIC X(01) VALUE 'N'.
           88 PROD-E-KIT VALUE 'S'.
           88 PROD-NAO-KIT VALUE 'N'.
       01 WRK-LOTE-SW PIC X(01) VALUE 'N'.
           88 PROD-COM-LOTE VALUE 'S'.
           88 PROD-SEM-LOTE VALUE 'N'.
       77 WRK-PRECO-VIGENTE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-TABELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-SITUACAO PIC X(01) VALUE 'N'.
           88 PRECO-ACHADO VALUE 'S'.
           88 PRECO-NAO-ACHADO VALUE 'N'.
      *NUMERACAO DEFINITIVA E SALDO DO PEDIDO
       77 WRK-ULT-PEDIDO-NUM PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-RECEB-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-RECIBO PIC 9(06) VALUE ZEROS.
       77 WRK-PED-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PED-SALDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ABERTO-CLI PIC 9(11)V99 VALUE ZEROS.
      *PERIODO FECHADO: TABELA CARREGADA NA ABERTURA DO LOTE
       77 FECH-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-FECHADOS PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-FECH.
           05 WRK-FECH-PERIODO PIC 9(06) OCCURS 60 TIMES.
       77 WRK-FECH-IDX PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-VERIFICA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VERIFICA-R REDEFINES WRK-DATA-VERIFICA.
           05 WRK-PERIODO-VERIFICA PIC 9(06).
           05 FILLER PIC 9(02).
       01 WRK-PERIODO-SW PIC X(01) VALUE 'N'.
           88 PERIODO-FECHADO VALUE 'S'.
           88 PERIODO-ABERTO VALUE 'N'.
      *ATRASO DO RECEBIMENTO (BASE 30/360, COMO O 8554 DA TELA):
      *A CONTINGENCIA NAO COBRA ENCARGO, ENTAO O RECEBIMENTO EM
      *ATRASO SAI LANCADO COM RESSALVA PARA O SUPERVISOR
       01 WRK-BASE-ATRASO PIC 9(08) VALUE ZEROS.
       01 WRK-BASE-ATRASO-R REDEFINES WRK-BASE-ATRASO.
           05 WRK-BAT-ANO PIC 9(04).
           05 WRK-BAT-MES PIC 9(02).
           05 WRK-BAT-DIA PIC 9(02).
       01 WRK-DATA-RECEB-CALC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-RECEB-CALC-R REDEFINES WRK-DATA-RECEB-CALC.
           05 WRK-DRC-ANO PIC 9(04).
           05 WRK-DRC-MES PIC 9(02).
           05 WRK-DRC-DIA PIC 9(02).
       77 WRK-ATRASO-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-ED-ATRASO PIC Z(04)9 VALUE ZEROS.
      *DIFERENCAS DESTE LOTE PARA O REGISTRO DE CONTROLE
       77 WRK-DCTL-QTD-PED PIC 9(06) VALUE ZEROS.
       77 WRK-DCTL-SOMA-PED PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DCTL-QTD-ITEM PIC 9(06) VALUE ZEROS.
       77 WRK-DCTL-SOMA-ITEM PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DCTL-QTD-RECEB PIC 9(06) VALUE ZEROS.
       77 WRK-DCTL-SOMA-RECEB PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL PIC Z(10)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           IF WRK-HORA-HH >= 22 OR WRK-HORA-HH < 06
               DISPLAY 'CONTREP: JANELA DO LOTE NOTURNO EM '
                       'ANDAMENTO - RODE A PARTIR DAS 06H'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-ABRIR-ARQUIVOS
               PERFORM 2000-PROCESSAR-CONTINGENCIA
               PERFORM 3000-FINALIZAR
           END-IF.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1900-CARREGAR-FECHAMENTOS.
           PERFORM 1950-LER-CARIMBO.
           OPEN INPUT CLIENTES.
           OPEN I-O PEDIDOS.
           IF PEDIDOS-STATUS = 35 THEN
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.
           OPEN I-O PEDIDOS-INDICE.
           IF PDX-STATUS = ZEROS
               SET INDICE-ABERTO TO TRUE
           END-IF.
           OPEN I-O ITENS.
           IF ITEM-STATUS = 35 THEN
               OPEN OUTPUT ITENS
               CLOSE ITENS
               OPEN I-O ITENS
           END-IF.
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
           OPEN I-O PRODUTOS.
           IF PROD-STATUS = 35 THEN
               OPEN OUTPUT PRODUTOS
               CLOSE PRODUTOS
               OPEN I-O PRODUTOS
           END-IF.
           OPEN INPUT PRECOS.
           IF PRECO-STATUS = 35 THEN
               OPEN OUTPUT PRECOS
               CLOSE PRECOS
               OPEN INPUT PRECOS
           END-IF.
           OPEN INPUT KITS.
           IF KIT-STATUS = 35 THEN
               OPEN OUTPUT KITS
               CLOSE KITS
               OPEN INPUT KITS
           END-IF.
           OPEN INPUT LOTES.
           IF LOTE-STATUS = 35 THEN
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN INPUT LOTES
           END-IF.
           OPEN I-O ESTOQUE-FILIAL.
           IF EFIL-STATUS = 35 THEN
               OPEN OUTPUT ESTOQUE-FILIAL
               CLOSE ESTOQUE-FILIAL
               OPEN I-O ESTOQUE-FILIAL
           END-IF.
           OPEN EXTEND ESTOQUE-MOV.
           IF ESTMOV-STATUS = 35 THEN
               OPEN OUTPUT ESTOQUE-MOV
               CLOSE ESTOQUE-MOV
               OPEN EXTEND ESTOQUE-MOV
           END-IF.
           OPEN EXTEND PED-JORNAL.
           IF PEDJRN-STATUS = 35 THEN
               OPEN OUTPUT PED-JORNAL
               CLOSE PED-JORNAL
               OPEN EXTEND PED-JORNAL
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
           OPEN OUTPUT CONTREP-REPORT.
           MOVE 'REPROCESSAMENTO DA CONTINGENCIA DO BALCAO' TO
                              REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'DATA ' WRK-HOJE '  PROVISORIOS ACIMA DE C'
                   WRK-CARIMBO-ANTERIOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *CARREGA OS PERIODOS JA FECHADOS DE FECHMES.DAT; SEM O
      *ARQUIVO, TODOS OS MESES FICAM ABERTOS
       1900-CARREGAR-FECHAMENTOS.
           MOVE ZEROS TO WRK-TOTAL-FECHADOS.
           OPEN INPUT FECHAMENTOS.
           IF FECH-STATUS = ZEROS
               PERFORM 1910-LER-FECHAMENTO
                   UNTIL FECH-STATUS NOT = ZEROS
                       OR WRK-TOTAL-FECHADOS = 60
               CLOSE FECHAMENTOS
           END-IF.
           MOVE ZEROS TO FECH-STATUS.

       1910-LER-FECHAMENTO.
           READ FECHAMENTOS
               AT END
                   MOVE 10 TO FECH-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-FECHADOS
                   MOVE FECH-REG TO
                           WRK-FECH-PERIODO (WRK-TOTAL-FECHADOS)
           END-READ.

      *ULTIMO PROVISORIO TRATADO NA RODADA ANTERIOR; SEM O
      *ARQUIVO, E A PRIMEIRA RODADA E TUDO E TRATADO
       1950-LER-CARIMBO.
           MOVE ZEROS TO WRK-CARIMBO-ANTERIOR.
           OPEN INPUT CONTING-CONTROLE.
           IF CTGCTL-STATUS = ZEROS
               READ CONTING-CONTROLE
                   NOT AT END
                       MOVE CTGCTL-REG TO WRK-CARIMBO-ANTERIOR
               END-READ
               CLOSE CONTING-CONTROLE
           END-IF.
           MOVE WRK-CARIMBO-ANTERIOR TO WRK-ULT-PROVISORIO.
           MOVE ZEROS TO CTGCTL-STATUS.

      *LE O CONTING.DAT DO COMECO AO FIM; O ARQUIVO NAO E
      *ESVAZIADO, POIS O BALCAO PODE ESTAR ACRESCENTANDO NELE
       2000-PROCESSAR-CONTINGENCIA.
           OPEN INPUT CONTINGENCIA.
           IF CTG-STATUS = ZEROS
               PERFORM 2050-LER-CONTINGENCIA
               PERFORM 2100-PROCESSAR-LANCAMENTO
                   UNTIL CTG-STATUS = 10
               CLOSE CONTINGENCIA
           ELSE
               MOVE 'NENHUM LANCAMENTO DE CONTINGENCIA' TO
                                  REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           MOVE ZEROS TO CTG-STATUS.

       2050-LER-CONTINGENCIA.
           READ CONTINGENCIA
               AT END
                   MOVE 10 TO CTG-STATUS
           END-READ.

      *UM LANCAMENTO PROVISORIO: O JA TRATADO NUMA RODADA ANTERIOR
      *E SO CONTADO; O NOVO E LANCADO OU VAI PARA INTERVENCAO, E
      *O CARIMBO ANDA LOGO EM SEGUIDA
       2100-PROCESSAR-LANCAMENTO.
           IF CTG-PROVISORIO NOT > WRK-CARIMBO-ANTERIOR
               ADD 1 TO WRK-TOTAL-JA-TRATADOS
           ELSE
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE SPACES TO WRK-MSG-INTERVENCAO
               IF CTG-FILIAL = ZEROS
                   MOVE 1 TO WRK-EFIL-FILIAL
               ELSE
                   MOVE CTG-FILIAL TO WRK-EFIL-FILIAL
               END-IF
               EVALUATE TRUE
                   WHEN CTG-E-PEDIDO
                       PERFORM 2200-LANCAR-PEDIDO
                   WHEN CTG-E-RECEBIMENTO
                       PERFORM 2400-LANCAR-RECEBIMENTO
                   WHEN OTHER
                       MOVE 'TIPO DE LANCAMENTO INVALIDO' TO
                                          WRK-MSG-INTERVENCAO
               END-EVALUATE
               IF WRK-MSG-INTERVENCAO NOT = SPACES
                   PERFORM 2800-INTERVENCAO
               END-IF
               IF CTG-PROVISORIO > WRK-ULT-PROVISORIO
                   MOVE CTG-PROVISORIO TO WRK-ULT-PROVISORIO
               END-IF
               PERFORM 2900-GRAVAR-CARIMBO
           END-IF.
           PERFORM 2050-LER-CONTINGENCIA.

      *CLIENTE DO LANCAMENTO, LIDO NO CADASTRO OFICIAL (A COPIA
      *USADA NA CAPTURA PODE ESTAR ATRASADA)
       2150-LER-CLIENTE.
           MOVE CTG-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO
                                      WRK-MSG-INTERVENCAO
           END-READ.
           MOVE ZEROS TO CLIENTES-STATUS.

      *PERIODO CONTABIL DA DATA DO LANCAMENTO, COMO O
      *2080-VERIFICAR-PERIODO DA TELA
       2160-VERIFICAR-PERIODO.
           MOVE CTG-DATA TO WRK-DATA-VERIFICA.
           SET PERIODO-ABERTO TO TRUE.
           PERFORM VARYING WRK-FECH-IDX FROM 1 BY 1
                   UNTIL WRK-FECH-IDX > WRK-TOTAL-FECHADOS
               IF WRK-FECH-PERIODO (WRK-FECH-IDX) =
                       WRK-PERIODO-VERIFICA
                   SET PERIODO-FECHADO TO TRUE
               END-IF
           END-PERFORM.
           IF PERIODO-FECHADO
               MOVE 'PERIODO FECHADO' TO WRK-MSG-INTERVENCAO
           END-IF.

      *PEDIDO PROVISORIO: TUDO E CONFERIDO ANTES DA PRIMEIRA
      *GRAVACAO, ENTAO O QUE VAI PARA INTERVENCAO NAO DEIXA NADA
      *PARA TRAS NOS ARQUIVOS OFICIAIS
       2200-LANCAR-PEDIDO.
           PERFORM 2150-LER-CLIENTE.
           IF WRK-MSG-INTERVENCAO = SPACES
               IF CLI-SUSPENSO
                   MOVE 'CLIENTE SUSPENSO' TO WRK-MSG-INTERVENCAO
               END-IF
           END-IF.
           IF WRK-MSG-INTERVENCAO = SPACES
               PERFORM 2160-VERIFICAR-PERIODO
           END-IF.
           IF WRK-MSG-INTERVENCAO = SPACES
                   AND CTG-PROD-CODIGO NOT = ZEROS
               PERFORM 2210-CONFERIR-PRODUTO
           END-IF.
      *LIMITE DE CREDITO: NA TELA O SUPERVISOR PODE DAR O AVAL;
      *AQUI NAO HA QUEM DE, ENTAO O PEDIDO VAI PARA INTERVENCAO
           IF WRK-MSG-INTERVENCAO = SPACES
                   AND CLIENTES-LIMITE-CRED NOT = ZEROS
               PERFORM 2620-SOMAR-ABERTO-CLIENTE
               IF WRK-TOTAL-ABERTO-CLI + CTG-VALOR >
                       CLIENTES-LIMITE-CRED
                   MOVE 'LIMITE DE CREDITO EXCEDIDO' TO
                                      WRK-MSG-INTERVENCAO
               END-IF
           END-IF.
           IF WRK-MSG-INTERVENCAO = SPACES
               PERFORM 2250-GRAVAR-PEDIDO
           END-IF.

      *PRODUTO DE CATALOGO: EM LINHA E COM SALDO NA FILIAL DA
      *CAPTURA; KIT E PRODUTO COM LOTE PEDEM A ESCOLHA FEITA NA
      *TELA (COMPONENTES, LOTE QUE VENCE ANTES) E VAO PARA
      *INTERVENCAO
       2210-CONFERIR-PRODUTO.
           MOVE CTG-PROD-CODIGO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE 'PRODUTO NAO CADASTRADO' TO
                                      WRK-MSG-INTERVENCAO
               NOT INVALID KEY
                   IF PROD-FORA-LINHA
                       MOVE 'PRODUTO FORA DE LINHA' TO
                                          WRK-MSG-INTERVENCAO
                   ELSE
                       PERFORM 4380-VERIFICAR-KIT
                       PERFORM 4390-LOTES-DO-PRODUTO
                       IF PROD-E-KIT
                           MOVE 'KIT - LANCAR PELA TELA' TO
                                              WRK-MSG-INTERVENCAO
                       ELSE
                       IF PROD-COM-LOTE
                           MOVE 'PRODUTO COM LOTE - PELA TELA' TO
                                              WRK-MSG-INTERVENCAO
                       ELSE
                           PERFORM 4400-SALDO-NA-FILIAL
                           IF CTG-QTDE > WRK-EFIL-SALDO
                               MOVE 'SEM SALDO NA FILIAL' TO
                                                  WRK-MSG-INTERVENCAO
                           END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE ZEROS TO PROD-STATUS.

      *GRAVA O PEDIDO COM O NUMERO DEFINITIVO, O ITEM COM A BAIXA
      *DE ESTOQUE E, SE O CLIENTE PAGOU NA HORA, O RECEBIMENTO
       2250-GRAVAR-PEDIDO.
           PERFORM 2520-NUMERAR-PEDIDO.
           MOVE CTG-FONE TO PEDIDOS-FONE.
           COMPUTE PEDIDOS-NUMERO = WRK-ULT-PEDIDO-NUM + 1.
           MOVE CTG-DATA TO PEDIDOS-DATA.
           MOVE CTG-VALOR TO PEDIDOS-VALOR.
           MOVE SPACES TO PEDIDOS-DESCRICAO.
           STRING 'CONTINGENCIA C' CTG-PROVISORIO
               DELIMITED BY SIZE INTO PEDIDOS-DESCRICAO.
           SET PED-ABERTO TO TRUE.
           MOVE CTG-OPERADOR TO PEDIDOS-OPERADOR.
           ACCEPT PEDIDOS-DATA-LANC FROM DATE YYYYMMDD.
           ACCEPT PEDIDOS-HORA-LANC FROM TIME.
           MOVE WRK-EFIL-FILIAL TO PEDIDOS-FILIAL.
           WRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'CHAVE DE PEDIDO DUPLICADA' TO
                                   WRK-MSG-INTERVENCAO
               NOT INVALID KEY
                   MOVE 'I' TO JRNF-ACAO
                   PERFORM 4310-GRAVA-JRN-PEDIDO
                   ADD 1 TO WRK-DCTL-QTD-PED
                   ADD PEDIDOS-VALOR TO WRK-DCTL-SOMA-PED
                   MOVE 'PED-INCLUI' TO AUDIT-ACAO
                   MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                   PERFORM 2950-GRAVAR-AUDITORIA
                   PERFORM 2530-GRAVAR-ITEM
                   ADD 1 TO WRK-TOTAL-PEDIDOS
                   ADD PEDIDOS-VALOR TO WRK-VALOR-PEDIDOS
                   MOVE PEDIDOS-VALOR TO WRK-ED-VALOR
                   MOVE SPACES TO REPORT-LINHA
                   STRING 'PEDIDO  C' CTG-PROVISORIO ' -> '
                           PEDIDOS-FONE '/' PEDIDOS-NUMERO
                           ' ' WRK-ED-VALOR ' ' CLIENTES-NOME
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
                   IF CTG-FORMA NOT = SPACES
                       PERFORM 2550-RECEBER-NA-HORA
                   END-IF
           END-WRITE.

      *MAIOR NUMERO DE PEDIDO JA USADO PELO CLIENTE, NOS MOLDES DO
      *IMPPED
       2520-NUMERAR-PEDIDO.
           MOVE ZEROS TO WRK-ULT-PEDIDO-NUM.
           MOVE CTG-FONE TO PEDIDOS-FONE.
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
                   OR PEDIDOS-FONE NOT = CTG-FONE
               MOVE PEDIDOS-NUMERO TO WRK-ULT-PEDIDO-NUM
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *O ITEM UNICO DO PEDIDO PROVISORIO; NO PRODUTO DE CATALOGO O
      *PRECO UNITARIO E O DE TABELA VIGENTE E O QUE O BALCAO
      *COBROU A MENOS VIRA O DESCONTO DO ITEM, COMO NO LOJAWEB; O
      *ITEM AVULSO (CODIGO ZERO) FICA COM O PRECO DIGITADO
       2530-GRAVAR-ITEM.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
           MOVE 1 TO ITEM-NUMERO.
           MOVE CTG-PROD-CODIGO TO ITEM-PROD-CODIGO.
           MOVE CTG-DESCRICAO TO ITEM-DESCRICAO.
           MOVE CTG-QTDE TO ITEM-QTDE.
           MOVE CTG-VALOR TO ITEM-TOTAL.
           MOVE CTG-PRECO-UNIT TO ITEM-PRECO-UNIT.
           MOVE ZEROS TO ITEM-DESC-PCT.
           IF CTG-PROD-CODIGO NOT = ZEROS
               MOVE CTG-PROD-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE ZEROS TO PROD-PRECO
                   NOT INVALID KEY
                       MOVE PROD-DESCRICAO TO ITEM-DESCRICAO
               END-READ
               MOVE ZEROS TO PROD-STATUS
               PERFORM 4527-PRECO-VIGENTE
               IF PRECO-ACHADO
                   MOVE WRK-PRECO-VIGENTE TO WRK-PRECO-TABELA
               ELSE
                   MOVE PROD-PRECO TO WRK-PRECO-TABELA
               END-IF
               IF CTG-PRECO-UNIT < WRK-PRECO-TABELA
                   MOVE WRK-PRECO-TABELA TO ITEM-PRECO-UNIT
                   COMPUTE ITEM-DESC-PCT ROUNDED =
                           (WRK-PRECO-TABELA - CTG-PRECO-UNIT)
                           * 100 / WRK-PRECO-TABELA
               END-IF
           END-IF.
           WRITE ITEM-REG
               INVALID KEY
                   DISPLAY 'CONTREP: FALHA AO GRAVAR O ITEM DO '
                           'PEDIDO ' PEDIDOS-FONE '/' PEDIDOS-NUMERO
               NOT INVALID KEY
                   MOVE 'I' TO JRNF-ACAO
                   PERFORM 4320-GRAVA-JRN-ITEM
                   ADD 1 TO WRK-DCTL-QTD-ITEM
                   ADD ITEM-TOTAL TO WRK-DCTL-SOMA-ITEM
                   IF ITEM-PROD-CODIGO NOT = ZEROS
                       PERFORM 4525-BAIXAR-ESTOQUE
                   END-IF
           END-WRITE.

      *PEDIDO PAGO NO BALCAO: UM RECEBIMENTO UNICO DO VALOR TOTAL,
      *NA FORMA DIGITADA, COM O RECIBO DEFINITIVO, E O PEDIDO JA
      *QUITADO PASSA A PAGO, COMO NO 8555 DA TELA
       2550-RECEBER-NA-HORA.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           MOVE 1 TO RECEB-SEQ.
           MOVE CTG-DATA TO RECEB-DATA.
           MOVE CTG-VALOR TO RECEB-VALOR.
           MOVE ZEROS TO RECEB-PARCELA.
           MOVE CTG-FORMA TO RECEB-FORMA.
           MOVE ZEROS TO RECEB-MULTA.
           MOVE ZEROS TO RECEB-JUROS.
           PERFORM 2700-PROXIMO-RECIBO.
           MOVE WRK-NUM-RECIBO TO RECEB-RECIBO.
           WRITE RECEB-REG
               INVALID KEY
                   DISPLAY 'CONTREP: FALHA AO GRAVAR O RECEBIMENTO '
                           'DO PEDIDO ' PEDIDOS-FONE '/'
                           PEDIDOS-NUMERO
               NOT INVALID KEY
                   PERFORM 2560-RECEBIMENTO-GRAVADO
                   SET PED-PAGO TO TRUE
                   PERFORM 2570-REGRAVAR-PEDIDO
           END-WRITE.

      *O QUE SEGUE A GRAVACAO DE QUALQUER RECEBIMENTO: JORNAL,
      *CONTROLE, AUDITORIA E A LINHA DO RELATORIO COM O RECIBO
       2560-RECEBIMENTO-GRAVADO.
           MOVE 'I' TO JRNF-ACAO.
           PERFORM 4330-GRAVA-JRN-RECEB.
           ADD 1 TO WRK-DCTL-QTD-RECEB.
           ADD RECEB-VALOR TO WRK-DCTL-SOMA-RECEB.
           MOVE 'RECEBIMENT' TO AUDIT-ACAO.
           MOVE RECEB-VALOR TO AUDIT-VALOR.
           PERFORM 2950-GRAVAR-AUDITORIA.
           ADD 1 TO WRK-TOTAL-RECEBIMENTOS.
           ADD RECEB-VALOR TO WRK-VALOR-RECEBIDO.
           MOVE RECEB-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'RECIBO  C' CTG-PROVISORIO ' -> RECIBO '
                   RECEB-RECIBO ' PEDIDO ' RECEB-FONE '/'
                   RECEB-PEDIDO ' ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *REGRAVA O PEDIDO QUE MUDOU DE SITUACAO
       2570-REGRAVAR-PEDIDO.
           REWRITE PEDIDOS-REG
               INVALID KEY
                   DISPLAY 'CONTREP: FALHA AO REGRAVAR O PEDIDO '
                           PEDIDOS-FONE '/' PEDIDOS-NUMERO
               NOT INVALID KEY
                   MOVE 'A' TO JRNF-ACAO
                   PERFORM 4310-GRAVA-JRN-PEDIDO
           END-REWRITE.

      *RECEBIMENTO PROVISORIO DE UM PEDIDO JA EXISTENTE, COM AS
      *CONFERENCIAS DO 8550 DA TELA
       2400-LANCAR-RECEBIMENTO.
           PERFORM 2150-LER-CLIENTE.
           IF WRK-MSG-INTERVENCAO = SPACES
               PERFORM 2160-VERIFICAR-PERIODO
           END-IF.
           IF WRK-MSG-INTERVENCAO = SPACES
               MOVE CTG-FONE TO PEDIDOS-FONE
               MOVE CTG-PEDIDO TO PEDIDOS-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       MOVE 'PEDIDO NAO ENCONTRADO' TO
                                          WRK-MSG-INTERVENCAO
                   NOT INVALID KEY
                       IF PED-CANCELADO OR PED-ESTORNO
                           MOVE 'PEDIDO CANCELADO NAO RECEBE' TO
                                              WRK-MSG-INTERVENCAO
                       END-IF
               END-READ
               MOVE ZEROS TO PEDIDOS-STATUS
           END-IF.
           IF WRK-MSG-INTERVENCAO = SPACES
                   AND CTG-PARCELA NOT = ZEROS
               MOVE CTG-FONE TO PARC-FONE
               MOVE CTG-PEDIDO TO PARC-PEDIDO
               MOVE CTG-PARCELA TO PARC-PARCELA
               READ PARCELAS
                   INVALID KEY
                       MOVE 'PARCELA NAO ENCONTRADA' TO
                                          WRK-MSG-INTERVENCAO
                   NOT INVALID KEY
                       IF PARC-RENEGOCIADA
                           MOVE 'PARCELA EM ACORDO' TO
                                              WRK-MSG-INTERVENCAO
                       END-IF
               END-READ
               MOVE ZEROS TO PARC-STATUS
           END-IF.
           IF WRK-MSG-INTERVENCAO = SPACES
               PERFORM 2450-GRAVAR-RECEBIMENTO
           END-IF.

      *NUMERA O RECEBIMENTO NA SEQUENCIA DO PEDIDO, DA O RECIBO
      *DEFINITIVO, BAIXA A PARCELA E, COM O PEDIDO TODO RECEBIDO,
      *PASSA O PEDIDO A PAGO
       2450-GRAVAR-RECEBIMENTO.
           PERFORM 2610-SOMAR-RECEBIMENTOS.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           COMPUTE RECEB-SEQ = WRK-ULT-RECEB-SEQ + 1.
           MOVE CTG-DATA TO RECEB-DATA.
           MOVE CTG-VALOR TO RECEB-VALOR.
           MOVE CTG-PARCELA TO RECEB-PARCELA.
           MOVE CTG-FORMA TO RECEB-FORMA.
           MOVE ZEROS TO RECEB-MULTA.
           MOVE ZEROS TO RECEB-JUROS.
           PERFORM 2460-CALCULAR-ATRASO.
           PERFORM 2700-PROXIMO-RECIBO.
           MOVE WRK-NUM-RECIBO TO RECEB-RECIBO.
           WRITE RECEB-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O RECEBIMENTO' TO
                                      WRK-MSG-INTERVENCAO
               NOT INVALID KEY
                   PERFORM 2560-RECEBIMENTO-GRAVADO
                   IF WRK-ATRASO-DIAS > ZEROS
                       ADD 1 TO WRK-TOTAL-RESSALVAS
                       MOVE WRK-ATRASO-DIAS TO WRK-ED-ATRASO
                       MOVE SPACES TO REPORT-LINHA
                       STRING '        RESSALVA: ' WRK-ED-ATRASO
                               ' DIAS DE ATRASO, SEM MULTA E JUROS'
                           DELIMITED BY SIZE INTO REPORT-LINHA
                       WRITE REPORT-LINHA
                   END-IF
                   IF RECEB-PARCELA NOT = ZEROS
                       PERFORM 2470-BAIXAR-PARCELA
                   END-IF
                   ADD RECEB-VALOR TO WRK-PED-RECEBIDO
                   IF WRK-PED-RECEBIDO NOT < PEDIDOS-VALOR
                           AND NOT PED-PAGO
                       SET PED-PAGO TO TRUE
                       PERFORM 2570-REGRAVAR-PEDIDO
                   END-IF
           END-WRITE.

      *DIAS DE ATRASO (30/360) CONTADOS DO VENCIMENTO DA PARCELA
      *APONTADA OU, SEM PARCELA, DA DATA DO PEDIDO
       2460-CALCULAR-ATRASO.
           IF CTG-PARCELA NOT = ZEROS
               MOVE PARC-VENCIMENTO TO WRK-BASE-ATRASO
           ELSE
               MOVE PEDIDOS-DATA TO WRK-BASE-ATRASO
           END-IF.
           MOVE CTG-DATA TO WRK-DATA-RECEB-CALC.
           COMPUTE WRK-ATRASO-DIAS =
                   ((WRK-DRC-ANO - WRK-BAT-ANO) * 360) +
                   ((WRK-DRC-MES - WRK-BAT-MES) * 30) +
                   (WRK-DRC-DIA - WRK-BAT-DIA).

      *ACUMULA O VALOR RECEBIDO NA PARCELA E A QUITA QUANDO
      *COBERTA, COMO O 8557 DA TELA
       2470-BAIXAR-PARCELA.
           MOVE RECEB-FONE TO PARC-FONE.
           MOVE RECEB-PEDIDO TO PARC-PEDIDO.
           MOVE RECEB-PARCELA TO PARC-PARCELA.
           READ PARCELAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD RECEB-VALOR TO PARC-RECEBIDO
                   IF PARC-RECEBIDO NOT < PARC-VALOR
                           AND NOT PARC-RENEGOCIADA
                       SET PARC-QUITADA TO TRUE
                   END-IF
                   REWRITE PARC-REG
                       INVALID KEY
                           DISPLAY 'CONTREP: FALHA AO BAIXAR A '
                                   'PARCELA ' PARC-PARCELA
                                   ' DO PEDIDO ' PARC-FONE '/'
                                   PARC-PEDIDO
                   END-REWRITE
           END-READ.
           MOVE ZEROS TO PARC-STATUS.

      *SOMA O QUE O PEDIDO DO BUFFER JA RECEBEU E GUARDA A MAIOR
      *SEQUENCIA DE RECEBIMENTO USADA, COMO O 8512 DA TELA
       2610-SOMAR-RECEBIMENTOS.
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

      *SALDO EM ABERTO DE TODOS OS PEDIDOS DO CLIENTE (VALOR
      *MENOS RECEBIMENTOS, SEM CANCELADOS E ESTORNOS), COMO O
      *8516 DA TELA
       2620-SOMAR-ABERTO-CLIENTE.
           MOVE ZEROS TO WRK-TOTAL-ABERTO-CLI.
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
           PERFORM UNTIL PEDIDOS-STATUS NOT = 0
                   OR PEDIDOS-FONE NOT = CLIENTES-FONE
               IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                   PERFORM 2610-SOMAR-RECEBIMENTOS
                   COMPUTE WRK-PED-SALDO =
                           PEDIDOS-VALOR - WRK-PED-RECEBIDO
                   IF WRK-PED-SALDO > ZEROS
                       ADD WRK-PED-SALDO TO WRK-TOTAL-ABERTO-CLI
                   END-IF
               END-IF
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *LE O SEQUENCIAL DO ULTIMO RECIBO, AVANCA UM E REGRAVA,
      *COMO O 8553-PROXIMO-RECIBO DA TELA
       2700-PROXIMO-RECIBO.
           MOVE ZEROS TO WRK-NUM-RECIBO.
           OPEN INPUT RECIBO-SEQ.
           IF RECSEQ-STATUS = ZEROS
               READ RECIBO-SEQ
                   NOT AT END
                       MOVE RECSEQ-REG TO WRK-NUM-RECIBO
               END-READ
               CLOSE RECIBO-SEQ
           END-IF.
           ADD 1 TO WRK-NUM-RECIBO.
           OPEN OUTPUT RECIBO-SEQ.
           MOVE WRK-NUM-RECIBO TO RECSEQ-REG.
           WRITE RECSEQ-REG.
           CLOSE RECIBO-SEQ.
           MOVE ZEROS TO RECSEQ-STATUS.

      *LANCAMENTO QUE NAO PASSOU: SO VAI PARA O RELATORIO, COM O
      *MOTIVO E O QUE FOI CAPTURADO, PARA O SUPERVISOR LANCAR
      *PELA TELA
       2800-INTERVENCAO.
           ADD 1 TO WRK-TOTAL-INTERVENCOES.
           MOVE CTG-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'INTERVENCAO C' CTG-PROVISORIO ' ' CTG-TIPO
                   ' ' CTG-FONE ' ' WRK-ED-VALOR ' - '
                   WRK-MSG-INTERVENCAO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           IF CTG-E-PEDIDO
               STRING '        ' CTG-NOME ' ITEM ' CTG-PROD-CODIGO
                       ' QTDE ' CTG-QTDE ' OPERADOR ' CTG-OPERADOR
                   DELIMITED BY SIZE INTO REPORT-LINHA
           ELSE
               STRING '        ' CTG-NOME ' PEDIDO ' CTG-PEDIDO
                       ' PARCELA ' CTG-PARCELA ' OPERADOR '
                       CTG-OPERADOR
                   DELIMITED BY SIZE INTO REPORT-LINHA
           END-IF.
           WRITE REPORT-LINHA.

      *REGRAVA O ULTIMO PROVISORIO TRATADO; GRAVADO A CADA
      *LANCAMENTO, PARA UMA QUEDA NO MEIO NAO LANCAR NADA EM DOBRO
      *NA RODADA SEGUINTE
       2900-GRAVAR-CARIMBO.
           OPEN OUTPUT CONTING-CONTROLE.
           MOVE WRK-ULT-PROVISORIO TO CTGCTL-REG.
           WRITE CTGCTL-REG.
           CLOSE CONTING-CONTROLE.
           MOVE ZEROS TO CTGCTL-STATUS.

       2950-GRAVAR-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'CONTREP' TO AUDIT-OPERADOR.
           MOVE PEDIDOS-FONE TO AUDIT-CHAVE.
           MOVE CLIENTES-NOME TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE PEDIDOS-NUMERO TO AUDIT-PEDIDO.
           PERFORM 9450-GRAVAR-ENCADEADO.

      *SOMA AO REGISTRO DE CONTROLE DOS FINANCEIROS O QUE ESTE
      *LOTE GRAVOU; SEM O REGISTRO (INSTALACAO NOVA), A PROXIMA
      *SESSAO DA TELA O CRIA COM A CONTAGEM COMPLETA
       3000-FINALIZAR.
           IF WRK-DCTL-QTD-PED > ZEROS OR WRK-DCTL-QTD-ITEM > ZEROS
                   OR WRK-DCTL-QTD-RECEB > ZEROS
               PERFORM 3100-ATUALIZAR-CONTROLE
           END-IF.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PROVISORIOS LIDOS....: ' WRK-TOTAL-LIDOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'JA TRATADOS ANTES....: ' WRK-TOTAL-JA-TRATADOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           MOVE WRK-VALOR-PEDIDOS TO WRK-ED-TOTAL.
           STRING 'PEDIDOS LANCADOS.....: ' WRK-TOTAL-PEDIDOS
                   '  VALOR ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           MOVE WRK-VALOR-RECEBIDO TO WRK-ED-TOTAL.
           STRING 'RECEBIMENTOS LANCADOS: ' WRK-TOTAL-RECEBIMENTOS
                   '  VALOR ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'COM RESSALVA.........: ' WRK-TOTAL-RESSALVAS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PARA INTERVENCAO.....: ' WRK-TOTAL-INTERVENCOES
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           DISPLAY '---------------------------------------'.
           DISPLAY 'CONTINGENCIA DO BALCAO - TOTAIS DE LOTE'.
           DISPLAY 'LIDOS..........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'PEDIDOS........: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'RECEBIMENTOS...: ' WRK-TOTAL-RECEBIMENTOS.
           DISPLAY 'INTERVENCOES...: ' WRK-TOTAL-INTERVENCOES.
           DISPLAY '---------------------------------------'.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF INDICE-ABERTO
               CLOSE PEDIDOS-INDICE
           END-IF.
           CLOSE ITENS.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE PRODUTOS.
           CLOSE PRECOS.
           CLOSE KITS.
           CLOSE LOTES.
           CLOSE ESTOQUE-FILIAL.
           CLOSE ESTOQUE-MOV.
           CLOSE PED-JORNAL.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE CONTREP-REPORT.

       3100-ATUALIZAR-CONTROLE.
           OPEN INPUT PED-CONTROLE.
           IF PEDCTL-STATUS = ZEROS
               READ PED-CONTROLE
                   AT END
                       MOVE 10 TO PEDCTL-STATUS
               END-READ
               CLOSE PED-CONTROLE
               IF PEDCTL-STATUS = ZEROS
                   ADD WRK-DCTL-QTD-PED TO PCTL-QTD-PED
                   ADD WRK-DCTL-SOMA-PED TO PCTL-SOMA-PED
                   ADD WRK-DCTL-QTD-ITEM TO PCTL-QTD-ITEM
                   ADD WRK-DCTL-SOMA-ITEM TO PCTL-SOMA-ITEM
                   ADD WRK-DCTL-QTD-RECEB TO PCTL-QTD-RECEB
                   ADD WRK-DCTL-SOMA-RECEB TO PCTL-SOMA-RECEB
                   ACCEPT PCTL-DATA FROM DATE YYYYMMDD
                   ACCEPT PCTL-HORA FROM TIME
                   OPEN OUTPUT PED-CONTROLE
                   WRITE PEDCTL-REG
                   CLOSE PED-CONTROLE
               END-IF
           END-IF.
           MOVE ZEROS TO PEDCTL-STATUS.

      *JORNAL FINANCEIRO: A IMAGEM DE CADA ESCRITA EM PEDIDOS,
      *ITENS E RECEBIMENTOS, COMO O 4310/4320/4330 DA TELA; O
      *INDICE POR DATA ACOMPANHA O PEDIDO
       4310-GRAVA-JRN-PEDIDO.
           MOVE 'P' TO JRNF-ARQUIVO.
           MOVE PEDIDOS-REG TO JRNF-IMAGEM.
           WRITE PEDJRN-REG.
           IF INDICE-ABERTO
               MOVE PEDIDOS-FONE TO PDX-FONE
               MOVE PEDIDOS-NUMERO TO PDX-NUMERO
               MOVE PEDIDOS-DATA-LANC TO PDX-DATA-LANC
               MOVE PEDIDOS-FILIAL TO PDX-FILIAL-LANC
               MOVE PEDIDOS-DATA TO PDX-DATA
               MOVE PEDIDOS-FILIAL TO PDX-FILIAL
               WRITE PDX-REG
                   INVALID KEY
                       REWRITE PDX-REG
                       END-REWRITE
               END-WRITE
           END-IF.

       4320-GRAVA-JRN-ITEM.
           MOVE 'I' TO JRNF-ARQUIVO.
           MOVE ITEM-REG TO JRNF-IMAGEM.
           WRITE PEDJRN-REG.

       4330-GRAVA-JRN-RECEB.
           MOVE 'R' TO JRNF-ARQUIVO.
           MOVE RECEB-REG TO JRNF-IMAGEM.
           WRITE PEDJRN-REG.

      *VERIFICA SE O PRODUTO DO BUFFER E KIT (TEM COMPONENTES)
       4380-VERIFICAR-KIT.
           SET PROD-NAO-KIT TO TRUE.
           MOVE PROD-CODIGO TO KIT-PAI.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE 10 TO KIT-STATUS
           END-START.
           IF KIT-STATUS NOT = 10
               READ KITS NEXT
                   AT END
                       MOVE 10 TO KIT-STATUS
               END-READ
           END-IF.
           IF KIT-STATUS = 0 AND KIT-PAI = PROD-CODIGO
               SET PROD-E-KIT TO TRUE
           END-IF.
           MOVE ZEROS TO KIT-STATUS.

      *LIGA PROD-COM-LOTE SE O PRODUTO DO BUFFER TEM QUALQUER LOTE
       4390-LOTES-DO-PRODUTO.
           SET PROD-SEM-LOTE TO TRUE.
           MOVE PROD-CODIGO TO LOTE-PRODUTO.
           MOVE ZEROS TO LOTE-VALIDADE.
           MOVE SPACES TO LOTE-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOTE-CHAVE
               INVALID KEY
                   MOVE 10 TO LOTE-STATUS
           END-START.
           IF LOTE-STATUS NOT = 10
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-IF.
           IF LOTE-STATUS = 0 AND LOTE-PRODUTO = PROD-CODIGO
               SET PROD-COM-LOTE TO TRUE
           END-IF.
           MOVE ZEROS TO LOTE-STATUS.

      *SALDO DO PRODUTO DO BUFFER NA FILIAL DA CAPTURA, MESMA
      *REGRA DO 8400 DA TELA: NA MATRIZ E O PROD-ESTOQUE MENOS O
      *QUE ESTA NAS OUTRAS FILIAIS; NAS OUTRAS, O ESTFIL DELA
       4400-SALDO-NA-FILIAL.
           IF WRK-EFIL-FILIAL = 1
               PERFORM 4403-SOMAR-OUTRAS-FILIAIS
               IF WRK-EFIL-OUTRAS < PROD-ESTOQUE
                   COMPUTE WRK-EFIL-SALDO =
                           PROD-ESTOQUE - WRK-EFIL-OUTRAS
               ELSE
                   MOVE ZEROS TO WRK-EFIL-SALDO
               END-IF
           ELSE
               MOVE PROD-CODIGO TO EFIL-PRODUTO
               MOVE WRK-EFIL-FILIAL TO EFIL-FILIAL
               READ ESTOQUE-FILIAL
                   INVALID KEY
                       MOVE ZEROS TO WRK-EFIL-SALDO
                   NOT INVALID KEY
                       MOVE EFIL-SALDO TO WRK-EFIL-SALDO
               END-READ
               MOVE ZEROS TO EFIL-STATUS
           END-IF.

      *SAIDA DE WRK-EST-QTDE-DIG NA FILIAL DA CAPTURA: SAI DO
      *ESTFIL DA FILIAL (FORA DA MATRIZ) E SEMPRE DO PROD-ESTOQUE,
      *QUE FICA PARA O CHAMADOR REGRAVAR, COMO O 8401 DA TELA
       4401-APLICAR-NA-FILIAL.
           PERFORM 4400-SALDO-NA-FILIAL.
           IF WRK-EST-QTDE-DIG > WRK-EFIL-SALDO
               MOVE WRK-EFIL-SALDO TO WRK-EFIL-MOVIDO
           ELSE
               MOVE WRK-EST-QTDE-DIG TO WRK-EFIL-MOVIDO
           END-IF.
           IF WRK-EFIL-FILIAL NOT = 1 AND WRK-EFIL-MOVIDO > ZEROS
               SUBTRACT WRK-EFIL-MOVIDO FROM EFIL-SALDO
               REWRITE EFIL-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WRK-EFIL-MOVIDO > PROD-ESTOQUE
               MOVE ZEROS TO PROD-ESTOQUE
           ELSE
               SUBTRACT WRK-EFIL-MOVIDO FROM PROD-ESTOQUE
           END-IF.

      *SOMA O SALDO DO PRODUTO DO BUFFER NAS FILIAIS QUE NAO SAO
      *A MATRIZ
       4403-SOMAR-OUTRAS-FILIAIS.
           MOVE ZEROS TO WRK-EFIL-OUTRAS.
           MOVE PROD-CODIGO TO EFIL-PRODUTO.
           MOVE ZEROS TO EFIL-FILIAL.
           START ESTOQUE-FILIAL KEY IS NOT LESS THAN EFIL-CHAVE
               INVALID KEY
                   MOVE 10 TO EFIL-STATUS
           END-START.
           IF EFIL-STATUS NOT = 10
               READ ESTOQUE-FILIAL NEXT
                   AT END
                       MOVE 10 TO EFIL-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL EFIL-STATUS NOT = 0
                   OR EFIL-PRODUTO NOT = PROD-CODIGO
               IF EFIL-FILIAL NOT = 1
                   ADD EFIL-SALDO TO WRK-EFIL-OUTRAS
               END-IF
               READ ESTOQUE-FILIAL NEXT
                   AT END
                       MOVE 10 TO EFIL-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO EFIL-STATUS.

      *DA BAIXA NO ESTOQUE DO PRODUTO DO ITEM RECEM GRAVADO, NOS
      *MOLDES DO 8525-BAIXAR-ESTOQUE DA TELA (KIT E LOTE NAO
      *CHEGAM AQUI)
       4525-BAIXAR-ESTOQUE.
           MOVE 'S' TO WRK-EST-TIPO-DIG.
           MOVE SPACES TO WRK-EST-MOTIVO-DIG.
           STRING 'VENDA PED ' ITEM-PEDIDO
               DELIMITED BY SIZE INTO WRK-EST-MOTIVO-DIG.
           MOVE ITEM-QTDE TO WRK-EST-QTDE-DIG.
           PERFORM 4401-APLICAR-NA-FILIAL.
           REWRITE PROD-REG
               INVALID KEY
                   DISPLAY 'CONTREP: FALHA AO BAIXAR O ESTOQUE '
                           'DO PRODUTO ' PROD-CODIGO
           END-REWRITE.
           PERFORM 4835-GRAVAR-MOV-ESTOQUE.

      *PROCURA NA TABELA DE PRECOS A LINHA DO PRODUTO CORRENTE
      *COM A VIGENCIA MAIS RECENTE QUE NAO ULTRAPASSE A DATA DO
      *PEDIDO; SEM LINHA, O CHAMADOR USA O PRECO DO CATALOGO
       4527-PRECO-VIGENTE.
           SET PRECO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-PRECO-VIGENTE.
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
                   OR PRECO-VIGENCIA > PEDIDOS-DATA
               SET PRECO-ACHADO TO TRUE
               MOVE PRECO-VALOR TO WRK-PRECO-VIGENTE
               READ PRECOS NEXT
                   AT END
                       MOVE 10 TO PRECO-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PRECO-STATUS.

      *GRAVA UMA LINHA NO DIARIO DE MOVIMENTOS DE ESTOQUE COM O
      *TIPO, A QUANTIDADE E O MOTIVO JA DEIXADOS EM WORKING; O
      *OPERADOR E O DO BALCAO QUE FEZ A VENDA
       4835-GRAVAR-MOV-ESTOQUE.
           ACCEPT ESTMOV-DATA FROM DATE YYYYMMDD.
           ACCEPT ESTMOV-HORA FROM TIME.
           MOVE PROD-CODIGO TO ESTMOV-PRODUTO.
           MOVE WRK-EST-TIPO-DIG TO ESTMOV-TIPO.
           MOVE WRK-EFIL-MOVIDO TO ESTMOV-QTDE.
           MOVE CTG-OPERADOR TO ESTMOV-OPERADOR.
           MOVE WRK-EST-MOTIVO-DIG TO ESTMOV-MOTIVO.
           MOVE WRK-EFIL-FILIAL TO ESTMOV-FILIAL.
           WRITE ESTMOV-REG.

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

       END PROGRAM CONTREP.
