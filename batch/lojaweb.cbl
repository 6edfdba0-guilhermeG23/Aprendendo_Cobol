       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOJAWEB.
      **********************************
      *OBJ: ENTRADA DOS PEDIDOS DA LOJA VIRTUAL
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LE O ARQUIVO DE PEDIDOS DEIXADO PELO SITE (LOJAWEB.TXT):
      *UMA LINHA C DE CABECALHO POR PEDIDO (NUMERO DO PEDIDO NO
      *SITE, DADOS DO CLIENTE, FRETE, TOTAL E PAGAMENTO JA
      *APROVADO PELA OPERADORA) SEGUIDA DAS LINHAS I DOS ITENS
      *(CODIGO DO PRODUTO DO CATALOGO, QUANTIDADE E PRECO COBRADO)
      *O CLIENTE E LOCALIZADO PELO CPF/CNPJ; SEM CADASTRO ELE E
      *INCLUIDO COM AS MESMAS VALIDACOES DA INCLUSAO PELA TELA
      *(5060-VALIDA-CAMPOS DO CADASTRO ONLINE: OBRIGATORIOS, EMAIL,
      *DDD, FAIXA DE CEP, DIGITO DO CPF/CNPJ)
      *O PEDIDO SO E GRAVADO SE FECHAR INTEIRO: PAGAMENTO APROVADO,
      *PERIODO ABERTO, TODOS OS PRODUTOS EM LINHA E COM SALDO NA
      *MATRIZ (QUE E QUEM DESPACHA A LOJA VIRTUAL) E ITENS MAIS
      *FRETE BATENDO COM O TOTAL PAGO; TUDO E CONFERIDO ANTES DA
      *PRIMEIRA GRAVACAO, ENTAO O PEDIDO RECUSADO NAO DEIXA NADA
      *PARA TRAS. O QUE FECHA GRAVA CLIENTE (SE NOVO), PEDIDO,
      *ITENS, FRETE, BAIXA DE ESTOQUE (KIT, FILIAL, LOTES) E O
      *RECEBIMENTO DO PAGAMENTO, COM AS LINHAS DE AUDITORIA
      *O QUE NAO FECHA VAI PARA LOJAWEB.REJ COM O MOTIVO, PARA A
      *TELA RJ DO CADASTRO ONLINE CORRIGIR O CLIENTE E LIBERAR DE
      *VOLTA (LOJAWEB.LIB, LIDO ANTES DO ARQUIVO DO SITE NA
      *PROXIMA RODADA) OU DESCARTAR
      *CADA PEDIDO DEVOLVE UMA LINHA AO SITE EM LOJAWEB.RET
      *(A=ACEITO, R=RECUSADO, D=JA PROCESSADO ANTES); O NUMERO DO
      *SITE FICA GRAVADO EM LOJAPED.DAT E UM PEDIDO REPETIDO NAO E
      *GRAVADO DUAS VEZES, ENTAO O LOTE PODE SER RELANCADO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARQUIVO DE ENTRADA DA VEZ: PRIMEIRO OS LIBERADOS PELA TELA
      *RJ, DEPOIS O ARQUIVO DO SITE, NO MESMO LAYOUT
           SELECT ENTRADA-LOJA ASSIGN TO WRK-ARQ-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOJA-STATUS.
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
           SELECT ITENS-LOTE ASSIGN TO 'ITEMLOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ILOTE-CHAVE
               FILE STATUS IS ILOTE-STATUS.
           SELECT ESTOQUE-FILIAL ASSIGN TO 'ESTFIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EFIL-CHAVE
               FILE STATUS IS EFIL-STATUS.
           SELECT ESTOQUE-MOV ASSIGN TO 'ESTMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-STATUS.
      *PEDIDOS DO SITE JA GRAVADOS: NUMERO NO SITE X PEDIDO
      *INTERNO, PARA A REPETICAO NAO VIRAR PEDIDO EM DOBRO
           SELECT PEDIDOS-LOJA ASSIGN TO 'LOJAPED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPED-PEDIDO-SITE
               FILE STATUS IS LPED-STATUS.
      *TRILHA DE AUDITORIA: TODO PEDIDO GRAVADO EM LOTE TAMBEM
      *DEIXA A SUA LINHA, COMO OS LANCAMENTOS PELA TELA
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
      *PEDIDOS RECUSADOS, COM O MOTIVO NO CABECALHO, PARA A TELA
      *RJ; ACUMULA ATE ALGUEM TRATAR
           SELECT REJEITADOS-LOJA ASSIGN TO 'LOJAWEB.REJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
      *RETORNO AO SITE: A SITUACAO DE CADA PEDIDO LIDO
           SELECT RETORNO-LOJA ASSIGN TO 'LOJAWEB.RET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-STATUS.
           SELECT LOJA-REPORT ASSIGN TO 'LOJAREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
      *PERIODOS CONTABEIS JA FECHADOS (VIDE OPCAO FM DO CADASTRO
      *ONLINE): PEDIDO COM DATA DENTRO DE MES FECHADO E RECUSADO
           SELECT FECHAMENTOS ASSIGN TO 'FECHMES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECH-STATUS.
      *TABELAS DE REFERENCIA DA VALIDACAO DO CLIENTE NOVO, AS
      *MESMAS DO CADASTRO ONLINE; SEM ELAS VALEM AS DE FABRICA
           SELECT CEP-REFERENCIA ASSIGN TO 'CEPUF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CEP-REF-STATUS.
           SELECT DDD-TABELA ASSIGN TO 'DDDTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDDTAB-STATUS.

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
      *LINHA DO ARQUIVO DO SITE; O LAYOUT COMPLETO DO CABECALHO E
      *DO ITEM ESTA EM WORKING (WRK-CAB E WRK-IWEB), PARA ONDE A
      *LINHA E COPIADA ANTES DA PROXIMA LEITURA
       FD ENTRADA-LOJA.
       01 LOJA-LINHA.
           05 LOJA-TIPO PIC X(01).
               88 LOJA-CABECALHO VALUE 'C'.
               88 LOJA-ITEM VALUE 'I'.
           05 LOJA-PEDIDO-SITE PIC X(12).
           05 FILLER PIC X(282).

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
               88 ITEM-FRETE VALUE 999999.
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
               88 RECEB-DINHEIRO VALUE 'D' ' '.
               88 RECEB-PIX VALUE 'P'.
               88 RECEB-DEBITO VALUE 'B'.
               88 RECEB-CREDITO VALUE 'C'.
               88 RECEB-BOLETO VALUE 'L'.
               88 RECEB-NOTA-CRED VALUE 'N'.
      *NUMERO DO RECIBO IMPRESSO NO BALCAO; ZERO NOS RECEBIMENTOS
      *GRAVADOS PELOS LOTES
           05 RECEB-RECIBO PIC 9(06).
           05 RECEB-MULTA PIC 9(05)V99.
           05 RECEB-JUROS PIC 9(05)V99.

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

      *QUANTIDADE DE UM LOTE CONSUMIDA POR UM ITEM DE PEDIDO
       FD ITENS-LOTE.
       01 ILOTE-REG.
           05 ILOTE-CHAVE.
               10 ILOTE-FONE PIC 9(09).
               10 ILOTE-PEDIDO PIC 9(06).
               10 ILOTE-ITEM PIC 9(03).
               10 ILOTE-PRODUTO PIC 9(06).
               10 ILOTE-VALIDADE PIC 9(08).
               10 ILOTE-NUMERO PIC X(10).
           05 ILOTE-QTDE PIC 9(05).

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

      *PEDIDO DO SITE JA GRAVADO E O PEDIDO INTERNO QUE ELE VIROU
       FD PEDIDOS-LOJA.
       01 LPED-REG.
           05 LPED-PEDIDO-SITE PIC X(12).
           05 LPED-FONE PIC 9(09).
           05 LPED-PEDIDO PIC 9(06).
           05 LPED-DATA PIC 9(08).
           05 LPED-VALOR PIC 9(07)V99.
           05 LPED-FORMA PIC X(01).
           05 LPED-AUTORIZACAO PIC X(20).

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

      *AS LINHAS DO PEDIDO RECUSADO, NO MESMO LAYOUT DA ENTRADA
      *(O MOTIVO VAI NO CABECALHO)
       FD REJEITADOS-LOJA.
       01 REJ-LINHA PIC X(295).

      *UMA LINHA POR PEDIDO LIDO: NUMERO NO SITE, SITUACAO, CHAVE
      *DO PEDIDO INTERNO, VALOR E MOTIVO DA RECUSA
       FD RETORNO-LOJA.
       01 RET-REG.
           05 RET-PEDIDO-SITE PIC X(12).
           05 RET-SITUACAO PIC X(01).
           05 RET-FONE PIC 9(09).
           05 RET-PEDIDO PIC 9(06).
           05 RET-VALOR PIC 9(07)V99.
           05 RET-MOTIVO PIC X(30).

       FD LOJA-REPORT.
       01 REPORT-LINHA PIC X(100).

      *UM PERIODO FECHADO (AAAAMM) POR LINHA
       FD FECHAMENTOS.
       01 FECH-REG PIC 9(06).

      *UMA FAIXA DE CEP POR LINHA: INICIO, FIM, CIDADE E UF
       FD CEP-REFERENCIA.
       01 CEP-REF-REG.
           05 CEP-REF-INI PIC 9(08).
           05 CEP-REF-FIM PIC 9(08).
           05 CEP-REF-CIDADE PIC X(25).
           05 CEP-REF-UF PIC X(02).

      *UM DDD POR LINHA
       FD DDD-TABELA.
       01 DDDTAB-REG PIC 9(02).

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
       77 LOJA-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *O INDICE POR DATA SO EXISTE DEPOIS DO PRIMEIRO IDXPED (OU
      *REORPED); SEM ELE NAO HA O QUE MANTER
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 PRECO-STATUS PIC 9(02) VALUE ZEROS.
       77 KIT-STATUS PIC 9(02) VALUE ZEROS.
       77 LOTE-STATUS PIC 9(02) VALUE ZEROS.
       77 ILOTE-STATUS PIC 9(02) VALUE ZEROS.
       77 EFIL-STATUS PIC 9(02) VALUE ZEROS.
       77 ESTMOV-STATUS PIC 9(02) VALUE ZEROS.
       77 LPED-STATUS PIC 9(02) VALUE ZEROS.
       77 REJ-STATUS PIC 9(02) VALUE ZEROS.
       77 RET-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REPETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CLI-NOVOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-AVULSAS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-GRAVADO PIC 9(11)V99 VALUE ZEROS.
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.

      *NOME DO ARQUIVO DE ENTRADA DA VEZ
       77 WRK-ARQ-ENTRADA PIC X(16) VALUE SPACES.

      *CABECALHO DO PEDIDO EM ANDAMENTO, COPIADO DA LINHA C; O
      *MOTIVO VEM EM BRANCO DO SITE E SO E PREENCHIDO NA RECUSA
       01 WRK-CAB.
           05 CAB-TIPO PIC X(01).
           05 CAB-PEDIDO-SITE PIC X(12).
           05 CAB-DATA PIC 9(08).
           05 CAB-DOC-TIPO PIC X(01).
           05 CAB-DOC-NUM PIC 9(14).
           05 CAB-NOME PIC X(30).
           05 CAB-EMAIL PIC X(40).
           05 CAB-FONE PIC 9(09).
           05 CAB-CEL PIC 9(11).
           05 CAB-LOGRADOURO PIC X(40).
           05 CAB-NUMERO PIC X(06).
           05 CAB-BAIRRO PIC X(20).
           05 CAB-CIDADE PIC X(25).
           05 CAB-UF PIC X(02).
           05 CAB-CEP PIC 9(08).
           05 CAB-FRETE PIC 9(05)V99.
           05 CAB-TOTAL PIC 9(07)V99.
      *P=PIX, C=CARTAO DE CREDITO, B=DEBITO, L=BOLETO (MESMOS
      *CODIGOS DE RECEB-FORMA)
           05 CAB-FORMA PIC X(01).
               88 CAB-FORMA-VALIDA VALUE 'P' 'C' 'B' 'L'.
           05 CAB-PAGTO PIC X(01).
               88 CAB-PAGTO-APROVADO VALUE 'A'.
           05 CAB-AUTORIZACAO PIC X(20).
           05 CAB-MOTIVO PIC X(30).
       01 WRK-CAB-DATA-R REDEFINES WRK-CAB.
           05 FILLER PIC X(13).
           05 CAB-ANO PIC 9(04).
           05 CAB-MES PIC 9(02).
           05 CAB-DIA PIC 9(02).
           05 FILLER PIC X(274).

      *ITENS DO PEDIDO EM ANDAMENTO, COPIADOS DAS LINHAS I
       77 WRK-TOTAL-IWEB PIC 9(03) VALUE ZEROS.
       77 WRK-IWEB-EXCESSO PIC 9(05) VALUE ZEROS.
       77 WRK-IWEB-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-BUSCA-IDX PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-IWEB.
           05 WRK-IWEB OCCURS 90 TIMES.
               10 IWEB-TIPO PIC X(01).
               10 IWEB-PEDIDO-SITE PIC X(12).
               10 IWEB-PRODUTO PIC 9(06).
               10 IWEB-QTDE PIC 9(05).
               10 IWEB-PRECO PIC 9(07)V99.
               10 FILLER PIC X(262).

      *MOTIVO DA RECUSA DO PEDIDO EM ANDAMENTO
       77 WRK-MSG-REJEICAO PIC X(30) VALUE SPACES.
      *CONFERENCIA DO TOTAL E DO SALDO POR PRODUTO
       77 WRK-SOMA-ITENS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-PEDIDA PIC 9(07) VALUE ZEROS.
       77 WRK-PRECO-TABELA PIC 9(07)V99 VALUE ZEROS.
      *CLIENTE DO PEDIDO: ACHADO PELO DOCUMENTO OU MONTADO A
      *PARTIR DO CABECALHO, GUARDADO ATE A GRAVACAO
       01 WRK-REG-CLIENTE PIC X(562) VALUE SPACES.
       01 WRK-CLIENTE-SW PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO VALUE 'S'.
           88 CLIENTE-NOVO VALUE 'N'.
      *MAIOR NUMERO DE PEDIDO JA USADO PELO CLIENTE
       77 WRK-ULT-PEDIDO-NUM PIC 9(06) VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL PIC Z(10)9.99 VALUE ZEROS.

      *TABELA DOS PERIODOS FECHADOS CARREGADA NA ABERTURA DO LOTE
       77 FECH-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-FECHADOS PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-FECH.
           05 WRK-FECH-PERIODO PIC 9(06) OCCURS 60 TIMES.
       77 WRK-FECH-IDX PIC 9(02) VALUE ZEROS.
       01 WRK-PERIODO-LINHA PIC 9(06) VALUE ZEROS.

      *VALIDACAO DOS CAMPOS DO CLIENTE NOVO, MESMAS REGRAS DO
      *5060-VALIDA-CAMPOS DE Projeto/clientes.cbl
       77 WRK-EMAIL-ARROBA PIC 9(02) VALUE ZEROS.
       77 WRK-DDD-VERIFICA PIC 9(02) VALUE ZEROS.
       77 WRK-DDD-RESTO PIC 9(09) VALUE ZEROS.
       77 WRK-DDD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DDD-SITUACAO PIC X(01) VALUE 'N'.
           88 DDD-ACHADO VALUE 'S'.
           88 DDD-NAO-ACHADO VALUE 'N'.
      *TABELA DE DDDS REALMENTE USADA, CARREGADA DE DDDTAB.DAT OU
      *DA TABELA DE FABRICA, COMO NO CADASTRO ONLINE
       77 DDDTAB-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-DDDS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-DDD-USO.
           05 WRK-DDD-USO PIC 9(02) OCCURS 100 TIMES.

      *FAIXAS DE CEP POR BANDA DE UF DO PLANO DOS CORREIOS, AS
      *MESMAS DE FABRICA DE Projeto/clientes.cbl, USADAS QUANDO
      *NAO HA CEPUF.DAT
       01 TB-FAIXAS-UF-TBL.
           05 FILLER PIC X(18) VALUE '0100000019999999SP'.
           05 FILLER PIC X(18) VALUE '2000000028999999RJ'.
           05 FILLER PIC X(18) VALUE '2900000029999999ES'.
           05 FILLER PIC X(18) VALUE '3000000039999999MG'.
           05 FILLER PIC X(18) VALUE '4000000048999999BA'.
           05 FILLER PIC X(18) VALUE '4900000049999999SE'.
           05 FILLER PIC X(18) VALUE '5000000056999999PE'.
           05 FILLER PIC X(18) VALUE '5700000057999999AL'.
           05 FILLER PIC X(18) VALUE '5800000058999999PB'.
           05 FILLER PIC X(18) VALUE '5900000059999999RN'.
           05 FILLER PIC X(18) VALUE '6000000063999999CE'.
           05 FILLER PIC X(18) VALUE '6400000064999999PI'.
           05 FILLER PIC X(18) VALUE '6500000065999999MA'.
           05 FILLER PIC X(18) VALUE '6600000068899999PA'.
           05 FILLER PIC X(18) VALUE '6890000068999999AP'.
           05 FILLER PIC X(18) VALUE '6900000069299999AM'.
           05 FILLER PIC X(18) VALUE '6930000069399999RR'.
           05 FILLER PIC X(18) VALUE '6940000069899999AM'.
           05 FILLER PIC X(18) VALUE '6990000069999999AC'.
           05 FILLER PIC X(18) VALUE '7000000072799999DF'.
           05 FILLER PIC X(18) VALUE '7280000072999999GO'.
           05 FILLER PIC X(18) VALUE '7300000073699999DF'.
           05 FILLER PIC X(18) VALUE '7370000076799999GO'.
           05 FILLER PIC X(18) VALUE '7700000077999999TO'.
           05 FILLER PIC X(18) VALUE '7800000078899999MT'.
           05 FILLER PIC X(18) VALUE '7890000078999999RO'.
           05 FILLER PIC X(18) VALUE '7900000079999999MS'.
           05 FILLER PIC X(18) VALUE '8000000087999999PR'.
           05 FILLER PIC X(18) VALUE '8800000089999999SC'.
           05 FILLER PIC X(18) VALUE '9000000099999999RS'.
       01 TB-FAIXAS-UF REDEFINES TB-FAIXAS-UF-TBL.
           05 TB-FAIXA-UF OCCURS 30 TIMES.
               10 TB-FX-CEP-INI PIC 9(08).
               10 TB-FX-CEP-FIM PIC 9(08).
               10 TB-FX-UF PIC X(02).
       77 WRK-CEP-FAIXA PIC 9(03) VALUE ZEROS.
       77 WRK-CEP-SITUACAO PIC X(01) VALUE 'N'.
           88 CEP-ACHADO VALUE 'S'.
           88 CEP-NAO-ACHADO VALUE 'N'.
      *TABELA DE FAIXAS REALMENTE USADA, MONTADA A PARTIR DO
      *CEPUF.DAT OU DA TABELA DE FABRICA ACIMA
       77 CEP-REF-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-FAIXAS-CEP PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-CEP.
           05 WRK-FAIXA-CEP OCCURS 100 TIMES
                   INDEXED BY WRK-CEP-TBL-IDX.
               10 WRK-FX-CEP-INI PIC 9(08).
               10 WRK-FX-CEP-FIM PIC 9(08).
               10 WRK-FX-CIDADE PIC X(25).
               10 WRK-FX-UF PIC X(02).

      *VALIDACAO DO DIGITO VERIFICADOR DO CPF/CNPJ, MESMA REGRA DE
      *Projeto/clientes.cbl
       77 WRK-DOC-NUM PIC 9(14) VALUE ZEROS.
       77 WRK-DOC-TBL REDEFINES WRK-DOC-NUM
               PIC 9 OCCURS 14 TIMES.
       77 WRK-DOC-SITUACAO PIC X(01) VALUE 'S'.
           88 DOC-VALIDO VALUE 'S'.
           88 DOC-INVALIDO VALUE 'N'.
       77 WRK-DOC-SOMA PIC 9(04) VALUE ZEROS.
       77 WRK-DOC-SOMA10 PIC 9(05) VALUE ZEROS.
       77 WRK-DOC-QUOC PIC 9(04) VALUE ZEROS.
       77 WRK-DOC-PESO PIC 9(02) VALUE ZEROS.
       77 WRK-DOC-RESTO PIC 9(04) VALUE ZEROS.
       77 WRK-DOC-DV PIC 9(01) VALUE ZEROS.
       77 WRK-DOC-IDX PIC 9(02) VALUE ZEROS.

      *PESOS OFICIAIS DO CALCULO DO DIGITO VERIFICADOR DO CNPJ
       01 WRK-CNPJ-PESO1-TBL.
           05 FILLER PIC 9(02) VALUE 05.
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC 9(02) VALUE 03.
           05 FILLER PIC 9(02) VALUE 02.
           05 FILLER PIC 9(02) VALUE 09.
           05 FILLER PIC 9(02) VALUE 08.
           05 FILLER PIC 9(02) VALUE 07.
           05 FILLER PIC 9(02) VALUE 06.
           05 FILLER PIC 9(02) VALUE 05.
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC 9(02) VALUE 03.
           05 FILLER PIC 9(02) VALUE 02.
       01 WRK-CNPJ-PESO1 REDEFINES WRK-CNPJ-PESO1-TBL.
           05 WRK-CNPJ-PESO1-VAL PIC 9(02) OCCURS 12 TIMES.
       01 WRK-CNPJ-PESO2-TBL.
           05 FILLER PIC 9(02) VALUE 06.
           05 FILLER PIC 9(02) VALUE 05.
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC 9(02) VALUE 03.
           05 FILLER PIC 9(02) VALUE 02.
           05 FILLER PIC 9(02) VALUE 09.
           05 FILLER PIC 9(02) VALUE 08.
           05 FILLER PIC 9(02) VALUE 07.
           05 FILLER PIC 9(02) VALUE 06.
           05 FILLER PIC 9(02) VALUE 05.
           05 FILLER PIC 9(02) VALUE 04.
           05 FILLER PIC 9(02) VALUE 03.
           05 FILLER PIC 9(02) VALUE 02.
       01 WRK-CNPJ-PESO2 REDEFINES WRK-CNPJ-PESO2-TBL.
           05 WRK-CNPJ-PESO2-VAL PIC 9(02) OCCURS 13 TIMES.

      *CODIGOS DE DDD VALIDOS NO PLANO DE NUMERACAO BRASILEIRO
      *(ANATEL), USADOS QUANDO NAO HA DDDTAB.DAT
       01 WRK-TABELA-DDD.
           05 FILLER PIC 9(02) VALUE 11.
           05 FILLER PIC 9(02) VALUE 12.
           05 FILLER PIC 9(02) VALUE 13.
           05 FILLER PIC 9(02) VALUE 14.
           05 FILLER PIC 9(02) VALUE 15.
           05 FILLER PIC 9(02) VALUE 16.
           05 FILLER PIC 9(02) VALUE 17.
           05 FILLER PIC 9(02) VALUE 18.
           05 FILLER PIC 9(02) VALUE 19.
           05 FILLER PIC 9(02) VALUE 21.
           05 FILLER PIC 9(02) VALUE 22.
           05 FILLER PIC 9(02) VALUE 24.
           05 FILLER PIC 9(02) VALUE 27.
           05 FILLER PIC 9(02) VALUE 28.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 32.
           05 FILLER PIC 9(02) VALUE 33.
           05 FILLER PIC 9(02) VALUE 34.
           05 FILLER PIC 9(02) VALUE 35.
           05 FILLER PIC 9(02) VALUE 37.
           05 FILLER PIC 9(02) VALUE 38.
           05 FILLER PIC 9(02) VALUE 41.
           05 FILLER PIC 9(02) VALUE 42.
           05 FILLER PIC 9(02) VALUE 43.
           05 FILLER PIC 9(02) VALUE 44.
           05 FILLER PIC 9(02) VALUE 45.
           05 FILLER PIC 9(02) VALUE 46.
           05 FILLER PIC 9(02) VALUE 47.
           05 FILLER PIC 9(02) VALUE 48.
           05 FILLER PIC 9(02) VALUE 49.
           05 FILLER PIC 9(02) VALUE 51.
           05 FILLER PIC 9(02) VALUE 53.
           05 FILLER PIC 9(02) VALUE 54.
           05 FILLER PIC 9(02) VALUE 55.
           05 FILLER PIC 9(02) VALUE 61.
           05 FILLER PIC 9(02) VALUE 62.
           05 FILLER PIC 9(02) VALUE 63.
           05 FILLER PIC 9(02) VALUE 64.
           05 FILLER PIC 9(02) VALUE 65.
           05 FILLER PIC 9(02) VALUE 66.
           05 FILLER PIC 9(02) VALUE 67.
           05 FILLER PIC 9(02) VALUE 68.
           05 FILLER PIC 9(02) VALUE 69.
           05 FILLER PIC 9(02) VALUE 71.
           05 FILLER PIC 9(02) VALUE 73.
           05 FILLER PIC 9(02) VALUE 74.
           05 FILLER PIC 9(02) VALUE 75.
           05 FILLER PIC 9(02) VALUE 77.
           05 FILLER PIC 9(02) VALUE 79.
           05 FILLER PIC 9(02) VALUE 81.
           05 FILLER PIC 9(02) VALUE 82.
           05 FILLER PIC 9(02) VALUE 83.
           05 FILLER PIC 9(02) VALUE 84.
           05 FILLER PIC 9(02) VALUE 85.
           05 FILLER PIC 9(02) VALUE 86.
           05 FILLER PIC 9(02) VALUE 87.
           05 FILLER PIC 9(02) VALUE 88.
           05 FILLER PIC 9(02) VALUE 89.
           05 FILLER PIC 9(02) VALUE 91.
           05 FILLER PIC 9(02) VALUE 92.
           05 FILLER PIC 9(02) VALUE 93.
           05 FILLER PIC 9(02) VALUE 94.
           05 FILLER PIC 9(02) VALUE 95.
           05 FILLER PIC 9(02) VALUE 96.
           05 FILLER PIC 9(02) VALUE 97.
           05 FILLER PIC 9(02) VALUE 98.
           05 FILLER PIC 9(02) VALUE 99.
       01 WRK-DDD-VALIDOS REDEFINES WRK-TABELA-DDD.
           05 WRK-DDD-VALIDO PIC 9(02) OCCURS 67 TIMES.

      *ESTOQUE: KIT, LOTES E SALDO DA MATRIZ, NOS MESMOS CAMPOS E
      *REGRAS DO CADASTRO ONLINE (8380 A 8407)
       77 WRK-KIT-PAI PIC 9(06) VALUE ZEROS.
       77 WRK-KIT-QTDE-MOV PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-DISPONIVEL PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-CABEM PIC 9(05) VALUE ZEROS.
       01 WRK-KIT-SW PIC X(01) VALUE 'N'.
           88 PROD-E-KIT VALUE 'S'.
           88 PROD-NAO-KIT VALUE 'N'.
       77 WRK-LOTE-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-PRODUTO PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-FALTA PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-PARTE PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-VALIDO PIC 9(05) VALUE ZEROS.
       01 WRK-LOTE-SW PIC X(01) VALUE 'N'.
           88 PROD-COM-LOTE VALUE 'S'.
           88 PROD-SEM-LOTE VALUE 'N'.
       01 WRK-SALDO-SW PIC X(01) VALUE 'N'.
           88 SALDO-POR-LOTE VALUE 'S'.
           88 SALDO-LIVRE VALUE 'N'.
      *A LOJA VIRTUAL E DESPACHADA PELA MATRIZ (FILIAL 1)
       77 WRK-EFIL-FILIAL PIC 9(02) VALUE 1.
       77 WRK-EFIL-SALDO PIC 9(05) VALUE ZEROS.
       77 WRK-EFIL-MOVIDO PIC 9(05) VALUE ZEROS.
       77 WRK-EFIL-OUTRAS PIC 9(07) VALUE ZEROS.
       77 WRK-EST-TIPO-DIG PIC X(01) VALUE 'S'.
       77 WRK-EST-QTDE-DIG PIC 9(05) VALUE ZEROS.
       77 WRK-EST-MOTIVO-DIG PIC X(20) VALUE SPACES.
       77 WRK-PRECO-VIGENTE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-SITUACAO PIC X(01) VALUE 'N'.
           88 PRECO-ACHADO VALUE 'S'.
           88 PRECO-NAO-ACHADO VALUE 'N'.
       77 WRK-COD-FRETE PIC 9(06) VALUE 999999.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
      *OS LIBERADOS PELA TELA RJ ENTRAM ANTES DO ARQUIVO NOVO DO
      *SITE; OS DOIS SAO ESVAZIADOS DEPOIS DE LIDOS
           MOVE 'LOJAWEB.LIB' TO WRK-ARQ-ENTRADA.
           PERFORM 2000-PROCESSAR-ARQUIVO.
           MOVE 'LOJAWEB.TXT' TO WRK-ARQ-ENTRADA.
           PERFORM 2000-PROCESSAR-ARQUIVO.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1100-CARREGAR-FAIXAS-CEP.
           PERFORM 1200-CARREGAR-DDDS.
           PERFORM 1900-CARREGAR-FECHAMENTOS.
           OPEN I-O CLIENTES.
           IF CLIENTES-STATUS = 35 THEN
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF.
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
           OPEN I-O LOTES.
           IF LOTE-STATUS = 35 THEN
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O ITENS-LOTE.
           IF ILOTE-STATUS = 35 THEN
               OPEN OUTPUT ITENS-LOTE
               CLOSE ITENS-LOTE
               OPEN I-O ITENS-LOTE
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
           OPEN I-O PEDIDOS-LOJA.
           IF LPED-STATUS = 35 THEN
               OPEN OUTPUT PEDIDOS-LOJA
               CLOSE PEDIDOS-LOJA
               OPEN I-O PEDIDOS-LOJA
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
           OPEN EXTEND REJEITADOS-LOJA.
           IF REJ-STATUS = 35 THEN
               OPEN OUTPUT REJEITADOS-LOJA
               CLOSE REJEITADOS-LOJA
               OPEN EXTEND REJEITADOS-LOJA
           END-IF.
           OPEN OUTPUT RETORNO-LOJA.
           OPEN OUTPUT LOJA-REPORT.
           MOVE 'ENTRADA DOS PEDIDOS DA LOJA VIRTUAL' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *LE CEPUF.DAT, SE EXISTIR, E MONTA A TABELA DE FAIXAS DE
      *CEP; SEM O ARQUIVO, VALEM AS FAIXAS DE FABRICA POR UF -
      *MESMA CARGA DO 0080-CARREGAR-FAIXAS-CEP DO CADASTRO ONLINE
       1100-CARREGAR-FAIXAS-CEP.
           MOVE ZEROS TO WRK-TOTAL-FAIXAS-CEP.
           OPEN INPUT CEP-REFERENCIA.
           IF CEP-REF-STATUS = ZEROS
               PERFORM 1110-LER-FAIXA-CEP
                   UNTIL CEP-REF-STATUS = 10
                       OR WRK-TOTAL-FAIXAS-CEP = 100
               CLOSE CEP-REFERENCIA
           ELSE
               MOVE 30 TO WRK-TOTAL-FAIXAS-CEP
               PERFORM VARYING WRK-CEP-TBL-IDX FROM 1 BY 1
                       UNTIL WRK-CEP-TBL-IDX > 30
                   MOVE TB-FX-CEP-INI (WRK-CEP-TBL-IDX) TO
                               WRK-FX-CEP-INI (WRK-CEP-TBL-IDX)
                   MOVE TB-FX-CEP-FIM (WRK-CEP-TBL-IDX) TO
                               WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX)
                   MOVE SPACES TO
                               WRK-FX-CIDADE (WRK-CEP-TBL-IDX)
                   MOVE TB-FX-UF (WRK-CEP-TBL-IDX) TO
                               WRK-FX-UF (WRK-CEP-TBL-IDX)
               END-PERFORM
           END-IF.

       1110-LER-FAIXA-CEP.
           READ CEP-REFERENCIA
               AT END
                   MOVE 10 TO CEP-REF-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-FAIXAS-CEP
                   MOVE CEP-REF-INI TO
                          WRK-FX-CEP-INI (WRK-TOTAL-FAIXAS-CEP)
                   MOVE CEP-REF-FIM TO
                          WRK-FX-CEP-FIM (WRK-TOTAL-FAIXAS-CEP)
                   MOVE CEP-REF-CIDADE TO
                          WRK-FX-CIDADE (WRK-TOTAL-FAIXAS-CEP)
                   MOVE CEP-REF-UF TO
                          WRK-FX-UF (WRK-TOTAL-FAIXAS-CEP)
           END-READ.

      *CARREGA OS DDDS VALIDOS DE DDDTAB.DAT; SEM O ARQUIVO,
      *VALEM OS 67 DDDS DE FABRICA - MESMA CARGA DO
      *0085-CARREGAR-DDDS DO CADASTRO ONLINE
       1200-CARREGAR-DDDS.
           MOVE ZEROS TO WRK-TOTAL-DDDS.
           OPEN INPUT DDD-TABELA.
           IF DDDTAB-STATUS = ZEROS
               PERFORM 1210-LER-DDD
                   UNTIL DDDTAB-STATUS NOT = ZEROS
                       OR WRK-TOTAL-DDDS = 100
               CLOSE DDD-TABELA
           ELSE
               MOVE 67 TO WRK-TOTAL-DDDS
               PERFORM VARYING WRK-DDD-IDX FROM 1 BY 1
                       UNTIL WRK-DDD-IDX > 67
                   MOVE WRK-DDD-VALIDO (WRK-DDD-IDX) TO
                           WRK-DDD-USO (WRK-DDD-IDX)
               END-PERFORM
           END-IF.
           MOVE ZEROS TO DDDTAB-STATUS.

       1210-LER-DDD.
           READ DDD-TABELA
               AT END
                   MOVE 10 TO DDDTAB-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-DDDS
                   MOVE DDDTAB-REG TO WRK-DDD-USO (WRK-TOTAL-DDDS)
           END-READ.

      *CARREGA OS PERIODOS JA FECHADOS DE FECHMES.DAT; SEM O
      *ARQUIVO, TODOS OS MESES FICAM ABERTOS
       1900-CARREGAR-FECHAMENTOS.
           MOVE ZEROS TO WRK-TOTAL-FECHADOS.
           OPEN INPUT FECHAMENTOS.
           IF FECH-STATUS = ZEROS
               PERFORM 1950-LER-FECHAMENTO
                   UNTIL FECH-STATUS NOT = ZEROS
                       OR WRK-TOTAL-FECHADOS = 60
               CLOSE FECHAMENTOS
           END-IF.
           MOVE ZEROS TO FECH-STATUS.

       1950-LER-FECHAMENTO.
           READ FECHAMENTOS
               AT END
                   MOVE 10 TO FECH-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-FECHADOS
                   MOVE FECH-REG TO
                           WRK-FECH-PERIODO (WRK-TOTAL-FECHADOS)
           END-READ.

      *PROCESSA O ARQUIVO DE ENTRADA DA VEZ DO COMECO AO FIM E O
      *DEIXA VAZIO; ARQUIVO QUE NAO EXISTE E SO PULADO
       2000-PROCESSAR-ARQUIVO.
           OPEN INPUT ENTRADA-LOJA.
           IF LOJA-STATUS = ZEROS
               PERFORM 2050-LER-ENTRADA
               PERFORM 2100-PROCESSAR-PEDIDO
                   UNTIL LOJA-STATUS = 10
               CLOSE ENTRADA-LOJA
               OPEN OUTPUT ENTRADA-LOJA
               CLOSE ENTRADA-LOJA
           END-IF.
           MOVE ZEROS TO LOJA-STATUS.

       2050-LER-ENTRADA.
           READ ENTRADA-LOJA
               AT END
                   MOVE 10 TO LOJA-STATUS
           END-READ.

      *UM PEDIDO E O CABECALHO MAIS AS LINHAS DE ITEM QUE O
      *SEGUEM ATE O PROXIMO CABECALHO; LINHA DE ITEM SEM
      *CABECALHO ANTES E SO APONTADA NO RELATORIO
       2100-PROCESSAR-PEDIDO.
           IF LOJA-CABECALHO
               MOVE LOJA-LINHA TO WRK-CAB
               MOVE SPACES TO CAB-MOTIVO
               MOVE ZEROS TO WRK-TOTAL-IWEB
               MOVE ZEROS TO WRK-IWEB-EXCESSO
               PERFORM 2050-LER-ENTRADA
               PERFORM 2110-GUARDAR-ITEM
                   UNTIL LOJA-STATUS = 10 OR NOT LOJA-ITEM
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE CAB-PEDIDO-SITE TO LPED-PEDIDO-SITE
               READ PEDIDOS-LOJA
                   INVALID KEY
                       PERFORM 2200-VALIDAR-PEDIDO
                       IF WRK-MSG-REJEICAO = SPACES
                           PERFORM 2500-GRAVAR-PEDIDO
                       ELSE
                           PERFORM 2800-REJEITAR
                       END-IF
                   NOT INVALID KEY
                       PERFORM 2700-PEDIDO-REPETIDO
               END-READ
               MOVE ZEROS TO LPED-STATUS
           ELSE
               ADD 1 TO WRK-TOTAL-AVULSAS
               MOVE SPACES TO REPORT-LINHA
               STRING 'LINHA SEM CABECALHO IGNORADA: PEDIDO '
                       LOJA-PEDIDO-SITE ' TIPO ' LOJA-TIPO
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
               PERFORM 2050-LER-ENTRADA
           END-IF.

      *GUARDA A LINHA DE ITEM NA TABELA DO PEDIDO; O QUE PASSAR
      *DO LIMITE SO E CONTADO, E O PEDIDO SERA RECUSADO
       2110-GUARDAR-ITEM.
           IF WRK-TOTAL-IWEB < 90
               ADD 1 TO WRK-TOTAL-IWEB
               MOVE LOJA-LINHA TO WRK-IWEB (WRK-TOTAL-IWEB)
           ELSE
               ADD 1 TO WRK-IWEB-EXCESSO
           END-IF.
           PERFORM 2050-LER-ENTRADA.

      *CONFERE O PEDIDO INTEIRO ANTES DE QUALQUER GRAVACAO; O
      *PRIMEIRO PROBLEMA ACHADO FICA EM WRK-MSG-REJEICAO
       2200-VALIDAR-PEDIDO.
           MOVE SPACES TO WRK-MSG-REJEICAO.
           IF WRK-TOTAL-IWEB = ZEROS
               MOVE 'PEDIDO SEM ITENS' TO WRK-MSG-REJEICAO
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES AND WRK-IWEB-EXCESSO > ZEROS
               MOVE 'PEDIDO COM MAIS DE 90 ITENS' TO
                               WRK-MSG-REJEICAO
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES AND NOT CAB-PAGTO-APROVADO
               MOVE 'PAGAMENTO NAO APROVADO' TO WRK-MSG-REJEICAO
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES AND NOT CAB-FORMA-VALIDA
               MOVE 'FORMA DE PAGAMENTO INVALIDA' TO
                               WRK-MSG-REJEICAO
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               IF CAB-ANO < 1990 OR CAB-MES < 1 OR CAB-MES > 12
                       OR CAB-DIA < 1 OR CAB-DIA > 31
                       OR CAB-DATA > WRK-HOJE
                   MOVE 'DATA DO PEDIDO IMPLAUSIVEL' TO
                                   WRK-MSG-REJEICAO
               END-IF
           END-IF.
      *DATA DENTRO DE MES JA FECHADO NAO ENTRA, COMO NA TELA
           IF WRK-MSG-REJEICAO = SPACES
               DIVIDE CAB-DATA BY 100 GIVING WRK-PERIODO-LINHA
               PERFORM VARYING WRK-FECH-IDX FROM 1 BY 1
                       UNTIL WRK-FECH-IDX > WRK-TOTAL-FECHADOS
                   IF WRK-FECH-PERIODO (WRK-FECH-IDX) =
                           WRK-PERIODO-LINHA
                       MOVE 'PERIODO CONTABIL FECHADO' TO
                                       WRK-MSG-REJEICAO
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               PERFORM 2300-IDENTIFICAR-CLIENTE
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               MOVE ZEROS TO WRK-SOMA-ITENS
               PERFORM 2400-CONFERIR-ITEM
                   VARYING WRK-IWEB-IDX FROM 1 BY 1
                   UNTIL WRK-IWEB-IDX > WRK-TOTAL-IWEB
                       OR WRK-MSG-REJEICAO NOT = SPACES
           END-IF.
      *ITENS PELO PRECO COBRADO MAIS O FRETE TEM QUE DAR O TOTAL
      *QUE A OPERADORA APROVOU
           IF WRK-MSG-REJEICAO = SPACES
               IF WRK-SOMA-ITENS + CAB-FRETE NOT = CAB-TOTAL
                   MOVE 'TOTAL NAO FECHA COM OS ITENS' TO
                                   WRK-MSG-REJEICAO
               END-IF
           END-IF.

      *O CPF/CNPJ E OBRIGATORIO NA LOJA VIRTUAL E E POR ELE QUE O
      *CLIENTE E ACHADO; SEM CADASTRO ATIVO COM O DOCUMENTO, O
      *CLIENTE E MONTADO DO CABECALHO E VALIDADO COMO NOVO
       2300-IDENTIFICAR-CLIENTE.
           IF CAB-DOC-NUM = ZEROS
                   OR (CAB-DOC-TIPO NOT = 'F'
                       AND CAB-DOC-TIPO NOT = 'J')
               MOVE 'CPF/CNPJ NAO INFORMADO' TO WRK-MSG-REJEICAO
           ELSE
               MOVE CAB-DOC-TIPO TO CLIENTES-DOC-TIPO
               MOVE CAB-DOC-NUM TO CLIENTES-DOC-NUM
               PERFORM 2380-VALIDA-DOCUMENTO
               IF DOC-INVALIDO
                   MOVE 'CPF/CNPJ INVALIDO' TO WRK-MSG-REJEICAO
               END-IF
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               PERFORM 2310-PROCURAR-DOCUMENTO
               IF CLIENTE-ACHADO
      *CLIENTE SUSPENSO NAO RECEBE PEDIDO NOVO, MESMA REGRA DO
      *BALCAO
                   IF CLI-SUSPENSO
                       MOVE 'CLIENTE SUSPENSO - SEM PEDIDO' TO
                                       WRK-MSG-REJEICAO
                   END-IF
               ELSE
                   PERFORM 2350-MONTAR-CLIENTE-NOVO
               END-IF
               MOVE CLIENTES-REG TO WRK-REG-CLIENTE
           END-IF.

      *PASSADA SEQUENCIAL ATRAS DO CADASTRO NAO INATIVO COM O
      *DOCUMENTO DO PEDIDO, COMO O 5080-CONFERIR-DOC-UNICO DA TELA
      *(A CHAVE DO ARQUIVO NAO AJUDA NESTA BUSCA); ACHANDO, O
      *CLIENTE FICA NO BUFFER
       2310-PROCURAR-DOCUMENTO.
           SET CLIENTE-NOVO TO TRUE.
           MOVE LOW-VALUES TO CLIENTES-CHAVE.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START.
           IF CLIENTES-STATUS NOT = 10
               READ CLIENTES NEXT
                   AT END
                       MOVE 10 TO CLIENTES-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL CLIENTES-STATUS NOT = 0 OR CLIENTE-ACHADO
               IF CLIENTES-DOC-NUM = CAB-DOC-NUM
                       AND NOT CLI-INATIVO
                   SET CLIENTE-ACHADO TO TRUE
               ELSE
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-IF
           END-PERFORM.
           MOVE ZEROS TO CLIENTES-STATUS.

      *MONTA O CADASTRO DO CLIENTE NOVO COM OS DADOS DO SITE E
      *APLICA AS MESMAS VALIDACOES DO 5060-VALIDA-CAMPOS DA TELA;
      *O TELEFONE E A CHAVE E NAO PODE SER DE OUTRO CLIENTE
       2350-MONTAR-CLIENTE-NOVO.
           MOVE SPACES TO CLIENTES-REG.
           MOVE CAB-FONE TO CLIENTES-FONE.
           MOVE CAB-NOME TO CLIENTES-NOME.
           MOVE CAB-EMAIL TO CLIENTES-EMAIL.
           MOVE CAB-CEL TO CLIENTES-FONE-CEL.
           MOVE ZEROS TO CLIENTES-DATA-NASC.
           SET CLI-PREF-EMAIL TO TRUE.
           MOVE CAB-LOGRADOURO TO CLIENTES-END-LOGRADOURO.
           MOVE CAB-NUMERO TO CLIENTES-END-NUMERO.
           MOVE CAB-BAIRRO TO CLIENTES-END-BAIRRO.
           MOVE CAB-CIDADE TO CLIENTES-END-CIDADE.
           MOVE CAB-UF TO CLIENTES-END-UF.
           MOVE CAB-CEP TO CLIENTES-END-CEP.
           MOVE CAB-DOC-TIPO TO CLIENTES-DOC-TIPO.
           MOVE CAB-DOC-NUM TO CLIENTES-DOC-NUM.
           SET CLI-ATIVO TO TRUE.
           MOVE 'LOJAWEB' TO CLIENTES-ULT-OPERADOR.
           ACCEPT CLIENTES-ULT-DATA FROM DATE YYYYMMDD.
           ACCEPT CLIENTES-ULT-HORA FROM TIME.
           MOVE WRK-HOJE TO CLIENTES-DATA-INCLUSAO.
           MOVE ZEROS TO CLIENTES-LIMITE-CRED.
           MOVE 1 TO CLIENTES-FILIAL.
           IF CLIENTES-FONE = ZEROS
               MOVE 'TELEFONE E OBRIGATORIO' TO WRK-MSG-REJEICAO
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES AND CLIENTES-NOME = SPACES
               MOVE 'NOME E OBRIGATORIO' TO WRK-MSG-REJEICAO
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               MOVE ZEROS TO WRK-EMAIL-ARROBA
               INSPECT CLIENTES-EMAIL TALLYING WRK-EMAIL-ARROBA
                   FOR ALL '@'
               IF CLIENTES-EMAIL = SPACES OR WRK-EMAIL-ARROBA = ZEROS
                   MOVE 'EMAIL INVALIDO' TO WRK-MSG-REJEICAO
               END-IF
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               DIVIDE CLIENTES-FONE BY 10000000 GIVING
                   WRK-DDD-VERIFICA REMAINDER WRK-DDD-RESTO
               PERFORM 2360-VALIDA-DDD
               IF DDD-NAO-ACHADO
                   MOVE 'DDD DO TELEFONE INVALIDO' TO
                                   WRK-MSG-REJEICAO
               END-IF
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
                   AND CLIENTES-FONE-CEL NOT = ZEROS
               DIVIDE CLIENTES-FONE-CEL BY 1000000000 GIVING
                   WRK-DDD-VERIFICA REMAINDER WRK-DDD-RESTO
               PERFORM 2360-VALIDA-DDD
               IF DDD-NAO-ACHADO
                   MOVE 'DDD DO CELULAR INVALIDO' TO
                                   WRK-MSG-REJEICAO
               END-IF
           END-IF.
      *O CEP TEM QUE CAIR EM ALGUMA FAIXA; CIDADE E UF DA FAIXA
      *PREVALECEM SOBRE O QUE O SITE MANDOU, COMO NA TELA
           IF WRK-MSG-REJEICAO = SPACES
                   AND CLIENTES-END-CEP NOT = ZEROS
               PERFORM 2370-VALIDA-CEP
               IF CEP-NAO-ACHADO
                   MOVE 'CEP FORA DE QUALQUER FAIXA' TO
                                   WRK-MSG-REJEICAO
               ELSE
                   IF WRK-FX-CIDADE (WRK-CEP-FAIXA) NOT = SPACES
                       MOVE WRK-FX-CIDADE (WRK-CEP-FAIXA) TO
                                   CLIENTES-END-CIDADE
                   END-IF
                   MOVE WRK-FX-UF (WRK-CEP-FAIXA) TO
                               CLIENTES-END-UF
               END-IF
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               MOVE CLIENTES-REG TO WRK-REG-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'TELEFONE JA E DE OUTRO CLIENTE' TO
                                       WRK-MSG-REJEICAO
               END-READ
               MOVE ZEROS TO CLIENTES-STATUS
               MOVE WRK-REG-CLIENTE TO CLIENTES-REG
           END-IF.

      *PROCURA WRK-DDD-VERIFICA NA TABELA DE DDDS EM USO
       2360-VALIDA-DDD.
           SET DDD-NAO-ACHADO TO TRUE.
           PERFORM VARYING WRK-DDD-IDX FROM 1 BY 1
                   UNTIL WRK-DDD-IDX > WRK-TOTAL-DDDS OR DDD-ACHADO
               IF WRK-DDD-USO (WRK-DDD-IDX) = WRK-DDD-VERIFICA
                   SET DDD-ACHADO TO TRUE
               END-IF
           END-PERFORM.

      *PROCURA A FAIXA DA TABELA CARREGADA QUE CONTEM O CEP DO
      *CLIENTE
       2370-VALIDA-CEP.
           SET CEP-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-CEP-FAIXA.
           PERFORM VARYING WRK-CEP-TBL-IDX FROM 1 BY 1
                   UNTIL WRK-CEP-TBL-IDX > WRK-TOTAL-FAIXAS-CEP
                       OR CEP-ACHADO
               IF CLIENTES-END-CEP NOT <
                       WRK-FX-CEP-INI (WRK-CEP-TBL-IDX)
                   AND CLIENTES-END-CEP NOT >
                       WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX)
                   SET CEP-ACHADO TO TRUE
                   SET WRK-CEP-FAIXA TO WRK-CEP-TBL-IDX
               END-IF
           END-PERFORM.

      *VALIDA O DIGITO VERIFICADOR DO CPF OU CNPJ DO BUFFER
       2380-VALIDA-DOCUMENTO.
           MOVE CLIENTES-DOC-NUM TO WRK-DOC-NUM.
           SET DOC-VALIDO TO TRUE.
           IF CLI-DOC-CPF
               PERFORM 2381-VALIDA-CPF
           END-IF.
           IF CLI-DOC-CNPJ
               PERFORM 2382-VALIDA-CNPJ
           END-IF.

       2381-VALIDA-CPF.
           MOVE ZEROS TO WRK-DOC-SOMA.
           MOVE 10 TO WRK-DOC-PESO.
           MOVE 4 TO WRK-DOC-IDX.
           PERFORM 9 TIMES
               COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA +
                   (WRK-DOC-TBL(WRK-DOC-IDX) * WRK-DOC-PESO)
               SUBTRACT 1 FROM WRK-DOC-PESO
               ADD 1 TO WRK-DOC-IDX
           END-PERFORM.
           PERFORM 2383-CALCULA-DV-CPF.
           IF WRK-DOC-DV NOT = WRK-DOC-TBL(13)
               SET DOC-INVALIDO TO TRUE
           END-IF.
           IF DOC-VALIDO
               MOVE ZEROS TO WRK-DOC-SOMA
               MOVE 11 TO WRK-DOC-PESO
               MOVE 4 TO WRK-DOC-IDX
               PERFORM 10 TIMES
                   COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA +
                       (WRK-DOC-TBL(WRK-DOC-IDX) * WRK-DOC-PESO)
                   SUBTRACT 1 FROM WRK-DOC-PESO
                   ADD 1 TO WRK-DOC-IDX
               END-PERFORM
               PERFORM 2383-CALCULA-DV-CPF
               IF WRK-DOC-DV NOT = WRK-DOC-TBL(14)
                   SET DOC-INVALIDO TO TRUE
               END-IF
           END-IF.

       2382-VALIDA-CNPJ.
           MOVE ZEROS TO WRK-DOC-SOMA.
           MOVE 1 TO WRK-DOC-IDX.
           PERFORM 12 TIMES
               COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA +
                   (WRK-DOC-TBL(WRK-DOC-IDX) *
                    WRK-CNPJ-PESO1-VAL(WRK-DOC-IDX))
               ADD 1 TO WRK-DOC-IDX
           END-PERFORM.
           PERFORM 2384-CALCULA-DV-CNPJ.
           IF WRK-DOC-DV NOT = WRK-DOC-TBL(13)
               SET DOC-INVALIDO TO TRUE
           END-IF.
           IF DOC-VALIDO
               MOVE ZEROS TO WRK-DOC-SOMA
               MOVE 1 TO WRK-DOC-IDX
               PERFORM 13 TIMES
                   COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA +
                       (WRK-DOC-TBL(WRK-DOC-IDX) *
                        WRK-CNPJ-PESO2-VAL(WRK-DOC-IDX))
                   ADD 1 TO WRK-DOC-IDX
               END-PERFORM
               PERFORM 2384-CALCULA-DV-CNPJ
               IF WRK-DOC-DV NOT = WRK-DOC-TBL(14)
                   SET DOC-INVALIDO TO TRUE
               END-IF
           END-IF.

      *CPF: RESTO DA DIVISAO DA SOMA*10 POR 11; SE O RESTO FOR
      *10 OU 11, O DIGITO VERIFICADOR E ZERO
       2383-CALCULA-DV-CPF.
           MULTIPLY WRK-DOC-SOMA BY 10 GIVING WRK-DOC-SOMA10.
           DIVIDE WRK-DOC-SOMA10 BY 11 GIVING WRK-DOC-QUOC
               REMAINDER WRK-DOC-RESTO.
           IF WRK-DOC-RESTO >= 10
               MOVE 0 TO WRK-DOC-DV
           ELSE
               MOVE WRK-DOC-RESTO TO WRK-DOC-DV
           END-IF.

      *CNPJ: RESTO DA DIVISAO DA SOMA POR 11; SE MENOR QUE 2,
      *O DIGITO VERIFICADOR E ZERO, SENAO E 11 MENOS O RESTO
       2384-CALCULA-DV-CNPJ.
           DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QUOC
               REMAINDER WRK-DOC-RESTO.
           IF WRK-DOC-RESTO < 2
               MOVE 0 TO WRK-DOC-DV
           ELSE
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
           END-IF.

      *CONFERE UM ITEM: PRODUTO DO CATALOGO EM LINHA (O FRETE VEM
      *NO CABECALHO, NUNCA COMO ITEM), QUANTIDADE E PRECO
      *INFORMADOS E SALDO NA MATRIZ PARA A QUANTIDADE DESTE ITEM
      *SOMADA A DOS ITENS ANTERIORES DO MESMO PRODUTO; SEM NINGUEM
      *PARA CONFIRMAR O "VENDER ASSIM MESMO", FALTA DE SALDO RECUSA
       2400-CONFERIR-ITEM.
           COMPUTE WRK-SOMA-ITENS = WRK-SOMA-ITENS +
                   IWEB-QTDE (WRK-IWEB-IDX) * IWEB-PRECO (WRK-IWEB-IDX).
           MOVE IWEB-PRODUTO (WRK-IWEB-IDX) TO PROD-CODIGO.
           IF PROD-CODIGO = ZEROS OR PROD-CODIGO = WRK-COD-FRETE
               MOVE 'CODIGO DE PRODUTO INVALIDO' TO WRK-MSG-REJEICAO
           ELSE
               READ PRODUTOS
                   INVALID KEY
                       STRING 'PRODUTO ' PROD-CODIGO
                               ' NAO CADASTRADO'
                           DELIMITED BY SIZE INTO WRK-MSG-REJEICAO
                   NOT INVALID KEY
                       IF PROD-FORA-LINHA
                           STRING 'PRODUTO ' PROD-CODIGO
                                   ' FORA DE LINHA'
                               DELIMITED BY SIZE INTO WRK-MSG-REJEICAO
                       END-IF
               END-READ
               MOVE ZEROS TO PROD-STATUS
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               IF IWEB-QTDE (WRK-IWEB-IDX) = ZEROS
                   MOVE 'ITEM COM QUANTIDADE ZERADA' TO
                                   WRK-MSG-REJEICAO
               END-IF
               IF IWEB-PRECO (WRK-IWEB-IDX) = ZEROS
                   MOVE 'ITEM COM PRECO ZERADO' TO WRK-MSG-REJEICAO
               END-IF
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               MOVE ZEROS TO WRK-QTDE-PEDIDA
               PERFORM VARYING WRK-BUSCA-IDX FROM 1 BY 1
                       UNTIL WRK-BUSCA-IDX > WRK-IWEB-IDX
                   IF IWEB-PRODUTO (WRK-BUSCA-IDX) = PROD-CODIGO
                       ADD IWEB-QTDE (WRK-BUSCA-IDX) TO
                                   WRK-QTDE-PEDIDA
                   END-IF
               END-PERFORM
               PERFORM 4381-SALDO-DISPONIVEL
               IF WRK-QTDE-PEDIDA > WRK-KIT-DISPONIVEL
                   STRING 'SEM SALDO DO PRODUTO ' PROD-CODIGO
                       DELIMITED BY SIZE INTO WRK-MSG-REJEICAO
               END-IF
           END-IF.

      *PEDIDO FECHADO: GRAVA CLIENTE NOVO, CABECALHO, ITENS COM A
      *BAIXA DE ESTOQUE, FRETE, RECEBIMENTO E O NUMERO DO SITE;
      *O PEDIDO FICA ABERTO (A) E QUITADO PELO RECEBIMENTO, PARA O
      *FATURAMENTO SEGUIR PELO CAMINHO DE SEMPRE DA TELA
       2500-GRAVAR-PEDIDO.
           MOVE WRK-REG-CLIENTE TO CLIENTES-REG.
           IF CLIENTE-NOVO
               PERFORM 2510-INCLUIR-CLIENTE
           END-IF.
           IF WRK-MSG-REJEICAO = SPACES
               PERFORM 2520-NUMERAR-PEDIDO
               MOVE CLIENTES-FONE TO PEDIDOS-FONE
               COMPUTE PEDIDOS-NUMERO = WRK-ULT-PEDIDO-NUM + 1
               MOVE CAB-DATA TO PEDIDOS-DATA
               MOVE CAB-TOTAL TO PEDIDOS-VALOR
               MOVE SPACES TO PEDIDOS-DESCRICAO
               STRING 'LOJA VIRTUAL PEDIDO ' CAB-PEDIDO-SITE
                   DELIMITED BY SIZE INTO PEDIDOS-DESCRICAO
               SET PED-ABERTO TO TRUE
               MOVE 'LOJAWEB' TO PEDIDOS-OPERADOR
               ACCEPT PEDIDOS-DATA-LANC FROM DATE YYYYMMDD
               ACCEPT PEDIDOS-HORA-LANC FROM TIME
               MOVE 1 TO PEDIDOS-FILIAL
               WRITE PEDIDOS-REG
                   INVALID KEY
                       MOVE 'CHAVE DE PEDIDO DUPLICADA' TO
                                       WRK-MSG-REJEICAO
                   NOT INVALID KEY
                       PERFORM 2505-INDEXAR-PEDIDO
                       PERFORM 2560-GRAVAR-PEDIDO-SITE
                       MOVE 'PED-INCLUI' TO AUDIT-ACAO
                       MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                       PERFORM 2950-GRAVAR-AUDITORIA
                       PERFORM 2530-GRAVAR-ITEM
                           VARYING WRK-IWEB-IDX FROM 1 BY 1
                           UNTIL WRK-IWEB-IDX > WRK-TOTAL-IWEB
                       IF CAB-FRETE > ZEROS
                           PERFORM 2540-GRAVAR-FRETE
                       END-IF
                       PERFORM 2550-GRAVAR-RECEBIMENTO
                       ADD 1 TO WRK-TOTAL-GRAVADOS
                       ADD PEDIDOS-VALOR TO WRK-VALOR-GRAVADO
                       MOVE CAB-TOTAL TO WRK-ED-VALOR
                       MOVE SPACES TO REPORT-LINHA
                       STRING 'ACEITO: ' CAB-PEDIDO-SITE ' -> '
                               PEDIDOS-FONE '/' PEDIDOS-NUMERO
                               ' ' WRK-ED-VALOR ' ' CLIENTES-NOME
                           DELIMITED BY SIZE INTO REPORT-LINHA
                       WRITE REPORT-LINHA
                       MOVE 'A' TO RET-SITUACAO
                       PERFORM 2850-GRAVAR-RETORNO
               END-WRITE
           END-IF.
           IF WRK-MSG-REJEICAO NOT = SPACES
               PERFORM 2800-REJEITAR
           END-IF.

      *MANTEM O INDICE POR DATA EM DIA COM O PEDIDO RECEM GRAVADO
      *(INCLUSAO NOVA OU REGRAVACAO DA MESMA CHAVE)
       2505-INDEXAR-PEDIDO.
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

       2510-INCLUIR-CLIENTE.
           WRITE CLIENTES-REG
               INVALID KEY
                   MOVE 'TELEFONE JA E DE OUTRO CLIENTE' TO
                                   WRK-MSG-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-CLI-NOVOS
                   MOVE 'INCLUSAO' TO AUDIT-ACAO
                   MOVE ZEROS TO PEDIDOS-NUMERO
                   MOVE ZEROS TO AUDIT-VALOR
                   MOVE CLIENTES-FONE TO PEDIDOS-FONE
                   PERFORM 2950-GRAVAR-AUDITORIA
           END-WRITE.

      *MAIOR NUMERO DE PEDIDO JA USADO PELO CLIENTE, NOS MOLDES DO
      *IMPPED
       2520-NUMERAR-PEDIDO.
           MOVE ZEROS TO WRK-ULT-PEDIDO-NUM.
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
               MOVE PEDIDOS-NUMERO TO WRK-ULT-PEDIDO-NUM
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *GRAVA UM ITEM E DA A BAIXA DO ESTOQUE; O PRECO UNITARIO E
      *O DE TABELA VIGENTE NA DATA DO PEDIDO E O QUE O SITE
      *COBROU A MENOS VIRA O DESCONTO EXPLICITO DO ITEM, COMO NA
      *TELA: O TOTAL SAI LIQUIDO E AS ESTATISTICAS DE PRECO
      *CONTINUAM VALENDO
       2530-GRAVAR-ITEM.
           MOVE IWEB-PRODUTO (WRK-IWEB-IDX) TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
                   MOVE ZEROS TO PROD-PRECO
           END-READ.
           MOVE ZEROS TO PROD-STATUS.
           PERFORM 4527-PRECO-VIGENTE.
           IF PRECO-ACHADO
               MOVE WRK-PRECO-VIGENTE TO WRK-PRECO-TABELA
           ELSE
               MOVE PROD-PRECO TO WRK-PRECO-TABELA
           END-IF.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
           MOVE WRK-IWEB-IDX TO ITEM-NUMERO.
           MOVE PROD-CODIGO TO ITEM-PROD-CODIGO.
           MOVE PROD-DESCRICAO TO ITEM-DESCRICAO.
           MOVE IWEB-QTDE (WRK-IWEB-IDX) TO ITEM-QTDE.
           COMPUTE ITEM-TOTAL =
                   ITEM-QTDE * IWEB-PRECO (WRK-IWEB-IDX).
           IF IWEB-PRECO (WRK-IWEB-IDX) < WRK-PRECO-TABELA
               MOVE WRK-PRECO-TABELA TO ITEM-PRECO-UNIT
               COMPUTE ITEM-DESC-PCT ROUNDED =
                       (WRK-PRECO-TABELA - IWEB-PRECO (WRK-IWEB-IDX))
                       * 100 / WRK-PRECO-TABELA
           ELSE
               MOVE IWEB-PRECO (WRK-IWEB-IDX) TO ITEM-PRECO-UNIT
               MOVE ZEROS TO ITEM-DESC-PCT
           END-IF.
           WRITE ITEM-REG
               INVALID KEY
                   DISPLAY 'LOJAWEB: FALHA AO GRAVAR O ITEM '
                           ITEM-NUMERO ' DO PEDIDO ' PEDIDOS-FONE
                           '/' PEDIDOS-NUMERO
               NOT INVALID KEY
                   PERFORM 4525-BAIXAR-ESTOQUE
           END-WRITE.

      *O FRETE COBRADO PELO SITE VIRA O ITEM DE FRETE DO PEDIDO,
      *DEPOIS DOS ITENS, COMO O 8307-MONTAR-ITEM-FRETE DA TELA
       2540-GRAVAR-FRETE.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
           COMPUTE ITEM-NUMERO = WRK-TOTAL-IWEB + 1.
           MOVE WRK-COD-FRETE TO ITEM-PROD-CODIGO.
           MOVE SPACES TO ITEM-DESCRICAO.
           STRING 'FRETE - CEP ' CAB-CEP
               DELIMITED BY SIZE INTO ITEM-DESCRICAO.
           MOVE 1 TO ITEM-QTDE.
           MOVE CAB-FRETE TO ITEM-PRECO-UNIT.
           MOVE CAB-FRETE TO ITEM-TOTAL.
           MOVE ZEROS TO ITEM-DESC-PCT.
           WRITE ITEM-REG
               INVALID KEY
                   DISPLAY 'LOJAWEB: FALHA AO GRAVAR O FRETE DO '
                           'PEDIDO ' PEDIDOS-FONE '/' PEDIDOS-NUMERO
           END-WRITE.

      *O PAGAMENTO JA APROVADO PELA OPERADORA ENTRA COMO UM
      *RECEBIMENTO UNICO DO VALOR TOTAL, NA FORMA DO SITE
       2550-GRAVAR-RECEBIMENTO.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           MOVE 1 TO RECEB-SEQ.
           MOVE CAB-DATA TO RECEB-DATA.
           MOVE CAB-TOTAL TO RECEB-VALOR.
           MOVE ZEROS TO RECEB-PARCELA.
           MOVE CAB-FORMA TO RECEB-FORMA.
           MOVE ZEROS TO RECEB-RECIBO.
           MOVE ZEROS TO RECEB-MULTA.
           MOVE ZEROS TO RECEB-JUROS.
           WRITE RECEB-REG
               INVALID KEY
                   DISPLAY 'LOJAWEB: FALHA AO GRAVAR O RECEBIMENTO '
                           'DO PEDIDO ' PEDIDOS-FONE '/'
                           PEDIDOS-NUMERO
               NOT INVALID KEY
                   MOVE 'RECEBIMENT' TO AUDIT-ACAO
                   MOVE RECEB-VALOR TO AUDIT-VALOR
                   PERFORM 2950-GRAVAR-AUDITORIA
           END-WRITE.

      *GUARDA O NUMERO DO SITE LOGO QUE O CABECALHO ESTA GRAVADO:
      *DAI EM DIANTE O PEDIDO NAO E MAIS GRAVADO DE NOVO
       2560-GRAVAR-PEDIDO-SITE.
           MOVE CAB-PEDIDO-SITE TO LPED-PEDIDO-SITE.
           MOVE PEDIDOS-FONE TO LPED-FONE.
           MOVE PEDIDOS-NUMERO TO LPED-PEDIDO.
           MOVE WRK-HOJE TO LPED-DATA.
           MOVE PEDIDOS-VALOR TO LPED-VALOR.
           MOVE CAB-FORMA TO LPED-FORMA.
           MOVE CAB-AUTORIZACAO TO LPED-AUTORIZACAO.
           WRITE LPED-REG
               INVALID KEY
                   REWRITE LPED-REG
                   END-REWRITE
           END-WRITE.
           MOVE ZEROS TO LPED-STATUS.

      *PEDIDO DO SITE QUE JA VIROU PEDIDO INTERNO NUMA RODADA
      *ANTERIOR: NAO GRAVA NADA E DEVOLVE O NUMERO JA DADO
       2700-PEDIDO-REPETIDO.
           ADD 1 TO WRK-TOTAL-REPETIDOS.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'JA PROCESSADO: ' CAB-PEDIDO-SITE ' -> '
                   LPED-FONE '/' LPED-PEDIDO ' EM ' LPED-DATA
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE 'D' TO RET-SITUACAO.
           MOVE CAB-PEDIDO-SITE TO RET-PEDIDO-SITE.
           MOVE LPED-FONE TO RET-FONE.
           MOVE LPED-PEDIDO TO RET-PEDIDO.
           MOVE LPED-VALOR TO RET-VALOR.
           MOVE SPACES TO RET-MOTIVO.
           WRITE RET-REG.

      *PEDIDO RECUSADO: RELATORIO, RETORNO AO SITE E AS LINHAS DO
      *PEDIDO, COM O MOTIVO NO CABECALHO, PARA A TELA RJ
       2800-REJEITAR.
           ADD 1 TO WRK-TOTAL-REJEITADOS.
           MOVE CAB-TOTAL TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'RECUSADO: ' CAB-PEDIDO-SITE ' ' WRK-ED-VALOR
                   ' ' CAB-NOME ' - ' WRK-MSG-REJEICAO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-MSG-REJEICAO TO CAB-MOTIVO.
           MOVE WRK-CAB TO REJ-LINHA.
           WRITE REJ-LINHA.
           PERFORM 2810-REJEITAR-ITEM
               VARYING WRK-IWEB-IDX FROM 1 BY 1
               UNTIL WRK-IWEB-IDX > WRK-TOTAL-IWEB.
           MOVE 'R' TO RET-SITUACAO.
           MOVE ZEROS TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           PERFORM 2850-GRAVAR-RETORNO.

       2810-REJEITAR-ITEM.
           MOVE WRK-IWEB (WRK-IWEB-IDX) TO REJ-LINHA.
           WRITE REJ-LINHA.

       2850-GRAVAR-RETORNO.
           MOVE CAB-PEDIDO-SITE TO RET-PEDIDO-SITE.
           MOVE PEDIDOS-FONE TO RET-FONE.
           MOVE PEDIDOS-NUMERO TO RET-PEDIDO.
           MOVE CAB-TOTAL TO RET-VALOR.
           MOVE WRK-MSG-REJEICAO TO RET-MOTIVO.
           WRITE RET-REG.

      *LINHA DE AUDITORIA DO QUE O LOTE GRAVOU; AUDIT-ACAO E
      *AUDIT-VALOR JA VEM PREENCHIDOS, COMO NO 4100 DA TELA; NA
      *INCLUSAO O EMAIL DO CLIENTE NOVO VAI NO EMAIL-DEPOIS
       2950-GRAVAR-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'LOJAWEB' TO AUDIT-OPERADOR.
           MOVE PEDIDOS-FONE TO AUDIT-CHAVE.
           MOVE CLIENTES-NOME TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           IF AUDIT-ACAO = 'INCLUSAO'
               MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-DEPOIS
           END-IF.
           MOVE PEDIDOS-NUMERO TO AUDIT-PEDIDO.
           PERFORM 9450-GRAVAR-ENCADEADO.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PEDIDOS LIDOS..: ' WRK-TOTAL-LIDOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ACEITOS........: ' WRK-TOTAL-GRAVADOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'RECUSADOS......: ' WRK-TOTAL-REJEITADOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'JA PROCESSADOS.: ' WRK-TOTAL-REPETIDOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'CLIENTES NOVOS.: ' WRK-TOTAL-CLI-NOVOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           MOVE WRK-VALOR-GRAVADO TO WRK-ED-TOTAL.
           STRING 'VALOR ACEITO...: ' WRK-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF WRK-TOTAL-AVULSAS > ZEROS
               MOVE SPACES TO REPORT-LINHA
               STRING 'LINHAS IGNORADAS: ' WRK-TOTAL-AVULSAS
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'PEDIDOS DA LOJA VIRTUAL - TOTAIS DE LOTE'.
           DISPLAY 'LIDOS..........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'ACEITOS........: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'RECUSADOS......: ' WRK-TOTAL-REJEITADOS.
           DISPLAY 'JA PROCESSADOS.: ' WRK-TOTAL-REPETIDOS.
           DISPLAY 'CLIENTES NOVOS.: ' WRK-TOTAL-CLI-NOVOS.
           DISPLAY 'VALOR ACEITO...: ' WRK-ED-TOTAL.
           DISPLAY '---------------------------------------'.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF INDICE-ABERTO
               CLOSE PEDIDOS-INDICE
           END-IF.
           CLOSE ITENS.
           CLOSE RECEBIMENTOS.
           CLOSE PRODUTOS.
           CLOSE PRECOS.
           CLOSE KITS.
           CLOSE LOTES.
           CLOSE ITENS-LOTE.
           CLOSE ESTOQUE-FILIAL.
           CLOSE ESTOQUE-MOV.
           CLOSE PEDIDOS-LOJA.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE REJEITADOS-LOJA.
           CLOSE RETORNO-LOJA.
           CLOSE LOJA-REPORT.

      *VERIFICA SE O PRODUTO DO BUFFER E KIT (TEM COMPONENTES)
       4380-VERIFICAR-KIT.
           SET PROD-NAO-KIT TO TRUE.
           MOVE PROD-CODIGO TO WRK-KIT-PAI.
           PERFORM 4383-PRIMEIRO-COMPONENTE.
           IF KIT-STATUS = 0 AND KIT-PAI = WRK-KIT-PAI
               SET PROD-E-KIT TO TRUE
           END-IF.
           MOVE ZEROS TO KIT-STATUS.

      *SALDO DISPONIVEL DO PRODUTO DO BUFFER NA MATRIZ, MESMA
      *REGRA DO 8381 DA TELA: O PROPRIO ESTOQUE, OU, NO KIT,
      *QUANTOS KITS OS COMPONENTES MONTAM (O MAIS ESCASSO MANDA);
      *PRODUTO COM LOTE SO CONTA O QUE ESTA DENTRO DA VALIDADE. O
      *PAI VOLTA AO BUFFER
       4381-SALDO-DISPONIVEL.
           SET SALDO-LIVRE TO TRUE.
           PERFORM 4380-VERIFICAR-KIT.
           PERFORM 4400-SALDO-NA-FILIAL.
           MOVE WRK-EFIL-SALDO TO WRK-KIT-DISPONIVEL.
           IF PROD-E-KIT
               MOVE 99999 TO WRK-KIT-DISPONIVEL
               PERFORM 4383-PRIMEIRO-COMPONENTE
               PERFORM UNTIL KIT-STATUS NOT = 0
                       OR KIT-PAI NOT = WRK-KIT-PAI
                   MOVE KIT-COMPONENTE TO PROD-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           MOVE ZEROS TO WRK-KIT-CABEM
                       NOT INVALID KEY
                           PERFORM 4400-SALDO-NA-FILIAL
                           PERFORM 4390-LOTES-DO-PRODUTO
                           IF PROD-COM-LOTE
                                   AND WRK-LOTE-VALIDO < WRK-EFIL-SALDO
                               MOVE WRK-LOTE-VALIDO TO WRK-EFIL-SALDO
                               SET SALDO-POR-LOTE TO TRUE
                           END-IF
                           DIVIDE WRK-EFIL-SALDO BY KIT-QTDE
                               GIVING WRK-KIT-CABEM
                   END-READ
                   IF WRK-KIT-CABEM < WRK-KIT-DISPONIVEL
                       MOVE WRK-KIT-CABEM TO WRK-KIT-DISPONIVEL
                   END-IF
                   READ KITS NEXT
                       AT END
                           MOVE 10 TO KIT-STATUS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO KIT-STATUS
               PERFORM 4384-RELER-PAI
           END-IF.
           IF PROD-NAO-KIT
               PERFORM 4390-LOTES-DO-PRODUTO
               IF PROD-COM-LOTE
                       AND WRK-LOTE-VALIDO < WRK-KIT-DISPONIVEL
                   MOVE WRK-LOTE-VALIDO TO WRK-KIT-DISPONIVEL
                   SET SALDO-POR-LOTE TO TRUE
               END-IF
           END-IF.

      *SAIDA DE WRK-KIT-QTDE-MOV KITS DO PAI EM WRK-KIT-PAI: CADA
      *COMPONENTE SAI NA SUA QUANTIDADE POR KIT, COM A LINHA DELE
      *NO DIARIO DE ESTOQUE; O PAI VOLTA AO BUFFER
       4382-MOVIMENTAR-KIT.
           PERFORM 4383-PRIMEIRO-COMPONENTE.
           PERFORM UNTIL KIT-STATUS NOT = 0
                   OR KIT-PAI NOT = WRK-KIT-PAI
               MOVE KIT-COMPONENTE TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-EST-QTDE-DIG =
                               WRK-KIT-QTDE-MOV * KIT-QTDE
                       PERFORM 4401-APLICAR-NA-FILIAL
                       REWRITE PROD-REG
                       END-REWRITE
                       PERFORM 4392-SAIDA-POR-LOTE
                       PERFORM 4835-GRAVAR-MOV-ESTOQUE
               END-READ
               READ KITS NEXT
                   AT END
                       MOVE 10 TO KIT-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO KIT-STATUS.
           PERFORM 4384-RELER-PAI.

      *POSICIONA NO PRIMEIRO COMPONENTE DO PAI EM WRK-KIT-PAI
       4383-PRIMEIRO-COMPONENTE.
           MOVE WRK-KIT-PAI TO KIT-PAI.
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

       4384-RELER-PAI.
           MOVE WRK-KIT-PAI TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE ZEROS TO PROD-STATUS.

      *LOTES DO PRODUTO DO BUFFER: LIGA PROD-COM-LOTE SE HA
      *QUALQUER LOTE E SOMA O SALDO DOS AINDA DENTRO DA VALIDADE
       4390-LOTES-DO-PRODUTO.
           MOVE WRK-HOJE TO WRK-LOTE-HOJE.
           SET PROD-SEM-LOTE TO TRUE.
           MOVE ZEROS TO WRK-LOTE-VALIDO.
           MOVE PROD-CODIGO TO WRK-LOTE-PRODUTO.
           PERFORM 4391-PRIMEIRO-LOTE.
           PERFORM UNTIL LOTE-STATUS NOT = 0
                   OR LOTE-PRODUTO NOT = WRK-LOTE-PRODUTO
               SET PROD-COM-LOTE TO TRUE
               IF LOTE-VALIDADE NOT < WRK-LOTE-HOJE
                   ADD LOTE-SALDO TO WRK-LOTE-VALIDO
               END-IF
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO LOTE-STATUS.

      *POSICIONA NO LOTE DO PRODUTO EM WRK-LOTE-PRODUTO QUE VENCE
      *PRIMEIRO (A CHAVE E PRODUTO+VALIDADE+LOTE)
       4391-PRIMEIRO-LOTE.
           MOVE WRK-LOTE-PRODUTO TO LOTE-PRODUTO.
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

      *SAIDA DE WRK-EST-QTDE-DIG UNIDADES DO PRODUTO DO BUFFER
      *PARA O ITEM CORRENTE: CONSOME PRIMEIRO O LOTE QUE VENCE
      *ANTES, PULANDO O VENCIDO, E GUARDA DE QUAL LOTE SAIU CADA
      *PARTE PARA A DEVOLUCAO VOLTAR AO LOTE DE ORIGEM
       4392-SAIDA-POR-LOTE.
           MOVE WRK-HOJE TO WRK-LOTE-HOJE.
           MOVE WRK-EST-QTDE-DIG TO WRK-LOTE-FALTA.
           MOVE PROD-CODIGO TO WRK-LOTE-PRODUTO.
           PERFORM 4391-PRIMEIRO-LOTE.
           PERFORM UNTIL LOTE-STATUS NOT = 0
                   OR LOTE-PRODUTO NOT = WRK-LOTE-PRODUTO
                   OR WRK-LOTE-FALTA = ZEROS
               IF LOTE-VALIDADE NOT < WRK-LOTE-HOJE
                       AND LOTE-SALDO > ZEROS
                   PERFORM 4393-CONSUMIR-LOTE
               END-IF
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO LOTE-STATUS.

       4393-CONSUMIR-LOTE.
           IF LOTE-SALDO < WRK-LOTE-FALTA
               MOVE LOTE-SALDO TO WRK-LOTE-PARTE
           ELSE
               MOVE WRK-LOTE-FALTA TO WRK-LOTE-PARTE
           END-IF.
           SUBTRACT WRK-LOTE-PARTE FROM LOTE-SALDO.
           SUBTRACT WRK-LOTE-PARTE FROM WRK-LOTE-FALTA.
           REWRITE LOTE-REG
           END-REWRITE.
           PERFORM 4394-MONTAR-ITEM-LOTE.
           READ ITENS-LOTE
               INVALID KEY
                   PERFORM 4394-MONTAR-ITEM-LOTE
                   MOVE WRK-LOTE-PARTE TO ILOTE-QTDE
                   WRITE ILOTE-REG
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-LOTE-PARTE TO ILOTE-QTDE
                   REWRITE ILOTE-REG
                   END-REWRITE
           END-READ.
           MOVE ZEROS TO ILOTE-STATUS.

       4394-MONTAR-ITEM-LOTE.
           MOVE ITEM-FONE TO ILOTE-FONE.
           MOVE ITEM-PEDIDO TO ILOTE-PEDIDO.
           MOVE ITEM-NUMERO TO ILOTE-ITEM.
           MOVE LOTE-PRODUTO TO ILOTE-PRODUTO.
           MOVE LOTE-VALIDADE TO ILOTE-VALIDADE.
           MOVE LOTE-NUMERO TO ILOTE-NUMERO.

      *SALDO DO PRODUTO DO BUFFER NA MATRIZ: O PROD-ESTOQUE (TOTAL
      *DA EMPRESA) MENOS O QUE ESTA NAS OUTRAS FILIAIS
       4400-SALDO-NA-FILIAL.
           PERFORM 4403-SOMAR-OUTRAS-FILIAIS.
           IF WRK-EFIL-OUTRAS < PROD-ESTOQUE
               COMPUTE WRK-EFIL-SALDO = PROD-ESTOQUE - WRK-EFIL-OUTRAS
           ELSE
               MOVE ZEROS TO WRK-EFIL-SALDO
           END-IF.

      *SAIDA DE WRK-EST-QTDE-DIG NA MATRIZ; O PROD-ESTOQUE
      *ACOMPANHA E FICA PARA O CHAMADOR REGRAVAR, E A SAIDA NUNCA
      *TIRA MAIS DO QUE A MATRIZ TEM, COMO O 8401 DA TELA
       4401-APLICAR-NA-FILIAL.
           PERFORM 4400-SALDO-NA-FILIAL.
           IF WRK-EST-QTDE-DIG > WRK-EFIL-SALDO
               MOVE WRK-EFIL-SALDO TO WRK-EFIL-MOVIDO
           ELSE
               MOVE WRK-EST-QTDE-DIG TO WRK-EFIL-MOVIDO
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
      *MOLDES DO 8525-BAIXAR-ESTOQUE DA TELA; O KIT NAO TEM
      *ESTOQUE PROPRIO E BAIXA OS COMPONENTES
       4525-BAIXAR-ESTOQUE.
           MOVE 'S' TO WRK-EST-TIPO-DIG.
           MOVE SPACES TO WRK-EST-MOTIVO-DIG.
           STRING 'VENDA PED ' ITEM-PEDIDO
               DELIMITED BY SIZE INTO WRK-EST-MOTIVO-DIG.
           PERFORM 4380-VERIFICAR-KIT.
           IF PROD-E-KIT
               MOVE ITEM-QTDE TO WRK-KIT-QTDE-MOV
               PERFORM 4382-MOVIMENTAR-KIT
           ELSE
               MOVE ITEM-QTDE TO WRK-EST-QTDE-DIG
               PERFORM 4401-APLICAR-NA-FILIAL
               REWRITE PROD-REG
                   INVALID KEY
                       DISPLAY 'LOJAWEB: FALHA AO BAIXAR O ESTOQUE '
                               'DO PRODUTO ' PROD-CODIGO
               END-REWRITE
               PERFORM 4392-SAIDA-POR-LOTE
               PERFORM 4835-GRAVAR-MOV-ESTOQUE
           END-IF.

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
      *TIPO, A QUANTIDADE E O MOTIVO JA DEIXADOS EM WORKING
       4835-GRAVAR-MOV-ESTOQUE.
           ACCEPT ESTMOV-DATA FROM DATE YYYYMMDD.
           ACCEPT ESTMOV-HORA FROM TIME.
           MOVE PROD-CODIGO TO ESTMOV-PRODUTO.
           MOVE WRK-EST-TIPO-DIG TO ESTMOV-TIPO.
           MOVE WRK-EST-QTDE-DIG TO ESTMOV-QTDE.
           MOVE 'LOJAWEB' TO ESTMOV-OPERADOR.
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
           MOVE 'LOJAWEB' TO JOB-NOME.
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

       END PROGRAM LOJAWEB.
