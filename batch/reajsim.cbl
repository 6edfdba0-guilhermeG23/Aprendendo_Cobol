       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJSIM.
      **********************************
      *OBJ: SIMULACAO DE REAJUSTE DE PRECOS E CONTRATOS, SEM
      *GRAVAR NADA NO CATALOGO, NA TABELA DE PRECOS NEM NOS
      *CONTRATOS
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR; RODA SOB
      *DEMANDA, QUANDO A AREA COMERCIAL PREPARA UM REAJUSTE
      *OS PARAMETROS VEM DE REAJPAR.DAT, UMA LINHA POR REGRA:
      *  G              PCT  - PERCENTUAL GERAL (PRODUTOS E
      *                        CONTRATOS SEM REGRA PROPRIA)
      *  T CATEGORIA    PCT  - PERCENTUAL DOS PRODUTOS DA
      *                        CATEGORIA (ZERO TIRA A CATEGORIA
      *                        DO PERCENTUAL GERAL)
      *  C FONE+NUMERO  PCT  - PERCENTUAL DE UM CONTRATO (ZERO
      *                        TIRA O CONTRATO DO GERAL)
      *  V AAAAMMDD          - INICIO DE VIGENCIA DA TABELA NOVA
      *                        (SEM A LINHA, O DIA 1 DO MES QUE
      *                        VEM)
      *A SIMULACAO APURA, COM AS MESMAS REGRAS QUE O REAJAPL VAI
      *APLICAR:
      *  - A TABELA NOVA DE PRECOS (PRECO VIGENTE NA VESPERA DA
      *    VIGENCIA NOVA - TABELA GERAL OU CATALOGO - REAJUSTADO)
      *  - O IMPACTO NA RECEITA RECORRENTE DOS CONTRATOS EM VIGOR
      *    (MENSAL E ANUALIZADO; NO MEDIDO, A FRANQUIA E O PRECO
      *    DO EXCEDENTE)
      *  - O IMPACTO NOS ORCAMENTOS PENDENTES, RECOTADOS PELA
      *    TABELA NOVA (O ORCAMENTO VALIDO ALEM DA VIGENCIA AINDA
      *    CONVERTE PELO PRECO COTADO E SAI CONTADO A PARTE)
      *  - A RECEITA E A MARGEM POR CATEGORIA SOBRE AS VENDAS DOS
      *    ULTIMOS 12 MESES, NAS MESMAS QUANTIDADES, COM O CUSTO
      *    DO CATALOGO (KIT PELA SOMA DOS COMPONENTES, COMO NO
      *    MARGEM)
      *  - OS 20 CLIENTES COM MAIOR AUMENTO ABSOLUTO (CONTRATOS
      *    NO ANO + COMPRAS DOS 12 MESES + ORCAMENTOS PENDENTES),
      *    PARA A AREA LIGAR ANTES DA CARTA
      *SE NENHUMA LINHA DO REAJPAR.DAT FOR REJEITADA, A SIMULACAO
      *ENTRA NA FILA DE APROVACAO (PENDAPRO.DAT, OPCAO AQ DO
      *CADASTRO ONLINE) COMO ACAO REAJUSTE, COM O TOTAL DE
      *CONTROLE DOS PARAMETROS NO CAMPO DO FONE E A QUANTIDADE DE
      *LINHAS NO SEGUNDO FONE; UMA SIMULACAO NOVA SUBSTITUI (EXPIRA)
      *A ANTERIOR AINDA NAO APLICADA. O REAJAPL SO APLICA COM A
      *SIMULACAO APROVADA E O MESMO REAJPAR.DAT
      *SAIDA: REAJSIM.TXT; PARAMETRO INVALIDO OU AUSENTE SAI COM
      *RC 8 NO PAINEL
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
      *COMPOSICAO DOS KITS DO CADASTRO ONLINE; SEM O ARQUIVO
      *NENHUM PRODUTO E KIT
           SELECT KITS ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS KIT-STATUS.
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
           SELECT ORCAMENTOS ASSIGN TO 'ORCAMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS ORC-STATUS.
           SELECT ORC-ITENS ASSIGN TO 'ORCITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORCI-CHAVE
               FILE STATUS IS ORCI-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
           SELECT ITENS ASSIGN TO 'ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-CHAVE
               FILE STATUS IS ITEM-STATUS.
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
           SELECT SIMULACAO ASSIGN TO 'REAJSIM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ORDENA-IMPACTOS ASSIGN TO 'ORDREAJ.TMP'.

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
      *UMA REGRA DE REAJUSTE POR LINHA (VIDE O CABECALHO)
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

      *MESMO LAYOUT DA COMPOSICAO DE KITS DO CADASTRO ONLINE
       FD KITS.
       01 KIT-REG.
           05 KIT-CHAVE.
               10 KIT-PAI PIC 9(06).
               10 KIT-COMPONENTE PIC 9(06).
           05 KIT-QTDE PIC 9(03).

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

      *MESMO LAYOUT DO ARQUIVO DE ORCAMENTOS DO CADASTRO ONLINE
       FD ORCAMENTOS.
       01 ORC-REG.
           05 ORC-CHAVE.
               10 ORC-FONE PIC 9(09).
               10 ORC-NUMERO PIC 9(06).
           05 ORC-DATA PIC 9(08).
           05 ORC-VALIDADE PIC 9(08).
           05 ORC-VALOR PIC 9(07)V99.
           05 ORC-DESCRICAO PIC X(40).
           05 ORC-SITUACAO PIC X(01).
               88 ORC-PENDENTE VALUE 'P'.
               88 ORC-CONVERTIDO VALUE 'C'.

      *MESMO LAYOUT DAS LINHAS COTADAS DO CADASTRO ONLINE
       FD ORC-ITENS.
       01 ORCI-REG.
           05 ORCI-CHAVE.
               10 ORCI-FONE PIC 9(09).
               10 ORCI-ORCAMENTO PIC 9(06).
               10 ORCI-NUMERO PIC 9(03).
           05 ORCI-PROD-CODIGO PIC 9(06).
           05 ORCI-DESCRICAO PIC X(40).
           05 ORCI-QTDE PIC 9(05).
           05 ORCI-PRECO-UNIT PIC 9(07)V99.
           05 ORCI-TOTAL PIC 9(07)V99.

      *MESMO LAYOUT DO ARQUIVO DE PEDIDOS DO CADASTRO ONLINE
       FD PEDIDOS.
       01 PEDIDOS-REG.
           05 PEDIDOS-CHAVE.
               10 PEDIDOS-FONE PIC 9(09).
               10 PEDIDOS-NUMERO PIC 9(06).
           05 PEDIDOS-DATA PIC 9(08).
           05 PEDIDOS-VALOR PIC 9(07)V99.
           05 PEDIDOS-DESCRICAO PIC X(40).
      *A VENDA DE VALE-PRESENTE E UM PEDIDO MARCADO NA DESCRICAO
           05 PED-DESC-VALE REDEFINES PEDIDOS-DESCRICAO.
               10 PED-VALE-ROTULO PIC X(14).
                   88 PED-VENDA-VALE VALUE 'VALE-PRESENTE '.
               10 FILLER PIC X(26).
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

      *SO OS CAMPOS USADOS NA LISTA DE CLIENTES IMPORTAM; O RESTO
      *E FILLER, MAS A LARGURA TOTAL (562) TEM QUE ACOMPANHAR A
      *CLIENTES-REG
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

       FD SIMULACAO.
       01 SIM-LINHA PIC X(132).

      *AUMENTO DE UM CLIENTE EM UMA DAS TRES FRENTES; A SAIDA DA
      *ORDENACAO SOMA POR FONE
       SD ORDENA-IMPACTOS.
       01 IMP-REG.
           05 IMP-FONE PIC 9(09).
           05 IMP-CONTRATOS PIC 9(09)V99.
           05 IMP-COMPRAS PIC 9(09)V99.
           05 IMP-ORCAMENTOS PIC 9(09)V99.

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
       77 KIT-STATUS PIC 9(02) VALUE ZEROS.
       77 PRECO-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTR-STATUS PIC 9(02) VALUE ZEROS.
       77 ORC-STATUS PIC 9(02) VALUE ZEROS.
       77 ORCI-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PND-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.
       01 WRK-KITS-SITUACAO PIC X(01) VALUE 'N'.
           88 KITS-ABERTO VALUE 'S'.
       01 WRK-PRECOS-SITUACAO PIC X(01) VALUE 'N'.
           88 PRECOS-ABERTO VALUE 'S'.
       01 WRK-ORCI-SITUACAO PIC X(01) VALUE 'N'.
           88 ORCI-ABERTO VALUE 'S'.
       01 WRK-PROD-KIT PIC X(01) VALUE 'N'.
           88 PROD-E-KIT VALUE 'S'.
           88 PROD-NAO-KIT VALUE 'N'.
       01 WRK-COMP-CUSTO PIC X(01) VALUE 'S'.
           88 COMP-COM-CUSTO VALUE 'S'.
           88 COMP-SEM-CUSTO VALUE 'N'.
       01 WRK-PRECO-SITUACAO PIC X(01) VALUE 'N'.
           88 PRECO-ACHADO VALUE 'S'.
           88 PRECO-NAO-ACHADO VALUE 'N'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-PRODUTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CONTRATOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ORCAMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ORC-HONRADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ITENS-12M PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-SEM-CUSTO PIC 9(06) VALUE ZEROS.

      *DATA DE HOJE, INICIO DA JANELA DE 12 MESES E VIGENCIA NOVA
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       77 WRK-INICIO-12M PIC 9(08) VALUE ZEROS.
       01 WRK-VIGENCIA PIC 9(08) VALUE ZEROS.
       01 WRK-VIGENCIA-R REDEFINES WRK-VIGENCIA.
           05 WRK-VIG-ANO PIC 9(04).
           05 WRK-VIG-MES PIC 9(02).
           05 WRK-VIG-DIA PIC 9(02).

      *REGRAS LIDAS DO REAJPAR.DAT
       77 WRK-PAR-LIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-PAR-ACEITAS PIC 9(03) VALUE ZEROS.
       77 WRK-PAR-REJEITADAS PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-PCT-GERAL PIC 9(02)V99 VALUE ZEROS.
       01 WRK-GERAL-SITUACAO PIC X(01) VALUE 'N'.
           88 GERAL-INFORMADO VALUE 'S'.
       01 WRK-VIG-SITUACAO PIC X(01) VALUE 'N'.
           88 VIGENCIA-INFORMADA VALUE 'S'.
      *PERCENTUAL POR CATEGORIA (ENTRADA = CATEGORIA + 1) E O
      *ACUMULADO DAS VENDAS DOS 12 MESES POR CATEGORIA
       01 WRK-TABELA-CATEGORIA.
           05 WRK-CAT-ENT OCCURS 1000 TIMES.
               10 WRK-CAT-INFORMADA PIC X(01).
               10 WRK-CAT-PCT PIC 9(02)V99.
               10 WRK-CAT-PRODUTOS PIC 9(05).
               10 WRK-CAT-RECEITA PIC 9(11)V99.
               10 WRK-CAT-RECEITA-NOVA PIC 9(11)V99.
               10 WRK-CAT-RECEITA-CUSTO PIC 9(11)V99.
               10 WRK-CAT-RECEITA-CUSTO-NOVA PIC 9(11)V99.
               10 WRK-CAT-CUSTO PIC 9(11)V99.
       77 WRK-CAT-IDX PIC 9(04) VALUE ZEROS.
      *PERCENTUAL POR CONTRATO (ATE 200 CONTRATOS COM REGRA PROPRIA)
       77 WRK-TOTAL-CTR-REGRAS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-CONTRATO.
           05 WRK-CTR-ENT OCCURS 200 TIMES.
               10 WRK-CTR-FONE PIC 9(09).
               10 WRK-CTR-NUMERO PIC 9(04).
               10 WRK-CTR-PCT PIC 9(02)V99.
       77 WRK-CTR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-ACHADO PIC 9(03) VALUE ZEROS.
      *TOTAL DE CONTROLE DAS REGRAS ACEITAS: O MESMO CALCULO DO
      *REAJAPL, PARA A APLICACAO RECONHECER OS PARAMETROS DA
      *SIMULACAO APROVADA
       77 WRK-CTL-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-CTL-TIPO PIC 9(01) VALUE ZEROS.
       77 WRK-CTL-ALVO PIC 9(13) VALUE ZEROS.
       77 WRK-CTL-SOMA PIC 9(18) VALUE ZEROS.
       77 WRK-CTL-QUOC PIC 9(10) VALUE ZEROS.
       77 WRK-CONTROLE PIC 9(09) VALUE ZEROS.

      *PERCENTUAL E PRECOS DO PRODUTO OU CONTRATO EM EXAME
       77 WRK-PCT-ITEM PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRECO-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-NOVO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-UNIT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-KIT-PAI PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-NOVO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-EXCED-NOVO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-AUMENTO PIC 9(09)V99 VALUE ZEROS.

      *CONTRATOS: MENSALIDADE ANTES E DEPOIS E AUMENTO NO ANO
       77 WRK-CTR-MES-ANTES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CTR-MES-DEPOIS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CTR-AUMENTO-ANO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CTR-MEDIDOS PIC 9(06) VALUE ZEROS.
      *ORCAMENTOS PENDENTES: VALOR COTADO E RECOTADO
       77 WRK-ORC-VALOR-NOVO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ORC-ANTES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ORC-DEPOIS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ORC-HONRADO-ANTES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ORC-HONRADO-DEPOIS PIC 9(11)V99 VALUE ZEROS.
      *VENDAS DOS 12 MESES: TOTAIS GERAIS E MARGENS
       77 WRK-VND-RECEITA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VND-RECEITA-NOVA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VND-RECEITA-CUSTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VND-RECEITA-CUSTO-NOVA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VND-CUSTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ITEM-NOVO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MARGEM-ANTES PIC S9(03)V99 VALUE ZEROS.
       77 WRK-MARGEM-DEPOIS PIC S9(03)V99 VALUE ZEROS.
       77 WRK-IMPACTO-ANUAL PIC 9(11)V99 VALUE ZEROS.

      *CLIENTE EM SOMA NA SAIDA DA ORDENACAO E OS 20 MAIORES
      *AUMENTOS, EM ORDEM DECRESCENTE
       01 WRK-CLIENTE-SOMA.
           05 WRK-CLI-FONE PIC 9(09).
           05 WRK-CLI-CONTRATOS PIC 9(11)V99.
           05 WRK-CLI-COMPRAS PIC 9(11)V99.
           05 WRK-CLI-ORCAMENTOS PIC 9(11)V99.
           05 WRK-CLI-TOTAL PIC 9(11)V99.
       77 WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RANKING PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-RANKING.
           05 WRK-RK-ENT OCCURS 20 TIMES.
               10 WRK-RK-FONE PIC 9(09).
               10 WRK-RK-CONTRATOS PIC 9(11)V99.
               10 WRK-RK-COMPRAS PIC 9(11)V99.
               10 WRK-RK-ORCAMENTOS PIC 9(11)V99.
               10 WRK-RK-TOTAL PIC 9(11)V99.
       77 WRK-RK-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-RK-POS PIC 9(02) VALUE ZEROS.

      *PENDENCIA DE APROVACAO DESTA SIMULACAO
       77 WRK-PND-PROX-ID PIC 9(06) VALUE ZEROS.
       77 WRK-PND-MESMA PIC 9(06) VALUE ZEROS.
       77 WRK-PND-MESMA-SIT PIC X(01) VALUE SPACES.
       77 WRK-PND-SUBSTITUIDAS PIC 9(03) VALUE ZEROS.

       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-VALOR-2 PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-VALOR-3 PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-GRANDE PIC Z(10)9.99 VALUE ZEROS.
       77 WRK-ED-GRANDE-2 PIC Z(10)9.99 VALUE ZEROS.
       77 WRK-ED-GRANDE-3 PIC Z(10)9.99 VALUE ZEROS.
       77 WRK-ED-PCT PIC Z9.99 VALUE ZEROS.
       77 WRK-ED-MARGEM PIC -ZZ9.99 VALUE ZEROS.
       77 WRK-ED-MARGEM-2 PIC -ZZ9.99 VALUE ZEROS.
       77 WRK-ED-QTDE PIC Z(05)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-INICIO-12M = WRK-HOJE - 10000.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 1100-LER-PARAMETROS.
           IF WRK-PAR-ACEITAS = ZEROS
               MOVE SPACES TO SIM-LINHA
               WRITE SIM-LINHA
               MOVE '*** NENHUMA REGRA DE REAJUSTE VALIDA NO '
                       TO SIM-LINHA
               MOVE 'REAJPAR.DAT - NADA A SIMULAR ***'
                       TO SIM-LINHA (42:33)
               WRITE SIM-LINHA
               DISPLAY 'REAJSIM: NENHUMA REGRA VALIDA NO REAJPAR.DAT'
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT ORDENA-IMPACTOS
                   ON ASCENDING KEY IMP-FONE
                   INPUT PROCEDURE 2000-APURAR-IMPACTOS
                   OUTPUT PROCEDURE 3000-MAIORES-AUMENTOS
               PERFORM 4000-IMPRIMIR-RESUMO
               PERFORM 5000-REGISTRAR-APROVACAO
           END-IF.
           PERFORM 6000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT PRODUTOS.
           OPEN INPUT KITS.
           IF KIT-STATUS = ZEROS
               SET KITS-ABERTO TO TRUE
           END-IF.
           MOVE ZEROS TO KIT-STATUS.
           OPEN INPUT PRECOS.
           IF PRECO-STATUS = ZEROS
               SET PRECOS-ABERTO TO TRUE
           END-IF.
           MOVE ZEROS TO PRECO-STATUS.
           OPEN INPUT CLIENTES.
           INITIALIZE WRK-TABELA-CATEGORIA.
           OPEN OUTPUT SIMULACAO.
           MOVE SPACES TO SIM-LINHA.
           STRING 'SIMULACAO DE REAJUSTE DE PRECOS E CONTRATOS - '
                   'EMITIDA EM ' WRK-HOJE
                   ' - NADA FOI GRAVADO NOS CADASTROS'
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE ALL '=' TO SIM-LINHA.
           WRITE SIM-LINHA.

      *LE E CONFERE AS REGRAS; LINHA REJEITADA SAI NO RELATORIO
      *COM O MOTIVO E IMPEDE A SIMULACAO DE IR PARA APROVACAO
       1100-LER-PARAMETROS.
           MOVE 'PARAMETROS (REAJPAR.DAT)' TO SIM-LINHA.
           WRITE SIM-LINHA.
           OPEN INPUT PARAMETROS.
           IF PAR-STATUS NOT = ZEROS
               MOVE '  *** REAJPAR.DAT NAO ENCONTRADO ***' TO SIM-LINHA
               WRITE SIM-LINHA
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
           MOVE SPACES TO SIM-LINHA.
           STRING '  REGRAS LIDAS ' WRK-PAR-LIDAS
                   ' ACEITAS ' WRK-PAR-ACEITAS
                   ' REJEITADAS ' WRK-PAR-REJEITADAS
                   ' - VIGENCIA DA TABELA NOVA ' WRK-VIGENCIA
                   ' - CONTROLE ' WRK-CONTROLE
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.

       1150-LER-REGRA.
           READ PARAMETROS
               AT END
                   MOVE 10 TO PAR-STATUS
               NOT AT END
                   ADD 1 TO WRK-PAR-LIDAS
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
                   MOVE SPACES TO SIM-LINHA
                   IF WRK-MOTIVO = SPACES
                       ADD 1 TO WRK-PAR-ACEITAS
                       PERFORM 1600-SOMAR-CONTROLE
                       STRING '  ' RJP-REG ' ACEITA'
                           DELIMITED BY SIZE INTO SIM-LINHA
                   ELSE
                       ADD 1 TO WRK-PAR-REJEITADAS
                       STRING '  ' RJP-REG ' REJEITADA: ' WRK-MOTIVO
                           DELIMITED BY SIZE INTO SIM-LINHA
                   END-IF
                   WRITE SIM-LINHA
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
               PERFORM 2250-ACHAR-REGRA-CONTRATO
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

      *CADA REGRA ACEITA ENTRA NA SOMA PELA POSICAO, PELO TIPO,
      *PELO PERCENTUAL E PELO ALVO
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

      *SOLTA NA ORDENACAO O AUMENTO DE CADA CLIENTE, IMPRIMINDO NO
      *CAMINHO A TABELA NOVA, OS CONTRATOS E OS ORCAMENTOS
       2000-APURAR-IMPACTOS.
           PERFORM 2100-TABELA-NOVA.
           PERFORM 2200-CONTRATOS.
           PERFORM 2300-ORCAMENTOS.
           PERFORM 2400-VENDAS-12-MESES.

       2100-TABELA-NOVA.
           MOVE SPACES TO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE SPACES TO SIM-LINHA.
           STRING '1. TABELA DE PRECOS A VIGORAR EM ' WRK-VIGENCIA
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE SPACES TO SIM-LINHA.
           STRING '  PRODUTO DESCRICAO                                '
                   'CAT   PCT    PRECO ATUAL     PRECO NOVO'
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
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
           PERFORM 2150-PRODUTO-NA-TABELA UNTIL PROD-STATUS = 10.
           MOVE ZEROS TO PROD-STATUS.
           MOVE SPACES TO SIM-LINHA.
           STRING '  PRODUTOS COM PRECO NOVO: ' WRK-TOTAL-PRODUTOS
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.

      *PRODUTO FORA DE LINHA E O FRETE NAO ENTRAM NA TABELA NOVA
       2150-PRODUTO-NA-TABELA.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF NOT PROD-FRETE AND NOT PROD-FORA-LINHA
               PERFORM 2900-PCT-DO-PRODUTO
               IF WRK-PCT-ITEM > ZEROS
                   PERFORM 2160-PRECO-ATUAL
                   COMPUTE WRK-PRECO-NOVO ROUNDED = WRK-PRECO-ATUAL
                           * (100 + WRK-PCT-ITEM) / 100
                   ADD 1 TO WRK-TOTAL-PRODUTOS
                   ADD 1 TO WRK-CAT-PRODUTOS (WRK-CAT-IDX)
                   MOVE WRK-PCT-ITEM TO WRK-ED-PCT
                   MOVE WRK-PRECO-ATUAL TO WRK-ED-VALOR
                   MOVE WRK-PRECO-NOVO TO WRK-ED-VALOR-2
                   MOVE SPACES TO SIM-LINHA
                   STRING '  ' PROD-CODIGO '  ' PROD-DESCRICAO
                           ' ' PROD-CATEGORIA ' ' WRK-ED-PCT
                           '  ' WRK-ED-VALOR '   ' WRK-ED-VALOR-2
                       DELIMITED BY SIZE INTO SIM-LINHA
                   WRITE SIM-LINHA
               END-IF
           END-IF.
           READ PRODUTOS NEXT
               AT END
                   MOVE 10 TO PROD-STATUS
           END-READ.

      *PRECO QUE VALERIA NA VESPERA DA VIGENCIA NOVA: A LINHA
      *MAIS RECENTE DA TABELA ANTES DELA OU, SEM LINHA, O PRECO
      *DO CATALOGO
       2160-PRECO-ATUAL.
           SET PRECO-NAO-ACHADO TO TRUE.
           MOVE PROD-PRECO TO WRK-PRECO-ATUAL.
           IF PRECOS-ABERTO
               MOVE PROD-CODIGO TO PRECO-PRODUTO
               MOVE ZEROS TO PRECO-VIGENCIA
               START PRECOS KEY IS NOT LESS THAN PRECO-CHAVE
                   INVALID KEY
                       MOVE 10 TO PRECO-STATUS
               END-START
               IF PRECO-STATUS NOT = 10
                   READ PRECOS NEXT
                       AT END
                           MOVE 10 TO PRECO-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL PRECO-STATUS NOT = 0
                       OR PRECO-PRODUTO NOT = PROD-CODIGO
                       OR PRECO-VIGENCIA NOT < WRK-VIGENCIA
                   SET PRECO-ACHADO TO TRUE
                   MOVE PRECO-VALOR TO WRK-PRECO-ATUAL
                   READ PRECOS NEXT
                       AT END
                           MOVE 10 TO PRECO-STATUS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO PRECO-STATUS
           END-IF.

      *CONTRATO EM VIGOR COM REGRA PROPRIA OU, SEM ELA, PELO
      *PERCENTUAL GERAL
       2200-CONTRATOS.
           MOVE SPACES TO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE '2. CONTRATOS EM VIGOR (RECEITA RECORRENTE)' TO
                   SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE SPACES TO SIM-LINHA.
           STRING '  CONTRATO       TIPO   PCT    MENSAL ATUAL'
                   '     MENSAL NOVO  EXCEDENTE NOVO'
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           OPEN INPUT CONTRATOS.
           IF CONTR-STATUS NOT = ZEROS
               MOVE 10 TO CONTR-STATUS
           ELSE
               READ CONTRATOS NEXT
                   AT END
                       MOVE 10 TO CONTR-STATUS
               END-READ
               PERFORM 2210-CONTRATO UNTIL CONTR-STATUS = 10
               CLOSE CONTRATOS
           END-IF.
           COMPUTE WRK-CTR-AUMENTO-ANO =
                   (WRK-CTR-MES-DEPOIS - WRK-CTR-MES-ANTES) * 12.
           MOVE WRK-CTR-MES-ANTES TO WRK-ED-GRANDE.
           MOVE WRK-CTR-MES-DEPOIS TO WRK-ED-GRANDE-2.
           MOVE WRK-CTR-AUMENTO-ANO TO WRK-ED-GRANDE-3.
           MOVE SPACES TO SIM-LINHA.
           STRING '  CONTRATOS REAJUSTADOS ' WRK-TOTAL-CONTRATOS
                   ' (MEDIDOS ' WRK-CTR-MEDIDOS ')'
                   ' MENSAL ' WRK-ED-GRANDE ' -> ' WRK-ED-GRANDE-2
                   ' AUMENTO NO ANO ' WRK-ED-GRANDE-3
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE '  NO MEDIDO O EXCEDENTE ACOMPANHA A FRANQUIA; O '
                   TO SIM-LINHA.
           MOVE 'CONSUMO ACIMA DELA NAO ENTRA NA CONTA DO ANO'
                   TO SIM-LINHA (50:44).
           WRITE SIM-LINHA.
           MOVE '  O CONTRATO REAJUSTADO AQUI NAO TEM REAJUSTE DE '
                   TO SIM-LINHA.
           MOVE 'ANIVERSARIO (REAJUSTE) NO MESMO ANO'
                   TO SIM-LINHA (51:35).
           WRITE SIM-LINHA.

       2210-CONTRATO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF CONTR-EM-VIGOR
               PERFORM 2260-PCT-DO-CONTRATO
               IF WRK-PCT-ITEM > ZEROS
                   PERFORM 2220-SIMULAR-CONTRATO
               END-IF
           END-IF.
           READ CONTRATOS NEXT
               AT END
                   MOVE 10 TO CONTR-STATUS
           END-READ.

       2220-SIMULAR-CONTRATO.
           COMPUTE WRK-VALOR-NOVO ROUNDED = CONTR-VALOR *
                   (100 + WRK-PCT-ITEM) / 100.
           MOVE ZEROS TO WRK-EXCED-NOVO.
           IF CONTR-MEDIDO
               ADD 1 TO WRK-CTR-MEDIDOS
               COMPUTE WRK-EXCED-NOVO ROUNDED = CONTR-PRECO-EXCED *
                       (100 + WRK-PCT-ITEM) / 100
           END-IF.
           ADD 1 TO WRK-TOTAL-CONTRATOS.
           ADD CONTR-VALOR TO WRK-CTR-MES-ANTES.
           ADD WRK-VALOR-NOVO TO WRK-CTR-MES-DEPOIS.
           MOVE WRK-PCT-ITEM TO WRK-ED-PCT.
           MOVE CONTR-VALOR TO WRK-ED-VALOR.
           MOVE WRK-VALOR-NOVO TO WRK-ED-VALOR-2.
           MOVE SPACES TO SIM-LINHA.
           STRING '  ' CONTR-FONE '/' CONTR-NUMERO '  '
                   CONTR-TIPO '   ' WRK-ED-PCT
                   '  ' WRK-ED-VALOR '    ' WRK-ED-VALOR-2
               DELIMITED BY SIZE INTO SIM-LINHA.
           IF CONTR-MEDIDO
               MOVE WRK-EXCED-NOVO TO WRK-ED-VALOR-3
               MOVE WRK-ED-VALOR-3 TO SIM-LINHA (75:12)
           END-IF.
           WRITE SIM-LINHA.
           INITIALIZE IMP-REG.
           MOVE CONTR-FONE TO IMP-FONE.
           COMPUTE IMP-CONTRATOS = (WRK-VALOR-NOVO - CONTR-VALOR) * 12.
           RELEASE IMP-REG.

       2250-ACHAR-REGRA-CONTRATO.
           MOVE ZEROS TO WRK-CTR-ACHADO.
           PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                   UNTIL WRK-CTR-IDX > WRK-TOTAL-CTR-REGRAS
               IF WRK-CTR-FONE (WRK-CTR-IDX) = RJP-FONE
                       AND WRK-CTR-NUMERO (WRK-CTR-IDX) = RJP-NUMERO
                   MOVE WRK-CTR-IDX TO WRK-CTR-ACHADO
               END-IF
           END-PERFORM.

       2260-PCT-DO-CONTRATO.
           MOVE WRK-PCT-GERAL TO WRK-PCT-ITEM.
           PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                   UNTIL WRK-CTR-IDX > WRK-TOTAL-CTR-REGRAS
               IF WRK-CTR-FONE (WRK-CTR-IDX) = CONTR-FONE
                       AND WRK-CTR-NUMERO (WRK-CTR-IDX) = CONTR-NUMERO
                   MOVE WRK-CTR-PCT (WRK-CTR-IDX) TO WRK-PCT-ITEM
               END-IF
           END-PERFORM.

      *ORCAMENTO PENDENTE E AINDA VALIDO, RECOTADO LINHA A LINHA
      *PELO PERCENTUAL DA CATEGORIA DO PRODUTO
       2300-ORCAMENTOS.
           MOVE SPACES TO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE '3. ORCAMENTOS PENDENTES RECOTADOS PELA TABELA NOVA'
                   TO SIM-LINHA.
           WRITE SIM-LINHA.
           OPEN INPUT ORC-ITENS.
           IF ORCI-STATUS = ZEROS
               SET ORCI-ABERTO TO TRUE
           END-IF.
           OPEN INPUT ORCAMENTOS.
           IF ORC-STATUS NOT = ZEROS
               MOVE 10 TO ORC-STATUS
           ELSE
               READ ORCAMENTOS NEXT
                   AT END
                       MOVE 10 TO ORC-STATUS
               END-READ
               PERFORM 2310-ORCAMENTO UNTIL ORC-STATUS = 10
               CLOSE ORCAMENTOS
           END-IF.
           IF ORCI-ABERTO
               CLOSE ORC-ITENS
           END-IF.
           MOVE WRK-ORC-ANTES TO WRK-ED-GRANDE.
           MOVE WRK-ORC-DEPOIS TO WRK-ED-GRANDE-2.
           MOVE SPACES TO SIM-LINHA.
           STRING '  PENDENTES ' WRK-TOTAL-ORCAMENTOS
                   ' COTADOS ' WRK-ED-GRANDE
                   ' RECOTADOS ' WRK-ED-GRANDE-2
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE WRK-ORC-HONRADO-ANTES TO WRK-ED-GRANDE.
           MOVE WRK-ORC-HONRADO-DEPOIS TO WRK-ED-GRANDE-2.
           MOVE SPACES TO SIM-LINHA.
           STRING '  DESTES, VALIDOS ALEM DA VIGENCIA (CONVERTEM '
                   'PELO PRECO COTADO) ' WRK-TOTAL-ORC-HONRADOS
                   ' COTADOS ' WRK-ED-GRANDE
                   ' RECOTADOS ' WRK-ED-GRANDE-2
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.

       2310-ORCAMENTO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF ORC-PENDENTE AND ORC-VALIDADE NOT < WRK-HOJE
               PERFORM 2320-RECOTAR
               ADD 1 TO WRK-TOTAL-ORCAMENTOS
               ADD ORC-VALOR TO WRK-ORC-ANTES
               ADD WRK-ORC-VALOR-NOVO TO WRK-ORC-DEPOIS
               IF ORC-VALIDADE NOT < WRK-VIGENCIA
                   ADD 1 TO WRK-TOTAL-ORC-HONRADOS
                   ADD ORC-VALOR TO WRK-ORC-HONRADO-ANTES
                   ADD WRK-ORC-VALOR-NOVO TO WRK-ORC-HONRADO-DEPOIS
               END-IF
               IF WRK-ORC-VALOR-NOVO > ORC-VALOR
                   INITIALIZE IMP-REG
                   MOVE ORC-FONE TO IMP-FONE
                   COMPUTE IMP-ORCAMENTOS =
                           WRK-ORC-VALOR-NOVO - ORC-VALOR
                   RELEASE IMP-REG
               END-IF
           END-IF.
           READ ORCAMENTOS NEXT
               AT END
                   MOVE 10 TO ORC-STATUS
           END-READ.

      *ORCAMENTO SEM LINHAS (ANTERIOR AOS ITENS DE ORCAMENTO) FICA
      *PELO VALOR COTADO
       2320-RECOTAR.
           MOVE ZEROS TO WRK-ORC-VALOR-NOVO.
           IF ORCI-ABERTO
               MOVE ORC-FONE TO ORCI-FONE
               MOVE ORC-NUMERO TO ORCI-ORCAMENTO
               MOVE ZEROS TO ORCI-NUMERO
               START ORC-ITENS KEY IS NOT LESS THAN ORCI-CHAVE
                   INVALID KEY
                       MOVE 10 TO ORCI-STATUS
               END-START
               IF ORCI-STATUS NOT = 10
                   READ ORC-ITENS NEXT
                       AT END
                           MOVE 10 TO ORCI-STATUS
                   END-READ
               END-IF
               PERFORM 2330-RECOTAR-LINHA
                   UNTIL ORCI-STATUS NOT = 0
                   OR ORCI-FONE NOT = ORC-FONE
                   OR ORCI-ORCAMENTO NOT = ORC-NUMERO
               MOVE ZEROS TO ORCI-STATUS
           END-IF.
           IF WRK-ORC-VALOR-NOVO = ZEROS
               MOVE ORC-VALOR TO WRK-ORC-VALOR-NOVO
           END-IF.

       2330-RECOTAR-LINHA.
           MOVE ZEROS TO WRK-PCT-ITEM.
           MOVE ORCI-PROD-CODIGO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PROD-FRETE
                       PERFORM 2900-PCT-DO-PRODUTO
                   END-IF
           END-READ.
           COMPUTE WRK-ITEM-NOVO ROUNDED = ORCI-TOTAL *
                   (100 + WRK-PCT-ITEM) / 100.
           ADD WRK-ITEM-NOVO TO WRK-ORC-VALOR-NOVO.
           READ ORC-ITENS NEXT
               AT END
                   MOVE 10 TO ORCI-STATUS
           END-READ.

      *ITENS VENDIDOS NOS ULTIMOS 12 MESES (FORA CANCELADOS,
      *ESTORNOS, VENDA DE VALE E FRETE), NAS MESMAS QUANTIDADES,
      *PELO PERCENTUAL DA CATEGORIA
       2400-VENDAS-12-MESES.
           OPEN INPUT PEDIDOS.
           OPEN INPUT ITENS.
           IF ITEM-STATUS NOT = ZEROS
               MOVE 10 TO ITEM-STATUS
           ELSE
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
               PERFORM 2410-ITEM-VENDIDO UNTIL ITEM-STATUS = 10
               CLOSE ITENS
           END-IF.
           CLOSE PEDIDOS.

       2410-ITEM-VENDIDO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF NOT ITEM-FRETE
               MOVE ITEM-FONE TO PEDIDOS-FONE
               MOVE ITEM-PEDIDO TO PEDIDOS-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PEDIDOS-DATA > WRK-INICIO-12M
                               AND PEDIDOS-DATA NOT > WRK-HOJE
                               AND NOT PED-CANCELADO
                               AND NOT PED-ESTORNO
                               AND NOT PED-VENDA-VALE
                           PERFORM 2420-SIMULAR-ITEM
                       END-IF
               END-READ
           END-IF.
           READ ITENS NEXT
               AT END
                   MOVE 10 TO ITEM-STATUS
           END-READ.

      *PRODUTO QUE SAIU DO CATALOGO FICA NA CATEGORIA 000, SEM
      *CUSTO E SO COM O PERCENTUAL GERAL
       2420-SIMULAR-ITEM.
           ADD 1 TO WRK-TOTAL-ITENS-12M.
           MOVE ITEM-PROD-CODIGO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE ZEROS TO PROD-CATEGORIA
                   MOVE ZEROS TO PROD-CUSTO
                   MOVE ZEROS TO WRK-CUSTO-UNIT
               NOT INVALID KEY
                   PERFORM 2460-CUSTO-DO-PRODUTO
           END-READ.
           PERFORM 2900-PCT-DO-PRODUTO.
           COMPUTE WRK-ITEM-NOVO ROUNDED = ITEM-TOTAL *
                   (100 + WRK-PCT-ITEM) / 100.
           ADD ITEM-TOTAL TO WRK-CAT-RECEITA (WRK-CAT-IDX).
           ADD WRK-ITEM-NOVO TO WRK-CAT-RECEITA-NOVA (WRK-CAT-IDX).
           IF WRK-CUSTO-UNIT = ZEROS
               ADD 1 TO WRK-TOTAL-SEM-CUSTO
           ELSE
               ADD ITEM-TOTAL TO WRK-CAT-RECEITA-CUSTO (WRK-CAT-IDX)
               ADD WRK-ITEM-NOVO TO
                       WRK-CAT-RECEITA-CUSTO-NOVA (WRK-CAT-IDX)
               COMPUTE WRK-CAT-CUSTO (WRK-CAT-IDX) =
                       WRK-CAT-CUSTO (WRK-CAT-IDX)
                       + ITEM-QTDE * WRK-CUSTO-UNIT
           END-IF.
           IF WRK-ITEM-NOVO > ITEM-TOTAL
               INITIALIZE IMP-REG
               MOVE ITEM-FONE TO IMP-FONE
               COMPUTE IMP-COMPRAS = WRK-ITEM-NOVO - ITEM-TOTAL
               RELEASE IMP-REG
           END-IF.

      *CUSTO UNITARIO DO PRODUTO DO BUFFER: O DO CATALOGO OU, NO
      *KIT, A SOMA DO CUSTO DE CADA COMPONENTE PELA QUANTIDADE
      *POR KIT (O CUSTO INVENTADO DO PAI NAO VALE); COMPONENTE
      *SEM CUSTO DEIXA O KIT SEM CUSTO; O PAI VOLTA AO BUFFER
       2460-CUSTO-DO-PRODUTO.
           MOVE PROD-CUSTO TO WRK-CUSTO-UNIT.
           SET PROD-NAO-KIT TO TRUE.
           IF KITS-ABERTO
               MOVE PROD-CODIGO TO WRK-KIT-PAI
               MOVE PROD-CODIGO TO KIT-PAI
               MOVE ZEROS TO KIT-COMPONENTE
               START KITS KEY IS NOT LESS THAN KIT-CHAVE
                   INVALID KEY
                       MOVE 10 TO KIT-STATUS
               END-START
               IF KIT-STATUS NOT = 10
                   READ KITS NEXT
                       AT END
                           MOVE 10 TO KIT-STATUS
                   END-READ
               END-IF
               IF KIT-STATUS = 0 AND KIT-PAI = WRK-KIT-PAI
                   SET PROD-E-KIT TO TRUE
                   SET COMP-COM-CUSTO TO TRUE
                   MOVE ZEROS TO WRK-CUSTO-UNIT
                   PERFORM 2470-SOMAR-COMPONENTE
                       UNTIL KIT-STATUS NOT = 0
                       OR KIT-PAI NOT = WRK-KIT-PAI
                   IF COMP-SEM-CUSTO
                       MOVE ZEROS TO WRK-CUSTO-UNIT
                   END-IF
                   MOVE WRK-KIT-PAI TO PROD-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               MOVE ZEROS TO KIT-STATUS
           END-IF.

       2470-SOMAR-COMPONENTE.
           MOVE KIT-COMPONENTE TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   SET COMP-SEM-CUSTO TO TRUE
               NOT INVALID KEY
                   IF PROD-CUSTO = ZEROS
                       SET COMP-SEM-CUSTO TO TRUE
                   ELSE
                       COMPUTE WRK-CUSTO-UNIT = WRK-CUSTO-UNIT +
                               PROD-CUSTO * KIT-QTDE
                   END-IF
           END-READ.
           READ KITS NEXT
               AT END
                   MOVE 10 TO KIT-STATUS
           END-READ.

      *PERCENTUAL DO PRODUTO DO BUFFER: O DA CATEGORIA, SE HOUVER
      *REGRA PARA ELA, OU O GERAL; DEIXA A ENTRADA DA CATEGORIA
      *EM WRK-CAT-IDX
       2900-PCT-DO-PRODUTO.
           IF PROD-CATEGORIA NOT NUMERIC
               MOVE ZEROS TO PROD-CATEGORIA
           END-IF.
           COMPUTE WRK-CAT-IDX = PROD-CATEGORIA + 1.
           IF WRK-CAT-INFORMADA (WRK-CAT-IDX) = 'S'
               MOVE WRK-CAT-PCT (WRK-CAT-IDX) TO WRK-PCT-ITEM
           ELSE
               MOVE WRK-PCT-GERAL TO WRK-PCT-ITEM
           END-IF.

      *SOMA AS TRES FRENTES POR CLIENTE E GUARDA OS 20 MAIORES
       3000-MAIORES-AUMENTOS.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-IMPACTOS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 3100-SOMAR-CLIENTE UNTIL SORT-FIM.

       3100-SOMAR-CLIENTE.
           INITIALIZE WRK-CLIENTE-SOMA.
           MOVE IMP-FONE TO WRK-CLI-FONE.
           PERFORM 3150-SOMAR-IMPACTO
               UNTIL SORT-FIM OR IMP-FONE NOT = WRK-CLI-FONE.
           COMPUTE WRK-CLI-TOTAL = WRK-CLI-CONTRATOS
                   + WRK-CLI-COMPRAS + WRK-CLI-ORCAMENTOS.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           IF WRK-CLI-TOTAL > ZEROS
               PERFORM 3200-ENTRAR-NO-RANKING
           END-IF.

       3150-SOMAR-IMPACTO.
           ADD IMP-CONTRATOS TO WRK-CLI-CONTRATOS.
           ADD IMP-COMPRAS TO WRK-CLI-COMPRAS.
           ADD IMP-ORCAMENTOS TO WRK-CLI-ORCAMENTOS.
           RETURN ORDENA-IMPACTOS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

      *INSERCAO NA TABELA ORDENADA: O CLIENTE ENTRA SE AINDA HA
      *VAGA OU SE SUPERA O ULTIMO, E SOBE ATE A SUA POSICAO
       3200-ENTRAR-NO-RANKING.
           IF WRK-TOTAL-RANKING < 20
               ADD 1 TO WRK-TOTAL-RANKING
               MOVE WRK-TOTAL-RANKING TO WRK-RK-POS
           ELSE
               IF WRK-CLI-TOTAL > WRK-RK-TOTAL (20)
                   MOVE 20 TO WRK-RK-POS
               ELSE
                   MOVE ZEROS TO WRK-RK-POS
               END-IF
           END-IF.
           IF WRK-RK-POS NOT = ZEROS
               PERFORM UNTIL WRK-RK-POS = 1
                       OR WRK-RK-TOTAL (WRK-RK-POS - 1)
                           NOT < WRK-CLI-TOTAL
                   MOVE WRK-RK-ENT (WRK-RK-POS - 1) TO
                           WRK-RK-ENT (WRK-RK-POS)
                   SUBTRACT 1 FROM WRK-RK-POS
               END-PERFORM
               MOVE WRK-CLI-FONE TO WRK-RK-FONE (WRK-RK-POS)
               MOVE WRK-CLI-CONTRATOS TO WRK-RK-CONTRATOS (WRK-RK-POS)
               MOVE WRK-CLI-COMPRAS TO WRK-RK-COMPRAS (WRK-RK-POS)
               MOVE WRK-CLI-ORCAMENTOS TO
                       WRK-RK-ORCAMENTOS (WRK-RK-POS)
               MOVE WRK-CLI-TOTAL TO WRK-RK-TOTAL (WRK-RK-POS)
           END-IF.

       4000-IMPRIMIR-RESUMO.
           MOVE SPACES TO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE SPACES TO SIM-LINHA.
           STRING '4. RECEITA E MARGEM SOBRE AS VENDAS DE '
                   WRK-INICIO-12M ' A ' WRK-HOJE
                   ' (MESMAS QUANTIDADES)'
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE SPACES TO SIM-LINHA.
           STRING '  CAT   PCT    RECEITA 12M     RECEITA NOVA'
                   '        AUMENTO  MARGEM % ANTES  DEPOIS'
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           PERFORM 4100-LINHA-CATEGORIA
               VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX > 1000.
           MOVE SPACES TO SIM-LINHA.
           MOVE WRK-VND-RECEITA TO WRK-ED-GRANDE.
           MOVE WRK-VND-RECEITA-NOVA TO WRK-ED-GRANDE-2.
           COMPUTE WRK-IMPACTO-ANUAL =
                   WRK-VND-RECEITA-NOVA - WRK-VND-RECEITA.
           MOVE WRK-IMPACTO-ANUAL TO WRK-ED-GRANDE-3.
           PERFORM 4150-MARGENS-DO-TOTAL.
           MOVE WRK-MARGEM-ANTES TO WRK-ED-MARGEM.
           MOVE WRK-MARGEM-DEPOIS TO WRK-ED-MARGEM-2.
           STRING '  TOTAL     ' WRK-ED-GRANDE ' ' WRK-ED-GRANDE-2
                   ' ' WRK-ED-GRANDE-3 '        ' WRK-ED-MARGEM
                   ' ' WRK-ED-MARGEM-2
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE SPACES TO SIM-LINHA.
           STRING '  ITENS VENDIDOS ' WRK-TOTAL-ITENS-12M
                   ' - SEM CUSTO NO CATALOGO (FORA DA MARGEM) '
                   WRK-TOTAL-SEM-CUSTO
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           PERFORM 4200-MAIORES-AUMENTOS.
           PERFORM 4300-QUADRO-RESUMO.

       4100-LINHA-CATEGORIA.
           IF WRK-CAT-RECEITA (WRK-CAT-IDX) > ZEROS
               ADD WRK-CAT-RECEITA (WRK-CAT-IDX) TO WRK-VND-RECEITA
               ADD WRK-CAT-RECEITA-NOVA (WRK-CAT-IDX) TO
                       WRK-VND-RECEITA-NOVA
               ADD WRK-CAT-RECEITA-CUSTO (WRK-CAT-IDX) TO
                       WRK-VND-RECEITA-CUSTO
               ADD WRK-CAT-RECEITA-CUSTO-NOVA (WRK-CAT-IDX) TO
                       WRK-VND-RECEITA-CUSTO-NOVA
               ADD WRK-CAT-CUSTO (WRK-CAT-IDX) TO WRK-VND-CUSTO
               MOVE ZEROS TO WRK-MARGEM-ANTES
               MOVE ZEROS TO WRK-MARGEM-DEPOIS
               IF WRK-CAT-RECEITA-CUSTO (WRK-CAT-IDX) > ZEROS
                   COMPUTE WRK-MARGEM-ANTES ROUNDED =
                       (WRK-CAT-RECEITA-CUSTO (WRK-CAT-IDX)
                       - WRK-CAT-CUSTO (WRK-CAT-IDX)) * 100
                       / WRK-CAT-RECEITA-CUSTO (WRK-CAT-IDX)
                       ON SIZE ERROR
                           MOVE -999.99 TO WRK-MARGEM-ANTES
                   END-COMPUTE
                   COMPUTE WRK-MARGEM-DEPOIS ROUNDED =
                       (WRK-CAT-RECEITA-CUSTO-NOVA (WRK-CAT-IDX)
                       - WRK-CAT-CUSTO (WRK-CAT-IDX)) * 100
                       / WRK-CAT-RECEITA-CUSTO-NOVA (WRK-CAT-IDX)
                       ON SIZE ERROR
                           MOVE -999.99 TO WRK-MARGEM-DEPOIS
                   END-COMPUTE
               END-IF
               IF WRK-CAT-INFORMADA (WRK-CAT-IDX) = 'S'
                   MOVE WRK-CAT-PCT (WRK-CAT-IDX) TO WRK-ED-PCT
               ELSE
                   MOVE WRK-PCT-GERAL TO WRK-ED-PCT
               END-IF
               MOVE WRK-CAT-RECEITA (WRK-CAT-IDX) TO WRK-ED-GRANDE
               MOVE WRK-CAT-RECEITA-NOVA (WRK-CAT-IDX) TO
                       WRK-ED-GRANDE-2
               COMPUTE WRK-IMPACTO-ANUAL =
                       WRK-CAT-RECEITA-NOVA (WRK-CAT-IDX)
                       - WRK-CAT-RECEITA (WRK-CAT-IDX)
               MOVE WRK-IMPACTO-ANUAL TO WRK-ED-GRANDE-3
               MOVE WRK-MARGEM-ANTES TO WRK-ED-MARGEM
               MOVE WRK-MARGEM-DEPOIS TO WRK-ED-MARGEM-2
               COMPUTE PROD-CATEGORIA = WRK-CAT-IDX - 1
               MOVE SPACES TO SIM-LINHA
               STRING '  ' PROD-CATEGORIA ' ' WRK-ED-PCT ' '
                       WRK-ED-GRANDE ' ' WRK-ED-GRANDE-2
                       ' ' WRK-ED-GRANDE-3 '        ' WRK-ED-MARGEM
                       ' ' WRK-ED-MARGEM-2
                   DELIMITED BY SIZE INTO SIM-LINHA
               WRITE SIM-LINHA
           END-IF.

       4150-MARGENS-DO-TOTAL.
           MOVE ZEROS TO WRK-MARGEM-ANTES.
           MOVE ZEROS TO WRK-MARGEM-DEPOIS.
           IF WRK-VND-RECEITA-CUSTO > ZEROS
               COMPUTE WRK-MARGEM-ANTES ROUNDED =
                   (WRK-VND-RECEITA-CUSTO - WRK-VND-CUSTO) * 100
                   / WRK-VND-RECEITA-CUSTO
                   ON SIZE ERROR
                       MOVE -999.99 TO WRK-MARGEM-ANTES
               END-COMPUTE
               COMPUTE WRK-MARGEM-DEPOIS ROUNDED =
                   (WRK-VND-RECEITA-CUSTO-NOVA - WRK-VND-CUSTO) * 100
                   / WRK-VND-RECEITA-CUSTO-NOVA
                   ON SIZE ERROR
                       MOVE -999.99 TO WRK-MARGEM-DEPOIS
               END-COMPUTE
           END-IF.

      *LISTA PARA A AREA LIGAR ANTES DA CARTA, COM O CANAL DE
      *CONTATO PREFERIDO DO CLIENTE
       4200-MAIORES-AUMENTOS.
           MOVE SPACES TO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE SPACES TO SIM-LINHA.
           STRING '5. CLIENTES COM MAIOR AUMENTO ABSOLUTO (DE '
                   WRK-TOTAL-CLIENTES ' AFETADOS)'
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE SPACES TO SIM-LINHA.
           STRING '     FONE      NOME                           '
                   'CANAL CELULAR     CONTRATOS/ANO  COMPRAS 12M'
                   '   ORCAMENTOS          TOTAL'
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           PERFORM 4250-LINHA-RANKING
               VARYING WRK-RK-IDX FROM 1 BY 1
               UNTIL WRK-RK-IDX > WRK-TOTAL-RANKING.

       4250-LINHA-RANKING.
           MOVE WRK-RK-FONE (WRK-RK-IDX) TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CLIENTES-NOME
                   MOVE SPACES TO CLIENTES-PREF-CONTATO
                   MOVE ZEROS TO CLIENTES-FONE-CEL
           END-READ.
           MOVE WRK-RK-CONTRATOS (WRK-RK-IDX) TO WRK-ED-VALOR.
           MOVE WRK-RK-COMPRAS (WRK-RK-IDX) TO WRK-ED-VALOR-2.
           MOVE WRK-RK-ORCAMENTOS (WRK-RK-IDX) TO WRK-ED-VALOR-3.
           MOVE WRK-RK-TOTAL (WRK-RK-IDX) TO WRK-ED-GRANDE.
           MOVE SPACES TO SIM-LINHA.
           STRING '  ' WRK-RK-IDX ' ' WRK-RK-FONE (WRK-RK-IDX) ' '
                   CLIENTES-NOME ' ' CLIENTES-PREF-CONTATO '     '
                   CLIENTES-FONE-CEL ' ' WRK-ED-VALOR ' '
                   WRK-ED-VALOR-2 ' ' WRK-ED-VALOR-3 ' '
                   WRK-ED-GRANDE
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.

      *QUADRO FINAL: O AUMENTO DE RECEITA ESPERADO EM UM ANO
      *(CONTRATOS + VENDAS NO RITMO DOS ULTIMOS 12 MESES)
       4300-QUADRO-RESUMO.
           COMPUTE WRK-IMPACTO-ANUAL = WRK-CTR-AUMENTO-ANO
                   + WRK-VND-RECEITA-NOVA - WRK-VND-RECEITA.
           MOVE SPACES TO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE '6. RESUMO' TO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE WRK-CTR-AUMENTO-ANO TO WRK-ED-GRANDE.
           MOVE SPACES TO SIM-LINHA.
           STRING '  RECEITA RECORRENTE (CONTRATOS), NO ANO....: '
                   WRK-ED-GRANDE
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           COMPUTE WRK-ED-GRANDE =
                   WRK-VND-RECEITA-NOVA - WRK-VND-RECEITA.
           MOVE SPACES TO SIM-LINHA.
           STRING '  VENDAS NO RITMO DOS ULTIMOS 12 MESES......: '
                   WRK-ED-GRANDE
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           COMPUTE WRK-ED-GRANDE = WRK-ORC-DEPOIS - WRK-ORC-ANTES.
           MOVE SPACES TO SIM-LINHA.
           STRING '  ORCAMENTOS PENDENTES, SE RECOTADOS........: '
                   WRK-ED-GRANDE
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE WRK-IMPACTO-ANUAL TO WRK-ED-GRANDE.
           MOVE SPACES TO SIM-LINHA.
           STRING '  AUMENTO DE RECEITA ESPERADO EM UM ANO.....: '
                   WRK-ED-GRANDE
               DELIMITED BY SIZE INTO SIM-LINHA.
           WRITE SIM-LINHA.

      *A SIMULACAO LIMPA VAI PARA A FILA DE APROVACAO; A MESMA
      *SIMULACAO JA NA FILA NAO ENTRA DE NOVO, E A DE PARAMETROS
      *DIFERENTES AINDA NAO APLICADA E SUBSTITUIDA (EXPIRADA)
       5000-REGISTRAR-APROVACAO.
           MOVE SPACES TO SIM-LINHA.
           WRITE SIM-LINHA.
           MOVE '7. APROVACAO' TO SIM-LINHA.
           WRITE SIM-LINHA.
           IF WRK-PAR-REJEITADAS > ZEROS
               MOVE '  *** HA REGRA REJEITADA NO REAJPAR.DAT - '
                       TO SIM-LINHA
               MOVE 'CORRIGIR E SIMULAR DE NOVO; NADA FOI PARA '
                       TO SIM-LINHA (43:42)
               MOVE 'APROVACAO ***' TO SIM-LINHA (85:13)
               WRITE SIM-LINHA
               DISPLAY 'REAJSIM: REGRA REJEITADA NO REAJPAR.DAT - '
                       'VIDE REAJSIM.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O PENDENCIAS
               IF PND-STATUS = 35 THEN
                   OPEN OUTPUT PENDENCIAS
                   CLOSE PENDENCIAS
                   OPEN I-O PENDENCIAS
               END-IF
               PERFORM 5100-REVER-FILA
               IF WRK-PND-MESMA = ZEROS
                   PERFORM 5200-GRAVAR-PENDENCIA
               ELSE
                   MOVE SPACES TO SIM-LINHA
                   IF WRK-PND-MESMA-SIT = 'A'
                       STRING '  SIMULACAO JA APROVADA (PENDENCIA '
                               WRK-PND-MESMA ') - O REAJAPL PODE '
                               'SER DISPARADO'
                           DELIMITED BY SIZE INTO SIM-LINHA
                   ELSE
                       STRING '  SIMULACAO JA AGUARDA APROVACAO '
                               '(PENDENCIA ' WRK-PND-MESMA ')'
                           DELIMITED BY SIZE INTO SIM-LINHA
                   END-IF
                   WRITE SIM-LINHA
               END-IF
               CLOSE PENDENCIAS
               IF WRK-PND-SUBSTITUIDAS > ZEROS
                   MOVE SPACES TO SIM-LINHA
                   STRING '  SIMULACOES ANTERIORES SUBSTITUIDAS: '
                           WRK-PND-SUBSTITUIDAS
                       DELIMITED BY SIZE INTO SIM-LINHA
                   WRITE SIM-LINHA
               END-IF
           END-IF.

       5100-REVER-FILA.
           MOVE ZEROS TO WRK-PND-PROX-ID.
           MOVE ZEROS TO WRK-PND-MESMA.
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
           PERFORM 5150-REVER-PENDENCIA UNTIL PND-STATUS NOT = 0.
           MOVE ZEROS TO PND-STATUS.

       5150-REVER-PENDENCIA.
           MOVE PND-ID TO WRK-PND-PROX-ID.
           IF PND-REAJUSTE AND (PND-PENDENTE OR PND-APROVADA)
               IF PND-FONE = WRK-CONTROLE
                       AND PND-FONE2 = WRK-PAR-ACEITAS
                   MOVE PND-ID TO WRK-PND-MESMA
                   MOVE PND-SITUACAO TO WRK-PND-MESMA-SIT
               ELSE
                   SET PND-EXPIRADA TO TRUE
                   REWRITE PND-REG
                   END-REWRITE
                   ADD 1 TO WRK-PND-SUBSTITUIDAS
               END-IF
           END-IF.
           READ PENDENCIAS NEXT
               AT END
                   MOVE 10 TO PND-STATUS
           END-READ.

      *O VALOR DA PENDENCIA E O AUMENTO DE RECEITA ESPERADO NO ANO
       5200-GRAVAR-PENDENCIA.
           COMPUTE PND-ID = WRK-PND-PROX-ID + 1.
           MOVE 'REAJUSTE' TO PND-ACAO.
           MOVE WRK-CONTROLE TO PND-FONE.
           MOVE WRK-PAR-ACEITAS TO PND-FONE2.
           COMPUTE PND-VALOR = WRK-IMPACTO-ANUAL
               ON SIZE ERROR
                   MOVE 9999999.99 TO PND-VALOR
           END-COMPUTE.
           MOVE 'REAJSIM' TO PND-SOLICITANTE.
           MOVE SPACES TO PND-APROVADOR.
           MOVE WRK-HOJE TO PND-DATA.
           SET PND-PENDENTE TO TRUE.
           MOVE SPACES TO SIM-LINHA.
           WRITE PND-REG
               INVALID KEY
                   STRING '  *** FALHA AO GRAVAR A PENDENCIA ***'
                       DELIMITED BY SIZE INTO SIM-LINHA
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   STRING '  SIMULACAO NA FILA DE APROVACAO (OPCAO AQ)'
                           ' - PENDENCIA ' PND-ID
                           ' CONTROLE ' WRK-CONTROLE
                       DELIMITED BY SIZE INTO SIM-LINHA
           END-WRITE.
           WRITE SIM-LINHA.

       6000-FINALIZAR.
           CLOSE PRODUTOS.
           IF KITS-ABERTO
               CLOSE KITS
           END-IF.
           IF PRECOS-ABERTO
               CLOSE PRECOS
           END-IF.
           CLOSE CLIENTES.
           CLOSE SIMULACAO.
           DISPLAY '---------------------------------------'.
           DISPLAY 'SIMULACAO DE REAJUSTE - TOTAIS'.
           DISPLAY 'REGISTROS LIDOS....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REGRAS ACEITAS.....: ' WRK-PAR-ACEITAS.
           DISPLAY 'REGRAS REJEITADAS..: ' WRK-PAR-REJEITADAS.
           DISPLAY 'PRODUTOS REAJUSTADOS: ' WRK-TOTAL-PRODUTOS.
           DISPLAY 'CONTRATOS REAJUSTADOS: ' WRK-TOTAL-CONTRATOS.
           DISPLAY 'ORCAMENTOS PENDENTES: ' WRK-TOTAL-ORCAMENTOS.
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
           MOVE 'REAJSIM' TO JOB-NOME.
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

      *MARCA O FIM DESTA EXECUCAO COM OS TOTAIS DO LOTE; REGRA
      *INVALIDA SAI COM RC 8 NO PAINEL
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-LIDOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-PRODUTOS TO JOB-GRAVADOS.
           MOVE RETURN-CODE TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM REAJSIM.
