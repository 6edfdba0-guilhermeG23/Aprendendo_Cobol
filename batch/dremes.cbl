       IDENTIFICATION DIVISION.
       PROGRAM-ID. DREMES.
      **********************************
      *OBJ: DEMONSTRATIVO DE RESULTADO GERENCIAL DO MES, POR FILIAL
      *E CONSOLIDADO, COMPARANDO CADA LINHA COM O MESMO MES DO ANO
      *ANTERIOR
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LINHAS DO DEMONSTRATIVO:
      *  RECEITA BRUTA: PEDIDOS DO MES (FORA CANCELADOS, ESTORNOS
      *    E VENDA DE VALE-PRESENTE, QUE NAO E RECEITA) PELO VALOR
      *    DE TABELA - O VALOR DO PEDIDO MAIS OS DESCONTOS
      *    APROVADOS (DESCPED.DAT), QUE JA SAIRAM DELE; O FRETE DA
      *    ENTREGA E RECEITA, COMO NO CONTEXP
      *  (-) DEVOLUCOES: DEVOLUCOES DE MERCADORIA DO MES (DEVOL.DAT)
      *  (-) DESCONTOS CONCEDIDOS: DESCONTOS APROVADOS DOS PEDIDOS
      *    DO MES
      *  (=) RECEITA LIQUIDA
      *  (-) CUSTO DAS MERCADORIAS: QUANTIDADE VENDIDA PELO
      *    PROD-CUSTO DO CATALOGO (O KIT PELA SOMA DOS COMPONENTES,
      *    COMO NO MARGEM), MENOS O CUSTO DO QUE VOLTOU NAS
      *    DEVOLUCOES DO MES; ITEM SEM CUSTO NO CATALOGO FICA DE
      *    FORA E E CONTADO NO RODAPE
      *  (=) MARGEM BRUTA
      *  (+) RECEITAS FINANCEIRAS: MULTA E JUROS DE ATRASO DOS
      *    RECEBIMENTOS DO MES
      *  (-) COMISSOES: PELAS REGRAS DO COMISSAO (RECEBIMENTO DO
      *    MES, FORA NOTA DE CREDITO E VALE, DE PEDIDO NAO
      *    CANCELADO NEM ESTORNADO, PELO PERCENTUAL DO OPERADOR DO
      *    PEDIDO NO CLICRED.DAT), ARREDONDADA POR RECEBIMENTO
      *  (-) PERDAS: BAIXAS POR PERDA APROVADAS NO MES (PERDAS.DAT)
      *  (=) RESULTADO GERENCIAL
      *CADA MOVIMENTO VAI PARA A FILIAL DO SEU PEDIDO (FILIAL ZERO
      *OU EM BRANCO E A MATRIZ, FILIAL 01). O AJUSTE DA PROVISAO
      *PARA DEVEDORES DUVIDOSOS (PROVPDD.DAT) SO EXISTE PARA A
      *EMPRESA TODA E SAI COMO MEMORANDO NO CONSOLIDADO
      *O MES DO ANO ANTERIOR VEM DOS ARQUIVOS VIVOS E TAMBEM DOS
      *HISTORICOS DO ARQPED (PEDIDOS.HIS, ITENS.HIS E RECEB.HIS),
      *PARA A COMPARACAO NAO DEPENDER DO PRAZO DE RETENCAO; O
      *PERCENTUAL DE COMISSAO E O CUSTO DO PRODUTO SAO OS DE HOJE
      *OS MOVIMENTOS SAO ORDENADOS POR PEDIDO, COM O CABECALHO NA
      *FRENTE, PARA CADA UM HERDAR A FILIAL E A SITUACAO DO PEDIDO
      *SAIDA: DREMES.TXT
      *O MES DE REFERENCIA E O MES DA DATA DE EXECUCAO; O LOTE E
      *DISPARADO NO ULTIMO DIA UTIL DO MES, DEPOIS DO PDDMES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *PEDIDOS JA MOVIDOS PARA O ARQUIVO HISTORICO PELO ARQPED
           SELECT PEDIDOS-HISTORICO ASSIGN TO 'PEDIDOS.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIS-STATUS.
           SELECT ITENS ASSIGN TO 'ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CHAVE
               FILE STATUS IS ITEM-STATUS.
           SELECT ITENS-HISTORICO ASSIGN TO 'ITENS.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-HIS-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS RECEB-STATUS.
           SELECT RECEB-HISTORICO ASSIGN TO 'RECEB.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEB-HIS-STATUS.
      *DESCONTOS SOLICITADOS NOS PEDIDOS (FILA AD DO CADASTRO)
           SELECT DESCONTOS ASSIGN TO 'DESCPED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DESC-CHAVE
               FILE STATUS IS DESC-STATUS.
      *DEVOLUCOES DE MERCADORIA REGISTRADAS NO CADASTRO ONLINE
           SELECT DEVOLUCOES ASSIGN TO 'DEVOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVOL-STATUS.
      *PEDIDOS BAIXADOS POR PERDA (VIDE FILA AQ DO CADASTRO)
           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-CHAVE
               FILE STATUS IS PRD-STATUS.
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
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
      *PROVISAO PARA DEVEDORES DUVIDOSOS APURADA POR MES (PDDMES)
           SELECT PROVISOES ASSIGN TO 'PROVPDD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDD-MES-REF
               FILE STATUS IS PDD-STATUS.
           SELECT DRE-REPORT ASSIGN TO 'DREMES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ORDENA-FATOS ASSIGN TO 'ORDDRE.TMP'.

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

      *MESMO LAYOUT DA PEDIDOS-REG, UMA LINHA POR PEDIDO ARQUIVADO
       FD PEDIDOS-HISTORICO.
       01 HIS-REG.
           05 HIS-FONE PIC 9(09).
           05 HIS-NUMERO PIC 9(06).
           05 HIS-DATA PIC 9(08).
           05 HIS-VALOR PIC 9(07)V99.
           05 HIS-DESCRICAO PIC X(40).
           05 HIS-DESC-VALE REDEFINES HIS-DESCRICAO.
               10 HIS-VALE-ROTULO PIC X(14).
                   88 HIS-VENDA-VALE VALUE 'VALE-PRESENTE '.
               10 FILLER PIC X(26).
           05 HIS-SITUACAO PIC X(01).
           05 HIS-OPERADOR PIC X(09).
           05 HIS-DATA-LANC PIC 9(08).
           05 HIS-HORA-LANC PIC 9(08).
           05 HIS-FILIAL PIC 9(02).

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

      *MESMO LAYOUT DA ITEM-REG, UMA LINHA POR ITEM ARQUIVADO
       FD ITENS-HISTORICO.
       01 IHS-REG.
           05 IHS-FONE PIC 9(09).
           05 IHS-PEDIDO PIC 9(06).
           05 IHS-NUMERO PIC 9(03).
           05 IHS-PROD-CODIGO PIC 9(06).
               88 IHS-FRETE VALUE 999999.
           05 IHS-DESCRICAO PIC X(40).
           05 IHS-QTDE PIC 9(05).
           05 IHS-PRECO-UNIT PIC 9(07)V99.
           05 IHS-TOTAL PIC 9(07)V99.
           05 IHS-DESC-PCT PIC 9(02)V99.

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

      *MESMO LAYOUT DA RECEB-REG, UMA LINHA POR RECEBIMENTO
      *ARQUIVADO
       FD RECEB-HISTORICO.
       01 RHS-REG.
           05 RHS-FONE PIC 9(09).
           05 RHS-PEDIDO PIC 9(06).
           05 RHS-SEQ PIC 9(03).
           05 RHS-DATA PIC 9(08).
           05 RHS-VALOR PIC 9(07)V99.
           05 RHS-PARCELA PIC 9(03).
           05 RHS-FORMA PIC X(01).
           05 RHS-RECIBO PIC 9(06).
           05 RHS-MULTA PIC 9(05)V99.
           05 RHS-JUROS PIC 9(05)V99.

      *MESMO LAYOUT DOS DESCONTOS DE PEDIDO DO CADASTRO ONLINE;
      *ITEM 000 E DESCONTO NO TOTAL DO PEDIDO
       FD DESCONTOS.
       01 DESC-REG.
           05 DESC-CHAVE.
               10 DESC-FONE PIC 9(09).
               10 DESC-PEDIDO PIC 9(06).
               10 DESC-ITEM PIC 9(03).
           05 DESC-PCT PIC 9(02)V99.
           05 DESC-VALOR PIC 9(07)V99.
           05 DESC-SITUACAO PIC X(01).
               88 DESC-PENDENTE VALUE 'P'.
               88 DESC-APROVADO VALUE 'A'.
               88 DESC-RECUSADO VALUE 'R'.
           05 DESC-SOLICITANTE PIC X(09).
           05 DESC-APROVADOR PIC X(09).
           05 DESC-DATA PIC 9(08).

      *MESMO LAYOUT DAS DEVOLUCOES DO CADASTRO ONLINE
       FD DEVOLUCOES.
       01 DEVOL-REG.
           05 DEVOL-DATA PIC 9(08).
           05 DEVOL-FONE PIC 9(09).
           05 DEVOL-PEDIDO PIC 9(06).
           05 DEVOL-ITEM PIC 9(03).
           05 DEVOL-QTDE PIC 9(05).
           05 DEVOL-VALOR PIC 9(07)V99.
           05 DEVOL-MOTIVO PIC X(30).
           05 DEVOL-OPERADOR PIC X(09).

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

      *MESMO LAYOUT DA COMPOSICAO DE KITS DO CADASTRO ONLINE
       FD KITS.
       01 KIT-REG.
           05 KIT-CHAVE.
               10 KIT-PAI PIC 9(06).
               10 KIT-COMPONENTE PIC 9(06).
           05 KIT-QTDE PIC 9(03).

      *MESMO LAYOUT DO CADASTRO DE OPERADORES DO CADASTRO ONLINE;
      *AQUI SO INTERESSAM O USUARIO E O PERCENTUAL DE COMISSAO
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

      *MESMO LAYOUT DA PROVISAO MENSAL GRAVADA PELO PDDMES
       FD PROVISOES.
       01 PDD-REG.
           05 PDD-MES-REF PIC 9(06).
           05 PDD-DATA-CALCULO PIC 9(08).
           05 PDD-FAIXA OCCURS 4 TIMES.
               10 PDD-FX-SALDO PIC 9(09)V99.
               10 PDD-FX-PCT PIC 9(03)V99.
               10 PDD-FX-PROVISAO PIC 9(09)V99.
           05 PDD-SALDO-ANTERIOR PIC 9(09)V99.
           05 PDD-BAIXAS PIC 9(09)V99.
           05 PDD-SALDO-NOVO PIC 9(09)V99.
           05 PDD-AJUSTE PIC S9(09)V99.

       FD DRE-REPORT.
       01 DRE-LINHA PIC X(120).

      *UM MOVIMENTO QUE ENTRA NO DEMONSTRATIVO, NA CHAVE DO SEU
      *PEDIDO; O CABECALHO DO PEDIDO (TIPO A) VEM NA FRENTE DOS
      *DEMAIS E TRAZ A FILIAL, A SITUACAO E O OPERADOR
       SD ORDENA-FATOS.
       01 FATO-REG.
           05 FATO-FONE PIC 9(09).
           05 FATO-PEDIDO PIC 9(06).
           05 FATO-TIPO PIC X(01).
               88 FATO-CABECALHO VALUE 'A'.
               88 FATO-ITEM VALUE 'B'.
               88 FATO-DESCONTO VALUE 'C'.
               88 FATO-DEVOLUCAO VALUE 'D'.
               88 FATO-RECEBIMENTO VALUE 'E'.
               88 FATO-PERDA VALUE 'F'.
           05 FATO-DATA PIC 9(08).
           05 FATO-VALOR PIC 9(09)V99.
           05 FATO-ENCARGOS PIC 9(07)V99.
           05 FATO-PRODUTO PIC 9(06).
           05 FATO-QTDE PIC 9(05).
           05 FATO-FILIAL PIC 9(02).
           05 FATO-SITUACAO PIC X(01).
           05 FATO-OPERADOR PIC X(09).
           05 FATO-FORMA PIC X(01).
               88 FATO-NOTA-CRED VALUE 'N'.
               88 FATO-PAGO-VALE VALUE 'V'.
           05 FATO-VALE PIC X(01).
               88 FATO-VENDA-VALE VALUE 'S'.

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
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 HIS-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEM-HIS-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-HIS-STATUS PIC 9(02) VALUE ZEROS.
       77 DESC-STATUS PIC 9(02) VALUE ZEROS.
       77 DEVOL-STATUS PIC 9(02) VALUE ZEROS.
       77 PRD-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 KIT-STATUS PIC 9(02) VALUE ZEROS.
       77 CRED-STATUS PIC 9(02) VALUE ZEROS.
       77 PDD-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.
       01 WRK-KITS-SITUACAO PIC X(01) VALUE 'N'.
           88 KITS-ABERTO VALUE 'S'.
       01 WRK-PROD-KIT PIC X(01) VALUE 'N'.
           88 PROD-E-KIT VALUE 'S'.
           88 PROD-NAO-KIT VALUE 'N'.
       01 WRK-COMP-CUSTO PIC X(01) VALUE 'S'.
           88 COMP-COM-CUSTO VALUE 'S'.
           88 COMP-SEM-CUSTO VALUE 'N'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-FATOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-CUSTO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FORA-TABELA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DEMONSTRATIVOS PIC 9(06) VALUE ZEROS.

      *MES DE REFERENCIA (AAAAMM DA DATA DE EXECUCAO) E O MESMO MES
      *DO ANO ANTERIOR
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-MES-REF PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-MES-ANO-ANT PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-MES-EXAME PIC 9(06).
           05 FILLER PIC 9(02).
      *PERIODO DA DATA EXAMINADA: 1 = MES DE REFERENCIA, 2 = MESMO
      *MES DO ANO ANTERIOR, ZERO = FORA DO DEMONSTRATIVO
       77 WRK-PER PIC 9(01) VALUE ZEROS.

      *LINHAS APURADAS DIRETO DOS MOVIMENTOS (AS DEMAIS SAO CONTA)
       77 LIN-BRUTA PIC 9(01) VALUE 1.
       77 LIN-DEVOLUCOES PIC 9(01) VALUE 2.
       77 LIN-DESCONTOS PIC 9(01) VALUE 3.
       77 LIN-CUSTO PIC 9(01) VALUE 4.
       77 LIN-FINANCEIRAS PIC 9(01) VALUE 5.
       77 LIN-COMISSOES PIC 9(01) VALUE 6.
       77 LIN-PERDAS PIC 9(01) VALUE 7.
       77 WRK-LIN PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-FATO PIC S9(11)V99 VALUE ZEROS.

      *ACUMULADO POR FILIAL (ATE 20 FILIAIS, COMO NO METAREL); A
      *ENTRADA 21 E O CONSOLIDADO, QUE RECEBE TUDO
       77 WRK-TOTAL-FILIAIS PIC 9(02) VALUE ZEROS.
       77 FIL-CONSOLIDADO PIC 9(02) VALUE 21.
       01 WRK-TABELA-FILIAL.
           05 WRK-FIL-ENT OCCURS 21 TIMES.
               10 WRK-FIL-NUMERO PIC 9(02).
               10 WRK-FIL-PERIODO OCCURS 2 TIMES.
                   15 WRK-FIL-VALOR PIC S9(11)V99 OCCURS 7 TIMES.
       77 WRK-FIL-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-ACHADA PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-PROCURADA PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-IMPRESSA PIC 9(03) VALUE ZEROS.

      *PEDIDO EM APURACAO NA SAIDA DA ORDENACAO
       77 WRK-PED-FONE PIC 9(09) VALUE ZEROS.
       77 WRK-PED-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-PED-PER PIC 9(01) VALUE ZEROS.
       77 WRK-PED-OPERADOR PIC X(09) VALUE SPACES.
       01 WRK-PED-CABECALHO PIC X(01) VALUE 'N'.
           88 PED-COM-CABECALHO VALUE 'S'.
           88 PED-SEM-CABECALHO VALUE 'N'.
       01 WRK-PED-SITUACAO PIC X(01) VALUE SPACES.
           88 PED-FORA-DA-VENDA VALUE 'C' 'E'.
       01 WRK-PED-VALE PIC X(01) VALUE 'N'.
           88 PED-E-VALE VALUE 'S'.
      *PEDIDO QUE ENTRA NA RECEITA DO MES OU DO ANO ANTERIOR
       01 WRK-PED-RECEITA PIC X(01) VALUE 'N'.
           88 PED-NA-RECEITA VALUE 'S'.
           88 PED-FORA-RECEITA VALUE 'N'.

      *CUSTO UNITARIO DO PRODUTO EM EXAME
       77 WRK-CUSTO-UNIT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-KIT-PAI PIC 9(06) VALUE ZEROS.

      *OPERADORES COMISSIONAVEIS (MESMO LIMITE DE 20 DO CADASTRO
      *ONLINE)
       77 WRK-TOTAL-OPERADORES PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-OPER.
           05 WRK-OP-ENT OCCURS 20 TIMES.
               10 WRK-OP-USUARIO PIC X(09).
               10 WRK-OP-PCT PIC 9(02)V99.
       77 WRK-OP-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-OP-PCT-ACHADO PIC 9(02)V99 VALUE ZEROS.

      *AJUSTE DA PROVISAO DOS DOIS MESES (SO NO CONSOLIDADO)
       01 WRK-PDD.
           05 WRK-PDD-AJUSTE PIC S9(11)V99 OCCURS 2 TIMES.
           05 WRK-PDD-APURADO PIC X(01) OCCURS 2 TIMES.

      *DEMONSTRATIVO DA FILIAL EM IMPRESSAO, NOS DOIS PERIODOS
       01 WRK-DRE.
           05 WRK-DRE-PER OCCURS 2 TIMES.
               10 WRK-DRE-VALOR PIC S9(11)V99 OCCURS 10 TIMES.
       01 TB-ROTULOS-DRE.
           05 FILLER PIC X(40) VALUE
               'RECEITA BRUTA'.
           05 FILLER PIC X(40) VALUE
               '(-) DEVOLUCOES'.
           05 FILLER PIC X(40) VALUE
               '(-) DESCONTOS CONCEDIDOS'.
           05 FILLER PIC X(40) VALUE
               '(=) RECEITA LIQUIDA'.
           05 FILLER PIC X(40) VALUE
               '(-) CUSTO DAS MERCADORIAS VENDIDAS'.
           05 FILLER PIC X(40) VALUE
               '(=) MARGEM BRUTA'.
           05 FILLER PIC X(40) VALUE
               '(+) RECEITAS FINANCEIRAS (MULTA/JUROS)'.
           05 FILLER PIC X(40) VALUE
               '(-) COMISSOES'.
           05 FILLER PIC X(40) VALUE
               '(-) PERDAS (BAIXAS DO MES)'.
           05 FILLER PIC X(40) VALUE
               '(=) RESULTADO GERENCIAL'.
       01 TB-ROTULOS-R REDEFINES TB-ROTULOS-DRE.
           05 TB-ROTULO PIC X(40) OCCURS 10 TIMES.

      *LINHA EM IMPRESSAO E A VARIACAO SOBRE O ANO ANTERIOR
       77 WRK-IMP-ROTULO PIC X(40) VALUE SPACES.
       77 WRK-IMP-ATUAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-IMP-ANTERIOR PIC S9(11)V99 VALUE ZEROS.
       77 WRK-BASE-VARIACAO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(05)V99 VALUE ZEROS.
       77 WRK-TX-VARIACAO PIC X(10) VALUE SPACES.
       77 WRK-TX-MES PIC X(10) VALUE SPACES.
       77 WRK-ED-VALOR PIC -Z(10)9.99 VALUE ZEROS.
       77 WRK-ED-VARIACAO PIC -Z(05)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MES-ANO-ANT = WRK-MES-REF - 100.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 1100-CARREGAR-PERCENTUAIS.
           PERFORM 1200-LER-PROVISOES.
           SORT ORDENA-FATOS
               ON ASCENDING KEY FATO-FONE
               ON ASCENDING KEY FATO-PEDIDO
               ON ASCENDING KEY FATO-TIPO
               INPUT PROCEDURE 2000-CARREGAR-FATOS
               OUTPUT PROCEDURE 3000-APURAR-FATOS.
           PERFORM 4000-IMPRIMIR.
           PERFORM 5000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT ITENS.
           OPEN INPUT PRODUTOS.
           OPEN INPUT KITS.
           IF KIT-STATUS = ZEROS
               SET KITS-ABERTO TO TRUE
           END-IF.
           MOVE ZEROS TO KIT-STATUS.
           INITIALIZE WRK-TABELA-FILIAL.
           MOVE ZEROS TO WRK-FIL-NUMERO (FIL-CONSOLIDADO).

      *MONTA A TABELA USUARIO X PERCENTUAL A PARTIR DO CLICRED,
      *COMO NO COMISSAO; LINHA DO FORMATO ANTIGO (SENHA EM TEXTO)
      *OU SEM COLUNA DE COMISSAO VALE PERCENTUAL ZERO
       1100-CARREGAR-PERCENTUAIS.
           OPEN INPUT CREDENCIAIS.
           IF CRED-STATUS NOT = ZEROS
               MOVE 10 TO CRED-STATUS
           END-IF.
           PERFORM 1150-LER-CREDENCIAL UNTIL CRED-STATUS = 10.
           CLOSE CREDENCIAIS.

       1150-LER-CREDENCIAL.
           READ CREDENCIAIS
               AT END
                   MOVE 10 TO CRED-STATUS
               NOT AT END
                   IF WRK-TOTAL-OPERADORES < 20
                       ADD 1 TO WRK-TOTAL-OPERADORES
                       MOVE CRED-USUARIO TO
                               WRK-OP-USUARIO (WRK-TOTAL-OPERADORES)
                       IF CRED-SENHA-HASH IS NUMERIC
                               AND CRED-COMISSAO IS NUMERIC
                           MOVE CRED-COMISSAO TO
                               WRK-OP-PCT (WRK-TOTAL-OPERADORES)
                       ELSE
                           MOVE ZEROS TO
                               WRK-OP-PCT (WRK-TOTAL-OPERADORES)
                       END-IF
                   END-IF
           END-READ.

      *AJUSTE DA PROVISAO DO MES E DO MESMO MES DO ANO ANTERIOR;
      *MES SEM APURACAO DO PDDMES SAI COMO TAL NO MEMORANDO
       1200-LER-PROVISOES.
           MOVE ZEROS TO WRK-PDD-AJUSTE (1).
           MOVE ZEROS TO WRK-PDD-AJUSTE (2).
           MOVE 'N' TO WRK-PDD-APURADO (1).
           MOVE 'N' TO WRK-PDD-APURADO (2).
           OPEN INPUT PROVISOES.
           IF PDD-STATUS = ZEROS
               MOVE WRK-MES-REF TO PDD-MES-REF
               MOVE 1 TO WRK-PER
               PERFORM 1250-LER-PROVISAO
               MOVE WRK-MES-ANO-ANT TO PDD-MES-REF
               MOVE 2 TO WRK-PER
               PERFORM 1250-LER-PROVISAO
               CLOSE PROVISOES
           END-IF.

       1250-LER-PROVISAO.
           READ PROVISOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PDD-AJUSTE TO WRK-PDD-AJUSTE (WRK-PER)
                   MOVE 'S' TO WRK-PDD-APURADO (WRK-PER)
           END-READ.

      *SOLTA NA ORDENACAO OS PEDIDOS (CABECALHOS DE TODOS, PARA OS
      *MOVIMENTOS DE OUTROS MESES ACHAREM A FILIAL) E OS MOVIMENTOS
      *DOS DOIS MESES COMPARADOS
       2000-CARREGAR-FATOS.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM 2100-LIBERAR-PEDIDO UNTIL PEDIDOS-STATUS = 10.
           OPEN INPUT PEDIDOS-HISTORICO.
           IF HIS-STATUS NOT = ZEROS
               MOVE 10 TO HIS-STATUS
           ELSE
               PERFORM 2150-LIBERAR-PEDIDO-HIS UNTIL HIS-STATUS = 10
               CLOSE PEDIDOS-HISTORICO
           END-IF.
           IF ITEM-STATUS NOT = ZEROS
               MOVE 10 TO ITEM-STATUS
           ELSE
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-IF.
           PERFORM 2200-LIBERAR-ITEM UNTIL ITEM-STATUS = 10.
           OPEN INPUT ITENS-HISTORICO.
           IF ITEM-HIS-STATUS NOT = ZEROS
               MOVE 10 TO ITEM-HIS-STATUS
           ELSE
               PERFORM 2250-LIBERAR-ITEM-HIS
                   UNTIL ITEM-HIS-STATUS = 10
               CLOSE ITENS-HISTORICO
           END-IF.
           OPEN INPUT DESCONTOS.
           IF DESC-STATUS NOT = ZEROS
               MOVE 10 TO DESC-STATUS
           ELSE
               READ DESCONTOS NEXT
                   AT END
                       MOVE 10 TO DESC-STATUS
               END-READ
               PERFORM 2300-LIBERAR-DESCONTO UNTIL DESC-STATUS = 10
               CLOSE DESCONTOS
           END-IF.
           OPEN INPUT DEVOLUCOES.
           IF DEVOL-STATUS NOT = ZEROS
               MOVE 10 TO DEVOL-STATUS
           ELSE
               PERFORM 2400-LIBERAR-DEVOLUCAO UNTIL DEVOL-STATUS = 10
               CLOSE DEVOLUCOES
           END-IF.
           OPEN INPUT RECEBIMENTOS.
           IF RECEB-STATUS NOT = ZEROS
               MOVE 10 TO RECEB-STATUS
           ELSE
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
               PERFORM 2500-LIBERAR-RECEBIMENTO
                   UNTIL RECEB-STATUS = 10
               CLOSE RECEBIMENTOS
           END-IF.
           OPEN INPUT RECEB-HISTORICO.
           IF RECEB-HIS-STATUS NOT = ZEROS
               MOVE 10 TO RECEB-HIS-STATUS
           ELSE
               PERFORM 2550-LIBERAR-RECEB-HIS
                   UNTIL RECEB-HIS-STATUS = 10
               CLOSE RECEB-HISTORICO
           END-IF.
           OPEN INPUT PERDAS.
           IF PRD-STATUS NOT = ZEROS
               MOVE 10 TO PRD-STATUS
           ELSE
               READ PERDAS NEXT
                   AT END
                       MOVE 10 TO PRD-STATUS
               END-READ
               PERFORM 2600-LIBERAR-PERDA UNTIL PRD-STATUS = 10
               CLOSE PERDAS
           END-IF.

       2100-LIBERAR-PEDIDO.
           INITIALIZE FATO-REG.
           MOVE PEDIDOS-FONE TO FATO-FONE.
           MOVE PEDIDOS-NUMERO TO FATO-PEDIDO.
           SET FATO-CABECALHO TO TRUE.
           MOVE PEDIDOS-DATA TO FATO-DATA.
           MOVE PEDIDOS-VALOR TO FATO-VALOR.
           MOVE PEDIDOS-FILIAL TO FATO-FILIAL.
           MOVE PEDIDOS-SITUACAO TO FATO-SITUACAO.
           MOVE PEDIDOS-OPERADOR TO FATO-OPERADOR.
           IF PED-VENDA-VALE
               SET FATO-VENDA-VALE TO TRUE
           END-IF.
           PERFORM 2900-SOLTAR-FATO.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

       2150-LIBERAR-PEDIDO-HIS.
           READ PEDIDOS-HISTORICO
               AT END
                   MOVE 10 TO HIS-STATUS
               NOT AT END
                   INITIALIZE FATO-REG
                   MOVE HIS-FONE TO FATO-FONE
                   MOVE HIS-NUMERO TO FATO-PEDIDO
                   SET FATO-CABECALHO TO TRUE
                   MOVE HIS-DATA TO FATO-DATA
                   MOVE HIS-VALOR TO FATO-VALOR
                   MOVE HIS-FILIAL TO FATO-FILIAL
                   MOVE HIS-SITUACAO TO FATO-SITUACAO
                   MOVE HIS-OPERADOR TO FATO-OPERADOR
                   IF HIS-VENDA-VALE
                       SET FATO-VENDA-VALE TO TRUE
                   END-IF
                   PERFORM 2900-SOLTAR-FATO
           END-READ.

      *SO O ITEM DE PEDIDO DOS DOIS MESES ENTRA; O FRETE NAO TEM
      *CUSTO DE MERCADORIA
       2200-LIBERAR-ITEM.
           IF NOT ITEM-FRETE
               MOVE ITEM-FONE TO PEDIDOS-FONE
               MOVE ITEM-PEDIDO TO PEDIDOS-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PEDIDOS-DATA TO WRK-DATA-EXAME
                       PERFORM 2950-PERIODO-DA-DATA
                       IF WRK-PER NOT = ZEROS
                           INITIALIZE FATO-REG
                           MOVE ITEM-FONE TO FATO-FONE
                           MOVE ITEM-PEDIDO TO FATO-PEDIDO
                           SET FATO-ITEM TO TRUE
                           MOVE ITEM-PROD-CODIGO TO FATO-PRODUTO
                           MOVE ITEM-QTDE TO FATO-QTDE
                           PERFORM 2900-SOLTAR-FATO
                       END-IF
               END-READ
           END-IF.
           READ ITENS NEXT
               AT END
                   MOVE 10 TO ITEM-STATUS
           END-READ.

      *O ITEM ARQUIVADO NAO TEM DATA: VAI TODO PARA A ORDENACAO E
      *O CABECALHO DO PEDIDO DECIDE SE ELE ENTRA
       2250-LIBERAR-ITEM-HIS.
           READ ITENS-HISTORICO
               AT END
                   MOVE 10 TO ITEM-HIS-STATUS
               NOT AT END
                   IF NOT IHS-FRETE
                       INITIALIZE FATO-REG
                       MOVE IHS-FONE TO FATO-FONE
                       MOVE IHS-PEDIDO TO FATO-PEDIDO
                       SET FATO-ITEM TO TRUE
                       MOVE IHS-PROD-CODIGO TO FATO-PRODUTO
                       MOVE IHS-QTDE TO FATO-QTDE
                       PERFORM 2900-SOLTAR-FATO
                   END-IF
           END-READ.

      *SO O DESCONTO APROVADO SAIU DO VALOR DO PEDIDO
       2300-LIBERAR-DESCONTO.
           IF DESC-APROVADO
               INITIALIZE FATO-REG
               MOVE DESC-FONE TO FATO-FONE
               MOVE DESC-PEDIDO TO FATO-PEDIDO
               SET FATO-DESCONTO TO TRUE
               MOVE DESC-VALOR TO FATO-VALOR
               PERFORM 2900-SOLTAR-FATO
           END-IF.
           READ DESCONTOS NEXT
               AT END
                   MOVE 10 TO DESC-STATUS
           END-READ.

      *A DEVOLUCAO LEVA O PRODUTO DO ITEM DEVOLVIDO, PARA O CUSTO
      *DO QUE VOLTOU AO ESTOQUE SAIR DO CUSTO DAS MERCADORIAS
       2400-LIBERAR-DEVOLUCAO.
           READ DEVOLUCOES
               AT END
                   MOVE 10 TO DEVOL-STATUS
               NOT AT END
                   MOVE DEVOL-DATA TO WRK-DATA-EXAME
                   PERFORM 2950-PERIODO-DA-DATA
                   IF WRK-PER NOT = ZEROS
                       INITIALIZE FATO-REG
                       MOVE DEVOL-FONE TO FATO-FONE
                       MOVE DEVOL-PEDIDO TO FATO-PEDIDO
                       SET FATO-DEVOLUCAO TO TRUE
                       MOVE DEVOL-DATA TO FATO-DATA
                       MOVE DEVOL-VALOR TO FATO-VALOR
                       MOVE DEVOL-QTDE TO FATO-QTDE
                       MOVE DEVOL-FONE TO ITEM-FONE
                       MOVE DEVOL-PEDIDO TO ITEM-PEDIDO
                       MOVE DEVOL-ITEM TO ITEM-NUMERO
                       READ ITENS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT ITEM-FRETE
                                   MOVE ITEM-PROD-CODIGO TO
                                           FATO-PRODUTO
                               END-IF
                       END-READ
                       PERFORM 2900-SOLTAR-FATO
                   END-IF
           END-READ.

       2500-LIBERAR-RECEBIMENTO.
           MOVE RECEB-DATA TO WRK-DATA-EXAME.
           PERFORM 2950-PERIODO-DA-DATA.
           IF WRK-PER NOT = ZEROS
               INITIALIZE FATO-REG
               MOVE RECEB-FONE TO FATO-FONE
               MOVE RECEB-PEDIDO TO FATO-PEDIDO
               SET FATO-RECEBIMENTO TO TRUE
               MOVE RECEB-DATA TO FATO-DATA
               MOVE RECEB-VALOR TO FATO-VALOR
               COMPUTE FATO-ENCARGOS = RECEB-MULTA + RECEB-JUROS
               MOVE RECEB-FORMA TO FATO-FORMA
               PERFORM 2900-SOLTAR-FATO
           END-IF.
           READ RECEBIMENTOS NEXT
               AT END
                   MOVE 10 TO RECEB-STATUS
           END-READ.

       2550-LIBERAR-RECEB-HIS.
           READ RECEB-HISTORICO
               AT END
                   MOVE 10 TO RECEB-HIS-STATUS
               NOT AT END
                   MOVE RHS-DATA TO WRK-DATA-EXAME
                   PERFORM 2950-PERIODO-DA-DATA
                   IF WRK-PER NOT = ZEROS
                       INITIALIZE FATO-REG
                       MOVE RHS-FONE TO FATO-FONE
                       MOVE RHS-PEDIDO TO FATO-PEDIDO
                       SET FATO-RECEBIMENTO TO TRUE
                       MOVE RHS-DATA TO FATO-DATA
                       MOVE RHS-VALOR TO FATO-VALOR
                       COMPUTE FATO-ENCARGOS = RHS-MULTA + RHS-JUROS
                       MOVE RHS-FORMA TO FATO-FORMA
                       PERFORM 2900-SOLTAR-FATO
                   END-IF
           END-READ.

       2600-LIBERAR-PERDA.
           MOVE PRD-DATA TO WRK-DATA-EXAME.
           PERFORM 2950-PERIODO-DA-DATA.
           IF WRK-PER NOT = ZEROS
               INITIALIZE FATO-REG
               MOVE PRD-FONE TO FATO-FONE
               MOVE PRD-PEDIDO TO FATO-PEDIDO
               SET FATO-PERDA TO TRUE
               MOVE PRD-DATA TO FATO-DATA
               MOVE PRD-VALOR TO FATO-VALOR
               PERFORM 2900-SOLTAR-FATO
           END-IF.
           READ PERDAS NEXT
               AT END
                   MOVE 10 TO PRD-STATUS
           END-READ.

       2900-SOLTAR-FATO.
           ADD 1 TO WRK-TOTAL-FATOS.
           RELEASE FATO-REG.

       2950-PERIODO-DA-DATA.
           EVALUATE WRK-MES-EXAME
               WHEN WRK-MES-REF
                   MOVE 1 TO WRK-PER
               WHEN WRK-MES-ANO-ANT
                   MOVE 2 TO WRK-PER
               WHEN OTHER
                   MOVE ZEROS TO WRK-PER
           END-EVALUATE.

       3000-APURAR-FATOS.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-FATOS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 3100-APURAR-PEDIDO UNTIL SORT-FIM.

      *PEDIDO SEM CABECALHO (MOVIMENTO SOLTO) FICA NA MATRIZ, SEM
      *RECEITA NEM COMISSAO
       3100-APURAR-PEDIDO.
           MOVE FATO-FONE TO WRK-PED-FONE.
           MOVE FATO-PEDIDO TO WRK-PED-NUMERO.
           SET PED-SEM-CABECALHO TO TRUE.
           SET PED-FORA-RECEITA TO TRUE.
           MOVE ZEROS TO WRK-PED-PER.
           MOVE SPACES TO WRK-PED-SITUACAO.
           MOVE SPACES TO WRK-PED-OPERADOR.
           MOVE 'N' TO WRK-PED-VALE.
           MOVE 1 TO WRK-FIL-PROCURADA.
           PERFORM 3800-ACHAR-FILIAL.
           PERFORM 3200-APURAR-FATO
               UNTIL SORT-FIM
               OR FATO-FONE NOT = WRK-PED-FONE
               OR FATO-PEDIDO NOT = WRK-PED-NUMERO.

       3200-APURAR-FATO.
           EVALUATE TRUE
               WHEN FATO-CABECALHO
                   PERFORM 3300-APURAR-CABECALHO
               WHEN FATO-ITEM
                   IF PED-NA-RECEITA
                       MOVE WRK-PED-PER TO WRK-PER
                       PERFORM 3400-APURAR-CUSTO
                   END-IF
               WHEN FATO-DESCONTO
                   IF PED-NA-RECEITA
                       MOVE WRK-PED-PER TO WRK-PER
                       MOVE FATO-VALOR TO WRK-VALOR-FATO
                       MOVE LIN-BRUTA TO WRK-LIN
                       PERFORM 3900-ACUMULAR
                       MOVE LIN-DESCONTOS TO WRK-LIN
                       PERFORM 3900-ACUMULAR
                   END-IF
               WHEN FATO-DEVOLUCAO
                   PERFORM 3500-APURAR-DEVOLUCAO
               WHEN FATO-RECEBIMENTO
                   PERFORM 3600-APURAR-RECEBIMENTO
               WHEN FATO-PERDA
                   MOVE FATO-DATA TO WRK-DATA-EXAME
                   PERFORM 2950-PERIODO-DA-DATA
                   MOVE FATO-VALOR TO WRK-VALOR-FATO
                   MOVE LIN-PERDAS TO WRK-LIN
                   PERFORM 3900-ACUMULAR
           END-EVALUATE.
           RETURN ORDENA-FATOS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

      *O CABECALHO DA A FILIAL E DIZ SE O PEDIDO E RECEITA DE UM
      *DOS DOIS MESES
       3300-APURAR-CABECALHO.
           SET PED-COM-CABECALHO TO TRUE.
           MOVE FATO-SITUACAO TO WRK-PED-SITUACAO.
           MOVE FATO-OPERADOR TO WRK-PED-OPERADOR.
           MOVE FATO-VALE TO WRK-PED-VALE.
           IF FATO-FILIAL = ZEROS OR FATO-FILIAL NOT NUMERIC
               MOVE 1 TO WRK-FIL-PROCURADA
           ELSE
               MOVE FATO-FILIAL TO WRK-FIL-PROCURADA
           END-IF.
           PERFORM 3800-ACHAR-FILIAL.
           MOVE FATO-DATA TO WRK-DATA-EXAME.
           PERFORM 2950-PERIODO-DA-DATA.
           MOVE WRK-PER TO WRK-PED-PER.
           IF WRK-PED-PER NOT = ZEROS
                   AND NOT PED-FORA-DA-VENDA AND NOT PED-E-VALE
               SET PED-NA-RECEITA TO TRUE
               ADD 1 TO WRK-TOTAL-PEDIDOS
               MOVE FATO-VALOR TO WRK-VALOR-FATO
               MOVE LIN-BRUTA TO WRK-LIN
               PERFORM 3900-ACUMULAR
           END-IF.

      *CUSTO DA QUANTIDADE VENDIDA; ITEM SEM CUSTO SO E CONTADO
       3400-APURAR-CUSTO.
           PERFORM 3450-CUSTO-DO-FATO.
           IF WRK-CUSTO-UNIT = ZEROS
               ADD 1 TO WRK-TOTAL-SEM-CUSTO
           ELSE
               COMPUTE WRK-VALOR-FATO = FATO-QTDE * WRK-CUSTO-UNIT
               MOVE LIN-CUSTO TO WRK-LIN
               PERFORM 3900-ACUMULAR
           END-IF.

       3450-CUSTO-DO-FATO.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           IF FATO-PRODUTO NOT = ZEROS
               MOVE FATO-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3460-CUSTO-DO-PRODUTO
               END-READ
           END-IF.

      *CUSTO UNITARIO DO PRODUTO DO BUFFER: O DO CATALOGO OU, NO
      *KIT, A SOMA DO CUSTO DE CADA COMPONENTE PELA QUANTIDADE
      *POR KIT (O CUSTO INVENTADO DO PAI NAO VALE); COMPONENTE
      *SEM CUSTO DEIXA O KIT SEM CUSTO
       3460-CUSTO-DO-PRODUTO.
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
                   PERFORM 3470-SOMAR-COMPONENTE
                       UNTIL KIT-STATUS NOT = 0
                       OR KIT-PAI NOT = WRK-KIT-PAI
                   IF COMP-SEM-CUSTO
                       MOVE ZEROS TO WRK-CUSTO-UNIT
                   END-IF
               END-IF
               MOVE ZEROS TO KIT-STATUS
           END-IF.

       3470-SOMAR-COMPONENTE.
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

      *DEVOLUCAO DE PEDIDO QUE NAO E VENDA (CANCELADO, ESTORNADO OU
      *VALE-PRESENTE) NAO MEXE NO DEMONSTRATIVO; A DEVOLUCAO DO MES
      *ABATE A RECEITA E DEVOLVE O CUSTO DO QUE VOLTOU
       3500-APURAR-DEVOLUCAO.
           IF NOT PED-FORA-DA-VENDA AND NOT PED-E-VALE
               MOVE FATO-DATA TO WRK-DATA-EXAME
               PERFORM 2950-PERIODO-DA-DATA
               MOVE FATO-VALOR TO WRK-VALOR-FATO
               MOVE LIN-DEVOLUCOES TO WRK-LIN
               PERFORM 3900-ACUMULAR
               PERFORM 3450-CUSTO-DO-FATO
               IF WRK-CUSTO-UNIT NOT = ZEROS
                   COMPUTE WRK-VALOR-FATO =
                           ZEROS - FATO-QTDE * WRK-CUSTO-UNIT
                   MOVE LIN-CUSTO TO WRK-LIN
                   PERFORM 3900-ACUMULAR
               END-IF
           END-IF.

      *MULTA E JUROS SAO RECEITA FINANCEIRA (FORA A NOTA DE
      *CREDITO, QUE NAO E DINHEIRO NOVO); A COMISSAO SEGUE AS
      *REGRAS DO COMISSAO
       3600-APURAR-RECEBIMENTO.
           MOVE FATO-DATA TO WRK-DATA-EXAME.
           PERFORM 2950-PERIODO-DA-DATA.
           IF NOT FATO-NOTA-CRED
               MOVE FATO-ENCARGOS TO WRK-VALOR-FATO
               MOVE LIN-FINANCEIRAS TO WRK-LIN
               PERFORM 3900-ACUMULAR
           END-IF.
           IF NOT FATO-NOTA-CRED AND NOT FATO-PAGO-VALE
                   AND PED-COM-CABECALHO AND NOT PED-FORA-DA-VENDA
               PERFORM 3650-PERCENTUAL-DO-OPERADOR
               IF WRK-OP-PCT-ACHADO > ZEROS
                   COMPUTE WRK-VALOR-FATO ROUNDED =
                           FATO-VALOR * WRK-OP-PCT-ACHADO / 100
                   MOVE LIN-COMISSOES TO WRK-LIN
                   PERFORM 3900-ACUMULAR
               END-IF
           END-IF.

       3650-PERCENTUAL-DO-OPERADOR.
           MOVE ZEROS TO WRK-OP-PCT-ACHADO.
           PERFORM VARYING WRK-OP-IDX FROM 1 BY 1
                   UNTIL WRK-OP-IDX > WRK-TOTAL-OPERADORES
               IF WRK-OP-USUARIO (WRK-OP-IDX) = WRK-PED-OPERADOR
                       AND WRK-PED-OPERADOR NOT = SPACES
                   MOVE WRK-OP-PCT (WRK-OP-IDX) TO WRK-OP-PCT-ACHADO
               END-IF
           END-PERFORM.

      *FILIAL ALEM DO LIMITE DA TABELA SO ENTRA NO CONSOLIDADO
       3800-ACHAR-FILIAL.
           MOVE ZEROS TO WRK-FIL-ACHADA.
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > WRK-TOTAL-FILIAIS
               IF WRK-FIL-NUMERO (WRK-FIL-IDX) = WRK-FIL-PROCURADA
                   MOVE WRK-FIL-IDX TO WRK-FIL-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-FIL-ACHADA = ZEROS
               IF WRK-TOTAL-FILIAIS < 20
                   ADD 1 TO WRK-TOTAL-FILIAIS
                   MOVE WRK-TOTAL-FILIAIS TO WRK-FIL-ACHADA
                   MOVE WRK-FIL-PROCURADA TO
                           WRK-FIL-NUMERO (WRK-FIL-ACHADA)
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-TABELA
               END-IF
           END-IF.

      *SOMA O VALOR NA LINHA DA FILIAL DO PEDIDO E NO CONSOLIDADO,
      *NO PERIODO DO MOVIMENTO
       3900-ACUMULAR.
           IF WRK-PER NOT = ZEROS
               IF WRK-FIL-ACHADA NOT = ZEROS
                   ADD WRK-VALOR-FATO TO
                       WRK-FIL-VALOR (WRK-FIL-ACHADA, WRK-PER, WRK-LIN)
               END-IF
               ADD WRK-VALOR-FATO TO
                   WRK-FIL-VALOR (FIL-CONSOLIDADO, WRK-PER, WRK-LIN)
           END-IF.

      *UM DEMONSTRATIVO POR FILIAL, NA ORDEM DO NUMERO DA FILIAL,
      *E O CONSOLIDADO NO FIM
       4000-IMPRIMIR.
           OPEN OUTPUT DRE-REPORT.
           MOVE SPACES TO DRE-LINHA.
           STRING 'DEMONSTRATIVO DE RESULTADO GERENCIAL - MES '
                   WRK-MES-REF ' X ' WRK-MES-ANO-ANT
                   ' - EMITIDO EM ' WRK-HOJE
               DELIMITED BY SIZE INTO DRE-LINHA.
           WRITE DRE-LINHA.
           MOVE ALL '=' TO DRE-LINHA.
           WRITE DRE-LINHA.
           PERFORM 4050-FILIAL-DA-VEZ
               VARYING WRK-FIL-IMPRESSA FROM 1 BY 1
               UNTIL WRK-FIL-IMPRESSA > 99.
           MOVE FIL-CONSOLIDADO TO WRK-FIL-IDX.
           PERFORM 4100-DEMONSTRATIVO.
           MOVE SPACES TO DRE-LINHA.
           WRITE DRE-LINHA.
           MOVE 'MEMORANDO (NAO RATEADO POR FILIAL)' TO DRE-LINHA.
           WRITE DRE-LINHA.
           MOVE 'AJUSTE DA PROVISAO PDD (+ CONSTITUICAO)' TO
                   WRK-IMP-ROTULO.
           MOVE WRK-PDD-AJUSTE (1) TO WRK-IMP-ATUAL.
           MOVE WRK-PDD-AJUSTE (2) TO WRK-IMP-ANTERIOR.
           PERFORM 4300-LINHA.
           IF WRK-PDD-APURADO (1) = 'N'
               MOVE SPACES TO DRE-LINHA
               STRING '  *** PDDMES NAO APURADO PARA ' WRK-MES-REF
                       ' ***'
                   DELIMITED BY SIZE INTO DRE-LINHA
               WRITE DRE-LINHA
           END-IF.
           IF WRK-PDD-APURADO (2) = 'N'
               MOVE SPACES TO DRE-LINHA
               STRING '  *** PDDMES NAO APURADO PARA ' WRK-MES-ANO-ANT
                       ' ***'
                   DELIMITED BY SIZE INTO DRE-LINHA
               WRITE DRE-LINHA
           END-IF.
           MOVE SPACES TO DRE-LINHA.
           WRITE DRE-LINHA.
           MOVE SPACES TO DRE-LINHA.
           STRING 'ITENS SEM CUSTO NO CATALOGO (FORA DO CMV): '
                   WRK-TOTAL-SEM-CUSTO
               DELIMITED BY SIZE INTO DRE-LINHA.
           WRITE DRE-LINHA.
           IF WRK-TOTAL-FORA-TABELA > ZEROS
               MOVE SPACES TO DRE-LINHA
               STRING 'PEDIDOS DE FILIAL ALEM DE 20 (SO NO '
                       'CONSOLIDADO): ' WRK-TOTAL-FORA-TABELA
                   DELIMITED BY SIZE INTO DRE-LINHA
               WRITE DRE-LINHA
           END-IF.
           CLOSE DRE-REPORT.

       4050-FILIAL-DA-VEZ.
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > WRK-TOTAL-FILIAIS
               IF WRK-FIL-NUMERO (WRK-FIL-IDX) = WRK-FIL-IMPRESSA
                   PERFORM 4100-DEMONSTRATIVO
               END-IF
           END-PERFORM.

      *DEMONSTRATIVO DA ENTRADA WRK-FIL-IDX DA TABELA
       4100-DEMONSTRATIVO.
           ADD 1 TO WRK-TOTAL-DEMONSTRATIVOS.
           PERFORM 4200-MONTAR-PERIODO
               VARYING WRK-PER FROM 1 BY 1 UNTIL WRK-PER > 2.
           MOVE SPACES TO DRE-LINHA.
           WRITE DRE-LINHA.
           MOVE SPACES TO DRE-LINHA.
           IF WRK-FIL-IDX = FIL-CONSOLIDADO
               MOVE 'CONSOLIDADO - TODAS AS FILIAIS' TO DRE-LINHA
           ELSE
               STRING 'FILIAL ' WRK-FIL-NUMERO (WRK-FIL-IDX)
                   DELIMITED BY SIZE INTO DRE-LINHA
           END-IF.
           MOVE SPACES TO WRK-TX-MES.
           STRING 'MES ' WRK-MES-REF DELIMITED BY SIZE INTO WRK-TX-MES.
           MOVE WRK-TX-MES TO DRE-LINHA (49:10).
           MOVE SPACES TO WRK-TX-MES.
           STRING 'MES ' WRK-MES-ANO-ANT
               DELIMITED BY SIZE INTO WRK-TX-MES.
           MOVE WRK-TX-MES TO DRE-LINHA (66:10).
           MOVE 'VARIACAO %' TO DRE-LINHA (78:10).
           WRITE DRE-LINHA.
           MOVE ALL '-' TO DRE-LINHA.
           WRITE DRE-LINHA.
           PERFORM 4250-LINHA-DO-DEMONSTRATIVO
               VARYING WRK-LIN FROM 1 BY 1 UNTIL WRK-LIN > 10.

      *AS LINHAS DE TOTAL (RECEITA LIQUIDA, MARGEM E RESULTADO)
      *SAO CONTA DAS LINHAS APURADAS
       4200-MONTAR-PERIODO.
           MOVE WRK-FIL-VALOR (WRK-FIL-IDX, WRK-PER, LIN-BRUTA) TO
                   WRK-DRE-VALOR (WRK-PER, 1).
           MOVE WRK-FIL-VALOR (WRK-FIL-IDX, WRK-PER, LIN-DEVOLUCOES)
                   TO WRK-DRE-VALOR (WRK-PER, 2).
           MOVE WRK-FIL-VALOR (WRK-FIL-IDX, WRK-PER, LIN-DESCONTOS)
                   TO WRK-DRE-VALOR (WRK-PER, 3).
           COMPUTE WRK-DRE-VALOR (WRK-PER, 4) =
                   WRK-DRE-VALOR (WRK-PER, 1)
                   - WRK-DRE-VALOR (WRK-PER, 2)
                   - WRK-DRE-VALOR (WRK-PER, 3).
           MOVE WRK-FIL-VALOR (WRK-FIL-IDX, WRK-PER, LIN-CUSTO) TO
                   WRK-DRE-VALOR (WRK-PER, 5).
           COMPUTE WRK-DRE-VALOR (WRK-PER, 6) =
                   WRK-DRE-VALOR (WRK-PER, 4)
                   - WRK-DRE-VALOR (WRK-PER, 5).
           MOVE WRK-FIL-VALOR (WRK-FIL-IDX, WRK-PER, LIN-FINANCEIRAS)
                   TO WRK-DRE-VALOR (WRK-PER, 7).
           MOVE WRK-FIL-VALOR (WRK-FIL-IDX, WRK-PER, LIN-COMISSOES)
                   TO WRK-DRE-VALOR (WRK-PER, 8).
           MOVE WRK-FIL-VALOR (WRK-FIL-IDX, WRK-PER, LIN-PERDAS) TO
                   WRK-DRE-VALOR (WRK-PER, 9).
           COMPUTE WRK-DRE-VALOR (WRK-PER, 10) =
                   WRK-DRE-VALOR (WRK-PER, 6)
                   + WRK-DRE-VALOR (WRK-PER, 7)
                   - WRK-DRE-VALOR (WRK-PER, 8)
                   - WRK-DRE-VALOR (WRK-PER, 9).

       4250-LINHA-DO-DEMONSTRATIVO.
           MOVE TB-ROTULO (WRK-LIN) TO WRK-IMP-ROTULO.
           MOVE WRK-DRE-VALOR (1, WRK-LIN) TO WRK-IMP-ATUAL.
           MOVE WRK-DRE-VALOR (2, WRK-LIN) TO WRK-IMP-ANTERIOR.
           PERFORM 4300-LINHA.

      *VARIACAO SOBRE O VALOR ABSOLUTO DO ANO ANTERIOR; SEM BASE
      *NO ANO ANTERIOR NAO HA VARIACAO
       4300-LINHA.
           IF WRK-IMP-ANTERIOR = ZEROS
               MOVE '        --' TO WRK-TX-VARIACAO
           ELSE
               MOVE WRK-IMP-ANTERIOR TO WRK-BASE-VARIACAO
               IF WRK-BASE-VARIACAO < ZEROS
                   COMPUTE WRK-BASE-VARIACAO =
                           ZEROS - WRK-BASE-VARIACAO
               END-IF
               COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-IMP-ATUAL - WRK-IMP-ANTERIOR) * 100
                       / WRK-BASE-VARIACAO
                   ON SIZE ERROR
                       MOVE '    ACIMA ' TO WRK-TX-VARIACAO
                   NOT ON SIZE ERROR
                       MOVE WRK-VARIACAO TO WRK-ED-VARIACAO
                       MOVE WRK-ED-VARIACAO TO WRK-TX-VARIACAO
               END-COMPUTE
           END-IF.
           MOVE SPACES TO DRE-LINHA.
           MOVE WRK-IMP-ROTULO TO DRE-LINHA (3:40).
           MOVE WRK-IMP-ATUAL TO WRK-ED-VALOR.
           MOVE WRK-ED-VALOR TO DRE-LINHA (44:15).
           MOVE WRK-IMP-ANTERIOR TO WRK-ED-VALOR.
           MOVE WRK-ED-VALOR TO DRE-LINHA (61:15).
           MOVE WRK-TX-VARIACAO TO DRE-LINHA (78:10).
           WRITE DRE-LINHA.

       5000-FINALIZAR.
           CLOSE PEDIDOS.
           CLOSE ITENS.
           CLOSE PRODUTOS.
           IF KITS-ABERTO
               CLOSE KITS
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'DRE GERENCIAL - ' WRK-MES-REF ' X '
                   WRK-MES-ANO-ANT.
           DISPLAY 'MOVIMENTOS ORDENADOS: ' WRK-TOTAL-FATOS.
           DISPLAY 'PEDIDOS NA RECEITA..: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'ITENS SEM CUSTO.....: ' WRK-TOTAL-SEM-CUSTO.
           DISPLAY 'DEMONSTRATIVOS......: ' WRK-TOTAL-DEMONSTRATIVOS.
           DISPLAY '---------------------------------------'.

       9500-REGISTRAR-INICIO-JOB.
           OPEN I-O JOBCTL.
           IF JOBCTL-STATUS = 35 THEN
               OPEN OUTPUT JOBCTL
               CLOSE JOBCTL
               OPEN I-O JOBCTL
           END-IF.
           MOVE 'DREMES' TO JOB-NOME.
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
           MOVE WRK-TOTAL-FATOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-DEMONSTRATIVOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM DREMES.
