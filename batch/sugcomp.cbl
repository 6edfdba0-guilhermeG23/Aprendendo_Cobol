       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGCOMP.
      **********************************
      *OBJ: SUGESTAO DE COMPRA PELA DEMANDA HISTORICA
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *O ESTPOS SO COMPARA O SALDO COM O PROD-ESTOQUE-MIN, QUE E
      *FIXO; ESTE LOTE APURA O CONSUMO DE CADA PRODUTO NOS ULTIMOS
      *MESES FECHADOS (ITENS.DAT E O HISTORICO ITENS.HIS DO ARQPED,
      *FORA CANCELADOS, ESTORNOS E O FRETE; O KIT VENDIDO CONTA
      *NOS COMPONENTES, QUE SAO O QUE SE COMPRA), TIRA DE CADA MES
      *O INDICE DE SAZONALIDADE GRAVADO PELO SAZONAL (SAZIDX.DAT;
      *SEM ELE O INDICE E 1,00) E APLICA A MEDIA O INDICE DO MES EM
      *QUE CAI O MEIO DA COBERTURA
      *A QUANTIDADE A COMPRAR COBRE A DEMANDA DE N DIAS MAIS AS
      *RESERVAS AGUARDANDO MERCADORIA (RESERVAS.DAT), DESCONTADOS O
      *SALDO E O QUE JA ESTA COMPRADO E A CAMINHO; A LISTA SAI EM
      *SUGCOMP.TXT AGRUPADA PELO FORNECEDOR DA ULTIMA COMPRA DO
      *PRODUTO, COM O VALOR ESTIMADO PELO ULTIMO CUSTO, PRONTA PARA
      *VIRAR PEDIDO DE COMPRA (OPCAO CP DO CADASTRO ONLINE)
      *PARA CADA PRODUTO SAI TAMBEM O ESTOQUE MINIMO SUGERIDO - A
      *DEMANDA DIARIA PELO PRAZO DE ENTREGA DO FORNECEDOR (SEM
      *FORNECEDOR OU SEM PRAZO, 15 DIAS); PRODUTO SEM COMPRA A
      *FAZER MAS COM O MINIMO DESATUALIZADO VAI PARA UMA SEGUNDA
      *LISTA, SO DE AJUSTE DO MINIMO
      *OS DIAS DE COBERTURA E OS MESES DA MEDIA VEM DO FINCFG.DAT
      *(SEM OS CAMPOS, 45 DIAS E 6 MESES; NO MAXIMO 12 MESES)
      *PRODUTO FORA DE LINHA NAO ENTRA: NAO SE COMPRA MAIS
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIN-CONFIG ASSIGN TO 'FINCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINCFG-STATUS.
      *INDICE DE SAZONALIDADE POR MES DO ANO, GRAVADO PELO SAZONAL
           SELECT SAZONAL-INDICE ASSIGN TO 'SAZIDX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAZIDX-STATUS.
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
      *ARQUIVOS HISTORICOS GRAVADOS PELO ARQPED, MESMAS LARGURAS E
      *ORDEM DE CAMPOS DOS REGISTROS VIVOS; O ARQPED ACRESCENTA OS
      *DOIS NA MESMA ORDEM, ENTAO OS ITENS DE UM PEDIDO ARQUIVADO
      *VEM SEMPRE DEPOIS DO CABECALHO DELE
           SELECT PEDIDOS-HISTORICO ASSIGN TO 'PEDIDOS.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIS-STATUS.
           SELECT ITENS-HISTORICO ASSIGN TO 'ITENS.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IHIS-STATUS.
      *COMPOSICAO DOS KITS DO CADASTRO ONLINE; SEM O ARQUIVO
      *NENHUM PRODUTO E KIT
           SELECT KITS ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS KIT-STATUS.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
           SELECT RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS RES-STATUS.
      *PEDIDOS DE COMPRA E SUAS LINHAS, MANTIDOS PELA TELA (OPCOES
      *CP E RM DO CADASTRO ONLINE); SO LEITURA
           SELECT COMPRAS ASSIGN TO 'COMPRAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-NUMERO
               FILE STATUS IS CMP-STATUS.
           SELECT COMPRA-ITENS ASSIGN TO 'CMPITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMPI-CHAVE
               FILE STATUS IS CMPI-STATUS.
           SELECT FORNECEDORES ASSIGN TO 'FORNEC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS FORN-STATUS.
      *ARQUIVOS DE TRABALHO: AS DUAS ORDENACOES E AS SUGESTOES
      *CALCULADAS NA ORDEM DE PRODUTO, QUE A SEGUNDA ORDENACAO
      *REARRUMA POR FORNECEDOR
           SELECT ORDENA-CONSUMO ASSIGN TO 'ORDCNS.TMP'.
           SELECT ORDENA-SUGESTAO ASSIGN TO 'ORDSUG.TMP'.
           SELECT SUGESTOES-TRABALHO ASSIGN TO 'SUGTRAB.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUGT-STATUS.
           SELECT SUGCOMP-REPORT ASSIGN TO 'SUGCOMP.TXT'
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
      *MESMO LAYOUT DA CONFIGURACAO FINANCEIRA DO CADASTRO
      *ONLINE; AQUI SO INTERESSAM OS PARAMETROS DA SUGESTAO
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

      *MESMO LAYOUT DO INDICE GRAVADO PELO SAZONAL
       FD SAZONAL-INDICE.
       01 SAZIDX-REG.
           05 SAZIDX-MES PIC 9(02).
           05 SAZIDX-INDICE PIC 9(01)V99.

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

      *MESMO LAYOUT DO ITEM DE PEDIDO DO CADASTRO ONLINE
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

       FD PEDIDOS-HISTORICO.
       01 HIS-REG.
           05 HIS-FONE PIC 9(09).
           05 HIS-NUMERO PIC 9(06).
           05 HIS-DATA PIC 9(08).
           05 HIS-VALOR PIC 9(07)V99.
           05 HIS-DESCRICAO PIC X(40).
           05 HIS-SITUACAO PIC X(01).
               88 HIS-CANCELADO VALUE 'C'.
               88 HIS-ESTORNO VALUE 'E'.
           05 HIS-OPERADOR PIC X(09).
           05 HIS-DATA-LANC PIC 9(08).
           05 HIS-HORA-LANC PIC 9(08).
           05 HIS-FILIAL PIC 9(02).

       FD ITENS-HISTORICO.
       01 IHIS-REG.
           05 IHIS-FONE PIC 9(09).
           05 IHIS-PEDIDO PIC 9(06).
           05 IHIS-NUMERO PIC 9(03).
           05 IHIS-PROD-CODIGO PIC 9(06).
               88 IHIS-FRETE VALUE 999999.
           05 IHIS-DESCRICAO PIC X(40).
           05 IHIS-QTDE PIC 9(05).
           05 IHIS-PRECO-UNIT PIC 9(07)V99.
           05 IHIS-TOTAL PIC 9(07)V99.
           05 IHIS-DESC-PCT PIC 9(02)V99.

      *MESMO LAYOUT DA COMPOSICAO DE KITS DO CADASTRO ONLINE
       FD KITS.
       01 KIT-REG.
           05 KIT-CHAVE.
               10 KIT-PAI PIC 9(06).
               10 KIT-COMPONENTE PIC 9(06).
           05 KIT-QTDE PIC 9(03).

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

      *MESMO LAYOUT DA RESERVA DA LISTA DE ESPERA DO CADASTRO
      *ONLINE
       FD RESERVAS.
       01 RES-REG.
           05 RES-CHAVE.
               10 RES-PRODUTO PIC 9(06).
               10 RES-SEQ PIC 9(06).
           05 RES-FONE PIC 9(09).
           05 RES-QTDE PIC 9(05).
           05 RES-DATA PIC 9(08).
           05 RES-SITUACAO PIC X(01).
               88 RES-AGUARDANDO VALUE 'A'.
               88 RES-AVISADA VALUE 'V'.
               88 RES-CANCELADA VALUE 'C'.
           05 RES-FILIAL PIC 9(02).

      *MESMO LAYOUT DO PEDIDO DE COMPRA DO CADASTRO ONLINE
       FD COMPRAS.
       01 CMP-REG.
           05 CMP-NUMERO PIC 9(06).
           05 CMP-FORNECEDOR PIC 9(06).
           05 CMP-DATA PIC 9(08).
           05 CMP-PREVISAO PIC 9(08).
           05 CMP-VALOR PIC 9(07)V99.
           05 CMP-SITUACAO PIC X(01).
               88 CMP-ABERTO VALUE 'A'.
               88 CMP-PARCIAL VALUE 'P'.
               88 CMP-RECEBIDO VALUE 'R'.
               88 CMP-CANCELADO VALUE 'C'.
           05 CMP-OPERADOR PIC X(09).
           05 CMP-NOTA-FORN PIC 9(09).
           05 CMP-DATA-RECEB PIC 9(08).

      *MESMO LAYOUT DA LINHA DO PEDIDO DE COMPRA
       FD COMPRA-ITENS.
       01 CMPI-REG.
           05 CMPI-CHAVE.
               10 CMPI-NUMERO PIC 9(06).
               10 CMPI-ITEM PIC 9(03).
           05 CMPI-PRODUTO PIC 9(06).
           05 CMPI-QTDE-PEDIDA PIC 9(05).
           05 CMPI-QTDE-RECEBIDA PIC 9(05).
           05 CMPI-CUSTO-UNIT PIC 9(07)V99.

      *MESMO LAYOUT DO FORNECEDOR DO CADASTRO ONLINE
       FD FORNECEDORES.
       01 FORN-REG.
           05 FORN-CODIGO PIC 9(06).
           05 FORN-RAZAO PIC X(40).
           05 FORN-CNPJ PIC 9(14).
           05 FORN-FONE PIC 9(11).
           05 FORN-EMAIL PIC X(40).
           05 FORN-PRAZO-DIAS PIC 9(03).
           05 FORN-ATIVO PIC X(01).
               88 FORN-EM-ATIVIDADE VALUE 'S'.
               88 FORN-DESATIVADO VALUE 'N'.

      *CONSUMO: UMA LINHA POR ITEM VENDIDO NA JANELA, COM O MES
      *(POSICAO NA JANELA) EM QUE SAIU
       SD ORDENA-CONSUMO.
       01 CNS-REG.
           05 CNS-PRODUTO PIC 9(06).
           05 CNS-MES PIC 9(02).
           05 CNS-QTDE PIC 9(08).

      *SUGESTAO DE UM PRODUTO: PARTE 1 = COMPRA A FAZER, PARTE 2
      *= SO AJUSTE DO MINIMO
       SD ORDENA-SUGESTAO.
       01 SRT-REG.
           05 SRT-PARTE PIC 9(01).
           05 SRT-FORNECEDOR PIC 9(06).
           05 SRT-PRODUTO PIC 9(06).
           05 SRT-DESCRICAO PIC X(40).
           05 SRT-SALDO PIC 9(05).
           05 SRT-CAMINHO PIC 9(07).
           05 SRT-RESERVADO PIC 9(07).
           05 SRT-PREVISAO PIC 9(07).
           05 SRT-COMPRAR PIC 9(07).
           05 SRT-CUSTO PIC 9(07)V99.
           05 SRT-MINIMO-ATUAL PIC 9(05).
           05 SRT-MINIMO-NOVO PIC 9(05).

      *MESMO LAYOUT DO REGISTRO DA ORDENACAO POR FORNECEDOR
       FD SUGESTOES-TRABALHO.
       01 SUGT-REG PIC X(105).

       FD SUGCOMP-REPORT.
       01 REPORT-LINHA PIC X(150).

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
       77 FINCFG-STATUS PIC 9(02) VALUE ZEROS.
       77 SAZIDX-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 HIS-STATUS PIC 9(02) VALUE ZEROS.
       77 IHIS-STATUS PIC 9(02) VALUE ZEROS.
       77 KIT-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 RES-STATUS PIC 9(02) VALUE ZEROS.
       77 CMP-STATUS PIC 9(02) VALUE ZEROS.
       77 CMPI-STATUS PIC 9(02) VALUE ZEROS.
       77 FORN-STATUS PIC 9(02) VALUE ZEROS.
       77 SUGT-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-ITENS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-ITENS-HIS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-PRODUTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-COMPRAR PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-MINIMOS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-TOTAL PIC 9(11)V99 VALUE ZEROS.
      *PARAMETROS: DIAS DE COBERTURA DA COMPRA, MESES FECHADOS NA
      *MEDIA DO CONSUMO E PRAZO DE ENTREGA ASSUMIDO QUANDO O
      *FORNECEDOR NAO TEM UM
       77 WRK-DIAS-COBERTURA PIC 9(03) VALUE 45.
       77 WRK-MESES-MEDIA PIC 9(02) VALUE 6.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 15.
      *DATA DE HOJE E A JANELA DOS MESES FECHADOS (AAAAMM), DO MAIS
      *ANTIGO (1) AO MES PASSADO (WRK-MESES-MEDIA)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-AAAAMM PIC 9(06).
           05 WRK-HOJE-AAAAMM-R REDEFINES WRK-HOJE-AAAAMM.
               10 WRK-HOJE-ANO PIC 9(04).
               10 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-JANELA.
           05 WRK-JAN-ENT OCCURS 12 TIMES.
               10 WRK-MES-JAN PIC 9(06).
               10 WRK-MES-JAN-R REDEFINES WRK-MES-JAN.
                   15 WRK-JAN-ANO PIC 9(04).
                   15 WRK-JAN-MES PIC 9(02).
       77 WRK-MES-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-MES-ACHADO PIC 9(02) VALUE ZEROS.
       01 WRK-MES-CALC PIC 9(06) VALUE ZEROS.
       01 WRK-MES-CALC-R REDEFINES WRK-MES-CALC.
           05 WRK-CALC-ANO PIC 9(04).
           05 WRK-CALC-MES PIC 9(02).
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-MES-EXAME PIC 9(06).
           05 FILLER PIC 9(02).
      *INDICE DE SAZONALIDADE POR MES DO ANO (1,00 SEM O SAZIDX) E
      *O MES DO ANO EM QUE CAI O MEIO DA COBERTURA
       01 WRK-TABELA-INDICE.
           05 WRK-INDICE PIC 9(01)V99 OCCURS 12 TIMES.
       77 WRK-MES-ALVO PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-A-FRENTE PIC 9(03) VALUE ZEROS.
       77 WRK-QUOC PIC 9(05) VALUE ZEROS.
       01 WRK-SAZIDX-SW PIC X(01) VALUE 'N'.
           88 INDICE-LIDO VALUE 'S'.
           88 INDICE-AUSENTE VALUE 'N'.
      *POR PRODUTO COM ALGUMA COMPRA NAO CANCELADA (ATE 2000): O
      *QUE ESTA A CAMINHO E O FORNECEDOR, A DATA E O CUSTO DA
      *COMPRA MAIS RECENTE
       77 WRK-TOTAL-COMPRADOS PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-COMPRADO.
           05 WRK-TCP-ENT OCCURS 2000 TIMES.
               10 WRK-TCP-PRODUTO PIC 9(06).
               10 WRK-TCP-QTDE PIC 9(07).
               10 WRK-TCP-FORNECEDOR PIC 9(06).
               10 WRK-TCP-DATA PIC 9(08).
               10 WRK-TCP-CUSTO PIC 9(07)V99.
       77 WRK-TCP-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-TCP-ACHADO PIC 9(04) VALUE ZEROS.
      *KITS
       77 WRK-KIT-PAI PIC 9(06) VALUE ZEROS.
       01 WRK-KITS-SW PIC X(01) VALUE 'S'.
           88 KITS-ABERTO VALUE 'S'.
           88 KITS-AUSENTE VALUE 'N'.
       01 WRK-KIT-SW PIC X(01) VALUE 'N'.
           88 PROD-E-KIT VALUE 'S'.
           88 PROD-NAO-KIT VALUE 'N'.
       01 WRK-RES-SW PIC X(01) VALUE 'S'.
           88 RESERVAS-ABERTO VALUE 'S'.
           88 RESERVAS-AUSENTE VALUE 'N'.
       01 WRK-FORN-SW PIC X(01) VALUE 'S'.
           88 FORNEC-ABERTO VALUE 'S'.
           88 FORNEC-AUSENTE VALUE 'N'.
      *ITEM VENDIDO EM EXAME (VIVO OU ARQUIVADO)
       77 WRK-ITEM-PRODUTO PIC 9(06) VALUE ZEROS.
       77 WRK-ITEM-QTDE PIC 9(05) VALUE ZEROS.
      *CALCULO DO PRODUTO CORRENTE
       01 WRK-CONSUMO-PRODUTO.
           05 WRK-CONSUMO-MES PIC 9(08) OCCURS 12 TIMES.
       77 WRK-SOMA-DESSAZ PIC 9(09)V9999 VALUE ZEROS.
       77 WRK-BASE-MENSAL PIC 9(09)V9999 VALUE ZEROS.
       77 WRK-PREVISAO-MES PIC 9(09)V9999 VALUE ZEROS.
       77 WRK-DEMANDA-DIA PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-RESERVADO PIC 9(07) VALUE ZEROS.
       77 WRK-A-CAMINHO PIC 9(07) VALUE ZEROS.
       77 WRK-FORN-PRODUTO PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-PRODUTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRAZO PIC 9(03) VALUE ZEROS.
       77 WRK-NECESSIDADE-DEC PIC 9(09)V9999 VALUE ZEROS.
       77 WRK-NECESSIDADE PIC 9(09) VALUE ZEROS.
       77 WRK-DISPONIVEL PIC 9(09) VALUE ZEROS.
       77 WRK-COMPRAR PIC 9(09) VALUE ZEROS.
       77 WRK-MINIMO-DEC PIC 9(09)V9999 VALUE ZEROS.
       77 WRK-MINIMO-NOVO PIC 9(09) VALUE ZEROS.
      *QUEBRAS DA IMPRESSAO
       77 WRK-PARTE-GRUPO PIC 9(01) VALUE ZEROS.
       77 WRK-FORN-GRUPO PIC 9(06) VALUE ZEROS.
       77 WRK-ITENS-FORN PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-FORN PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ED-QTDE PIC Z(06)9.
       77 WRK-ED-SALDO PIC Z(04)9.
       77 WRK-ED-CAMINHO PIC Z(06)9.
       77 WRK-ED-RESERVADO PIC Z(06)9.
       77 WRK-ED-PREVISAO PIC Z(06)9.
       77 WRK-ED-MIN-ATUAL PIC Z(04)9.
       77 WRK-ED-MIN-NOVO PIC Z(04)9.
       77 WRK-ED-VALOR PIC Z(10)9.99.
       77 WRK-ED-INDICE PIC 9.99.
       77 WRK-ED-PRAZO PIC ZZ9.
       77 WRK-TEXTO-FORN PIC X(60) VALUE SPACES.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-PARAMETROS.
           PERFORM 1100-MONTAR-JANELA.
           PERFORM 1200-CARREGAR-INDICES.
           PERFORM 1300-CARREGAR-COMPRAS.
           OPEN INPUT KITS.
           IF KIT-STATUS NOT = ZEROS
               SET KITS-AUSENTE TO TRUE
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF FORN-STATUS NOT = ZEROS
               SET FORNEC-AUSENTE TO TRUE
           END-IF.
           SORT ORDENA-CONSUMO
               ON ASCENDING KEY CNS-PRODUTO
               INPUT PROCEDURE 2000-CARREGAR-CONSUMO
               OUTPUT PROCEDURE 3000-CALCULAR-SUGESTOES.
           SORT ORDENA-SUGESTAO
               ON ASCENDING KEY SRT-PARTE
               ON ASCENDING KEY SRT-FORNECEDOR
               ON ASCENDING KEY SRT-PRODUTO
               INPUT PROCEDURE 4000-CARREGAR-SUGESTOES
               OUTPUT PROCEDURE 5000-IMPRIMIR.
           IF KITS-ABERTO
               CLOSE KITS
           END-IF.
           IF FORNEC-ABERTO
               CLOSE FORNECEDORES
           END-IF.
           MOVE WRK-VALOR-TOTAL TO WRK-ED-VALOR.
           DISPLAY '---------------------------------------'.
           DISPLAY 'SUGESTAO DE COMPRA - TOTAIS'.
           DISPLAY 'ITENS VENDIDOS LIDOS: ' WRK-TOTAL-ITENS.
           DISPLAY 'ITENS ARQUIVADOS....: ' WRK-TOTAL-ITENS-HIS.
           DISPLAY 'PRODUTOS LIDOS......: ' WRK-TOTAL-PRODUTOS.
           DISPLAY 'PRODUTOS A COMPRAR..: ' WRK-TOTAL-COMPRAR.
           DISPLAY 'VALOR ESTIMADO......: ' WRK-ED-VALOR.
           DISPLAY 'AJUSTES DE MINIMO...: ' WRK-TOTAL-MINIMOS.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *DIAS DE COBERTURA E MESES DA MEDIA DO FINCFG.DAT; CAMPO
      *AUSENTE (ARQUIVO MAIS CURTO) OU ZERADO FICA COM O PADRAO
       1000-CARREGAR-PARAMETROS.
           OPEN INPUT FIN-CONFIG.
           IF FINCFG-STATUS = ZEROS
               READ FIN-CONFIG
                   NOT AT END
                       IF FINCFG-SUG-DIAS NUMERIC
                               AND FINCFG-SUG-DIAS > ZEROS
                           MOVE FINCFG-SUG-DIAS TO WRK-DIAS-COBERTURA
                       END-IF
                       IF FINCFG-SUG-MESES NUMERIC
                               AND FINCFG-SUG-MESES > ZEROS
                           MOVE FINCFG-SUG-MESES TO WRK-MESES-MEDIA
                       END-IF
               END-READ
               CLOSE FIN-CONFIG
           END-IF.
           IF WRK-MESES-MEDIA > 12
               MOVE 12 TO WRK-MESES-MEDIA
           END-IF.

      *MONTA OS AAAAMM DA JANELA RECUANDO MES A MES A PARTIR DO
      *MES PASSADO; O MES CORRENTE, AINDA EM CURSO, NAO ENTRA
       1100-MONTAR-JANELA.
           MOVE WRK-HOJE-AAAAMM TO WRK-MES-CALC.
           PERFORM VARYING WRK-MES-IDX FROM WRK-MESES-MEDIA BY -1
                   UNTIL WRK-MES-IDX < 1
               IF WRK-CALC-MES = 1
                   MOVE 12 TO WRK-CALC-MES
                   SUBTRACT 1 FROM WRK-CALC-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-CALC-MES
               END-IF
               MOVE WRK-MES-CALC TO WRK-MES-JAN (WRK-MES-IDX)
           END-PERFORM.
      *O MES DO ANO QUE RECEBE O MEIO DA COBERTURA (MES COMERCIAL
      *DE 30 DIAS) E O INDICE QUE CORRIGE A PREVISAO
           COMPUTE WRK-MESES-A-FRENTE =
                   (WRK-HOJE-DIA + (WRK-DIAS-COBERTURA / 2)) / 30.
           COMPUTE WRK-MESES-A-FRENTE =
                   WRK-HOJE-MES - 1 + WRK-MESES-A-FRENTE.
           DIVIDE WRK-MESES-A-FRENTE BY 12 GIVING WRK-QUOC
               REMAINDER WRK-MES-ALVO.
           ADD 1 TO WRK-MES-ALVO.

       1200-CARREGAR-INDICES.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               MOVE 1 TO WRK-INDICE (WRK-MES-IDX)
           END-PERFORM.
           OPEN INPUT SAZONAL-INDICE.
           IF SAZIDX-STATUS = ZEROS
               READ SAZONAL-INDICE
                   AT END
                       MOVE 10 TO SAZIDX-STATUS
               END-READ
               PERFORM UNTIL SAZIDX-STATUS NOT = ZEROS
                   IF SAZIDX-MES NUMERIC AND SAZIDX-INDICE NUMERIC
                       IF SAZIDX-MES > ZEROS AND SAZIDX-MES < 13
                               AND SAZIDX-INDICE > ZEROS
                           MOVE SAZIDX-INDICE TO
                                   WRK-INDICE (SAZIDX-MES)
                           SET INDICE-LIDO TO TRUE
                       END-IF
                   END-IF
                   READ SAZONAL-INDICE
                       AT END
                           MOVE 10 TO SAZIDX-STATUS
                   END-READ
               END-PERFORM
               CLOSE SAZONAL-INDICE
           END-IF.

      *PERCORRE AS LINHAS DE PEDIDO DE COMPRA: DE TODA COMPRA NAO
      *CANCELADA GUARDA O FORNECEDOR E O CUSTO DA MAIS RECENTE, E
      *DAS ABERTAS OU RECEBIDAS EM PARTE SOMA O QUE AINDA NAO
      *CHEGOU; SEM O ARQUIVO (NENHUMA COMPRA AINDA) A TABELA FICA
      *VAZIA
       1300-CARREGAR-COMPRAS.
           OPEN INPUT COMPRAS.
           OPEN INPUT COMPRA-ITENS.
           IF CMP-STATUS = ZEROS AND CMPI-STATUS = ZEROS
               READ COMPRA-ITENS NEXT
                   AT END
                       MOVE 10 TO CMPI-STATUS
               END-READ
               PERFORM UNTIL CMPI-STATUS NOT = ZEROS
                   MOVE CMPI-NUMERO TO CMP-NUMERO
                   READ COMPRAS
                       INVALID KEY
                           SET CMP-CANCELADO TO TRUE
                   END-READ
                   IF NOT CMP-CANCELADO
                       PERFORM 1310-GUARDAR-COMPRA
                   END-IF
                   READ COMPRA-ITENS NEXT
                       AT END
                           MOVE 10 TO CMPI-STATUS
                   END-READ
               END-PERFORM
               CLOSE COMPRAS
               CLOSE COMPRA-ITENS
           END-IF.

       1310-GUARDAR-COMPRA.
           MOVE ZEROS TO WRK-TCP-ACHADO.
           PERFORM VARYING WRK-TCP-IDX FROM 1 BY 1
                   UNTIL WRK-TCP-IDX > WRK-TOTAL-COMPRADOS
               IF WRK-TCP-PRODUTO (WRK-TCP-IDX) = CMPI-PRODUTO
                   MOVE WRK-TCP-IDX TO WRK-TCP-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-TCP-ACHADO = ZEROS AND WRK-TOTAL-COMPRADOS < 2000
               ADD 1 TO WRK-TOTAL-COMPRADOS
               MOVE WRK-TOTAL-COMPRADOS TO WRK-TCP-ACHADO
               MOVE CMPI-PRODUTO TO WRK-TCP-PRODUTO (WRK-TCP-ACHADO)
               MOVE ZEROS TO WRK-TCP-QTDE (WRK-TCP-ACHADO)
               MOVE ZEROS TO WRK-TCP-DATA (WRK-TCP-ACHADO)
           END-IF.
           IF WRK-TCP-ACHADO > ZEROS
               IF CMP-DATA NOT < WRK-TCP-DATA (WRK-TCP-ACHADO)
                   MOVE CMP-DATA TO WRK-TCP-DATA (WRK-TCP-ACHADO)
                   MOVE CMP-FORNECEDOR TO
                           WRK-TCP-FORNECEDOR (WRK-TCP-ACHADO)
                   MOVE CMPI-CUSTO-UNIT TO
                           WRK-TCP-CUSTO (WRK-TCP-ACHADO)
               END-IF
               IF (CMP-ABERTO OR CMP-PARCIAL)
                       AND CMPI-QTDE-RECEBIDA < CMPI-QTDE-PEDIDA
                   COMPUTE WRK-TCP-QTDE (WRK-TCP-ACHADO) =
                           WRK-TCP-QTDE (WRK-TCP-ACHADO) +
                           CMPI-QTDE-PEDIDA - CMPI-QTDE-RECEBIDA
               END-IF
           END-IF.

      *ENTRA NA ORDENACAO CADA ITEM VENDIDO NA JANELA, PRIMEIRO OS
      *DO ARQUIVO VIVO E DEPOIS OS DO HISTORICO
       2000-CARREGAR-CONSUMO.
           OPEN INPUT PEDIDOS.
           OPEN INPUT ITENS.
           MOVE ZEROS TO PEDIDOS-CHAVE.
           IF ITEM-STATUS NOT = ZEROS OR PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO ITEM-STATUS
           ELSE
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-IF.
           PERFORM 2100-CONSUMO-VIVO UNTIL ITEM-STATUS = 10.
           CLOSE ITENS.
           CLOSE PEDIDOS.
           OPEN INPUT PEDIDOS-HISTORICO.
           OPEN INPUT ITENS-HISTORICO.
           IF HIS-STATUS NOT = ZEROS OR IHIS-STATUS NOT = ZEROS
               MOVE 10 TO IHIS-STATUS
           ELSE
               READ PEDIDOS-HISTORICO
                   AT END
                       MOVE 10 TO HIS-STATUS
               END-READ
               READ ITENS-HISTORICO
                   AT END
                       MOVE 10 TO IHIS-STATUS
               END-READ
           END-IF.
           PERFORM 2200-CONSUMO-ARQUIVADO UNTIL IHIS-STATUS = 10.
           CLOSE PEDIDOS-HISTORICO.
           CLOSE ITENS-HISTORICO.

      *ITEM VIVO: O CABECALHO SO E RELIDO QUANDO MUDA O PEDIDO
       2100-CONSUMO-VIVO.
           ADD 1 TO WRK-TOTAL-ITENS.
           IF ITEM-PROD-CODIGO NOT = ZEROS AND NOT ITEM-FRETE
               IF ITEM-FONE NOT = PEDIDOS-FONE
                       OR ITEM-PEDIDO NOT = PEDIDOS-NUMERO
                   MOVE ITEM-FONE TO PEDIDOS-FONE
                   MOVE ITEM-PEDIDO TO PEDIDOS-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           SET PED-CANCELADO TO TRUE
                   END-READ
               END-IF
               IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                   MOVE PEDIDOS-DATA TO WRK-DATA-EXAME
                   MOVE ITEM-PROD-CODIGO TO WRK-ITEM-PRODUTO
                   MOVE ITEM-QTDE TO WRK-ITEM-QTDE
                   PERFORM 2800-LIBERAR-CONSUMO
               END-IF
           END-IF.
           READ ITENS NEXT
               AT END
                   MOVE 10 TO ITEM-STATUS
           END-READ.

      *ITEM ARQUIVADO: AVANCA O HISTORICO DE PEDIDOS ATE O
      *CABECALHO DELE; ITEM SEM CABECALHO ADIANTE (ORFAO) ENCERRA
      *A LEITURA DO HISTORICO
       2200-CONSUMO-ARQUIVADO.
           ADD 1 TO WRK-TOTAL-ITENS-HIS.
           PERFORM UNTIL HIS-STATUS = 10
                   OR (HIS-FONE = IHIS-FONE
                   AND HIS-NUMERO = IHIS-PEDIDO)
               READ PEDIDOS-HISTORICO
                   AT END
                       MOVE 10 TO HIS-STATUS
               END-READ
           END-PERFORM.
           IF HIS-STATUS = 10
               MOVE 10 TO IHIS-STATUS
           ELSE
               IF IHIS-PROD-CODIGO NOT = ZEROS AND NOT IHIS-FRETE
                       AND NOT HIS-CANCELADO AND NOT HIS-ESTORNO
                   MOVE HIS-DATA TO WRK-DATA-EXAME
                   MOVE IHIS-PROD-CODIGO TO WRK-ITEM-PRODUTO
                   MOVE IHIS-QTDE TO WRK-ITEM-QTDE
                   PERFORM 2800-LIBERAR-CONSUMO
               END-IF
               READ ITENS-HISTORICO
                   AT END
                       MOVE 10 TO IHIS-STATUS
               END-READ
           END-IF.

      *SOLTA NA ORDENACAO O ITEM EM EXAME (DATA, PRODUTO E
      *QUANTIDADE EM WORKING) SE A DATA CAI NA JANELA; O KIT SAI
      *COMO UMA LINHA POR COMPONENTE
       2800-LIBERAR-CONSUMO.
           MOVE ZEROS TO WRK-MES-ACHADO.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > WRK-MESES-MEDIA
               IF WRK-MES-JAN (WRK-MES-IDX) = WRK-MES-EXAME
                   MOVE WRK-MES-IDX TO WRK-MES-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-MES-ACHADO NOT = ZEROS
               MOVE WRK-MES-ACHADO TO CNS-MES
               SET PROD-NAO-KIT TO TRUE
               IF KITS-ABERTO
                   MOVE WRK-ITEM-PRODUTO TO KIT-PAI
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
                   PERFORM UNTIL KIT-STATUS NOT = 0
                           OR KIT-PAI NOT = WRK-ITEM-PRODUTO
                       SET PROD-E-KIT TO TRUE
                       MOVE KIT-COMPONENTE TO CNS-PRODUTO
                       COMPUTE CNS-QTDE = WRK-ITEM-QTDE * KIT-QTDE
                       RELEASE CNS-REG
                       READ KITS NEXT
                           AT END
                               MOVE 10 TO KIT-STATUS
                       END-READ
                   END-PERFORM
                   MOVE ZEROS TO KIT-STATUS
               END-IF
               IF PROD-NAO-KIT
                   MOVE WRK-ITEM-PRODUTO TO CNS-PRODUTO
                   MOVE WRK-ITEM-QTDE TO CNS-QTDE
                   RELEASE CNS-REG
               END-IF
           END-IF.

      *CASA O CONSUMO ORDENADO COM O CATALOGO (OS DOIS NA ORDEM DO
      *CODIGO) E GRAVA A SUGESTAO DE CADA PRODUTO EM LINHA
       3000-CALCULAR-SUGESTOES.
           OPEN INPUT PRODUTOS.
           OPEN INPUT RESERVAS.
           IF RES-STATUS NOT = ZEROS
               SET RESERVAS-AUSENTE TO TRUE
           END-IF.
           OPEN OUTPUT SUGESTOES-TRABALHO.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-CONSUMO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           IF PROD-STATUS NOT = ZEROS
               MOVE 10 TO PROD-STATUS
           ELSE
               READ PRODUTOS NEXT
                   AT END
                       MOVE 10 TO PROD-STATUS
               END-READ
           END-IF.
           PERFORM 3100-EXAMINAR-PRODUTO UNTIL PROD-STATUS = 10.
           CLOSE SUGESTOES-TRABALHO.
           IF RESERVAS-ABERTO
               CLOSE RESERVAS
           END-IF.
           CLOSE PRODUTOS.

       3100-EXAMINAR-PRODUTO.
           ADD 1 TO WRK-TOTAL-PRODUTOS.
           INITIALIZE WRK-CONSUMO-PRODUTO.
      *CONSUMO DE CODIGO QUE SAIU DO CATALOGO E DESCARTADO
           PERFORM UNTIL SORT-FIM OR CNS-PRODUTO NOT < PROD-CODIGO
               RETURN ORDENA-CONSUMO
                   AT END
                       SET SORT-FIM TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM UNTIL SORT-FIM OR CNS-PRODUTO NOT = PROD-CODIGO
               ADD CNS-QTDE TO WRK-CONSUMO-MES (CNS-MES)
               RETURN ORDENA-CONSUMO
                   AT END
                       SET SORT-FIM TO TRUE
               END-RETURN
           END-PERFORM.
           IF PROD-EM-LINHA
               PERFORM 3150-VERIFICAR-KIT
               IF PROD-NAO-KIT
                   PERFORM 3200-SUGERIR
               END-IF
           END-IF.
           READ PRODUTOS NEXT
               AT END
                   MOVE 10 TO PROD-STATUS
           END-READ.

      *O KIT NAO SE COMPRA: A DEMANDA DELE JA FOI PARA OS
      *COMPONENTES
       3150-VERIFICAR-KIT.
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
               END-IF
               MOVE ZEROS TO KIT-STATUS
           END-IF.

      *PREVISAO = MEDIA DOS MESES SEM A SAZONALIDADE DE CADA UM,
      *VEZES O INDICE DO MES ALVO; COMPRAR = DEMANDA DOS DIAS DE
      *COBERTURA + RESERVAS AGUARDANDO - (SALDO + A CAMINHO);
      *MINIMO = DEMANDA DIARIA PELO PRAZO DE ENTREGA; AS FRACOES
      *ARREDONDAM PARA CIMA (NAO SE COMPRA MEIA PECA)
       3200-SUGERIR.
           MOVE ZEROS TO WRK-SOMA-DESSAZ.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > WRK-MESES-MEDIA
               COMPUTE WRK-SOMA-DESSAZ ROUNDED = WRK-SOMA-DESSAZ +
                       WRK-CONSUMO-MES (WRK-MES-IDX) /
                       WRK-INDICE (WRK-JAN-MES (WRK-MES-IDX))
           END-PERFORM.
           COMPUTE WRK-BASE-MENSAL ROUNDED =
                   WRK-SOMA-DESSAZ / WRK-MESES-MEDIA.
           COMPUTE WRK-PREVISAO-MES ROUNDED =
                   WRK-BASE-MENSAL * WRK-INDICE (WRK-MES-ALVO).
           COMPUTE WRK-DEMANDA-DIA ROUNDED = WRK-PREVISAO-MES / 30.
           PERFORM 3210-SOMAR-RESERVAS.
           PERFORM 3220-ACHAR-COMPRA.
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO.
           IF WRK-FORN-PRODUTO NOT = ZEROS AND FORNEC-ABERTO
               MOVE WRK-FORN-PRODUTO TO FORN-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       MOVE ZEROS TO FORN-PRAZO-DIAS
               END-READ
               IF FORN-PRAZO-DIAS > ZEROS
                   MOVE FORN-PRAZO-DIAS TO WRK-PRAZO
               END-IF
           END-IF.
           COMPUTE WRK-NECESSIDADE-DEC =
                   WRK-DEMANDA-DIA * WRK-DIAS-COBERTURA +
                   WRK-RESERVADO.
           MOVE WRK-NECESSIDADE-DEC TO WRK-NECESSIDADE.
           IF WRK-NECESSIDADE < WRK-NECESSIDADE-DEC
               ADD 1 TO WRK-NECESSIDADE
           END-IF.
           COMPUTE WRK-DISPONIVEL = PROD-ESTOQUE + WRK-A-CAMINHO.
           MOVE ZEROS TO WRK-COMPRAR.
           IF WRK-NECESSIDADE > WRK-DISPONIVEL
               COMPUTE WRK-COMPRAR =
                       WRK-NECESSIDADE - WRK-DISPONIVEL
           END-IF.
           COMPUTE WRK-MINIMO-DEC = WRK-DEMANDA-DIA * WRK-PRAZO.
           MOVE WRK-MINIMO-DEC TO WRK-MINIMO-NOVO.
           IF WRK-MINIMO-NOVO < WRK-MINIMO-DEC
               ADD 1 TO WRK-MINIMO-NOVO
           END-IF.
           IF WRK-MINIMO-NOVO > 99999
               MOVE 99999 TO WRK-MINIMO-NOVO
           END-IF.
           IF WRK-COMPRAR > ZEROS
                   OR WRK-MINIMO-NOVO NOT = PROD-ESTOQUE-MIN
               PERFORM 3300-GRAVAR-SUGESTAO
           END-IF.

       3210-SOMAR-RESERVAS.
           MOVE ZEROS TO WRK-RESERVADO.
           IF RESERVAS-ABERTO
               MOVE PROD-CODIGO TO RES-PRODUTO
               MOVE ZEROS TO RES-SEQ
               START RESERVAS KEY IS NOT LESS THAN RES-CHAVE
                   INVALID KEY
                       MOVE 10 TO RES-STATUS
               END-START
               IF RES-STATUS NOT = 10
                   READ RESERVAS NEXT
                       AT END
                           MOVE 10 TO RES-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL RES-STATUS NOT = 0
                       OR RES-PRODUTO NOT = PROD-CODIGO
                   IF RES-AGUARDANDO
                       ADD RES-QTDE TO WRK-RESERVADO
                   END-IF
                   READ RESERVAS NEXT
                       AT END
                           MOVE 10 TO RES-STATUS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO RES-STATUS
           END-IF.

      *O QUE ESTA A CAMINHO, O FORNECEDOR E O CUSTO DA ULTIMA
      *COMPRA; PRODUTO NUNCA COMPRADO FICA SEM FORNECEDOR E COM O
      *CUSTO DO CATALOGO
       3220-ACHAR-COMPRA.
           MOVE ZEROS TO WRK-A-CAMINHO.
           MOVE ZEROS TO WRK-FORN-PRODUTO.
           MOVE PROD-CUSTO TO WRK-CUSTO-PRODUTO.
           PERFORM VARYING WRK-TCP-IDX FROM 1 BY 1
                   UNTIL WRK-TCP-IDX > WRK-TOTAL-COMPRADOS
               IF WRK-TCP-PRODUTO (WRK-TCP-IDX) = PROD-CODIGO
                   MOVE WRK-TCP-QTDE (WRK-TCP-IDX) TO WRK-A-CAMINHO
                   MOVE WRK-TCP-FORNECEDOR (WRK-TCP-IDX) TO
                           WRK-FORN-PRODUTO
                   IF WRK-TCP-CUSTO (WRK-TCP-IDX) > ZEROS
                       MOVE WRK-TCP-CUSTO (WRK-TCP-IDX) TO
                               WRK-CUSTO-PRODUTO
                   END-IF
               END-IF
           END-PERFORM.

       3300-GRAVAR-SUGESTAO.
           IF WRK-COMPRAR > ZEROS
               MOVE 1 TO SRT-PARTE
               MOVE WRK-FORN-PRODUTO TO SRT-FORNECEDOR
           ELSE
               MOVE 2 TO SRT-PARTE
               MOVE ZEROS TO SRT-FORNECEDOR
           END-IF.
           MOVE PROD-CODIGO TO SRT-PRODUTO.
           MOVE PROD-DESCRICAO TO SRT-DESCRICAO.
           MOVE PROD-ESTOQUE TO SRT-SALDO.
           MOVE WRK-A-CAMINHO TO SRT-CAMINHO.
           MOVE WRK-RESERVADO TO SRT-RESERVADO.
           COMPUTE SRT-PREVISAO ROUNDED = WRK-PREVISAO-MES.
           MOVE WRK-COMPRAR TO SRT-COMPRAR.
           MOVE WRK-CUSTO-PRODUTO TO SRT-CUSTO.
           MOVE PROD-ESTOQUE-MIN TO SRT-MINIMO-ATUAL.
           MOVE WRK-MINIMO-NOVO TO SRT-MINIMO-NOVO.
           MOVE SRT-REG TO SUGT-REG.
           WRITE SUGT-REG.

       4000-CARREGAR-SUGESTOES.
           OPEN INPUT SUGESTOES-TRABALHO.
           IF SUGT-STATUS NOT = ZEROS
               MOVE 10 TO SUGT-STATUS
           ELSE
               READ SUGESTOES-TRABALHO
                   AT END
                       MOVE 10 TO SUGT-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL SUGT-STATUS = 10
               MOVE SUGT-REG TO SRT-REG
               RELEASE SRT-REG
               READ SUGESTOES-TRABALHO
                   AT END
                       MOVE 10 TO SUGT-STATUS
               END-READ
           END-PERFORM.
           CLOSE SUGESTOES-TRABALHO.

       5000-IMPRIMIR.
           OPEN OUTPUT SUGCOMP-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'SUGESTAO DE COMPRA PELA DEMANDA - POSICAO DE '
                   WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-INDICE (WRK-MES-ALVO) TO WRK-ED-INDICE.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'COBERTURA DE ' WRK-DIAS-COBERTURA ' DIAS, MEDIA'
                   ' DE ' WRK-MESES-MEDIA ' MESES FECHADOS ('
                   WRK-MES-JAN (1) ' A '
                   WRK-MES-JAN (WRK-MESES-MEDIA) '), INDICE DO MES '
                   WRK-MES-ALVO ' = ' WRK-ED-INDICE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF INDICE-AUSENTE
               MOVE 'SEM O SAZIDX.DAT DO SAZONAL: DEMANDA SEM ' &
                    'CORRECAO DE SAZONALIDADE' TO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-SUGESTAO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 5100-IMPRIMIR-SUGESTAO UNTIL SORT-FIM.
           IF WRK-PARTE-GRUPO = 1
               PERFORM 5300-FECHAR-FORNECEDOR
           END-IF.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-VALOR-TOTAL TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'TOTAL GERAL: ' WRK-TOTAL-COMPRAR
                   ' PRODUTOS A COMPRAR, VALOR ESTIMADO '
                   WRK-ED-VALOR '; ' WRK-TOTAL-MINIMOS
                   ' AJUSTES DE MINIMO'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE SUGCOMP-REPORT.

       5100-IMPRIMIR-SUGESTAO.
      *QUEBRA POR PARTE
           IF SRT-PARTE NOT = WRK-PARTE-GRUPO
               IF WRK-PARTE-GRUPO = 1
                   PERFORM 5300-FECHAR-FORNECEDOR
               END-IF
               MOVE SRT-PARTE TO WRK-PARTE-GRUPO
               MOVE SPACES TO REPORT-LINHA
               WRITE REPORT-LINHA
               IF SRT-PARTE = 1
                   MOVE 'COMPRAS SUGERIDAS POR FORNECEDOR' TO
                           REPORT-LINHA
                   PERFORM 5200-INICIAR-FORNECEDOR
               ELSE
                   MOVE 'AJUSTE DO ESTOQUE MINIMO (PRODUTOS SEM ' &
                        'COMPRA A FAZER)' TO REPORT-LINHA
               END-IF
               WRITE REPORT-LINHA
           END-IF.
      *QUEBRA POR FORNECEDOR, SO NAS COMPRAS
           IF SRT-PARTE = 1 AND SRT-FORNECEDOR NOT = WRK-FORN-GRUPO
               PERFORM 5300-FECHAR-FORNECEDOR
               PERFORM 5200-INICIAR-FORNECEDOR
           END-IF.
           MOVE SRT-SALDO TO WRK-ED-SALDO.
           MOVE SRT-PREVISAO TO WRK-ED-PREVISAO.
           MOVE SRT-MINIMO-ATUAL TO WRK-ED-MIN-ATUAL.
           MOVE SRT-MINIMO-NOVO TO WRK-ED-MIN-NOVO.
           MOVE SPACES TO REPORT-LINHA.
           IF SRT-PARTE = 1
               ADD 1 TO WRK-TOTAL-COMPRAR
               ADD 1 TO WRK-ITENS-FORN
               COMPUTE WRK-VALOR-LINHA = SRT-COMPRAR * SRT-CUSTO
               ADD WRK-VALOR-LINHA TO WRK-VALOR-FORN
               ADD WRK-VALOR-LINHA TO WRK-VALOR-TOTAL
               MOVE SRT-COMPRAR TO WRK-ED-QTDE
               MOVE SRT-CAMINHO TO WRK-ED-CAMINHO
               MOVE SRT-RESERVADO TO WRK-ED-RESERVADO
               MOVE WRK-VALOR-LINHA TO WRK-ED-VALOR
               STRING '  ' SRT-PRODUTO ' ' SRT-DESCRICAO
                       ' COMPRAR ' WRK-ED-QTDE
                       ' VALOR ' WRK-ED-VALOR
                       ' SALDO ' WRK-ED-SALDO
                       ' CAMINHO ' WRK-ED-CAMINHO
                       ' RESERV ' WRK-ED-RESERVADO
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
               MOVE SPACES TO REPORT-LINHA
               STRING '         PREVISAO/MES ' WRK-ED-PREVISAO
                       ' MINIMO ATUAL ' WRK-ED-MIN-ATUAL
                       ' SUGERIDO ' WRK-ED-MIN-NOVO
                   DELIMITED BY SIZE INTO REPORT-LINHA
           ELSE
               ADD 1 TO WRK-TOTAL-MINIMOS
               STRING '  ' SRT-PRODUTO ' ' SRT-DESCRICAO
                       ' SALDO ' WRK-ED-SALDO
                       ' PREVISAO/MES ' WRK-ED-PREVISAO
                       ' MINIMO ATUAL ' WRK-ED-MIN-ATUAL
                       ' SUGERIDO ' WRK-ED-MIN-NOVO
                   DELIMITED BY SIZE INTO REPORT-LINHA
           END-IF.
           WRITE REPORT-LINHA.
           RETURN ORDENA-SUGESTAO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

      *CABECALHO DO FORNECEDOR: RAZAO E PRAZO; O DESATIVADO SAI
      *MARCADO PARA O COMPRADOR ESCOLHER OUTRO
       5200-INICIAR-FORNECEDOR.
           MOVE SRT-FORNECEDOR TO WRK-FORN-GRUPO.
           MOVE ZEROS TO WRK-ITENS-FORN.
           MOVE ZEROS TO WRK-VALOR-FORN.
           MOVE SPACES TO WRK-TEXTO-FORN.
           IF SRT-FORNECEDOR = ZEROS
               MOVE 'SEM COMPRA ANTERIOR - ESCOLHER O FORNECEDOR' TO
                       WRK-TEXTO-FORN
           ELSE
               IF FORNEC-ABERTO
                   MOVE SRT-FORNECEDOR TO FORN-CODIGO
                   READ FORNECEDORES
                       INVALID KEY
                           MOVE '** SEM CADASTRO **' TO FORN-RAZAO
                           MOVE ZEROS TO FORN-PRAZO-DIAS
                           MOVE 'S' TO FORN-ATIVO
                   END-READ
               ELSE
                   MOVE '** SEM CADASTRO **' TO FORN-RAZAO
                   MOVE ZEROS TO FORN-PRAZO-DIAS
                   MOVE 'S' TO FORN-ATIVO
               END-IF
               MOVE FORN-PRAZO-DIAS TO WRK-ED-PRAZO
               IF FORN-DESATIVADO
                   STRING FORN-RAZAO ' ** DESATIVADO **'
                       DELIMITED BY SIZE INTO WRK-TEXTO-FORN
               ELSE
                   STRING FORN-RAZAO ' PRAZO ' WRK-ED-PRAZO ' DIAS'
                       DELIMITED BY SIZE INTO WRK-TEXTO-FORN
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'FORNECEDOR ' SRT-FORNECEDOR ' ' WRK-TEXTO-FORN
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       5300-FECHAR-FORNECEDOR.
           MOVE WRK-ITENS-FORN TO WRK-ED-QTDE.
           MOVE WRK-VALOR-FORN TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  TOTAL DO FORNECEDOR: ' WRK-ED-QTDE ' PRODUTOS, '
                   'VALOR ESTIMADO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

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
           MOVE 'SUGCOMP' TO JOB-NOME.
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
           MOVE WRK-TOTAL-PRODUTOS TO JOB-LIDOS.
           COMPUTE JOB-GRAVADOS =
                   WRK-TOTAL-COMPRAR + WRK-TOTAL-MINIMOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM SUGCOMP.
