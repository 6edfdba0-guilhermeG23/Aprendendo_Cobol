      *OS CONTRATOS MENSAIS E OS ORCAMENTOS DO ORIGEM TAMBEM SAO
      *TRANSPORTADOS E RENUMERADOS: PRESOS NO TELEFONE INATIVADO,
      *O CTRPED PULARIA OS CONTRATOS E A COBRANCA MENSAL DO
      *CLIENTE FUNDIDO PARARIA EM SILENCIO; OS EQUIPAMENTOS EM
      *COMODATO ACOMPANHAM O CONTRATO NO NUMERO NOVO
      *ACORDOS (RENUMERADOS NO DESTINO, COM A AGENDA), PERDAS,
      *NEGATIVACOES, CHEQUES, COBRANCAS PIX, CONSUMO DE LOTE,
      *CAMPANHA DO PEDIDO, PONTOS (RENUMERADOS COMO OS CREDITOS) E
      *ORDENS DE SERVICO TAMBEM VAO PARA O DESTINO, JA NOS NUMEROS
      *NOVOS DOS PEDIDOS E ORCAMENTOS PELO DE-PARA DO PAR; O QUE
      *APONTA PARA PEDIDO NAO TRANSPORTADO FICA NO ORIGEM E SAI
      *CONTADO NO RELATORIO
      *CADA FUSAO FEITA FICA REGISTRADA NO HISTORICO FUSOES.DAT
      *(ORIGEM, DESTINO, DATA), PARA QUE OUTRAS ROTINAS SAIBAM
      *QUE DOIS TELEFONES SAO O MESMO CLIENTE MESMO DEPOIS DA FUSAO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-FONE
               FILE STATUS IS GRP-STATUS.
      *EQUIPAMENTOS DE COMODATO, VINCULADOS AO CONTRATO
           SELECT EQUIPAMENTOS ASSIGN TO 'EQUIP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQP-SERIE
               FILE STATUS IS EQP-STATUS.
      *ACORDOS DE RENEGOCIACAO E A AGENDA DE CADA UM, BAIXAS POR
      *PERDA, NEGATIVACOES, CHEQUES EM CUSTODIA, COBRANCAS PIX,
      *CONSUMO DE LOTE, CAMPANHA DO PEDIDO, PONTOS E ORDENS DE
      *SERVICO: TODOS APONTAM PARA O TELEFONE (E QUASE TODOS PARA
      *O NUMERO DO PEDIDO) E VAO JUNTOS NA FUSAO
           SELECT ACORDOS ASSIGN TO 'ACORDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-CHAVE
               FILE STATUS IS ACO-STATUS.
           SELECT ACORDO-PARCELAS ASSIGN TO 'ACOPARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS AP-STATUS.
           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CHAVE
               FILE STATUS IS PRD-STATUS.
           SELECT NEGATIVACOES ASSIGN TO 'NEGATIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS NEG-STATUS.
           SELECT CHEQUES ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS CHQ-STATUS.
           SELECT PIX-EMITIDOS ASSIGN TO 'PIXEMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               FILE STATUS IS PIX-STATUS.
           SELECT ITENS-LOTE ASSIGN TO 'ITEMLOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ILOTE-CHAVE
               FILE STATUS IS ILOTE-STATUS.
           SELECT PEDIDOS-CAMPANHA ASSIGN TO 'PEDCAMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAMP-CHAVE
               FILE STATUS IS PCAMP-STATUS.
           SELECT PONTOS ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS PTS-STATUS.
           SELECT ORDENS-SERVICO ASSIGN TO 'OSERV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS OS-STATUS.
      *HISTORICO ACUMULADO DAS FUSOES JA FEITAS (SO CRESCE)
           SELECT FUSOES ASSIGN TO 'FUSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUS-STATUS.
           SELECT JOBCTL ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD FUSAO-REPORT.
       01 REPORT-LINHA PIC X(100).

      *UMA LINHA POR FUSAO FEITA: O TELEFONE ORIGEM (INATIVADO)
      *PASSOU A SER O MESMO CLIENTE DO TELEFONE DESTINO
       FD FUSOES.
       01 FUS-REG.
           05 FUS-ORIGEM PIC 9(09).
           05 FUS-DESTINO PIC 9(09).
           05 FUS-DATA PIC 9(08).

      *MESMO LAYOUT DO ARQUIVO DE PEDIDOS DO CADASTRO ONLINE
       FD PEDIDOS.
       01 PEDIDOS-REG.
      *FILIAL EM QUE O PEDIDO FOI LANCADO
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
           05 CONTR-DATA-INI PIC 9(08).
           05 CONTR-DATA-FIM PIC 9(08).
           05 CONTR-ULT-REAJUSTE PIC 9(08).
      *CONTRATO MEDIDO (FRANQUIA + EXCEDENTE): O CONTR-VALOR E O
      *VALOR DA FRANQUIA, QUE COBRE A QUANTIDADE DE FRANQUIA NA
      *UNIDADE DO CONTRATO (COPIAS, HORAS, LITROS); O CONSUMO
      *ACIMA DELA SAI AO PRECO DO EXCEDENTE. A LEITURA ANTERIOR E
      *A DO ULTIMO MES FATURADO. TIPO EM BRANCO (CONTRATOS
      *ANTIGOS) VALE VALOR FIXO
           05 CONTR-TIPO PIC X(01).
               88 CONTR-FIXO VALUE 'F' ' '.
               88 CONTR-MEDIDO VALUE 'M'.
           05 CONTR-FRANQUIA PIC 9(07).
           05 CONTR-UNIDADE PIC X(10).
           05 CONTR-PRECO-EXCED PIC 9(05)V99.
           05 CONTR-LEITURA-ANT PIC 9(09).

      *MESMO LAYOUT DO ARQUIVO DE ORCAMENTOS DO CADASTRO ONLINE
       FD ORCAMENTOS.
               88 RES-AGUARDANDO VALUE 'A'.
               88 RES-AVISADA VALUE 'V'.
               88 RES-CANCELADA VALUE 'C'.
           05 RES-FILIAL PIC 9(02).

      *MESMO LAYOUT DO REGISTRO DE ENTREGAS DO CADASTRO ONLINE
       FD ENTREGAS.
           05 GRP-PAGADOR PIC X(01).
               88 GRP-E-PAGADOR VALUE 'S'.

      *MESMO LAYOUT DO CADASTRO DE EQUIPAMENTOS DO CADASTRO ONLINE
       FD EQUIPAMENTOS.
       01 EQP-REG.
           05 EQP-SERIE PIC X(20).
           05 EQP-PRODUTO PIC 9(06).
           05 EQP-CUSTO PIC 9(07)V99.
           05 EQP-SITUACAO PIC X(01).
               88 EQP-EM-ESTOQUE VALUE 'E'.
               88 EQP-EM-COMODATO VALUE 'C'.
               88 EQP-EM-MANUTENCAO VALUE 'M'.
               88 EQP-BAIXADO VALUE 'B'.
           05 EQP-DATA-SITUACAO PIC 9(08).
           05 EQP-CONTRATO.
               10 EQP-FONE PIC 9(09).
               10 EQP-CONTR-NUMERO PIC 9(04).
           05 EQP-INSTALACAO.
               10 EQP-END-LOGRADOURO PIC X(40).
               10 EQP-END-NUMERO PIC X(06).
               10 EQP-END-BAIRRO PIC X(20).
               10 EQP-END-CIDADE PIC X(25).
               10 EQP-END-UF PIC X(02).
               10 EQP-END-CEP PIC 9(08).
           05 EQP-DATA-INSTALACAO PIC 9(08).
           05 EQP-RECOLHER PIC X(01).
               88 EQP-RECOLHIMENTO-PEDIDO VALUE 'S'.
               88 EQP-SEM-RECOLHIMENTO VALUE 'N' ' '.
           05 EQP-DATA-RECOLHER PIC 9(08).
           05 EQP-FILIAL PIC 9(02).
           05 EQP-OPERADOR PIC X(09).

      *MESMO LAYOUT DOS ACORDOS DE RENEGOCIACAO DO CADASTRO ONLINE
       FD ACORDOS.
       01 ACO-REG.
           05 ACO-CHAVE.
               10 ACO-FONE PIC 9(09).
               10 ACO-NUMERO PIC 9(04).
           05 ACO-DATA PIC 9(08).
           05 ACO-PRINCIPAL PIC 9(07)V99.
           05 ACO-MULTA PIC 9(07)V99.
           05 ACO-JUROS PIC 9(07)V99.
           05 ACO-DESCONTO PIC 9(07)V99.
           05 ACO-TOTAL PIC 9(07)V99.
           05 ACO-QTD-PARC PIC 9(02).
           05 ACO-SITUACAO PIC X(01).
               88 ACO-ATIVO VALUE 'A'.
               88 ACO-QUITADO VALUE 'Q'.
               88 ACO-CAIDO VALUE 'C'.
           05 ACO-DATA-SITUACAO PIC 9(08).
           05 ACO-OPERADOR PIC X(09).
           05 ACO-PRINC-PAGO PIC 9(07)V99.
           05 ACO-NIVEL-COBR PIC 9(01).
           05 ACO-QTD-ORIG PIC 9(02).
           05 ACO-ORIGEM OCCURS 20 TIMES.
               10 ACO-ORIG-PEDIDO PIC 9(06).
               10 ACO-ORIG-PARCELA PIC 9(03).

      *MESMO LAYOUT DA AGENDA DOS ACORDOS DO CADASTRO ONLINE
       FD ACORDO-PARCELAS.
       01 AP-REG.
           05 AP-CHAVE.
               10 AP-FONE PIC 9(09).
               10 AP-ACORDO PIC 9(04).
               10 AP-PARCELA PIC 9(03).
           05 AP-VENCIMENTO PIC 9(08).
           05 AP-VALOR PIC 9(07)V99.
           05 AP-RECEBIDO PIC 9(07)V99.
           05 AP-DATA-PAGTO PIC 9(08).
           05 AP-SITUACAO PIC X(01).
               88 AP-ABERTA VALUE 'A'.
               88 AP-QUITADA VALUE 'Q'.

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

      *MESMO LAYOUT DAS NEGATIVACOES DO CADASTRO ONLINE
       FD NEGATIVACOES.
       01 NEG-REG.
           05 NEG-CHAVE.
               10 NEG-FONE PIC 9(09).
               10 NEG-PEDIDO PIC 9(06).
               10 NEG-SEQ PIC 9(02).
           05 NEG-SITUACAO PIC X(01).
               88 NEG-AVISADO VALUE 'A'.
               88 NEG-INCLUIDO VALUE 'I'.
               88 NEG-EXCLUIDO VALUE 'E'.
               88 NEG-CANCELADO VALUE 'X'.
           05 NEG-DATA-AVISO PIC 9(08).
           05 NEG-DATA-INCLUSAO PIC 9(08).
           05 NEG-DATA-EXCLUSAO PIC 9(08).
           05 NEG-VENCIMENTO PIC 9(08).
           05 NEG-VALOR PIC 9(07)V99.
           05 NEG-MOTIVO-BAIXA PIC X(01).
               88 NEG-BAIXA-PAGA VALUE 'P'.
               88 NEG-BAIXA-ACORDO VALUE 'A'.
               88 NEG-BAIXA-CANCELADO VALUE 'C'.
           05 NEG-GERACAO-INC PIC 9(06).
           05 NEG-GERACAO-EXC PIC 9(06).

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

      *MESMO LAYOUT DA CAMPANHA DO PEDIDO DO CADASTRO ONLINE
       FD PEDIDOS-CAMPANHA.
       01 PCAMP-REG.
           05 PCAMP-CHAVE.
               10 PCAMP-FONE PIC 9(09).
               10 PCAMP-PEDIDO PIC 9(06).
           05 PCAMP-CAMPANHA PIC X(08).
           05 PCAMP-DATA PIC 9(08).
           05 PCAMP-OPERADOR PIC X(09).

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

      *MESMO LAYOUT DO CONSUMO DE LOTE POR ITEM DO CADASTRO ONLINE
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

      *MESMO LAYOUT DAS ORDENS DE SERVICO DO CADASTRO ONLINE
       FD ORDENS-SERVICO.
       01 OS-REG.
           05 OS-NUMERO PIC 9(06).
           05 OS-ITEM-CHAVE.
               10 OS-FONE PIC 9(09).
               10 OS-PEDIDO PIC 9(06).
               10 OS-ITEM PIC 9(03).
           05 OS-PRODUTO PIC 9(06).
           05 OS-SERIE PIC X(20).
           05 OS-DEFEITO PIC X(40).
           05 OS-SITUACAO PIC X(01).
               88 OS-ABERTA VALUE 'A'.
               88 OS-EM-ANALISE VALUE 'N'.
               88 OS-AGUARDANDO-PECA VALUE 'P'.
               88 OS-PRONTA VALUE 'R'.
               88 OS-ENTREGUE VALUE 'E'.
           05 OS-TECNICO PIC X(09).
           05 OS-DATA-ABERTURA PIC 9(08).
           05 OS-DATA-SITUACAO PIC 9(08).
           05 OS-GARANTIA PIC X(01).
               88 OS-EM-GARANTIA VALUE 'S'.
               88 OS-FORA-GARANTIA VALUE 'N'.
           05 OS-FIM-GARANTIA PIC 9(08).
           05 OS-ORCAMENTO PIC 9(06).
           05 OS-OPERADOR PIC X(09).

      *MESMO LAYOUT DAS COBRANCAS PIX DO LOTE PIXREM
       FD PIX-EMITIDOS.
       01 PIX-REG.
           05 PIX-CHAVE.
               10 PIX-FONE PIC 9(09).
               10 PIX-PEDIDO PIC 9(06).
               10 PIX-PARCELA PIC 9(03).
           05 PIX-GERACAO PIC 9(06).
           05 PIX-VENCIMENTO PIC 9(08).
           05 PIX-VALOR PIC 9(07)V99.
      *E=EMITIDA (AGUARDANDO PAGAMENTO), P=PAGA
           05 PIX-SITUACAO PIC X(01).
               88 PIX-EMITIDO VALUE 'E'.
               88 PIX-PAGO VALUE 'P'.
           05 PIX-DATA-PAGTO PIC 9(08).
           05 PIX-VALOR-PAGO PIC 9(07)V99.
      *IDENTIFICADOR DA TRANSACAO NO BANCO (FIM A FIM)
           05 PIX-E2E PIC X(32).

      *REGISTRO PADRAO DE EXECUCAO DE UM JOB
       FD JOBCTL.
       01 JOB-REG.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 FUSAO-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77 FUS-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *O INDICE POR DATA SO EXISTE DEPOIS DO PRIMEIRO IDXPED (OU
      *REORPED); SEM ELE NAO HA O QUE MANTER
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 CONS-STATUS PIC 9(02) VALUE ZEROS.
       77 ATD-STATUS PIC 9(02) VALUE ZEROS.
       77 GRP-STATUS PIC 9(02) VALUE ZEROS.
       77 EQP-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-ENT-SAV PIC X(126).
       01 WRK-DESC-SAV PIC X(58).
       01 WRK-CONS-SAV PIC X(37).
       01 WRK-PARC-SAV PIC X(45).
      *COPIAS DO CONTRATO E DO ORCAMENTO EM TRANSPORTE (LARGURAS
      *DA CONTR-REG E DA ORC-REG)
       01 WRK-CONTR-SAV PIC X(123).
       01 WRK-ORC-SAV PIC X(81).

      *TRANSPORTE DOS ACORDOS, PERDAS, NEGATIVACOES, CHEQUES, PIX,
      *CONSUMO DE LOTE, CAMPANHAS, PONTOS E ORDENS DE SERVICO
       77 ACO-STATUS PIC 9(02) VALUE ZEROS.
       77 AP-STATUS PIC 9(02) VALUE ZEROS.
       77 PRD-STATUS PIC 9(02) VALUE ZEROS.
       77 NEG-STATUS PIC 9(02) VALUE ZEROS.
       77 CHQ-STATUS PIC 9(02) VALUE ZEROS.
       77 PIX-STATUS PIC 9(02) VALUE ZEROS.
       77 ILOTE-STATUS PIC 9(02) VALUE ZEROS.
       77 PCAMP-STATUS PIC 9(02) VALUE ZEROS.
       77 PTS-STATUS PIC 9(02) VALUE ZEROS.
       77 OS-STATUS PIC 9(02) VALUE ZEROS.
      *COPIAS DOS REGISTROS EM TRANSPORTE (LARGURAS DOS REGISTROS)
       01 WRK-ACO-SAV PIC X(278).
       01 WRK-AP-SAV PIC X(51).
       01 WRK-PRD-SAV PIC X(56).
       01 WRK-NEG-SAV PIC X(72).
       01 WRK-CHQ-SAV PIC X(88).
       01 WRK-PIX-SAV PIC X(91).
       01 WRK-ILOTE-SAV PIC X(47).
       01 WRK-PCAMP-SAV PIC X(40).
       01 WRK-PTS-SAV PIC X(75).
       77 WRK-FIM-ACO-ORIGEM PIC X(01) VALUE 'N'.
           88 ACO-ORIGEM-ESGOTADO VALUE 'S'.
           88 ACO-ORIGEM-RESTANTE VALUE 'N'.
       77 WRK-FIM-AP-ORIGEM PIC X(01) VALUE 'N'.
           88 AP-ORIGEM-ESGOTADA VALUE 'S'.
           88 AP-ORIGEM-RESTANTE VALUE 'N'.
       77 WRK-FIM-PTS-ORIGEM PIC X(01) VALUE 'N'.
           88 PTS-ORIGEM-ESGOTADO VALUE 'S'.
           88 PTS-ORIGEM-RESTANTE VALUE 'N'.
      *VARREDURA DOS ARQUIVOS CHAVEADOS POR TELEFONE+PEDIDO: O
      *REGISTRO DE PEDIDO QUE NAO FOI TRANSPORTADO (OU QUE NAO
      *EXISTE MAIS) FICA NO ORIGEM E A VARREDURA SEGUE ADIANTE
       77 WRK-FIM-ARQ-ORIGEM PIC X(01) VALUE 'N'.
           88 ARQ-ORIGEM-ESGOTADO VALUE 'S'.
           88 ARQ-ORIGEM-RESTANTE VALUE 'N'.
       77 WRK-ARQ-MOVIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ARQ-DEIXADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ARQ-RELATADO PIC X(20) VALUE SPACES.
       77 WRK-ULT-ACO-DEST PIC 9(04) VALUE ZEROS.
       77 WRK-ACO-NUM-ANTIGO PIC 9(04) VALUE ZEROS.
       77 WRK-ACO-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-PTS-DEST PIC 9(04) VALUE ZEROS.
      *DE-PARA DOS NUMEROS DO PAR EM ANDAMENTO (NUMERO NO ORIGEM ->
      *NUMERO NOVO NO DESTINO), MONTADO NO TRANSPORTE DOS PEDIDOS E
      *DOS ORCAMENTOS E USADO PELOS ARQUIVOS QUE APONTAM PARA ELES
       77 WRK-MAPA-PED-QTD PIC 9(04) VALUE ZEROS.
       01 WRK-MAPA-PEDIDOS.
           05 WRK-MAPA-PED OCCURS 5000 TIMES.
               10 WRK-MAPA-PED-ANTIGO PIC 9(06).
               10 WRK-MAPA-PED-NOVO PIC 9(06).
       77 WRK-MAPA-ORC-QTD PIC 9(04) VALUE ZEROS.
       01 WRK-MAPA-ORCAMENTOS.
           05 WRK-MAPA-ORC OCCURS 2000 TIMES.
               10 WRK-MAPA-ORC-ANTIGO PIC 9(06).
               10 WRK-MAPA-ORC-NOVO PIC 9(06).
       77 WRK-MAPA-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-NUM-TRADUZIR PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-TRADUZIDO PIC 9(06) VALUE ZEROS.
       77 WRK-MAPA-ACHADO PIC X(01) VALUE 'N'.
           88 NUMERO-MAPEADO VALUE 'S'.
           88 NUMERO-SEM-MAPA VALUE 'N'.

      *MENSAGEM DA REJEICAO EM ANDAMENTO, PARA O RELATORIO
       77 WRK-MSG-REJEICAO PIC X(40) VALUE SPACES.

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
               CLOSE GRUPOS
               OPEN I-O GRUPOS
           END-IF.
           OPEN I-O EQUIPAMENTOS.
           IF EQP-STATUS = 35 THEN
               OPEN OUTPUT EQUIPAMENTOS
               CLOSE EQUIPAMENTOS
               OPEN I-O EQUIPAMENTOS
           END-IF.
           OPEN I-O ACORDOS.
           IF ACO-STATUS = 35 THEN
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
           OPEN I-O ACORDO-PARCELAS.
           IF AP-STATUS = 35 THEN
               OPEN OUTPUT ACORDO-PARCELAS
               CLOSE ACORDO-PARCELAS
               OPEN I-O ACORDO-PARCELAS
           END-IF.
           OPEN I-O PERDAS.
           IF PRD-STATUS = 35 THEN
               OPEN OUTPUT PERDAS
               CLOSE PERDAS
               OPEN I-O PERDAS
           END-IF.
           OPEN I-O NEGATIVACOES.
           IF NEG-STATUS = 35 THEN
               OPEN OUTPUT NEGATIVACOES
               CLOSE NEGATIVACOES
               OPEN I-O NEGATIVACOES
           END-IF.
           OPEN I-O CHEQUES.
           IF CHQ-STATUS = 35 THEN
               OPEN OUTPUT CHEQUES
               CLOSE CHEQUES
               OPEN I-O CHEQUES
           END-IF.
           OPEN I-O PIX-EMITIDOS.
           IF PIX-STATUS = 35 THEN
               OPEN OUTPUT PIX-EMITIDOS
               CLOSE PIX-EMITIDOS
               OPEN I-O PIX-EMITIDOS
           END-IF.
           OPEN I-O ITENS-LOTE.
           IF ILOTE-STATUS = 35 THEN
               OPEN OUTPUT ITENS-LOTE
               CLOSE ITENS-LOTE
               OPEN I-O ITENS-LOTE
           END-IF.
           OPEN I-O PEDIDOS-CAMPANHA.
           IF PCAMP-STATUS = 35 THEN
               OPEN OUTPUT PEDIDOS-CAMPANHA
               CLOSE PEDIDOS-CAMPANHA
               OPEN I-O PEDIDOS-CAMPANHA
           END-IF.
           OPEN I-O PONTOS.
           IF PTS-STATUS = 35 THEN
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
           OPEN I-O ORDENS-SERVICO.
           IF OS-STATUS = 35 THEN
               OPEN OUTPUT ORDENS-SERVICO
               CLOSE ORDENS-SERVICO
               OPEN I-O ORDENS-SERVICO
           END-IF.
           OPEN EXTEND FUSOES.
           IF FUS-STATUS = 35 THEN
               OPEN OUTPUT FUSOES
               CLOSE FUSOES
               OPEN EXTEND FUSOES
           END-IF.
           OPEN OUTPUT FUSAO-REPORT.
           MOVE 'FUSAO DE CADASTROS DUPLICADOS' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
                   FUSAO-FONE-DESTINO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-OR-FONE TO FUS-ORIGEM.
           MOVE FUSAO-FONE-DESTINO TO FUS-DESTINO.
           ACCEPT FUS-DATA FROM DATE YYYYMMDD.
           WRITE FUS-REG.
           PERFORM 2500-TRANSPORTAR-PEDIDOS.

      *TRANSPORTA OS PEDIDOS DO ORIGEM PARA A CHAVE DO DESTINO,
      *PENDURADO NO TELEFONE INATIVADO
       2500-TRANSPORTAR-PEDIDOS.
           MOVE ZEROS TO WRK-PED-MOVIDOS-PAR.
           MOVE ZEROS TO WRK-MAPA-PED-QTD.
           MOVE ZEROS TO WRK-MAPA-ORC-QTD.
           PERFORM 2510-ACHAR-ULT-DESTINO.
           SET PED-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2520-MOVER-UM-PEDIDO
           PERFORM 2591-TRANSPORTAR-CONSENTIMENTOS.
           PERFORM 2593-TRANSPORTAR-ATENDIMENTOS.
           PERFORM 2595-TRANSPORTAR-GRUPO.
      *OS ARQUIVOS QUE APONTAM PARA O NUMERO DO PEDIDO (OU DO
      *ORCAMENTO) VAO DEPOIS DOS PEDIDOS E ORCAMENTOS, PELO DE-PARA
      *DO PAR
           PERFORM 2600-TRANSPORTAR-ACORDOS.
           PERFORM 2610-TRANSPORTAR-PERDAS.
           PERFORM 2620-TRANSPORTAR-NEGATIVACOES.
           PERFORM 2630-TRANSPORTAR-CHEQUES.
           PERFORM 2640-TRANSPORTAR-PIX.
           PERFORM 2650-TRANSPORTAR-LOTES-ITENS.
           PERFORM 2660-TRANSPORTAR-CAMPANHAS.
           PERFORM 2670-TRANSPORTAR-PONTOS.
           PERFORM 2680-ATUALIZAR-ORDENS-SERVICO.

      *TRANSPORTA OS MOVIMENTOS DA CONTA DE CREDITOS DO ORIGEM,
      *RENUMERADOS NA SEQUENCIA DO DESTINO; O SALDO CONSOLIDADO E
               NOT INVALID KEY
                   ADD 1 TO WRK-PED-MOVIDOS-PAR
                   ADD 1 TO WRK-TOTAL-PED-MOVIDOS
                   IF WRK-MAPA-PED-QTD < 5000
                       ADD 1 TO WRK-MAPA-PED-QTD
                       MOVE WRK-NUM-ANTIGO TO
                               WRK-MAPA-PED-ANTIGO (WRK-MAPA-PED-QTD)
                       MOVE WRK-ULT-PEDIDO-DEST TO
                               WRK-MAPA-PED-NOVO (WRK-MAPA-PED-QTD)
                   ELSE
                       DISPLAY 'MRGCLI: DE-PARA DE PEDIDOS CHEIO, '
                               'PEDIDO ' PEDIDOS-FONE '/'
                               PEDIDOS-NUMERO ' SEM ARQUIVOS LIGADOS'
                   END-IF
                   PERFORM 2526-INDEXAR-PEDIDO
                   MOVE WRK-PED-SAV TO PEDIDOS-REG
                   DELETE PEDIDOS
                       INVALID KEY
                           DISPLAY 'MRGCLI: FALHA AO APAGAR O '
                                   'PEDIDO ' PEDIDOS-FONE '/'
                                   PEDIDOS-NUMERO
                       NOT INVALID KEY
                           PERFORM 2527-DESINDEXAR-PEDIDO
                   END-DELETE
                   PERFORM 2530-MOVER-ITENS
                   PERFORM 2540-MOVER-RECEBIMENTOS
                   PERFORM 2562-MOVER-DESCONTOS
           END-WRITE.

      *MANTEM O INDICE POR DATA EM DIA COM O PEDIDO RECEM GRAVADO
      *(INCLUSAO NOVA OU REGRAVACAO DA MESMA CHAVE)
       2526-INDEXAR-PEDIDO.
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

      *TIRA DO INDICE POR DATA O PEDIDO RECEM APAGADO
       2527-DESINDEXAR-PEDIDO.
           IF INDICE-ABERTO
               MOVE PEDIDOS-FONE TO PDX-FONE
               MOVE PEDIDOS-NUMERO TO PDX-NUMERO
               DELETE PEDIDOS-INDICE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      *TRANSPORTA OS ITENS DO PEDIDO RECEM MOVIDO, UM A UM, DO PAR
      *(ORIGEM, NUMERO ANTIGO) PARA (DESTINO, NUMERO NOVO)
       2530-MOVER-ITENS.
               END-WRITE
           END-IF.

      *TRANSPORTA OS ACORDOS DO ORIGEM, RENUMERADOS NA SEQUENCIA
      *DO DESTINO, COM A AGENDA DE CADA UM E AS PARCELAS DE ORIGEM
      *JA NOS NUMEROS NOVOS DOS PEDIDOS; SEM ISSO O ACOVENC NAO
      *DEVOLVERIA AS PARCELAS DE UM ACORDO QUE CAIU E O ACORDO
      *SUMIRIA DA COBRANCA E DA OPCAO AR
       2600-TRANSPORTAR-ACORDOS.
           MOVE ZEROS TO WRK-ARQ-MOVIDOS.
           MOVE ZEROS TO WRK-ARQ-DEIXADOS.
           MOVE ZEROS TO WRK-ULT-ACO-DEST.
           MOVE FUSAO-FONE-DESTINO TO ACO-FONE.
           MOVE ZEROS TO ACO-NUMERO.
           START ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE 10 TO ACO-STATUS
           END-START.
           IF ACO-STATUS NOT = 10
               READ ACORDOS NEXT
                   AT END
                       MOVE 10 TO ACO-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ACO-STATUS NOT = 0
                   OR ACO-FONE NOT = FUSAO-FONE-DESTINO
               MOVE ACO-NUMERO TO WRK-ULT-ACO-DEST
               READ ACORDOS NEXT
                   AT END
                       MOVE 10 TO ACO-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ACO-STATUS.
           SET ACO-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2605-MOVER-UM-ACORDO
               UNTIL ACO-ORIGEM-ESGOTADO.
           MOVE 'ACORDOS' TO WRK-ARQ-RELATADO.
           PERFORM 2695-RELATAR-ARQUIVO.

       2605-MOVER-UM-ACORDO.
           MOVE FUSAO-FONE-ORIGEM TO ACO-FONE.
           MOVE ZEROS TO ACO-NUMERO.
           START ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE 10 TO ACO-STATUS
           END-START.
           IF ACO-STATUS NOT = 10
               READ ACORDOS NEXT
                   AT END
                       MOVE 10 TO ACO-STATUS
               END-READ
           END-IF.
           IF ACO-STATUS NOT = 0
                   OR ACO-FONE NOT = FUSAO-FONE-ORIGEM
               SET ACO-ORIGEM-ESGOTADO TO TRUE
               MOVE ZEROS TO ACO-STATUS
           ELSE
               MOVE ACO-REG TO WRK-ACO-SAV
               MOVE ACO-NUMERO TO WRK-ACO-NUM-ANTIGO
               ADD 1 TO WRK-ULT-ACO-DEST
               MOVE FUSAO-FONE-DESTINO TO ACO-FONE
               MOVE WRK-ULT-ACO-DEST TO ACO-NUMERO
               PERFORM VARYING WRK-ACO-IDX FROM 1 BY 1
                       UNTIL WRK-ACO-IDX > ACO-QTD-ORIG
                       OR WRK-ACO-IDX > 20
                   MOVE ACO-ORIG-PEDIDO (WRK-ACO-IDX) TO
                           WRK-NUM-TRADUZIR
                   PERFORM 2690-TRADUZIR-PEDIDO
                   IF NUMERO-MAPEADO
                       MOVE WRK-NUM-TRADUZIDO TO
                               ACO-ORIG-PEDIDO (WRK-ACO-IDX)
                   END-IF
               END-PERFORM
               WRITE ACO-REG
                   INVALID KEY
                       DISPLAY 'MRGCLI: FALHA AO REGRAVAR O '
                               'ACORDO ' ACO-FONE '/' ACO-NUMERO
                       SUBTRACT 1 FROM WRK-ULT-ACO-DEST
                       SET ACO-ORIGEM-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-ARQ-MOVIDOS
                       MOVE WRK-ACO-SAV TO ACO-REG
                       DELETE ACORDOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       PERFORM 2608-MOVER-PARC-ACORDO
               END-WRITE
           END-IF.

      *A AGENDA DO ACORDO RECEM MOVIDO SEGUE PARA O NUMERO NOVO
       2608-MOVER-PARC-ACORDO.
           SET AP-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2609-MOVER-UMA-PARC-ACORDO
               UNTIL AP-ORIGEM-ESGOTADA.

       2609-MOVER-UMA-PARC-ACORDO.
           MOVE FUSAO-FONE-ORIGEM TO AP-FONE.
           MOVE WRK-ACO-NUM-ANTIGO TO AP-ACORDO.
           MOVE ZEROS TO AP-PARCELA.
           START ACORDO-PARCELAS KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY
                   MOVE 10 TO AP-STATUS
           END-START.
           IF AP-STATUS NOT = 10
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-IF.
           IF AP-STATUS NOT = 0
                   OR AP-FONE NOT = FUSAO-FONE-ORIGEM
                   OR AP-ACORDO NOT = WRK-ACO-NUM-ANTIGO
               SET AP-ORIGEM-ESGOTADA TO TRUE
               MOVE ZEROS TO AP-STATUS
           ELSE
               MOVE AP-REG TO WRK-AP-SAV
               MOVE FUSAO-FONE-DESTINO TO AP-FONE
               MOVE WRK-ULT-ACO-DEST TO AP-ACORDO
               WRITE AP-REG
                   INVALID KEY
                       DISPLAY 'MRGCLI: FALHA AO REGRAVAR A '
                               'PARCELA DO ACORDO ' AP-FONE '/'
                               AP-ACORDO '/' AP-PARCELA
                       SET AP-ORIGEM-ESGOTADA TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-AP-SAV TO AP-REG
                       DELETE ACORDO-PARCELAS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *A BAIXA POR PERDA SEGUE O PEDIDO PARA O NUMERO NOVO; SEM
      *ELA O PEDIDO BAIXADO VOLTARIA A SER SALDO EM ABERTO NO
      *AGECLI, NO RESCLI, NO PDDMES E NO CONTEXP
       2610-TRANSPORTAR-PERDAS.
           MOVE ZEROS TO WRK-ARQ-MOVIDOS.
           MOVE ZEROS TO WRK-ARQ-DEIXADOS.
           MOVE FUSAO-FONE-ORIGEM TO PRD-FONE.
           MOVE ZEROS TO PRD-PEDIDO.
           SET ARQ-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2615-MOVER-UMA-PERDA
               UNTIL ARQ-ORIGEM-ESGOTADO.
           MOVE 'PERDAS' TO WRK-ARQ-RELATADO.
           PERFORM 2695-RELATAR-ARQUIVO.

       2615-MOVER-UMA-PERDA.
           START PERDAS KEY IS GREATER THAN PRD-CHAVE
               INVALID KEY
                   MOVE 10 TO PRD-STATUS
           END-START.
           IF PRD-STATUS NOT = 10
               READ PERDAS NEXT
                   AT END
                       MOVE 10 TO PRD-STATUS
               END-READ
           END-IF.
           IF PRD-STATUS NOT = 0
                   OR PRD-FONE NOT = FUSAO-FONE-ORIGEM
               SET ARQ-ORIGEM-ESGOTADO TO TRUE
               MOVE ZEROS TO PRD-STATUS
           ELSE
               MOVE PRD-REG TO WRK-PRD-SAV
               MOVE PRD-PEDIDO TO WRK-NUM-TRADUZIR
               PERFORM 2690-TRADUZIR-PEDIDO
               IF NUMERO-MAPEADO
                   MOVE FUSAO-FONE-DESTINO TO PRD-FONE
                   MOVE WRK-NUM-TRADUZIDO TO PRD-PEDIDO
                   WRITE PRD-REG
                       INVALID KEY
                           DISPLAY 'MRGCLI: FALHA AO REGRAVAR A '
                                   'PERDA ' PRD-FONE '/' PRD-PEDIDO
                           ADD 1 TO WRK-ARQ-DEIXADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-ARQ-MOVIDOS
                           MOVE WRK-PRD-SAV TO PRD-REG
                           DELETE PERDAS
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
               ELSE
                   ADD 1 TO WRK-ARQ-DEIXADOS
               END-IF
      *A CHAVE DO ORIGEM VOLTA AO BUFFER PARA A VARREDURA SEGUIR
               MOVE WRK-PRD-SAV TO PRD-REG
           END-IF.

      *O CICLO DE NEGATIVACAO SEGUE O PEDIDO, SENAO A EXCLUSAO DO
      *BIRO NUNCA SAIRIA (O NEGATIV OLHA A SITUACAO DO PEDIDO PELA
      *CHAVE DA NEGATIVACAO)
       2620-TRANSPORTAR-NEGATIVACOES.
           MOVE ZEROS TO WRK-ARQ-MOVIDOS.
           MOVE ZEROS TO WRK-ARQ-DEIXADOS.
           MOVE FUSAO-FONE-ORIGEM TO NEG-FONE.
           MOVE ZEROS TO NEG-PEDIDO.
           MOVE ZEROS TO NEG-SEQ.
           SET ARQ-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2625-MOVER-UMA-NEGATIVACAO
               UNTIL ARQ-ORIGEM-ESGOTADO.
           MOVE 'NEGATIVACOES' TO WRK-ARQ-RELATADO.
           PERFORM 2695-RELATAR-ARQUIVO.

       2625-MOVER-UMA-NEGATIVACAO.
           START NEGATIVACOES KEY IS GREATER THAN NEG-CHAVE
               INVALID KEY
                   MOVE 10 TO NEG-STATUS
           END-START.
           IF NEG-STATUS NOT = 10
               READ NEGATIVACOES NEXT
                   AT END
                       MOVE 10 TO NEG-STATUS
               END-READ
           END-IF.
           IF NEG-STATUS NOT = 0
                   OR NEG-FONE NOT = FUSAO-FONE-ORIGEM
               SET ARQ-ORIGEM-ESGOTADO TO TRUE
               MOVE ZEROS TO NEG-STATUS
           ELSE
               MOVE NEG-REG TO WRK-NEG-SAV
               MOVE NEG-PEDIDO TO WRK-NUM-TRADUZIR
               PERFORM 2690-TRADUZIR-PEDIDO
               IF NUMERO-MAPEADO
                   MOVE FUSAO-FONE-DESTINO TO NEG-FONE
                   MOVE WRK-NUM-TRADUZIDO TO NEG-PEDIDO
                   WRITE NEG-REG
                       INVALID KEY
                           DISPLAY 'MRGCLI: FALHA AO REGRAVAR A '
                                   'NEGATIVACAO ' NEG-FONE '/'
                                   NEG-PEDIDO '/' NEG-SEQ
                           ADD 1 TO WRK-ARQ-DEIXADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-ARQ-MOVIDOS
                           MOVE WRK-NEG-SAV TO NEG-REG
                           DELETE NEGATIVACOES
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
               ELSE
                   ADD 1 TO WRK-ARQ-DEIXADOS
               END-IF
      *A CHAVE DO ORIGEM VOLTA AO BUFFER PARA A VARREDURA SEGUIR
               MOVE WRK-NEG-SAV TO NEG-REG
           END-IF.

      *O CHEQUE SEGUE O RECEBIMENTO (MESMA CHAVE), COM O PEDIDO
      *DA TARIFA DE DEVOLUCAO TAMBEM NO NUMERO NOVO
       2630-TRANSPORTAR-CHEQUES.
           MOVE ZEROS TO WRK-ARQ-MOVIDOS.
           MOVE ZEROS TO WRK-ARQ-DEIXADOS.
           MOVE FUSAO-FONE-ORIGEM TO CHQ-FONE.
           MOVE ZEROS TO CHQ-PEDIDO.
           MOVE ZEROS TO CHQ-SEQ.
           SET ARQ-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2635-MOVER-UM-CHEQUE
               UNTIL ARQ-ORIGEM-ESGOTADO.
           MOVE 'CHEQUES' TO WRK-ARQ-RELATADO.
           PERFORM 2695-RELATAR-ARQUIVO.

       2635-MOVER-UM-CHEQUE.
           START CHEQUES KEY IS GREATER THAN CHQ-CHAVE
               INVALID KEY
                   MOVE 10 TO CHQ-STATUS
           END-START.
           IF CHQ-STATUS NOT = 10
               READ CHEQUES NEXT
                   AT END
                       MOVE 10 TO CHQ-STATUS
               END-READ
           END-IF.
           IF CHQ-STATUS NOT = 0
                   OR CHQ-FONE NOT = FUSAO-FONE-ORIGEM
               SET ARQ-ORIGEM-ESGOTADO TO TRUE
               MOVE ZEROS TO CHQ-STATUS
           ELSE
               MOVE CHQ-REG TO WRK-CHQ-SAV
               IF CHQ-PEDIDO-TARIFA NOT = ZEROS
                   MOVE CHQ-PEDIDO-TARIFA TO WRK-NUM-TRADUZIR
                   PERFORM 2690-TRADUZIR-PEDIDO
                   IF NUMERO-MAPEADO
                       MOVE WRK-NUM-TRADUZIDO TO CHQ-PEDIDO-TARIFA
                   END-IF
               END-IF
               MOVE CHQ-PEDIDO TO WRK-NUM-TRADUZIR
               PERFORM 2690-TRADUZIR-PEDIDO
               IF NUMERO-MAPEADO
                   MOVE FUSAO-FONE-DESTINO TO CHQ-FONE
                   MOVE WRK-NUM-TRADUZIDO TO CHQ-PEDIDO
                   WRITE CHQ-REG
                       INVALID KEY
                           DISPLAY 'MRGCLI: FALHA AO REGRAVAR O '
                                   'CHEQUE ' CHQ-FONE '/'
                                   CHQ-PEDIDO '/' CHQ-SEQ
                           ADD 1 TO WRK-ARQ-DEIXADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-ARQ-MOVIDOS
                           MOVE WRK-CHQ-SAV TO CHQ-REG
                           DELETE CHEQUES
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
               ELSE
                   ADD 1 TO WRK-ARQ-DEIXADOS
               END-IF
      *A CHAVE DO ORIGEM VOLTA AO BUFFER PARA A VARREDURA SEGUIR
               MOVE WRK-CHQ-SAV TO CHQ-REG
           END-IF.

      *A COBRANCA PIX SEGUE A PARCELA PARA O NUMERO NOVO, SENAO O
      *PIXREM EMITIRIA OUTRA POR CIMA DA QUE JA FOI REGISTRADA
       2640-TRANSPORTAR-PIX.
           MOVE ZEROS TO WRK-ARQ-MOVIDOS.
           MOVE ZEROS TO WRK-ARQ-DEIXADOS.
           MOVE FUSAO-FONE-ORIGEM TO PIX-FONE.
           MOVE ZEROS TO PIX-PEDIDO.
           MOVE ZEROS TO PIX-PARCELA.
           SET ARQ-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2645-MOVER-UM-PIX
               UNTIL ARQ-ORIGEM-ESGOTADO.
           MOVE 'PIX-EMITIDOS' TO WRK-ARQ-RELATADO.
           PERFORM 2695-RELATAR-ARQUIVO.

       2645-MOVER-UM-PIX.
           START PIX-EMITIDOS KEY IS GREATER THAN PIX-CHAVE
               INVALID KEY
                   MOVE 10 TO PIX-STATUS
           END-START.
           IF PIX-STATUS NOT = 10
               READ PIX-EMITIDOS NEXT
                   AT END
                       MOVE 10 TO PIX-STATUS
               END-READ
           END-IF.
           IF PIX-STATUS NOT = 0
                   OR PIX-FONE NOT = FUSAO-FONE-ORIGEM
               SET ARQ-ORIGEM-ESGOTADO TO TRUE
               MOVE ZEROS TO PIX-STATUS
           ELSE
               MOVE PIX-REG TO WRK-PIX-SAV
               MOVE PIX-PEDIDO TO WRK-NUM-TRADUZIR
               PERFORM 2690-TRADUZIR-PEDIDO
               IF NUMERO-MAPEADO
                   MOVE FUSAO-FONE-DESTINO TO PIX-FONE
                   MOVE WRK-NUM-TRADUZIDO TO PIX-PEDIDO
                   WRITE PIX-REG
                       INVALID KEY
                           DISPLAY 'MRGCLI: FALHA AO REGRAVAR O '
                                   'PIX ' PIX-FONE '/' PIX-PEDIDO
                                   '/' PIX-PARCELA
                           ADD 1 TO WRK-ARQ-DEIXADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-ARQ-MOVIDOS
                           MOVE WRK-PIX-SAV TO PIX-REG
                           DELETE PIX-EMITIDOS
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
               ELSE
                   ADD 1 TO WRK-ARQ-DEIXADOS
               END-IF
      *A CHAVE DO ORIGEM VOLTA AO BUFFER PARA A VARREDURA SEGUIR
               MOVE WRK-PIX-SAV TO PIX-REG
           END-IF.

      *O CONSUMO DE LOTE SEGUE O ITEM (O NUMERO DO ITEM NAO MUDA),
      *PARA A DEVOLUCAO VOLTAR AO LOTE DE ORIGEM
       2650-TRANSPORTAR-LOTES-ITENS.
           MOVE ZEROS TO WRK-ARQ-MOVIDOS.
           MOVE ZEROS TO WRK-ARQ-DEIXADOS.
           MOVE FUSAO-FONE-ORIGEM TO ILOTE-FONE.
           MOVE ZEROS TO ILOTE-PEDIDO.
           MOVE ZEROS TO ILOTE-ITEM.
           MOVE ZEROS TO ILOTE-PRODUTO.
           MOVE ZEROS TO ILOTE-VALIDADE.
           MOVE LOW-VALUES TO ILOTE-NUMERO.
           SET ARQ-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2655-MOVER-UM-LOTE-ITEM
               UNTIL ARQ-ORIGEM-ESGOTADO.
           MOVE 'ITENS-LOTE' TO WRK-ARQ-RELATADO.
           PERFORM 2695-RELATAR-ARQUIVO.

       2655-MOVER-UM-LOTE-ITEM.
           START ITENS-LOTE KEY IS GREATER THAN ILOTE-CHAVE
               INVALID KEY
                   MOVE 10 TO ILOTE-STATUS
           END-START.
           IF ILOTE-STATUS NOT = 10
               READ ITENS-LOTE NEXT
                   AT END
                       MOVE 10 TO ILOTE-STATUS
               END-READ
           END-IF.
           IF ILOTE-STATUS NOT = 0
                   OR ILOTE-FONE NOT = FUSAO-FONE-ORIGEM
               SET ARQ-ORIGEM-ESGOTADO TO TRUE
               MOVE ZEROS TO ILOTE-STATUS
           ELSE
               MOVE ILOTE-REG TO WRK-ILOTE-SAV
               MOVE ILOTE-PEDIDO TO WRK-NUM-TRADUZIR
               PERFORM 2690-TRADUZIR-PEDIDO
               IF NUMERO-MAPEADO
                   MOVE FUSAO-FONE-DESTINO TO ILOTE-FONE
                   MOVE WRK-NUM-TRADUZIDO TO ILOTE-PEDIDO
                   WRITE ILOTE-REG
                       INVALID KEY
                           DISPLAY 'MRGCLI: FALHA AO REGRAVAR O '
                                   'LOTE DO ITEM ' ILOTE-FONE '/'
                                   ILOTE-PEDIDO '/' ILOTE-ITEM
                           ADD 1 TO WRK-ARQ-DEIXADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-ARQ-MOVIDOS
                           MOVE WRK-ILOTE-SAV TO ILOTE-REG
                           DELETE ITENS-LOTE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
               ELSE
                   ADD 1 TO WRK-ARQ-DEIXADOS
               END-IF
      *A CHAVE DO ORIGEM VOLTA AO BUFFER PARA A VARREDURA SEGUIR
               MOVE WRK-ILOTE-SAV TO ILOTE-REG
           END-IF.

      *A CAMPANHA ATRIBUIDA AO PEDIDO SEGUE O NUMERO NOVO, SENAO A
      *VENDA SAIRIA DO RETORNO DA CAMPANHA
       2660-TRANSPORTAR-CAMPANHAS.
           MOVE ZEROS TO WRK-ARQ-MOVIDOS.
           MOVE ZEROS TO WRK-ARQ-DEIXADOS.
           MOVE FUSAO-FONE-ORIGEM TO PCAMP-FONE.
           MOVE ZEROS TO PCAMP-PEDIDO.
           SET ARQ-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2665-MOVER-UMA-CAMPANHA
               UNTIL ARQ-ORIGEM-ESGOTADO.
           MOVE 'PEDIDOS-CAMPANHA' TO WRK-ARQ-RELATADO.
           PERFORM 2695-RELATAR-ARQUIVO.

       2665-MOVER-UMA-CAMPANHA.
           START PEDIDOS-CAMPANHA KEY IS GREATER THAN PCAMP-CHAVE
               INVALID KEY
                   MOVE 10 TO PCAMP-STATUS
           END-START.
           IF PCAMP-STATUS NOT = 10
               READ PEDIDOS-CAMPANHA NEXT
                   AT END
                       MOVE 10 TO PCAMP-STATUS
               END-READ
           END-IF.
           IF PCAMP-STATUS NOT = 0
                   OR PCAMP-FONE NOT = FUSAO-FONE-ORIGEM
               SET ARQ-ORIGEM-ESGOTADO TO TRUE
               MOVE ZEROS TO PCAMP-STATUS
           ELSE
               MOVE PCAMP-REG TO WRK-PCAMP-SAV
               MOVE PCAMP-PEDIDO TO WRK-NUM-TRADUZIR
               PERFORM 2690-TRADUZIR-PEDIDO
               IF NUMERO-MAPEADO
                   MOVE FUSAO-FONE-DESTINO TO PCAMP-FONE
                   MOVE WRK-NUM-TRADUZIDO TO PCAMP-PEDIDO
                   WRITE PCAMP-REG
                       INVALID KEY
                           DISPLAY 'MRGCLI: FALHA AO REGRAVAR A '
                                   'CAMPANHA DO PEDIDO ' PCAMP-FONE
                                   '/' PCAMP-PEDIDO
                           ADD 1 TO WRK-ARQ-DEIXADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-ARQ-MOVIDOS
                           MOVE WRK-PCAMP-SAV TO PCAMP-REG
                           DELETE PEDIDOS-CAMPANHA
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
               ELSE
                   ADD 1 TO WRK-ARQ-DEIXADOS
               END-IF
      *A CHAVE DO ORIGEM VOLTA AO BUFFER PARA A VARREDURA SEGUIR
               MOVE WRK-PCAMP-SAV TO PCAMP-REG
           END-IF.

      *TRANSPORTA OS MOVIMENTOS DE PONTOS DO ORIGEM, RENUMERADOS NA
      *SEQUENCIA DO DESTINO COMO A CONTA DE CREDITOS; O GANHO FICA
      *APONTANDO PARA O NUMERO NOVO DO PEDIDO
       2670-TRANSPORTAR-PONTOS.
           MOVE ZEROS TO WRK-ARQ-MOVIDOS.
           MOVE ZEROS TO WRK-ARQ-DEIXADOS.
           MOVE ZEROS TO WRK-ULT-PTS-DEST.
           MOVE FUSAO-FONE-DESTINO TO PTS-FONE.
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
                   OR PTS-FONE NOT = FUSAO-FONE-DESTINO
               MOVE PTS-SEQ TO WRK-ULT-PTS-DEST
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PTS-STATUS.
           SET PTS-ORIGEM-RESTANTE TO TRUE.
           PERFORM 2675-MOVER-UM-PONTO
               UNTIL PTS-ORIGEM-ESGOTADO.
           MOVE 'PONTOS' TO WRK-ARQ-RELATADO.
           PERFORM 2695-RELATAR-ARQUIVO.

       2675-MOVER-UM-PONTO.
           MOVE FUSAO-FONE-ORIGEM TO PTS-FONE.
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
           IF PTS-STATUS NOT = 0
                   OR PTS-FONE NOT = FUSAO-FONE-ORIGEM
               SET PTS-ORIGEM-ESGOTADO TO TRUE
               MOVE ZEROS TO PTS-STATUS
           ELSE
               MOVE PTS-REG TO WRK-PTS-SAV
               ADD 1 TO WRK-ULT-PTS-DEST
               MOVE FUSAO-FONE-DESTINO TO PTS-FONE
               MOVE WRK-ULT-PTS-DEST TO PTS-SEQ
               IF PTS-PEDIDO NOT = ZEROS
                   MOVE PTS-PEDIDO TO WRK-NUM-TRADUZIR
                   PERFORM 2690-TRADUZIR-PEDIDO
                   IF NUMERO-MAPEADO
                       MOVE WRK-NUM-TRADUZIDO TO PTS-PEDIDO
                   END-IF
               END-IF
               WRITE PTS-REG
                   INVALID KEY
                       DISPLAY 'MRGCLI: FALHA AO REGRAVAR OS '
                               'PONTOS ' PTS-FONE '/' PTS-SEQ
                       SUBTRACT 1 FROM WRK-ULT-PTS-DEST
                       SET PTS-ORIGEM-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-ARQ-MOVIDOS
                       MOVE WRK-PTS-SAV TO PTS-REG
                       DELETE PONTOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *AS ORDENS DE SERVICO SAO CHAVEADAS PELO NUMERO DA OS: BASTA
      *REGRAVAR TELEFONE, PEDIDO E ORCAMENTO DO REPARO NOS NUMEROS
      *NOVOS (VARREDURA INTEIRA, COMO NAS RESERVAS)
       2680-ATUALIZAR-ORDENS-SERVICO.
           MOVE ZEROS TO WRK-ARQ-MOVIDOS.
           MOVE ZEROS TO WRK-ARQ-DEIXADOS.
           MOVE ZEROS TO OS-NUMERO.
           START ORDENS-SERVICO KEY IS NOT LESS THAN OS-NUMERO
               INVALID KEY
                   MOVE 10 TO OS-STATUS
           END-START.
           IF OS-STATUS NOT = 10
               READ ORDENS-SERVICO NEXT
                   AT END
                       MOVE 10 TO OS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL OS-STATUS NOT = 0
               IF OS-FONE = FUSAO-FONE-ORIGEM
                   MOVE OS-PEDIDO TO WRK-NUM-TRADUZIR
                   PERFORM 2690-TRADUZIR-PEDIDO
                   IF NUMERO-MAPEADO
                       MOVE WRK-NUM-TRADUZIDO TO OS-PEDIDO
                   END-IF
                   IF OS-ORCAMENTO NOT = ZEROS
                       MOVE OS-ORCAMENTO TO WRK-NUM-TRADUZIR
                       PERFORM 2692-TRADUZIR-ORCAMENTO
                       IF NUMERO-MAPEADO
                           MOVE WRK-NUM-TRADUZIDO TO OS-ORCAMENTO
                       END-IF
                   END-IF
                   MOVE FUSAO-FONE-DESTINO TO OS-FONE
                   REWRITE OS-REG
                       INVALID KEY
                           DISPLAY 'MRGCLI: FALHA AO REGRAVAR A OS '
                                   OS-NUMERO
                           ADD 1 TO WRK-ARQ-DEIXADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-ARQ-MOVIDOS
                   END-REWRITE
               END-IF
               READ ORDENS-SERVICO NEXT
                   AT END
                       MOVE 10 TO OS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO OS-STATUS.
           MOVE 'ORDENS DE SERVICO' TO WRK-ARQ-RELATADO.
           PERFORM 2695-RELATAR-ARQUIVO.

      *DEVOLVE EM WRK-NUM-TRADUZIDO O NUMERO NOVO DO PEDIDO DO
      *ORIGEM EM WRK-NUM-TRADUZIR; PEDIDO QUE NAO FOI TRANSPORTADO
      *NESTE PAR FICA SEM MAPA
       2690-TRADUZIR-PEDIDO.
           SET NUMERO-SEM-MAPA TO TRUE.
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
                   UNTIL WRK-MAPA-IDX > WRK-MAPA-PED-QTD
                   OR NUMERO-MAPEADO
               IF WRK-MAPA-PED-ANTIGO (WRK-MAPA-IDX) = WRK-NUM-TRADUZIR
                   MOVE WRK-MAPA-PED-NOVO (WRK-MAPA-IDX) TO
                           WRK-NUM-TRADUZIDO
                   SET NUMERO-MAPEADO TO TRUE
               END-IF
           END-PERFORM.

      *O MESMO PARA O NUMERO DO ORCAMENTO
       2692-TRADUZIR-ORCAMENTO.
           SET NUMERO-SEM-MAPA TO TRUE.
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
                   UNTIL WRK-MAPA-IDX > WRK-MAPA-ORC-QTD
                   OR NUMERO-MAPEADO
               IF WRK-MAPA-ORC-ANTIGO (WRK-MAPA-IDX) = WRK-NUM-TRADUZIR
                   MOVE WRK-MAPA-ORC-NOVO (WRK-MAPA-IDX) TO
                           WRK-NUM-TRADUZIDO
                   SET NUMERO-MAPEADO TO TRUE
               END-IF
           END-PERFORM.

      *LINHA DO RELATORIO COM O QUE FOI TRANSPORTADO DE UM ARQUIVO
      *NO PAR E O QUE FICOU NO ORIGEM (PEDIDO NAO TRANSPORTADO OU
      *FALHA DE GRAVACAO, JA AVISADA NO CONSOLE)
       2695-RELATAR-ARQUIVO.
           IF WRK-ARQ-MOVIDOS > ZEROS OR WRK-ARQ-DEIXADOS > ZEROS
               MOVE SPACES TO REPORT-LINHA
               STRING '  ' WRK-ARQ-RELATADO ' TRANSPORTADOS: '
                       WRK-ARQ-MOVIDOS ' NO ORIGEM: '
                       WRK-ARQ-DEIXADOS
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

       2800-REJEITAR.
           ADD 1 TO WRK-TOTAL-REJEITADOS.
           STRING 'REJEITADO: ORIGEM ' FUSAO-FONE-ORIGEM
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       PERFORM 2556-REAPONTAR-EQUIPAMENTOS
               END-WRITE
           END-IF.

      *OS EQUIPAMENTOS DO CONTRATO QUE ACABOU DE MUDAR DE CHAVE
      *(O ORIGEM, DE VOLTA NO BUFFER) PASSAM PARA O NUMERO NOVO NO
      *DESTINO; O CADASTRO NAO TEM CHAVE PELO CONTRATO E E LIDO
      *INTEIRO
       2556-REAPONTAR-EQUIPAMENTOS.
           MOVE LOW-VALUES TO EQP-SERIE.
           MOVE ZEROS TO EQP-STATUS.
           START EQUIPAMENTOS KEY IS NOT LESS THAN EQP-SERIE
               INVALID KEY
                   MOVE 10 TO EQP-STATUS
           END-START.
           IF EQP-STATUS NOT = 10
               READ EQUIPAMENTOS NEXT
                   AT END
                       MOVE 10 TO EQP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL EQP-STATUS NOT = 0
               IF EQP-FONE = CONTR-FONE
                       AND EQP-CONTR-NUMERO = CONTR-NUMERO
                   MOVE FUSAO-FONE-DESTINO TO EQP-FONE
                   MOVE WRK-ULT-CONTR-DEST TO EQP-CONTR-NUMERO
                   REWRITE EQP-REG
                       INVALID KEY
                           DISPLAY 'MRGCLI: FALHA AO REAPONTAR O '
                                   'EQUIPAMENTO ' EQP-SERIE
                   END-REWRITE
               END-IF
               READ EQUIPAMENTOS NEXT
                   AT END
                       MOVE 10 TO EQP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO EQP-STATUS.

      *TRANSPORTA OS ORCAMENTOS DO ORIGEM (PENDENTES E JA
      *CONVERTIDOS, PARA O HISTORICO IR INTEIRO), RENUMERADOS NA
      *SEQUENCIA DO DESTINO
                   NOT INVALID KEY
                       ADD 1 TO WRK-ORC-MOVIDOS-PAR
                       ADD 1 TO WRK-TOTAL-ORC-MOVIDOS
                       IF WRK-MAPA-ORC-QTD < 2000
                           ADD 1 TO WRK-MAPA-ORC-QTD
                           MOVE WRK-ORC-NUM-ANTIGO TO
                               WRK-MAPA-ORC-ANTIGO (WRK-MAPA-ORC-QTD)
                           MOVE WRK-ULT-ORC-DEST TO
                               WRK-MAPA-ORC-NOVO (WRK-MAPA-ORC-QTD)
                       END-IF
                       MOVE WRK-ORC-SAV TO ORC-REG
                       DELETE ORCAMENTOS
                           INVALID KEY
           CLOSE FUSAO-INSTRUCOES.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF INDICE-ABERTO
               CLOSE PEDIDOS-INDICE
           END-IF.
           CLOSE ITENS.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE CONSENTIMENTOS.
           CLOSE ATENDIMENTOS.
           CLOSE GRUPOS.
           CLOSE EQUIPAMENTOS.
           CLOSE ACORDOS.
           CLOSE ACORDO-PARCELAS.
           CLOSE PERDAS.
           CLOSE NEGATIVACOES.
           CLOSE CHEQUES.
           CLOSE PIX-EMITIDOS.
           CLOSE ITENS-LOTE.
           CLOSE PEDIDOS-CAMPANHA.
           CLOSE PONTOS.
           CLOSE ORDENS-SERVICO.
           CLOSE FUSOES.
           CLOSE FUSAO-REPORT.


