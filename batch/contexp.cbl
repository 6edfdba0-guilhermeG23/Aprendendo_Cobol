      *DE LANCAMENTO (DEBITO/CREDITO) POR MOVIMENTO DO MES:
      *  PEDIDO DO MES (FORA CANCELADOS E ESTORNOS):
      *      D 1120000 CLIENTES A RECEBER / C 3010000 RECEITA
      *        DE MERCADORIAS; O ITEM DE FRETE DA ENTREGA (CODIGO
      *        999999) SAI EM PARTIDA PROPRIA, C 3020000 RECEITA
      *        DE FRETE; A VENDA DE VALE-PRESENTE NAO E RECEITA:
      *        C 2120000 VALES-PRESENTE A RESGATAR
      *  ESTORNO DO MES:
      *      D 3010000 RECEITA / C 1120000 CLIENTES A RECEBER,
      *        SEPARANDO O FRETE PELOS ITENS DO PEDIDO ESTORNADO
      *  RECEBIMENTO DO MES:
      *      D 1110001 CAIXA (DINHEIRO) OU 1110002 BANCO (PIX,
      *        DEBITO, CREDITO, BOLETO) / C 1120000 A RECEBER;
      *        SE O PEDIDO JA FOI BAIXADO POR PERDA (PERDAS.DAT) E
      *        O RECEBIMENTO E DA DATA DA BAIXA EM DIANTE, O
      *        CREDITO VAI PARA 3090000 RECUPERACAO DE PERDAS - O
      *        TITULO JA SAIU DO A RECEBER; PAGO COM VALE-PRESENTE
      *        (FORMA V) O DEBITO VAI PARA 2120000 VALES-PRESENTE
      *        A RESGATAR - O DINHEIRO ENTROU NA VENDA DO VALE. O
      *        VALE QUE VENCE COM SALDO FICA NO RELATORIO DO
      *        VALEMES, PARA O CONTADOR BAIXAR O PASSIVO
      *  CHEQUE DEVOLVIDO NO MES (OPCAO DV DO CADASTRO) CUJO
      *  RECEBIMENTO E DE MES ANTERIOR, JA EXPORTADO:
      *      D 1120000 CLIENTES A RECEBER (OU 3090000, SE O
      *        RECEBIMENTO TINHA SIDO RECUPERACAO DE PERDA) /
      *        C 1110002 BANCO; DEVOLVIDO NO PROPRIO MES NAO TEM
      *        PARTIDA - O ESTORNO ZEROU O RECEBIMENTO
      *  BAIXA POR PERDA APROVADA NO MES (FILA AQ DO CADASTRO):
      *      D 1129000 PROVISAO PARA DEVEDORES DUVIDOSOS /
      *        C 1120000 CLIENTES A RECEBER
      *  AJUSTE DA PROVISAO DO MES (APURADO PELO PDDMES EM
      *  PROVPDD.DAT): CONSTITUICAO D 4020000 DESPESA COM PDD /
      *        C 1129000 PROVISAO; REVERSAO, A PARTIDA INVERSA
      *  TITULO A PAGAR LANCADO NO MES (COMPRA DO FORNECEDOR):
      *      D 1130000 ESTOQUE (OU 4010000 DESPESAS, QUANDO O
      *        TITULO NAO VEM DE PEDIDO DE COMPRA) / C 2110000
      *        FORNECEDORES A PAGAR
      *  TITULO CANCELADO NO MES: A PARTIDA INVERSA DA COMPRA
      *  PAGAMENTO DO MES:
      *      D 2110000 FORNECEDORES / C 1110001 CAIXA (DINHEIRO)
      *        OU 1110002 BANCO; JUROS PAGOS ACIMA DO TITULO
      *        D 4010000 DESPESAS, DESCONTO OBTIDO ABAIXO DELE
      *        C 4010000 DESPESAS
      *OS CODIGOS DE CONTA SAO OS COMBINADOS COM O CONTADOR
      *DEPOIS DOS LANCAMENTOS SAEM OS TOTAIS DO MES POR CONTA, E
      *O ARQUIVO FECHA COM HEADER/TRAILER E NUMERO DE GERACAO
      *(CONTEXP.SEQ), NOS MOLDES DA INTERFACE DO FATCLI
      *O MES DE REFERENCIA E O MES DA DATA DE EXECUCAO; O LOTE E
      *DISPARADO NO ULTIMO DIA DO MES, DEPOIS DO PDDMES
      *OS PEDIDOS DO MES SAO LIDOS PELO INDICE POR DATA
      *(PEDIDX.DAT), E SO SEM ELE O ARQUIVO INTEIRO E VARRIDO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *ITENS DOS PEDIDOS, LIDOS SO PARA SEPARAR O FRETE
           SELECT ITENS ASSIGN TO 'ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CHAVE
               FILE STATUS IS ITEM-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS RECEB-STATUS.
           SELECT TITULOS-PAGAR ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS PAG-STATUS.
      *PEDIDOS BAIXADOS POR PERDA (VIDE FILA AQ DO CADASTRO)
           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CHAVE
               FILE STATUS IS PRD-STATUS.
      *PROVISAO PARA DEVEDORES DUVIDOSOS APURADA POR MES (PDDMES)
           SELECT PROVISOES ASSIGN TO 'PROVPDD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDD-MES-REF
               FILE STATUS IS PDD-STATUS.
      *CUSTODIA DOS CHEQUES, PARA OS DEVOLVIDOS DO MES
           SELECT CHEQUES ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS CHQ-STATUS.
           SELECT CONTABIL ASSIGN TO 'CONTABIL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTABIL-STATUS.
           05 PEDIDOS-DATA PIC 9(08).
           05 PEDIDOS-VALOR PIC 9(07)V99.
           05 PEDIDOS-DESCRICAO PIC X(40).
      *O ESTORNO LEVA NA DESCRICAO O NUMERO DO PEDIDO ESTORNADO
           05 PED-DESC-ESTORNO REDEFINES PEDIDOS-DESCRICAO.
               10 FILLER PIC X(15).
               10 PED-ESTORNO-ORIGEM PIC X(06).
               10 FILLER PIC X(19).
      *A VENDA DE VALE-PRESENTE E UM PEDIDO MARCADO NA DESCRICAO
           05 PED-DESC-VALE REDEFINES PEDIDOS-DESCRICAO.
               10 PED-VALE-ROTULO PIC X(14).
                   88 PED-VENDA-VALE VALUE 'VALE-PRESENTE '.
               10 FILLER PIC X(26).
           05 PEDIDOS-SITUACAO PIC X(01).
               88 PED-ABERTO VALUE 'A'.
               88 PED-FATURADO VALUE 'F'.
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
               88 RECEB-CREDITO VALUE 'C'.
               88 RECEB-BOLETO VALUE 'L'.
               88 RECEB-NOTA-CRED VALUE 'N'.
               88 RECEB-VALE VALUE 'V'.
           05 RECEB-RECIBO PIC 9(06).
           05 RECEB-MULTA PIC 9(05)V99.
           05 RECEB-JUROS PIC 9(05)V99.

      *MESMO LAYOUT DOS TITULOS A PAGAR DO CADASTRO ONLINE
       FD TITULOS-PAGAR.
       01 PAG-REG.
           05 PAG-CHAVE.
               10 PAG-FORNECEDOR PIC 9(06).
               10 PAG-NOTA PIC 9(09).
               10 PAG-PARCELA PIC 9(03).
           05 PAG-COMPRA PIC 9(06).
           05 PAG-VENCIMENTO PIC 9(08).
           05 PAG-VALOR PIC 9(07)V99.
           05 PAG-SITUACAO PIC X(01).
               88 PAG-ABERTO VALUE 'A'.
               88 PAG-PAGO VALUE 'P'.
               88 PAG-CANCELADO VALUE 'C'.
           05 PAG-DATA-BAIXA PIC 9(08).
           05 PAG-VALOR-PAGO PIC 9(07)V99.
           05 PAG-FORMA PIC X(01).
               88 PAG-DINHEIRO VALUE 'D'.
               88 PAG-BANCO VALUE 'B'.
           05 PAG-LANCAMENTO.
               10 PAG-OPERADOR PIC X(09).
               10 PAG-DATA-LANC PIC 9(08).

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

      *LINHAS DO ARQUIVO CONTABIL, LARGURA FIXA: HEADER, UM
      *LANCAMENTO POR LINHA (DEBITO, CREDITO, VALOR, HISTORICO),
      *TOTAIS POR CONTA E TRAILER DE CONFERENCIA
      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *SEM O INDICE POR DATA (AINDA NAO CRIADO PELO IDXPED) O
      *PERIODO E FILTRADO NA VARREDURA DO ARQUIVO INTEIRO
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PAG-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTABIL-STATUS PIC 9(02) VALUE ZEROS.
       77 GERACAO-STATUS PIC 9(02) VALUE ZEROS.
       77 PRD-STATUS PIC 9(02) VALUE ZEROS.
       77 PDD-STATUS PIC 9(02) VALUE ZEROS.
       77 CHQ-STATUS PIC 9(02) VALUE ZEROS.
      *SEM PERDAS.DAT NA INSTALACAO NENHUM PEDIDO FOI BAIXADO
       01 WRK-PERDAS-SITUACAO PIC X(01) VALUE 'N'.
           88 PERDAS-ABERTO VALUE 'S'.
      *PLANO DE CONTAS COMBINADO COM O CONTADOR
       77 CTA-CAIXA PIC 9(07) VALUE 1110001.
       77 CTA-BANCO PIC 9(07) VALUE 1110002.
       77 CTA-CLIENTES PIC 9(07) VALUE 1120000.
       77 CTA-RECEITA PIC 9(07) VALUE 3010000.
       77 CTA-RECEITA-FRETE PIC 9(07) VALUE 3020000.
       77 CTA-ESTOQUE PIC 9(07) VALUE 1130000.
       77 CTA-FORNECEDORES PIC 9(07) VALUE 2110000.
       77 CTA-VALES PIC 9(07) VALUE 2120000.
       77 CTA-DESPESAS PIC 9(07) VALUE 4010000.
       77 CTA-PDD PIC 9(07) VALUE 1129000.
       77 CTA-DESPESA-PDD PIC 9(07) VALUE 4020000.
       77 CTA-RECUPERACAO PIC 9(07) VALUE 3090000.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LANCTOS PIC 9(06) VALUE ZEROS.
       77 WRK-DEB-RECEITA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-CLIENTES PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-RECEITA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEB-FRETE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-FRETE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-CAIXA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-BANCO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEB-ESTOQUE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-ESTOQUE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEB-FORNECEDORES PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-FORNECEDORES PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEB-DESPESAS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-DESPESAS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEB-PDD PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-PDD PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEB-DESPESA-PDD PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-DESPESA-PDD PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEB-RECUPERACAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-RECUPERACAO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEB-VALES PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CRE-VALES PIC 9(13)V99 VALUE ZEROS.
      *PARTIDA DE CONTAS A PAGAR EM MONTAGEM: CONTA DE CUSTO DO
      *TITULO (ESTOQUE OU DESPESAS), CONTA DE SAIDA DO DINHEIRO,
      *VALOR E TIPO DO HISTORICO
       77 WRK-CTA-CUSTO PIC 9(07) VALUE ZEROS.
       77 WRK-CTA-SAIDA PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-PARTIDA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-HIST-TIPO PIC X(07) VALUE SPACES.
      *PEDIDO EM MONTAGEM: FRETE (SOMA DOS ITENS DE FRETE DO
      *PEDIDO, OU DO PEDIDO ESTORNADO) E O RESTO, QUE E MERCADORIA
       77 WRK-VALOR-FRETE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-MERCADORIA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CTA-RECEITA PIC 9(07) VALUE ZEROS.
       77 WRK-PEDIDO-FRETE PIC 9(06) VALUE ZEROS.
      *GERACAO DESTE CORTE E MES DE REFERENCIA
       77 WRK-GERACAO PIC 9(06) VALUE ZEROS.
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-MES-EXAME PIC 9(06).
           05 FILLER PIC 9(02).
      *PRIMEIRO E ULTIMO DIA POSSIVEL DO MES, PARA O INDICE
       77 WRK-INICIO-MES PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-MES PIC 9(08) VALUE ZEROS.
      *DATA DO RECEBIMENTO DO CHEQUE DEVOLVIDO EM EXAME
       01 WRK-DATA-CHEQUE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CHEQUE-R REDEFINES WRK-DATA-CHEQUE.
           05 WRK-MES-CHEQUE PIC 9(06).
           05 FILLER PIC 9(02).

       PROCEDURE DIVISION.

           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF INDICE-ABERTO
               PERFORM 2010-LANCAR-DO-INDICE
           ELSE
               PERFORM 2000-LANCAR-PEDIDO UNTIL PEDIDOS-STATUS = 10
           END-IF.
           PERFORM 2500-LANCAR-RECEBIMENTO
               UNTIL RECEB-STATUS = 10.
           PERFORM 2700-LANCAR-TITULO UNTIL PAG-STATUS = 10.
           PERFORM 2600-LANCAR-DEVOLUCAO UNTIL CHQ-STATUS = 10.
           PERFORM 2790-POSICIONAR-PERDAS.
           PERFORM 2800-LANCAR-PERDA UNTIL PRD-STATUS = 10.
           PERFORM 2900-LANCAR-PROVISAO.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.
           END-IF.
           ADD 1 TO WRK-GERACAO.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PEDIDOS-INDICE.
           IF PDX-STATUS = ZEROS
               SET INDICE-ABERTO TO TRUE
           ELSE
               DISPLAY 'CONTEXP: SEM O INDICE PEDIDX.DAT - VARRENDO '
                       'OS PEDIDOS'
           END-IF.
           COMPUTE WRK-INICIO-MES = (WRK-MES-REF * 100) + 1.
           COMPUTE WRK-FIM-MES = (WRK-MES-REF * 100) + 31.
           OPEN INPUT ITENS.
           OPEN INPUT RECEBIMENTOS.
           OPEN INPUT TITULOS-PAGAR.
           OPEN INPUT PERDAS.
           IF PRD-STATUS = ZEROS
               SET PERDAS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT PROVISOES.
           OPEN INPUT CHEQUES.
           OPEN OUTPUT CONTABIL.
           MOVE 'HDR' TO CTB-HDR-TIPO.
           MOVE WRK-HOJE TO CTB-HDR-DATA.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               IF NOT INDICE-ABERTO
                   READ PEDIDOS NEXT
                       AT END
                           MOVE 10 TO PEDIDOS-STATUS
                   END-READ
               END-IF
           END-IF.
           IF RECEB-STATUS NOT = ZEROS
               MOVE 10 TO RECEB-STATUS
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-IF.
           IF PAG-STATUS NOT = ZEROS
               MOVE 10 TO PAG-STATUS
           ELSE
               READ TITULOS-PAGAR NEXT
                   AT END
                       MOVE 10 TO PAG-STATUS
               END-READ
           END-IF.
           IF CHQ-STATUS NOT = ZEROS
               MOVE 10 TO CHQ-STATUS
           ELSE
               READ CHEQUES NEXT
                   AT END
                       MOVE 10 TO CHQ-STATUS
               END-READ
           END-IF.

      *PEDIDO DO MES VIRA LANCAMENTO DE FATURAMENTO; ESTORNO DO
      *MES VIRA A PARTIDA INVERSA, PARA O CANCELAMENTO APARECER
      *NO JORNAL EM VEZ DE SUMIR
       2000-LANCAR-PEDIDO.
           PERFORM 2005-EXAMINAR-PEDIDO.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

       2005-EXAMINAR-PEDIDO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE PEDIDOS-DATA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME = WRK-MES-REF
      *GRAVADO NO CANCELAMENTO REVERTE O LANCAMENTO E O PAR FECHA
      *EM ZERO - PULAR SO O CANCELADO DEIXAVA O ESTORNO SOZINHO
      *SUBESTIMANDO A RECEITA DO MES
      *O FRETE DA ENTREGA E RECEITA PROPRIA, NAO DE MERCADORIA:
      *SAI EM PARTIDA SEPARADA, NA CONTA DE RECEITA DE FRETE
               PERFORM 2050-APURAR-FRETE
               IF WRK-VALOR-MERCADORIA > ZEROS
                       OR WRK-VALOR-FRETE = ZEROS
                   MOVE CTA-RECEITA TO WRK-CTA-RECEITA
                   MOVE WRK-VALOR-MERCADORIA TO WRK-VALOR-PARTIDA
                   MOVE 'PEDIDO' TO WRK-HIST-TIPO
                   IF PED-VENDA-VALE
                       MOVE CTA-VALES TO WRK-CTA-RECEITA
                       MOVE 'VALE' TO WRK-HIST-TIPO
                   END-IF
                   PERFORM 2020-PARTIDA-PEDIDO
               END-IF
               IF WRK-VALOR-FRETE > ZEROS
                   MOVE CTA-RECEITA-FRETE TO WRK-CTA-RECEITA
                   MOVE WRK-VALOR-FRETE TO WRK-VALOR-PARTIDA
                   MOVE 'FRETE' TO WRK-HIST-TIPO
                   PERFORM 2020-PARTIDA-PEDIDO
               END-IF
           END-IF.

      *PELO INDICE POR DATA DO PEDIDO: POSICIONA NO DIA 1 DO MES
      *DE REFERENCIA E PARA NO ULTIMO DIA DELE
       2010-LANCAR-DO-INDICE.
           MOVE WRK-INICIO-MES TO PDX-DATA.
           MOVE ZEROS TO PDX-FILIAL.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PDX-STATUS
           ELSE
               START PEDIDOS-INDICE KEY IS NOT LESS THAN PDX-EMISSAO
                   INVALID KEY
                       MOVE 10 TO PDX-STATUS
               END-START
           END-IF.
           IF PDX-STATUS NOT = 10
               READ PEDIDOS-INDICE NEXT
                   AT END
                       MOVE 10 TO PDX-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PDX-STATUS = 10 OR PDX-DATA > WRK-FIM-MES
               MOVE PDX-FONE TO PEDIDOS-FONE
               MOVE PDX-NUMERO TO PEDIDOS-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2005-EXAMINAR-PEDIDO
               END-READ
               READ PEDIDOS-INDICE NEXT
                   AT END
                       MOVE 10 TO PDX-STATUS
               END-READ
           END-PERFORM.

      *MONTA A PARTIDA DO PEDIDO (OU A INVERSA, NO ESTORNO) NA
      *CONTA DE RECEITA DA VEZ
       2020-PARTIDA-PEDIDO.
           IF PED-ESTORNO
               MOVE WRK-CTA-RECEITA TO CTB-CONTA-DEBITO
               MOVE CTA-CLIENTES TO CTB-CONTA-CREDITO
           ELSE
               MOVE CTA-CLIENTES TO CTB-CONTA-DEBITO
               MOVE WRK-CTA-RECEITA TO CTB-CONTA-CREDITO
           END-IF.
           PERFORM 2100-GRAVAR-LANCAMENTO.

      *SEPARA O VALOR DO PEDIDO EM FRETE E MERCADORIA PELOS ITENS
      *DE FRETE; NO ESTORNO, QUE NAO TEM ITENS, VALEM OS ITENS DO
      *PEDIDO ESTORNADO (NUMERO GRAVADO NA DESCRICAO)
       2050-APURAR-FRETE.
           MOVE ZEROS TO WRK-VALOR-FRETE.
           MOVE PEDIDOS-NUMERO TO WRK-PEDIDO-FRETE.
           IF PED-ESTORNO
               IF PED-ESTORNO-ORIGEM NUMERIC
                   MOVE PED-ESTORNO-ORIGEM TO WRK-PEDIDO-FRETE
               ELSE
                   MOVE ZEROS TO WRK-PEDIDO-FRETE
               END-IF
           END-IF.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE WRK-PEDIDO-FRETE TO ITEM-PEDIDO.
           MOVE ZEROS TO ITEM-NUMERO.
           START ITENS KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                   MOVE 10 TO ITEM-STATUS
           END-START.
           IF ITEM-STATUS = ZEROS
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-IF.
           PERFORM 2060-SOMAR-FRETE UNTIL ITEM-STATUS NOT = ZEROS.
           MOVE ZEROS TO ITEM-STATUS.
           IF WRK-VALOR-FRETE > PEDIDOS-VALOR
               MOVE PEDIDOS-VALOR TO WRK-VALOR-FRETE
           END-IF.
           COMPUTE WRK-VALOR-MERCADORIA =
                   PEDIDOS-VALOR - WRK-VALOR-FRETE.

       2060-SOMAR-FRETE.
           IF ITEM-FONE NOT = PEDIDOS-FONE
                   OR ITEM-PEDIDO NOT = WRK-PEDIDO-FRETE
               MOVE 10 TO ITEM-STATUS
           ELSE
               IF ITEM-FRETE
                   ADD ITEM-TOTAL TO WRK-VALOR-FRETE
               END-IF
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-IF.

       2100-GRAVAR-LANCAMENTO.
           MOVE 'DET' TO CTB-TIPO.
           MOVE PEDIDOS-DATA TO CTB-DATA.
           MOVE WRK-VALOR-PARTIDA TO CTB-VALOR.
           MOVE SPACES TO CTB-HISTORICO.
           STRING WRK-HIST-TIPO DELIMITED BY SPACE
                   ' ' PEDIDOS-FONE '/' PEDIDOS-NUMERO
                   ' ' PEDIDOS-SITUACAO
               DELIMITED BY SIZE INTO CTB-HISTORICO.
           WRITE CONTABIL-DETALHE.
           ADD 1 TO WRK-TOTAL-LANCTOS.
           ADD WRK-VALOR-PARTIDA TO WRK-SOMA-VALORES.
           EVALUATE CTB-CONTA-DEBITO
               WHEN CTA-CLIENTES
                   ADD WRK-VALOR-PARTIDA TO WRK-DEB-CLIENTES
               WHEN CTA-RECEITA
                   ADD WRK-VALOR-PARTIDA TO WRK-DEB-RECEITA
               WHEN CTA-RECEITA-FRETE
                   ADD WRK-VALOR-PARTIDA TO WRK-DEB-FRETE
               WHEN CTA-VALES
                   ADD WRK-VALOR-PARTIDA TO WRK-DEB-VALES
           END-EVALUATE.
           EVALUATE CTB-CONTA-CREDITO
               WHEN CTA-CLIENTES
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-CLIENTES
               WHEN CTA-RECEITA
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-RECEITA
               WHEN CTA-RECEITA-FRETE
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-FRETE
               WHEN CTA-VALES
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-VALES
           END-EVALUATE.

      *RECEBIMENTO DO MES VIRA LANCAMENTO DE CAIXA/BANCO CONTRA
      *CLIENTES A RECEBER, CONFORME A FORMA DE PAGAMENTO; NO
      *PEDIDO BAIXADO POR PERDA, CONTRA RECUPERACAO DE PERDAS
       2500-LANCAR-RECEBIMENTO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE RECEB-DATA TO WRK-DATA-EXAME.
      *RECEBIMENTO ZERADO E O DE CHEQUE DEVOLVIDO, JA ESTORNADO
           IF WRK-MES-EXAME = WRK-MES-REF AND RECEB-VALOR > ZEROS
               EVALUATE TRUE
                   WHEN RECEB-DINHEIRO
                       MOVE CTA-CAIXA TO CTB-CONTA-DEBITO
                       ADD RECEB-VALOR TO WRK-DEB-CAIXA
                   WHEN RECEB-VALE
                       MOVE CTA-VALES TO CTB-CONTA-DEBITO
                       ADD RECEB-VALOR TO WRK-DEB-VALES
                   WHEN OTHER
                       MOVE CTA-BANCO TO CTB-CONTA-DEBITO
                       ADD RECEB-VALOR TO WRK-DEB-BANCO
               END-EVALUATE
               MOVE CTA-CLIENTES TO CTB-CONTA-CREDITO
               IF PERDAS-ABERTO
                   MOVE RECEB-FONE TO PRD-FONE
                   MOVE RECEB-PEDIDO TO PRD-PEDIDO
                   READ PERDAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RECEB-DATA NOT < PRD-DATA
                               MOVE CTA-RECUPERACAO TO
                                                  CTB-CONTA-CREDITO
                           END-IF
                   END-READ
               END-IF
               IF CTB-CONTA-CREDITO = CTA-RECUPERACAO
                   ADD RECEB-VALOR TO WRK-CRE-RECUPERACAO
               ELSE
                   ADD RECEB-VALOR TO WRK-CRE-CLIENTES
               END-IF
               MOVE 'DET' TO CTB-TIPO
               MOVE RECEB-DATA TO CTB-DATA
               MOVE RECEB-VALOR TO CTB-VALOR
                   MOVE 10 TO RECEB-STATUS
           END-READ.

      *CHEQUE DEVOLVIDO NO MES DE RECEBIMENTO DE MES ANTERIOR: O
      *DINHEIRO QUE O BANCO JA TINHA RECEBIDO VOLTA E O TITULO
      *VOLTA PARA O A RECEBER (OU SAI DA RECUPERACAO DE PERDAS)
       2600-LANCAR-DEVOLUCAO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE CHQ-DATA-SITUACAO TO WRK-DATA-EXAME.
           MOVE CHQ-DATA-RECEB TO WRK-DATA-CHEQUE.
           IF CHQ-DEVOLVIDO AND WRK-MES-EXAME = WRK-MES-REF
                   AND WRK-MES-CHEQUE < WRK-MES-REF
               MOVE CTA-CLIENTES TO CTB-CONTA-DEBITO
               IF PERDAS-ABERTO
                   MOVE CHQ-FONE TO PRD-FONE
                   MOVE CHQ-PEDIDO TO PRD-PEDIDO
                   READ PERDAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CHQ-DATA-RECEB NOT < PRD-DATA
                               MOVE CTA-RECUPERACAO TO
                                                  CTB-CONTA-DEBITO
                           END-IF
                   END-READ
               END-IF
               IF CTB-CONTA-DEBITO = CTA-RECUPERACAO
                   ADD CHQ-VALOR TO WRK-DEB-RECUPERACAO
               ELSE
                   ADD CHQ-VALOR TO WRK-DEB-CLIENTES
               END-IF
               MOVE CTA-BANCO TO CTB-CONTA-CREDITO
               ADD CHQ-VALOR TO WRK-CRE-BANCO
               MOVE 'DET' TO CTB-TIPO
               MOVE CHQ-DATA-SITUACAO TO CTB-DATA
               MOVE CHQ-VALOR TO CTB-VALOR
               MOVE SPACES TO CTB-HISTORICO
               STRING 'CHQDEV ' CHQ-FONE '/' CHQ-PEDIDO '/'
                       CHQ-SEQ ' NR ' CHQ-NUMERO
                   DELIMITED BY SIZE INTO CTB-HISTORICO
               WRITE CONTABIL-DETALHE
               ADD 1 TO WRK-TOTAL-LANCTOS
               ADD CHQ-VALOR TO WRK-SOMA-VALORES
           END-IF.
           READ CHEQUES NEXT
               AT END
                   MOVE 10 TO CHQ-STATUS
           END-READ.

      *TITULO A PAGAR: O LANCAMENTO NO MES E A COMPRA (CUSTO
      *CONTRA FORNECEDORES); A BAIXA NO MES E O PAGAMENTO OU, SE
      *CANCELADO, A PARTIDA INVERSA DA COMPRA - COMO O ESTORNO DO
      *PEDIDO, PARA O CANCELAMENTO APARECER NO JORNAL
       2700-LANCAR-TITULO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF PAG-COMPRA = ZEROS
               MOVE CTA-DESPESAS TO WRK-CTA-CUSTO
           ELSE
               MOVE CTA-ESTOQUE TO WRK-CTA-CUSTO
           END-IF.
           MOVE PAG-DATA-LANC TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME = WRK-MES-REF
               MOVE WRK-CTA-CUSTO TO CTB-CONTA-DEBITO
               MOVE CTA-FORNECEDORES TO CTB-CONTA-CREDITO
               MOVE PAG-DATA-LANC TO CTB-DATA
               MOVE PAG-VALOR TO WRK-VALOR-PARTIDA
               MOVE 'COMPRA' TO WRK-HIST-TIPO
               PERFORM 2750-GRAVAR-PARTIDA-PAGAR
           END-IF.
           MOVE PAG-DATA-BAIXA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME = WRK-MES-REF
               EVALUATE TRUE
                   WHEN PAG-CANCELADO
                       MOVE CTA-FORNECEDORES TO CTB-CONTA-DEBITO
                       MOVE WRK-CTA-CUSTO TO CTB-CONTA-CREDITO
                       MOVE PAG-DATA-BAIXA TO CTB-DATA
                       MOVE PAG-VALOR TO WRK-VALOR-PARTIDA
                       MOVE 'CANCEL' TO WRK-HIST-TIPO
                       PERFORM 2750-GRAVAR-PARTIDA-PAGAR
                   WHEN PAG-PAGO
                       PERFORM 2720-LANCAR-PAGAMENTO
               END-EVALUATE
           END-IF.
           READ TITULOS-PAGAR NEXT
               AT END
                   MOVE 10 TO PAG-STATUS
           END-READ.

      *PAGAMENTO: BAIXA O TITULO EM FORNECEDORES PELO VALOR PAGO;
      *A DIFERENCA CONTRA O VALOR DO TITULO (JUROS OU DESCONTO)
      *VAI PARA DESPESAS, PARA FORNECEDORES FECHAR EM ZERO
       2720-LANCAR-PAGAMENTO.
           IF PAG-DINHEIRO
               MOVE CTA-CAIXA TO WRK-CTA-SAIDA
           ELSE
               MOVE CTA-BANCO TO WRK-CTA-SAIDA
           END-IF.
           MOVE PAG-DATA-BAIXA TO CTB-DATA.
           IF PAG-VALOR-PAGO < PAG-VALOR
               MOVE PAG-VALOR-PAGO TO WRK-VALOR-PARTIDA
           ELSE
               MOVE PAG-VALOR TO WRK-VALOR-PARTIDA
           END-IF.
           MOVE CTA-FORNECEDORES TO CTB-CONTA-DEBITO.
           MOVE WRK-CTA-SAIDA TO CTB-CONTA-CREDITO.
           MOVE 'PAGTO' TO WRK-HIST-TIPO.
           PERFORM 2750-GRAVAR-PARTIDA-PAGAR.
           IF PAG-VALOR-PAGO > PAG-VALOR
               COMPUTE WRK-VALOR-PARTIDA =
                       PAG-VALOR-PAGO - PAG-VALOR
               MOVE CTA-DESPESAS TO CTB-CONTA-DEBITO
               MOVE WRK-CTA-SAIDA TO CTB-CONTA-CREDITO
               MOVE 'JUROS' TO WRK-HIST-TIPO
               PERFORM 2750-GRAVAR-PARTIDA-PAGAR
           END-IF.
           IF PAG-VALOR-PAGO < PAG-VALOR
               COMPUTE WRK-VALOR-PARTIDA =
                       PAG-VALOR - PAG-VALOR-PAGO
               MOVE CTA-FORNECEDORES TO CTB-CONTA-DEBITO
               MOVE CTA-DESPESAS TO CTB-CONTA-CREDITO
               MOVE 'DESCTO' TO WRK-HIST-TIPO
               PERFORM 2750-GRAVAR-PARTIDA-PAGAR
           END-IF.

      *GRAVA A PARTIDA MONTADA (CONTAS E DATA JA EM CONTABIL-
      *DETALHE) E ACUMULA OS TOTAIS DAS CONTAS ENVOLVIDAS
       2750-GRAVAR-PARTIDA-PAGAR.
           MOVE 'DET' TO CTB-TIPO.
           MOVE WRK-VALOR-PARTIDA TO CTB-VALOR.
           MOVE SPACES TO CTB-HISTORICO.
           STRING WRK-HIST-TIPO ' ' PAG-FORNECEDOR '/' PAG-NOTA '/'
                   PAG-PARCELA
               DELIMITED BY SIZE INTO CTB-HISTORICO.
           WRITE CONTABIL-DETALHE.
           ADD 1 TO WRK-TOTAL-LANCTOS.
           ADD WRK-VALOR-PARTIDA TO WRK-SOMA-VALORES.
           EVALUATE CTB-CONTA-DEBITO
               WHEN CTA-ESTOQUE
                   ADD WRK-VALOR-PARTIDA TO WRK-DEB-ESTOQUE
               WHEN CTA-FORNECEDORES
                   ADD WRK-VALOR-PARTIDA TO WRK-DEB-FORNECEDORES
               WHEN CTA-DESPESAS
                   ADD WRK-VALOR-PARTIDA TO WRK-DEB-DESPESAS
           END-EVALUATE.
           EVALUATE CTB-CONTA-CREDITO
               WHEN CTA-CAIXA
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-CAIXA
               WHEN CTA-BANCO
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-BANCO
               WHEN CTA-ESTOQUE
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-ESTOQUE
               WHEN CTA-FORNECEDORES
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-FORNECEDORES
               WHEN CTA-DESPESAS
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-DESPESAS
           END-EVALUATE.

      *AS BAIXAS SAO LIDAS EM SEQUENCIA SO DEPOIS DOS RECEBIMENTOS,
      *QUE CONSULTAM O ARQUIVO POR CHAVE
       2790-POSICIONAR-PERDAS.
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

      *BAIXA POR PERDA APROVADA NO MES: O TITULO SAI DO A RECEBER
      *CONSUMINDO A PROVISAO
       2800-LANCAR-PERDA.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE PRD-DATA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME = WRK-MES-REF
               MOVE CTA-PDD TO CTB-CONTA-DEBITO
               MOVE CTA-CLIENTES TO CTB-CONTA-CREDITO
               MOVE PRD-DATA TO CTB-DATA
               MOVE PRD-VALOR TO WRK-VALOR-PARTIDA
               MOVE SPACES TO CTB-HISTORICO
               STRING 'PERDA ' PRD-FONE '/' PRD-PEDIDO
                       ' APROV ' PRD-APROVADOR
                   DELIMITED BY SIZE INTO CTB-HISTORICO
               PERFORM 2850-GRAVAR-PARTIDA-PDD
           END-IF.
           READ PERDAS NEXT
               AT END
                   MOVE 10 TO PRD-STATUS
           END-READ.

      *GRAVA A PARTIDA DA PROVISAO MONTADA (CONTAS, DATA E
      *HISTORICO JA EM CONTABIL-DETALHE) E ACUMULA OS TOTAIS
       2850-GRAVAR-PARTIDA-PDD.
           MOVE 'DET' TO CTB-TIPO.
           MOVE WRK-VALOR-PARTIDA TO CTB-VALOR.
           WRITE CONTABIL-DETALHE.
           ADD 1 TO WRK-TOTAL-LANCTOS.
           ADD WRK-VALOR-PARTIDA TO WRK-SOMA-VALORES.
           EVALUATE CTB-CONTA-DEBITO
               WHEN CTA-PDD
                   ADD WRK-VALOR-PARTIDA TO WRK-DEB-PDD
               WHEN CTA-DESPESA-PDD
                   ADD WRK-VALOR-PARTIDA TO WRK-DEB-DESPESA-PDD
           END-EVALUATE.
           EVALUATE CTB-CONTA-CREDITO
               WHEN CTA-CLIENTES
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-CLIENTES
               WHEN CTA-PDD
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-PDD
               WHEN CTA-DESPESA-PDD
                   ADD WRK-VALOR-PARTIDA TO WRK-CRE-DESPESA-PDD
           END-EVALUATE.

      *AJUSTE DA PROVISAO APURADO PELO PDDMES PARA O MES; SEM O
      *MES APURADO NAO HA PARTIDA E O OPERADOR E AVISADO
       2900-LANCAR-PROVISAO.
           MOVE WRK-MES-REF TO PDD-MES-REF.
           IF PDD-STATUS = ZEROS
               READ PROVISOES
                   INVALID KEY
                       MOVE 23 TO PDD-STATUS
               END-READ
           END-IF.
           IF PDD-STATUS NOT = ZEROS
               DISPLAY 'PROVISAO DO MES NAO APURADA - RODAR O PDDMES'
           ELSE
               IF PDD-AJUSTE NOT = ZEROS
                   IF PDD-AJUSTE > ZEROS
                       MOVE CTA-DESPESA-PDD TO CTB-CONTA-DEBITO
                       MOVE CTA-PDD TO CTB-CONTA-CREDITO
                       MOVE PDD-AJUSTE TO WRK-VALOR-PARTIDA
                       MOVE 'PDD CONSTITUICAO' TO CTB-HISTORICO
                   ELSE
                       MOVE CTA-PDD TO CTB-CONTA-DEBITO
                       MOVE CTA-DESPESA-PDD TO CTB-CONTA-CREDITO
                       COMPUTE WRK-VALOR-PARTIDA = PDD-AJUSTE * -1
                       MOVE 'PDD REVERSAO' TO CTB-HISTORICO
                   END-IF
                   MOVE WRK-HOJE TO CTB-DATA
                   PERFORM 2850-GRAVAR-PARTIDA-PDD
               END-IF
           END-IF.

       3000-FINALIZAR.
      *TOTAIS DO MES POR CONTA, PARA O CONTADOR CONFERIR OS
      *RAZONETES SEM SOMAR LINHA A LINHA
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-CAIXA TO CTB-TOT-CONTA.
           MOVE WRK-DEB-CAIXA TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-CAIXA TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-BANCO TO CTB-TOT-CONTA.
           MOVE WRK-DEB-BANCO TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-BANCO TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-CLIENTES TO CTB-TOT-CONTA.
           MOVE WRK-DEB-RECEITA TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-RECEITA TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-RECEITA-FRETE TO CTB-TOT-CONTA.
           MOVE WRK-DEB-FRETE TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-FRETE TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-ESTOQUE TO CTB-TOT-CONTA.
           MOVE WRK-DEB-ESTOQUE TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-ESTOQUE TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-FORNECEDORES TO CTB-TOT-CONTA.
           MOVE WRK-DEB-FORNECEDORES TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-FORNECEDORES TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-VALES TO CTB-TOT-CONTA.
           MOVE WRK-DEB-VALES TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-VALES TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-DESPESAS TO CTB-TOT-CONTA.
           MOVE WRK-DEB-DESPESAS TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-DESPESAS TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-PDD TO CTB-TOT-CONTA.
           MOVE WRK-DEB-PDD TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-PDD TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-DESPESA-PDD TO CTB-TOT-CONTA.
           MOVE WRK-DEB-DESPESA-PDD TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-DESPESA-PDD TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TOT' TO CTB-TOT-TIPO.
           MOVE CTA-RECUPERACAO TO CTB-TOT-CONTA.
           MOVE WRK-DEB-RECUPERACAO TO CTB-TOT-DEBITOS.
           MOVE WRK-CRE-RECUPERACAO TO CTB-TOT-CREDITOS.
           WRITE CONTABIL-TOTAL.
           MOVE 'TRL' TO CTB-TRL-TIPO.
           MOVE WRK-TOTAL-LANCTOS TO CTB-TRL-QTDE.
           MOVE WRK-SOMA-VALORES TO CTB-TRL-SOMA-VAL.
           WRITE GERACAO-REG.
           CLOSE GERACAO.
           CLOSE PEDIDOS.
           IF INDICE-ABERTO
               CLOSE PEDIDOS-INDICE
           END-IF.
           CLOSE ITENS.
           CLOSE RECEBIMENTOS.
           CLOSE TITULOS-PAGAR.
           CLOSE PERDAS.
           CLOSE PROVISOES.
           CLOSE CHEQUES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'EXPORTACAO CONTABIL - TOTAIS'.
           DISPLAY 'GERACAO............: ' WRK-GERACAO.
