      *SITUACAO NO CABECALHO DO PEDIDO (CANCELADOS E ESTORNOS
      *FICAM DE FORA) E ACUMULA QUANTIDADE E RECEITA DO MES POR
      *PRODUTO; O RELATORIO RANKPROD.TXT SAI COM:
      *  - RANKING DOS PRODUTOS PELA RECEITA, COM A CATEGORIA E
      *    O CUSTO UNITARIO (NO KIT, A SOMA DO CUSTO DOS
      *    COMPONENTES DA COMPOSICAO KITS.DAT, E A LINHA MARCADA)
      *  - SUBTOTAL POR CATEGORIA COM A FATIA DO MES EM PERCENTUAL
      *OS NOMES DAS CATEGORIAS VEM DA TABELA CATPROD.DAT (CODIGO
      *+ DESCRICAO, UMA POR LINHA, NOS MOLDES DO CEPUF.DAT); ITEM
           SELECT CATEGORIAS ASSIGN TO 'CATPROD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
      *COMPOSICAO DOS KITS DO CADASTRO ONLINE; SEM O ARQUIVO
      *NENHUM PRODUTO E KIT
           SELECT KITS ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS KIT-STATUS.
           SELECT RANK-REPORT ASSIGN TO 'RANKPROD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
      *PRECO DE CUSTO, PARA O RELATORIO DE MARGEM FLAGRAR VENDA
      *ABAIXO DO CUSTO ANTES DO CONTADOR
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

      *UMA CATEGORIA POR LINHA: CODIGO E NOME
       FD CATEGORIAS.
               10 WRK-TP-DESCRICAO PIC X(40).
               10 WRK-TP-QTDE PIC 9(07).
               10 WRK-TP-RECEITA PIC 9(11)V99.
               10 WRK-TP-CUSTO PIC 9(07)V99.
               10 WRK-TP-KIT PIC X(01).
       77 WRK-TOTAL-CATS PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-CAT.
           05 WRK-TC-ENT OCCURS 50 TIMES.
           05 WRK-TROCA-DESCRICAO PIC X(40).
           05 WRK-TROCA-QTDE PIC 9(07).
           05 WRK-TROCA-RECEITA PIC 9(11)V99.
           05 WRK-TROCA-CUSTO PIC 9(07)V99.
           05 WRK-TROCA-KIT PIC X(01).
      *NOME DA CATEGORIA E FATIA DO MES DA LINHA CORRENTE
       77 WRK-CAT-NOME PIC X(30) VALUE SPACES.
       77 WRK-FATIA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ED-RECEITA PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ED-FATIA PIC ZZ9.99 VALUE ZEROS.
       77 WRK-ED-CUSTO PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-KIT PIC X(04) VALUE SPACES.
      *CUSTO UNITARIO DO PRODUTO EM EXAME (NO KIT, A SOMA DOS
      *COMPONENTES) E CONTROLE DA LEITURA DA COMPOSICAO
       77 KIT-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-KIT-PAI PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-UNIT PIC 9(07)V99 VALUE ZEROS.
       01 WRK-KITS-SW PIC X(01) VALUE 'S'.
           88 KITS-ABERTO VALUE 'S'.
           88 KITS-AUSENTE VALUE 'N'.
       01 WRK-KIT-SW PIC X(01) VALUE 'N'.
           88 PROD-E-KIT VALUE 'S'.
           88 PROD-NAO-KIT VALUE 'N'.
       01 WRK-COMP-SW PIC X(01) VALUE 'S'.
           88 COMP-COM-CUSTO VALUE 'S'.
           88 COMP-SEM-CUSTO VALUE 'N'.

       PROCEDURE DIVISION.

           OPEN INPUT ITENS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PRODUTOS.
           OPEN INPUT KITS.
           IF KIT-STATUS NOT = ZEROS
               SET KITS-AUSENTE TO TRUE
           END-IF.
           IF ITEM-STATUS NOT = ZEROS
               MOVE 10 TO ITEM-STATUS
           ELSE
                       WRK-TP-CODIGO (WRK-PROD-ACHADO)
               MOVE ZEROS TO WRK-TP-QTDE (WRK-PROD-ACHADO)
               MOVE ZEROS TO WRK-TP-RECEITA (WRK-PROD-ACHADO)
               MOVE ZEROS TO WRK-TP-CUSTO (WRK-PROD-ACHADO)
               MOVE 'N' TO WRK-TP-KIT (WRK-PROD-ACHADO)
               IF ITEM-PROD-CODIGO = ZEROS
                   MOVE ZEROS TO
                           WRK-TP-CATEGORIA (WRK-PROD-ACHADO)
                           MOVE ITEM-DESCRICAO TO
                               WRK-TP-DESCRICAO (WRK-PROD-ACHADO)
                       NOT INVALID KEY
                           PERFORM 2150-CUSTO-DO-PRODUTO
                           MOVE WRK-CUSTO-UNIT TO
                               WRK-TP-CUSTO (WRK-PROD-ACHADO)
                           MOVE WRK-KIT-SW TO
                               WRK-TP-KIT (WRK-PROD-ACHADO)
                           MOVE PROD-CATEGORIA TO
                               WRK-TP-CATEGORIA (WRK-PROD-ACHADO)
                           MOVE PROD-DESCRICAO TO
               PERFORM 2200-SOMAR-NA-CATEGORIA
           END-IF.

      *CUSTO UNITARIO DO PRODUTO DO BUFFER: O DO CATALOGO OU, NO
      *KIT, A SOMA DO CUSTO DE CADA COMPONENTE PELA QUANTIDADE
      *POR KIT (O CUSTO INVENTADO DO PAI NAO VALE); COMPONENTE
      *SEM CUSTO DEIXA O KIT SEM CUSTO; O PAI VOLTA AO BUFFER
       2150-CUSTO-DO-PRODUTO.
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
                   PERFORM 2160-SOMAR-COMPONENTE
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

       2160-SOMAR-COMPONENTE.
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

       2200-SOMAR-NA-CATEGORIA.
           MOVE ZEROS TO WRK-CAT-ACHADA.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
           CLOSE ITENS.
           CLOSE PEDIDOS.
           CLOSE PRODUTOS.
           IF KITS-ABERTO
               CLOSE KITS
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'RANKING DE PRODUTOS - TOTAIS'.
           DISPLAY 'ITENS LIDOS........: ' WRK-TOTAL-ITENS.

       4100-LINHA-PRODUTO.
           MOVE WRK-TP-RECEITA (WRK-PROD-IDX) TO WRK-ED-RECEITA.
           MOVE WRK-TP-CUSTO (WRK-PROD-IDX) TO WRK-ED-CUSTO.
           IF WRK-TP-KIT (WRK-PROD-IDX) = 'S'
               MOVE ' KIT' TO WRK-ED-KIT
           ELSE
               MOVE SPACES TO WRK-ED-KIT
           END-IF.
           MOVE SPACES TO REPORT-LINHA.
           STRING WRK-PROD-IDX ' '
                   WRK-TP-CODIGO (WRK-PROD-IDX) ' '
                   ' CAT ' WRK-TP-CATEGORIA (WRK-PROD-IDX)
                   ' QTDE ' WRK-TP-QTDE (WRK-PROD-IDX)
                   ' RECEITA ' WRK-ED-RECEITA
                   ' CUSTO UNIT ' WRK-ED-CUSTO
                   WRK-ED-KIT
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

