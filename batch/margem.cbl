      *    DIGITADOS NO PRECO UNITARIO
      *ITEM SEM PRODUTO DE CATALOGO (OU PRODUTO SEM CUSTO
      *CADASTRADO) FICA DE FORA DA MARGEM E SO E CONTADO
      *O CUSTO DO KIT (KITS.DAT) E A SOMA DO CUSTO DOS SEUS
      *COMPONENTES, E A LINHA DO KIT SAI MARCADA COMO KIT
      *O ITEM DE FRETE DA ENTREGA (CODIGO 999999) NAO E VENDA DE
      *PRODUTO: FICA FORA DA MARGEM E SAI SO NO TOTAL DE FRETE
      *O MES DE REFERENCIA E O MES DA DATA DE EXECUCAO
      **********************************
       ENVIRONMENT DIVISION.
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
           SELECT MARGEM-REPORT ASSIGN TO 'MARGEM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
               10 ITEM-PEDIDO PIC 9(06).
               10 ITEM-NUMERO PIC 9(03).
           05 ITEM-PROD-CODIGO PIC 9(06).
               88 ITEM-FRETE VALUE 999999.
           05 ITEM-DESCRICAO PIC X(40).
           05 ITEM-QTDE PIC 9(05).
           05 ITEM-PRECO-UNIT PIC 9(07)V99.
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

       FD MARGEM-REPORT.
       01 REPORT-LINHA PIC X(130).
       77 WRK-TOTAL-DO-MES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-CUSTO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ABAIXO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FRETES PIC 9(06) VALUE ZEROS.
       77 WRK-RECEITA-FRETE PIC 9(11)V99 VALUE ZEROS.

      *MES DE REFERENCIA (AAAAMM DA DATA DE EXECUCAO)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
               10 WRK-TP-DESCRICAO PIC X(40).
               10 WRK-TP-RECEITA PIC 9(11)V99.
               10 WRK-TP-CUSTO PIC 9(11)V99.
               10 WRK-TP-KIT PIC X(01).
       77 WRK-TOTAL-CATS PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-CAT.
           05 WRK-TC-ENT OCCURS 50 TIMES.
       77 WRK-ED-MARGEM PIC -9(09).99 VALUE ZEROS.
       77 WRK-ED-PCT PIC -ZZ9.99 VALUE ZEROS.
       77 WRK-ED-PRECO PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-CUSTO-UNIT PIC Z(06)9.99 VALUE ZEROS.
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
           OPEN OUTPUT MARGEM-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'MARGEM SOBRE O CUSTO - MES ' WRK-MES-REF
                   IF WRK-MES-EXAME = WRK-MES-REF
                           AND NOT PED-CANCELADO
                           AND NOT PED-ESTORNO
                       IF ITEM-FRETE
                           ADD 1 TO WRK-TOTAL-FRETES
                           ADD ITEM-TOTAL TO WRK-RECEITA-FRETE
                       ELSE
                           ADD 1 TO WRK-TOTAL-DO-MES
                           PERFORM 2100-MARGEM-DO-ITEM
                       END-IF
                   END-IF
           END-READ.
           READ ITENS NEXT
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-SEM-CUSTO
                   NOT INVALID KEY
                       PERFORM 2150-CUSTO-DO-PRODUTO
                       IF WRK-CUSTO-UNIT = ZEROS
                           ADD 1 TO WRK-TOTAL-SEM-CUSTO
                       ELSE
                           PERFORM 2200-ACUMULAR-MARGEM
               END-READ
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

       2200-ACUMULAR-MARGEM.
           COMPUTE WRK-CUSTO-ITEM = ITEM-QTDE * WRK-CUSTO-UNIT.
      *O PRECO EFETIVO POR UNIDADE (TOTAL LIQUIDO / QUANTIDADE)
      *FLAGRA TANTO O DESCONTO LEGITIMO QUANTO O "DESCONTO"
      *DIGITADO NO PRECO UNITARIO
           COMPUTE WRK-PRECO-EFETIVO ROUNDED =
                   ITEM-TOTAL / ITEM-QTDE.
           IF WRK-PRECO-EFETIVO < WRK-CUSTO-UNIT
               ADD 1 TO WRK-TOTAL-ABAIXO
               MOVE WRK-PRECO-EFETIVO TO WRK-ED-PRECO
               MOVE WRK-CUSTO-UNIT TO WRK-ED-CUSTO-UNIT
               MOVE SPACES TO REPORT-LINHA
               STRING '  PEDIDO ' ITEM-FONE '/' ITEM-PEDIDO
                       ' PROD ' ITEM-PROD-CODIGO
                       ' PRATICADO ' WRK-ED-PRECO
                       ' CUSTO ' WRK-ED-CUSTO-UNIT
                       ' OPER ' PEDIDOS-OPERADOR
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
                       WRK-TP-DESCRICAO (WRK-PROD-ACHADO)
               MOVE ZEROS TO WRK-TP-RECEITA (WRK-PROD-ACHADO)
               MOVE ZEROS TO WRK-TP-CUSTO (WRK-PROD-ACHADO)
               MOVE WRK-KIT-SW TO WRK-TP-KIT (WRK-PROD-ACHADO)
           END-IF.
           IF WRK-PROD-ACHADO NOT = ZEROS
               ADD ITEM-TOTAL TO WRK-TP-RECEITA (WRK-PROD-ACHADO)
           MOVE WRK-MARGEM TO WRK-ED-MARGEM.
           MOVE WRK-PCT TO WRK-ED-PCT.
           MOVE SPACES TO REPORT-LINHA.
           IF WRK-TP-KIT (WRK-PROD-IDX) = 'S'
               MOVE ' KIT' TO WRK-ED-KIT
           ELSE
               MOVE SPACES TO WRK-ED-KIT
           END-IF.
           STRING WRK-TP-CODIGO (WRK-PROD-IDX) ' '
                   WRK-TP-DESCRICAO (WRK-PROD-IDX)
                   ' RECEITA ' WRK-ED-RECEITA
                   ' CUSTO ' WRK-ED-CUSTO
                   ' MARGEM ' WRK-ED-MARGEM
                   ' PCT ' WRK-ED-PCT
                   WRK-ED-KIT
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

                   ' ABAIXO DO CUSTO ' WRK-TOTAL-ABAIXO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-RECEITA-FRETE TO WRK-ED-RECEITA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'FRETES DO MES ' WRK-TOTAL-FRETES
                   ' RECEITA DE FRETE (FORA DA MARGEM) '
                   WRK-ED-RECEITA
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE MARGEM-REPORT.
           CLOSE ITENS.
           CLOSE PEDIDOS.
           CLOSE PRODUTOS.
           IF KITS-ABERTO
               CLOSE KITS
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'MARGEM SOBRE O CUSTO - TOTAIS'.
           DISPLAY 'ITENS LIDOS........: ' WRK-TOTAL-ITENS.
           DISPLAY 'ITENS DO MES.......: ' WRK-TOTAL-DO-MES.
           DISPLAY 'SEM CUSTO/CATALOGO.: ' WRK-TOTAL-SEM-CUSTO.
           DISPLAY 'ABAIXO DO CUSTO....: ' WRK-TOTAL-ABAIXO.
           DISPLAY 'ITENS DE FRETE.....: ' WRK-TOTAL-FRETES.
           DISPLAY '---------------------------------------'.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
