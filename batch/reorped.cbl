      *GUARDA TUDO QUE FOI GRAVADO DEPOIS DA COPIA - INCLUSAO,
      *ALTERACAO E EXCLUSAO, NA ORDEM EM QUE ACONTECERAM
      *PASSO 3: REGRAVA O REGISTRO DE CONTROLE (PEDCTL.DAT), QUE
      *MUDOU JUNTO COM OS ARQUIVOS, E NA MESMA LEITURA DOS PEDIDOS
      *RECRIA O INDICE POR DATA (PEDIDX.DAT), COMO O IDXPED
      *COMO OS ARQUIVOS SAO REESCRITOS POR INTEIRO, EXIGE A
      *PALAVRA RECONSTRUIR DIGITADA NO CONSOLE, COMO O REORCLI
      **********************************
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDCTL-STATUS.
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

       DATA DIVISION.

           05 PCTL-DATA PIC 9(08).
           05 PCTL-HORA PIC 9(08).

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

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEBBAK-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDJRN-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DA RECONSTRUCAO
       77 WRK-TOTAL-PED-BAK PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ITEM-BAK PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RECEB-BAK PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-JORNAL PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-INDICE PIC 9(06) VALUE ZEROS.
      *ACUMULADORES PARA O REGISTRO DE CONTROLE NOVO
       77 WRK-FCTL-QTD-PED PIC 9(06) VALUE ZEROS.
       77 WRK-FCTL-SOMA-PED PIC 9(13)V99 VALUE ZEROS.
           END-IF.

      *RECONTA OS TRES ARQUIVOS RECONSTRUIDOS E REGRAVA O
      *REGISTRO DE CONTROLE QUE A PROXIMA SESSAO VAI CONFERIR; O
      *INDICE POR DATA E RECRIADO DO ZERO NA PASSADA DOS PEDIDOS
       3000-GRAVAR-CONTROLE.
           OPEN INPUT PEDIDOS.
           OPEN OUTPUT PEDIDOS-INDICE.
           MOVE LOW-VALUES TO PEDIDOS-CHAVE.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
           PERFORM UNTIL PEDIDOS-STATUS = 10
               ADD 1 TO WRK-FCTL-QTD-PED
               ADD PEDIDOS-VALOR TO WRK-FCTL-SOMA-PED
               PERFORM 3100-INDEXAR-PEDIDO
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS-INDICE.
           CLOSE PEDIDOS.
           MOVE ZEROS TO PEDIDOS-STATUS.
           OPEN INPUT ITENS.
           WRITE PEDCTL-REG.
           CLOSE PED-CONTROLE.

       3100-INDEXAR-PEDIDO.
           MOVE PEDIDOS-FONE TO PDX-FONE.
           MOVE PEDIDOS-NUMERO TO PDX-NUMERO.
           MOVE PEDIDOS-DATA-LANC TO PDX-DATA-LANC.
           MOVE PEDIDOS-FILIAL TO PDX-FILIAL-LANC.
           MOVE PEDIDOS-DATA TO PDX-DATA.
           MOVE PEDIDOS-FILIAL TO PDX-FILIAL.
           WRITE PDX-REG
               INVALID KEY
                   DISPLAY 'REORPED: PEDIDO DUPLICADO NO INDICE '
                           PDX-FONE '/' PDX-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-INDICE
           END-WRITE.

       4000-FINALIZAR.
           DISPLAY '---------------------------------------'.
           DISPLAY 'RECONSTRUCAO DOS FINANCEIROS - TOTAIS'.
           DISPLAY 'PEDIDOS FINAIS.....: ' WRK-FCTL-QTD-PED.
           DISPLAY 'ITENS FINAIS.......: ' WRK-FCTL-QTD-ITEM.
           DISPLAY 'RECEB. FINAIS......: ' WRK-FCTL-QTD-RECEB.
           DISPLAY 'INDICE POR DATA....: ' WRK-TOTAL-INDICE.
           DISPLAY '---------------------------------------'.

       END PROGRAM REORPED.
