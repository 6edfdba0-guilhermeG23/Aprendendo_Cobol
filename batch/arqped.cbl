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
      *ARQUIVO HISTORICO, UMA LINHA POR PEDIDO ARQUIVADO, COM A
      *MESMA LARGURA TOTAL DA PEDIDOS-REG
      *(9+6+8+9+40+1+9+8+8+2 = 100)
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

       FD PEDIDOS-HISTORICO.
       01 HISTORICO-LINHA PIC X(100).

      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *O INDICE POR DATA SO EXISTE DEPOIS DO PRIMEIRO IDXPED (OU
      *REORPED); SEM ELE NAO HA O QUE MANTER
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
       77 HISTORICO-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDARQ-STATUS PIC 9(02) VALUE ZEROS.
       77 CONFIG-STATUS PIC 9(02) VALUE ZEROS.
           COMPUTE WRK-DATA-CORTE =
                   (WRK-CORTE-ANO * 10000) + WRK-HOJE-MES-DIA.
           OPEN I-O PEDIDOS.
           OPEN I-O PEDIDOS-INDICE.
           IF PDX-STATUS = ZEROS
               SET INDICE-ABERTO TO TRUE
           END-IF.
      *O HISTORICO E ACUMULATIVO: CADA RODADA ACRESCENTA NO FINAL
           OPEN EXTEND PEDIDOS-HISTORICO.
           IF HISTORICO-STATUS = 35 THEN
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-ARQUIVADOS
                   ADD PEDIDOS-VALOR TO WRK-VALOR-ARQUIVADO
                   PERFORM 2105-DESINDEXAR-PEDIDO
           END-DELETE.

      *TIRA DO INDICE POR DATA O PEDIDO RECEM ARQUIVADO
       2105-DESINDEXAR-PEDIDO.
           IF INDICE-ABERTO
               MOVE PEDIDOS-FONE TO PDX-FONE
               MOVE PEDIDOS-NUMERO TO PDX-NUMERO
               DELETE PEDIDOS-INDICE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      *TRANSPORTA OS ITENS DO PEDIDO EM ARQUIVAMENTO, UM A UM; O
      *POSICIONAMENTO E REFEITO A CADA ITEM POIS O PROPRIO
      *TRANSPORTE APAGA NO ARQUIVO
           DISPLAY 'VALOR ARQUIVADO....: ' WRK-VALOR-ARQUIVADO.
           DISPLAY '---------------------------------------'.
           CLOSE PEDIDOS.
           IF INDICE-ABERTO
               CLOSE PEDIDOS-INDICE
           END-IF.
           CLOSE PEDIDOS-HISTORICO.
           CLOSE ITENS.
           CLOSE RECEBIMENTOS.
