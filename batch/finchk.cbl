      *  GRAVE - RECEBIMENTOS SOMANDO MAIS QUE O VALOR DO PEDIDO
      *  GRAVE - PEDIDO PAGO COM SALDO AINDA EM ABERTO
      *  GRAVE - RECEBIMENTO APONTANDO PEDIDO QUE NAO EXISTE
      *  GRAVE - PEDIDO FORA DO INDICE POR DATA (PEDIDX.DAT) OU
      *          COM DATA/FILIAL DIFERENTE DELE, E ENTRADA DO
      *          INDICE SEM PEDIDO (CORRIGE-SE RODANDO O IDXPED)
      *  AVISO - ESTORNO SEM CANCELADO CORRESPONDENTE NO MESMO
      *          CLIENTE (E VICE-VERSA, PELO TOTAL DO CLIENTE)
      *O RELATORIO FINCHK.TXT SAI COM A SEVERIDADE DE CADA
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
      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-RECEBS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-GRAVES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-AVISOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-INDICE PIC 9(06) VALUE ZEROS.
      *SEM O INDICE POR DATA (AINDA NAO CRIADO PELO IDXPED) A
      *CONFERENCIA DELE SO DEIXA UM AVISO
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.

      *APURACAO DO PEDIDO CORRENTE
       77 WRK-SOMA-ITENS PIC 9(09)V99 VALUE ZEROS.
               PERFORM 2500-FECHAR-GRUPO
           END-IF.
           PERFORM 3000-CONFERIR-RECEBS.
           IF INDICE-ABERTO
               PERFORM 3500-CONFERIR-INDICE
           END-IF.
           PERFORM 4000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.
           OPEN INPUT ITENS.
           OPEN INPUT RECEBIMENTOS.
           OPEN INPUT DESCONTOS.
           OPEN INPUT PEDIDOS-INDICE.
           IF PDX-STATUS = ZEROS
               SET INDICE-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT FINCHK-REPORT.
           MOVE 'CONFERENCIA CRUZADA DOS ARQUIVOS FINANCEIROS' TO
                               REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF NOT INDICE-ABERTO
               ADD 1 TO WRK-TOTAL-AVISOS
               MOVE SPACES TO REPORT-LINHA
               STRING 'AVISO: SEM O INDICE POR DATA PEDIDX.DAT - '
                       'RODAR O IDXPED'
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
           PERFORM 2100-SOMAR-ITENS.
           PERFORM 2150-DESCONTO-DO-CABECALHO.
           PERFORM 2200-SOMAR-RECEBIMENTOS.
           IF INDICE-ABERTO
               PERFORM 2300-CONFERIR-NO-INDICE
           END-IF.
      *O CABECALHO LEGITIMO E A SOMA DOS ITENS MENOS O DESCONTO
      *DE PEDIDO JA APLICADO (ITEM 000 APROVADO DO DESCPED)
           IF PEDIDO-TEM-ITENS
           END-PERFORM.
           MOVE ZEROS TO RECEB-STATUS.

      *O PEDIDO TEM QUE ESTAR NO INDICE POR DATA COM AS MESMAS
      *DATAS E A MESMA FILIAL DO PEDIDOS.DAT
       2300-CONFERIR-NO-INDICE.
           MOVE PEDIDOS-FONE TO PDX-FONE.
           MOVE PEDIDOS-NUMERO TO PDX-NUMERO.
           READ PEDIDOS-INDICE
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVES
                   MOVE SPACES TO REPORT-LINHA
                   STRING 'GRAVE: PEDIDO ' PEDIDOS-FONE '/'
                           PEDIDOS-NUMERO ' FORA DO INDICE POR DATA'
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
                   END-WRITE
               NOT INVALID KEY
                   IF PDX-DATA-LANC NOT = PEDIDOS-DATA-LANC
                           OR PDX-FILIAL-LANC NOT = PEDIDOS-FILIAL
                           OR PDX-DATA NOT = PEDIDOS-DATA
                           OR PDX-FILIAL NOT = PEDIDOS-FILIAL
                       ADD 1 TO WRK-TOTAL-GRAVES
                       MOVE SPACES TO REPORT-LINHA
                       STRING 'GRAVE: PEDIDO ' PEDIDOS-FONE '/'
                               PEDIDOS-NUMERO ' COM DATA/FILIAL '
                               'DIFERENTE NO INDICE POR DATA'
                           DELIMITED BY SIZE INTO REPORT-LINHA
                       WRITE REPORT-LINHA
                   END-IF
           END-READ.
           MOVE ZEROS TO PDX-STATUS.

      *FECHA O CLIENTE CORRENTE: CADA CANCELADO DEVE TER O SEU
      *ESTORNO DE MESMO VALOR, ENTAO AS CONTAGENS TEM QUE BATER
       2500-FECHAR-GRUPO.
                   MOVE 10 TO RECEB-STATUS
           END-READ.

      *TERCEIRA PASSADA: TODA ENTRADA DO INDICE POR DATA TEM QUE
      *APONTAR PARA UM PEDIDO QUE EXISTE; COM A PRIMEIRA PASSADA,
      *GARANTE QUE INDICE E ARQUIVO TEM OS MESMOS PEDIDOS
       3500-CONFERIR-INDICE.
           MOVE LOW-VALUES TO PDX-CHAVE.
           START PEDIDOS-INDICE KEY IS NOT LESS THAN PDX-CHAVE
               INVALID KEY
                   MOVE 10 TO PDX-STATUS
           END-START.
           IF PDX-STATUS NOT = 10
               READ PEDIDOS-INDICE NEXT
                   AT END
                       MOVE 10 TO PDX-STATUS
               END-READ
           END-IF.
           PERFORM 3600-CONFERIR-UMA-ENTRADA UNTIL PDX-STATUS = 10.
           MOVE ZEROS TO PDX-STATUS.
           IF WRK-TOTAL-INDICE NOT = WRK-TOTAL-PEDIDOS
               ADD 1 TO WRK-TOTAL-GRAVES
               MOVE SPACES TO REPORT-LINHA
               STRING 'GRAVE: INDICE POR DATA COM ' WRK-TOTAL-INDICE
                       ' ENTRADAS PARA ' WRK-TOTAL-PEDIDOS
                       ' PEDIDOS'
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

       3600-CONFERIR-UMA-ENTRADA.
           ADD 1 TO WRK-TOTAL-INDICE.
           MOVE PDX-FONE TO PEDIDOS-FONE.
           MOVE PDX-NUMERO TO PEDIDOS-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVES
                   MOVE SPACES TO REPORT-LINHA
                   STRING 'GRAVE: ENTRADA DO INDICE POR DATA '
                           PDX-FONE '/' PDX-NUMERO
                           ' SEM PEDIDO NO ARQUIVO'
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
           END-READ.
           READ PEDIDOS-INDICE NEXT
               AT END
                   MOVE 10 TO PDX-STATUS
           END-READ.

       4000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE ITENS.
           CLOSE RECEBIMENTOS.
           CLOSE DESCONTOS.
           IF INDICE-ABERTO
               CLOSE PEDIDOS-INDICE
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'CONFERENCIA FINANCEIRA - TOTAIS'.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'RECEBIMENTOS LIDOS.: ' WRK-TOTAL-RECEBS.
           DISPLAY 'INDICE POR DATA....: ' WRK-TOTAL-INDICE.
           DISPLAY 'APONTAMENTOS GRAVES: ' WRK-TOTAL-GRAVES.
           DISPLAY 'AVISOS.............: ' WRK-TOTAL-AVISOS.
           DISPLAY '---------------------------------------'.
