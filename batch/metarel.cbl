      *    PERCENTUAL ALCANCADO
      *  - TOTAL POR FILIAL CONTRA A META DA FILIAL (REGISTRO DE
      *    META COM OPERADOR EM BRANCO)
      *O MES DE REFERENCIA E O MES DA DATA DE EXECUCAO; OS PEDIDOS
      *DO MES SAO LIDOS PELO INDICE POR DATA (PEDIDX.DAT), E SO SEM
      *ELE O ARQUIVO INTEIRO E VARRIDO
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
           SELECT METAS ASSIGN TO 'METAS.DAT'
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

      *MESMO LAYOUT DO ARQUIVO DE METAS DO CADASTRO ONLINE
       FD METAS.
       01 META-REG.
      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *SEM O INDICE POR DATA (AINDA NAO CRIADO PELO IDXPED) O
      *PERIODO E FILTRADO NA VARREDURA DO ARQUIVO INTEIRO
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
       77 META-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-MES-EXAME PIC 9(06).
           05 FILLER PIC 9(02).
      *PRIMEIRO E ULTIMO DIA POSSIVEL DO MES, PARA O INDICE
       77 WRK-INICIO-MES PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-MES PIC 9(08) VALUE ZEROS.

      *ACUMULADO DO MES POR FILIAL+OPERADOR (ATE 100 PARES) E
      *TOTAL POR FILIAL (ATE 20 FILIAIS)
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF INDICE-ABERTO
               PERFORM 2050-ACUMULAR-DO-INDICE
           ELSE
               PERFORM 2000-ACUMULAR UNTIL PEDIDOS-STATUS = 10
           END-IF.
           PERFORM 3000-ORDENAR-RANKING.
           PERFORM 4000-IMPRIMIR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT METAS.
           OPEN INPUT PEDIDOS-INDICE.
           IF PDX-STATUS = ZEROS
               SET INDICE-ABERTO TO TRUE
           ELSE
               DISPLAY 'METAREL: SEM O INDICE PEDIDX.DAT - VARRENDO '
                       'OS PEDIDOS'
           END-IF.
           COMPUTE WRK-INICIO-MES = (WRK-MES-REF * 100) + 1.
           COMPUTE WRK-FIM-MES = (WRK-MES-REF * 100) + 31.
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

      *ACUMULA O PEDIDO DO MES NO PAR FILIAL+OPERADOR E NO TOTAL
      *DA FILIAL; PEDIDO SEM CARIMBO (ANTERIOR AO OPERADOR) FICA
      *DE FORA, COMO NO FECDIA
       2000-ACUMULAR.
           PERFORM 2010-SOMAR-PEDIDO.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

       2010-SOMAR-PEDIDO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE PEDIDOS-DATA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME = WRK-MES-REF
               ADD PEDIDOS-VALOR TO
                       WRK-FIL-VALOR (WRK-FIL-ACHADA)
           END-IF.

      *PELO INDICE POR DATA DO PEDIDO: POSICIONA NO DIA 1 DO MES
      *DE REFERENCIA E PARA NO ULTIMO DIA DELE
       2050-ACUMULAR-DO-INDICE.
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
                       PERFORM 2010-SOMAR-PEDIDO
               END-READ
               READ PEDIDOS-INDICE NEXT
                   AT END
                       MOVE 10 TO PDX-STATUS
               END-READ
           END-PERFORM.

       2100-ACHAR-PAR.
           MOVE ZEROS TO WRK-PAR-ACHADO.
               UNTIL WRK-FIL-IDX > WRK-TOTAL-FILIAIS.
           CLOSE METAS-REPORT.
           CLOSE PEDIDOS.
           IF INDICE-ABERTO
               CLOSE PEDIDOS-INDICE
           END-IF.
           CLOSE METAS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'METAS DE VENDA - TOTAIS'.
