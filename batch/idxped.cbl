       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXPED.
      **********************************
      *OBJ: RECRIACAO DO INDICE DE PEDIDOS POR DATA (PEDIDX.DAT)
      *ROTINA DE MANUTENCAO, RODADA SOB DEMANDA FORA DO HORARIO
      *ROTINA AVULSA RODADA NA MAO: DE PROPOSITO FICA FORA DO
      *REGISTRO CENTRAL DE JOBS (JOBCTL), QUE E DOS JOBS DA
      *CADEIA REGULAR
      *O PEDIDOS.DAT SO TEM A CHAVE TELEFONE+NUMERO; O PEDIDX.DAT
      *GUARDA, PARA CADA PEDIDO, A DATA DE LANCAMENTO E A DATA DO
      *PEDIDO COM A FILIAL, COMO CHAVES ALTERNATIVAS, PARA OS
      *LOTES DE PERIODO (FECDIA, KPIDIA, METAREL E CONTEXP)
      *POSICIONAREM DIRETO NO INTERVALO
      *DEPOIS DE CRIADO, O INDICE E MANTIDO EM TODA GRAVACAO DE
      *PEDIDO DA TELA, DO IMPPED, DO CTRPED, DO LOJAWEB, DO MRGCLI
      *E DO ARQPED; ESTA ROTINA SO E PRECISA NA PRIMEIRA VEZ OU
      *QUANDO O FINCHK APONTAR DIVERGENCIA ENTRE O INDICE E OS
      *PEDIDOS (O REORPED TAMBEM O RECRIA AO FIM DA RECONSTRUCAO)
      *O INDICE E SO DERIVADO DOS PEDIDOS, ENTAO RECRIA-LO NAO
      *PERDE NADA E DISPENSA A PALAVRA DE CONFIRMACAO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *INDICE DOS PEDIDOS POR DATA DE LANCAMENTO E POR DATA DO
      *PEDIDO, CADA UMA COM A FILIAL
           SELECT PEDIDOS-INDICE ASSIGN TO 'PEDIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDX-CHAVE
               ALTERNATE RECORD KEY IS PDX-LANC WITH DUPLICATES
               ALTERNATE RECORD KEY IS PDX-EMISSAO WITH DUPLICATES
               FILE STATUS IS PDX-STATUS.

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
           05 PEDIDOS-SITUACAO PIC X(01).
           05 PEDIDOS-LANCAMENTO.
               10 PEDIDOS-OPERADOR PIC X(09).
               10 PEDIDOS-DATA-LANC PIC 9(08).
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

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DA RECRIACAO
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-INDEXADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           DISPLAY 'IDXPED: RECRIANDO O INDICE DE PEDIDOS POR DATA'.
           PERFORM 1000-RECRIAR-INDICE.
           PERFORM 2000-FINALIZAR.
           STOP RUN.

      *O OPEN OUTPUT APAGA O INDICE ANTIGO; SEM PEDIDOS.DAT O
      *INDICE FICA CRIADO VAZIO, O QUE TAMBEM BATE COM O ARQUIVO
       1000-RECRIAR-INDICE.
           OPEN OUTPUT PEDIDOS-INDICE.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = ZEROS
               DISPLAY 'IDXPED: SEM PEDIDOS.DAT - INDICE CRIADO '
                       'VAZIO'
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PEDIDOS-STATUS = 10
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE PEDIDOS-FONE TO PDX-FONE
               MOVE PEDIDOS-NUMERO TO PDX-NUMERO
               MOVE PEDIDOS-DATA-LANC TO PDX-DATA-LANC
               MOVE PEDIDOS-FILIAL TO PDX-FILIAL-LANC
               MOVE PEDIDOS-DATA TO PDX-DATA
               MOVE PEDIDOS-FILIAL TO PDX-FILIAL
               WRITE PDX-REG
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-REJEITADOS
                       DISPLAY 'IDXPED: PEDIDO REJEITADO NO INDICE '
                               PDX-FONE '/' PDX-NUMERO
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-INDEXADOS
               END-WRITE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.
           CLOSE PEDIDOS-INDICE.

       2000-FINALIZAR.
           DISPLAY '---------------------------------------'.
           DISPLAY 'RECRIACAO DO INDICE POR DATA - TOTAIS'.
           DISPLAY 'PEDIDOS LIDOS.....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'INDEXADOS.........: ' WRK-TOTAL-INDEXADOS.
           DISPLAY 'REJEITADOS........: ' WRK-TOTAL-REJEITADOS.
           DISPLAY '---------------------------------------'.

       END PROGRAM IDXPED.
