       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALEMES.
      **********************************
      *OBJ: RELATORIO MENSAL DOS VALES-PRESENTE PARA O CONTADOR
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PRIMEIRO VENCE OS VALES: VALE AINDA ATIVO COM VALIDADE
      *ANTERIOR A HOJE PASSA A V (VENCIDO) E O SALDO QUE SOBROU
      *NELE GANHA UM MOVIMENTO X NO VALEMOV.DAT; DE PASSAGEM SOMA
      *O SALDO DOS VALES QUE CONTINUAM ATIVOS, QUE E O PASSIVO EM
      *ABERTO (O DINHEIRO JA ENTROU NA VENDA E A MERCADORIA AINDA
      *NAO SAIU)
      *DEPOIS LISTA O MOVIMENTO DO MES EM VALEMES.TXT: VALES
      *VENDIDOS (V), RESGATADOS NO RECEBIMENTO (R) E VENCIDOS
      *SEM USO (X, COM O SALDO QUE O CONTADOR BAIXA DO PASSIVO),
      *FECHANDO COM O PASSIVO EM ABERTO
      *RODAR DE NOVO NO MESMO MES REFAZ O RELATORIO SEM VENCER O
      *MESMO VALE DUAS VEZES (O VENCIDO NAO E MAIS ATIVO)
      *O MES DE REFERENCIA E O DA DATA DE EXECUCAO; RODA NO ULTIMO
      *DIA UTIL DO MES, JUNTO COM O PDDMES
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALES ASSIGN TO 'VALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VALE-NUMERO
               FILE STATUS IS VALE-STATUS.
           SELECT VALES-MOV ASSIGN TO 'VALEMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VMOV-STATUS.
           SELECT VALE-REPORT ASSIGN TO 'VALEMES.TXT'
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
      *MESMO LAYOUT DOS VALES-PRESENTE DO CADASTRO ONLINE
       FD VALES.
       01 VALE-REG.
           05 VALE-NUMERO PIC 9(08).
           05 VALE-NUMERO-R REDEFINES VALE-NUMERO.
               10 VALE-BASE PIC 9(07).
               10 VALE-DV PIC 9(01).
           05 VALE-DATA-VENDA PIC 9(08).
           05 VALE-VALIDADE PIC 9(08).
           05 VALE-VALOR PIC 9(07)V99.
           05 VALE-SALDO PIC 9(07)V99.
           05 VALE-SITUACAO PIC X(01).
               88 VALE-ATIVO VALUE 'A'.
               88 VALE-USADO VALUE 'U'.
               88 VALE-VENCIDO VALUE 'V'.
           05 VALE-FONE PIC 9(09).
           05 VALE-PEDIDO PIC 9(06).
           05 VALE-ULTIMO-USO PIC 9(08).
           05 VALE-OPERADOR PIC X(09).

      *MESMO LAYOUT DO MOVIMENTO DE VALES DO CADASTRO ONLINE
       FD VALES-MOV.
       01 VMOV-REG.
           05 VMOV-TIPO PIC X(01).
               88 VMOV-VENDA VALUE 'V'.
               88 VMOV-RESGATE VALUE 'R'.
               88 VMOV-VENCIMENTO VALUE 'X'.
           05 VMOV-NUMERO PIC 9(08).
           05 VMOV-DATA PIC 9(08).
           05 VMOV-VALOR PIC 9(07)V99.
           05 VMOV-SALDO PIC 9(07)V99.
           05 VMOV-FONE PIC 9(09).
           05 VMOV-PEDIDO PIC 9(06).
           05 VMOV-RECEB-SEQ PIC 9(03).
           05 VMOV-OPERADOR PIC X(09).

       FD VALE-REPORT.
       01 VALE-LINHA PIC X(80).

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
       77 VALE-STATUS PIC 9(02) VALUE ZEROS.
       77 VMOV-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *SEM VALES.DAT NA INSTALACAO NENHUM VALE FOI VENDIDO
       01 WRK-VALES-SITUACAO PIC X(01) VALUE 'N'.
           88 VALES-ABERTO VALUE 'S'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-VALES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-MOVTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-VENCIDOS PIC 9(06) VALUE ZEROS.
      *TOTAIS DO MES POR TIPO DE MOVIMENTO E PASSIVO EM ABERTO
       77 WRK-QTDE-VENDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-VENDIDOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-RESGATES PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-RESGATES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-VENC-MES PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-VENC-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-ATIVOS PIC 9(06) VALUE ZEROS.
       77 WRK-PASSIVO PIC 9(11)V99 VALUE ZEROS.
      *TIPO DE MOVIMENTO DA SECAO EM LISTAGEM
       77 WRK-TIPO-LISTA PIC X(01) VALUE SPACES.
       77 WRK-USO-TXT PIC X(07) VALUE SPACES.

      *DATA DE HOJE E MES DE REFERENCIA
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-M REDEFINES WRK-HOJE.
           05 WRK-MES-REF PIC 9(06).
           05 FILLER PIC 9(02).
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-MES-EXAME PIC 9(06).
           05 FILLER PIC 9(02).

      *CAMPOS DE EDICAO DO RELATORIO
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-SALDO PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-QTDE PIC Z(05)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-VENCER-VALE UNTIL VALE-STATUS = 10.
           CLOSE VALES-MOV.
           OPEN OUTPUT VALE-REPORT.
           MOVE SPACES TO VALE-LINHA.
           STRING 'VALES-PRESENTE - MES ' WRK-MES-REF
                   ' (EMITIDO EM ' WRK-HOJE ')'
               DELIMITED BY SIZE INTO VALE-LINHA.
           WRITE VALE-LINHA.
           MOVE 'V' TO WRK-TIPO-LISTA.
           PERFORM 3000-LISTAR-MOVIMENTO.
           MOVE 'R' TO WRK-TIPO-LISTA.
           PERFORM 3000-LISTAR-MOVIMENTO.
           MOVE 'X' TO WRK-TIPO-LISTA.
           PERFORM 3000-LISTAR-MOVIMENTO.
           PERFORM 4000-IMPRIMIR-PASSIVO.
           CLOSE VALE-REPORT.
           IF VALES-ABERTO
               CLOSE VALES
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'RELATORIO MENSAL DE VALES-PRESENTE'.
           DISPLAY 'MES DE REFERENCIA..: ' WRK-MES-REF.
           DISPLAY 'VALES LIDOS........: ' WRK-TOTAL-VALES.
           DISPLAY 'VENCIDOS HOJE......: ' WRK-TOTAL-VENCIDOS.
           DISPLAY 'VENDIDOS NO MES....: ' WRK-QTDE-VENDIDOS.
           DISPLAY 'RESGATES NO MES....: ' WRK-QTDE-RESGATES.
           DISPLAY 'PASSIVO EM ABERTO..: ' WRK-PASSIVO.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O VALES.
           IF VALE-STATUS = ZEROS
               SET VALES-ABERTO TO TRUE
               READ VALES NEXT
                   AT END
                       MOVE 10 TO VALE-STATUS
               END-READ
           ELSE
               MOVE 10 TO VALE-STATUS
           END-IF.
      *O MOVIMENTO NASCE NA PRIMEIRA VENDA DE VALE; AQUI ELE SO
      *RECEBE OS VENCIMENTOS DESTA RODADA
           OPEN EXTEND VALES-MOV.
           IF VMOV-STATUS = 35 THEN
               OPEN OUTPUT VALES-MOV
               CLOSE VALES-MOV
               OPEN EXTEND VALES-MOV
           END-IF.

      *VALE ATIVO FORA DA VALIDADE VENCE COM O SALDO QUE TINHA;
      *O QUE CONTINUA ATIVO SOMA NO PASSIVO EM ABERTO
       2000-VENCER-VALE.
           ADD 1 TO WRK-TOTAL-VALES.
           IF VALE-ATIVO
               IF VALE-VALIDADE < WRK-HOJE
                   SET VALE-VENCIDO TO TRUE
                   REWRITE VALE-REG
                       INVALID KEY
                           DISPLAY 'FALHA AO VENCER O VALE '
                                   VALE-NUMERO
                       NOT INVALID KEY
                           PERFORM 2100-GRAVAR-VENCIMENTO
                   END-REWRITE
               ELSE
                   ADD 1 TO WRK-QTDE-ATIVOS
                   ADD VALE-SALDO TO WRK-PASSIVO
               END-IF
           END-IF.
           READ VALES NEXT
               AT END
                   MOVE 10 TO VALE-STATUS
           END-READ.

       2100-GRAVAR-VENCIMENTO.
           MOVE 'X' TO VMOV-TIPO.
           MOVE VALE-NUMERO TO VMOV-NUMERO.
           MOVE WRK-HOJE TO VMOV-DATA.
           MOVE VALE-SALDO TO VMOV-VALOR.
           MOVE ZEROS TO VMOV-SALDO.
           MOVE VALE-FONE TO VMOV-FONE.
           MOVE VALE-PEDIDO TO VMOV-PEDIDO.
           MOVE ZEROS TO VMOV-RECEB-SEQ.
           MOVE 'VALEMES' TO VMOV-OPERADOR.
           WRITE VMOV-REG.
           ADD 1 TO WRK-TOTAL-VENCIDOS.

      *UMA SECAO DO RELATORIO: LE O MOVIMENTO INTEIRO E LISTA SO
      *OS REGISTROS DO MES DO TIPO PEDIDO, COM O TOTAL NO FIM
       3000-LISTAR-MOVIMENTO.
           MOVE ALL '-' TO VALE-LINHA.
           WRITE VALE-LINHA.
           EVALUATE WRK-TIPO-LISTA
               WHEN 'V'
                   MOVE 'VALES VENDIDOS NO MES' TO VALE-LINHA
                   WRITE VALE-LINHA
                   MOVE '  VALE      VENDA             VALOR  COMPRADOR'
                       TO VALE-LINHA
               WHEN 'R'
                   MOVE 'VALES RESGATADOS NO MES (RECEBIMENTO FORMA V)'
                       TO VALE-LINHA
                   WRITE VALE-LINHA
                   MOVE '  VALE      USO               VALOR    SALDO'
                     & ' RESTANTE  CLIENTE/PEDIDO' TO VALE-LINHA
               WHEN 'X'
                   MOVE 'VALES VENCIDOS NO MES COM SALDO (BAIXAR DO'
                     & ' PASSIVO)' TO VALE-LINHA
                   WRITE VALE-LINHA
                   MOVE '  VALE      VENCIMENTO  SALDO VENCIDO  USO   '
                     & '   COMPRADOR' TO VALE-LINHA
           END-EVALUATE.
           WRITE VALE-LINHA.
           OPEN INPUT VALES-MOV.
           IF VMOV-STATUS = ZEROS
               READ VALES-MOV
                   AT END
                       MOVE 10 TO VMOV-STATUS
               END-READ
           ELSE
               MOVE 10 TO VMOV-STATUS
           END-IF.
           PERFORM 3100-EXAMINAR-MOVIMENTO UNTIL VMOV-STATUS = 10.
           CLOSE VALES-MOV.
           MOVE SPACES TO VALE-LINHA.
           EVALUATE WRK-TIPO-LISTA
               WHEN 'V'
                   MOVE WRK-QTDE-VENDIDOS TO WRK-ED-QTDE
                   MOVE WRK-VALOR-VENDIDOS TO WRK-ED-VALOR
               WHEN 'R'
                   MOVE WRK-QTDE-RESGATES TO WRK-ED-QTDE
                   MOVE WRK-VALOR-RESGATES TO WRK-ED-VALOR
               WHEN 'X'
                   MOVE WRK-QTDE-VENC-MES TO WRK-ED-QTDE
                   MOVE WRK-VALOR-VENC-MES TO WRK-ED-VALOR
           END-EVALUATE.
           STRING 'TOTAL: ' WRK-ED-QTDE ' MOVIMENTOS, VALOR '
                   WRK-ED-VALOR
               DELIMITED BY SIZE INTO VALE-LINHA.
           WRITE VALE-LINHA.

       3100-EXAMINAR-MOVIMENTO.
           ADD 1 TO WRK-TOTAL-MOVTOS.
           MOVE VMOV-DATA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME = WRK-MES-REF
                   AND VMOV-TIPO = WRK-TIPO-LISTA
               PERFORM 3200-LISTAR-LINHA
           END-IF.
           READ VALES-MOV
               AT END
                   MOVE 10 TO VMOV-STATUS
           END-READ.

       3200-LISTAR-LINHA.
           MOVE VMOV-VALOR TO WRK-ED-VALOR.
           MOVE VMOV-SALDO TO WRK-ED-SALDO.
           MOVE SPACES TO VALE-LINHA.
           EVALUATE TRUE
               WHEN VMOV-VENDA
                   ADD 1 TO WRK-QTDE-VENDIDOS
                   ADD VMOV-VALOR TO WRK-VALOR-VENDIDOS
                   STRING '  ' VMOV-NUMERO '  ' VMOV-DATA '  '
                           WRK-ED-VALOR '  ' VMOV-FONE
                       DELIMITED BY SIZE INTO VALE-LINHA
               WHEN VMOV-RESGATE
                   ADD 1 TO WRK-QTDE-RESGATES
                   ADD VMOV-VALOR TO WRK-VALOR-RESGATES
                   STRING '  ' VMOV-NUMERO '  ' VMOV-DATA '  '
                           WRK-ED-VALOR '  ' WRK-ED-SALDO '  '
                           VMOV-FONE '/' VMOV-PEDIDO
                       DELIMITED BY SIZE INTO VALE-LINHA
               WHEN VMOV-VENCIMENTO
                   ADD 1 TO WRK-QTDE-VENC-MES
                   ADD VMOV-VALOR TO WRK-VALOR-VENC-MES
                   PERFORM 3300-APURAR-USO
                   STRING '  ' VMOV-NUMERO '  ' VMOV-DATA '  '
                           WRK-ED-VALOR '  ' WRK-USO-TXT '  '
                           VMOV-FONE
                       DELIMITED BY SIZE INTO VALE-LINHA
           END-EVALUATE.
           WRITE VALE-LINHA.

      *VALE QUE VENCEU COM O SALDO DO TAMANHO DO VALOR DE FACE
      *NUNCA FOI USADO; COM MENOS, FOI USADO EM PARTE
       3300-APURAR-USO.
           MOVE 'PARCIAL' TO WRK-USO-TXT.
           IF VALES-ABERTO
               MOVE VMOV-NUMERO TO VALE-NUMERO
               READ VALES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VALE-VALOR = VMOV-VALOR
                           MOVE 'NENHUM' TO WRK-USO-TXT
                       END-IF
               END-READ
           END-IF.

      *FECHAMENTO DO RELATORIO: O PASSIVO QUE O CONTADOR MANTEM
      *REGISTRADO E O SALDO DOS VALES AINDA ATIVOS
       4000-IMPRIMIR-PASSIVO.
           MOVE ALL '-' TO VALE-LINHA.
           WRITE VALE-LINHA.
           MOVE WRK-QTDE-ATIVOS TO WRK-ED-QTDE.
           MOVE WRK-PASSIVO TO WRK-ED-VALOR.
           MOVE SPACES TO VALE-LINHA.
           STRING 'PASSIVO EM ABERTO: ' WRK-ED-QTDE
                   ' VALES ATIVOS, SALDO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO VALE-LINHA.
           WRITE VALE-LINHA.

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
           MOVE 'VALEMES' TO JOB-NOME.
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
           MOVE WRK-TOTAL-VALES TO JOB-LIDOS.
           MOVE WRK-TOTAL-VENCIDOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM VALEMES.
