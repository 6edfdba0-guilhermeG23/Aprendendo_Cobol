       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACOVENC.
      **********************************
      *OBJ: VIGILANCIA DOS ACORDOS DE RENEGOCIACAO EM ATRASO
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PERCORRE OS ACORDOS ATIVOS (ACORDOS.DAT, GRAVADOS PELA
      *OPCAO AR DO CADASTRO ONLINE) E MEDE O MAIOR ATRASO ENTRE AS
      *PARCELAS DO ACORDO AINDA EM ABERTO (ACOPARC.DAT), EM BASE
      *COMERCIAL 30/360:
      *  - ATRASO ATE O LIMITE DO FINCFG.DAT (DIAS DE TOLERANCIA
      *    DO ACORDO, PADRAO 30): O ACORDO SEGUE VALENDO E SO SAI
      *    NA LISTA DE ACORDOS EM ATRASO
      *  - ATRASO ACIMA DO LIMITE: O ACORDO CAI; AS PARCELAS
      *    ORIGINAIS RENEGOCIADAS VOLTAM PARA A AGENDA (ABERTAS,
      *    OU QUITADAS SE O QUE FOI PAGO NO ACORDO JA AS COBRIU) E
      *    O ULTIMO NIVEL DE COBRANCA DOS PEDIDOS DE ORIGEM E
      *    APAGADO DO COBRNIV.DAT, PARA O COBRANCA VOLTAR A MANDAR
      *    A CARTA DO NIVEL EM QUE A DIVIDA ORIGINAL ESTA
      *A LISTA SAI EM ACOVENC.TXT
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIN-CONFIG ASSIGN TO 'FINCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINCFG-STATUS.
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
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS PARC-STATUS.
      *ULTIMO NIVEL DE COBRANCA ENVIADO POR PEDIDO (VIDE COBRANCA)
           SELECT COBRANCA-NIVEIS ASSIGN TO 'COBRNIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIV-CHAVE
               FILE STATUS IS NIV-STATUS.
           SELECT ACO-REPORT ASSIGN TO 'ACOVENC.TXT'
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
      *MESMO LAYOUT DA CONFIGURACAO FINANCEIRA DO CADASTRO
      *ONLINE; AQUI SO INTERESSAM OS DIAS DE TOLERANCIA DO ACORDO
       FD FIN-CONFIG.
       01 FINCFG-REG.
           05 FINCFG-MULTA-PCT PIC 9(02)V99.
           05 FINCFG-JUROS-PCT PIC 9(02)V99.
           05 FINCFG-DESC-MAX PIC 9(02).
           05 FINCFG-REAJUSTE-PCT PIC 9(02)V99.
           05 FINCFG-TETO-LIMITE PIC 9(07)V99.
           05 FINCFG-RES-DIAS PIC 9(03).
           05 FINCFG-FRETE-PISO PIC 9(07)V99.
           05 FINCFG-ACO-DESC-MAX PIC 9(03).
           05 FINCFG-ACO-DIAS PIC 9(03).

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

      *MESMO LAYOUT DA AGENDA DE PARCELAS DO CADASTRO ONLINE
       FD PARCELAS.
       01 PARC-REG.
           05 PARC-CHAVE.
               10 PARC-FONE PIC 9(09).
               10 PARC-PEDIDO PIC 9(06).
               10 PARC-PARCELA PIC 9(03).
           05 PARC-VENCIMENTO PIC 9(08).
           05 PARC-VALOR PIC 9(07)V99.
           05 PARC-RECEBIDO PIC 9(07)V99.
           05 PARC-SITUACAO PIC X(01).
               88 PARC-ABERTA VALUE 'A'.
               88 PARC-QUITADA VALUE 'Q'.
               88 PARC-RENEGOCIADA VALUE 'N'.

      *MESMO LAYOUT DO ULTIMO NIVEL DE COBRANCA DO COBRANCA
       FD COBRANCA-NIVEIS.
       01 NIV-REG.
           05 NIV-CHAVE.
               10 NIV-FONE PIC 9(09).
               10 NIV-PEDIDO PIC 9(06).
           05 NIV-NIVEL PIC 9(01).
           05 NIV-DATA-ENVIO PIC 9(08).

       FD ACO-REPORT.
       01 REPORT-LINHA PIC X(130).

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
       77 FINCFG-STATUS PIC 9(02) VALUE ZEROS.
       77 ACO-STATUS PIC 9(02) VALUE ZEROS.
       77 AP-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 NIV-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-ACORDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ATIVOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ATRASADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CAIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DEVOLVIDAS PIC 9(06) VALUE ZEROS.

      *DIAS DE ATRASO TOLERADOS ANTES DE O ACORDO CAIR; O PADRAO
      *VALE QUANDO O FINCFG NAO TEM A COLUNA
       77 WRK-DIAS-TOLERANCIA PIC 9(03) VALUE 30.

      *DATA DE HOJE DECOMPOSTA PARA O CALCULO DO ATRASO
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-BASE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-BASE-R REDEFINES WRK-DATA-BASE.
           05 WRK-BASE-ANO PIC 9(04).
           05 WRK-BASE-MES PIC 9(02).
           05 WRK-BASE-DIA PIC 9(02).
       77 WRK-ATRASO-DIAS PIC S9(07) VALUE ZEROS.
      *MAIOR ATRASO ENTRE AS PARCELAS EM ABERTO DO ACORDO
       77 WRK-ATRASO-ACORDO PIC S9(07) VALUE ZEROS.
      *SALDO EM ABERTO DO ACORDO CORRENTE
       77 WRK-ACO-SALDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ORIG-IDX PIC 9(02) VALUE ZEROS.

       77 WRK-ED-SALDO PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-ATRASO PIC Z(06)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-EXAMINAR-ACORDO UNTIL ACO-STATUS = 10.
           PERFORM 4000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
      *A TOLERANCIA VEM DO FINCFG, QUANDO A COLUNA EXISTE
           OPEN INPUT FIN-CONFIG.
           IF FINCFG-STATUS = ZEROS
               READ FIN-CONFIG
                   NOT AT END
                       IF FINCFG-ACO-DIAS NUMERIC
                               AND FINCFG-ACO-DIAS > ZEROS
                           MOVE FINCFG-ACO-DIAS TO
                                   WRK-DIAS-TOLERANCIA
                       END-IF
               END-READ
               CLOSE FIN-CONFIG
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
           OPEN I-O PARCELAS.
           OPEN I-O COBRANCA-NIVEIS.
           IF NIV-STATUS = 35 THEN
               OPEN OUTPUT COBRANCA-NIVEIS
               CLOSE COBRANCA-NIVEIS
               OPEN I-O COBRANCA-NIVEIS
           END-IF.
           OPEN OUTPUT ACO-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ACORDOS DE RENEGOCIACAO EM ATRASO - ' WRK-HOJE
                   ' - TOLERANCIA ' WRK-DIAS-TOLERANCIA ' DIAS'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF ACO-STATUS NOT = ZEROS
               MOVE 10 TO ACO-STATUS
           ELSE
               READ ACORDOS NEXT
                   AT END
                       MOVE 10 TO ACO-STATUS
               END-READ
           END-IF.

      *SO O ACORDO ATIVO E MEDIDO; QUITADO E CAIDO JA SAIRAM DA
      *VIGILANCIA
       2000-EXAMINAR-ACORDO.
           ADD 1 TO WRK-TOTAL-ACORDOS.
           IF ACO-ATIVO
               ADD 1 TO WRK-TOTAL-ATIVOS
               PERFORM 2100-ATRASO-DO-ACORDO
               EVALUATE TRUE
                   WHEN WRK-ATRASO-ACORDO > WRK-DIAS-TOLERANCIA
                       PERFORM 2200-DERRUBAR-ACORDO
                   WHEN WRK-ATRASO-ACORDO > ZEROS
                       ADD 1 TO WRK-TOTAL-ATRASADOS
                       PERFORM 2400-LINHA-ACORDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           READ ACORDOS NEXT
               AT END
                   MOVE 10 TO ACO-STATUS
           END-READ.

      *MAIOR ATRASO E SALDO ENTRE AS PARCELAS DO ACORDO AINDA EM
      *ABERTO, EM BASE COMERCIAL 30/360
       2100-ATRASO-DO-ACORDO.
           MOVE ZEROS TO WRK-ATRASO-ACORDO.
           MOVE ZEROS TO WRK-ACO-SALDO.
           MOVE ACO-FONE TO AP-FONE.
           MOVE ACO-NUMERO TO AP-ACORDO.
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
           PERFORM UNTIL AP-STATUS NOT = 0
                   OR AP-FONE NOT = ACO-FONE
                   OR AP-ACORDO NOT = ACO-NUMERO
               IF AP-ABERTA
                   COMPUTE WRK-ACO-SALDO = WRK-ACO-SALDO +
                           AP-VALOR - AP-RECEBIDO
                   MOVE AP-VENCIMENTO TO WRK-DATA-BASE
                   COMPUTE WRK-ATRASO-DIAS =
                           ((WRK-HOJE-ANO - WRK-BASE-ANO) * 360) +
                           ((WRK-HOJE-MES - WRK-BASE-MES) * 30) +
                           (WRK-HOJE-DIA - WRK-BASE-DIA)
                   IF WRK-ATRASO-DIAS > WRK-ATRASO-ACORDO
                       MOVE WRK-ATRASO-DIAS TO WRK-ATRASO-ACORDO
                   END-IF
               END-IF
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO AP-STATUS.

      *O ACORDO CAI: A DIVIDA ORIGINAL VOLTA PARA A AGENDA E O
      *ACORDO FICA MARCADO CAIDO COM A DATA DE HOJE
       2200-DERRUBAR-ACORDO.
           PERFORM 2300-DEVOLVER-ORIGEM
               VARYING WRK-ORIG-IDX FROM 1 BY 1
               UNTIL WRK-ORIG-IDX > ACO-QTD-ORIG
                   OR WRK-ORIG-IDX > 20.
           SET ACO-CAIDO TO TRUE.
           MOVE WRK-HOJE TO ACO-DATA-SITUACAO.
           REWRITE ACO-REG
               INVALID KEY
                   MOVE SPACES TO REPORT-LINHA
                   STRING 'FALHA AO GRAVAR O ACORDO ' ACO-FONE '/'
                           ACO-NUMERO
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-CAIDOS
                   PERFORM 2400-LINHA-ACORDO
           END-REWRITE.

      *A PARCELA ORIGINAL AINDA MARCADA RENEGOCIADA VOLTA ABERTA,
      *OU QUITADA SE OS PAGAMENTOS DO ACORDO JA A COBRIRAM; O
      *NIVEL DE COBRANCA DO PEDIDO E ESQUECIDO PARA A CARTA SAIR
      *DE NOVO
       2300-DEVOLVER-ORIGEM.
           MOVE ACO-FONE TO PARC-FONE.
           MOVE ACO-ORIG-PEDIDO (WRK-ORIG-IDX) TO PARC-PEDIDO.
           MOVE ACO-ORIG-PARCELA (WRK-ORIG-IDX) TO PARC-PARCELA.
           READ PARCELAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARC-RENEGOCIADA
                       IF PARC-RECEBIDO NOT < PARC-VALOR
                           SET PARC-QUITADA TO TRUE
                       ELSE
                           SET PARC-ABERTA TO TRUE
                       END-IF
                       REWRITE PARC-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-TOTAL-DEVOLVIDAS
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE ZEROS TO PARC-STATUS.
           MOVE ACO-FONE TO NIV-FONE.
           MOVE ACO-ORIG-PEDIDO (WRK-ORIG-IDX) TO NIV-PEDIDO.
           DELETE COBRANCA-NIVEIS
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE ZEROS TO NIV-STATUS.

      *LINHA DO ACORDO NA LISTA, CAIDO OU SO EM ATRASO
       2400-LINHA-ACORDO.
           MOVE WRK-ACO-SALDO TO WRK-ED-SALDO.
           MOVE WRK-ATRASO-ACORDO TO WRK-ED-ATRASO.
           IF ACO-CAIDO
               MOVE SPACES TO REPORT-LINHA
               STRING 'CAIU      CLIENTE ' ACO-FONE
                       ' ACORDO ' ACO-NUMERO
                       ' SALDO ' WRK-ED-SALDO
                       ' ATRASO ' WRK-ED-ATRASO ' DIAS'
                       ' - DIVIDA ORIGINAL DEVOLVIDA'
                   DELIMITED BY SIZE INTO REPORT-LINHA
           ELSE
               MOVE SPACES TO REPORT-LINHA
               STRING 'EM ATRASO CLIENTE ' ACO-FONE
                       ' ACORDO ' ACO-NUMERO
                       ' SALDO ' WRK-ED-SALDO
                       ' ATRASO ' WRK-ED-ATRASO ' DIAS'
                   DELIMITED BY SIZE INTO REPORT-LINHA
           END-IF.
           WRITE REPORT-LINHA.

       4000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ACORDOS ATIVOS ' WRK-TOTAL-ATIVOS
                   ' EM ATRASO ' WRK-TOTAL-ATRASADOS
                   ' CAIDOS ' WRK-TOTAL-CAIDOS
                   ' PARCELAS DEVOLVIDAS ' WRK-TOTAL-DEVOLVIDAS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE ACO-REPORT.
           CLOSE ACORDOS.
           CLOSE ACORDO-PARCELAS.
           CLOSE PARCELAS.
           CLOSE COBRANCA-NIVEIS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ACORDOS EM ATRASO - TOTAIS'.
           DISPLAY 'ACORDOS LIDOS......: ' WRK-TOTAL-ACORDOS.
           DISPLAY 'ACORDOS ATIVOS.....: ' WRK-TOTAL-ATIVOS.
           DISPLAY 'EM ATRASO..........: ' WRK-TOTAL-ATRASADOS.
           DISPLAY 'CAIDOS.............: ' WRK-TOTAL-CAIDOS.
           DISPLAY 'PARCELAS DEVOLVIDAS: ' WRK-TOTAL-DEVOLVIDAS.
           DISPLAY '---------------------------------------'.

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
           MOVE 'ACOVENC' TO JOB-NOME.
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
           MOVE WRK-TOTAL-ACORDOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-CAIDOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM ACOVENC.
