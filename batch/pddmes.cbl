       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDMES.
      **********************************
      *OBJ: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD)
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PERCORRE OS PEDIDOS, ABATE OS RECEBIMENTOS JA LANCADOS E
      *ENFAIXA O SALDO EM ABERTO COMO O AGECLI (ATE 30 / 31-60 /
      *61-90 / MAIS DE 90 DIAS, PELO VENCIMENTO DA PARCELA OU PELA
      *DATA DO PEDIDO SEM AGENDA); SOBRE CADA FAIXA APLICA O
      *PERCENTUAL DE PERDA DO FINCFG.DAT (SEM A COLUNA VALEM OS
      *PADROES DE WORKING) E CHEGA NA PROVISAO NECESSARIA DO MES
      *PEDIDO JA BAIXADO POR PERDA (PERDAS.DAT, BAIXA APROVADA NA
      *FILA AQ DO CADASTRO ONLINE) SAIU DO CONTAS A RECEBER E NAO
      *ENTRA MAIS NA CONTA
      *A PROVISAO DO MES ANTERIOR, MENOS AS BAIXAS POR PERDA DO
      *MES (QUE CONSOMEM A PROVISAO), CONTRA A NECESSARIA DE AGORA
      *DA O AJUSTE: POSITIVO E CONSTITUICAO, NEGATIVO E REVERSAO.
      *O MES FICA GRAVADO EM PROVPDD.DAT, DE ONDE O CONTEXP TIRA
      *AS PARTIDAS PARA O CONTABIL.TXT; RODAR DE NOVO NO MESMO MES
      *REFAZ O REGISTRO DO MES. O DEMONSTRATIVO SAI EM PDDMES.TXT
      *RODA NO ULTIMO DIA UTIL DO MES, ANTES DO CONTEXP
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIN-CONFIG ASSIGN TO 'FINCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINCFG-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS RECEB-STATUS.
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS PARC-STATUS.
      *PEDIDOS BAIXADOS POR PERDA (VIDE FILA AQ DO CADASTRO)
           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CHAVE
               FILE STATUS IS PRD-STATUS.
      *UM REGISTRO POR MES COM A PROVISAO APURADA
           SELECT PROVISOES ASSIGN TO 'PROVPDD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDD-MES-REF
               FILE STATUS IS PDD-STATUS.
           SELECT PDD-REPORT ASSIGN TO 'PDDMES.TXT'
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
      *ONLINE; AQUI SO INTERESSAM OS PERCENTUAIS DA PDD
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
           05 FINCFG-PDD-PCT-30 PIC 9(03)V99.
           05 FINCFG-PDD-PCT-60 PIC 9(03)V99.
           05 FINCFG-PDD-PCT-90 PIC 9(03)V99.
           05 FINCFG-PDD-PCT-MAIS PIC 9(03)V99.

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
               88 PED-ABERTO VALUE 'A'.
               88 PED-FATURADO VALUE 'F'.
               88 PED-PAGO VALUE 'P'.
               88 PED-CANCELADO VALUE 'C'.
               88 PED-ESTORNO VALUE 'E'.
           05 PEDIDOS-LANCAMENTO.
               10 PEDIDOS-OPERADOR PIC X(09).
               10 PEDIDOS-DATA-LANC PIC 9(08).
               10 PEDIDOS-HORA-LANC PIC 9(08).
           05 PEDIDOS-FILIAL PIC 9(02).

      *MESMO LAYOUT DO ARQUIVO DE RECEBIMENTOS DO CADASTRO ONLINE
       FD RECEBIMENTOS.
       01 RECEB-REG.
           05 RECEB-CHAVE.
               10 RECEB-FONE PIC 9(09).
               10 RECEB-PEDIDO PIC 9(06).
               10 RECEB-SEQ PIC 9(03).
           05 RECEB-DATA PIC 9(08).
           05 RECEB-VALOR PIC 9(07)V99.
           05 RECEB-PARCELA PIC 9(03).
           05 RECEB-FORMA PIC X(01).
           05 RECEB-RECIBO PIC 9(06).
           05 RECEB-MULTA PIC 9(05)V99.
           05 RECEB-JUROS PIC 9(05)V99.

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

      *PROVISAO DO MES: SALDO A RECEBER, PERCENTUAL E PROVISAO DE
      *CADA FAIXA (30/60/90/MAIS), PROVISAO DO MES ANTERIOR, BAIXAS
      *POR PERDA DO MES, PROVISAO NECESSARIA E O AJUSTE A LANCAR
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

       FD PDD-REPORT.
       01 PDD-LINHA PIC X(80).

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
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 PRD-STATUS PIC 9(02) VALUE ZEROS.
       77 PDD-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *PERCENTUAIS DE PERDA POR FAIXA; PADROES QUE VALEM QUANDO O
      *FINCFG NAO TEM AS COLUNAS
       01 WRK-PCT-TBL.
           05 FILLER PIC 9(03)V99 VALUE ZEROS.
           05 FILLER PIC 9(03)V99 VALUE 10.
           05 FILLER PIC 9(03)V99 VALUE 50.
           05 FILLER PIC 9(03)V99 VALUE 100.
       01 WRK-PCT-R REDEFINES WRK-PCT-TBL.
           05 WRK-PCT-FAIXA PIC 9(03)V99 OCCURS 4 TIMES.
       01 WRK-TITULOS-TBL.
           05 FILLER PIC X(12) VALUE 'ATE 30 DIAS'.
           05 FILLER PIC X(12) VALUE '31 A 60 DIAS'.
           05 FILLER PIC X(12) VALUE '61 A 90 DIAS'.
           05 FILLER PIC X(12) VALUE 'MAIS DE 90'.
       01 WRK-TITULOS-R REDEFINES WRK-TITULOS-TBL.
           05 WRK-TITULO-FAIXA PIC X(12) OCCURS 4 TIMES.
      *SALDO A RECEBER ACUMULADO EM CADA FAIXA E A PROVISAO DELA
       01 WRK-SALDOS-FAIXA.
           05 WRK-SALDO-FAIXA PIC 9(09)V99 OCCURS 4 TIMES.
       01 WRK-PROVISOES-FAIXA.
           05 WRK-PROV-FAIXA PIC 9(09)V99 OCCURS 4 TIMES.
       77 WRK-FX PIC 9(01) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-BAIXADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SALDO PIC 9(11)V99 VALUE ZEROS.

      *DATA DE HOJE DECOMPOSTA PARA O CALCULO DA IDADE DO SALDO
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-HOJE-M REDEFINES WRK-HOJE.
           05 WRK-MES-REF PIC 9(06).
           05 FILLER PIC 9(02).
       01 WRK-DATA-PED PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PED-R REDEFINES WRK-DATA-PED.
           05 WRK-PED-ANO PIC 9(04).
           05 WRK-PED-MES PIC 9(02).
           05 WRK-PED-DIA PIC 9(02).
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-MES-EXAME PIC 9(06).
           05 FILLER PIC 9(02).
       77 WRK-IDADE-DIAS PIC S9(07) VALUE ZEROS.
      *PARCELAS ACHADAS NA AGENDA DO PEDIDO CORRENTE; ZERO MANDA
      *O PEDIDO PARA O ENVELHECIMENTO PELA DATA DELE
       77 WRK-PARC-ACHADAS PIC 9(03) VALUE ZEROS.

      *SALDO EM ABERTO DO PEDIDO CORRENTE E TETO DA AGENDA (VIDE
      *AGECLI: A AGENDA SOZINHA SUPERESTIMA A DIVIDA)
       77 WRK-PED-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PED-SALDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-TETO PIC S9(09)V99 VALUE ZEROS.

      *PROVISAO DO MES EM MONTAGEM
       77 WRK-PROV-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROV-BAIXAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROV-NOVA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROV-AJUSTE PIC S9(09)V99 VALUE ZEROS.

      *CAMPOS DE EDICAO DO DEMONSTRATIVO
       77 WRK-ED-SALDO PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-PCT PIC ZZ9.99 VALUE ZEROS.
       77 WRK-ED-PROV PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-AJUSTE PIC -(09)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-ENFAIXAR-PEDIDO UNTIL PEDIDOS-STATUS = 10.
           PERFORM 3000-APURAR-PROVISAO.
           PERFORM 4000-GRAVAR-PROVISAO.
           PERFORM 5000-IMPRIMIR.
           CLOSE PEDIDOS.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE PERDAS.
           CLOSE PROVISOES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'PROVISAO PARA DEVEDORES DUVIDOSOS'.
           DISPLAY 'MES DE REFERENCIA..: ' WRK-MES-REF.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'BAIXADOS POR PERDA.: ' WRK-TOTAL-BAIXADOS.
           DISPLAY 'PROVISAO DO MES....: ' WRK-PROV-NOVA.
           DISPLAY 'AJUSTE A LANCAR....: ' WRK-ED-AJUSTE.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-INICIALIZAR.
      *OS PERCENTUAIS VEM DO FINCFG, QUANDO AS COLUNAS EXISTEM
           OPEN INPUT FIN-CONFIG.
           IF FINCFG-STATUS = ZEROS
               READ FIN-CONFIG
                   NOT AT END
                       IF FINCFG-PDD-PCT-30 NUMERIC
                           MOVE FINCFG-PDD-PCT-30 TO WRK-PCT-FAIXA (1)
                       END-IF
                       IF FINCFG-PDD-PCT-60 NUMERIC
                           MOVE FINCFG-PDD-PCT-60 TO WRK-PCT-FAIXA (2)
                       END-IF
                       IF FINCFG-PDD-PCT-90 NUMERIC
                           MOVE FINCFG-PDD-PCT-90 TO WRK-PCT-FAIXA (3)
                       END-IF
                       IF FINCFG-PDD-PCT-MAIS NUMERIC
                           MOVE FINCFG-PDD-PCT-MAIS TO
                                              WRK-PCT-FAIXA (4)
                       END-IF
               END-READ
               CLOSE FIN-CONFIG
           END-IF.
           MOVE ZEROS TO WRK-SALDOS-FAIXA.
           OPEN INPUT PEDIDOS.
           OPEN INPUT RECEBIMENTOS.
      *A AGENDA DE PARCELAS E AS BAIXAS POR PERDA PODEM AINDA NAO
      *EXISTIR NA INSTALACAO
           OPEN INPUT PARCELAS.
           OPEN INPUT PERDAS.
           OPEN I-O PROVISOES.
           IF PDD-STATUS = 35 THEN
               OPEN OUTPUT PROVISOES
               CLOSE PROVISOES
               OPEN I-O PROVISOES
           END-IF.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.

      *PEDIDO COM SALDO EM ABERTO E NAO BAIXADO POR PERDA ENTRA NAS
      *FAIXAS NOS MESMOS MOLDES DO AGECLI
       2000-ENFAIXAR-PEDIDO.
           ADD 1 TO WRK-TOTAL-PEDIDOS.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
               PERFORM 2050-VER-PERDA
               IF PRD-STATUS = ZEROS
                   ADD 1 TO WRK-TOTAL-BAIXADOS
               ELSE
                   PERFORM 2100-SALDO-DO-PEDIDO
                   IF WRK-PED-SALDO > ZEROS
                       MOVE WRK-PED-SALDO TO WRK-SALDO-TETO
                       PERFORM 2200-ENVELHECER-PARCELAS
                       IF WRK-PARC-ACHADAS = ZEROS
                           MOVE WRK-SALDO-TETO TO WRK-PED-SALDO
                           MOVE PEDIDOS-DATA TO WRK-DATA-PED
                           PERFORM 2300-ENQUADRAR-FAIXA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

      *PEDIDO BAIXADO POR PERDA DEIXA PRD-STATUS EM ZERO; SEM O
      *ARQUIVO OU SEM A BAIXA, FICA DIFERENTE DE ZERO
       2050-VER-PERDA.
           MOVE PEDIDOS-FONE TO PRD-FONE.
           MOVE PEDIDOS-NUMERO TO PRD-PEDIDO.
           READ PERDAS
               INVALID KEY
                   MOVE 23 TO PRD-STATUS
           END-READ.

      *SALDO DO PEDIDO CORRENTE = VALOR DO PEDIDO MENOS A SOMA DOS
      *RECEBIMENTOS JA LANCADOS PARA ELE
       2100-SALDO-DO-PEDIDO.
           MOVE ZEROS TO WRK-PED-RECEBIDO.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           MOVE ZEROS TO RECEB-SEQ.
           START RECEBIMENTOS KEY IS NOT LESS THAN RECEB-CHAVE
               INVALID KEY
                   MOVE 10 TO RECEB-STATUS
           END-START.
           IF RECEB-STATUS NOT = 10
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL RECEB-STATUS NOT = 0
                   OR RECEB-FONE NOT = PEDIDOS-FONE
                   OR RECEB-PEDIDO NOT = PEDIDOS-NUMERO
               ADD RECEB-VALOR TO WRK-PED-RECEBIDO
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RECEB-STATUS.
           COMPUTE WRK-PED-SALDO =
                   PEDIDOS-VALOR - WRK-PED-RECEBIDO.

      *VARRE A AGENDA DO PEDIDO CORRENTE: CADA PARCELA COM SALDO
      *ENTRA NA FAIXA PELO VENCIMENTO DELA, ATE O TETO DO PEDIDO
       2200-ENVELHECER-PARCELAS.
           MOVE ZEROS TO WRK-PARC-ACHADAS.
           MOVE PEDIDOS-FONE TO PARC-FONE.
           MOVE PEDIDOS-NUMERO TO PARC-PEDIDO.
           MOVE ZEROS TO PARC-PARCELA.
           START PARCELAS KEY IS NOT LESS THAN PARC-CHAVE
               INVALID KEY
                   MOVE 10 TO PARC-STATUS
           END-START.
           IF PARC-STATUS NOT = 10
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PARC-STATUS NOT = 0
                   OR PARC-FONE NOT = PEDIDOS-FONE
                   OR PARC-PEDIDO NOT = PEDIDOS-NUMERO
               ADD 1 TO WRK-PARC-ACHADAS
               COMPUTE WRK-PED-SALDO =
                       PARC-VALOR - PARC-RECEBIDO
               IF WRK-PED-SALDO > WRK-SALDO-TETO
                   MOVE WRK-SALDO-TETO TO WRK-PED-SALDO
               END-IF
               IF WRK-PED-SALDO > ZEROS
                   SUBTRACT WRK-PED-SALDO FROM WRK-SALDO-TETO
                   MOVE PARC-VENCIMENTO TO WRK-DATA-PED
                   PERFORM 2300-ENQUADRAR-FAIXA
               END-IF
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PARC-STATUS.

      *IDADE DO SALDO EM DIAS (BASE COMERCIAL 30/360), CONTADA DA
      *DATA JA DEIXADA EM WRK-DATA-PED PELO CHAMADOR
       2300-ENQUADRAR-FAIXA.
           COMPUTE WRK-IDADE-DIAS =
                   ((WRK-HOJE-ANO - WRK-PED-ANO) * 360) +
                   ((WRK-HOJE-MES - WRK-PED-MES) * 30) +
                   (WRK-HOJE-DIA - WRK-PED-DIA).
           EVALUATE TRUE
               WHEN WRK-IDADE-DIAS <= 30
                   MOVE 1 TO WRK-FX
               WHEN WRK-IDADE-DIAS <= 60
                   MOVE 2 TO WRK-FX
               WHEN WRK-IDADE-DIAS <= 90
                   MOVE 3 TO WRK-FX
               WHEN OTHER
                   MOVE 4 TO WRK-FX
           END-EVALUATE.
           ADD WRK-PED-SALDO TO WRK-SALDO-FAIXA (WRK-FX).
           ADD WRK-PED-SALDO TO WRK-TOTAL-SALDO.

      *PROVISAO NECESSARIA POR FAIXA; A PROVISAO ANTERIOR E A DO
      *ULTIMO MES GRAVADO ANTES DESTE, E AS BAIXAS SAO AS PERDAS
      *APROVADAS DENTRO DO MES
       3000-APURAR-PROVISAO.
           MOVE ZEROS TO WRK-PROV-NOVA.
           PERFORM VARYING WRK-FX FROM 1 BY 1 UNTIL WRK-FX > 4
               COMPUTE WRK-PROV-FAIXA (WRK-FX) ROUNDED =
                       WRK-SALDO-FAIXA (WRK-FX) *
                       WRK-PCT-FAIXA (WRK-FX) / 100
               ADD WRK-PROV-FAIXA (WRK-FX) TO WRK-PROV-NOVA
           END-PERFORM.
           MOVE ZEROS TO WRK-PROV-ANTERIOR.
           MOVE ZEROS TO PDD-MES-REF.
           START PROVISOES KEY IS NOT LESS THAN PDD-MES-REF
               INVALID KEY
                   MOVE 10 TO PDD-STATUS
           END-START.
           IF PDD-STATUS NOT = 10
               READ PROVISOES NEXT
                   AT END
                       MOVE 10 TO PDD-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PDD-STATUS NOT = 0
                   OR PDD-MES-REF NOT < WRK-MES-REF
               MOVE PDD-SALDO-NOVO TO WRK-PROV-ANTERIOR
               READ PROVISOES NEXT
                   AT END
                       MOVE 10 TO PDD-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PDD-STATUS.
           MOVE ZEROS TO WRK-PROV-BAIXAS.
           MOVE ZEROS TO PRD-FONE.
           MOVE ZEROS TO PRD-PEDIDO.
           START PERDAS KEY IS NOT LESS THAN PRD-CHAVE
               INVALID KEY
                   MOVE 10 TO PRD-STATUS
           END-START.
           IF PRD-STATUS NOT = 10
               READ PERDAS NEXT
                   AT END
                       MOVE 10 TO PRD-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PRD-STATUS NOT = 0
               MOVE PRD-DATA TO WRK-DATA-EXAME
               IF WRK-MES-EXAME = WRK-MES-REF
                   ADD PRD-VALOR TO WRK-PROV-BAIXAS
               END-IF
               READ PERDAS NEXT
                   AT END
                       MOVE 10 TO PRD-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PRD-STATUS.
      *A BAIXA CONSOME A PROVISAO; O QUE FALTAR (OU SOBRAR) PARA
      *CHEGAR NA NECESSARIA DE AGORA E O AJUSTE DO MES
           COMPUTE WRK-PROV-AJUSTE =
                   WRK-PROV-NOVA -
                   (WRK-PROV-ANTERIOR - WRK-PROV-BAIXAS).
           MOVE WRK-PROV-AJUSTE TO WRK-ED-AJUSTE.

       4000-GRAVAR-PROVISAO.
           PERFORM VARYING WRK-FX FROM 1 BY 1 UNTIL WRK-FX > 4
               MOVE WRK-SALDO-FAIXA (WRK-FX) TO PDD-FX-SALDO (WRK-FX)
               MOVE WRK-PCT-FAIXA (WRK-FX) TO PDD-FX-PCT (WRK-FX)
               MOVE WRK-PROV-FAIXA (WRK-FX) TO
                                  PDD-FX-PROVISAO (WRK-FX)
           END-PERFORM.
           MOVE WRK-MES-REF TO PDD-MES-REF.
           MOVE WRK-HOJE TO PDD-DATA-CALCULO.
           MOVE WRK-PROV-ANTERIOR TO PDD-SALDO-ANTERIOR.
           MOVE WRK-PROV-BAIXAS TO PDD-BAIXAS.
           MOVE WRK-PROV-NOVA TO PDD-SALDO-NOVO.
           MOVE WRK-PROV-AJUSTE TO PDD-AJUSTE.
           WRITE PDD-REG
               INVALID KEY
                   REWRITE PDD-REG
                   END-REWRITE
           END-WRITE.

      *DEMONSTRATIVO DO MES PARA O FINANCEIRO E O CONTADOR
       5000-IMPRIMIR.
           OPEN OUTPUT PDD-REPORT.
           MOVE SPACES TO PDD-LINHA.
           STRING 'PROVISAO PARA DEVEDORES DUVIDOSOS - MES '
                   WRK-MES-REF
               DELIMITED BY SIZE INTO PDD-LINHA.
           WRITE PDD-LINHA.
           MOVE ALL '-' TO PDD-LINHA.
           WRITE PDD-LINHA.
           MOVE 'FAIXA DE ATRASO      SALDO A RECEBER   PERC.' &
                '         PROVISAO' TO PDD-LINHA.
           WRITE PDD-LINHA.
           PERFORM VARYING WRK-FX FROM 1 BY 1 UNTIL WRK-FX > 4
               MOVE PDD-FX-SALDO (WRK-FX) TO WRK-ED-SALDO
               MOVE PDD-FX-PCT (WRK-FX) TO WRK-ED-PCT
               MOVE PDD-FX-PROVISAO (WRK-FX) TO WRK-ED-PROV
               MOVE SPACES TO PDD-LINHA
               STRING WRK-TITULO-FAIXA (WRK-FX) '       '
                       WRK-ED-SALDO '  ' WRK-ED-PCT '%  '
                       WRK-ED-PROV
                   DELIMITED BY SIZE INTO PDD-LINHA
               WRITE PDD-LINHA
           END-PERFORM.
           MOVE ALL '-' TO PDD-LINHA.
           WRITE PDD-LINHA.
           MOVE WRK-PROV-ANTERIOR TO WRK-ED-PROV.
           MOVE SPACES TO PDD-LINHA.
           STRING 'PROVISAO DO MES ANTERIOR.......: ' WRK-ED-PROV
               DELIMITED BY SIZE INTO PDD-LINHA.
           WRITE PDD-LINHA.
           MOVE WRK-PROV-BAIXAS TO WRK-ED-PROV.
           MOVE SPACES TO PDD-LINHA.
           STRING '(-) BAIXAS POR PERDA NO MES....: ' WRK-ED-PROV
               DELIMITED BY SIZE INTO PDD-LINHA.
           WRITE PDD-LINHA.
           MOVE WRK-PROV-NOVA TO WRK-ED-PROV.
           MOVE SPACES TO PDD-LINHA.
           STRING 'PROVISAO NECESSARIA............: ' WRK-ED-PROV
               DELIMITED BY SIZE INTO PDD-LINHA.
           WRITE PDD-LINHA.
           MOVE SPACES TO PDD-LINHA.
           IF WRK-PROV-AJUSTE < ZEROS
               STRING 'REVERSAO A LANCAR.........: ' WRK-ED-AJUSTE
                   DELIMITED BY SIZE INTO PDD-LINHA
           ELSE
               STRING 'CONSTITUICAO A LANCAR.....: ' WRK-ED-AJUSTE
                   DELIMITED BY SIZE INTO PDD-LINHA
           END-IF.
           WRITE PDD-LINHA.
           CLOSE PDD-REPORT.

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
           MOVE 'PDDMES' TO JOB-NOME.
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
           MOVE WRK-TOTAL-PEDIDOS TO JOB-LIDOS.
           MOVE 1 TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM PDDMES.
