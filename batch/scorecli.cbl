      *O RELATORIO SCORECLI.TXT SUGERE AUMENTO DE LIMITE PARA OS
      *BONS PAGADORES (NOTA 80+) E REDUCAO PARA OS CRONICOS
      *(NOTA ABAIXO DE 40)
      *CLIENTE COM ACORDO DE RENEGOCIACAO (OPCAO AR DO CADASTRO
      *ONLINE) E MEDIDO PELO ACORDO ENQUANTO ELE VALE: AS PARCELAS
      *ORIGINAIS RENEGOCIADAS E OS PAGAMENTOS FEITOS NELAS SAEM DA
      *CONTA, E ENTRAM AS PARCELAS DO ACORDO (PONTUALIDADE PELO
      *VENCIMENTO DA PARCELA DO ACORDO, VENCIDO PELO QUE FALTA
      *PAGAR NELE); ACORDO QUE CAIU DEVOLVE A DIVIDA ORIGINAL, QUE
      *VOLTA A CONTAR COMO SEMPRE
      *CHEQUE DEVOLVIDO (CUSTODIA CHEQUES.DAT, OPCAO DV DO CADASTRO
      *ONLINE) NOS ULTIMOS 12 MESES TIRA 10 PONTOS CADA, ATE 30
      *COM O RESUMO DA NOITE (RESCLI.DAT) DESTA CADEIA, O VENCIDO DOS
      *PEDIDOS VEM DELE (MESMA CONTA) E SO A PONTUALIDADE E OS
      *ACORDOS SAO APURADOS AQUI
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
      *ACORDOS DE RENEGOCIACAO E A AGENDA DE CADA UM
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
      *CUSTODIA DOS CHEQUES, PARA OS DEVOLVIDOS DO CLIENTE
           SELECT CHEQUES ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS CHQ-STATUS.
      *RESUMO CONSOLIDADO POR CLIENTE GRAVADO PELO LOTE RESCLI NO
      *FIM DAS BAIXAS DA NOITE; AQUI SO LEITURA
           SELECT RESUMO ASSIGN TO 'RESCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-FONE
               FILE STATUS IS RES-STATUS.
      *UMA PONTUACAO POR CLIENTE, REGRAVADA A CADA RODADA
           SELECT SCORES ASSIGN TO 'SCORECLI.DAT'
               ORGANIZATION IS INDEXED
           05 PARC-SITUACAO PIC X(01).
               88 PARC-ABERTA VALUE 'A'.
               88 PARC-QUITADA VALUE 'Q'.
               88 PARC-RENEGOCIADA VALUE 'N'.

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

      *LAYOUT COMPLETO E ATUAL DO CADASTRO
       FD CLIENTES.
               88 END-DEVOLVIDO VALUE 'S'.
           05 CLIENTES-FILIAL PIC 9(02).

      *MESMO LAYOUT DA CUSTODIA DE CHEQUES DO CADASTRO ONLINE
       FD CHEQUES.
       01 CHQ-REG.
           05 CHQ-CHAVE.
               10 CHQ-FONE PIC 9(09).
               10 CHQ-PEDIDO PIC 9(06).
               10 CHQ-SEQ PIC 9(03).
           05 CHQ-BANCO PIC 9(03).
           05 CHQ-NUMERO PIC 9(06).
           05 CHQ-BOM-PARA PIC 9(08).
           05 CHQ-DATA-RECEB PIC 9(08).
           05 CHQ-VALOR PIC 9(07)V99.
           05 CHQ-MULTA PIC 9(05)V99.
           05 CHQ-JUROS PIC 9(05)V99.
           05 CHQ-SITUACAO PIC X(01).
               88 CHQ-CUSTODIA VALUE 'C'.
               88 CHQ-DEPOSITADO VALUE 'D'.
               88 CHQ-DEVOLVIDO VALUE 'V'.
           05 CHQ-DATA-SITUACAO PIC 9(08).
           05 CHQ-TARIFA PIC 9(05)V99.
           05 CHQ-PEDIDO-TARIFA PIC 9(06).

      *PONTUACAO DE UM CLIENTE, REGRAVADA A CADA RODADA DO LOTE
       FD SCORES.
       01 SCORE-REG.
       FD SCORE-REPORT.
       01 REPORT-LINHA PIC X(130).

      *MESMO LAYOUT DO RESUMO GRAVADO PELO LOTE RESCLI
       FD RESUMO.
       01 RES-REG.
           05 RES-FONE PIC 9(09).
           05 RES-CLIENTE.
               10 RES-ULT-COMPRA-DATA PIC 9(08).
               10 RES-ULT-COMPRA-VALOR PIC 9(07)V99.
               10 RES-QTD-PEDIDOS PIC 9(06).
               10 RES-TOTAL-VIDA PIC 9(11)V99.
               10 RES-TOTAL-12M PIC 9(11)V99.
               10 RES-TOTAL-24M PIC 9(11)V99.
               10 RES-SALDO-ABERTO PIC 9(09)V99.
               10 RES-SALDO-PERDA PIC 9(09)V99.
               10 RES-FAIXA-30 PIC 9(09)V99.
               10 RES-FAIXA-60 PIC 9(09)V99.
               10 RES-FAIXA-90 PIC 9(09)V99.
               10 RES-FAIXA-MAIS PIC 9(09)V99.
               10 RES-VENCIDO PIC 9(09)V99.
               10 RES-ULT-PAGTO-DATA PIC 9(08).
               10 RES-ULT-PAGTO-VALOR PIC 9(09)V99.
               10 FILLER PIC X(356).
           05 RES-CONTROLE REDEFINES RES-CLIENTE.
               10 RES-CTL-DATA PIC 9(08).
               10 RES-CTL-HORA PIC 9(08).
               10 RES-CTL-SITUACAO PIC X(01).
                   88 RES-EM-GERACAO VALUE 'P'.
                   88 RES-COMPLETO VALUE 'C'.
               10 RES-CTL-CLIENTES PIC 9(06).
               10 RES-CTL-PED-ONTEM PIC 9(06).
               10 RES-CTL-REC-ONTEM PIC 9(11)V99.
               10 RES-CTL-PED-MES PIC 9(06).
               10 RES-CTL-REC-MES PIC 9(11)V99.
               10 RES-CTL-QTD-FILIAIS PIC 9(02).
               10 RES-CTL-FILIAL OCCURS 30 TIMES.
                   15 RES-CTL-FIL-CODIGO PIC 9(02).
                   15 RES-CTL-FIL-RECEITA PIC 9(11)V99.
               10 RES-CTL-EXCESSO PIC X(01).
                   88 RES-FILIAIS-EXCEDIDAS VALUE 'S'.

      *REGISTRO PADRAO DE EXECUCAO DE UM JOB
       FD JOBCTL.
       01 JOB-REG.
      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RES-STATUS PIC 9(02) VALUE ZEROS.
      *O RESUMO DO RESCLI SO VALE SE FOI GERADO HOJE E TERMINOU
       77 WRK-RESUMO-SITUACAO PIC X(01) VALUE 'N'.
           88 RESUMO-EM-DIA VALUE 'S'.
           88 RESUMO-VELHO VALUE 'N'.
      *INICIO DA CADEIA DA NOITE (O CHKCLI NO JOBCTL): O RESUMO DE
      *ONTEM GRAVADO DEPOIS DELE E DESTA MESMA CADEIA
       77 WRK-CADEIA-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-CADEIA-HORA PIC 9(08) VALUE ZEROS.
       01 WRK-ONTEM PIC 9(08) VALUE ZEROS.
       01 WRK-ONTEM-R REDEFINES WRK-ONTEM.
           05 WRK-ONT-ANO PIC 9(04).
           05 WRK-ONT-MES PIC 9(02).
           05 WRK-ONT-DIA PIC 9(02).
       77 WRK-RESTO-BISSEXTO PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.
      *DIAS DE CADA MES, PARA O RECUO DE UM DIA NA VIRADA
       01 TB-DIAS-MES-TBL.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TB-DIAS-MES REDEFINES TB-DIAS-MES-TBL.
           05 TB-DIAS PIC 9(02) OCCURS 12 TIMES.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 ACO-STATUS PIC 9(02) VALUE ZEROS.
       77 AP-STATUS PIC 9(02) VALUE ZEROS.
       77 SCORE-STATUS PIC 9(02) VALUE ZEROS.
       77 CHQ-STATUS PIC 9(02) VALUE ZEROS.
      *SEM CHEQUES.DAT NA INSTALACAO NENHUM CHEQUE FOI RECEBIDO
       01 WRK-CHEQUES-SITUACAO PIC X(01) VALUE 'N'.
           88 CHEQUES-ABERTO VALUE 'S'.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-PARC-ACHADAS PIC 9(03) VALUE ZEROS.
       77 WRK-PARC-SALDO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-IDADE-PED PIC S9(07) VALUE ZEROS.
      *RECEBIMENTO LANCADO EM PARCELA RENEGOCIADA (PAGAMENTO DE
      *ACORDO) E ACORDO CUJA AGENDA ESTA SENDO LIDA
       77 WRK-RECEB-ACORDO PIC X(01) VALUE 'N'.
           88 RECEB-VIA-ACORDO VALUE 'S'.
       77 WRK-ACORDO-LIDO PIC 9(04) VALUE ZEROS.
       77 WRK-AP-SALDO PIC S9(08)V99 VALUE ZEROS.
      *CHEQUES DEVOLVIDOS DO CLIENTE NOS ULTIMOS 12 MESES
       77 WRK-CHQ-DEVOLVIDOS PIC 9(03) VALUE ZEROS.
      *NOTA E COMPONENTES CALCULADOS DO CLIENTE CORRENTE
       77 WRK-NOTA PIC S9(05) VALUE ZEROS.
       77 WRK-MEDIA-DIAS PIC 9(05) VALUE ZEROS.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT PEDIDOS.
           PERFORM 1050-CONFERIR-RESUMO.
           OPEN INPUT RECEBIMENTOS.
           OPEN INPUT PARCELAS.
           OPEN INPUT CLIENTES.
           OPEN INPUT CHEQUES.
           IF CHQ-STATUS = ZEROS
               SET CHEQUES-ABERTO TO TRUE
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
           OPEN I-O SCORES.
           IF SCORE-STATUS = 35 THEN
               OPEN OUTPUT SCORES
               END-READ
           END-IF.

      *INICIO DA CADEIA DA NOITE, QUE E O DO CHKCLI NO JOBCTL; O
      *REGISTRO DESTE JOB VOLTA PARA O BUFFER, QUE O 9600 REGRAVA
      *ONTEM = HOJE MENOS UM DIA, COMO NO KPIDIA
       1045-LER-INICIO-CADEIA.
           MOVE ZEROS TO WRK-CADEIA-DATA.
           MOVE ZEROS TO WRK-CADEIA-HORA.
           MOVE 'CHKCLI' TO JOB-NOME.
           READ JOBCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JOB-DATA-INICIO TO WRK-CADEIA-DATA
                   MOVE JOB-HORA-INICIO TO WRK-CADEIA-HORA
           END-READ.
           MOVE 'SCORECLI' TO JOB-NOME.
           READ JOBCTL
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WRK-HOJE TO WRK-ONTEM.
           IF WRK-ONT-DIA > 1
               SUBTRACT 1 FROM WRK-ONT-DIA
           ELSE
               IF WRK-ONT-MES = 1
                   SUBTRACT 1 FROM WRK-ONT-ANO
                   MOVE 12 TO WRK-ONT-MES
               ELSE
                   SUBTRACT 1 FROM WRK-ONT-MES
               END-IF
               MOVE TB-DIAS (WRK-ONT-MES) TO WRK-ONT-DIA
               IF WRK-ONT-MES = 2
                   DIVIDE WRK-ONT-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ONT-DIA
                   END-IF
               END-IF
           END-IF.

      *O RESUMO DO RESCLI SO SERVE SE FOI GERADO HOJE (OU ONTEM,
      *DEPOIS DO INICIO DA CADEIA QUE VIROU A MEIA-NOITE) E CHEGOU
      *AO FIM (CONTROLE EM C); SEM ISSO, OS PEDIDOS SAO VARRIDOS
      *COMO SEMPRE FORAM
       1050-CONFERIR-RESUMO.
           PERFORM 1045-LER-INICIO-CADEIA.
           SET RESUMO-VELHO TO TRUE.
           OPEN INPUT RESUMO.
           IF RES-STATUS = ZEROS
               MOVE ZEROS TO RES-FONE
               READ RESUMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (RES-CTL-DATA = WRK-HOJE
                               OR (RES-CTL-DATA = WRK-ONTEM
                                   AND WRK-CADEIA-DATA = WRK-ONTEM
                                   AND RES-CTL-HORA NOT <
                                               WRK-CADEIA-HORA))
                               AND RES-COMPLETO
                           SET RESUMO-EM-DIA TO TRUE
                       END-IF
               END-READ
               IF RESUMO-VELHO
                   CLOSE RESUMO
               END-IF
           END-IF.
           IF RESUMO-VELHO
               DISPLAY 'SCORECLI: RESUMO RESCLI.DAT AUSENTE OU '
                       'DE OUTRO DIA - VARRENDO OS PEDIDOS'
           END-IF.

       2000-ACUMULAR-PEDIDO.
           ADD 1 TO WRK-TOTAL-PEDIDOS.
           IF PEDIDOS-FONE NOT = WRK-FONE-GRUPO
           END-IF.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
               PERFORM 2100-PONTUALIDADE-DO-PEDIDO
               IF RESUMO-VELHO
                   PERFORM 2300-VENCIDO-DO-PEDIDO
               END-IF
           END-IF.
           READ PEDIDOS NEXT
               AT END

      *CADA RECEBIMENTO DO PEDIDO ENTRA NA MEDIA PONDERADA DE
      *DIAS PARA PAGAR; O DIA DEVIDO E O VENCIMENTO DA PARCELA
      *APONTADA OU A DATA DO PEDIDO, E ADIANTAMENTO CONTA ZERO;
      *O QUE FOI PAGO EM PARCELA RENEGOCIADA E MEDIDO PELO ACORDO
       2100-PONTUALIDADE-DO-PEDIDO.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
                   OR RECEB-FONE NOT = PEDIDOS-FONE
                   OR RECEB-PEDIDO NOT = PEDIDOS-NUMERO
               MOVE PEDIDOS-DATA TO WRK-DATA-DEVIDA
               MOVE 'N' TO WRK-RECEB-ACORDO
               IF RECEB-PARCELA NOT = ZEROS
                   MOVE RECEB-FONE TO PARC-FONE
                   MOVE RECEB-PEDIDO TO PARC-PEDIDO
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PARC-VENCIMENTO TO WRK-DATA-DEVIDA
                           IF PARC-RENEGOCIADA
                               MOVE 'S' TO WRK-RECEB-ACORDO
                           END-IF
                   END-READ
               END-IF
               IF NOT RECEB-VIA-ACORDO
                   MOVE RECEB-DATA TO WRK-DATA-PAGA
                   COMPUTE WRK-DIAS =
                           ((WRK-PAG-ANO - WRK-DEV-ANO) * 360) +
                           ((WRK-PAG-MES - WRK-DEV-MES) * 30) +
                           (WRK-PAG-DIA - WRK-DEV-DIA)
                   IF WRK-DIAS < ZEROS
                       MOVE ZEROS TO WRK-DIAS
                   END-IF
                   COMPUTE WRK-GRUPO-DIAS-POND =
                           WRK-GRUPO-DIAS-POND +
                           (WRK-DIAS * RECEB-VALOR)
                   ADD RECEB-VALOR TO WRK-GRUPO-VALOR-PAGO
                   IF WRK-DIAS > ZEROS
                       ADD RECEB-VALOR TO WRK-GRUPO-VALOR-ATRASO
                   END-IF
               END-IF
               READ RECEBIMENTOS NEXT
                   AT END
           MOVE ZEROS TO RECEB-STATUS.

      *VENCIDO EM ABERTO HOJE: PARCELAS VENCIDAS COM SALDO; SEM
      *AGENDA, O SALDO DO PEDIDO COM MAIS DE 30 DIAS DE CASA;
      *PARCELA RENEGOCIADA NAO CONTA, O VENCIDO DELA E O DO ACORDO
       2300-VENCIDO-DO-PEDIDO.
           PERFORM 2350-SALDO-DO-PEDIDO.
           IF WRK-PED-SALDO > ZEROS
                       PARC-VALOR - PARC-RECEBIDO
               IF WRK-PARC-SALDO > ZEROS
                       AND PARC-VENCIMENTO < WRK-HOJE
                       AND NOT PARC-RENEGOCIADA
                   ADD WRK-PARC-SALDO TO WRK-GRUPO-VENCIDO
               END-IF
               READ PARCELAS NEXT
           END-PERFORM.
           MOVE ZEROS TO PARC-STATUS.

      *AGENDA DOS ACORDOS DO CLIENTE QUE NAO CAIRAM: PARCELA PAGA
      *ENTRA NA MEDIA DE DIAS PELO VENCIMENTO DELA NO ACORDO E
      *PARCELA DE ACORDO ATIVO VENCIDA E NAO PAGA ENTRA NO VENCIDO
       2500-ACORDOS-DO-CLIENTE.
           MOVE ZEROS TO WRK-ACORDO-LIDO.
           MOVE WRK-FONE-GRUPO TO AP-FONE.
           MOVE ZEROS TO AP-ACORDO.
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
                   OR AP-FONE NOT = WRK-FONE-GRUPO
               IF AP-ACORDO NOT = WRK-ACORDO-LIDO
                   MOVE AP-FONE TO ACO-FONE
                   MOVE AP-ACORDO TO ACO-NUMERO
                   READ ACORDOS
                       INVALID KEY
                           SET ACO-CAIDO TO TRUE
                   END-READ
                   MOVE AP-ACORDO TO WRK-ACORDO-LIDO
               END-IF
               IF NOT ACO-CAIDO
                   PERFORM 2550-PARCELA-DO-ACORDO
               END-IF
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO AP-STATUS.
           MOVE ZEROS TO ACO-STATUS.

       2550-PARCELA-DO-ACORDO.
           IF AP-QUITADA
               MOVE AP-VENCIMENTO TO WRK-DATA-DEVIDA
               MOVE AP-DATA-PAGTO TO WRK-DATA-PAGA
               COMPUTE WRK-DIAS =
                       ((WRK-PAG-ANO - WRK-DEV-ANO) * 360) +
                       ((WRK-PAG-MES - WRK-DEV-MES) * 30) +
                       (WRK-PAG-DIA - WRK-DEV-DIA)
               IF WRK-DIAS < ZEROS
                   MOVE ZEROS TO WRK-DIAS
               END-IF
               COMPUTE WRK-GRUPO-DIAS-POND =
                       WRK-GRUPO-DIAS-POND +
                       (WRK-DIAS * AP-RECEBIDO)
               ADD AP-RECEBIDO TO WRK-GRUPO-VALOR-PAGO
               IF WRK-DIAS > ZEROS
                   ADD AP-RECEBIDO TO WRK-GRUPO-VALOR-ATRASO
               END-IF
           ELSE
               COMPUTE WRK-AP-SALDO = AP-VALOR - AP-RECEBIDO
               IF ACO-ATIVO AND WRK-AP-SALDO > ZEROS
                       AND AP-VENCIMENTO < WRK-HOJE
                   ADD WRK-AP-SALDO TO WRK-GRUPO-VENCIDO
               END-IF
           END-IF.

      *CONTA OS CHEQUES DO CLIENTE DEVOLVIDOS NOS ULTIMOS 12
      *MESES (BASE 30/360, PELA DATA DA DEVOLUCAO)
       2600-CHEQUES-DEVOLVIDOS.
           MOVE ZEROS TO WRK-CHQ-DEVOLVIDOS.
           IF CHEQUES-ABERTO
               MOVE WRK-FONE-GRUPO TO CHQ-FONE
               MOVE ZEROS TO CHQ-PEDIDO
               MOVE ZEROS TO CHQ-SEQ
               START CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
                   INVALID KEY
                       MOVE 10 TO CHQ-STATUS
               END-START
               IF CHQ-STATUS NOT = 10
                   READ CHEQUES NEXT
                       AT END
                           MOVE 10 TO CHQ-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL CHQ-STATUS NOT = 0
                       OR CHQ-FONE NOT = WRK-FONE-GRUPO
                   IF CHQ-DEVOLVIDO
                       MOVE CHQ-DATA-SITUACAO TO WRK-DATA-DEVIDA
                       COMPUTE WRK-DIAS =
                           ((WRK-HOJE-ANO - WRK-DEV-ANO) * 360) +
                           ((WRK-HOJE-MES - WRK-DEV-MES) * 30) +
                           (WRK-HOJE-DIA - WRK-DEV-DIA)
                       IF WRK-DIAS NOT > 360
                           ADD 1 TO WRK-CHQ-DEVOLVIDOS
                       END-IF
                   END-IF
                   READ CHEQUES NEXT
                       AT END
                           MOVE 10 TO CHQ-STATUS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO CHQ-STATUS
           END-IF.

      *VENCIDO DOS PEDIDOS DO CLIENTE PELO RESUMO DA NOITE: MESMA
      *CONTA DO 2300 (PARCELA VENCIDA COM SALDO, MENOS A
      *RENEGOCIADA; SEM AGENDA, SALDO DE PEDIDO COM MAIS DE 30
      *DIAS); O VENCIDO DOS ACORDOS SOMA DEPOIS
       2700-VENCIDO-DO-RESUMO.
           MOVE ZEROS TO WRK-GRUPO-VENCIDO.
           MOVE WRK-FONE-GRUPO TO RES-FONE.
           READ RESUMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RES-VENCIDO TO WRK-GRUPO-VENCIDO
           END-READ.

      *FECHA O CLIENTE: CALCULA MEDIA, PERCENTUAL E NOTA, REGRAVA
      *A PONTUACAO E IMPRIME A SUGESTAO DE LIMITE QUANDO COUBER
       3000-FECHAR-CLIENTE.
           IF RESUMO-EM-DIA
               PERFORM 2700-VENCIDO-DO-RESUMO
           END-IF.
           PERFORM 2500-ACORDOS-DO-CLIENTE.
           PERFORM 2600-CHEQUES-DEVOLVIDOS.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           MOVE ZEROS TO WRK-MEDIA-DIAS.
           MOVE ZEROS TO WRK-PCT-ATRASO.
           IF WRK-GRUPO-VENCIDO > ZEROS
               SUBTRACT 20 FROM WRK-NOTA
           END-IF.
      *MENOS 10 POR CHEQUE DEVOLVIDO NO ANO (ATE 30)
           IF WRK-CHQ-DEVOLVIDOS > 3
               SUBTRACT 30 FROM WRK-NOTA
           ELSE
               COMPUTE WRK-NOTA = WRK-NOTA - (WRK-CHQ-DEVOLVIDOS * 10)
           END-IF.
           IF WRK-NOTA < ZEROS
               MOVE ZEROS TO WRK-NOTA
           END-IF.
           WRITE REPORT-LINHA.
           CLOSE SCORE-REPORT.
           CLOSE PEDIDOS.
           IF RESUMO-EM-DIA
               CLOSE RESUMO
           END-IF.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE CLIENTES.
           IF CHEQUES-ABERTO
               CLOSE CHEQUES
           END-IF.
           CLOSE ACORDOS.
           CLOSE ACORDO-PARCELAS.
           CLOSE SCORES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'PONTUACAO DE CREDITO - TOTAIS'.
