       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCLI.
      **********************************
      *OBJ: RESUMO CONSOLIDADO POR CLIENTE, GERADO UMA VEZ POR NOITE
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *UMA UNICA VARREDURA DOS PEDIDOS (COM OS RECEBIMENTOS, A
      *AGENDA DE PARCELAS E AS BAIXAS POR PERDA DE CADA UM) GRAVA
      *EM RESCLI.DAT, INDEXADO POR TELEFONE, OS ACUMULADOS QUE OS
      *LOTES DE CLIENTE VIVIAM REFAZENDO CADA UM POR SI:
      *  - ULTIMA COMPRA (DATA E VALOR) E QUANTIDADE DE PEDIDOS
      *  - TOTAL COMPRADO NA VIDA, NOS ULTIMOS 12 E 24 MESES
      *  - SALDO EM ABERTO, A PARTE DELE JA BAIXADA POR PERDA E O
      *    SALDO ATIVO POR IDADE (ATE 30 / 31-60 / 61-90 / MAIS),
      *    NA MESMA CONTA DO AGECLI (SEM AS PARCELAS RENEGOCIADAS
      *    NEM OS ACORDOS, QUE O AGECLI SOMA POR CONTA PROPRIA)
      *  - VENCIDO EM ABERTO HOJE, NA MESMA CONTA DO SCORECLI
      *    (SEM OS ACORDOS, QUE O SCORECLI SOMA POR CONTA PROPRIA)
      *  - ULTIMO PAGAMENTO (DATA E TOTAL RECEBIDO NAQUELE DIA)
      *CANCELADOS E ESTORNOS FICAM DE FORA DE TUDO
      *O REGISTRO DE CONTROLE (TELEFONE ZERO) TRAZ A DATA DA
      *GERACAO, A SITUACAO (P ENQUANTO GRAVA, C SO NO FIM NORMAL)
      *E OS PEDIDOS E A RECEITA DE ONTEM E DO MES, COM A RECEITA
      *DO MES POR FILIAL, QUE O KPIDIA USA. O CONSUMIDOR SO ACEITA
      *O RESUMO COMPLETO DE HOJE (OU DE ONTEM, GRAVADO DEPOIS DO
      *INICIO DA CADEIA QUE VIROU A MEIA-NOITE); FORA DISSO VARRE
      *OS PEDIDOS COMO SEMPRE FEZ
      *CLIENTE SEM NENHUM PEDIDO NAO TEM REGISTRO NO RESUMO
      *IDADES EM BASE COMERCIAL 30/360, COMO NOS LOTES DE ORIGEM
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *AGENDA DE PARCELAS DOS PEDIDOS A PRAZO
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
      *RESUMO DA NOITE, RECRIADO A CADA RODADA
           SELECT RESUMO ASSIGN TO 'RESCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-FONE
               FILE STATUS IS RES-STATUS.

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
               88 RECEB-DINHEIRO VALUE 'D' ' '.
               88 RECEB-PIX VALUE 'P'.
               88 RECEB-DEBITO VALUE 'B'.
               88 RECEB-CREDITO VALUE 'C'.
               88 RECEB-BOLETO VALUE 'L'.
               88 RECEB-NOTA-CRED VALUE 'N'.
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

      *UM REGISTRO POR CLIENTE COM PEDIDO; O TELEFONE ZERO E O
      *REGISTRO DE CONTROLE DA GERACAO
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
      *SALDO EM ABERTO DE TODOS OS PEDIDOS (O QUE O CLIENTE DEVE)
      *E A PARTE DELE EM PEDIDOS JA BAIXADOS POR PERDA
               10 RES-SALDO-ABERTO PIC 9(09)V99.
               10 RES-SALDO-PERDA PIC 9(09)V99.
      *SALDO ATIVO (SEM AS PERDAS) POR IDADE: VENCIMENTO DA
      *PARCELA OU, SEM AGENDA, DATA DO PEDIDO
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
      *RECEITA DO MES POR FILIAL, NA ORDEM EM QUE AS FILIAIS
      *APARECEM; FILIAL ALEM DA TRIGESIMA MARCA O EXCESSO E O
      *KPIDIA VOLTA A VARRER OS PEDIDOS
               10 RES-CTL-QTD-FILIAIS PIC 9(02).
               10 RES-CTL-FILIAL OCCURS 30 TIMES.
                   15 RES-CTL-FIL-CODIGO PIC 9(02).
                   15 RES-CTL-FIL-RECEITA PIC 9(11)V99.
               10 RES-CTL-EXCESSO PIC X(01).
                   88 RES-FILIAIS-EXCEDIDAS VALUE 'S'.

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
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 PRD-STATUS PIC 9(02) VALUE ZEROS.
       77 RES-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.

      *DATAS DE APOIO: HOJE, ONTEM, INICIO DO MES E OS CORTES DE
      *12 E 24 MESES (MESMO MES E DIA, COMO NO ABCCLI E DORMCLI)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-ONTEM PIC 9(08) VALUE ZEROS.
       01 WRK-ONTEM-R REDEFINES WRK-ONTEM.
           05 WRK-ONT-ANO PIC 9(04).
           05 WRK-ONT-MES PIC 9(02).
           05 WRK-ONT-DIA PIC 9(02).
       77 WRK-INICIO-MES PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-12M PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-24M PIC 9(08) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.

      *DIAS DE CADA MES, PARA O RECUO DE UM DIA NA VIRADA
       01 TB-DIAS-MES-TBL.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TB-DIAS-MES REDEFINES TB-DIAS-MES-TBL.
           05 TB-DIAS PIC 9(02) OCCURS 12 TIMES.

      *DATA DE REFERENCIA DA IDADE (VENCIMENTO OU DATA DO PEDIDO)
       01 WRK-DATA-PED PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PED-R REDEFINES WRK-DATA-PED.
           05 WRK-PED-ANO PIC 9(04).
           05 WRK-PED-MES PIC 9(02).
           05 WRK-PED-DIA PIC 9(02).
       77 WRK-IDADE-DIAS PIC S9(07) VALUE ZEROS.

      *ACUMULADORES DO CLIENTE CORRENTE (QUEBRA POR TELEFONE, JA
      *QUE O ARQUIVO DE PEDIDOS SAI AGRUPADO POR TELEFONE)
       77 WRK-FONE-GRUPO PIC 9(09) VALUE ZEROS.
       01 WRK-GRUPO.
           05 WRK-GRUPO-ULT-DATA PIC 9(08).
           05 WRK-GRUPO-ULT-VALOR PIC 9(07)V99.
           05 WRK-GRUPO-QTD PIC 9(06).
           05 WRK-GRUPO-VIDA PIC 9(11)V99.
           05 WRK-GRUPO-12M PIC 9(11)V99.
           05 WRK-GRUPO-24M PIC 9(11)V99.
           05 WRK-GRUPO-SALDO PIC 9(09)V99.
           05 WRK-GRUPO-PERDA PIC 9(09)V99.
           05 WRK-GRUPO-FAIXA-30 PIC 9(09)V99.
           05 WRK-GRUPO-FAIXA-60 PIC 9(09)V99.
           05 WRK-GRUPO-FAIXA-90 PIC 9(09)V99.
           05 WRK-GRUPO-FAIXA-MAIS PIC 9(09)V99.
           05 WRK-GRUPO-VENCIDO PIC 9(09)V99.
           05 WRK-GRUPO-PAGTO-DATA PIC 9(08).
           05 WRK-GRUPO-PAGTO-VALOR PIC 9(09)V99.

      *SALDO E AGENDA DO PEDIDO CORRENTE
       77 WRK-PED-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PED-SALDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PARC-ACHADAS PIC 9(03) VALUE ZEROS.
       77 WRK-PARC-SALDO PIC S9(09)V99 VALUE ZEROS.
      *TETO DO ENVELHECIMENTO PELA AGENDA: O SALDO DO CABECALHO,
      *COMO NO AGECLI (RECEBIMENTO SEM PARCELA APONTADA NAO BAIXA
      *PARC-RECEBIDO)
       77 WRK-SALDO-TETO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PED-PERDA PIC X(01) VALUE 'N'.
           88 PED-EM-PERDA VALUE 'S'.

      *PEDIDOS E RECEITA DE ONTEM E DO MES, PARA O CONTROLE
       77 WRK-PEDIDOS-ONTEM PIC 9(06) VALUE ZEROS.
       77 WRK-REC-ONTEM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PEDIDOS-MES PIC 9(06) VALUE ZEROS.
       77 WRK-REC-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-FILIAIS PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-EXCESSO PIC X(01) VALUE 'N'.
       01 WRK-TABELA-FILIAIS.
           05 WRK-FILIAL-ENTRADA OCCURS 30 TIMES
                   INDEXED BY WRK-FIL-IDX.
               10 WRK-FIL-CODIGO PIC 9(02).
               10 WRK-FIL-RECEITA PIC 9(11)V99.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA VALUE 'S'.
           88 FILIAL-NAO-ACHADA VALUE 'N'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           PERFORM 1000-CALCULAR-DATAS.
           PERFORM 1100-ABRIR-ARQUIVOS.
           PERFORM 2000-ACUMULAR-PEDIDO UNTIL PEDIDOS-STATUS = 10.
           IF WRK-FONE-GRUPO NOT = ZEROS
               PERFORM 3000-GRAVAR-CLIENTE
           END-IF.
           PERFORM 4000-FECHAR-CONTROLE.
           DISPLAY '---------------------------------------'.
           DISPLAY 'RESUMO CONSOLIDADO POR CLIENTE - TOTAIS'.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'CLIENTES RESUMIDOS.: ' WRK-TOTAL-CLIENTES.
           DISPLAY 'FILIAIS NO MES.....: ' WRK-QTD-FILIAIS.
           IF WRK-FIL-EXCESSO = 'S'
               DISPLAY 'RESCLI: MAIS DE 30 FILIAIS NO MES - O '
                       'KPIDIA VAI VARRER OS PEDIDOS'
           END-IF.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *ONTEM = HOJE MENOS UM DIA, COM VIRADA DE MES E DE ANO PELA
      *TABELA DE DIAS (FEVEREIRO COM 29 EM ANO BISSEXTO SIMPLES),
      *COMO NO KPIDIA; CORTES DE 12 E 24 MESES NO MESMO MES E DIA
       1000-CALCULAR-DATAS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
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
           COMPUTE WRK-INICIO-MES =
                   (WRK-HOJE-ANO * 10000) + (WRK-HOJE-MES * 100) + 1.
           COMPUTE WRK-CORTE-12M = WRK-HOJE - 10000.
           COMPUTE WRK-CORTE-24M = WRK-HOJE - 20000.

      *O RESUMO NASCE COM O REGISTRO DE CONTROLE EM P: SE O LOTE
      *CAIR NO MEIO, NENHUM CONSUMIDOR USA O ARQUIVO PELA METADE
       1100-ABRIR-ARQUIVOS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT RECEBIMENTOS.
      *A AGENDA DE PARCELAS E AS PERDAS PODEM AINDA NAO EXISTIR NA
      *INSTALACAO; SEM ELAS, TODO PEDIDO VALE PELA DATA E NENHUM
      *ESTA BAIXADO
           OPEN INPUT PARCELAS.
           OPEN INPUT PERDAS.
           OPEN OUTPUT RESUMO.
           MOVE ZEROS TO RES-FONE.
           MOVE SPACES TO RES-CONTROLE.
           MOVE WRK-HOJE TO RES-CTL-DATA.
           ACCEPT RES-CTL-HORA FROM TIME.
           SET RES-EM-GERACAO TO TRUE.
           MOVE ZEROS TO RES-CTL-CLIENTES.
           MOVE ZEROS TO RES-CTL-PED-ONTEM.
           MOVE ZEROS TO RES-CTL-REC-ONTEM.
           MOVE ZEROS TO RES-CTL-PED-MES.
           MOVE ZEROS TO RES-CTL-REC-MES.
           MOVE ZEROS TO RES-CTL-QTD-FILIAIS.
           MOVE 'N' TO RES-CTL-EXCESSO.
           WRITE RES-REG
               INVALID KEY
                   DISPLAY 'RESCLI: FALHA AO GRAVAR O CONTROLE, '
                           'STATUS ' RES-STATUS
           END-WRITE.
           MOVE ZEROS TO WRK-FONE-GRUPO.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.

       2000-ACUMULAR-PEDIDO.
           ADD 1 TO WRK-TOTAL-PEDIDOS.
           IF PEDIDOS-FONE NOT = WRK-FONE-GRUPO
               IF WRK-FONE-GRUPO NOT = ZEROS
                   PERFORM 3000-GRAVAR-CLIENTE
               END-IF
               MOVE PEDIDOS-FONE TO WRK-FONE-GRUPO
               MOVE ZEROS TO WRK-GRUPO
           END-IF.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
               PERFORM 2100-COMPRAS-DO-PEDIDO
               PERFORM 2200-SALDO-DO-PEDIDO
               IF WRK-PED-SALDO > ZEROS
                   PERFORM 2300-VER-PERDA
                   ADD WRK-PED-SALDO TO WRK-GRUPO-SALDO
                   IF PED-EM-PERDA
                       ADD WRK-PED-SALDO TO WRK-GRUPO-PERDA
                   END-IF
                   MOVE WRK-PED-SALDO TO WRK-SALDO-TETO
                   PERFORM 2400-PARCELAS-DO-PEDIDO
                   IF WRK-PARC-ACHADAS = ZEROS
                       PERFORM 2500-PEDIDO-SEM-AGENDA
                   END-IF
               END-IF
           END-IF.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

      *ULTIMA COMPRA, QUANTIDADE E TOTAIS DO CLIENTE; ONTEM, MES
      *E FILIAL VAO PARA O CONTROLE
       2100-COMPRAS-DO-PEDIDO.
           ADD 1 TO WRK-GRUPO-QTD.
           ADD PEDIDOS-VALOR TO WRK-GRUPO-VIDA.
           IF PEDIDOS-DATA NOT < WRK-CORTE-12M
               ADD PEDIDOS-VALOR TO WRK-GRUPO-12M
           END-IF.
           IF PEDIDOS-DATA NOT < WRK-CORTE-24M
               ADD PEDIDOS-VALOR TO WRK-GRUPO-24M
           END-IF.
           IF PEDIDOS-DATA > WRK-GRUPO-ULT-DATA
               MOVE PEDIDOS-DATA TO WRK-GRUPO-ULT-DATA
               MOVE PEDIDOS-VALOR TO WRK-GRUPO-ULT-VALOR
           END-IF.
           IF PEDIDOS-DATA = WRK-ONTEM
               ADD 1 TO WRK-PEDIDOS-ONTEM
               ADD PEDIDOS-VALOR TO WRK-REC-ONTEM
           END-IF.
           IF PEDIDOS-DATA NOT < WRK-INICIO-MES
                   AND PEDIDOS-DATA NOT > WRK-HOJE
               ADD 1 TO WRK-PEDIDOS-MES
               ADD PEDIDOS-VALOR TO WRK-REC-MES
               PERFORM 2150-RECEITA-DA-FILIAL
           END-IF.

      *ACUMULA NA ENTRADA DA FILIAL, ABRINDO UMA NOVA QUANDO A
      *FILIAL APARECE PELA PRIMEIRA VEZ NO MES
       2150-RECEITA-DA-FILIAL.
           SET FILIAL-NAO-ACHADA TO TRUE.
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > WRK-QTD-FILIAIS
                   OR FILIAL-ACHADA
               IF WRK-FIL-CODIGO (WRK-FIL-IDX) = PEDIDOS-FILIAL
                   SET FILIAL-ACHADA TO TRUE
                   ADD PEDIDOS-VALOR TO WRK-FIL-RECEITA (WRK-FIL-IDX)
               END-IF
           END-PERFORM.
           IF FILIAL-NAO-ACHADA
               IF WRK-QTD-FILIAIS < 30
                   ADD 1 TO WRK-QTD-FILIAIS
                   SET WRK-FIL-IDX TO WRK-QTD-FILIAIS
                   MOVE PEDIDOS-FILIAL TO WRK-FIL-CODIGO (WRK-FIL-IDX)
                   MOVE PEDIDOS-VALOR TO WRK-FIL-RECEITA (WRK-FIL-IDX)
               ELSE
                   MOVE 'S' TO WRK-FIL-EXCESSO
               END-IF
           END-IF.

      *SALDO DO PEDIDO CORRENTE = VALOR DO PEDIDO MENOS A SOMA DOS
      *RECEBIMENTOS JA LANCADOS PARA ELE; O RECEBIMENTO MAIS
      *RECENTE DO CLIENTE E O ULTIMO PAGAMENTO (SOMANDO OS DO DIA)
       2200-SALDO-DO-PEDIDO.
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
               EVALUATE TRUE
                   WHEN RECEB-DATA > WRK-GRUPO-PAGTO-DATA
                       MOVE RECEB-DATA TO WRK-GRUPO-PAGTO-DATA
                       MOVE RECEB-VALOR TO WRK-GRUPO-PAGTO-VALOR
                   WHEN RECEB-DATA = WRK-GRUPO-PAGTO-DATA
                       ADD RECEB-VALOR TO WRK-GRUPO-PAGTO-VALOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RECEB-STATUS.
           COMPUTE WRK-PED-SALDO =
                   PEDIDOS-VALOR - WRK-PED-RECEBIDO.

      *PEDIDO BAIXADO POR PERDA CONTINUA DEVIDO PELO CLIENTE, MAS
      *JA SAIU DO ATIVO: NAO ENTRA NAS FAIXAS DE IDADE
       2300-VER-PERDA.
           MOVE 'N' TO WRK-PED-PERDA.
           MOVE PEDIDOS-FONE TO PRD-FONE.
           MOVE PEDIDOS-NUMERO TO PRD-PEDIDO.
           READ PERDAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PED-PERDA
           END-READ.

      *VARRE A AGENDA DO PEDIDO UMA VEZ SO PARA AS DUAS CONTAS:
      *  - VENCIDO (SCORECLI): PARCELA VENCIDA COM SALDO, MENOS A
      *    RENEGOCIADA, CUJO VENCIDO E O DO ACORDO
      *  - IDADE (AGECLI): CADA PARCELA COM SALDO NA FAIXA DO
      *    VENCIMENTO DELA, ATE O TETO DO SALDO DO CABECALHO, MENOS
      *    A RENEGOCIADA, QUE ENVELHECE PELO ACORDO
       2400-PARCELAS-DO-PEDIDO.
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
               COMPUTE WRK-PARC-SALDO =
                       PARC-VALOR - PARC-RECEBIDO
               IF WRK-PARC-SALDO > ZEROS
                       AND PARC-VENCIMENTO < WRK-HOJE
                       AND NOT PARC-RENEGOCIADA
                   ADD WRK-PARC-SALDO TO WRK-GRUPO-VENCIDO
               END-IF
               IF NOT PED-EM-PERDA AND NOT PARC-RENEGOCIADA
                   IF WRK-PARC-SALDO > WRK-SALDO-TETO
                       MOVE WRK-SALDO-TETO TO WRK-PARC-SALDO
                   END-IF
                   IF WRK-PARC-SALDO > ZEROS
                       SUBTRACT WRK-PARC-SALDO FROM WRK-SALDO-TETO
                       MOVE PARC-VENCIMENTO TO WRK-DATA-PED
                       PERFORM 2600-ENQUADRAR-FAIXA
                   END-IF
               END-IF
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PARC-STATUS.

      *PEDIDO SEM AGENDA: ENVELHECE PELA DATA DELE E ESTA VENCIDO
      *QUANDO TEM MAIS DE 30 DIAS
       2500-PEDIDO-SEM-AGENDA.
           MOVE PEDIDOS-DATA TO WRK-DATA-PED.
           MOVE WRK-PED-SALDO TO WRK-PARC-SALDO.
           IF PED-EM-PERDA
               COMPUTE WRK-IDADE-DIAS =
                       ((WRK-HOJE-ANO - WRK-PED-ANO) * 360) +
                       ((WRK-HOJE-MES - WRK-PED-MES) * 30) +
                       (WRK-HOJE-DIA - WRK-PED-DIA)
           ELSE
               PERFORM 2600-ENQUADRAR-FAIXA
           END-IF.
           IF WRK-IDADE-DIAS > 30
               ADD WRK-PED-SALDO TO WRK-GRUPO-VENCIDO
           END-IF.

      *IDADE DO SALDO EM DIAS (BASE COMERCIAL 30/360), CONTADA DA
      *DATA JA DEIXADA EM WRK-DATA-PED, E ACUMULO NA FAIXA
       2600-ENQUADRAR-FAIXA.
           COMPUTE WRK-IDADE-DIAS =
                   ((WRK-HOJE-ANO - WRK-PED-ANO) * 360) +
                   ((WRK-HOJE-MES - WRK-PED-MES) * 30) +
                   (WRK-HOJE-DIA - WRK-PED-DIA).
           EVALUATE TRUE
               WHEN WRK-IDADE-DIAS <= 30
                   ADD WRK-PARC-SALDO TO WRK-GRUPO-FAIXA-30
               WHEN WRK-IDADE-DIAS <= 60
                   ADD WRK-PARC-SALDO TO WRK-GRUPO-FAIXA-60
               WHEN WRK-IDADE-DIAS <= 90
                   ADD WRK-PARC-SALDO TO WRK-GRUPO-FAIXA-90
               WHEN OTHER
                   ADD WRK-PARC-SALDO TO WRK-GRUPO-FAIXA-MAIS
           END-EVALUATE.

      *FECHA O CLIENTE CORRENTE: UM REGISTRO NO RESUMO
       3000-GRAVAR-CLIENTE.
           MOVE SPACES TO RES-REG.
           MOVE WRK-FONE-GRUPO TO RES-FONE.
           MOVE WRK-GRUPO-ULT-DATA TO RES-ULT-COMPRA-DATA.
           MOVE WRK-GRUPO-ULT-VALOR TO RES-ULT-COMPRA-VALOR.
           MOVE WRK-GRUPO-QTD TO RES-QTD-PEDIDOS.
           MOVE WRK-GRUPO-VIDA TO RES-TOTAL-VIDA.
           MOVE WRK-GRUPO-12M TO RES-TOTAL-12M.
           MOVE WRK-GRUPO-24M TO RES-TOTAL-24M.
           MOVE WRK-GRUPO-SALDO TO RES-SALDO-ABERTO.
           MOVE WRK-GRUPO-PERDA TO RES-SALDO-PERDA.
           MOVE WRK-GRUPO-FAIXA-30 TO RES-FAIXA-30.
           MOVE WRK-GRUPO-FAIXA-60 TO RES-FAIXA-60.
           MOVE WRK-GRUPO-FAIXA-90 TO RES-FAIXA-90.
           MOVE WRK-GRUPO-FAIXA-MAIS TO RES-FAIXA-MAIS.
           MOVE WRK-GRUPO-VENCIDO TO RES-VENCIDO.
           MOVE WRK-GRUPO-PAGTO-DATA TO RES-ULT-PAGTO-DATA.
           MOVE WRK-GRUPO-PAGTO-VALOR TO RES-ULT-PAGTO-VALOR.
           WRITE RES-REG
               INVALID KEY
                   DISPLAY 'RESCLI: FALHA AO GRAVAR O CLIENTE '
                           WRK-FONE-GRUPO ', STATUS ' RES-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-CLIENTES
           END-WRITE.

      *TERMINADA A VARREDURA, O CONTROLE RECEBE OS TOTAIS DA NOITE
      *E SO ENTAO PASSA A C (COMPLETO)
       4000-FECHAR-CONTROLE.
           CLOSE PEDIDOS.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE PERDAS.
           CLOSE RESUMO.
           OPEN I-O RESUMO.
           MOVE ZEROS TO RES-FONE.
           READ RESUMO
               INVALID KEY
                   DISPLAY 'RESCLI: CONTROLE NAO ENCONTRADO, '
                           'STATUS ' RES-STATUS
               NOT INVALID KEY
                   MOVE WRK-TOTAL-CLIENTES TO RES-CTL-CLIENTES
                   MOVE WRK-PEDIDOS-ONTEM TO RES-CTL-PED-ONTEM
                   MOVE WRK-REC-ONTEM TO RES-CTL-REC-ONTEM
                   MOVE WRK-PEDIDOS-MES TO RES-CTL-PED-MES
                   MOVE WRK-REC-MES TO RES-CTL-REC-MES
                   MOVE WRK-QTD-FILIAIS TO RES-CTL-QTD-FILIAIS
                   PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                           UNTIL WRK-FIL-IDX > 30
                       MOVE WRK-FIL-CODIGO (WRK-FIL-IDX) TO
                               RES-CTL-FIL-CODIGO (WRK-FIL-IDX)
                       MOVE WRK-FIL-RECEITA (WRK-FIL-IDX) TO
                               RES-CTL-FIL-RECEITA (WRK-FIL-IDX)
                   END-PERFORM
                   MOVE WRK-FIL-EXCESSO TO RES-CTL-EXCESSO
                   SET RES-COMPLETO TO TRUE
                   REWRITE RES-REG
                       INVALID KEY
                           DISPLAY 'RESCLI: FALHA AO FECHAR O '
                                   'CONTROLE, STATUS ' RES-STATUS
                   END-REWRITE
           END-READ.
           CLOSE RESUMO.

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
           MOVE 'RESCLI' TO JOB-NOME.
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
           MOVE WRK-TOTAL-CLIENTES TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM RESCLI.
