      *ENTRAR, A PARTIR DO QUE JA EXISTE NOS ARQUIVOS:
      *  CARTEIRA: SALDO EM ABERTO DOS PEDIDOS NAO CANCELADOS,
      *    ALOCADO NO MES DO VENCIMENTO DE CADA PARCELA; PEDIDO
      *    SEM AGENDA (E PARCELA JA VENCIDA) CAI NO MES CORRENTE;
      *    PARCELA RENEGOCIADA NUM ACORDO NAO ENTRA: NO LUGAR DELA
      *    ENTRAM AS PARCELAS EM ABERTO DOS ACORDOS ATIVOS, NO MES
      *    DO VENCIMENTO DE CADA UMA (VENCIDA NO MES CORRENTE);
      *    O CHEQUE AINDA NA CUSTODIA (CHEQUES.DAT) JA ABATEU O
      *    SALDO DO PEDIDO MAS AINDA NAO E DINHEIRO: ENTRA AQUI,
      *    NO MES DO BOM PARA; PEDIDO BAIXADO POR PERDA
      *    (PERDAS.DAT) JA SAIU DO ATIVO E NAO ENTRA
      *  CONTRATOS: O VALOR MENSAL DE CADA CONTRATO EM VIGOR
      *    ENTRA EM TODOS OS 6 MESES
      *  POTENCIAL: ORCAMENTOS PENDENTES DENTRO DA VALIDADE,
      *    PONDERADOS EM 50% (NEM TODO ORCAMENTO FECHA), NO MES
      *    DA VALIDADE
      *E O QUE DEVE SAIR:
      *  SAIDAS: TITULOS A PAGAR EM ABERTO DOS FORNECEDORES, NO
      *    MES DO VENCIMENTO; TITULO JA VENCIDO SEM BAIXA CAI NO
      *    MES CORRENTE
      *O RELATORIO SAI EM FLUXO.TXT, UMA LINHA POR MES COM AS
      *TRES COLUNAS DE ENTRADA E O TOTAL, AS SAIDAS E O SALDO DO
      *MES - E O MAPA QUE O DONO USA PARA PLANEJAR COMPRA E FOLHA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS ORC-STATUS.
           SELECT TITULOS-PAGAR ASSIGN TO 'PAGAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS PAG-STATUS.
      *ACORDOS DE RENEGOCIACAO E A AGENDA DE CADA UM
           SELECT ACORDOS ASSIGN TO 'ACORDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-CHAVE
               FILE STATUS IS ACO-STATUS.
           SELECT ACORDO-PARCELAS ASSIGN TO 'ACOPARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS AP-STATUS.
      *CUSTODIA DOS CHEQUES RECEBIDOS E AINDA NAO DEPOSITADOS
           SELECT CHEQUES ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS CHQ-STATUS.
      *PEDIDOS BAIXADOS POR PERDA
           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CHAVE
               FILE STATUS IS PRD-STATUS.
           SELECT FLUXO-REPORT ASSIGN TO 'FLUXO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLUXO-STATUS.
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

      *MESMO LAYOUT DO ARQUIVO DE CONTRATOS DO CADASTRO ONLINE
       FD CONTRATOS.
           05 CONTR-DATA-INI PIC 9(08).
           05 CONTR-DATA-FIM PIC 9(08).
           05 CONTR-ULT-REAJUSTE PIC 9(08).
      *CONTRATO MEDIDO (FRANQUIA + EXCEDENTE): O CONTR-VALOR E O
      *VALOR DA FRANQUIA, QUE COBRE A QUANTIDADE DE FRANQUIA NA
      *UNIDADE DO CONTRATO (COPIAS, HORAS, LITROS); O CONSUMO
      *ACIMA DELA SAI AO PRECO DO EXCEDENTE. A LEITURA ANTERIOR E
      *A DO ULTIMO MES FATURADO. TIPO EM BRANCO (CONTRATOS
      *ANTIGOS) VALE VALOR FIXO
           05 CONTR-TIPO PIC X(01).
               88 CONTR-FIXO VALUE 'F' ' '.
               88 CONTR-MEDIDO VALUE 'M'.
           05 CONTR-FRANQUIA PIC 9(07).
           05 CONTR-UNIDADE PIC X(10).
           05 CONTR-PRECO-EXCED PIC 9(05)V99.
           05 CONTR-LEITURA-ANT PIC 9(09).

      *MESMO LAYOUT DO ARQUIVO DE ORCAMENTOS DO CADASTRO ONLINE
       FD ORCAMENTOS.
               88 ORC-PENDENTE VALUE 'P'.
               88 ORC-CONVERTIDO VALUE 'C'.

      *MESMO LAYOUT DOS TITULOS A PAGAR DO CADASTRO ONLINE
       FD TITULOS-PAGAR.
       01 PAG-REG.
           05 PAG-CHAVE.
               10 PAG-FORNECEDOR PIC 9(06).
               10 PAG-NOTA PIC 9(09).
               10 PAG-PARCELA PIC 9(03).
           05 PAG-COMPRA PIC 9(06).
           05 PAG-VENCIMENTO PIC 9(08).
           05 PAG-VALOR PIC 9(07)V99.
           05 PAG-SITUACAO PIC X(01).
               88 PAG-ABERTO VALUE 'A'.
               88 PAG-PAGO VALUE 'P'.
               88 PAG-CANCELADO VALUE 'C'.
           05 PAG-DATA-BAIXA PIC 9(08).
           05 PAG-VALOR-PAGO PIC 9(07)V99.
           05 PAG-FORMA PIC X(01).
               88 PAG-DINHEIRO VALUE 'D'.
               88 PAG-BANCO VALUE 'B'.
           05 PAG-LANCAMENTO.
               10 PAG-OPERADOR PIC X(09).
               10 PAG-DATA-LANC PIC 9(08).

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

       FD FLUXO-REPORT.
       01 FLUXO-LINHA PIC X(120).

       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTR-STATUS PIC 9(02) VALUE ZEROS.
       77 ORC-STATUS PIC 9(02) VALUE ZEROS.
       77 PAG-STATUS PIC 9(02) VALUE ZEROS.
       77 FLUXO-STATUS PIC 9(02) VALUE ZEROS.
       77 CHQ-STATUS PIC 9(02) VALUE ZEROS.
       77 ACO-STATUS PIC 9(02) VALUE ZEROS.
       77 AP-STATUS PIC 9(02) VALUE ZEROS.
       77 PRD-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-PERDAS-SW PIC X(01) VALUE 'N'.
           88 PERDAS-ABERTO VALUE 'S'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CONTRATOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ORCAMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-TITULOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CHEQUES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PARC-ACORDO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PERDAS PIC 9(06) VALUE ZEROS.

      *JANELA DE PROJECAO: OS 6 MESES (AAAAMM) A PARTIR DO MES
      *CORRENTE, OS TRES BALDES DE ENTRADA E O DE SAIDA POR MES
       01 WRK-JANELA.
           05 WRK-MES-PROJ OCCURS 6 TIMES.
               10 WRK-PROJ-AAAAMM PIC 9(06).
               10 WRK-PROJ-CARTEIRA PIC 9(11)V99.
               10 WRK-PROJ-CONTRATOS PIC 9(11)V99.
               10 WRK-PROJ-POTENCIAL PIC 9(11)V99.
               10 WRK-PROJ-SAIDAS PIC 9(11)V99.
       77 WRK-MES-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-MES-ACHADO PIC 9(01) VALUE ZEROS.
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-PARC-ACHADAS PIC 9(03) VALUE ZEROS.
       77 WRK-PARC-SALDO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ALOCAR PIC 9(09)V99 VALUE ZEROS.
      *ACORDO CUJA AGENDA ESTA SENDO LIDA E O SALDO DA PARCELA
       01 WRK-ACORDO-LIDO.
           05 WRK-ACORDO-LIDO-FONE PIC 9(09) VALUE ZEROS.
           05 WRK-ACORDO-LIDO-NUM PIC 9(04) VALUE ZEROS.
       77 WRK-AP-SALDO PIC S9(08)V99 VALUE ZEROS.
      *TOTAL DA LINHA DO MES E CAMPOS DE EDICAO
       77 WRK-TOTAL-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ED-CARTEIRA PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ED-CONTRATOS PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ED-POTENCIAL PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-SALDO-MES PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ED-SAIDAS PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ED-SALDO PIC -Z(09)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM 1000-MONTAR-JANELA.
           PERFORM 1100-ABRIR-ARQUIVOS.
           PERFORM 2000-PROJETAR-PEDIDO UNTIL PEDIDOS-STATUS = 10.
           PERFORM 2500-PROJETAR-CHEQUE UNTIL CHQ-STATUS = 10.
           PERFORM 2600-PROJETAR-ACORDO UNTIL AP-STATUS = 10.
           PERFORM 3000-PROJETAR-CONTRATO UNTIL CONTR-STATUS = 10.
           PERFORM 4000-PROJETAR-ORCAMENTO UNTIL ORC-STATUS = 10.
           PERFORM 4500-PROJETAR-PAGAR UNTIL PAG-STATUS = 10.
           PERFORM 5000-IMPRIMIR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.
               MOVE ZEROS TO WRK-PROJ-CARTEIRA (WRK-MES-IDX)
               MOVE ZEROS TO WRK-PROJ-CONTRATOS (WRK-MES-IDX)
               MOVE ZEROS TO WRK-PROJ-POTENCIAL (WRK-MES-IDX)
               MOVE ZEROS TO WRK-PROJ-SAIDAS (WRK-MES-IDX)
               IF WRK-CALC-MES = 12
                   MOVE 1 TO WRK-CALC-MES
                   ADD 1 TO WRK-CALC-ANO
           OPEN INPUT PARCELAS.
           OPEN INPUT CONTRATOS.
           OPEN INPUT ORCAMENTOS.
           OPEN INPUT TITULOS-PAGAR.
           OPEN INPUT CHEQUES.
           OPEN INPUT ACORDOS.
           OPEN INPUT ACORDO-PARCELAS.
      *SEM AS BAIXAS POR PERDA NA INSTALACAO, TODO PEDIDO EM ABERTO
      *ENTRA NA CARTEIRA
           OPEN INPUT PERDAS.
           IF PRD-STATUS = ZEROS
               SET PERDAS-ABERTO TO TRUE
           ELSE
               DISPLAY 'PERDAS.DAT NAO ABERTO, STATUS ' PRD-STATUS
           END-IF.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           IF CHQ-STATUS NOT = ZEROS
               MOVE 10 TO CHQ-STATUS
           ELSE
               READ CHEQUES NEXT
                   AT END
                       MOVE 10 TO CHQ-STATUS
               END-READ
           END-IF.
      *SEM OS ACORDOS NA INSTALACAO, NAO HA AGENDA DE ACORDO
           IF AP-STATUS NOT = ZEROS OR ACO-STATUS NOT = ZEROS
               MOVE 10 TO AP-STATUS
           ELSE
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-IF.
           IF CONTR-STATUS NOT = ZEROS
               MOVE 10 TO CONTR-STATUS
           ELSE
                       MOVE 10 TO ORC-STATUS
               END-READ
           END-IF.
           IF PAG-STATUS NOT = ZEROS
               MOVE 10 TO PAG-STATUS
           ELSE
               READ TITULOS-PAGAR NEXT
                   AT END
                       MOVE 10 TO PAG-STATUS
               END-READ
           END-IF.

      *ALOCA O SALDO EM ABERTO DO PEDIDO NOS MESES DA JANELA:
      *PARCELA EM ABERTO NO MES DO VENCIMENTO (VENCIDA OU ALEM DA
      *MES CORRENTE
       2000-PROJETAR-PEDIDO.
           ADD 1 TO WRK-TOTAL-PEDIDOS.
           MOVE 23 TO PRD-STATUS.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                   AND NOT PED-PAGO AND PERDAS-ABERTO
               PERFORM 2050-VER-PERDA
               IF PRD-STATUS = ZEROS
                   ADD 1 TO WRK-TOTAL-PERDAS
               END-IF
           END-IF.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                   AND NOT PED-PAGO AND PRD-STATUS NOT = ZEROS
               PERFORM 2100-SALDO-DO-PEDIDO
               IF WRK-PED-SALDO > ZEROS
                   PERFORM 2200-ALOCAR-PARCELAS
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

      *PEDIDO BAIXADO POR PERDA DEIXA PRD-STATUS EM ZERO; SEM A
      *BAIXA, FICA DIFERENTE DE ZERO
       2050-VER-PERDA.
           MOVE PEDIDOS-FONE TO PRD-FONE.
           MOVE PEDIDOS-NUMERO TO PRD-PEDIDO.
           READ PERDAS
               INVALID KEY
                   MOVE 23 TO PRD-STATUS
           END-READ.

       2100-SALDO-DO-PEDIDO.
           MOVE ZEROS TO WRK-PED-RECEBIDO.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
               ADD 1 TO WRK-PARC-ACHADAS
               COMPUTE WRK-PARC-SALDO =
                       PARC-VALOR - PARC-RECEBIDO
               IF WRK-PARC-SALDO > ZEROS AND NOT PARC-RENEGOCIADA
                   MOVE WRK-PARC-SALDO TO WRK-VALOR-ALOCAR
                   MOVE PARC-VENCIMENTO TO WRK-DATA-EXAME
                   PERFORM 2250-ACHAR-MES
           ADD WRK-VALOR-ALOCAR TO
                   WRK-PROJ-CARTEIRA (WRK-MES-IDX).

      *CHEQUE NA GAVETA ENTRA NA CARTEIRA PELO VALOR DE FACE
      *(PRINCIPAL E ENCARGOS) NO MES DO BOM PARA; DEPOSITADO JA E
      *DINHEIRO E DEVOLVIDO JA REABRIU O SALDO DO PEDIDO
       2500-PROJETAR-CHEQUE.
           IF CHQ-CUSTODIA
               ADD 1 TO WRK-TOTAL-CHEQUES
               COMPUTE WRK-VALOR-ALOCAR = CHQ-VALOR + CHQ-MULTA
                       + CHQ-JUROS
               MOVE CHQ-BOM-PARA TO WRK-DATA-EXAME
               PERFORM 2250-ACHAR-MES
               PERFORM 2300-SOMAR-CARTEIRA
           END-IF.
           READ CHEQUES NEXT
               AT END
                   MOVE 10 TO CHQ-STATUS
           END-READ.

      *PARCELA EM ABERTO DE ACORDO ATIVO ENTRA NA CARTEIRA PELO
      *QUE FALTA PAGAR DELA, NO MES DO VENCIMENTO; E O QUE SUBSTITUI
      *AS PARCELAS RENEGOCIADAS DOS PEDIDOS DE ORIGEM. ACORDO QUE
      *CAIU JA DEVOLVEU AS PARCELAS DE ORIGEM PARA A AGENDA
       2600-PROJETAR-ACORDO.
           IF AP-FONE NOT = WRK-ACORDO-LIDO-FONE
                   OR AP-ACORDO NOT = WRK-ACORDO-LIDO-NUM
               MOVE AP-FONE TO ACO-FONE
               MOVE AP-ACORDO TO ACO-NUMERO
               READ ACORDOS
                   INVALID KEY
                       SET ACO-CAIDO TO TRUE
               END-READ
               MOVE AP-FONE TO WRK-ACORDO-LIDO-FONE
               MOVE AP-ACORDO TO WRK-ACORDO-LIDO-NUM
           END-IF.
           COMPUTE WRK-AP-SALDO = AP-VALOR - AP-RECEBIDO.
           IF ACO-ATIVO AND AP-ABERTA AND WRK-AP-SALDO > ZEROS
               ADD 1 TO WRK-TOTAL-PARC-ACORDO
               MOVE WRK-AP-SALDO TO WRK-VALOR-ALOCAR
               MOVE AP-VENCIMENTO TO WRK-DATA-EXAME
               PERFORM 2250-ACHAR-MES
               PERFORM 2300-SOMAR-CARTEIRA
           END-IF.
           READ ACORDO-PARCELAS NEXT
               AT END
                   MOVE 10 TO AP-STATUS
           END-READ.

      *CADA CONTRATO EM VIGOR ENTRA COM O VALOR MENSAL NOS MESES
      *DA JANELA ATE O FIM DO PRAZO (CONTR-DATA-FIM); DEPOIS DELE
      *O CTRPED JA NAO FATURA MAIS, ENTAO PROJETAR ALEM DO PRAZO
                   MOVE 10 TO ORC-STATUS
           END-READ.

      *TITULO A PAGAR EM ABERTO SAI NO MES DO VENCIMENTO; VENCIDO
      *SEM BAIXA OU ALEM DA JANELA CAI NO MES CORRENTE, PELA MESMA
      *REGRA DA CARTEIRA (2250)
       4500-PROJETAR-PAGAR.
           ADD 1 TO WRK-TOTAL-TITULOS.
           IF PAG-ABERTO
               MOVE PAG-VENCIMENTO TO WRK-DATA-EXAME
               PERFORM 2250-ACHAR-MES
               ADD PAG-VALOR TO WRK-PROJ-SAIDAS (WRK-MES-IDX)
           END-IF.
           READ TITULOS-PAGAR NEXT
               AT END
                   MOVE 10 TO PAG-STATUS
           END-READ.

       5000-IMPRIMIR.
           OPEN OUTPUT FLUXO-REPORT.
           MOVE 'PROJECAO DE ENTRADAS E SAIDAS - PROXIMOS 6 MESES' TO
                               FLUXO-LINHA.
           WRITE FLUXO-LINHA.
           MOVE ALL '-' TO FLUXO-LINHA.
           WRITE FLUXO-LINHA.
           MOVE 'MES       CARTEIRA     CONTRATOS     ' &
                'POTENCIAL         TOTAL        SAIDAS' &
                '          SALDO' TO FLUXO-LINHA.
           WRITE FLUXO-LINHA.
           PERFORM 5100-IMPRIMIR-MES
               VARYING WRK-MES-IDX FROM 1 BY 1
           CLOSE PARCELAS.
           CLOSE CONTRATOS.
           CLOSE ORCAMENTOS.
           CLOSE TITULOS-PAGAR.
           CLOSE CHEQUES.
           CLOSE ACORDOS.
           CLOSE ACORDO-PARCELAS.
           IF PERDAS-ABERTO
               CLOSE PERDAS
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'PROJECAO DE FLUXO DE CAIXA - TOTAIS'.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'CONTRATOS LIDOS....: ' WRK-TOTAL-CONTRATOS.
           DISPLAY 'ORCAMENTOS LIDOS...: ' WRK-TOTAL-ORCAMENTOS.
           DISPLAY 'TITULOS A PAGAR....: ' WRK-TOTAL-TITULOS.
           DISPLAY 'CHEQUES NA GAVETA..: ' WRK-TOTAL-CHEQUES.
           DISPLAY 'PARCELAS DE ACORDO.: ' WRK-TOTAL-PARC-ACORDO.
           DISPLAY 'BAIXADOS POR PERDA.: ' WRK-TOTAL-PERDAS.
           DISPLAY '---------------------------------------'.

       5100-IMPRIMIR-MES.
           MOVE WRK-PROJ-POTENCIAL (WRK-MES-IDX) TO
                               WRK-ED-POTENCIAL.
           MOVE WRK-TOTAL-MES TO WRK-ED-TOTAL.
           COMPUTE WRK-SALDO-MES =
                   WRK-TOTAL-MES - WRK-PROJ-SAIDAS (WRK-MES-IDX).
           MOVE WRK-PROJ-SAIDAS (WRK-MES-IDX) TO WRK-ED-SAIDAS.
           MOVE WRK-SALDO-MES TO WRK-ED-SALDO.
           MOVE SPACES TO FLUXO-LINHA.
           STRING WRK-PROJ-AAAAMM (WRK-MES-IDX) ' '
                   WRK-ED-CARTEIRA ' ' WRK-ED-CONTRATOS ' '
                   WRK-ED-POTENCIAL ' ' WRK-ED-TOTAL ' '
                   WRK-ED-SAIDAS ' ' WRK-ED-SALDO
               DELIMITED BY SIZE INTO FLUXO-LINHA.
           WRITE FLUXO-LINHA.

