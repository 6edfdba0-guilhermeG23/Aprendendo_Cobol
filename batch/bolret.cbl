               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
      *CONTROLE DO ENCADEAMENTO DAS TRILHAS: CODIGO DE VERIFICACAO
      *DA ULTIMA LINHA GRAVADA EM CADA TRILHA (VIDE LOTE VERTRI)
           SELECT TRILHA-CONTROLE ASSIGN TO 'TRLCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-ARQUIVO
               FILE STATUS IS TRC-STATUS.
           SELECT RETORNO-REPORT ASSIGN TO 'BOLRET.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

      *PONTOS DE FIDELIDADE: O PEDIDO QUITADO AQUI RENDE PONTOS
      *COMO O QUITADO NO BALCAO; O BONUS DA CLASSE VEM DO FINCFG
           SELECT PONTOS ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS PTS-STATUS.
           SELECT FIN-CONFIG ASSIGN TO 'FINCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINCFG-STATUS.
      *REGISTRO CENTRAL DE EXECUCAO DE JOBS (VIDE PAINEL OP DO
      *CADASTRO ONLINE): CADA JOB GRAVA AQUI INICIO, FIM, TOTAIS
      *E CODIGO DE RETORNO DA SUA ULTIMA EXECUCAO
           05 AUDIT-EMAIL-DEPOIS PIC X(40).
           05 AUDIT-PEDIDO PIC 9(06).
           05 AUDIT-VALOR PIC 9(07)V99.
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 AUDIT-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DO CONTROLE DE ENCADEAMENTO DAS TRILHAS
       FD TRILHA-CONTROLE.
       01 TRC-REG.
           05 TRC-ARQUIVO PIC X(16).
           05 TRC-ULTIMO-COD PIC 9(09).
           05 TRC-GRAVADOS PIC 9(09).
           05 TRC-DATA PIC 9(08).
           05 TRC-HORA PIC 9(08).

       FD RETORNO-REPORT.
       01 REPORT-LINHA PIC X(120).

      *MESMO LAYOUT DOS PONTOS DE FIDELIDADE DO CADASTRO ONLINE
       FD PONTOS.
       01 PTS-REG.
           05 PTS-CHAVE.
               10 PTS-FONE PIC 9(09).
               10 PTS-SEQ PIC 9(04).
           05 PTS-TIPO PIC X(01).
               88 PTS-GANHO VALUE 'G'.
               88 PTS-RESGATE VALUE 'R'.
           05 PTS-DATA PIC 9(08).
           05 PTS-PEDIDO PIC 9(06).
           05 PTS-PONTOS PIC 9(07).
           05 PTS-USADOS PIC 9(07).
           05 PTS-ESTORNADOS PIC 9(07).
           05 PTS-VALIDADE PIC 9(08).
           05 PTS-VALOR PIC 9(07)V99.
           05 PTS-OPERADOR PIC X(09).

      *MESMO LAYOUT DA CONFIGURACAO FINANCEIRA DO CADASTRO ONLINE
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
           05 FINCFG-CHQ-TARIFA PIC 9(05)V99.
           05 FINCFG-PTS-BONUS-A PIC 9(03).
           05 FINCFG-PTS-BONUS-B PIC 9(03).
           05 FINCFG-PTS-VALOR PIC 9(01)V99.

      *REGISTRO PADRAO DE EXECUCAO DE UM JOB
       FD JOBCTL.
       01 JOB-REG.
       WORKING-STORAGE SECTION.
      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 PTS-STATUS PIC 9(02) VALUE ZEROS.
       77 FINCFG-STATUS PIC 9(02) VALUE ZEROS.
       77 RETORNO-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 NOTIF-STATUS PIC 9(02) VALUE ZEROS.
       77 BOL-STATUS PIC 9(02) VALUE ZEROS.
       77 AUDIT-STATUS PIC 9(02) VALUE ZEROS.
       77 TRC-STATUS PIC 9(02) VALUE ZEROS.
      *CALCULO DO CODIGO DE VERIFICACAO DA LINHA DA TRILHA:
      *ACUMULADOR VEZES 31 MAIS O CODIGO DE CADA BYTE, COMO O HASH
      *DE SENHA DO CADASTRO ONLINE, PARTINDO DO CODIGO ANTERIOR
       77 WRK-VRF-ENTRADA PIC X(178) VALUE SPACES.
       77 WRK-VRF-TAMANHO PIC 9(03) VALUE ZEROS.
       77 WRK-VRF-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-VRF-ACUM PIC 9(12) VALUE ZEROS.
       77 WRK-VRF-QUOC PIC 9(03) VALUE ZEROS.
       77 WRK-VRF-RESTO PIC 9(09) VALUE ZEROS.
       77 WRK-VRF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TRC-SITUACAO PIC X(01) VALUE 'N'.
           88 TRC-EXISTENTE VALUE 'S'.
           88 TRC-NOVO VALUE 'N'.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-RECEB-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.

      *FIDELIDADE: BONUS DA CLASSE (PADRAO DO CADASTRO ONLINE,
      *SOBRESCRITO PELO FINCFG), PONTOS DO PEDIDO, ULTIMA SEQUENCIA
      *DO CLIENTE E O TOTAL CREDITADO NO LOTE
       77 WRK-PTS-BONUS-A PIC 9(03) VALUE 50.
       77 WRK-PTS-BONUS-B PIC 9(03) VALUE 20.
       77 WRK-PTS-CALC PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-SEQ-PROX PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-PONTOS PIC 9(09) VALUE ZEROS.
       01 WRK-PTS-ACHADO PIC X(01) VALUE 'N'.
           88 PTS-GANHO-ACHADO VALUE 'S'.
           88 PTS-GANHO-AUSENTE VALUE 'N'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           OPEN I-O TRILHA-CONTROLE.
           IF TRC-STATUS = 35 THEN
               OPEN OUTPUT TRILHA-CONTROLE
               CLOSE TRILHA-CONTROLE
               OPEN I-O TRILHA-CONTROLE
           END-IF.
           OPEN I-O PONTOS.
           IF PTS-STATUS = 35 THEN
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
           OPEN INPUT FIN-CONFIG.
           IF FINCFG-STATUS = ZEROS
               READ FIN-CONFIG
                   NOT AT END
                       IF FINCFG-PTS-BONUS-A NUMERIC
                           MOVE FINCFG-PTS-BONUS-A TO WRK-PTS-BONUS-A
                       END-IF
                       IF FINCFG-PTS-BONUS-B NUMERIC
                           MOVE FINCFG-PTS-BONUS-B TO WRK-PTS-BONUS-B
                       END-IF
               END-READ
               CLOSE FIN-CONFIG
           END-IF.
           MOVE ZEROS TO FINCFG-STATUS.
           OPEN OUTPUT RETORNO-REPORT.
           MOVE 'RETORNO DE BOLETOS' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 2270-ENFILEIRAR-PESQUISA
                               PERFORM 2290-CREDITAR-PONTOS
                       END-REWRITE
                   END-IF
                   PERFORM 2600-ATUALIZAR-BOLETO-P
                   WRITE NOTIF-REG
           END-READ.

      *PEDIDO QUITADO RENDE UM PONTO POR REAL DO SEU VALOR, COM
      *O BONUS DA CLASSE DO CLIENTE, NA MESMA REGRA DO BALCAO; UM
      *PEDIDO SO RENDE PONTOS UMA VEZ
       2290-CREDITAR-PONTOS.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-CLASSE
           END-READ.
           PERFORM 2292-ACHAR-GANHO-PEDIDO.
           IF PTS-GANHO-AUSENTE
               EVALUATE CLIENTES-CLASSE
                   WHEN 'A'
                       COMPUTE WRK-PTS-CALC = PEDIDOS-VALOR
                               * (100 + WRK-PTS-BONUS-A) / 100
                   WHEN 'B'
                       COMPUTE WRK-PTS-CALC = PEDIDOS-VALOR
                               * (100 + WRK-PTS-BONUS-B) / 100
                   WHEN OTHER
                       COMPUTE WRK-PTS-CALC = PEDIDOS-VALOR
               END-EVALUATE
               IF WRK-PTS-CALC > ZEROS
                   PERFORM 2294-GRAVAR-GANHO
               END-IF
           END-IF.

       2292-ACHAR-GANHO-PEDIDO.
           SET PTS-GANHO-AUSENTE TO TRUE.
           MOVE ZEROS TO WRK-PTS-SEQ-PROX.
           MOVE PEDIDOS-FONE TO PTS-FONE.
           MOVE ZEROS TO PTS-SEQ.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 10 TO PTS-STATUS
           END-START.
           IF PTS-STATUS NOT = 10
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PTS-STATUS NOT = 0
                   OR PTS-FONE NOT = PEDIDOS-FONE
               IF PTS-GANHO AND PTS-PEDIDO = PEDIDOS-NUMERO
                   SET PTS-GANHO-ACHADO TO TRUE
               END-IF
               MOVE PTS-SEQ TO WRK-PTS-SEQ-PROX
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PTS-STATUS.

      *VALIDADE DE 12 MESES: MESMO DIA DO ANO SEGUINTE
       2294-GRAVAR-GANHO.
           MOVE PEDIDOS-FONE TO PTS-FONE.
           COMPUTE PTS-SEQ = WRK-PTS-SEQ-PROX + 1.
           SET PTS-GANHO TO TRUE.
           ACCEPT PTS-DATA FROM DATE YYYYMMDD.
           MOVE PEDIDOS-NUMERO TO PTS-PEDIDO.
           MOVE WRK-PTS-CALC TO PTS-PONTOS.
           MOVE ZEROS TO PTS-USADOS.
           MOVE ZEROS TO PTS-ESTORNADOS.
           COMPUTE PTS-VALIDADE = PTS-DATA + 10000.
           MOVE ZEROS TO PTS-VALOR.
           MOVE 'BOLRET' TO PTS-OPERADOR.
           WRITE PTS-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD PTS-PONTOS TO WRK-TOTAL-PONTOS
                   ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
                   ACCEPT AUDIT-HORA FROM TIME
                   MOVE 'PTS-GANHO' TO AUDIT-ACAO
                   MOVE 'BOLRET' TO AUDIT-OPERADOR
                   MOVE PEDIDOS-FONE TO AUDIT-CHAVE
                   MOVE SPACES TO AUDIT-NOME
                   MOVE SPACES TO AUDIT-EMAIL-ANTES
                   MOVE SPACES TO AUDIT-EMAIL-DEPOIS
                   MOVE PEDIDOS-NUMERO TO AUDIT-PEDIDO
                   MOVE PTS-PONTOS TO AUDIT-VALOR
                   PERFORM 9450-GRAVAR-ENCADEADO
           END-WRITE.

       2280-FALHA-RECEBIMENTO.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'FALHA AO GRAVAR RECEBIMENTO: '
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE RECEB-PEDIDO TO AUDIT-PEDIDO.
           MOVE RECEB-VALOR TO AUDIT-VALOR.
           PERFORM 9450-GRAVAR-ENCADEADO.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           CLOSE RECEBIMENTOS.
           CLOSE BOLETOS-EMITIDOS.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE PONTOS.
           CLOSE CLIENTES.
           CLOSE NOTIFICACOES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'REJEITADOS.........: ' WRK-TOTAL-REJEITADOS.
           DISPLAY 'VENCIDOS/BAIXADOS..: ' WRK-TOTAL-VENCIDOS.
           DISPLAY 'SEM PEDIDO.........: ' WRK-TOTAL-SEM-PEDIDO.
           DISPLAY 'PONTOS CREDITADOS..: ' WRK-TOTAL-PONTOS.
           DISPLAY '---------------------------------------'.

      *GRAVA A LINHA DA TRILHA COM O CODIGO DE VERIFICACAO,
      *CALCULADO SOBRE A LINHA E SOBRE O CODIGO DA LINHA ANTERIOR
      *GUARDADO NO TRLCTL.DAT, E AVANCA O CONTROLE; LINHA APAGADA
      *OU ALTERADA DEPOIS QUEBRA A CORRENTE (VIDE LOTE VERTRI)
       9450-GRAVAR-ENCADEADO.
           MOVE 'AUDITORIA.DAT' TO TRC-ARQUIVO.
           READ TRILHA-CONTROLE
               INVALID KEY
                   SET TRC-NOVO TO TRUE
                   MOVE 'AUDITORIA.DAT' TO TRC-ARQUIVO
                   MOVE ZEROS TO TRC-ULTIMO-COD
                   MOVE ZEROS TO TRC-GRAVADOS
               NOT INVALID KEY
                   SET TRC-EXISTENTE TO TRUE
           END-READ.
           MOVE TRC-ULTIMO-COD TO WRK-VRF-ANTERIOR.
           MOVE ZEROS TO AUDIT-VERIFICADOR.
           MOVE AUDIT-REG TO WRK-VRF-ENTRADA.
           MOVE 178 TO WRK-VRF-TAMANHO.
           PERFORM 9460-CALCULAR-VERIFICADOR.
           MOVE WRK-VRF-ACUM TO AUDIT-VERIFICADOR.
           WRITE AUDIT-REG.
           IF AUDIT-STATUS = ZEROS
               MOVE WRK-VRF-ACUM TO TRC-ULTIMO-COD
               ADD 1 TO TRC-GRAVADOS
               ACCEPT TRC-DATA FROM DATE YYYYMMDD
               ACCEPT TRC-HORA FROM TIME
               IF TRC-NOVO
                   WRITE TRC-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               ELSE
                   REWRITE TRC-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      *CODIGO = ACUMULADOR VEZES 31 MAIS O CODIGO DE CADA BYTE DA
      *LINHA, REDUZIDO PELO PRIMO 999999937, PARTINDO DO CODIGO DA
      *LINHA ANTERIOR (ZERO NA PRIMEIRA LINHA DA TRILHA)
       9460-CALCULAR-VERIFICADOR.
           MOVE WRK-VRF-ANTERIOR TO WRK-VRF-ACUM.
           PERFORM VARYING WRK-VRF-IDX FROM 1 BY 1
                   UNTIL WRK-VRF-IDX > WRK-VRF-TAMANHO
               COMPUTE WRK-VRF-ACUM = (WRK-VRF-ACUM * 31) +
                   FUNCTION ORD (WRK-VRF-ENTRADA (WRK-VRF-IDX:1))
               DIVIDE WRK-VRF-ACUM BY 999999937
                   GIVING WRK-VRF-QUOC
                   REMAINDER WRK-VRF-RESTO
               MOVE WRK-VRF-RESTO TO WRK-VRF-ACUM
           END-PERFORM.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
      *EXECUCAO; O RC FICA EM 99 (EM EXECUCAO) ATE O FIM NORMAL,
      *ENTAO UM JOB QUE CAIU NO MEIO FICA DENUNCIADO NO PAINEL
