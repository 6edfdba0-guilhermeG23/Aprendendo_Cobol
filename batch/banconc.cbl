      *RECEBIMENTOS.DAT COM LINHA DE AUDITORIA, NOS MOLDES DO
      *IMPPED; O QUE NAO CASAR SAI NO RELATORIO BANCONC.TXT PARA
      *ALOCACAO MANUAL PELA TELA
      *CREDITO DE COBRANCA PIX TRAZ NO INICIO DO HISTORICO O
      *IDENTIFICADOR GERADO PELO PIXREM; SE ELE ESTA EM PIXEMIT.DAT
      *A BAIXA E DO PIXRET, PELA NOTIFICACAO DO BANCO, E O CREDITO
      *SO E CONTADO AQUI - SEM BATIMENTO E SEM RECEBIMENTO EM DOBRO
      *DEPOSITO EM DINHEIRO DO BALCAO (HISTORICO 'DEP', SEM
      *TELEFONE DO PAGADOR E COM A FILIAL, OU ZERO, NO CAMPO DE
      *DOCUMENTO) E CONFERIDO CONTRA AS SANGRIAS PELO SANCONC,
      *QUE RODA ANTES; AQUI ELE SO E CONTADO, FORA DA LISTA DE
      *CREDITOS SEM BATIMENTO
      *O EXTRATO PROCESSADO E REINICIADO VAZIO
      **********************************
       ENVIRONMENT DIVISION.
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
      *FILA DE NOTIFICACOES DO CADASTRO ONLINE: O PEDIDO QUE
      *CHEGA A PAGO POR AQUI TAMBEM DISPARA A PESQUISA DE
      *SATISFACAO (CODIGO Q), COMO NO BALCAO
           SELECT NOTIFICACOES ASSIGN TO 'NOTIFIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-STATUS.
      *COBRANCAS PIX GERADAS PELO PIXREM, SO LEITURA
           SELECT PIX-EMITIDOS ASSIGN TO 'PIXEMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PIX-CHAVE
               FILE STATUS IS PIX-STATUS.
           SELECT BATIMENTO-REPORT ASSIGN TO 'BANCONC.TXT'
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
           05 EXT-PAGADOR-DOC PIC 9(14).
           05 EXT-PAGADOR-FONE PIC 9(09).
           05 EXT-HISTORICO PIC X(40).
           05 EXT-HISTORICO-R REDEFINES EXT-HISTORICO.
               10 EXT-PIX-IDENT PIC X(18).
               10 FILLER PIC X(22).
           05 EXT-HISTORICO-DEP REDEFINES EXT-HISTORICO.
               10 EXT-HIST-DEP PIC X(03).
               10 FILLER PIC X(37).

      *LAYOUT COMPLETO E ATUAL DO CADASTRO
       FD CLIENTES.
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

      *MESMO LAYOUT DO REGISTRO DE COBRANCAS PIX DO PIXREM
       FD PIX-EMITIDOS.
       01 PIX-REG.
           05 PIX-CHAVE.
               10 PIX-FONE PIC 9(09).
               10 PIX-PEDIDO PIC 9(06).
               10 PIX-PARCELA PIC 9(03).
           05 PIX-GERACAO PIC 9(06).
           05 PIX-VENCIMENTO PIC 9(08).
           05 PIX-VALOR PIC 9(07)V99.
           05 PIX-SITUACAO PIC X(01).
               88 PIX-EMITIDO VALUE 'E'.
               88 PIX-PAGO VALUE 'P'.
           05 PIX-DATA-PAGTO PIC 9(08).
           05 PIX-VALOR-PAGO PIC 9(07)V99.
           05 PIX-E2E PIC X(32).

       FD BATIMENTO-REPORT.
       01 REPORT-LINHA PIC X(120).
           05 NOTIF-EMAIL PIC X(40).
           05 NOTIF-CELULAR PIC 9(11).

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
       77 EXTRATO-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 NOTIF-STATUS PIC 9(02) VALUE ZEROS.
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
       77 PIX-STATUS PIC 9(02) VALUE ZEROS.
      *O REGISTRO DE COBRANCAS PIX SO EXISTE DEPOIS DO PRIMEIRO
      *PIXREM
       77 WRK-PIX-SITUACAO PIC X(01) VALUE 'N'.
           88 PIX-ABERTO VALUE 'S'.
      *CREDITO COM IDENTIFICADOR DE COBRANCA PIX CONHECIDA
       77 WRK-CREDITO-PIX PIC X(01) VALUE 'N'.
           88 CREDITO-PIX VALUE 'S'.
           88 CREDITO-SEM-PIX VALUE 'N'.
      *CREDITO QUE E DEPOSITO DO BALCAO (CONFERIDO PELO SANCONC)
       77 WRK-CREDITO-DEPOSITO PIC X(01) VALUE 'N'.
           88 CREDITO-DEPOSITO VALUE 'S'.
           88 CREDITO-SEM-DEPOSITO VALUE 'N'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-CREDITOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CASADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-CASAR PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PIX PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DEPOSITOS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-CASADO PIC 9(11)V99 VALUE ZEROS.
      *RESULTADO DA BUSCA DO CLIENTE E DO PEDIDO
       77 WRK-CLIENTE-SITUACAO PIC X(01) VALUE 'N'.
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
           OPEN INPUT PIX-EMITIDOS.
           IF PIX-STATUS = ZEROS
               SET PIX-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT BATIMENTO-REPORT.
           MOVE 'BATIMENTO DO EXTRATO BANCARIO' TO REPORT-LINHA.
           WRITE REPORT-LINHA.

       2000-PROCESSAR-CREDITO.
           ADD 1 TO WRK-TOTAL-CREDITOS.
           PERFORM 2050-CONFERIR-PIX.
           PERFORM 2060-CONFERIR-DEPOSITO.
           IF CREDITO-PIX
               ADD 1 TO WRK-TOTAL-PIX
           END-IF.
           IF CREDITO-DEPOSITO
               ADD 1 TO WRK-TOTAL-DEPOSITOS
           END-IF.
           IF CREDITO-SEM-PIX AND CREDITO-SEM-DEPOSITO
               PERFORM 2100-ACHAR-CLIENTE
               IF CLIENTE-ACHADO
                   PERFORM 2200-PROCURAR-BATIDA
               ELSE
                   SET BATIDA-NAO-ACHADA TO TRUE
               END-IF
               IF BATIDA-ACHADA
                   PERFORM 2500-GRAVAR-RECEBIMENTO
               ELSE
                   PERFORM 2800-SEM-BATIMENTO
               END-IF
           END-IF.
           READ EXTRATO
               AT END
                   MOVE 10 TO EXTRATO-STATUS
           END-READ.

      *CREDITO CUJO HISTORICO COMECA COM O IDENTIFICADOR DE UMA
      *COBRANCA PIX REGISTRADA JA TEM BAIXA PROPRIA NO PIXRET
       2050-CONFERIR-PIX.
           SET CREDITO-SEM-PIX TO TRUE.
           IF PIX-ABERTO AND EXT-PIX-IDENT IS NUMERIC
               MOVE EXT-PIX-IDENT TO PIX-CHAVE
               READ PIX-EMITIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CREDITO-PIX TO TRUE
               END-READ
           END-IF.

      *DEPOSITO EM DINHEIRO DO BALCAO: MESMA REGRA DO SANCONC,
      *QUE JA O CONFERIU CONTRA AS SANGRIAS
       2060-CONFERIR-DEPOSITO.
           SET CREDITO-SEM-DEPOSITO TO TRUE.
           IF CREDITO-SEM-PIX AND EXT-HIST-DEP = 'DEP'
                   AND EXT-PAGADOR-FONE = ZEROS
                   AND EXT-PAGADOR-DOC < 100
               SET CREDITO-DEPOSITO TO TRUE
           END-IF.

      *ACHA O CLIENTE PELO TELEFONE DO PAGADOR; SEM TELEFONE (OU
      *TELEFONE QUE NAO E CHAVE), VARRE O CADASTRO PELO CPF/CNPJ
       2100-ACHAR-CLIENTE.
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2700-ENFILEIRAR-PESQUISA
                       PERFORM 2750-CREDITAR-PONTOS
               END-REWRITE
           END-IF.

           MOVE CLIENTES-FONE-CEL TO NOTIF-CELULAR.
           WRITE NOTIF-REG.

      *PEDIDO QUITADO RENDE UM PONTO POR REAL DO SEU VALOR, COM
      *O BONUS DA CLASSE DO CLIENTE CASADO (JA NO BUFFER), NA MESMA
      *REGRA DO BALCAO; UM PEDIDO SO RENDE PONTOS UMA VEZ
       2750-CREDITAR-PONTOS.
           PERFORM 2752-ACHAR-GANHO-PEDIDO.
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
                   PERFORM 2754-GRAVAR-GANHO
               END-IF
           END-IF.

       2752-ACHAR-GANHO-PEDIDO.
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
       2754-GRAVAR-GANHO.
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
           MOVE 'BANCONC' TO PTS-OPERADOR.
           WRITE PTS-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD PTS-PONTOS TO WRK-TOTAL-PONTOS
                   ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
                   ACCEPT AUDIT-HORA FROM TIME
                   MOVE 'PTS-GANHO' TO AUDIT-ACAO
                   MOVE 'BANCONC' TO AUDIT-OPERADOR
                   MOVE PEDIDOS-FONE TO AUDIT-CHAVE
                   MOVE SPACES TO AUDIT-NOME
                   MOVE SPACES TO AUDIT-EMAIL-ANTES
                   MOVE SPACES TO AUDIT-EMAIL-DEPOIS
                   MOVE PEDIDOS-NUMERO TO AUDIT-PEDIDO
                   MOVE PTS-PONTOS TO AUDIT-VALOR
                   PERFORM 9450-GRAVAR-ENCADEADO
           END-WRITE.

       2800-SEM-BATIMENTO.
           ADD 1 TO WRK-TOTAL-SEM-CASAR.
           MOVE EXT-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE RECEB-PEDIDO TO AUDIT-PEDIDO.
           MOVE RECEB-VALOR TO AUDIT-VALOR.
           PERFORM 9450-GRAVAR-ENCADEADO.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           STRING 'CREDITOS ' WRK-TOTAL-CREDITOS
                   ' CASADOS ' WRK-TOTAL-CASADOS
                   ' SEM BATIMENTO ' WRK-TOTAL-SEM-CASAR
                   ' PIX COM IDENTIFICADOR ' WRK-TOTAL-PIX
                   ' DEPOSITOS DO BALCAO ' WRK-TOTAL-DEPOSITOS
                   ' VALOR CASADO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE PEDIDOS.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           IF PIX-ABERTO
               CLOSE PIX-EMITIDOS
           END-IF.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE PONTOS.
           CLOSE NOTIFICACOES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'BATIMENTO DO EXTRATO - TOTAIS'.
           DISPLAY 'CREDITOS LIDOS.....: ' WRK-TOTAL-CREDITOS.
           DISPLAY 'CASADOS............: ' WRK-TOTAL-CASADOS.
           DISPLAY 'SEM BATIMENTO......: ' WRK-TOTAL-SEM-CASAR.
           DISPLAY 'PIX (BAIXA PIXRET).: ' WRK-TOTAL-PIX.
           DISPLAY 'DEPOSITOS (SANCONC): ' WRK-TOTAL-DEPOSITOS.
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
