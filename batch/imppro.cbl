      *    (E A DESCRICAO, SE VIER PREENCHIDA); O ESTOQUE E O
      *    MINIMO DO CADASTRO SAO PRESERVADOS - A LISTA DE PRECOS
      *    DO FORNECEDOR NAO SABE O QUE HA NA NOSSA PRATELEIRA
      *A LINHA PODE TRAZER NO FIM O EAN DO PRODUTO E QUANTAS
      *UNIDADES TEM A EMBALAGEM DELE (BRANCO/ZERO = 1); O EAN E
      *LIGADO AO PRODUTO EM PRODEAN.DAT DEPOIS QUE A LINHA E
      *APLICADA
      *LINHA INVALIDA VAI PARA IMPPRO.REJ COM O MOTIVO (01 =
      *CODIGO/DESCRICAO EM BRANCO, 02 = PRECO ZERADO, 04 = CODIGO
      *999999, RESERVADO AO ITEM DE FRETE, 05 = EAN COM TAMANHO OU
      *DIGITO VERIFICADOR INVALIDO, 06 = EAN JA LIGADO A OUTRO
      *PRODUTO) E PARA O RELATORIO IMPPRO.RPT
      *CHECKPOINT/RESTART NOS MOLDES DO IMPPED: O CHECKPOINT
      *(IMPPRO.CHK) AVANCA A CADA LINHA E UM LOTE INTERROMPIDO
      *RETOMA DO PONTO CERTO SEM APLICAR A MESMA LINHA DUAS VEZES
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
           SELECT PRODUTOS-EAN ASSIGN TO 'PRODEAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEAN-CODIGO
               FILE STATUS IS PEAN-STATUS.
           SELECT REJEITADOS ASSIGN TO 'IMPPRO.REJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJEITADOS-STATUS.
           05 IMPORTA-ESTOQUE-MIN PIC 9(05).
           05 IMPORTA-CATEGORIA PIC 9(03).
           05 IMPORTA-CUSTO PIC 9(07)V99.
           05 IMPORTA-EAN PIC X(14).
           05 IMPORTA-FATOR PIC 9(05).

      *MESMO LAYOUT DO CATALOGO DE PRODUTOS DO CADASTRO ONLINE
       FD PRODUTOS.
      *PRECO DE CUSTO, PARA O RELATORIO DE MARGEM FLAGRAR VENDA
      *ABAIXO DO CUSTO ANTES DO CONTADOR
           05 PROD-CUSTO PIC 9(07)V99.
           05 PROD-GARANTIA PIC 9(03).
           05 PROD-RECOMPRA-DIAS PIC 9(03).

      *MESMO LAYOUT DOS CODIGOS DE BARRAS DO CADASTRO ONLINE
       FD PRODUTOS-EAN.
       01 PEAN-REG.
           05 PEAN-CODIGO PIC 9(14).
           05 PEAN-PRODUTO PIC 9(06).
           05 PEAN-FATOR PIC 9(05).
           05 PEAN-ORIGEM PIC X(01).
           05 PEAN-DATA PIC 9(08).

      *MESMO LAYOUT DA ENTRADA + MOTIVO DA REJEICAO + EAN E FATOR
       FD REJEITADOS.
       01 REJ-REG.
           05 REJ-CODIGO PIC 9(06).
           05 REJ-CATEGORIA PIC 9(03).
           05 REJ-CUSTO PIC 9(07)V99.
           05 REJ-MOTIVO PIC X(02).
           05 REJ-EAN PIC X(14).
           05 REJ-FATOR PIC X(05).

       FD IMPPRO-REPORT.
       01 REPORT-LINHA PIC X(120).
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 IMPORTA-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 PEAN-STATUS PIC 9(02) VALUE ZEROS.
       77 REJEITADOS-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77 CHECKPOINT-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-INCLUIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ATUALIZADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EANS PIC 9(06) VALUE ZEROS.
      *CONTROLE DO CHECKPOINT/RESTART
       77 WRK-CHECKPOINT-LIDO PIC 9(06) VALUE ZEROS.
      *MOTIVO DA REJEICAO EM ANDAMENTO
       77 WRK-MOTIVO PIC X(02) VALUE SPACES.
      *CONFERENCIA DO EAN DA LINHA (MODULO 10, PESOS 3 E 1 DA
      *DIREITA PARA A ESQUERDA) SOBRE O EAN EM 14 POSICOES
       77 WRK-EAN-TAM PIC 9(02) VALUE ZEROS.
       01 WRK-EAN-NUM PIC 9(14) VALUE ZEROS.
       01 WRK-EAN-NUM-R REDEFINES WRK-EAN-NUM.
           05 WRK-EAN-DIGITO PIC 9(01) OCCURS 14 TIMES.
       77 WRK-EAN-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-EAN-PESO PIC 9(01) VALUE ZEROS.
       77 WRK-EAN-SOMA PIC 9(04) VALUE ZEROS.
       77 WRK-EAN-QUOC PIC 9(04) VALUE ZEROS.
       77 WRK-EAN-RESTO PIC 9(02) VALUE ZEROS.
       77 WRK-EAN-DV PIC 9(01) VALUE ZEROS.
       77 WRK-EAN-FATOR PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

               CLOSE PRODUTOS
               OPEN I-O PRODUTOS
           END-IF.
           OPEN I-O PRODUTOS-EAN.
           IF PEAN-STATUS = 35 THEN
               OPEN OUTPUT PRODUTOS-EAN
               CLOSE PRODUTOS-EAN
               OPEN I-O PRODUTOS-EAN
           END-IF.
           OPEN EXTEND REJEITADOS.
           IF REJEITADOS-STATUS = 35 THEN
               OPEN OUTPUT REJEITADOS
               IF IMPORTA-PRECO = ZEROS
                   MOVE '02' TO WRK-MOTIVO
               END-IF
               IF IMPORTA-CODIGO = 999999
                   MOVE '04' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES AND IMPORTA-EAN NOT = SPACES
               PERFORM 2100-CONFERIR-EAN
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM 2200-APLICAR-LINHA
      *SO A LINHA QUE ENTROU NO CATALOGO LIGA O EAN AO PRODUTO
               IF WRK-MOTIVO = SPACES AND IMPORTA-EAN NOT = SPACES
                   PERFORM 2500-GRAVAR-EAN
               END-IF
           ELSE
               PERFORM 2800-REJEITAR
           END-IF.
                   MOVE 10 TO IMPORTA-STATUS
           END-READ.

      *O EAN DA LINHA TEM QUE TER 8, 12, 13 OU 14 DIGITOS COM O
      *DIGITO VERIFICADOR CERTO (05) E NAO PODE ESTAR LIGADO A
      *OUTRO PRODUTO (06); O MESMO EAN NO MESMO PRODUTO E ACEITO
       2100-CONFERIR-EAN.
           MOVE ZEROS TO WRK-EAN-NUM.
           MOVE 14 TO WRK-EAN-TAM.
           PERFORM UNTIL WRK-EAN-TAM = ZEROS
                   OR IMPORTA-EAN(WRK-EAN-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-EAN-TAM
           END-PERFORM.
           IF IMPORTA-EAN(1:WRK-EAN-TAM) NOT NUMERIC
               MOVE '05' TO WRK-MOTIVO
           ELSE
               IF WRK-EAN-TAM NOT = 8 AND WRK-EAN-TAM NOT = 12
                       AND WRK-EAN-TAM NOT = 13
                       AND WRK-EAN-TAM NOT = 14
                   MOVE '05' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE IMPORTA-EAN(1:WRK-EAN-TAM) TO WRK-EAN-NUM
               MOVE ZEROS TO WRK-EAN-SOMA
               MOVE 3 TO WRK-EAN-PESO
               PERFORM VARYING WRK-EAN-IDX FROM 1 BY 1
                       UNTIL WRK-EAN-IDX > 13
                   COMPUTE WRK-EAN-SOMA = WRK-EAN-SOMA +
                       WRK-EAN-DIGITO(WRK-EAN-IDX) * WRK-EAN-PESO
                   COMPUTE WRK-EAN-PESO = 4 - WRK-EAN-PESO
               END-PERFORM
               DIVIDE WRK-EAN-SOMA BY 10
                   GIVING WRK-EAN-QUOC REMAINDER WRK-EAN-RESTO
               IF WRK-EAN-RESTO = ZEROS
                   MOVE ZEROS TO WRK-EAN-DV
               ELSE
                   COMPUTE WRK-EAN-DV = 10 - WRK-EAN-RESTO
               END-IF
               IF WRK-EAN-DV NOT = WRK-EAN-DIGITO(14)
                   MOVE '05' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE WRK-EAN-NUM TO PEAN-CODIGO
               READ PRODUTOS-EAN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PEAN-PRODUTO NOT = IMPORTA-CODIGO
                           MOVE '06' TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF.

      *CODIGO NOVO INCLUI O PRODUTO COMPLETO; CODIGO JA CADASTRADO
      *SO ATUALIZA PRECO, ATIVO E (SE VEIO) A DESCRICAO, SEM MEXER
      *NO ESTOQUE DA CASA
               MOVE IMPORTA-ESTOQUE-MIN TO PROD-ESTOQUE-MIN
               MOVE IMPORTA-CATEGORIA TO PROD-CATEGORIA
               MOVE IMPORTA-CUSTO TO PROD-CUSTO
               MOVE ZEROS TO PROD-GARANTIA
               MOVE ZEROS TO PROD-RECOMPRA-DIAS
               WRITE PROD-REG
                   INVALID KEY
                       MOVE '03' TO WRK-MOTIVO
                   ADD 1 TO WRK-TOTAL-ATUALIZADOS
           END-REWRITE.

      *LIGA O EAN DA LINHA AO PRODUTO; O EAN QUE JA ERA DELE SO
      *TEM O FATOR DA EMBALAGEM ATUALIZADO
       2500-GRAVAR-EAN.
           IF IMPORTA-FATOR NOT NUMERIC OR IMPORTA-FATOR = ZEROS
               MOVE 1 TO WRK-EAN-FATOR
           ELSE
               MOVE IMPORTA-FATOR TO WRK-EAN-FATOR
           END-IF.
           MOVE WRK-EAN-NUM TO PEAN-CODIGO.
           MOVE IMPORTA-CODIGO TO PEAN-PRODUTO.
           MOVE WRK-EAN-FATOR TO PEAN-FATOR.
           MOVE 'I' TO PEAN-ORIGEM.
           ACCEPT PEAN-DATA FROM DATE YYYYMMDD.
           WRITE PEAN-REG
               INVALID KEY
                   REWRITE PEAN-REG
                       INVALID KEY
                           DISPLAY 'IMPPRO: FALHA AO GRAVAR O EAN '
                                   PEAN-CODIGO ' STATUS '
                                   PEAN-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOTAL-EANS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-EANS
           END-WRITE.

       2800-REJEITAR.
           ADD 1 TO WRK-TOTAL-REJEITADOS.
           MOVE IMPORTA-CODIGO TO REJ-CODIGO.
           MOVE IMPORTA-CATEGORIA TO REJ-CATEGORIA.
           MOVE IMPORTA-CUSTO TO REJ-CUSTO.
           MOVE WRK-MOTIVO TO REJ-MOTIVO.
           MOVE IMPORTA-EAN TO REJ-EAN.
           MOVE IMPORTA-FATOR TO REJ-FATOR.
           WRITE REJ-REG.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'REJEITADO: ' IMPORTA-CODIGO ' '
                   ' INCLUIDOS ' WRK-TOTAL-INCLUIDOS
                   ' ATUALIZADOS ' WRK-TOTAL-ATUALIZADOS
                   ' REJEITADOS ' WRK-TOTAL-REJEITADOS
                   ' EANS ' WRK-TOTAL-EANS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
      *LOTE TERMINOU DO INICIO AO FIM, ENTAO O CHECKPOINT E ZERADO
           CLOSE CHECKPOINT.
           CLOSE IMPORTA-PRODUTOS.
           CLOSE PRODUTOS.
           CLOSE PRODUTOS-EAN.
           CLOSE REJEITADOS.
           CLOSE IMPPRO-REPORT.
           DISPLAY '---------------------------------------'.
           DISPLAY 'INCLUIDOS..........: ' WRK-TOTAL-INCLUIDOS.
           DISPLAY 'ATUALIZADOS........: ' WRK-TOTAL-ATUALIZADOS.
           DISPLAY 'REJEITADOS.........: ' WRK-TOTAL-REJEITADOS.
           DISPLAY 'EANS LIGADOS.......: ' WRK-TOTAL-EANS.
           DISPLAY '---------------------------------------'.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
