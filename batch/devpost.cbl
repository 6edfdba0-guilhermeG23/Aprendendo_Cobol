      *SEM ISSO A MESMA ETIQUETA MORTA IMPRIMIA E O PORTE ERA PAGO
      *DUAS VEZES PELO MESMO ENDERECO ERRADO
      *CADA MARCACAO FICA NA TRILHA DE AUDITORIA
      *A LISTA IMPRESSA SAI COM O ENDERECO MASCARADO (SO A PRIMEIRA
      *PALAVRA DO LOGRADOURO, NUMERO ESCONDIDO, CIDADE E UF): O
      *OPERADOR LIGA PELO TELEFONE E CONFERE O ENDERECO COMPLETO NA
      *FICHA DO CADASTRO ONLINE, ONDE A CONSULTA FICA REGISTRADA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT TRABALHO-REPORT ASSIGN TO 'DEVPOST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
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

       FD TRABALHO-REPORT.
       01 REPORT-LINHA PIC X(140).
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 DEVOLUCOES-STATUS PIC 9(02) VALUE ZEROS.
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
       77 WRK-TOTAL-JA-MARCADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-CANAL-EXIB PIC X(08) VALUE SPACES.
      *LOGRADOURO MASCARADO DA LINHA DA LISTA DE TRABALHO
       77 WRK-LOGRADOURO-MASCARADO PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           OPEN I-O TRILHA-CONTROLE.
           IF TRC-STATUS = 35 THEN
               OPEN OUTPUT TRILHA-CONTROLE
               CLOSE TRILHA-CONTROLE
               OPEN I-O TRILHA-CONTROLE
           END-IF.
           OPEN OUTPUT TRABALHO-REPORT.
           MOVE 'ENDERECOS DEVOLVIDOS - LISTA DE TRABALHO PARA ' &
                'CONTATO' TO REPORT-LINHA.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 9450-GRAVAR-ENCADEADO.
           EVALUATE TRUE
               WHEN CLI-PREF-EMAIL
                   MOVE 'EMAIL' TO WRK-CANAL-EXIB
               WHEN OTHER
                   MOVE '?' TO WRK-CANAL-EXIB
           END-EVALUATE.
           MOVE SPACES TO WRK-LOGRADOURO-MASCARADO.
           STRING CLIENTES-END-LOGRADOURO DELIMITED BY SPACE
                  ' *****' DELIMITED BY SIZE
               INTO WRK-LOGRADOURO-MASCARADO.
           STRING CLIENTES-FONE ' ' CLIENTES-NOME ' '
                   WRK-LOGRADOURO-MASCARADO ', *** '
                   CLIENTES-END-CIDADE '-' CLIENTES-END-UF
                   ' CONTATO ' WRK-CANAL-EXIB
               DELIMITED BY SIZE INTO REPORT-LINHA.
           CLOSE DEVOLUCOES.
           CLOSE CLIENTES.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE TRABALHO-REPORT.

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

       9500-REGISTRAR-INICIO-JOB.
           OPEN I-O JOBCTL.
           IF JOBCTL-STATUS = 35 THEN
