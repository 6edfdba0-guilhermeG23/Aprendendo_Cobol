       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATWEB.
      **********************************
      *OBJ: PUBLICACAO DO CATALOGO PARA A LOJA VIRTUAL
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *GERA CATALOGO.CSV, LIDO PELO SITE, COM UMA LINHA POR
      *PRODUTO DE PRODUTOS.DAT: DESCRICAO, CATEGORIA, PRECO
      *VIGENTE DO DIA (MESMA REGRA DO 8527-PRECO-VIGENTE DO
      *CADASTRO ONLINE SOBRE PRECOS.DAT), SALDO DISPONIVEL NA
      *MATRIZ (QUE DESPACHA A LOJA VIRTUAL, MESMA CONTA DO 8381
      *DA TELA: KIT PELOS COMPONENTES, LOTE SO DENTRO DA VALIDADE)
      *DESCONTADAS AS RESERVAS DA LISTA DE ESPERA AINDA NAO
      *ATENDIDAS, E A FLAG DE PRODUTO EM LINHA. O PRECO JA
      *PROGRAMADO PARA AMANHA SAI ANTECIPADO NA MESMA LINHA, COM A
      *DATA DE VIGENCIA, PARA O SITE TROCAR NA VIRADA DO DIA
      *DOIS MODOS DE CORTE, COMO O EXPCLI: NO DOMINGO (OU QUANDO
      *AINDA NAO EXISTE A FOTOGRAFIA CATPUB.DAT DO QUE O SITE JA
      *RECEBEU, OU QUANDO A RODADA ANTERIOR CAIU NO MEIO) SAI A
      *CARGA COMPLETA, NOS DEMAIS DIAS SAI SO O DELTA - OS
      *PRODUTOS CUJA LINHA MUDOU EM RELACAO A FOTOGRAFIA; A COLUNA
      *ACAO DIZ SE A LINHA E INCLUSAO (A, PRODUTO QUE O SITE AINDA
      *NAO CONHECE) OU ALTERACAO (U); NA CARGA COMPLETA TODAS AS
      *LINHAS SAEM COM ACAO A
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
           SELECT PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRECO-CHAVE
               FILE STATUS IS PRECO-STATUS.
           SELECT KITS ASSIGN TO 'KITS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS KIT-STATUS.
           SELECT LOTES ASSIGN TO 'LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTE-CHAVE
               FILE STATUS IS LOTE-STATUS.
           SELECT ESTOQUE-FILIAL ASSIGN TO 'ESTFIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EFIL-CHAVE
               FILE STATUS IS EFIL-STATUS.
           SELECT RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS RES-STATUS.
      *FOTOGRAFIA DA ULTIMA LINHA PUBLICADA DE CADA PRODUTO, PARA
      *O CORTE DELTA
           SELECT CATALOGO-PUBLICADO ASSIGN TO 'CATPUB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPUB-CODIGO
               FILE STATUS IS CPUB-STATUS.
      *ARQUIVO CSV DE SAIDA, UMA LINHA POR PRODUTO
           SELECT CSV-CATALOGO ASSIGN TO 'CATALOGO.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STATUS.

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
      *MESMO LAYOUT DO CATALOGO DE PRODUTOS DO CADASTRO ONLINE
       FD PRODUTOS.
       01 PROD-REG.
           05 PROD-CODIGO PIC 9(06).
           05 PROD-DESCRICAO PIC X(40).
           05 PROD-PRECO PIC 9(07)V99.
           05 PROD-ATIVO PIC X(01).
               88 PROD-EM-LINHA VALUE 'S'.
               88 PROD-FORA-LINHA VALUE 'N'.
           05 PROD-ESTOQUE PIC 9(05).
           05 PROD-ESTOQUE-MIN PIC 9(05).
           05 PROD-CATEGORIA PIC 9(03).
           05 PROD-CUSTO PIC 9(07)V99.
           05 PROD-GARANTIA PIC 9(03).
           05 PROD-RECOMPRA-DIAS PIC 9(03).

      *UMA LINHA DE PRECO POR PRODUTO E DATA DE INICIO DE
      *VIGENCIA
       FD PRECOS.
       01 PRECO-REG.
           05 PRECO-CHAVE.
               10 PRECO-PRODUTO PIC 9(06).
               10 PRECO-VIGENCIA PIC 9(08).
           05 PRECO-VALOR PIC 9(07)V99.

      *COMPONENTE DE UM KIT: QUANTAS UNIDADES DO COMPONENTE VAO
      *EM UMA UNIDADE DO PRODUTO PAI
       FD KITS.
       01 KIT-REG.
           05 KIT-CHAVE.
               10 KIT-PAI PIC 9(06).
               10 KIT-COMPONENTE PIC 9(06).
           05 KIT-QTDE PIC 9(03).

      *LOTE DE UM PRODUTO: SALDO AINDA NA PRATELEIRA E DATA DA
      *PRIMEIRA ENTRADA
       FD LOTES.
       01 LOTE-REG.
           05 LOTE-CHAVE.
               10 LOTE-PRODUTO PIC 9(06).
               10 LOTE-VALIDADE PIC 9(08).
               10 LOTE-NUMERO PIC X(10).
           05 LOTE-SALDO PIC 9(05).
           05 LOTE-ENTRADA PIC 9(08).

      *SALDO DE UM PRODUTO EM UMA FILIAL QUE NAO E A MATRIZ
       FD ESTOQUE-FILIAL.
       01 EFIL-REG.
           05 EFIL-CHAVE.
               10 EFIL-PRODUTO PIC 9(06).
               10 EFIL-FILIAL PIC 9(02).
           05 EFIL-SALDO PIC 9(05).
           05 EFIL-MINIMO PIC 9(05).

      *MESMO LAYOUT DA RESERVA DA LISTA DE ESPERA DO CADASTRO
      *ONLINE
       FD RESERVAS.
       01 RES-REG.
           05 RES-CHAVE.
               10 RES-PRODUTO PIC 9(06).
               10 RES-SEQ PIC 9(06).
           05 RES-FONE PIC 9(09).
           05 RES-QTDE PIC 9(05).
           05 RES-DATA PIC 9(08).
           05 RES-SITUACAO PIC X(01).
               88 RES-AGUARDANDO VALUE 'A'.
               88 RES-AVISADA VALUE 'V'.
               88 RES-CANCELADA VALUE 'C'.
           05 RES-FILIAL PIC 9(02).

      *O QUE O SITE RECEBEU DO PRODUTO NA ULTIMA PUBLICACAO
       FD CATALOGO-PUBLICADO.
       01 CPUB-REG.
           05 CPUB-CODIGO PIC 9(06).
           05 CPUB-LINHA.
               10 CPUB-DESCRICAO PIC X(40).
               10 CPUB-CATEGORIA PIC 9(03).
               10 CPUB-PRECO PIC 9(07)V99.
               10 CPUB-SALDO PIC 9(05).
               10 CPUB-ATIVO PIC X(01).
               10 CPUB-PRECO-AMANHA PIC 9(07)V99.
               10 CPUB-VIGENCIA-AMANHA PIC 9(08).
           05 CPUB-DATA PIC 9(08).

       FD CSV-CATALOGO.
       01 CSV-LINHA PIC X(150).

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
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 PRECO-STATUS PIC 9(02) VALUE ZEROS.
       77 KIT-STATUS PIC 9(02) VALUE ZEROS.
       77 LOTE-STATUS PIC 9(02) VALUE ZEROS.
       77 EFIL-STATUS PIC 9(02) VALUE ZEROS.
       77 RES-STATUS PIC 9(02) VALUE ZEROS.
       77 CPUB-STATUS PIC 9(02) VALUE ZEROS.
       77 CSV-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EXPORTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-INCLUIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ALTERADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PULADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FORA-LINHA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-SALDO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PRECO-AMANHA PIC 9(06) VALUE ZEROS.

      *CONTROLE DO MODO DE CORTE (COMPLETO X DELTA)
       77 WRK-DIA-SEMANA PIC 9(01) VALUE ZEROS.
       77 WRK-MODO PIC X(01) VALUE 'C'.
           88 MODO-COMPLETO VALUE 'C'.
           88 MODO-DELTA VALUE 'D'.
       77 WRK-ACAO PIC X(01) VALUE 'A'.
      *RODADA ANTERIOR QUE FICOU NO MEIO (RC 99 NO JOBCTL): A
      *FOTOGRAFIA PODE TER ANDADO SEM O SITE RECEBER O CSV, ENTAO
      *A PROXIMA RODADA E CARGA COMPLETA
       77 WRK-RODADA-ANTERIOR PIC X(01) VALUE 'N'.
           88 RODADA-ANTERIOR-CAIU VALUE 'S'.

      *DATA DE HOJE E DE AMANHA (VIRADA DE MES E DE ANO PELA
      *TABELA DE DIAS DO MES, COMO NO DIAUTIL)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-AMANHA PIC 9(08) VALUE ZEROS.
       01 WRK-AMANHA-R REDEFINES WRK-AMANHA.
           05 WRK-AMANHA-ANO PIC 9(04).
           05 WRK-AMANHA-MES PIC 9(02).
           05 WRK-AMANHA-DIA PIC 9(02).
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROS.
       01 TB-DIAS-MES-TBL.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TB-DIAS-MES REDEFINES TB-DIAS-MES-TBL.
           05 TB-DIAS PIC 9(02) OCCURS 12 TIMES.
       77 WRK-RESTO-BISSEXTO PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.

      *LINHA DO PRODUTO CORRENTE, NO MESMO FORMATO DA FOTOGRAFIA
       01 WRK-LINHA-NOVA.
           05 WRK-NOVA-DESCRICAO PIC X(40).
           05 WRK-NOVA-CATEGORIA PIC 9(03).
           05 WRK-NOVA-PRECO PIC 9(07)V99.
           05 WRK-NOVA-SALDO PIC 9(05).
           05 WRK-NOVA-ATIVO PIC X(01).
           05 WRK-NOVA-PRECO-AMANHA PIC 9(07)V99.
           05 WRK-NOVA-VIGENCIA-AMANHA PIC 9(08).
       77 WRK-RESERVADO PIC 9(07) VALUE ZEROS.
      *CAMPOS EDITADOS DO CSV (PONTO DECIMAL, SEM BRANCOS)
       77 WRK-ED-PRECO PIC 9(07).99 VALUE ZEROS.
       77 WRK-ED-PRECO-AMANHA PIC 9(07).99 VALUE ZEROS.

      *ESTOQUE: KIT, LOTES E SALDO DA MATRIZ, NOS MESMOS CAMPOS E
      *REGRAS DO CADASTRO ONLINE (8380 A 8403)
       77 WRK-KIT-PAI PIC 9(06) VALUE ZEROS.
       77 WRK-KIT-DISPONIVEL PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-CABEM PIC 9(05) VALUE ZEROS.
       01 WRK-KIT-SW PIC X(01) VALUE 'N'.
           88 PROD-E-KIT VALUE 'S'.
           88 PROD-NAO-KIT VALUE 'N'.
       77 WRK-LOTE-PRODUTO PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-VALIDO PIC 9(05) VALUE ZEROS.
       01 WRK-LOTE-SW PIC X(01) VALUE 'N'.
           88 PROD-COM-LOTE VALUE 'S'.
           88 PROD-SEM-LOTE VALUE 'N'.
       77 WRK-EFIL-SALDO PIC 9(05) VALUE ZEROS.
       77 WRK-EFIL-OUTRAS PIC 9(07) VALUE ZEROS.
       77 WRK-PRECO-VIGENTE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-SITUACAO PIC X(01) VALUE 'N'.
           88 PRECO-ACHADO VALUE 'S'.
           88 PRECO-NAO-ACHADO VALUE 'N'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 0500-CONFERIR-RODADA-ANTERIOR.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR UNTIL PROD-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *LE NO JOBCTL COMO TERMINOU A RODADA ANTERIOR DESTE JOB,
      *ANTES DO 9500 MARCAR ESTA COMO EM EXECUCAO
       0500-CONFERIR-RODADA-ANTERIOR.
           OPEN INPUT JOBCTL.
           IF JOBCTL-STATUS = ZEROS
               MOVE 'CATWEB' TO JOB-NOME
               READ JOBCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JOB-RC = 99
                           SET RODADA-ANTERIOR-CAIU TO TRUE
                       END-IF
               END-READ
               CLOSE JOBCTL
           END-IF.
           MOVE ZEROS TO JOBCTL-STATUS.

       1000-ABRIR-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1100-CALCULAR-AMANHA.
      *DECIDE O MODO: DOMINGO, SEM FOTOGRAFIA OU RODADA ANTERIOR
      *INCOMPLETA = CARGA COMPLETA
           ACCEPT WRK-DIA-SEMANA FROM DAY-OF-WEEK.
           OPEN I-O CATALOGO-PUBLICADO.
           IF WRK-DIA-SEMANA = 7 OR CPUB-STATUS NOT = ZEROS
                   OR RODADA-ANTERIOR-CAIU
               SET MODO-COMPLETO TO TRUE
           ELSE
               SET MODO-DELTA TO TRUE
           END-IF.
      *A CARGA COMPLETA REFAZ A FOTOGRAFIA DO ZERO: PRODUTO QUE
      *SAIU DO CATALOGO DEIXA DE CONSTAR DELA
           IF MODO-COMPLETO
               IF CPUB-STATUS = ZEROS
                   CLOSE CATALOGO-PUBLICADO
               END-IF
               OPEN OUTPUT CATALOGO-PUBLICADO
               CLOSE CATALOGO-PUBLICADO
               OPEN I-O CATALOGO-PUBLICADO
           END-IF.
           OPEN INPUT PRECOS.
           IF PRECO-STATUS = 35 THEN
               OPEN OUTPUT PRECOS
               CLOSE PRECOS
               OPEN INPUT PRECOS
           END-IF.
           OPEN INPUT KITS.
           IF KIT-STATUS = 35 THEN
               OPEN OUTPUT KITS
               CLOSE KITS
               OPEN INPUT KITS
           END-IF.
           OPEN INPUT LOTES.
           IF LOTE-STATUS = 35 THEN
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN INPUT LOTES
           END-IF.
           OPEN INPUT ESTOQUE-FILIAL.
           IF EFIL-STATUS = 35 THEN
               OPEN OUTPUT ESTOQUE-FILIAL
               CLOSE ESTOQUE-FILIAL
               OPEN INPUT ESTOQUE-FILIAL
           END-IF.
           OPEN INPUT RESERVAS.
           IF RES-STATUS = 35 THEN
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN INPUT RESERVAS
           END-IF.
           OPEN OUTPUT CSV-CATALOGO.
      *CABECALHO COM OS NOMES DAS COLUNAS
           MOVE 'ACAO,CODIGO,DESCRICAO,CATEGORIA,PRECO,SALDO,' &
                'ATIVO,PRECO_AMANHA,VIGENCIA_AMANHA' TO CSV-LINHA.
           WRITE CSV-LINHA.
           OPEN INPUT PRODUTOS.
           IF PROD-STATUS NOT = ZEROS
               MOVE 10 TO PROD-STATUS
           ELSE
               READ PRODUTOS NEXT
                   AT END
                       MOVE 10 TO PROD-STATUS
               END-READ
           END-IF.

      *DIA SEGUINTE A HOJE; FEVEREIRO TEM 29 DIAS NO ANO
      *DIVISIVEL POR 4
       1100-CALCULAR-AMANHA.
           MOVE WRK-HOJE TO WRK-AMANHA.
           MOVE TB-DIAS (WRK-AMANHA-MES) TO WRK-ULT-DIA-MES.
           IF WRK-AMANHA-MES = 2
               DIVIDE WRK-AMANHA-ANO BY 4
                   GIVING WRK-QUOC-BISSEXTO
                   REMAINDER WRK-RESTO-BISSEXTO
               IF WRK-RESTO-BISSEXTO = ZEROS
                   MOVE 29 TO WRK-ULT-DIA-MES
               END-IF
           END-IF.
           IF WRK-AMANHA-DIA < WRK-ULT-DIA-MES
               ADD 1 TO WRK-AMANHA-DIA
           ELSE
               MOVE 1 TO WRK-AMANHA-DIA
               IF WRK-AMANHA-MES < 12
                   ADD 1 TO WRK-AMANHA-MES
               ELSE
                   MOVE 1 TO WRK-AMANHA-MES
                   ADD 1 TO WRK-AMANHA-ANO
               END-IF
           END-IF.

      *MONTA A LINHA DO PRODUTO CORRENTE E, NO DELTA, SO A
      *PUBLICA SE ELA DIFERE DA FOTOGRAFIA
       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM 2100-MONTAR-LINHA.
           MOVE PROD-CODIGO TO CPUB-CODIGO.
           IF MODO-COMPLETO
               MOVE 'A' TO WRK-ACAO
               PERFORM 2300-GRAVAR-FOTOGRAFIA
               PERFORM 2500-EXPORTAR-LINHA
           ELSE
               READ CATALOGO-PUBLICADO
                   INVALID KEY
                       MOVE 'A' TO WRK-ACAO
                       PERFORM 2300-GRAVAR-FOTOGRAFIA
                       PERFORM 2500-EXPORTAR-LINHA
                   NOT INVALID KEY
                       IF CPUB-LINHA = WRK-LINHA-NOVA
                           ADD 1 TO WRK-TOTAL-PULADOS
                       ELSE
                           MOVE 'U' TO WRK-ACAO
                           PERFORM 2400-REGRAVAR-FOTOGRAFIA
                           PERFORM 2500-EXPORTAR-LINHA
                       END-IF
               END-READ
               MOVE ZEROS TO CPUB-STATUS
           END-IF.
           READ PRODUTOS NEXT
               AT END
                   MOVE 10 TO PROD-STATUS
           END-READ.

       2100-MONTAR-LINHA.
           MOVE PROD-DESCRICAO TO WRK-NOVA-DESCRICAO.
           MOVE PROD-CATEGORIA TO WRK-NOVA-CATEGORIA.
           MOVE PROD-ATIVO TO WRK-NOVA-ATIVO.
           IF PROD-FORA-LINHA
               ADD 1 TO WRK-TOTAL-FORA-LINHA
           END-IF.
      *PRECO DE HOJE E, SE JA PROGRAMADO, O DE AMANHA
           PERFORM 4527-PRECO-VIGENTE.
           IF PRECO-ACHADO
               MOVE WRK-PRECO-VIGENTE TO WRK-NOVA-PRECO
           ELSE
               MOVE PROD-PRECO TO WRK-NOVA-PRECO
           END-IF.
           MOVE ZEROS TO WRK-NOVA-PRECO-AMANHA.
           MOVE ZEROS TO WRK-NOVA-VIGENCIA-AMANHA.
           PERFORM 4528-PRECO-DE-AMANHA.
      *SALDO DA MATRIZ MENOS AS RESERVAS AINDA NAO ATENDIDAS;
      *NAO FICA NEGATIVO
           PERFORM 4381-SALDO-DISPONIVEL.
           PERFORM 2200-SOMAR-RESERVAS.
           IF WRK-RESERVADO < WRK-KIT-DISPONIVEL
               COMPUTE WRK-NOVA-SALDO =
                       WRK-KIT-DISPONIVEL - WRK-RESERVADO
           ELSE
               MOVE ZEROS TO WRK-NOVA-SALDO
           END-IF.
           IF WRK-NOVA-SALDO = ZEROS
               ADD 1 TO WRK-TOTAL-SEM-SALDO
           END-IF.

      *RESERVAS DO PRODUTO NA MATRIZ (FILIAL 1, OU ZERO NAS
      *ANTERIORES AO ESTOQUE POR FILIAL) AINDA AGUARDANDO OU JA
      *AVISADAS E NAO RETIRADAS: ESSA MERCADORIA E DE QUEM ESTA
      *NA LISTA DE ESPERA E NAO PODE SER VENDIDA PELO SITE
       2200-SOMAR-RESERVAS.
           MOVE ZEROS TO WRK-RESERVADO.
           MOVE PROD-CODIGO TO RES-PRODUTO.
           MOVE ZEROS TO RES-SEQ.
           START RESERVAS KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY
                   MOVE 10 TO RES-STATUS
           END-START.
           IF RES-STATUS NOT = 10
               READ RESERVAS NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL RES-STATUS NOT = 0
                   OR RES-PRODUTO NOT = PROD-CODIGO
               IF (RES-AGUARDANDO OR RES-AVISADA)
                       AND (RES-FILIAL = 1 OR RES-FILIAL = ZEROS)
                   ADD RES-QTDE TO WRK-RESERVADO
               END-IF
               READ RESERVAS NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RES-STATUS.

       2300-GRAVAR-FOTOGRAFIA.
           MOVE WRK-LINHA-NOVA TO CPUB-LINHA.
           MOVE WRK-HOJE TO CPUB-DATA.
           WRITE CPUB-REG
               INVALID KEY
                   REWRITE CPUB-REG
                   END-REWRITE
           END-WRITE.
           MOVE ZEROS TO CPUB-STATUS.

       2400-REGRAVAR-FOTOGRAFIA.
           MOVE WRK-LINHA-NOVA TO CPUB-LINHA.
           MOVE WRK-HOJE TO CPUB-DATA.
           REWRITE CPUB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE ZEROS TO CPUB-STATUS.

       2500-EXPORTAR-LINHA.
           IF WRK-ACAO = 'A'
               ADD 1 TO WRK-TOTAL-INCLUIDOS
           ELSE
               ADD 1 TO WRK-TOTAL-ALTERADOS
           END-IF.
           IF WRK-NOVA-VIGENCIA-AMANHA NOT = ZEROS
               ADD 1 TO WRK-TOTAL-PRECO-AMANHA
           END-IF.
           MOVE WRK-NOVA-PRECO TO WRK-ED-PRECO.
           MOVE WRK-NOVA-PRECO-AMANHA TO WRK-ED-PRECO-AMANHA.
           MOVE SPACES TO CSV-LINHA.
           STRING
               WRK-ACAO                    DELIMITED BY SIZE
               ',' PROD-CODIGO             DELIMITED BY SIZE
               ',' WRK-NOVA-DESCRICAO      DELIMITED BY SIZE
               ',' WRK-NOVA-CATEGORIA      DELIMITED BY SIZE
               ',' WRK-ED-PRECO            DELIMITED BY SIZE
               ',' WRK-NOVA-SALDO          DELIMITED BY SIZE
               ',' WRK-NOVA-ATIVO          DELIMITED BY SIZE
               ',' WRK-ED-PRECO-AMANHA     DELIMITED BY SIZE
               ',' WRK-NOVA-VIGENCIA-AMANHA DELIMITED BY SIZE
               INTO CSV-LINHA
           END-STRING.
           WRITE CSV-LINHA.
           ADD 1 TO WRK-TOTAL-EXPORTADOS.

       3000-FINALIZAR.
           DISPLAY '---------------------------------------'.
           DISPLAY 'CATALOGO DA LOJA VIRTUAL - TOTAIS'.
           DISPLAY 'PRODUTOS LIDOS..: ' WRK-TOTAL-LIDOS.
           DISPLAY 'EXPORTADOS......: ' WRK-TOTAL-EXPORTADOS.
           DISPLAY 'INCLUSOES (A)...: ' WRK-TOTAL-INCLUIDOS.
           DISPLAY 'ALTERACOES (U)..: ' WRK-TOTAL-ALTERADOS.
           DISPLAY 'FORA DE LINHA...: ' WRK-TOTAL-FORA-LINHA.
           DISPLAY 'SEM SALDO.......: ' WRK-TOTAL-SEM-SALDO.
           DISPLAY 'PRECO P/ AMANHA.: ' WRK-TOTAL-PRECO-AMANHA.
           IF MODO-DELTA
               DISPLAY 'MODO............: DELTA'
               DISPLAY 'SEM MUDANCA.....: ' WRK-TOTAL-PULADOS
           ELSE
               DISPLAY 'MODO............: CARGA COMPLETA'
           END-IF.
           DISPLAY '---------------------------------------'.
           CLOSE PRODUTOS.
           CLOSE PRECOS.
           CLOSE KITS.
           CLOSE LOTES.
           CLOSE ESTOQUE-FILIAL.
           CLOSE RESERVAS.
           CLOSE CATALOGO-PUBLICADO.
           CLOSE CSV-CATALOGO.

      *VERIFICA SE O PRODUTO DO BUFFER E KIT (TEM COMPONENTES)
       4380-VERIFICAR-KIT.
           SET PROD-NAO-KIT TO TRUE.
           MOVE PROD-CODIGO TO WRK-KIT-PAI.
           PERFORM 4383-PRIMEIRO-COMPONENTE.
           IF KIT-STATUS = 0 AND KIT-PAI = WRK-KIT-PAI
               SET PROD-E-KIT TO TRUE
           END-IF.
           MOVE ZEROS TO KIT-STATUS.

      *SALDO DISPONIVEL DO PRODUTO DO BUFFER NA MATRIZ, MESMA
      *REGRA DO 8381 DA TELA: O PROPRIO ESTOQUE, OU, NO KIT,
      *QUANTOS KITS OS COMPONENTES MONTAM (O MAIS ESCASSO MANDA);
      *PRODUTO COM LOTE SO CONTA O QUE ESTA DENTRO DA VALIDADE. O
      *PAI VOLTA AO BUFFER (E A LEITURA SEQUENCIAL CONTINUA DELE)
       4381-SALDO-DISPONIVEL.
           PERFORM 4380-VERIFICAR-KIT.
           PERFORM 4400-SALDO-NA-FILIAL.
           MOVE WRK-EFIL-SALDO TO WRK-KIT-DISPONIVEL.
           IF PROD-E-KIT
               MOVE 99999 TO WRK-KIT-DISPONIVEL
               PERFORM 4383-PRIMEIRO-COMPONENTE
               PERFORM UNTIL KIT-STATUS NOT = 0
                       OR KIT-PAI NOT = WRK-KIT-PAI
                   MOVE KIT-COMPONENTE TO PROD-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           MOVE ZEROS TO WRK-KIT-CABEM
                       NOT INVALID KEY
                           PERFORM 4400-SALDO-NA-FILIAL
                           PERFORM 4390-LOTES-DO-PRODUTO
                           IF PROD-COM-LOTE
                                   AND WRK-LOTE-VALIDO < WRK-EFIL-SALDO
                               MOVE WRK-LOTE-VALIDO TO WRK-EFIL-SALDO
                           END-IF
                           DIVIDE WRK-EFIL-SALDO BY KIT-QTDE
                               GIVING WRK-KIT-CABEM
                   END-READ
                   IF WRK-KIT-CABEM < WRK-KIT-DISPONIVEL
                       MOVE WRK-KIT-CABEM TO WRK-KIT-DISPONIVEL
                   END-IF
                   READ KITS NEXT
                       AT END
                           MOVE 10 TO KIT-STATUS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO KIT-STATUS
               PERFORM 4384-RELER-PAI
           END-IF.
           IF PROD-NAO-KIT
               PERFORM 4390-LOTES-DO-PRODUTO
               IF PROD-COM-LOTE
                       AND WRK-LOTE-VALIDO < WRK-KIT-DISPONIVEL
                   MOVE WRK-LOTE-VALIDO TO WRK-KIT-DISPONIVEL
               END-IF
           END-IF.

      *POSICIONA NO PRIMEIRO COMPONENTE DO PAI EM WRK-KIT-PAI
       4383-PRIMEIRO-COMPONENTE.
           MOVE WRK-KIT-PAI TO KIT-PAI.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE 10 TO KIT-STATUS
           END-START.
           IF KIT-STATUS NOT = 10
               READ KITS NEXT
                   AT END
                       MOVE 10 TO KIT-STATUS
               END-READ
           END-IF.

       4384-RELER-PAI.
           MOVE WRK-KIT-PAI TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE ZEROS TO PROD-STATUS.

      *LOTES DO PRODUTO DO BUFFER: LIGA PROD-COM-LOTE SE HA
      *QUALQUER LOTE E SOMA O SALDO DOS AINDA DENTRO DA VALIDADE
       4390-LOTES-DO-PRODUTO.
           SET PROD-SEM-LOTE TO TRUE.
           MOVE ZEROS TO WRK-LOTE-VALIDO.
           MOVE PROD-CODIGO TO WRK-LOTE-PRODUTO.
           MOVE WRK-LOTE-PRODUTO TO LOTE-PRODUTO.
           MOVE ZEROS TO LOTE-VALIDADE.
           MOVE SPACES TO LOTE-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOTE-CHAVE
               INVALID KEY
                   MOVE 10 TO LOTE-STATUS
           END-START.
           IF LOTE-STATUS NOT = 10
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL LOTE-STATUS NOT = 0
                   OR LOTE-PRODUTO NOT = WRK-LOTE-PRODUTO
               SET PROD-COM-LOTE TO TRUE
               IF LOTE-VALIDADE NOT < WRK-HOJE
                   ADD LOTE-SALDO TO WRK-LOTE-VALIDO
               END-IF
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO LOTE-STATUS.

      *SALDO DO PRODUTO DO BUFFER NA MATRIZ: O PROD-ESTOQUE (TOTAL
      *DA EMPRESA) MENOS O QUE ESTA NAS OUTRAS FILIAIS
       4400-SALDO-NA-FILIAL.
           MOVE ZEROS TO WRK-EFIL-OUTRAS.
           MOVE PROD-CODIGO TO EFIL-PRODUTO.
           MOVE ZEROS TO EFIL-FILIAL.
           START ESTOQUE-FILIAL KEY IS NOT LESS THAN EFIL-CHAVE
               INVALID KEY
                   MOVE 10 TO EFIL-STATUS
           END-START.
           IF EFIL-STATUS NOT = 10
               READ ESTOQUE-FILIAL NEXT
                   AT END
                       MOVE 10 TO EFIL-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL EFIL-STATUS NOT = 0
                   OR EFIL-PRODUTO NOT = PROD-CODIGO
               IF EFIL-FILIAL NOT = 1
                   ADD EFIL-SALDO TO WRK-EFIL-OUTRAS
               END-IF
               READ ESTOQUE-FILIAL NEXT
                   AT END
                       MOVE 10 TO EFIL-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO EFIL-STATUS.
           IF WRK-EFIL-OUTRAS < PROD-ESTOQUE
               COMPUTE WRK-EFIL-SALDO = PROD-ESTOQUE - WRK-EFIL-OUTRAS
           ELSE
               MOVE ZEROS TO WRK-EFIL-SALDO
           END-IF.

      *PROCURA NA TABELA DE PRECOS A LINHA DO PRODUTO CORRENTE
      *COM A VIGENCIA MAIS RECENTE QUE NAO ULTRAPASSE HOJE; SEM
      *LINHA, VALE O PRECO DO CATALOGO
       4527-PRECO-VIGENTE.
           SET PRECO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-PRECO-VIGENTE.
           MOVE PROD-CODIGO TO PRECO-PRODUTO.
           MOVE ZEROS TO PRECO-VIGENCIA.
           START PRECOS KEY IS NOT LESS THAN PRECO-CHAVE
               INVALID KEY
                   MOVE 10 TO PRECO-STATUS
           END-START.
           IF PRECO-STATUS NOT = 10
               READ PRECOS NEXT
                   AT END
                       MOVE 10 TO PRECO-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PRECO-STATUS NOT = 0
                   OR PRECO-PRODUTO NOT = PROD-CODIGO
                   OR PRECO-VIGENCIA > WRK-HOJE
               SET PRECO-ACHADO TO TRUE
               MOVE PRECO-VALOR TO WRK-PRECO-VIGENTE
               READ PRECOS NEXT
                   AT END
                       MOVE 10 TO PRECO-STATUS
               END-READ
           END-PERFORM.

      *O 4527 PAROU NA PRIMEIRA LINHA DEPOIS DE HOJE: SE ELA E DO
      *MESMO PRODUTO E VALE A PARTIR DE AMANHA, E O PRECO QUE SAI
      *ANTECIPADO
       4528-PRECO-DE-AMANHA.
           IF PRECO-STATUS = 0
                   AND PRECO-PRODUTO = PROD-CODIGO
                   AND PRECO-VIGENCIA = WRK-AMANHA
               MOVE PRECO-VALOR TO WRK-NOVA-PRECO-AMANHA
               MOVE PRECO-VIGENCIA TO WRK-NOVA-VIGENCIA-AMANHA
           END-IF.
           MOVE ZEROS TO PRECO-STATUS.


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
           MOVE 'CATWEB' TO JOB-NOME.
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
           MOVE WRK-TOTAL-LIDOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-EXPORTADOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM CATWEB.
