       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCONG.
      **********************************
      *OBJ: ABERTURA DO INVENTARIO FISICO - CONGELAMENTO DO SALDO
      *E FOLHA DE CONTAGEM
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR, RODADA SOB
      *DEMANDA NA VESPERA DA CONTAGEM (NAO FAZ PARTE DO NOTURNO)
      *GRAVA EM INVENT.DAT UMA LINHA POR PRODUTO EM LINHA (OU FORA
      *DE LINHA COM SALDO) COM O SALDO DO SISTEMA CONGELADO E O
      *CUSTO DO MOMENTO, E IMPRIME EM FOLHAINV.TXT A FOLHA DE
      *CONTAGEM ORDENADA POR CATEGORIA (NOMES DO CATPROD.DAT) COM
      *O CAMPO EM BRANCO PARA A QUANTIDADE CONTADA - O SALDO DO
      *SISTEMA NAO SAI NA FOLHA, PARA A CONTAGEM SER CEGA
      *AS QUANTIDADES CONTADAS SAO DIGITADAS NA OPCAO IV DO
      *CADASTRO ONLINE, AS DIVERGENCIAS SAEM NO LOTE INVDIV E A
      *APROVACAO (OPCAO AI) GERA OS AJUSTES NO ESTOQUE
      *INVENTARIO ANTERIOR AINDA NAO APROVADO IMPEDE A ABERTURA DE
      *UM NOVO (RC 8), PARA NAO PERDER CONTAGEM JA DIGITADA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
      *TABELA DE CATEGORIAS, UMA POR LINHA (CODIGO + DESCRICAO)
           SELECT CATEGORIAS ASSIGN TO 'CATPROD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
      *INVENTARIO EM CURSO: SALDO CONGELADO E CONTAGEM DIGITADA
           SELECT INVENTARIO ASSIGN TO 'INVENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PRODUTO
               FILE STATUS IS INV-STATUS.
           SELECT FOLHA-REPORT ASSIGN TO 'FOLHAINV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ORDENA-FOLHA ASSIGN TO 'ORDINV.TMP'.

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

      *UMA CATEGORIA POR LINHA: CODIGO E NOME
       FD CATEGORIAS.
       01 CAT-REG.
           05 CAT-CODIGO PIC 9(03).
           05 CAT-DESCRICAO PIC X(30).

      *MESMO LAYOUT DO INVENTARIO DO CADASTRO ONLINE
       FD INVENTARIO.
       01 INV-REG.
           05 INV-PRODUTO PIC 9(06).
           05 INV-CATEGORIA PIC 9(03).
           05 INV-DESCRICAO PIC X(40).
           05 INV-DATA-CONGEL PIC 9(08).
           05 INV-SALDO-CONGEL PIC 9(05).
           05 INV-CUSTO PIC 9(07)V99.
           05 INV-CONTADO PIC 9(05).
           05 INV-CONTAGEM PIC X(01).
               88 INV-CONTADO-SIM VALUE 'S'.
               88 INV-NAO-CONTADO VALUE 'N'.
           05 INV-OPERADOR PIC X(09).
           05 INV-SITUACAO PIC X(01).
               88 INV-ABERTO VALUE 'A'.
               88 INV-APROVADO VALUE 'F'.
           05 INV-DATA-APROV PIC 9(08).
           05 INV-SALDO-AJUSTADO PIC 9(05).

      *REGISTRO DE ORDENACAO DA FOLHA: CATEGORIA + PRODUTO
       SD ORDENA-FOLHA.
       01 ORD-REG.
           05 ORD-CATEGORIA PIC 9(03).
           05 ORD-PRODUTO PIC 9(06).
           05 ORD-DESCRICAO PIC X(40).
           05 ORD-SALDO PIC 9(05).
           05 ORD-CUSTO PIC 9(07)V99.

       FD FOLHA-REPORT.
       01 REPORT-LINHA PIC X(120).

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
       77 CAT-STATUS PIC 9(02) VALUE ZEROS.
       77 INV-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CONGELADOS PIC 9(06) VALUE ZEROS.
       77 WRK-INV-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
      *QUEBRA POR CATEGORIA NA FOLHA
       77 WRK-CAT-GRUPO PIC 9(03) VALUE ZEROS.
       77 WRK-CAT-NOME PIC X(30) VALUE SPACES.
       01 WRK-PRIMEIRA-CAT PIC X(01) VALUE 'S'.
           88 PRIMEIRA-CATEGORIA VALUE 'S'.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 0500-VERIFICAR-PENDENTE.
           IF WRK-INV-PENDENTES > ZEROS
               DISPLAY 'INVCONG: INVENTARIO ANTERIOR AINDA NAO '
                       'APROVADO (' WRK-INV-PENDENTES ' ITENS)'
               DISPLAY 'INVCONG: APROVE PELA OPCAO AI ANTES DE '
                       'ABRIR OUTRO'
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT ORDENA-FOLHA
                   ON ASCENDING KEY ORD-CATEGORIA
                   ON ASCENDING KEY ORD-PRODUTO
                   INPUT PROCEDURE 1000-CARREGAR
                   OUTPUT PROCEDURE 2000-CONGELAR
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ABERTURA DO INVENTARIO - TOTAIS'.
           DISPLAY 'PRODUTOS LIDOS.....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'SALDOS CONGELADOS..: ' WRK-TOTAL-CONGELADOS.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *CONTA OS ITENS DO INVENTARIO ANTERIOR QUE AINDA ESTAO EM
      *ABERTO; ARQUIVO INEXISTENTE E PRIMEIRO INVENTARIO
       0500-VERIFICAR-PENDENTE.
           MOVE ZEROS TO WRK-INV-PENDENTES.
           OPEN INPUT INVENTARIO.
           IF INV-STATUS = ZEROS
               READ INVENTARIO NEXT
                   AT END
                       MOVE 10 TO INV-STATUS
               END-READ
               PERFORM UNTIL INV-STATUS = 10
                   IF INV-ABERTO
                       ADD 1 TO WRK-INV-PENDENTES
                   END-IF
                   READ INVENTARIO NEXT
                       AT END
                           MOVE 10 TO INV-STATUS
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO
           END-IF.
           MOVE ZEROS TO INV-STATUS.

      *ENTRA NA CONTAGEM O PRODUTO EM LINHA E O FORA DE LINHA QUE
      *AINDA TEM SALDO (O ENCALHE TAMBEM PRECISA SER CONTADO)
       1000-CARREGAR.
           OPEN INPUT PRODUTOS.
           IF PROD-STATUS NOT = ZEROS
               MOVE 10 TO PROD-STATUS
           ELSE
               READ PRODUTOS NEXT
                   AT END
                       MOVE 10 TO PROD-STATUS
               END-READ
           END-IF.
           PERFORM 1100-CARREGAR-PRODUTO UNTIL PROD-STATUS = 10.
           CLOSE PRODUTOS.

       1100-CARREGAR-PRODUTO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF PROD-EM-LINHA OR PROD-ESTOQUE > ZEROS
               MOVE PROD-CATEGORIA TO ORD-CATEGORIA
               MOVE PROD-CODIGO TO ORD-PRODUTO
               MOVE PROD-DESCRICAO TO ORD-DESCRICAO
               MOVE PROD-ESTOQUE TO ORD-SALDO
               MOVE PROD-CUSTO TO ORD-CUSTO
               RELEASE ORD-REG
           END-IF.
           READ PRODUTOS NEXT
               AT END
                   MOVE 10 TO PROD-STATUS
           END-READ.

      *O INVENTARIO E GRAVADO DE NOVO A CADA ABERTURA; A ORDEM DA
      *CHAVE E A DO PRODUTO, A DA FOLHA E A DA CATEGORIA
       2000-CONGELAR.
           OPEN OUTPUT INVENTARIO.
           OPEN OUTPUT FOLHA-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'FOLHA DE CONTAGEM DO INVENTARIO DE ' WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE 'CONTADOR: ____________________  CONFERENTE: '
               & '____________________' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           RETURN ORDENA-FOLHA
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 2100-CONGELAR-PRODUTO UNTIL SORT-FIM.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ITENS NA FOLHA: ' WRK-TOTAL-CONGELADOS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE FOLHA-REPORT.
           CLOSE INVENTARIO.

       2100-CONGELAR-PRODUTO.
           IF ORD-CATEGORIA NOT = WRK-CAT-GRUPO
                   OR PRIMEIRA-CATEGORIA
               MOVE 'N' TO WRK-PRIMEIRA-CAT
               MOVE ORD-CATEGORIA TO WRK-CAT-GRUPO
               PERFORM 2200-NOME-DA-CATEGORIA
               MOVE SPACES TO REPORT-LINHA
               WRITE REPORT-LINHA
               MOVE SPACES TO REPORT-LINHA
               STRING 'CATEGORIA ' ORD-CATEGORIA ' - ' WRK-CAT-NOME
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           MOVE ORD-PRODUTO TO INV-PRODUTO.
           MOVE ORD-CATEGORIA TO INV-CATEGORIA.
           MOVE ORD-DESCRICAO TO INV-DESCRICAO.
           MOVE WRK-HOJE TO INV-DATA-CONGEL.
           MOVE ORD-SALDO TO INV-SALDO-CONGEL.
           MOVE ORD-CUSTO TO INV-CUSTO.
           MOVE ZEROS TO INV-CONTADO.
           SET INV-NAO-CONTADO TO TRUE.
           MOVE SPACES TO INV-OPERADOR.
           SET INV-ABERTO TO TRUE.
           MOVE ZEROS TO INV-DATA-APROV.
           MOVE ZEROS TO INV-SALDO-AJUSTADO.
           WRITE INV-REG
               INVALID KEY
                   DISPLAY 'INVCONG: PRODUTO REPETIDO ' ORD-PRODUTO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-CONGELADOS
                   MOVE SPACES TO REPORT-LINHA
                   STRING '  ' ORD-PRODUTO ' ' ORD-DESCRICAO
                           '   CONTADO: __________'
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
           END-WRITE.
           RETURN ORDENA-FOLHA
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

      *PROCURA O NOME DA CATEGORIA NA TABELA CATPROD.DAT; SEM
      *ARQUIVO OU SEM A LINHA, O CODIGO SAI SEM NOME
       2200-NOME-DA-CATEGORIA.
           MOVE SPACES TO WRK-CAT-NOME.
           IF WRK-CAT-GRUPO = ZEROS
               MOVE 'SEM CATEGORIA' TO WRK-CAT-NOME
           ELSE
               OPEN INPUT CATEGORIAS
               IF CAT-STATUS = ZEROS
                   READ CATEGORIAS
                       AT END
                           MOVE 10 TO CAT-STATUS
                   END-READ
                   PERFORM UNTIL CAT-STATUS = 10
                       IF CAT-CODIGO = WRK-CAT-GRUPO
                           MOVE CAT-DESCRICAO TO WRK-CAT-NOME
                       END-IF
                       READ CATEGORIAS
                           AT END
                               MOVE 10 TO CAT-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE CATEGORIAS
               END-IF
               MOVE ZEROS TO CAT-STATUS
           END-IF.

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
           MOVE 'INVCONG' TO JOB-NOME.
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

      *MARCA O FIM DESTA EXECUCAO COM OS TOTAIS DO LOTE; A RECUSA
      *POR INVENTARIO PENDENTE SAI COM RC 8 NO PAINEL
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-LIDOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-CONGELADOS TO JOB-GRAVADOS.
           MOVE RETURN-CODE TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM INVCONG.
