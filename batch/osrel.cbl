       IDENTIFICATION DIVISION.
       PROGRAM-ID. OSREL.
      **********************************
      *OBJ: RELATORIO DA ASSISTENCIA TECNICA
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PERCORRE AS ORDENS DE SERVICO (OSERV.DAT, ABERTAS PELA OPCAO
      *OS DO CADASTRO ONLINE) E IMPRIME EM OSREL.TXT DUAS PARTES:
      *1) AS OS AINDA NAO ENTREGUES, AGRUPADAS POR SITUACAO (ABERTA,
      *   EM ANALISE, AGUARDANDO PECA, PRONTA) E DA MAIS PARADA PARA
      *   A MENOS PARADA - OS DIAS CONTAM DA ULTIMA MUDANCA DE
      *   SITUACAO (BASE COMERCIAL 30/360), COM O TECNICO
      *2) OS DEFEITOS POR PRODUTO, DE TODAS AS OS (INCLUSIVE AS JA
      *   ENTREGUES): QUANTAS VEZES CADA DEFEITO APARECEU E QUANTAS
      *   OS DO PRODUTO CAIRAM NA GARANTIA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-SERVICO ASSIGN TO 'OSERV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS OS-STATUS.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
      *ARQUIVOS DE TRABALHO DAS DUAS ORDENACOES
           SELECT ORDENA-OS ASSIGN TO 'ORDOS.TMP'.
           SELECT ORDENA-DEFEITO ASSIGN TO 'ORDDEF.TMP'.
           SELECT OS-REPORT ASSIGN TO 'OSREL.TXT'
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
      *MESMO LAYOUT DA ORDEM DE SERVICO DO CADASTRO ONLINE
       FD ORDENS-SERVICO.
       01 OS-REG.
           05 OS-NUMERO PIC 9(06).
           05 OS-ITEM-CHAVE.
               10 OS-FONE PIC 9(09).
               10 OS-PEDIDO PIC 9(06).
               10 OS-ITEM PIC 9(03).
           05 OS-PRODUTO PIC 9(06).
           05 OS-SERIE PIC X(20).
           05 OS-DEFEITO PIC X(40).
           05 OS-SITUACAO PIC X(01).
               88 OS-ABERTA VALUE 'A'.
               88 OS-EM-ANALISE VALUE 'N'.
               88 OS-AGUARDANDO-PECA VALUE 'P'.
               88 OS-PRONTA VALUE 'R'.
               88 OS-ENTREGUE VALUE 'E'.
           05 OS-TECNICO PIC X(09).
           05 OS-DATA-ABERTURA PIC 9(08).
           05 OS-DATA-SITUACAO PIC 9(08).
           05 OS-GARANTIA PIC X(01).
               88 OS-EM-GARANTIA VALUE 'S'.
               88 OS-FORA-GARANTIA VALUE 'N'.
           05 OS-FIM-GARANTIA PIC 9(08).
           05 OS-ORCAMENTO PIC 9(06).
           05 OS-OPERADOR PIC X(09).

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

      *OS PARADA: ORDEM DA SITUACAO (1=ABERTA ... 4=PRONTA) E OS
      *DIAS PARADA NA SITUACAO
       SD ORDENA-OS.
       01 ORD-REG.
           05 ORD-ORDEM PIC 9(01).
           05 ORD-DIAS PIC 9(05).
           05 ORD-NUMERO PIC 9(06).
           05 ORD-SITUACAO PIC X(01).
           05 ORD-DATA-ABERTURA PIC 9(08).
           05 ORD-FONE PIC 9(09).
           05 ORD-PRODUTO PIC 9(06).
           05 ORD-TECNICO PIC X(09).
           05 ORD-GARANTIA PIC X(01).
           05 ORD-DEFEITO PIC X(40).

      *DEFEITO POR PRODUTO: UMA LINHA POR OS
       SD ORDENA-DEFEITO.
       01 DEF-REG.
           05 DEF-PRODUTO PIC 9(06).
           05 DEF-DEFEITO PIC X(40).
           05 DEF-GARANTIA PIC X(01).

       FD OS-REPORT.
       01 REPORT-LINHA PIC X(140).

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
       77 OS-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PARADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PRODUTOS PIC 9(06) VALUE ZEROS.
      *DATA DE HOJE E DIAS PARADA NA SITUACAO (30/360)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-SIT PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SIT-R REDEFINES WRK-DATA-SIT.
           05 WRK-SIT-ANO PIC 9(04).
           05 WRK-SIT-MES PIC 9(02).
           05 WRK-SIT-DIA PIC 9(02).
       77 WRK-DIAS-PARADA PIC S9(07) VALUE ZEROS.
      *NOMES DAS SITUACOES NA ORDEM DO RELATORIO, COM O TOTAL DE
      *OS PARADAS EM CADA UMA
       01 WRK-NOMES-SITUACAO.
           05 FILLER PIC X(16) VALUE 'ABERTA'.
           05 FILLER PIC X(16) VALUE 'EM ANALISE'.
           05 FILLER PIC X(16) VALUE 'AGUARDANDO PECA'.
           05 FILLER PIC X(16) VALUE 'PRONTA'.
       01 WRK-NOMES-SITUACAO-R REDEFINES WRK-NOMES-SITUACAO.
           05 WRK-SIT-NOME PIC X(16) OCCURS 4 TIMES.
       01 WRK-TABELA-SITUACAO.
           05 WRK-SIT-QTDE PIC 9(06) OCCURS 4 TIMES.
       77 WRK-SIT-IDX PIC 9(01) VALUE ZEROS.
      *QUEBRAS DA IMPRESSAO
       77 WRK-ORDEM-GRUPO PIC 9(01) VALUE ZEROS.
       77 WRK-PRODUTO-GRUPO PIC 9(06) VALUE ZEROS.
       77 WRK-DEFEITO-GRUPO PIC X(40) VALUE SPACES.
       77 WRK-QTDE-DEFEITO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PRODUTO PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-GARANTIA PIC 9(05) VALUE ZEROS.
       77 WRK-ED-DIAS PIC Z(04)9.
       77 WRK-ED-QTDE PIC Z(04)9.
       77 WRK-ED-GARANTIA PIC Z(04)9.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WRK-TABELA-SITUACAO.
           OPEN OUTPUT OS-REPORT.
           OPEN INPUT PRODUTOS.
           SORT ORDENA-OS
               ON ASCENDING KEY ORD-ORDEM
               ON DESCENDING KEY ORD-DIAS
               ON ASCENDING KEY ORD-NUMERO
               INPUT PROCEDURE 1000-CARREGAR-PARADAS
               OUTPUT PROCEDURE 2000-IMPRIMIR-PARADAS.
           SORT ORDENA-DEFEITO
               ON ASCENDING KEY DEF-PRODUTO
               ON ASCENDING KEY DEF-DEFEITO
               INPUT PROCEDURE 3000-CARREGAR-DEFEITOS
               OUTPUT PROCEDURE 4000-IMPRIMIR-DEFEITOS.
           CLOSE PRODUTOS.
           CLOSE OS-REPORT.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ASSISTENCIA TECNICA - TOTAIS'.
           DISPLAY 'OS LIDAS...........: ' WRK-TOTAL-LIDAS.
           DISPLAY 'OS PARADAS.........: ' WRK-TOTAL-PARADAS.
           DISPLAY 'PRODUTOS COM OS....: ' WRK-TOTAL-PRODUTOS.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *ENTRA NA PRIMEIRA PARTE TODA OS AINDA NAO ENTREGUE
       1000-CARREGAR-PARADAS.
           OPEN INPUT ORDENS-SERVICO.
           IF OS-STATUS NOT = ZEROS
               MOVE 10 TO OS-STATUS
           ELSE
               READ ORDENS-SERVICO NEXT
                   AT END
                       MOVE 10 TO OS-STATUS
               END-READ
           END-IF.
           PERFORM 1100-CARREGAR-OS UNTIL OS-STATUS = 10.
           CLOSE ORDENS-SERVICO.

       1100-CARREGAR-OS.
           ADD 1 TO WRK-TOTAL-LIDAS.
           IF NOT OS-ENTREGUE
               EVALUATE TRUE
                   WHEN OS-EM-ANALISE
                       MOVE 2 TO ORD-ORDEM
                   WHEN OS-AGUARDANDO-PECA
                       MOVE 3 TO ORD-ORDEM
                   WHEN OS-PRONTA
                       MOVE 4 TO ORD-ORDEM
                   WHEN OTHER
                       MOVE 1 TO ORD-ORDEM
               END-EVALUATE
               MOVE OS-DATA-SITUACAO TO WRK-DATA-SIT
               COMPUTE WRK-DIAS-PARADA =
                       ((WRK-HOJE-ANO - WRK-SIT-ANO) * 360) +
                       ((WRK-HOJE-MES - WRK-SIT-MES) * 30) +
                       (WRK-HOJE-DIA - WRK-SIT-DIA)
               IF WRK-DIAS-PARADA < ZEROS
                   MOVE ZEROS TO WRK-DIAS-PARADA
               END-IF
               MOVE WRK-DIAS-PARADA TO ORD-DIAS
               MOVE OS-NUMERO TO ORD-NUMERO
               MOVE OS-SITUACAO TO ORD-SITUACAO
               MOVE OS-DATA-ABERTURA TO ORD-DATA-ABERTURA
               MOVE OS-FONE TO ORD-FONE
               MOVE OS-PRODUTO TO ORD-PRODUTO
               MOVE OS-TECNICO TO ORD-TECNICO
               MOVE OS-GARANTIA TO ORD-GARANTIA
               MOVE OS-DEFEITO TO ORD-DEFEITO
               RELEASE ORD-REG
           END-IF.
           READ ORDENS-SERVICO NEXT
               AT END
                   MOVE 10 TO OS-STATUS
           END-READ.

       2000-IMPRIMIR-PARADAS.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ORDENS DE SERVICO PARADAS POR SITUACAO - POSICAO DE '
                   WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-OS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 2100-IMPRIMIR-OS UNTIL SORT-FIM.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM 2200-TOTAL-SITUACAO
               VARYING WRK-SIT-IDX FROM 1 BY 1
               UNTIL WRK-SIT-IDX > 4.

       2100-IMPRIMIR-OS.
      *QUEBRA POR SITUACAO
           IF ORD-ORDEM NOT = WRK-ORDEM-GRUPO
               MOVE ORD-ORDEM TO WRK-ORDEM-GRUPO
               MOVE SPACES TO REPORT-LINHA
               WRITE REPORT-LINHA
               MOVE SPACES TO REPORT-LINHA
               STRING 'SITUACAO: ' WRK-SIT-NOME (ORD-ORDEM)
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           ADD 1 TO WRK-TOTAL-PARADAS.
           ADD 1 TO WRK-SIT-QTDE (ORD-ORDEM).
           MOVE ORD-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE '** SEM CADASTRO **' TO PROD-DESCRICAO
           END-READ.
           MOVE ORD-DIAS TO WRK-ED-DIAS.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  OS ' ORD-NUMERO
                   ' PARADA HA ' WRK-ED-DIAS ' DIAS'
                   ' TECNICO ' ORD-TECNICO
                   ' ABERTA ' ORD-DATA-ABERTURA
                   ' FONE ' ORD-FONE
                   ' GAR ' ORD-GARANTIA
                   ' ' ORD-PRODUTO ' ' PROD-DESCRICAO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING '       DEFEITO: ' ORD-DEFEITO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           RETURN ORDENA-OS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       2200-TOTAL-SITUACAO.
           MOVE WRK-SIT-QTDE (WRK-SIT-IDX) TO WRK-ED-QTDE.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'TOTAL ' WRK-SIT-NOME (WRK-SIT-IDX)
                   ' ' WRK-ED-QTDE ' OS'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *ENTRA NA SEGUNDA PARTE TODA OS, ENTREGUE OU NAO
       3000-CARREGAR-DEFEITOS.
           OPEN INPUT ORDENS-SERVICO.
           IF OS-STATUS NOT = ZEROS
               MOVE 10 TO OS-STATUS
           ELSE
               READ ORDENS-SERVICO NEXT
                   AT END
                       MOVE 10 TO OS-STATUS
               END-READ
           END-IF.
           PERFORM 3100-CARREGAR-DEFEITO UNTIL OS-STATUS = 10.
           CLOSE ORDENS-SERVICO.

       3100-CARREGAR-DEFEITO.
           MOVE OS-PRODUTO TO DEF-PRODUTO.
           MOVE OS-DEFEITO TO DEF-DEFEITO.
           MOVE OS-GARANTIA TO DEF-GARANTIA.
           RELEASE DEF-REG.
           READ ORDENS-SERVICO NEXT
               AT END
                   MOVE 10 TO OS-STATUS
           END-READ.

       4000-IMPRIMIR-DEFEITOS.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'DEFEITOS POR PRODUTO - TODAS AS ORDENS DE SERVICO'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-DEFEITO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           IF SORT-CONTINUA
               PERFORM 4200-INICIAR-PRODUTO
               MOVE DEF-DEFEITO TO WRK-DEFEITO-GRUPO
           END-IF.
           PERFORM 4100-SOMAR-DEFEITO UNTIL SORT-FIM.
           IF WRK-QTDE-PRODUTO > ZEROS
               PERFORM 4300-FECHAR-DEFEITO
               PERFORM 4400-FECHAR-PRODUTO
           END-IF.

      *QUEBRA POR PRODUTO E, DENTRO DELE, POR TEXTO DO DEFEITO
       4100-SOMAR-DEFEITO.
           IF DEF-PRODUTO NOT = WRK-PRODUTO-GRUPO
               PERFORM 4300-FECHAR-DEFEITO
               PERFORM 4400-FECHAR-PRODUTO
               PERFORM 4200-INICIAR-PRODUTO
               MOVE DEF-DEFEITO TO WRK-DEFEITO-GRUPO
           ELSE
               IF DEF-DEFEITO NOT = WRK-DEFEITO-GRUPO
                   PERFORM 4300-FECHAR-DEFEITO
                   MOVE DEF-DEFEITO TO WRK-DEFEITO-GRUPO
               END-IF
           END-IF.
           ADD 1 TO WRK-QTDE-DEFEITO.
           ADD 1 TO WRK-QTDE-PRODUTO.
           IF DEF-GARANTIA = 'S'
               ADD 1 TO WRK-QTDE-GARANTIA
           END-IF.
           RETURN ORDENA-DEFEITO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       4200-INICIAR-PRODUTO.
           MOVE DEF-PRODUTO TO WRK-PRODUTO-GRUPO.
           MOVE ZEROS TO WRK-QTDE-PRODUTO.
           MOVE ZEROS TO WRK-QTDE-GARANTIA.
           MOVE ZEROS TO WRK-QTDE-DEFEITO.
           ADD 1 TO WRK-TOTAL-PRODUTOS.
           MOVE DEF-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE '** SEM CADASTRO **' TO PROD-DESCRICAO
           END-READ.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PRODUTO ' DEF-PRODUTO ' ' PROD-DESCRICAO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       4300-FECHAR-DEFEITO.
           MOVE WRK-QTDE-DEFEITO TO WRK-ED-QTDE.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  ' WRK-ED-QTDE ' X ' WRK-DEFEITO-GRUPO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ZEROS TO WRK-QTDE-DEFEITO.

       4400-FECHAR-PRODUTO.
           MOVE WRK-QTDE-PRODUTO TO WRK-ED-QTDE.
           MOVE WRK-QTDE-GARANTIA TO WRK-ED-GARANTIA.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  TOTAL DO PRODUTO ' WRK-ED-QTDE ' OS, '
                   WRK-ED-GARANTIA ' NA GARANTIA'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

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
           MOVE 'OSREL' TO JOB-NOME.
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
           MOVE WRK-TOTAL-LIDAS TO JOB-LIDOS.
           MOVE WRK-TOTAL-PARADAS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM OSREL.
