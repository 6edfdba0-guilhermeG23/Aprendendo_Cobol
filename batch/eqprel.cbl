       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQPREL.
      **********************************
      *OBJ: RELATORIO DIARIO DOS EQUIPAMENTOS DE COMODATO
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LE O CADASTRO DE EQUIPAMENTOS (EQUIP.DAT, MANTIDO PELA OPCAO
      *EQ DO CADASTRO ONLINE) E GRAVA EM EQPREL.TXT:
      *  1) OS EQUIPAMENTOS EM COMODATO POR CLIENTE, EM ORDEM DE
      *     TELEFONE E CONTRATO, COM O ENDERECO DE INSTALACAO E O
      *     CUSTO TOTAL QUE ESTA EM CADA CLIENTE
      *  2) OS QUE NAO VOLTARAM: ORDEM DE RECOLHIMENTO EMITIDA NO
      *     ENCERRAMENTO DO CONTRATO E O EQUIPAMENTO AINDA NO
      *     CLIENTE, COM OS DIAS DESDE A ORDEM (MES COMERCIAL)
      *  3) A CONTAGEM POR SITUACAO (ESTOQUE, COMODATO, MANUTENCAO
      *     E BAIXADO)
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIPAMENTOS ASSIGN TO 'EQUIP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQP-SERIE
               FILE STATUS IS EQP-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
           SELECT EQPREL-REPORT ASSIGN TO 'EQPREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ORDENA-EQP ASSIGN TO 'ORDEQP.TMP'.

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
      *MESMO LAYOUT DO CADASTRO DE EQUIPAMENTOS DO CADASTRO ONLINE
       FD EQUIPAMENTOS.
       01 EQP-REG.
           05 EQP-SERIE PIC X(20).
           05 EQP-PRODUTO PIC 9(06).
           05 EQP-CUSTO PIC 9(07)V99.
           05 EQP-SITUACAO PIC X(01).
               88 EQP-EM-ESTOQUE VALUE 'E'.
               88 EQP-EM-COMODATO VALUE 'C'.
               88 EQP-EM-MANUTENCAO VALUE 'M'.
               88 EQP-BAIXADO VALUE 'B'.
           05 EQP-DATA-SITUACAO PIC 9(08).
           05 EQP-CONTRATO.
               10 EQP-FONE PIC 9(09).
               10 EQP-CONTR-NUMERO PIC 9(04).
           05 EQP-INSTALACAO.
               10 EQP-END-LOGRADOURO PIC X(40).
               10 EQP-END-NUMERO PIC X(06).
               10 EQP-END-BAIRRO PIC X(20).
               10 EQP-END-CIDADE PIC X(25).
               10 EQP-END-UF PIC X(02).
               10 EQP-END-CEP PIC 9(08).
           05 EQP-DATA-INSTALACAO PIC 9(08).
           05 EQP-RECOLHER PIC X(01).
               88 EQP-RECOLHIMENTO-PEDIDO VALUE 'S'.
               88 EQP-SEM-RECOLHIMENTO VALUE 'N' ' '.
           05 EQP-DATA-RECOLHER PIC 9(08).
           05 EQP-FILIAL PIC 9(02).
           05 EQP-OPERADOR PIC X(09).

      *MESMO LAYOUT DO CADASTRO ONLINE (CLIENTES)
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE PIC 9(09).
           05 CLIENTES-NOME PIC X(30).
           05 CLIENTES-EMAIL PIC X(40).
           05 CLIENTES-FONE-CEL PIC 9(11).
           05 CLIENTES-DATA-NASC PIC 9(08).
           05 CLIENTES-PREF-CONTATO PIC X(01).
           05 CLIENTES-ENDERECO.
               10 CLIENTES-END-LOGRADOURO PIC X(40).
               10 CLIENTES-END-NUMERO PIC X(06).
               10 CLIENTES-END-BAIRRO PIC X(20).
               10 CLIENTES-END-CIDADE PIC X(25).
               10 CLIENTES-END-UF PIC X(02).
               10 CLIENTES-END-CEP PIC 9(08).
           05 CLIENTES-DOC.
               10 CLIENTES-DOC-TIPO PIC X(01).
                   88 CLI-DOC-CPF VALUE 'F'.
                   88 CLI-DOC-CNPJ VALUE 'J'.
               10 CLIENTES-DOC-NUM PIC 9(14).
           05 CLIENTES-STATUS-REG PIC X(01) VALUE 'A'.
               88 CLI-ATIVO VALUE 'A'.
               88 CLI-SUSPENSO VALUE 'S'.
               88 CLI-CANCELADO VALUE 'C'.
               88 CLI-INATIVO VALUE 'I'.
           05 CLIENTES-OBSERVACOES PIC X(60)
                       OCCURS 5 TIMES VALUE SPACES.
           05 CLIENTES-ULT-ALTERACAO.
               10 CLIENTES-ULT-OPERADOR PIC X(09).
               10 CLIENTES-ULT-DATA PIC 9(08).
               10 CLIENTES-ULT-HORA PIC 9(08).
           05 CLIENTES-DATA-INCLUSAO PIC 9(08).
           05 CLIENTES-LIMITE-CRED PIC 9(07)V99.
      *CLASSE ABC DO CLIENTE, ATRIBUIDA PELO LOTE ABCCLI
           05 CLIENTES-CLASSE PIC X(01).
           05 CLIENTES-END-INVALIDO PIC X(01).
               88 END-DEVOLVIDO VALUE 'S'.
           05 CLIENTES-FILIAL PIC 9(02).

      *MESMO LAYOUT DO CATALOGO DO CADASTRO ONLINE
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

       FD EQPREL-REPORT.
       01 REPORT-LINHA PIC X(120).

      *EQUIPAMENTOS EM COMODATO, EM ORDEM DE CLIENTE E CONTRATO
       SD ORDENA-EQP.
       01 ORD-REG.
           05 ORD-FONE PIC 9(09).
           05 ORD-CONTR-NUMERO PIC 9(04).
           05 ORD-SERIE PIC X(20).

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
       77 EQP-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77 ORD-FIM PIC X(01) VALUE 'N'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ESTOQUE PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-COMODATO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-MANUTENCAO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-BAIXADO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-NAO-VOLTOU PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-COMODATO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-NAO-VOLTOU PIC 9(11)V99 VALUE ZEROS.
      *QUEBRA POR CLIENTE
       77 WRK-FONE-ANT PIC 9(09) VALUE ZEROS.
       77 WRK-QTDE-CLIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-CUSTO-CLIENTE PIC 9(09)V99 VALUE ZEROS.
      *DIAS DESDE A ORDEM DE RECOLHIMENTO (MES COMERCIAL DE 30
      *DIAS, COMO NA COBRANCA)
       77 WRK-DIAS-ORDEM PIC S9(07) VALUE ZEROS.
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-BASE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-BASE-R REDEFINES WRK-DATA-BASE.
           05 WRK-BASE-ANO PIC 9(04).
           05 WRK-BASE-MES PIC 9(02).
           05 WRK-BASE-DIA PIC 9(02).
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-DIAS PIC Z(05)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT ORDENA-EQP
               ON ASCENDING KEY ORD-FONE ORD-CONTR-NUMERO ORD-SERIE
               INPUT PROCEDURE 2000-SELECIONAR
               OUTPUT PROCEDURE 3000-LISTAR-POR-CLIENTE.
           PERFORM 4000-LISTAR-NAO-VOLTARAM.
           PERFORM 5000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT EQPREL-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'EQUIPAMENTOS DE COMODATO - POSICAO EM ' WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '=' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           OPEN INPUT EQUIPAMENTOS.
           OPEN INPUT CLIENTES.
           OPEN INPUT PRODUTOS.

      *PERCORRE O CADASTRO INTEIRO: CONTA A SITUACAO DE TODOS E
      *MANDA PARA A ORDENACAO SO OS QUE ESTAO EM COMODATO
       2000-SELECIONAR.
           IF EQP-STATUS NOT = ZEROS
               MOVE 10 TO EQP-STATUS
           ELSE
               READ EQUIPAMENTOS NEXT
                   AT END
                       MOVE 10 TO EQP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL EQP-STATUS NOT = 0
               ADD 1 TO WRK-TOTAL-LIDOS
               EVALUATE TRUE
                   WHEN EQP-EM-ESTOQUE
                       ADD 1 TO WRK-TOTAL-ESTOQUE
                   WHEN EQP-EM-COMODATO
                       ADD 1 TO WRK-TOTAL-COMODATO
                       ADD EQP-CUSTO TO WRK-CUSTO-COMODATO
                       MOVE EQP-FONE TO ORD-FONE
                       MOVE EQP-CONTR-NUMERO TO ORD-CONTR-NUMERO
                       MOVE EQP-SERIE TO ORD-SERIE
                       RELEASE ORD-REG
                   WHEN EQP-EM-MANUTENCAO
                       ADD 1 TO WRK-TOTAL-MANUTENCAO
                   WHEN EQP-BAIXADO
                       ADD 1 TO WRK-TOTAL-BAIXADO
               END-EVALUATE
               READ EQUIPAMENTOS NEXT
                   AT END
                       MOVE 10 TO EQP-STATUS
               END-READ
           END-PERFORM.

      *PARTE 1: UM BLOCO POR CLIENTE, COM OS EQUIPAMENTOS DE TODOS
      *OS CONTRATOS DELE E O CUSTO TOTAL QUE ESTA NAS MAOS DELE
       3000-LISTAR-POR-CLIENTE.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE 'EQUIPAMENTOS EM COMODATO POR CLIENTE' TO
                              REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ZEROS TO WRK-FONE-ANT.
           RETURN ORDENA-EQP
               AT END
                   MOVE 'S' TO ORD-FIM
           END-RETURN.
           PERFORM UNTIL ORD-FIM = 'S'
               IF ORD-FONE NOT = WRK-FONE-ANT
                   IF WRK-FONE-ANT NOT = ZEROS
                       PERFORM 3200-TOTAL-CLIENTE
                   END-IF
                   PERFORM 3100-CABECALHO-CLIENTE
               END-IF
               PERFORM 3300-LINHA-EQUIPAMENTO
               RETURN ORDENA-EQP
                   AT END
                       MOVE 'S' TO ORD-FIM
               END-RETURN
           END-PERFORM.
           IF WRK-FONE-ANT NOT = ZEROS
               PERFORM 3200-TOTAL-CLIENTE
           ELSE
               MOVE 'NENHUM EQUIPAMENTO EM COMODATO' TO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

       3100-CABECALHO-CLIENTE.
           MOVE ORD-FONE TO WRK-FONE-ANT.
           MOVE ZEROS TO WRK-QTDE-CLIENTE.
           MOVE ZEROS TO WRK-CUSTO-CLIENTE.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           MOVE ORD-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO CLIENTES-NOME
                   MOVE ZEROS TO CLIENTES-FILIAL
           END-READ.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'CLIENTE ' ORD-FONE ' ' CLIENTES-NOME
                   ' FILIAL ' CLIENTES-FILIAL
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       3200-TOTAL-CLIENTE.
           MOVE WRK-CUSTO-CLIENTE TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  EQUIPAMENTOS NO CLIENTE ' WRK-QTDE-CLIENTE
                   ' CUSTO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       3300-LINHA-EQUIPAMENTO.
           MOVE ORD-SERIE TO EQP-SERIE.
           READ EQUIPAMENTOS
               INVALID KEY
                   MOVE ZEROS TO EQP-PRODUTO
                   MOVE ZEROS TO EQP-CUSTO
                   MOVE SPACES TO EQP-INSTALACAO
                   MOVE ZEROS TO EQP-DATA-INSTALACAO
                   MOVE SPACES TO EQP-RECOLHER
           END-READ.
           PERFORM 3400-LER-PRODUTO.
           ADD 1 TO WRK-QTDE-CLIENTE.
           ADD EQP-CUSTO TO WRK-CUSTO-CLIENTE.
           MOVE EQP-CUSTO TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  CONTRATO ' ORD-CONTR-NUMERO ' SERIE ' ORD-SERIE
                   ' ' EQP-PRODUTO ' ' PROD-DESCRICAO
                   ' CUSTO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING '    DESDE ' EQP-DATA-INSTALACAO ' EM '
                   EQP-END-LOGRADOURO ' ' EQP-END-NUMERO ' '
                   EQP-END-CIDADE ' ' EQP-END-UF
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           IF EQP-RECOLHIMENTO-PEDIDO
               MOVE SPACES TO REPORT-LINHA
               STRING '    ORDEM DE RECOLHIMENTO DE '
                       EQP-DATA-RECOLHER
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

       3400-LER-PRODUTO.
           MOVE EQP-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
           END-READ.

      *PARTE 2: OS QUE NAO VOLTARAM - ORDEM DE RECOLHIMENTO EMITIDA
      *E O EQUIPAMENTO AINDA EM COMODATO; O CONTRATO DELES SEGUE
      *EM VIGOR ATE A VOLTA
       4000-LISTAR-NAO-VOLTARAM.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE 'ORDEM DE RECOLHIMENTO EMITIDA E NAO VOLTARAM' TO
                              REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE LOW-VALUES TO EQP-SERIE.
           MOVE ZEROS TO EQP-STATUS.
           START EQUIPAMENTOS KEY IS NOT LESS THAN EQP-SERIE
               INVALID KEY
                   MOVE 10 TO EQP-STATUS
           END-START.
           IF EQP-STATUS NOT = 10
               READ EQUIPAMENTOS NEXT
                   AT END
                       MOVE 10 TO EQP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL EQP-STATUS NOT = 0
               IF EQP-EM-COMODATO AND EQP-RECOLHIMENTO-PEDIDO
                   PERFORM 4100-LINHA-NAO-VOLTOU
               END-IF
               READ EQUIPAMENTOS NEXT
                   AT END
                       MOVE 10 TO EQP-STATUS
               END-READ
           END-PERFORM.
           IF WRK-TOTAL-NAO-VOLTOU = ZEROS
               MOVE 'NENHUM EQUIPAMENTO PENDENTE DE RECOLHIMENTO' TO
                                  REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

       4100-LINHA-NAO-VOLTOU.
           ADD 1 TO WRK-TOTAL-NAO-VOLTOU.
           ADD EQP-CUSTO TO WRK-CUSTO-NAO-VOLTOU.
           PERFORM 3400-LER-PRODUTO.
           MOVE EQP-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO CLIENTES-NOME
           END-READ.
           MOVE EQP-DATA-RECOLHER TO WRK-DATA-BASE.
           COMPUTE WRK-DIAS-ORDEM =
                   ((WRK-HOJE-ANO - WRK-BASE-ANO) * 360) +
                   ((WRK-HOJE-MES - WRK-BASE-MES) * 30) +
                   (WRK-HOJE-DIA - WRK-BASE-DIA).
           MOVE WRK-DIAS-ORDEM TO WRK-ED-DIAS.
           MOVE EQP-CUSTO TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'SERIE ' EQP-SERIE ' ' PROD-DESCRICAO
                   ' CUSTO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  CLIENTE ' EQP-FONE ' ' CLIENTES-NOME
                   ' CONTRATO ' EQP-CONTR-NUMERO
                   ' ORDEM DE ' EQP-DATA-RECOLHER
                   ' HA ' WRK-ED-DIAS ' DIAS'
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

       5000-FINALIZAR.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '=' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'EM ESTOQUE ' WRK-TOTAL-ESTOQUE
                   ' EM COMODATO ' WRK-TOTAL-COMODATO
                   ' EM MANUTENCAO ' WRK-TOTAL-MANUTENCAO
                   ' BAIXADOS ' WRK-TOTAL-BAIXADO
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-CUSTO-COMODATO TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'CLIENTES COM COMODATO ' WRK-TOTAL-CLIENTES
                   ' CUSTO EM COMODATO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE WRK-CUSTO-NAO-VOLTOU TO WRK-ED-VALOR.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'NAO VOLTARAM ' WRK-TOTAL-NAO-VOLTOU
                   ' CUSTO ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE EQPREL-REPORT.
           CLOSE EQUIPAMENTOS.
           CLOSE CLIENTES.
           CLOSE PRODUTOS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'EQUIPAMENTOS DE COMODATO - TOTAIS'.
           DISPLAY 'LIDOS..............: ' WRK-TOTAL-LIDOS.
           DISPLAY 'EM COMODATO........: ' WRK-TOTAL-COMODATO.
           DISPLAY 'NAO VOLTARAM.......: ' WRK-TOTAL-NAO-VOLTOU.
           DISPLAY '---------------------------------------'.

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
           MOVE 'EQPREL' TO JOB-NOME.
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
           MOVE WRK-TOTAL-NAO-VOLTOU TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM EQPREL.
