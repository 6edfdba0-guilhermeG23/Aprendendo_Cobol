       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEENV.
      **********************************
      *OBJ: GERACAO DO ARQUIVO DE ENVIO DA NOTA FISCAL ELETRONICA
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PERCORRE O LIVRO DE REGISTRO DAS NOTAS (NOTAFIS.DAT) E GERA
      *EM NFEENV.TXT, NO LEIAUTE TXT DE IMPORTACAO DO EMISSOR DA
      *SEFAZ (UMA LINHA POR GRUPO, CAMPOS SEPARADOS POR '|'):
      *  A    - VERSAO DO LEIAUTE
      *  B    - IDENTIFICACAO (UF, SERIE, NUMERO, EMISSAO, AMBIENTE)
      *  C    - EMITENTE (RAZAO, IE), C02 CNPJ, C05 ENDERECO
      *  E    - DESTINATARIO (NOME), E02 CNPJ OU E03 CPF (VINDOS DE
      *         CLIENTES-DOC), E05 ENDERECO DO CADASTRO
      *  H/I  - CADA ITEM DO PEDIDO (O FRETE VAI NO TOTAL, NAO COMO
      *         PRODUTO)
      *  N    - CADA TRIBUTO DESTACADO NA NOTA (TRIBUTO, ALIQUOTA,
      *         BASE E VALOR)
      *  W02  - TOTAIS (PRODUTOS, FRETE, IMPOSTO E NOTA)
      *ENTRAM AS NOTAS EMITIDAS DEPOIS DA ULTIMA JA ENVIADA (O
      *NUMERO FICA EM NFEENV.SEQ; NA PRIMEIRA RODADA, SO AS DO DIA)
      *E AS REJEITADAS QUE O OPERADOR LIBEROU NA OPCAO NE DEPOIS
      *DE CORRIGIR O CADASTRO. CADA NOTA GERADA FICA EM NFESIT.DAT
      *COMO G (AGUARDANDO O RETORNO, PROCESSADO PELO NFERET)
      *OS DADOS DO EMITENTE VEM DE NFEENV.CFG; SEM ELES NENHUMA
      *NOTA E GERADA E O JOB TERMINA COM RC 8
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAFIS ASSIGN TO 'NOTAFIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-STATUS.
           SELECT NFE-SITUACAO ASSIGN TO 'NFESIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-NUMERO
               FILE STATUS IS NFE-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
           SELECT ITENS ASSIGN TO 'ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CHAVE
               FILE STATUS IS ITEM-STATUS.
      *DADOS DO EMITENTE, UMA LINHA
           SELECT CONFIGURACAO ASSIGN TO 'NFEENV.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
      *NUMERO DA ULTIMA NOTA DO LIVRO JA PASSADA PELO ENVIO
           SELECT ULTIMA-ENVIADA ASSIGN TO 'NFEENV.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ULTIMA-STATUS.
           SELECT ENVIO ASSIGN TO 'NFEENV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVIO-STATUS.

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
      *MESMO LAYOUT DO LIVRO DE NOTAS FISCAIS DO CADASTRO ONLINE
       FD NOTAFIS.
       01 NF-REG.
           05 NF-NUMERO PIC 9(06).
           05 NF-TIPO PIC X(01).
               88 NF-EMITIDA VALUE 'E'.
               88 NF-CANCELADA VALUE 'C'.
           05 NF-FONE PIC 9(09).
           05 NF-PEDIDO PIC 9(06).
           05 NF-DATA PIC 9(08).
           05 NF-VALOR PIC 9(07)V99.
           05 NF-OPERADOR PIC X(09).
           05 NF-DESTAQUE.
               10 NF-UF-DESTINO PIC X(02).
               10 NF-TOTAL-IMPOSTO PIC 9(07)V99.
               10 NF-TRIBUTO OCCURS 5 TIMES.
                   15 NF-TRB-SIGLA PIC X(04).
                   15 NF-TRB-ALIQUOTA PIC 9(02)V99.
                   15 NF-TRB-BASE PIC 9(07)V99.
                   15 NF-TRB-VALOR PIC 9(07)V99.

      *MESMO LAYOUT DA SITUACAO DAS NF-E DO CADASTRO ONLINE
       FD NFE-SITUACAO.
       01 NFE-REG.
           05 NFE-NUMERO PIC 9(06).
           05 NFE-FONE PIC 9(09).
           05 NFE-PEDIDO PIC 9(06).
           05 NFE-SITUACAO-COD PIC X(01).
               88 NFE-GERADA VALUE 'G'.
               88 NFE-AUTORIZADA VALUE 'A'.
               88 NFE-REJEITADA VALUE 'R'.
               88 NFE-DENEGADA VALUE 'D'.
               88 NFE-CORRIGIDA VALUE 'C'.
           05 NFE-PROTOCOLO PIC X(15).
           05 NFE-COD-RETORNO PIC 9(03).
           05 NFE-MOTIVO PIC X(60).
           05 NFE-DATA-ENVIO PIC 9(08).
           05 NFE-DATA-RETORNO PIC 9(08).
           05 NFE-ENVIOS PIC 9(02).
           05 NFE-OPERADOR PIC X(09).
           05 NFE-DATA-CORRECAO PIC 9(08).

      *LAYOUT COMPLETO E ATUAL DO CADASTRO
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
               10 CLIENTES-DOC-NUM-R REDEFINES CLIENTES-DOC-NUM.
                   15 FILLER PIC 9(03).
                   15 CLIENTES-DOC-CPF PIC 9(11).
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
           05 CLIENTES-CLASSE PIC X(01).
           05 CLIENTES-END-INVALIDO PIC X(01).
               88 END-DEVOLVIDO VALUE 'S'.
           05 CLIENTES-FILIAL PIC 9(02).

      *MESMO LAYOUT DO ARQUIVO DE ITENS DO CADASTRO ONLINE
       FD ITENS.
       01 ITEM-REG.
           05 ITEM-CHAVE.
               10 ITEM-FONE PIC 9(09).
               10 ITEM-PEDIDO PIC 9(06).
               10 ITEM-NUMERO PIC 9(03).
           05 ITEM-PROD-CODIGO PIC 9(06).
               88 ITEM-FRETE VALUE 999999.
           05 ITEM-DESCRICAO PIC X(40).
           05 ITEM-QTDE PIC 9(05).
           05 ITEM-PRECO-UNIT PIC 9(07)V99.
           05 ITEM-TOTAL PIC 9(07)V99.
           05 ITEM-DESC-PCT PIC 9(02)V99.

      *EMITENTE: CNPJ, INSCRICAO ESTADUAL, RAZAO, ENDERECO, SERIE
      *DAS NOTAS E AMBIENTE (1=PRODUCAO, 2=HOMOLOGACAO)
       FD CONFIGURACAO.
       01 CFG-REG.
           05 CFG-CNPJ PIC 9(14).
           05 CFG-IE PIC X(14).
           05 CFG-RAZAO PIC X(40).
           05 CFG-LOGRADOURO PIC X(40).
           05 CFG-NUMERO PIC X(06).
           05 CFG-BAIRRO PIC X(20).
           05 CFG-CIDADE PIC X(25).
           05 CFG-UF PIC X(02).
           05 CFG-CEP PIC 9(08).
           05 CFG-SERIE PIC 9(03).
           05 CFG-AMBIENTE PIC X(01).

       FD ULTIMA-ENVIADA.
       01 ULTIMA-REG PIC 9(06).

       FD ENVIO.
       01 ENVIO-LINHA PIC X(200).

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
       77 NF-STATUS PIC 9(02) VALUE ZEROS.
       77 NFE-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 CONFIG-STATUS PIC 9(02) VALUE ZEROS.
       77 ULTIMA-STATUS PIC 9(02) VALUE ZEROS.
       77 ENVIO-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-NOVAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REENVIOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-GERADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-CADASTRO PIC 9(06) VALUE ZEROS.

       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMA-ENVIADA PIC 9(06) VALUE ZEROS.
       77 WRK-MAIOR-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-SITUACAO PIC X(01) VALUE 'N'.
           88 PRIMEIRA-RODADA VALUE 'S'.
           88 JA-HOUVE-ENVIO VALUE 'N'.
       77 WRK-CFG-SITUACAO PIC X(01) VALUE 'N'.
           88 EMITENTE-OK VALUE 'S'.
           88 EMITENTE-AUSENTE VALUE 'N'.
       77 WRK-NOTA-SITUACAO PIC X(01) VALUE 'N'.
           88 NOTA-NOVA VALUE 'N'.
           88 NOTA-REENVIO VALUE 'R'.
           88 NOTA-FORA VALUE 'F'.

      *MONTAGEM DA NOTA
       77 WRK-ITEM-NF PIC 9(03) VALUE ZEROS.
       77 WRK-TRB-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR-PRODUTOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-FRETE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-IMPOSTO PIC 9(09)V99 VALUE ZEROS.
       01 WRK-DATA-NF PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-NF-R REDEFINES WRK-DATA-NF.
           05 WRK-DNF-ANO PIC 9(04).
           05 WRK-DNF-MES PIC 9(02).
           05 WRK-DNF-DIA PIC 9(02).
      *VALOR SEM ZEROS A ESQUERDA E COM PONTO DECIMAL, COMO O
      *LEIAUTE PEDE; 2900-FORMATAR-VALOR DEVOLVE EM WRK-VALOR-TXT
       77 WRK-VALOR-NUM PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-BRANCOS PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-TXT PIC X(12) VALUE SPACES.
       77 WRK-TXT-QTDE PIC X(12) VALUE SPACES.
       77 WRK-TXT-UNIT PIC X(12) VALUE SPACES.
       77 WRK-TXT-TOTAL PIC X(12) VALUE SPACES.
       77 WRK-TXT-FRETE PIC X(12) VALUE SPACES.
       77 WRK-TXT-IMPOSTO PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-LER-EMITENTE.
           IF EMITENTE-AUSENTE
               DISPLAY 'NFEENV: EMITENTE NAO CONFIGURADO EM '
                       'NFEENV.CFG, NENHUMA NOTA GERADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-ABRIR-ARQUIVOS
               PERFORM 2000-EXAMINAR-NOTA UNTIL NF-STATUS = 10
               PERFORM 4000-FINALIZAR
           END-IF.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-LER-EMITENTE.
           SET EMITENTE-AUSENTE TO TRUE.
           OPEN INPUT CONFIGURACAO.
           IF CONFIG-STATUS = ZEROS
               READ CONFIGURACAO
                   NOT AT END
                       IF CFG-CNPJ NUMERIC AND CFG-CNPJ > ZEROS
                               AND CFG-RAZAO NOT = SPACES
                               AND CFG-UF NOT = SPACES
                           SET EMITENTE-OK TO TRUE
                       END-IF
               END-READ
               CLOSE CONFIGURACAO
           END-IF.
           IF EMITENTE-OK
               IF CFG-SERIE NOT NUMERIC
                   MOVE 1 TO CFG-SERIE
               END-IF
               IF CFG-AMBIENTE NOT = '1'
                   MOVE '2' TO CFG-AMBIENTE
               END-IF
           END-IF.

       1100-ABRIR-ARQUIVOS.
           SET PRIMEIRA-RODADA TO TRUE.
           OPEN INPUT ULTIMA-ENVIADA.
           IF ULTIMA-STATUS = ZEROS
               READ ULTIMA-ENVIADA
                   NOT AT END
                       IF ULTIMA-REG NUMERIC
                           MOVE ULTIMA-REG TO WRK-ULTIMA-ENVIADA
                           SET JA-HOUVE-ENVIO TO TRUE
                       END-IF
               END-READ
               CLOSE ULTIMA-ENVIADA
           END-IF.
           MOVE WRK-ULTIMA-ENVIADA TO WRK-MAIOR-NUMERO.
           OPEN I-O NFE-SITUACAO.
           IF NFE-STATUS = 35 THEN
               OPEN OUTPUT NFE-SITUACAO
               CLOSE NFE-SITUACAO
               OPEN I-O NFE-SITUACAO
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT ITENS.
           OPEN OUTPUT ENVIO.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'NOTAFISCAL|' WRK-HOJE '|'
               DELIMITED BY SIZE INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.
           OPEN INPUT NOTAFIS.
           IF NF-STATUS NOT = ZEROS
               MOVE 10 TO NF-STATUS
           ELSE
               READ NOTAFIS
                   AT END
                       MOVE 10 TO NF-STATUS
               END-READ
           END-IF.

      *SO A LINHA DE EMISSAO GERA NF-E; A NOTA NOVA AINDA NAO TEM
      *SITUACAO, A LIBERADA PARA REENVIO ESTA COMO C
       2000-EXAMINAR-NOTA.
           ADD 1 TO WRK-TOTAL-LIDAS.
           IF NF-EMITIDA
               IF NF-NUMERO > WRK-MAIOR-NUMERO
                   MOVE NF-NUMERO TO WRK-MAIOR-NUMERO
               END-IF
               SET NOTA-FORA TO TRUE
               MOVE NF-NUMERO TO NFE-NUMERO
               READ NFE-SITUACAO
                   INVALID KEY
                       IF (PRIMEIRA-RODADA AND NF-DATA = WRK-HOJE)
                          OR (JA-HOUVE-ENVIO
                              AND NF-NUMERO > WRK-ULTIMA-ENVIADA)
                           SET NOTA-NOVA TO TRUE
                       END-IF
                   NOT INVALID KEY
                       IF NFE-CORRIGIDA
                           SET NOTA-REENVIO TO TRUE
                       END-IF
               END-READ
               IF NOT NOTA-FORA
                   PERFORM 2100-GERAR-NOTA
                   PERFORM 2800-REGISTRAR-SITUACAO
               END-IF
           END-IF.
           READ NOTAFIS
               AT END
                   MOVE 10 TO NF-STATUS
           END-READ.

       2100-GERAR-NOTA.
           ADD 1 TO WRK-TOTAL-GERADAS.
           MOVE NF-DATA TO WRK-DATA-NF.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'A|4.00|NFe|'
               DELIMITED BY SIZE INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'B|' CFG-UF '|' CFG-SERIE '|' NF-NUMERO '|'
                   WRK-DNF-ANO '-' WRK-DNF-MES '-' WRK-DNF-DIA
                   '|1|' CFG-AMBIENTE '|PEDIDO ' NF-FONE '/'
                   NF-PEDIDO '|'
               DELIMITED BY SIZE INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.
           PERFORM 2200-EMITENTE.
           PERFORM 2300-DESTINATARIO.
           PERFORM 2400-ITENS.
           PERFORM 2500-TRIBUTOS.
           PERFORM 2600-TOTAIS.

       2200-EMITENTE.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'C|' CFG-RAZAO DELIMITED BY '  '
                   '|' CFG-IE DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
               INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'C02|' CFG-CNPJ '|'
               DELIMITED BY SIZE INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'C05|' CFG-LOGRADOURO DELIMITED BY '  '
                   '|' CFG-NUMERO DELIMITED BY SPACE
                   '|' CFG-BAIRRO DELIMITED BY '  '
                   '|' CFG-CIDADE DELIMITED BY '  '
                   '|' CFG-UF '|' CFG-CEP '|' DELIMITED BY SIZE
               INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.

      *DESTINATARIO E O CLIENTE DO PEDIDO, COM O DOCUMENTO E O
      *ENDERECO DO CADASTRO; SEM CADASTRO A NOTA SAI SO COM O
      *TELEFONE E VOLTA REJEITADA PARA CORRECAO
       2300-DESTINATARIO.
           MOVE NF-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-SEM-CADASTRO
                   MOVE SPACES TO CLIENTES-NOME
                   MOVE SPACES TO CLIENTES-DOC-TIPO
                   MOVE ZEROS TO CLIENTES-DOC-NUM
                   MOVE SPACES TO CLIENTES-ENDERECO
                   MOVE ZEROS TO CLIENTES-END-CEP
           END-READ.
           MOVE ZEROS TO CLIENTES-STATUS.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'E|' CLIENTES-NOME DELIMITED BY '  '
                   '|' DELIMITED BY SIZE
               INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.
           MOVE SPACES TO ENVIO-LINHA.
           IF CLI-DOC-CPF
               STRING 'E03|' CLIENTES-DOC-CPF '|'
                   DELIMITED BY SIZE INTO ENVIO-LINHA
           ELSE
               STRING 'E02|' CLIENTES-DOC-NUM '|'
                   DELIMITED BY SIZE INTO ENVIO-LINHA
           END-IF.
           WRITE ENVIO-LINHA.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'E05|' CLIENTES-END-LOGRADOURO DELIMITED BY '  '
                   '|' CLIENTES-END-NUMERO DELIMITED BY SPACE
                   '|' CLIENTES-END-BAIRRO DELIMITED BY '  '
                   '|' CLIENTES-END-CIDADE DELIMITED BY '  '
                   '|' CLIENTES-END-UF '|' CLIENTES-END-CEP '|'
                   NF-FONE '|' DELIMITED BY SIZE
               INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.

       2400-ITENS.
           MOVE ZEROS TO WRK-ITEM-NF.
           MOVE ZEROS TO WRK-VALOR-PRODUTOS.
           MOVE ZEROS TO WRK-VALOR-FRETE.
           MOVE NF-FONE TO ITEM-FONE.
           MOVE NF-PEDIDO TO ITEM-PEDIDO.
           MOVE ZEROS TO ITEM-NUMERO.
           START ITENS KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                   MOVE 10 TO ITEM-STATUS
           END-START.
           IF ITEM-STATUS NOT = 10
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ITEM-STATUS NOT = 0
                   OR ITEM-FONE NOT = NF-FONE
                   OR ITEM-PEDIDO NOT = NF-PEDIDO
               IF ITEM-FRETE
                   ADD ITEM-TOTAL TO WRK-VALOR-FRETE
               ELSE
                   PERFORM 2410-LINHA-ITEM
               END-IF
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ITEM-STATUS.

       2410-LINHA-ITEM.
           ADD 1 TO WRK-ITEM-NF.
           ADD ITEM-TOTAL TO WRK-VALOR-PRODUTOS.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'H|' WRK-ITEM-NF '|'
               DELIMITED BY SIZE INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.
           MOVE ITEM-QTDE TO WRK-VALOR-NUM.
           PERFORM 2900-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-QTDE.
           MOVE ITEM-PRECO-UNIT TO WRK-VALOR-NUM.
           PERFORM 2900-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-UNIT.
           MOVE ITEM-TOTAL TO WRK-VALOR-NUM.
           PERFORM 2900-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-TOTAL.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'I|' ITEM-PROD-CODIGO
                   '|' DELIMITED BY SIZE
                   ITEM-DESCRICAO DELIMITED BY '  '
                   '|UN|' DELIMITED BY SIZE
                   WRK-TXT-QTDE DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WRK-TXT-UNIT DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WRK-TXT-TOTAL DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
               INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.

      *OS TRIBUTOS SAEM DO DESTAQUE GRAVADO NA EMISSAO; NOTA SEM
      *DESTAQUE (ANTERIOR AO CALCULO) NAO TEM LINHA N
       2500-TRIBUTOS.
           MOVE ZEROS TO WRK-TOTAL-IMPOSTO.
           IF NF-TOTAL-IMPOSTO NUMERIC
               MOVE NF-TOTAL-IMPOSTO TO WRK-TOTAL-IMPOSTO
               PERFORM 2510-LINHA-TRIBUTO
                   VARYING WRK-TRB-IDX FROM 1 BY 1
                   UNTIL WRK-TRB-IDX > 5
           END-IF.

       2510-LINHA-TRIBUTO.
           IF NF-TRB-SIGLA (WRK-TRB-IDX) NOT = SPACES
               MOVE NF-TRB-ALIQUOTA (WRK-TRB-IDX) TO WRK-VALOR-NUM
               PERFORM 2900-FORMATAR-VALOR
               MOVE WRK-VALOR-TXT TO WRK-TXT-QTDE
               MOVE NF-TRB-BASE (WRK-TRB-IDX) TO WRK-VALOR-NUM
               PERFORM 2900-FORMATAR-VALOR
               MOVE WRK-VALOR-TXT TO WRK-TXT-TOTAL
               MOVE NF-TRB-VALOR (WRK-TRB-IDX) TO WRK-VALOR-NUM
               PERFORM 2900-FORMATAR-VALOR
               MOVE WRK-VALOR-TXT TO WRK-TXT-IMPOSTO
               MOVE SPACES TO ENVIO-LINHA
               STRING 'N|' NF-TRB-SIGLA (WRK-TRB-IDX)
                           DELIMITED BY SPACE
                       '|' DELIMITED BY SIZE
                       WRK-TXT-QTDE DELIMITED BY SPACE
                       '|' DELIMITED BY SIZE
                       WRK-TXT-TOTAL DELIMITED BY SPACE
                       '|' DELIMITED BY SIZE
                       WRK-TXT-IMPOSTO DELIMITED BY SPACE
                       '|' DELIMITED BY SIZE
                   INTO ENVIO-LINHA
               WRITE ENVIO-LINHA
           END-IF.

       2600-TOTAIS.
           MOVE WRK-VALOR-PRODUTOS TO WRK-VALOR-NUM.
           PERFORM 2900-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-UNIT.
           MOVE WRK-VALOR-FRETE TO WRK-VALOR-NUM.
           PERFORM 2900-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-FRETE.
           MOVE WRK-TOTAL-IMPOSTO TO WRK-VALOR-NUM.
           PERFORM 2900-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-IMPOSTO.
           MOVE NF-VALOR TO WRK-VALOR-NUM.
           PERFORM 2900-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-TOTAL.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'W02|' WRK-TXT-UNIT DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WRK-TXT-FRETE DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WRK-TXT-IMPOSTO DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WRK-TXT-TOTAL DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
               INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.

      *A NOTA GERADA FICA AGUARDANDO O RETORNO; NO REENVIO O
      *PROTOCOLO E O MOTIVO DA REJEICAO ANTERIOR SAO LIMPOS
       2800-REGISTRAR-SITUACAO.
           IF NOTA-NOVA
               ADD 1 TO WRK-TOTAL-NOVAS
               MOVE NF-NUMERO TO NFE-NUMERO
               MOVE NF-FONE TO NFE-FONE
               MOVE NF-PEDIDO TO NFE-PEDIDO
               MOVE ZEROS TO NFE-ENVIOS
               MOVE SPACES TO NFE-OPERADOR
               MOVE ZEROS TO NFE-DATA-CORRECAO
           ELSE
               ADD 1 TO WRK-TOTAL-REENVIOS
           END-IF.
           SET NFE-GERADA TO TRUE.
           MOVE SPACES TO NFE-PROTOCOLO.
           MOVE ZEROS TO NFE-COD-RETORNO.
           MOVE SPACES TO NFE-MOTIVO.
           MOVE WRK-HOJE TO NFE-DATA-ENVIO.
           MOVE ZEROS TO NFE-DATA-RETORNO.
           ADD 1 TO NFE-ENVIOS.
           IF NOTA-NOVA
               WRITE NFE-REG
                   INVALID KEY
                       DISPLAY 'NFEENV: FALHA AO REGISTRAR A NOTA '
                               NF-NUMERO
               END-WRITE
           ELSE
               REWRITE NFE-REG
                   INVALID KEY
                       DISPLAY 'NFEENV: FALHA AO REGISTRAR A NOTA '
                               NF-NUMERO
               END-REWRITE
           END-IF.

      *TIRA OS ZEROS A ESQUERDA DE WRK-VALOR-NUM
       2900-FORMATAR-VALOR.
           MOVE WRK-VALOR-NUM TO WRK-ED-VALOR.
           MOVE ZEROS TO WRK-BRANCOS.
           INSPECT WRK-ED-VALOR TALLYING WRK-BRANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO WRK-VALOR-TXT.
           MOVE WRK-ED-VALOR (WRK-BRANCOS + 1:) TO WRK-VALOR-TXT.

      *A ULTIMA NOTA DO LIVRO PASSADA PELO ENVIO SO E GRAVADA NO
      *FIM, COM O ARQUIVO DE ENVIO COMPLETO
       4000-FINALIZAR.
           MOVE SPACES TO ENVIO-LINHA.
           STRING 'FIMNOTAS|' WRK-TOTAL-GERADAS '|'
               DELIMITED BY SIZE INTO ENVIO-LINHA.
           WRITE ENVIO-LINHA.
           CLOSE ENVIO.
           CLOSE NOTAFIS.
           CLOSE NFE-SITUACAO.
           CLOSE CLIENTES.
           CLOSE ITENS.
           OPEN OUTPUT ULTIMA-ENVIADA.
           MOVE WRK-MAIOR-NUMERO TO ULTIMA-REG.
           WRITE ULTIMA-REG.
           CLOSE ULTIMA-ENVIADA.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ENVIO DA NF-E - TOTAIS'.
           DISPLAY 'LINHAS DO LIVRO....: ' WRK-TOTAL-LIDAS.
           DISPLAY 'NOTAS NOVAS........: ' WRK-TOTAL-NOVAS.
           DISPLAY 'REENVIOS...........: ' WRK-TOTAL-REENVIOS.
           DISPLAY 'SEM CADASTRO.......: ' WRK-TOTAL-SEM-CADASTRO.
           DISPLAY 'ULTIMA NOTA........: ' WRK-MAIOR-NUMERO.
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
           MOVE 'NFEENV' TO JOB-NOME.
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

      *MARCA O FIM DESTA EXECUCAO COM OS TOTAIS DO LOTE; SEM O
      *EMITENTE CONFIGURADO O PAINEL RECEBE O RC 8
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-LIDAS TO JOB-LIDOS.
           MOVE WRK-TOTAL-GERADAS TO JOB-GRAVADOS.
           MOVE RETURN-CODE TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM NFEENV.
