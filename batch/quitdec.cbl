       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITDEC.
      **********************************
      *OBJ: DECLARACAO ANUAL DE QUITACAO DE DEBITOS POR CLIENTE
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *A DECLARACAO DO ANO ANTERIOR (ANO-BASE) TEM DE CHEGAR AO
      *CONSUMIDOR ATE MAIO; O LOTE RODA NAS NOITES DE ABRIL E MAIO
      *LE OS PEDIDOS DO ANO-BASE NO ARQUIVO VIVO (PEDIDOS.DAT, COM
      *O SALDO PELOS RECEBIMENTOS E AS PARCELAS DA AGENDA AINDA EM
      *ABERTO) E NO HISTORICO DO ARQPED (PEDIDOS.HIS - O ARQPED SO
      *ARQUIVA PEDIDO SEM SALDO, ENTAO O ARQUIVADO ESTA QUITADO),
      *FORA CANCELADOS E ESTORNOS. CLIENTE COM TODOS OS PEDIDOS
      *DO ANO QUITADOS RECEBE A DECLARACAO PELO CANAL PREFERIDO,
      *NOS MOLDES DO EXTRATO: QUITMAIL.TXT RECEBE A DECLARACAO
      *COMPLETA POR EMAIL; QUITSMS.TXT E QUITCALL.TXT RECEBEM O
      *RESUMO. CLIENTE COM PEDIDO DO ANO EM ABERTO SAI NA LISTA
      *QUITPEND.TXT, PEDIDO A PEDIDO
      *CADA DECLARACAO EMITIDA FICA REGISTRADA EM QUITDEC.DAT
      *(CLIENTE + ANO-BASE, COM DATA, CANAL, DESTINO E VALORES),
      *PARA RESPONDER A RECLAMACAO NO PROCON; CLIENTE JA
      *REGISTRADO NO ANO-BASE NAO RECEBE DE NOVO, ENTAO AS NOITES
      *SEGUINTES SO EMITEM PARA QUEM QUITOU DEPOIS
      *CLIENTE INATIVO (EXCLUIDO, FUNDIDO OU ANONIMIZADO PELO
      *EXPURGO LGPD) FICA DE FORA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *PEDIDOS JA MOVIDOS PARA O ARQUIVO HISTORICO PELO ARQPED
           SELECT PEDIDOS-HISTORICO ASSIGN TO 'PEDIDOS.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIS-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS RECEB-STATUS.
      *AGENDA DE PARCELAS DOS PEDIDOS, SO LEITURA
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS PARC-STATUS.
      *REGISTRO DAS DECLARACOES EMITIDAS
           SELECT DECLARACOES ASSIGN TO 'QUITDEC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QDEC-CHAVE
               FILE STATUS IS QDEC-STATUS.
           SELECT ORDENA-PEDIDOS ASSIGN TO 'ORDQUIT.TMP'.
           SELECT SAIDA-EMAIL ASSIGN TO 'QUITMAIL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMAIL-STATUS.
           SELECT SAIDA-SMS ASSIGN TO 'QUITSMS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMS-STATUS.
           SELECT SAIDA-LIGACAO ASSIGN TO 'QUITCALL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIGACAO-STATUS.
           SELECT PENDENCIAS ASSIGN TO 'QUITPEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.

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
               88 PREF-EMAIL VALUE 'E'.
               88 PREF-SMS VALUE 'S'.
               88 PREF-TELEFONE VALUE 'T'.
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
           05 CLIENTES-CLASSE PIC X(01).
           05 CLIENTES-END-INVALIDO PIC X(01).
               88 END-DEVOLVIDO VALUE 'S'.
           05 CLIENTES-FILIAL PIC 9(02).

      *MESMO LAYOUT DO ARQUIVO DE PEDIDOS DO CADASTRO ONLINE
       FD PEDIDOS.
       01 PEDIDOS-REG.
           05 PEDIDOS-CHAVE.
               10 PEDIDOS-FONE PIC 9(09).
               10 PEDIDOS-NUMERO PIC 9(06).
           05 PEDIDOS-DATA PIC 9(08).
           05 PEDIDOS-VALOR PIC 9(07)V99.
           05 PEDIDOS-DESCRICAO PIC X(40).
           05 PEDIDOS-SITUACAO PIC X(01).
               88 PED-ABERTO VALUE 'A'.
               88 PED-FATURADO VALUE 'F'.
               88 PED-PAGO VALUE 'P'.
               88 PED-CANCELADO VALUE 'C'.
               88 PED-ESTORNO VALUE 'E'.
           05 PEDIDOS-LANCAMENTO.
               10 PEDIDOS-OPERADOR PIC X(09).
               10 PEDIDOS-DATA-LANC PIC 9(08).
               10 PEDIDOS-HORA-LANC PIC 9(08).
           05 PEDIDOS-FILIAL PIC 9(02).

      *LINHA DO HISTORICO, MESMA LARGURA E ORDEM DE CAMPOS DA
      *PEDIDOS-REG
       FD PEDIDOS-HISTORICO.
       01 HIS-REG.
           05 HIS-FONE PIC 9(09).
           05 HIS-NUMERO PIC 9(06).
           05 HIS-DATA PIC 9(08).
           05 HIS-VALOR PIC 9(07)V99.
           05 HIS-DESCRICAO PIC X(40).
           05 HIS-SITUACAO PIC X(01).
               88 HIS-CANCELADO VALUE 'C'.
               88 HIS-ESTORNO VALUE 'E'.
           05 HIS-OPERADOR PIC X(09).
           05 HIS-DATA-LANC PIC 9(08).
           05 HIS-HORA-LANC PIC 9(08).
           05 HIS-FILIAL PIC 9(02).

      *MESMO LAYOUT DO ARQUIVO DE RECEBIMENTOS DO CADASTRO ONLINE
       FD RECEBIMENTOS.
       01 RECEB-REG.
           05 RECEB-CHAVE.
               10 RECEB-FONE PIC 9(09).
               10 RECEB-PEDIDO PIC 9(06).
               10 RECEB-SEQ PIC 9(03).
           05 RECEB-DATA PIC 9(08).
           05 RECEB-VALOR PIC 9(07)V99.
           05 RECEB-PARCELA PIC 9(03).
           05 RECEB-FORMA PIC X(01).
               88 RECEB-DINHEIRO VALUE 'D' ' '.
               88 RECEB-PIX VALUE 'P'.
               88 RECEB-DEBITO VALUE 'B'.
               88 RECEB-CREDITO VALUE 'C'.
               88 RECEB-BOLETO VALUE 'L'.
               88 RECEB-NOTA-CRED VALUE 'N'.
           05 RECEB-RECIBO PIC 9(06).
           05 RECEB-MULTA PIC 9(05)V99.
           05 RECEB-JUROS PIC 9(05)V99.

      *MESMO LAYOUT DA AGENDA DE PARCELAS DO CADASTRO ONLINE
       FD PARCELAS.
       01 PARC-REG.
           05 PARC-CHAVE.
               10 PARC-FONE PIC 9(09).
               10 PARC-PEDIDO PIC 9(06).
               10 PARC-PARCELA PIC 9(03).
           05 PARC-VENCIMENTO PIC 9(08).
           05 PARC-VALOR PIC 9(07)V99.
           05 PARC-RECEBIDO PIC 9(07)V99.
           05 PARC-SITUACAO PIC X(01).
               88 PARC-ABERTA VALUE 'A'.
               88 PARC-QUITADA VALUE 'Q'.

      *UMA DECLARACAO EMITIDA: CLIENTE E ANO-BASE, QUANDO, POR QUAL
      *CANAL E PARA QUAL DESTINO, E OS NUMEROS DECLARADOS
       FD DECLARACOES.
       01 QDEC-REG.
           05 QDEC-CHAVE.
               10 QDEC-FONE PIC 9(09).
               10 QDEC-ANO PIC 9(04).
           05 QDEC-DATA PIC 9(08).
           05 QDEC-HORA PIC 9(08).
           05 QDEC-CANAL PIC X(01).
               88 QDEC-EMAIL VALUE 'E'.
               88 QDEC-SMS VALUE 'S'.
               88 QDEC-LIGACAO VALUE 'T'.
           05 QDEC-DESTINO PIC X(40).
           05 QDEC-NOME PIC X(30).
           05 QDEC-DOC-TIPO PIC X(01).
           05 QDEC-DOC-NUM PIC 9(14).
           05 QDEC-PEDIDOS PIC 9(05).
           05 QDEC-VALOR PIC 9(09)V99.

      *UM PEDIDO DO ANO-BASE, COM O QUE FALTA QUITAR
       SD ORDENA-PEDIDOS.
       01 ORD-REG.
           05 ORD-FONE PIC 9(09).
           05 ORD-NUMERO PIC 9(06).
           05 ORD-DATA PIC 9(08).
           05 ORD-VALOR PIC 9(07)V99.
           05 ORD-SALDO PIC 9(09)V99.
           05 ORD-PARC-ABERTAS PIC 9(03).
           05 ORD-ORIGEM PIC X(01).
               88 ORD-VIVO VALUE 'V'.
               88 ORD-ARQUIVADO VALUE 'H'.

       FD SAIDA-EMAIL.
       01 EMAIL-LINHA PIC X(130).

       FD SAIDA-SMS.
       01 SMS-LINHA PIC X(130).

       FD SAIDA-LIGACAO.
       01 LIGACAO-LINHA PIC X(130).

       FD PENDENCIAS.
       01 PEND-LINHA PIC X(130).

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
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 HIS-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 QDEC-STATUS PIC 9(02) VALUE ZEROS.
       77 EMAIL-STATUS PIC 9(02) VALUE ZEROS.
       77 SMS-STATUS PIC 9(02) VALUE ZEROS.
       77 LIGACAO-STATUS PIC 9(02) VALUE ZEROS.
       77 PEND-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.
      *A AGENDA DE PARCELAS SO EXISTE DEPOIS DO PRIMEIRO PEDIDO
      *PARCELADO
       77 WRK-PARC-SITUACAO PIC X(01) VALUE 'N'.
           88 PARC-ABERTO VALUE 'S'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EMITIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-JA-EMITIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FORA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EMAIL PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SMS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LIGACAO PIC 9(06) VALUE ZEROS.

      *ANO-BASE (O ANO ANTERIOR AO DA EXECUCAO)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 FILLER PIC 9(04).
       77 WRK-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-BASE PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-EXAME-ANO PIC 9(04).
           05 FILLER PIC 9(04).

      *SALDO DO PEDIDO VIVO EM EXAME
       77 WRK-PED-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PED-SALDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PARC-ABERTAS PIC 9(03) VALUE ZEROS.

      *ACUMULADORES DO CLIENTE CORRENTE NA SAIDA DA ORDENACAO
       77 WRK-FONE-GRUPO PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-PEDIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CLI-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-CLI-SALDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-SITUACAO PIC X(01) VALUE 'N'.
           88 CLI-ENCONTRADO VALUE 'S'.
           88 CLI-NAO-ENCONTRADO VALUE 'N'.
       77 WRK-PEND-CABECALHO PIC X(01) VALUE 'N'.
           88 PEND-CABECALHO-FEITO VALUE 'S'.
           88 PEND-CABECALHO-FALTA VALUE 'N'.
      *CAMPOS DE EDICAO DAS LINHAS DA DECLARACAO
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-SALDO PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-QTDE PIC Z(04)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           COMPUTE WRK-ANO-BASE = WRK-HOJE-ANO - 1.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT ORDENA-PEDIDOS
               ON ASCENDING KEY ORD-FONE
               ON ASCENDING KEY ORD-NUMERO
               INPUT PROCEDURE 2000-CARREGAR-PEDIDOS
               OUTPUT PROCEDURE 3000-DECLARAR-CLIENTES.
           PERFORM 4000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES.
           OPEN INPUT RECEBIMENTOS.
           OPEN INPUT PARCELAS.
           IF PARC-STATUS = ZEROS
               SET PARC-ABERTO TO TRUE
           END-IF.
           OPEN I-O DECLARACOES.
           IF QDEC-STATUS = 35 THEN
               OPEN OUTPUT DECLARACOES
               CLOSE DECLARACOES
               OPEN I-O DECLARACOES
           END-IF.
           OPEN OUTPUT SAIDA-EMAIL.
           OPEN OUTPUT SAIDA-SMS.
           OPEN OUTPUT SAIDA-LIGACAO.
           MOVE SPACES TO LIGACAO-LINHA.
           STRING 'FOLHA DE LIGACOES - DECLARACAO DE QUITACAO DO ANO '
                   WRK-ANO-BASE
               DELIMITED BY SIZE INTO LIGACAO-LINHA.
           WRITE LIGACAO-LINHA.
           MOVE ALL '-' TO LIGACAO-LINHA.
           WRITE LIGACAO-LINHA.
           OPEN OUTPUT PENDENCIAS.
           MOVE SPACES TO PEND-LINHA.
           STRING 'CLIENTES COM DEBITO EM ABERTO NO ANO ' WRK-ANO-BASE
                   ' - SEM DECLARACAO DE QUITACAO'
               DELIMITED BY SIZE INTO PEND-LINHA.
           WRITE PEND-LINHA.
           MOVE ALL '-' TO PEND-LINHA.
           WRITE PEND-LINHA.

      *SOLTA NA ORDENACAO OS PEDIDOS DO ANO-BASE DO ARQUIVO VIVO
      *(COM O SALDO E AS PARCELAS EM ABERTO) E DO HISTORICO
       2000-CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM 2100-LIBERAR-PEDIDO UNTIL PEDIDOS-STATUS = 10.
           CLOSE PEDIDOS.
           OPEN INPUT PEDIDOS-HISTORICO.
           IF HIS-STATUS = ZEROS
               READ PEDIDOS-HISTORICO
                   AT END
                       MOVE 10 TO HIS-STATUS
               END-READ
               PERFORM 2400-LIBERAR-HISTORICO UNTIL HIS-STATUS = 10
               CLOSE PEDIDOS-HISTORICO
           END-IF.

       2100-LIBERAR-PEDIDO.
           MOVE PEDIDOS-DATA TO WRK-DATA-EXAME.
           IF WRK-EXAME-ANO = WRK-ANO-BASE
                   AND NOT PED-CANCELADO AND NOT PED-ESTORNO
               ADD 1 TO WRK-TOTAL-PEDIDOS
               PERFORM 2200-SALDO-DO-PEDIDO
               MOVE ZEROS TO WRK-PARC-ABERTAS
               IF PARC-ABERTO
                   PERFORM 2300-PARCELAS-EM-ABERTO
               END-IF
               MOVE PEDIDOS-FONE TO ORD-FONE
               MOVE PEDIDOS-NUMERO TO ORD-NUMERO
               MOVE PEDIDOS-DATA TO ORD-DATA
               MOVE PEDIDOS-VALOR TO ORD-VALOR
               IF WRK-PED-SALDO > ZEROS
                   MOVE WRK-PED-SALDO TO ORD-SALDO
               ELSE
                   MOVE ZEROS TO ORD-SALDO
               END-IF
               MOVE WRK-PARC-ABERTAS TO ORD-PARC-ABERTAS
               SET ORD-VIVO TO TRUE
               RELEASE ORD-REG
           END-IF.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

      *SALDO DO PEDIDO: VALOR MENOS OS RECEBIMENTOS (MESMA CONTA
      *DO EXTRATO)
       2200-SALDO-DO-PEDIDO.
           MOVE ZEROS TO WRK-PED-RECEBIDO.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           MOVE ZEROS TO RECEB-SEQ.
           START RECEBIMENTOS KEY IS NOT LESS THAN RECEB-CHAVE
               INVALID KEY
                   MOVE 10 TO RECEB-STATUS
           END-START.
           IF RECEB-STATUS NOT = 10
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL RECEB-STATUS NOT = 0
                   OR RECEB-FONE NOT = PEDIDOS-FONE
                   OR RECEB-PEDIDO NOT = PEDIDOS-NUMERO
               ADD RECEB-VALOR TO WRK-PED-RECEBIDO
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RECEB-STATUS.
           COMPUTE WRK-PED-SALDO =
                   PEDIDOS-VALOR - WRK-PED-RECEBIDO.

      *PARCELAS DA AGENDA DO PEDIDO AINDA NAO QUITADAS
       2300-PARCELAS-EM-ABERTO.
           MOVE PEDIDOS-FONE TO PARC-FONE.
           MOVE PEDIDOS-NUMERO TO PARC-PEDIDO.
           MOVE ZEROS TO PARC-PARCELA.
           START PARCELAS KEY IS NOT LESS THAN PARC-CHAVE
               INVALID KEY
                   MOVE 10 TO PARC-STATUS
           END-START.
           IF PARC-STATUS NOT = 10
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PARC-STATUS NOT = 0
                   OR PARC-FONE NOT = PEDIDOS-FONE
                   OR PARC-PEDIDO NOT = PEDIDOS-NUMERO
               IF PARC-ABERTA
                   ADD 1 TO WRK-PARC-ABERTAS
               END-IF
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PARC-STATUS.

      *PEDIDO ARQUIVADO ESTA QUITADO: O ARQPED NAO ARQUIVA PEDIDO
      *COM SALDO EM ABERTO
       2400-LIBERAR-HISTORICO.
           MOVE HIS-DATA TO WRK-DATA-EXAME.
           IF WRK-EXAME-ANO = WRK-ANO-BASE
                   AND NOT HIS-CANCELADO AND NOT HIS-ESTORNO
               ADD 1 TO WRK-TOTAL-PEDIDOS
               MOVE HIS-FONE TO ORD-FONE
               MOVE HIS-NUMERO TO ORD-NUMERO
               MOVE HIS-DATA TO ORD-DATA
               MOVE HIS-VALOR TO ORD-VALOR
               MOVE ZEROS TO ORD-SALDO
               MOVE ZEROS TO ORD-PARC-ABERTAS
               SET ORD-ARQUIVADO TO TRUE
               RELEASE ORD-REG
           END-IF.
           READ PEDIDOS-HISTORICO
               AT END
                   MOVE 10 TO HIS-STATUS
           END-READ.

      *UM CLIENTE POR VEZ, NA ORDEM DO TELEFONE: QUITOU TUDO DO
      *ANO-BASE, RECEBE A DECLARACAO; SENAO, VAI PARA A LISTA
       3000-DECLARAR-CLIENTES.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-PEDIDOS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 3100-DECLARAR-FONE UNTIL SORT-FIM.

       3100-DECLARAR-FONE.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           MOVE ORD-FONE TO WRK-FONE-GRUPO.
           MOVE ZEROS TO WRK-CLI-PEDIDOS.
           MOVE ZEROS TO WRK-CLI-VALOR.
           MOVE ZEROS TO WRK-CLI-PENDENTES.
           MOVE ZEROS TO WRK-CLI-SALDO.
           SET PEND-CABECALHO-FALTA TO TRUE.
           MOVE ORD-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   SET CLI-NAO-ENCONTRADO TO TRUE
               NOT INVALID KEY
                   SET CLI-ENCONTRADO TO TRUE
           END-READ.
           PERFORM UNTIL SORT-FIM OR ORD-FONE NOT = WRK-FONE-GRUPO
               ADD 1 TO WRK-CLI-PEDIDOS
               ADD ORD-VALOR TO WRK-CLI-VALOR
               IF ORD-SALDO > ZEROS OR ORD-PARC-ABERTAS > ZEROS
                   ADD 1 TO WRK-CLI-PENDENTES
                   ADD ORD-SALDO TO WRK-CLI-SALDO
                   IF CLI-ENCONTRADO AND NOT CLI-INATIVO
                       PERFORM 3150-LISTAR-PENDENCIA
                   END-IF
               END-IF
               RETURN ORDENA-PEDIDOS
                   AT END
                       SET SORT-FIM TO TRUE
               END-RETURN
           END-PERFORM.
           EVALUATE TRUE
               WHEN CLI-NAO-ENCONTRADO
                   ADD 1 TO WRK-TOTAL-FORA
               WHEN CLI-INATIVO
                   ADD 1 TO WRK-TOTAL-FORA
               WHEN WRK-CLI-PENDENTES > ZEROS
                   ADD 1 TO WRK-TOTAL-PENDENTES
                   MOVE WRK-CLI-SALDO TO WRK-ED-SALDO
                   MOVE SPACES TO PEND-LINHA
                   STRING '  TOTAL EM ABERTO NO ANO ' WRK-ED-SALDO
                       DELIMITED BY SIZE INTO PEND-LINHA
                   WRITE PEND-LINHA
               WHEN OTHER
                   PERFORM 3200-EMITIR-DECLARACAO
           END-EVALUATE.

      *PEDIDO DO ANO COM SALDO OU PARCELA EM ABERTO, SOB O NOME DO
      *CLIENTE (O CABECALHO SAI NA PRIMEIRA PENDENCIA)
       3150-LISTAR-PENDENCIA.
           IF PEND-CABECALHO-FALTA
               SET PEND-CABECALHO-FEITO TO TRUE
               MOVE SPACES TO PEND-LINHA
               STRING 'CLIENTE ' CLIENTES-FONE ' ' CLIENTES-NOME
                       ' SITUACAO ' CLIENTES-STATUS-REG
                   DELIMITED BY SIZE INTO PEND-LINHA
               WRITE PEND-LINHA
           END-IF.
           MOVE ORD-VALOR TO WRK-ED-VALOR.
           MOVE ORD-SALDO TO WRK-ED-SALDO.
           MOVE SPACES TO PEND-LINHA.
           STRING '  PEDIDO ' ORD-NUMERO ' DE ' ORD-DATA
                   ' VALOR ' WRK-ED-VALOR
                   ' SALDO ' WRK-ED-SALDO
                   ' PARCELAS EM ABERTO ' ORD-PARC-ABERTAS
               DELIMITED BY SIZE INTO PEND-LINHA.
           WRITE PEND-LINHA.

      *DECLARACAO JA REGISTRADA NO ANO-BASE NAO SAI DE NOVO; A NOVA
      *SEGUE O CANAL PREFERIDO E FICA REGISTRADA
       3200-EMITIR-DECLARACAO.
           MOVE CLIENTES-FONE TO QDEC-FONE.
           MOVE WRK-ANO-BASE TO QDEC-ANO.
           READ DECLARACOES
               INVALID KEY
                   PERFORM 3300-DISTRIBUIR-DECLARACAO
                   PERFORM 3500-REGISTRAR-DECLARACAO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-JA-EMITIDAS
           END-READ.
           MOVE ZEROS TO QDEC-STATUS.

      *EMAIL RECEBE A DECLARACAO COMPLETA; SMS E LIGACAO RECEBEM O
      *RESUMO, QUE E O QUE CABE NO CANAL
       3300-DISTRIBUIR-DECLARACAO.
           ADD 1 TO WRK-TOTAL-EMITIDAS.
           MOVE WRK-CLI-VALOR TO WRK-ED-VALOR.
           MOVE WRK-CLI-PEDIDOS TO WRK-ED-QTDE.
           EVALUATE TRUE
               WHEN PREF-EMAIL AND CLIENTES-EMAIL NOT = SPACES
                   ADD 1 TO WRK-TOTAL-EMAIL
                   SET QDEC-EMAIL TO TRUE
                   MOVE CLIENTES-EMAIL TO QDEC-DESTINO
                   PERFORM 3400-DECLARACAO-COMPLETA
               WHEN PREF-SMS AND CLIENTES-FONE-CEL NOT = ZEROS
                   ADD 1 TO WRK-TOTAL-SMS
                   SET QDEC-SMS TO TRUE
                   MOVE CLIENTES-FONE-CEL TO QDEC-DESTINO
                   MOVE SPACES TO SMS-LINHA
                   STRING CLIENTES-FONE-CEL
                           ' QUITACAO ANUAL ' WRK-ANO-BASE
                           ': SEUS DEBITOS DO ANO ESTAO QUITADOS - '
                           WRK-ED-QTDE ' PEDIDOS, TOTAL '
                           WRK-ED-VALOR
                       DELIMITED BY SIZE INTO SMS-LINHA
                   WRITE SMS-LINHA
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-LIGACAO
                   SET QDEC-LIGACAO TO TRUE
                   MOVE CLIENTES-FONE TO QDEC-DESTINO
                   MOVE SPACES TO LIGACAO-LINHA
                   STRING CLIENTES-FONE ' ' CLIENTES-NOME
                           ' QUITACAO ANUAL ' WRK-ANO-BASE
                           ' PEDIDOS ' WRK-ED-QTDE
                           ' TOTAL ' WRK-ED-VALOR
                       DELIMITED BY SIZE INTO LIGACAO-LINHA
                   WRITE LIGACAO-LINHA
           END-EVALUATE.

       3400-DECLARACAO-COMPLETA.
           MOVE ALL '=' TO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           MOVE SPACES TO EMAIL-LINHA.
           STRING CLIENTES-EMAIL
                   ' DECLARACAO ANUAL DE QUITACAO DE DEBITOS - '
                   WRK-ANO-BASE
               DELIMITED BY SIZE INTO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           MOVE SPACES TO EMAIL-LINHA.
           STRING 'DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE '
                   CLIENTES-NOME
               DELIMITED BY SIZE INTO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           MOVE SPACES TO EMAIL-LINHA.
           STRING '(DOCUMENTO ' CLIENTES-DOC-TIPO ' '
                   CLIENTES-DOC-NUM ', TELEFONE ' CLIENTES-FONE
                   ') QUITOU TODOS OS DEBITOS DO ANO DE '
                   WRK-ANO-BASE '.'
               DELIMITED BY SIZE INTO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           MOVE SPACES TO EMAIL-LINHA.
           STRING 'PEDIDOS NO ANO: ' WRK-ED-QTDE
                   '   VALOR TOTAL: ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           MOVE 'ESTA DECLARACAO SUBSTITUI OS COMPROVANTES DE PAGAMENTO'
               TO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           MOVE 'DOS DEBITOS DO ANO.' TO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           MOVE SPACES TO EMAIL-LINHA.
           STRING 'REGISTRO ' CLIENTES-FONE '/' WRK-ANO-BASE
                   ' EMITIDO EM ' WRK-HOJE
               DELIMITED BY SIZE INTO EMAIL-LINHA.
           WRITE EMAIL-LINHA.

       3500-REGISTRAR-DECLARACAO.
           MOVE CLIENTES-FONE TO QDEC-FONE.
           MOVE WRK-ANO-BASE TO QDEC-ANO.
           MOVE WRK-HOJE TO QDEC-DATA.
           MOVE WRK-HORA TO QDEC-HORA.
           MOVE CLIENTES-NOME TO QDEC-NOME.
           MOVE CLIENTES-DOC-TIPO TO QDEC-DOC-TIPO.
           MOVE CLIENTES-DOC-NUM TO QDEC-DOC-NUM.
           MOVE WRK-CLI-PEDIDOS TO QDEC-PEDIDOS.
           MOVE WRK-CLI-VALOR TO QDEC-VALOR.
           WRITE QDEC-REG
               INVALID KEY
                   DISPLAY 'QUITDEC: FALHA AO REGISTRAR A DECLARACAO '
                           'DO CLIENTE ' CLIENTES-FONE
           END-WRITE.

       4000-FINALIZAR.
           MOVE ALL '-' TO PEND-LINHA.
           WRITE PEND-LINHA.
           MOVE SPACES TO PEND-LINHA.
           STRING 'CLIENTES COM PENDENCIA: ' WRK-TOTAL-PENDENTES
               DELIMITED BY SIZE INTO PEND-LINHA.
           WRITE PEND-LINHA.
           CLOSE CLIENTES.
           CLOSE RECEBIMENTOS.
           IF PARC-ABERTO
               CLOSE PARCELAS
           END-IF.
           CLOSE DECLARACOES.
           CLOSE SAIDA-EMAIL.
           CLOSE SAIDA-SMS.
           CLOSE SAIDA-LIGACAO.
           CLOSE PENDENCIAS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'DECLARACAO ANUAL DE QUITACAO - ' WRK-ANO-BASE.
           DISPLAY 'PEDIDOS DO ANO.....: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'CLIENTES NO ANO....: ' WRK-TOTAL-CLIENTES.
           DISPLAY 'DECLARACOES NOVAS..: ' WRK-TOTAL-EMITIDAS.
           DISPLAY 'JA EMITIDAS ANTES..: ' WRK-TOTAL-JA-EMITIDAS.
           DISPLAY 'COM PENDENCIA......: ' WRK-TOTAL-PENDENTES.
           DISPLAY 'FORA (INATIVO).....: ' WRK-TOTAL-FORA.
           DISPLAY 'EMAIL..............: ' WRK-TOTAL-EMAIL.
           DISPLAY 'SMS................: ' WRK-TOTAL-SMS.
           DISPLAY 'LIGACAO............: ' WRK-TOTAL-LIGACAO.
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
           MOVE 'QUITDEC' TO JOB-NOME.
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
           MOVE WRK-TOTAL-CLIENTES TO JOB-LIDOS.
           MOVE WRK-TOTAL-EMITIDAS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM QUITDEC.
