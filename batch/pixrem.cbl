       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXREM.
      **********************************
      *OBJ: GERACAO DAS COBRANCAS PIX DOS PEDIDOS FATURADOS
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PERCORRE OS PEDIDOS FATURADOS COM SALDO EM ABERTO E GERA
      *UMA COBRANCA PIX PARA CADA PARCELA EM ABERTO DA AGENDA (OU
      *UMA SO PARA O SALDO DO PEDIDO, QUANDO ELE NAO TEM AGENDA)
      *NO ARQUIVO DE REGISTRO PIXREM.TXT, NOS MESMOS MOLDES DO
      *BOLREM (HEADER COM DATA E GERACAO, DETALHES, TRAILER COM
      *CONTAGEM E SOMA); A GERACAO FICA EM PIXREM.SEQ
      *O IDENTIFICADOR DA COBRANCA E TELEFONE+PEDIDO+PARCELA (18
      *DIGITOS, PARCELA 000 PARA O PEDIDO SEM AGENDA) - O MESMO
      *PRINCIPIO DO NOSSO NUMERO DO BOLETO: A NOTIFICACAO DE
      *PAGAMENTO DO BANCO (PIXRET) TRAZ O IDENTIFICADOR DE VOLTA E
      *A BAIXA CAI NA PARCELA CERTA SEM BATIMENTO POR VALOR
      *CADA COBRANCA FICA REGISTRADA EM PIXEMIT.DAT, QUE O EXTRATO
      *E A COBRANCA LEEM PARA IMPRIMIR O IDENTIFICADOR. COBRANCA
      *JA REGISTRADA COM O MESMO VALOR NAO VAI DE NOVO; SE O SALDO
      *DA PARCELA MUDOU (PAGAMENTO PARCIAL NO BALCAO), A COBRANCA
      *VAI DE NOVO COM O MESMO IDENTIFICADOR E O VALOR NOVO, E O
      *BANCO A ATUALIZA; COBRANCA JA PAGA NAO E REAPROVEITADA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS RECEB-STATUS.
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS PARC-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
      *REGISTRO DAS COBRANCAS PIX JA GERADAS E DA SITUACAO DE CADA
           SELECT PIX-EMITIDOS ASSIGN TO 'PIXEMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               FILE STATUS IS PIX-STATUS.
           SELECT REMESSA ASSIGN TO 'PIXREM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESSA-STATUS.
      *NUMERO DA ULTIMA GERACAO DE COBRANCAS JA CORTADA
           SELECT GERACAO ASSIGN TO 'PIXREM.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GERACAO-STATUS.

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
               88 PARC-RENEGOCIADA VALUE 'N'.

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

      *UMA COBRANCA PIX POR PARCELA (OU POR PEDIDO SEM AGENDA); A
      *CHAVE E O IDENTIFICADOR QUE VAI AO BANCO E VOLTA NA
      *NOTIFICACAO DE PAGAMENTO
       FD PIX-EMITIDOS.
       01 PIX-REG.
           05 PIX-CHAVE.
               10 PIX-FONE PIC 9(09).
               10 PIX-PEDIDO PIC 9(06).
               10 PIX-PARCELA PIC 9(03).
           05 PIX-GERACAO PIC 9(06).
           05 PIX-VENCIMENTO PIC 9(08).
           05 PIX-VALOR PIC 9(07)V99.
      *E=EMITIDA (AGUARDANDO PAGAMENTO), P=PAGA
           05 PIX-SITUACAO PIC X(01).
               88 PIX-EMITIDO VALUE 'E'.
               88 PIX-PAGO VALUE 'P'.
           05 PIX-DATA-PAGTO PIC 9(08).
           05 PIX-VALOR-PAGO PIC 9(07)V99.
      *IDENTIFICADOR DA TRANSACAO NO BANCO (FIM A FIM)
           05 PIX-E2E PIC X(32).

      *LINHAS DO REGISTRO DE COBRANCAS, LARGURA FIXA: TIPO 0 =
      *HEADER, 1 = DETALHE, 9 = TRAILER
       FD REMESSA.
       01 REMESSA-DETALHE.
           05 REM-TIPO PIC X(01).
           05 REM-IDENT.
               10 REM-FONE PIC 9(09).
               10 REM-PEDIDO PIC 9(06).
               10 REM-PARCELA PIC 9(03).
           05 REM-DOC-NUM PIC 9(14).
           05 REM-NOME PIC X(30).
           05 REM-VENCIMENTO PIC 9(08).
           05 REM-VALOR PIC 9(07)V99.
       01 REMESSA-HEADER.
           05 REM-HDR-TIPO PIC X(01).
           05 REM-HDR-DATA PIC 9(08).
           05 REM-HDR-GERACAO PIC 9(06).
       01 REMESSA-TRAILER.
           05 REM-TRL-TIPO PIC X(01).
           05 REM-TRL-QTDE PIC 9(06).
           05 REM-TRL-SOMA-VAL PIC 9(13)V99.

       FD GERACAO.
       01 GERACAO-REG PIC 9(06).

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
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PIX-STATUS PIC 9(02) VALUE ZEROS.
       77 REMESSA-STATUS PIC 9(02) VALUE ZEROS.
       77 GERACAO-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EMITIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ALTERADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-JA-EMITIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-VALORES PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERACAO PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
      *SALDO EM ABERTO DO PEDIDO CORRENTE
       77 WRK-PED-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PED-SALDO PIC S9(09)V99 VALUE ZEROS.
      *PARCELAS ACHADAS NA AGENDA DO PEDIDO CORRENTE
       77 WRK-PARC-ACHADAS PIC 9(03) VALUE ZEROS.
      *COBRANCA EM MONTAGEM: PARCELA (000 = PEDIDO SEM AGENDA),
      *VALOR E VENCIMENTO
       77 WRK-COB-PARCELA PIC 9(03) VALUE ZEROS.
       77 WRK-COB-VALOR PIC 9(07)V99 VALUE ZEROS.
       01 WRK-VENCIMENTO PIC 9(08) VALUE ZEROS.
       01 WRK-VENCIMENTO-R REDEFINES WRK-VENCIMENTO.
           05 WRK-VENC-ANO PIC 9(04).
           05 WRK-VENC-MES PIC 9(02).
           05 WRK-VENC-DIA PIC 9(02).

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR UNTIL PEDIDOS-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
      *A GERACAO DESTE CORTE E A ANTERIOR MAIS UM
           OPEN INPUT GERACAO.
           IF GERACAO-STATUS = ZEROS
               READ GERACAO
                   NOT AT END
                       MOVE GERACAO-REG TO WRK-GERACAO
               END-READ
               CLOSE GERACAO
           END-IF.
           ADD 1 TO WRK-GERACAO.
           OPEN INPUT PEDIDOS.
           OPEN INPUT RECEBIMENTOS.
           OPEN INPUT PARCELAS.
           OPEN INPUT CLIENTES.
           OPEN I-O PIX-EMITIDOS.
           IF PIX-STATUS = 35 THEN
               OPEN OUTPUT PIX-EMITIDOS
               CLOSE PIX-EMITIDOS
               OPEN I-O PIX-EMITIDOS
           END-IF.
           OPEN OUTPUT REMESSA.
           MOVE '0' TO REM-HDR-TIPO.
           MOVE WRK-HOJE TO REM-HDR-DATA.
           MOVE WRK-GERACAO TO REM-HDR-GERACAO.
           WRITE REMESSA-HEADER.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF PED-FATURADO
               PERFORM 2100-SALDO-DO-PEDIDO
               IF WRK-PED-SALDO > ZEROS
                   PERFORM 2200-COBRAR-PARCELAS
               END-IF
           END-IF.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

       2100-SALDO-DO-PEDIDO.
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

      *UMA COBRANCA POR PARCELA EM ABERTO DA AGENDA; PARCELA
      *RENEGOCIADA EM ACORDO NAO E COBRADA AQUI. PEDIDO SEM
      *AGENDA GANHA UMA COBRANCA SO (PARCELA 000) PELO SALDO
       2200-COBRAR-PARCELAS.
           MOVE ZEROS TO WRK-PARC-ACHADAS.
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
               ADD 1 TO WRK-PARC-ACHADAS
               IF PARC-ABERTA AND PARC-VALOR > PARC-RECEBIDO
                   MOVE PARC-PARCELA TO WRK-COB-PARCELA
                   COMPUTE WRK-COB-VALOR =
                           PARC-VALOR - PARC-RECEBIDO
                   MOVE PARC-VENCIMENTO TO WRK-VENCIMENTO
                   PERFORM 2300-EMITIR-COBRANCA
               END-IF
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PARC-STATUS.
           IF WRK-PARC-ACHADAS = ZEROS
               MOVE ZEROS TO WRK-COB-PARCELA
               MOVE WRK-PED-SALDO TO WRK-COB-VALOR
               PERFORM 2400-VENCIMENTO-SEM-AGENDA
               PERFORM 2300-EMITIR-COBRANCA
           END-IF.

      *COBRANCA JA PAGA OU JA REGISTRADA COM O MESMO VALOR NAO VAI
      *DE NOVO; VALOR DIFERENTE VAI COM O MESMO IDENTIFICADOR
       2300-EMITIR-COBRANCA.
           MOVE PEDIDOS-FONE TO PIX-FONE.
           MOVE PEDIDOS-NUMERO TO PIX-PEDIDO.
           MOVE WRK-COB-PARCELA TO PIX-PARCELA.
           READ PIX-EMITIDOS
               INVALID KEY
                   PERFORM 2350-GRAVAR-DETALHE
               NOT INVALID KEY
                   IF PIX-PAGO OR PIX-VALOR = WRK-COB-VALOR
                       ADD 1 TO WRK-TOTAL-JA-EMITIDOS
                   ELSE
                       ADD 1 TO WRK-TOTAL-ALTERADOS
                       PERFORM 2350-GRAVAR-DETALHE
                   END-IF
           END-READ.

       2350-GRAVAR-DETALHE.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-NOME
                   MOVE ZEROS TO CLIENTES-DOC-NUM
           END-READ.
           MOVE '1' TO REM-TIPO.
           MOVE PEDIDOS-FONE TO REM-FONE.
           MOVE PEDIDOS-NUMERO TO REM-PEDIDO.
           MOVE WRK-COB-PARCELA TO REM-PARCELA.
           MOVE CLIENTES-DOC-NUM TO REM-DOC-NUM.
           MOVE CLIENTES-NOME TO REM-NOME.
           MOVE WRK-VENCIMENTO TO REM-VENCIMENTO.
           MOVE WRK-COB-VALOR TO REM-VALOR.
           WRITE REMESSA-DETALHE.
           ADD 1 TO WRK-TOTAL-EMITIDOS.
           ADD WRK-COB-VALOR TO WRK-SOMA-VALORES.
           MOVE PEDIDOS-FONE TO PIX-FONE.
           MOVE PEDIDOS-NUMERO TO PIX-PEDIDO.
           MOVE WRK-COB-PARCELA TO PIX-PARCELA.
           MOVE WRK-GERACAO TO PIX-GERACAO.
           MOVE WRK-VENCIMENTO TO PIX-VENCIMENTO.
           MOVE WRK-COB-VALOR TO PIX-VALOR.
           SET PIX-EMITIDO TO TRUE.
           MOVE ZEROS TO PIX-DATA-PAGTO.
           MOVE ZEROS TO PIX-VALOR-PAGO.
           MOVE SPACES TO PIX-E2E.
           WRITE PIX-REG
               INVALID KEY
                   REWRITE PIX-REG
                   END-REWRITE
           END-WRITE.

      *SEM AGENDA, A COBRANCA VENCE UM MES DEPOIS DA DATA DO
      *PEDIDO (DIA ACIMA DE 28 RECUA PARA 28), COMO NO BOLREM
       2400-VENCIMENTO-SEM-AGENDA.
           MOVE PEDIDOS-DATA TO WRK-VENCIMENTO.
           IF WRK-VENC-MES = 12
               MOVE 1 TO WRK-VENC-MES
               ADD 1 TO WRK-VENC-ANO
           ELSE
               ADD 1 TO WRK-VENC-MES
           END-IF.
           IF WRK-VENC-DIA > 28
               MOVE 28 TO WRK-VENC-DIA
           END-IF.

       3000-FINALIZAR.
           MOVE '9' TO REM-TRL-TIPO.
           MOVE WRK-TOTAL-EMITIDOS TO REM-TRL-QTDE.
           MOVE WRK-SOMA-VALORES TO REM-TRL-SOMA-VAL.
           WRITE REMESSA-TRAILER.
           CLOSE REMESSA.
      *GUARDA A GERACAO DESTE CORTE PARA O PROXIMO
           OPEN OUTPUT GERACAO.
           MOVE WRK-GERACAO TO GERACAO-REG.
           WRITE GERACAO-REG.
           CLOSE GERACAO.
           CLOSE PEDIDOS.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE CLIENTES.
           CLOSE PIX-EMITIDOS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'COBRANCAS PIX - TOTAIS'.
           DISPLAY 'GERACAO............: ' WRK-GERACAO.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'COBRANCAS GERADAS..: ' WRK-TOTAL-EMITIDOS.
           DISPLAY 'VALOR ALTERADO.....: ' WRK-TOTAL-ALTERADOS.
           DISPLAY 'JA EMITIDAS (FORA).: ' WRK-TOTAL-JA-EMITIDOS.
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
           MOVE 'PIXREM' TO JOB-NOME.
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
           MOVE WRK-TOTAL-EMITIDOS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM PIXREM.
