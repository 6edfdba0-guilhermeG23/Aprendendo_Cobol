       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIV.
      **********************************
      *OBJ: NEGATIVACAO NO BIRO DE CREDITO, COM AVISO PREVIO POR
      *ESCRITO E BAIXA AUTOMATICA
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR; RODA DEPOIS DO
      *COBRANCA, QUE DEIXA O NIVEL DE CADA PEDIDO NO COBRNIV.DAT
      *PERCORRE OS PEDIDOS E ACOMPANHA CADA DIVIDA PELO ARQUIVO DE
      *NEGATIVACOES (NEGATIV.DAT, CONSULTADO NA FICHA FC DO
      *CADASTRO ONLINE), UM REGISTRO POR CICLO DE NEGATIVACAO:
      *  1) PEDIDO JA NO NIVEL 3 DA COBRANCA, AINDA VENCIDO HA
      *     MAIS DE 60 DIAS E FORA DE ACORDO: SAI A CARTA DE AVISO
      *     PREVIO (NEGAVISO.TXT, PARA O CORREIO) E A DATA DO
      *     AVISO FICA REGISTRADA (SITUACAO A)
      *  2) PASSADO O PRAZO DO AVISO (10 DIAS, BASE 30/360) E COM
      *     A DIVIDA AINDA VENCIDA: SAI A INCLUSAO NA REMESSA AO
      *     BIRO (NEGREM.TXT) (SITUACAO I)
      *  3) DIVIDA INCLUIDA QUE DEIXOU DE ESTAR VENCIDA (QUITADA
      *     PELOS RECEBIMENTOS, RENEGOCIADA EM ACORDO, PEDIDO
      *     CANCELADO OU ESTORNADO): SAI A EXCLUSAO NA REMESSA DA
      *     MESMA NOITE EM QUE O PAGAMENTO APARECE, DENTRO DO PRAZO
      *     LEGAL DE CINCO DIAS UTEIS (SITUACAO E)
      *  4) AVISO CUJA DIVIDA DEIXOU DE ESTAR VENCIDA ANTES DO
      *     PRAZO: O AVISO E CANCELADO SEM IR AO BIRO (SITUACAO X)
      *SEM CPF/CNPJ, COM ENDERECO DEVOLVIDO PELO CORREIO OU COM O
      *CADASTRO INATIVO NAO HA AVISO NEM NEGATIVACAO
      *A REMESSA SEGUE OS MOLDES DO BOLREM: HEADER COM DATA E
      *GERACAO (NEGREM.SEQ), DETALHES E TRAILER COM CONTAGENS E
      *SOMA DE CONFERENCIA DAS INCLUSOES
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
      *ULTIMO NIVEL DE COBRANCA ENVIADO POR PEDIDO (VIDE COBRANCA)
           SELECT COBRANCA-NIVEIS ASSIGN TO 'COBRNIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIV-CHAVE
               FILE STATUS IS NIV-STATUS.
      *HISTORICO DAS NEGATIVACOES, UM REGISTRO POR CICLO
           SELECT NEGATIVACOES ASSIGN TO 'NEGATIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS NEG-STATUS.
           SELECT REMESSA ASSIGN TO 'NEGREM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESSA-STATUS.
      *NUMERO DA ULTIMA GERACAO DE REMESSA JA CORTADA
           SELECT GERACAO ASSIGN TO 'NEGREM.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GERACAO-STATUS.
      *CARTAS DE AVISO PREVIO, PRONTAS PARA IMPRESSAO E CORREIO
           SELECT AVISOS ASSIGN TO 'NEGAVISO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVISO-STATUS.

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
      *NUMERO DO RECIBO IMPRESSO NO BALCAO; ZERO NOS RECEBIMENTOS
      *ANTIGOS E NOS GRAVADOS PELOS LOTES
           05 RECEB-RECIBO PIC 9(06).
      *MULTA E JUROS DE ATRASO COBRADOS JUNTO COM ESTE
      *RECEBIMENTO; O VALOR PRINCIPAL (QUE ABATE O PEDIDO) SEGUE
      *EM RECEB-VALOR, OS ENCARGOS FICAM SEPARADOS
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

      *ULTIMO NIVEL ENVIADO DE CADA PEDIDO EM COBRANCA
       FD COBRANCA-NIVEIS.
       01 NIV-REG.
           05 NIV-CHAVE.
               10 NIV-FONE PIC 9(09).
               10 NIV-PEDIDO PIC 9(06).
           05 NIV-NIVEL PIC 9(01).
           05 NIV-DATA-ENVIO PIC 9(08).

      *UMA NEGATIVACAO POR CICLO DE AVISO/INCLUSAO/EXCLUSAO DE UM
      *PEDIDO; A SEQUENCIA SEPARA OS CICLOS QUANDO A MESMA DIVIDA
      *VOLTA A VENCER (UM ACORDO QUE CAIU, POR EXEMPLO)
       FD NEGATIVACOES.
       01 NEG-REG.
           05 NEG-CHAVE.
               10 NEG-FONE PIC 9(09).
               10 NEG-PEDIDO PIC 9(06).
               10 NEG-SEQ PIC 9(02).
      *A=AVISO PREVIO EMITIDO, I=INCLUIDO NO BIRO, E=EXCLUIDO DO
      *BIRO, X=AVISO CANCELADO ANTES DA INCLUSAO
           05 NEG-SITUACAO PIC X(01).
               88 NEG-AVISADO VALUE 'A'.
               88 NEG-INCLUIDO VALUE 'I'.
               88 NEG-EXCLUIDO VALUE 'E'.
               88 NEG-CANCELADO VALUE 'X'.
           05 NEG-DATA-AVISO PIC 9(08).
           05 NEG-DATA-INCLUSAO PIC 9(08).
           05 NEG-DATA-EXCLUSAO PIC 9(08).
      *VENCIMENTO MAIS ANTIGO EM ABERTO E SALDO INFORMADOS AO BIRO
           05 NEG-VENCIMENTO PIC 9(08).
           05 NEG-VALOR PIC 9(07)V99.
      *POR QUE A DIVIDA SAIU: P=PAGA, A=ACORDO, C=PEDIDO CANCELADO
      *OU ESTORNADO
           05 NEG-MOTIVO-BAIXA PIC X(01).
               88 NEG-BAIXA-PAGA VALUE 'P'.
               88 NEG-BAIXA-ACORDO VALUE 'A'.
               88 NEG-BAIXA-CANCELADO VALUE 'C'.
           05 NEG-GERACAO-INC PIC 9(06).
           05 NEG-GERACAO-EXC PIC 9(06).

      *LINHAS DA REMESSA AO BIRO, LARGURA FIXA: TIPO 0 = HEADER,
      *1 = DETALHE (OPERACAO I=INCLUSAO, E=EXCLUSAO), 9 = TRAILER
       FD REMESSA.
       01 REMESSA-DETALHE.
           05 REM-TIPO PIC X(01).
           05 REM-OPERACAO PIC X(01).
           05 REM-FONE PIC 9(09).
           05 REM-PEDIDO PIC 9(06).
           05 REM-DOC-TIPO PIC X(01).
           05 REM-DOC-NUM PIC 9(14).
           05 REM-NOME PIC X(30).
           05 REM-VENCIMENTO PIC 9(08).
           05 REM-VALOR PIC 9(07)V99.
           05 REM-DATA-AVISO PIC 9(08).
       01 REMESSA-HEADER.
           05 REM-HDR-TIPO PIC X(01).
           05 REM-HDR-DATA PIC 9(08).
           05 REM-HDR-GERACAO PIC 9(06).
       01 REMESSA-TRAILER.
           05 REM-TRL-TIPO PIC X(01).
           05 REM-TRL-QTDE-INC PIC 9(06).
           05 REM-TRL-QTDE-EXC PIC 9(06).
           05 REM-TRL-SOMA-VAL PIC 9(13)V99.

       FD GERACAO.
       01 GERACAO-REG PIC 9(06).

       FD AVISOS.
       01 AVISO-LINHA PIC X(80).

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
       77 NIV-STATUS PIC 9(02) VALUE ZEROS.
       77 NEG-STATUS PIC 9(02) VALUE ZEROS.
       77 REMESSA-STATUS PIC 9(02) VALUE ZEROS.
       77 GERACAO-STATUS PIC 9(02) VALUE ZEROS.
       77 AVISO-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-AVISOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-INCLUSOES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EXCLUSOES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CANC-AVISO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EM-PRAZO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-DADOS PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-VALORES PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GERACAO PIC 9(06) VALUE ZEROS.
      *PRAZO DO AVISO PREVIO, EM DIAS, ANTES DA INCLUSAO
       77 WRK-PRAZO-AVISO PIC 9(03) VALUE 10.

      *DATA DE HOJE DECOMPOSTA PARA O CALCULO DO ATRASO
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
       77 WRK-ATRASO-DIAS PIC S9(07) VALUE ZEROS.
      *MAIOR ATRASO ENTRE AS PARCELAS/DATA DO PEDIDO CORRENTE E O
      *VENCIMENTO EM ABERTO MAIS ANTIGO
       77 WRK-ATRASO-PEDIDO PIC S9(07) VALUE ZEROS.
       77 WRK-VENC-ANTIGO PIC 9(08) VALUE ZEROS.

      *SALDO EM ABERTO DO PEDIDO CORRENTE
       77 WRK-PED-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PED-SALDO PIC S9(09)V99 VALUE ZEROS.
      *PARCELAS ACHADAS NA AGENDA DO PEDIDO CORRENTE E PARCELAS
      *AINDA EM ABERTO QUE ESTAO RENEGOCIADAS NUM ACORDO
       77 WRK-PARC-ACHADAS PIC 9(03) VALUE ZEROS.
       77 WRK-PARC-EM-ACORDO PIC 9(03) VALUE ZEROS.

      *SITUACAO DA DIVIDA DO PEDIDO CORRENTE NESTA NOITE
       77 WRK-DIVIDA PIC X(01) VALUE SPACES.
           88 DIVIDA-VENCIDA VALUE 'V'.
           88 DIVIDA-PAGA VALUE 'P'.
           88 DIVIDA-EM-ACORDO VALUE 'A'.
           88 DIVIDA-CANCELADA VALUE 'C'.

      *ULTIMO CICLO DE NEGATIVACAO DO PEDIDO CORRENTE (ZERO = O
      *PEDIDO NUNCA TEVE AVISO)
       77 WRK-NEG-ULT-SEQ PIC 9(02) VALUE ZEROS.

      *CAMPOS DE EDICAO DA CARTA DE AVISO
       77 WRK-ED-SALDO PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-PRAZO PIC ZZ9 VALUE ZEROS.

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
           OPEN I-O COBRANCA-NIVEIS.
           IF NIV-STATUS = 35 THEN
               OPEN OUTPUT COBRANCA-NIVEIS
               CLOSE COBRANCA-NIVEIS
               OPEN I-O COBRANCA-NIVEIS
           END-IF.
           OPEN I-O NEGATIVACOES.
           IF NEG-STATUS = 35 THEN
               OPEN OUTPUT NEGATIVACOES
               CLOSE NEGATIVACOES
               OPEN I-O NEGATIVACOES
           END-IF.
           OPEN OUTPUT AVISOS.
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

      *APURA A DIVIDA DO PEDIDO E AVANCA O CICLO DE NEGATIVACAO
      *CONFORME A SITUACAO DO ULTIMO REGISTRO DELE
       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM 2100-APURAR-DIVIDA.
           PERFORM 2200-ULTIMA-NEGATIVACAO.
           EVALUATE TRUE
               WHEN WRK-NEG-ULT-SEQ > ZEROS AND NEG-AVISADO
                   IF DIVIDA-VENCIDA
                       MOVE NEG-DATA-AVISO TO WRK-DATA-BASE
                       PERFORM 2180-CALCULAR-ATRASO
                       IF WRK-ATRASO-DIAS NOT < WRK-PRAZO-AVISO
                           PERFORM 2500-INCLUIR
                       ELSE
                           ADD 1 TO WRK-TOTAL-EM-PRAZO
                       END-IF
                   ELSE
                       PERFORM 2700-CANCELAR-AVISO
                   END-IF
               WHEN WRK-NEG-ULT-SEQ > ZEROS AND NEG-INCLUIDO
                   IF NOT DIVIDA-VENCIDA
                       PERFORM 2600-EXCLUIR
                   END-IF
               WHEN OTHER
                   IF DIVIDA-VENCIDA AND WRK-ATRASO-PEDIDO > 60
                       PERFORM 2300-VERIFICAR-NIVEL
                   END-IF
           END-EVALUATE.
           READ PEDIDOS NEXT
               AT END
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

      *DIVIDA VENCIDA = SALDO EM ABERTO COM ALGUMA PARCELA (OU A
      *DATA DO PEDIDO, QUANDO NAO HA AGENDA) JA VENCIDA; PARCELA
      *RENEGOCIADA EM ACORDO NAO CONTA E, SE FOR A UNICA EM
      *ABERTO, A DIVIDA ESTA EM ACORDO
       2100-APURAR-DIVIDA.
           MOVE ZEROS TO WRK-ATRASO-PEDIDO.
           MOVE ZEROS TO WRK-VENC-ANTIGO.
           MOVE ZEROS TO WRK-PED-SALDO.
           IF PED-CANCELADO OR PED-ESTORNO
               SET DIVIDA-CANCELADA TO TRUE
           ELSE
               PERFORM 2110-SOMAR-RECEBIMENTOS
               IF WRK-PED-SALDO NOT > ZEROS
                   SET DIVIDA-PAGA TO TRUE
               ELSE
                   PERFORM 2120-ENQUADRAR-ATRASO
               END-IF
           END-IF.

       2120-ENQUADRAR-ATRASO.
           PERFORM 2150-ATRASO-PELAS-PARCELAS.
           IF WRK-PARC-ACHADAS = ZEROS
               MOVE PEDIDOS-DATA TO WRK-DATA-BASE
               MOVE PEDIDOS-DATA TO WRK-VENC-ANTIGO
               PERFORM 2180-CALCULAR-ATRASO
               MOVE WRK-ATRASO-DIAS TO WRK-ATRASO-PEDIDO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-ATRASO-PEDIDO > ZEROS
                   SET DIVIDA-VENCIDA TO TRUE
               WHEN WRK-PARC-EM-ACORDO > ZEROS
                   SET DIVIDA-EM-ACORDO TO TRUE
               WHEN OTHER
                   SET DIVIDA-PAGA TO TRUE
           END-EVALUATE.

       2110-SOMAR-RECEBIMENTOS.
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

       2150-ATRASO-PELAS-PARCELAS.
           MOVE ZEROS TO WRK-PARC-ACHADAS.
           MOVE ZEROS TO WRK-PARC-EM-ACORDO.
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
               IF PARC-VALOR > PARC-RECEBIDO
                   IF PARC-RENEGOCIADA
                       ADD 1 TO WRK-PARC-EM-ACORDO
                   ELSE
                       MOVE PARC-VENCIMENTO TO WRK-DATA-BASE
                       PERFORM 2180-CALCULAR-ATRASO
                       IF WRK-ATRASO-DIAS > ZEROS
                               AND WRK-VENC-ANTIGO = ZEROS
                           MOVE PARC-VENCIMENTO TO WRK-VENC-ANTIGO
                       END-IF
                       IF WRK-ATRASO-DIAS > WRK-ATRASO-PEDIDO
                           MOVE WRK-ATRASO-DIAS TO WRK-ATRASO-PEDIDO
                       END-IF
                   END-IF
               END-IF
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PARC-STATUS.

       2180-CALCULAR-ATRASO.
           COMPUTE WRK-ATRASO-DIAS =
                   ((WRK-HOJE-ANO - WRK-BASE-ANO) * 360) +
                   ((WRK-HOJE-MES - WRK-BASE-MES) * 30) +
                   (WRK-HOJE-DIA - WRK-BASE-DIA).

      *POSICIONA NO ULTIMO CICLO DE NEGATIVACAO DO PEDIDO, SE
      *HOUVER, E DEIXA O REGISTRO DELE NO BUFFER
       2200-ULTIMA-NEGATIVACAO.
           MOVE ZEROS TO WRK-NEG-ULT-SEQ.
           MOVE PEDIDOS-FONE TO NEG-FONE.
           MOVE PEDIDOS-NUMERO TO NEG-PEDIDO.
           MOVE ZEROS TO NEG-SEQ.
           START NEGATIVACOES KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY
                   MOVE 10 TO NEG-STATUS
           END-START.
           IF NEG-STATUS NOT = 10
               READ NEGATIVACOES NEXT
                   AT END
                       MOVE 10 TO NEG-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL NEG-STATUS NOT = 0
                   OR NEG-FONE NOT = PEDIDOS-FONE
                   OR NEG-PEDIDO NOT = PEDIDOS-NUMERO
               MOVE NEG-SEQ TO WRK-NEG-ULT-SEQ
               READ NEGATIVACOES NEXT
                   AT END
                       MOVE 10 TO NEG-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO NEG-STATUS.
           IF WRK-NEG-ULT-SEQ > ZEROS
               MOVE PEDIDOS-FONE TO NEG-FONE
               MOVE PEDIDOS-NUMERO TO NEG-PEDIDO
               MOVE WRK-NEG-ULT-SEQ TO NEG-SEQ
               READ NEGATIVACOES
                   INVALID KEY
                       MOVE ZEROS TO WRK-NEG-ULT-SEQ
               END-READ
           END-IF.

      *SO ENTRA NO AVISO QUEM JA RECEBEU A COBRANCA FORMAL (NIVEL
      *3) E TEM CADASTRO QUE PERMITA O AVISO E A INCLUSAO
       2300-VERIFICAR-NIVEL.
           MOVE PEDIDOS-FONE TO NIV-FONE.
           MOVE PEDIDOS-NUMERO TO NIV-PEDIDO.
           READ COBRANCA-NIVEIS
               INVALID KEY
                   MOVE ZEROS TO NIV-NIVEL
           END-READ.
           IF NIV-NIVEL NOT < 3
               MOVE PEDIDOS-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'I' TO CLIENTES-STATUS-REG
               END-READ
               IF CLI-INATIVO OR END-DEVOLVIDO
                       OR CLIENTES-DOC-NUM = ZEROS
                   ADD 1 TO WRK-TOTAL-SEM-DADOS
               ELSE
                   PERFORM 2400-EMITIR-AVISO
               END-IF
           END-IF.

      *CARTA DE AVISO PREVIO PARA O ENDERECO DO CADASTRO E ABERTURA
      *DO CICLO DE NEGATIVACAO COM A DATA DO AVISO
       2400-EMITIR-AVISO.
           MOVE WRK-PED-SALDO TO WRK-ED-SALDO.
           MOVE WRK-PRAZO-AVISO TO WRK-ED-PRAZO.
           MOVE ALL '-' TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING 'AVISO PREVIO DE INCLUSAO EM CADASTRO DE '
                   'INADIMPLENTES - ' WRK-HOJE
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE CLIENTES-NOME TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING CLIENTES-END-LOGRADOURO DELIMITED BY '  '
                   ', ' CLIENTES-END-NUMERO DELIMITED BY '  '
                   ' - ' CLIENTES-END-BAIRRO DELIMITED BY '  '
               INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING CLIENTES-END-CEP ' ' CLIENTES-END-CIDADE
                   DELIMITED BY '  '
                   ' ' CLIENTES-END-UF DELIMITED BY SIZE
               INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING 'PEDIDO ' PEDIDOS-NUMERO ' VENCIDO DESDE '
                   WRK-VENC-ANTIGO ' - SALDO ' WRK-ED-SALDO
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING 'SEM PAGAMENTO OU ACORDO EM ' WRK-ED-PRAZO
                   ' DIAS, O DEBITO SERA INCLUIDO NO BIRO DE CREDITO'
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           ADD 1 TO WRK-TOTAL-AVISOS.
           MOVE PEDIDOS-FONE TO NEG-FONE.
           MOVE PEDIDOS-NUMERO TO NEG-PEDIDO.
           COMPUTE NEG-SEQ = WRK-NEG-ULT-SEQ + 1.
           SET NEG-AVISADO TO TRUE.
           MOVE WRK-HOJE TO NEG-DATA-AVISO.
           MOVE ZEROS TO NEG-DATA-INCLUSAO.
           MOVE ZEROS TO NEG-DATA-EXCLUSAO.
           MOVE WRK-VENC-ANTIGO TO NEG-VENCIMENTO.
           MOVE WRK-PED-SALDO TO NEG-VALOR.
           MOVE SPACES TO NEG-MOTIVO-BAIXA.
           MOVE ZEROS TO NEG-GERACAO-INC.
           MOVE ZEROS TO NEG-GERACAO-EXC.
           WRITE NEG-REG
               INVALID KEY
                   DISPLAY 'NEGATIV: FALHA AO GRAVAR O AVISO '
                           PEDIDOS-FONE ' ' PEDIDOS-NUMERO
           END-WRITE.

      *PRAZO DO AVISO CUMPRIDO: INCLUSAO PELO SALDO DE HOJE
       2500-INCLUIR.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-NOME
                   MOVE SPACES TO CLIENTES-DOC-TIPO
                   MOVE ZEROS TO CLIENTES-DOC-NUM
           END-READ.
           MOVE WRK-VENC-ANTIGO TO NEG-VENCIMENTO.
           MOVE WRK-PED-SALDO TO NEG-VALOR.
           MOVE 'I' TO REM-OPERACAO.
           PERFORM 2800-GRAVAR-DETALHE.
           ADD 1 TO WRK-TOTAL-INCLUSOES.
           ADD NEG-VALOR TO WRK-SOMA-VALORES.
           SET NEG-INCLUIDO TO TRUE.
           MOVE WRK-HOJE TO NEG-DATA-INCLUSAO.
           MOVE WRK-GERACAO TO NEG-GERACAO-INC.
           PERFORM 2900-REGRAVAR-NEGATIVACAO.

      *A DIVIDA INCLUIDA DEIXOU DE ESTAR VENCIDA: EXCLUSAO NA
      *REMESSA DESTA NOITE, COM O MESMO VALOR DA INCLUSAO
       2600-EXCLUIR.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-NOME
                   MOVE SPACES TO CLIENTES-DOC-TIPO
                   MOVE ZEROS TO CLIENTES-DOC-NUM
           END-READ.
           MOVE 'E' TO REM-OPERACAO.
           PERFORM 2800-GRAVAR-DETALHE.
           ADD 1 TO WRK-TOTAL-EXCLUSOES.
           SET NEG-EXCLUIDO TO TRUE.
           MOVE WRK-HOJE TO NEG-DATA-EXCLUSAO.
           MOVE WRK-GERACAO TO NEG-GERACAO-EXC.
           PERFORM 2750-MOTIVO-DA-BAIXA.
           PERFORM 2900-REGRAVAR-NEGATIVACAO.

      *PAGOU OU FEZ ACORDO DENTRO DO PRAZO DO AVISO: NADA VAI AO
      *BIRO
       2700-CANCELAR-AVISO.
           ADD 1 TO WRK-TOTAL-CANC-AVISO.
           SET NEG-CANCELADO TO TRUE.
           MOVE WRK-HOJE TO NEG-DATA-EXCLUSAO.
           PERFORM 2750-MOTIVO-DA-BAIXA.
           PERFORM 2900-REGRAVAR-NEGATIVACAO.

       2750-MOTIVO-DA-BAIXA.
           EVALUATE TRUE
               WHEN DIVIDA-EM-ACORDO
                   SET NEG-BAIXA-ACORDO TO TRUE
               WHEN DIVIDA-CANCELADA
                   SET NEG-BAIXA-CANCELADO TO TRUE
               WHEN OTHER
                   SET NEG-BAIXA-PAGA TO TRUE
           END-EVALUATE.

       2800-GRAVAR-DETALHE.
           MOVE '1' TO REM-TIPO.
           MOVE NEG-FONE TO REM-FONE.
           MOVE NEG-PEDIDO TO REM-PEDIDO.
           MOVE CLIENTES-DOC-TIPO TO REM-DOC-TIPO.
           MOVE CLIENTES-DOC-NUM TO REM-DOC-NUM.
           MOVE CLIENTES-NOME TO REM-NOME.
           MOVE NEG-VENCIMENTO TO REM-VENCIMENTO.
           MOVE NEG-VALOR TO REM-VALOR.
           MOVE NEG-DATA-AVISO TO REM-DATA-AVISO.
           WRITE REMESSA-DETALHE.

       2900-REGRAVAR-NEGATIVACAO.
           REWRITE NEG-REG
               INVALID KEY
                   DISPLAY 'NEGATIV: FALHA AO REGRAVAR '
                           NEG-FONE ' ' NEG-PEDIDO ' ' NEG-SEQ
           END-REWRITE.

       3000-FINALIZAR.
           MOVE '9' TO REM-TRL-TIPO.
           MOVE WRK-TOTAL-INCLUSOES TO REM-TRL-QTDE-INC.
           MOVE WRK-TOTAL-EXCLUSOES TO REM-TRL-QTDE-EXC.
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
           CLOSE COBRANCA-NIVEIS.
           CLOSE NEGATIVACOES.
           CLOSE AVISOS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'NEGATIVACAO NO BIRO - TOTAIS'.
           DISPLAY 'GERACAO............: ' WRK-GERACAO.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'AVISOS EMITIDOS....: ' WRK-TOTAL-AVISOS.
           DISPLAY 'AVISOS EM PRAZO....: ' WRK-TOTAL-EM-PRAZO.
           DISPLAY 'AVISOS CANCELADOS..: ' WRK-TOTAL-CANC-AVISO.
           DISPLAY 'INCLUSOES..........: ' WRK-TOTAL-INCLUSOES.
           DISPLAY 'EXCLUSOES..........: ' WRK-TOTAL-EXCLUSOES.
           DISPLAY 'SEM DOC/ENDERECO...: ' WRK-TOTAL-SEM-DADOS.
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
           MOVE 'NEGATIV' TO JOB-NOME.
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
           COMPUTE JOB-GRAVADOS = WRK-TOTAL-INCLUSOES +
                   WRK-TOTAL-EXCLUSOES.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM NEGATIV.
