      *MARCA OS CLIENTES QUE O FATURAMENTO SUSPENDEU - E A LISTA
      *DE COBRANCA DA SEGUNDA-FEIRA DE MANHA
      *PEDIDOS CANCELADOS E ESTORNOS FICAM DE FORA DA CONTA
      *PEDIDOS BAIXADOS POR PERDA (PERDAS.DAT) JA SAIRAM DO ATIVO
      *E FICAM DE FORA TAMBEM
      *IDADE CALCULADA EM BASE COMERCIAL 30/360, SUFICIENTE PARA
      *ENQUADRAR NAS FAIXAS
      *PARCELA RENEGOCIADA NUM ACORDO (OPCAO AR DO CADASTRO ONLINE)
      *NAO ENVELHECE PELA AGENDA DO PEDIDO: NO LUGAR DELA ENTRAM AS
      *PARCELAS EM ABERTO DOS ACORDOS ATIVOS DO CLIENTE, CADA UMA
      *NA FAIXA DO SEU VENCIMENTO; ACORDO QUE CAIU JA DEVOLVEU AS
      *PARCELAS DE ORIGEM PARA A AGENDA
      *COM O RESUMO DA NOITE (RESCLI.DAT) DESTA CADEIA, AS FAIXAS DE
      *CADA CLIENTE VEM PRONTAS DELE, SEM VARRER OS PEDIDOS
      *ALEM DO AGECLI.TXT DA EMPRESA INTEIRA, SAI UMA COPIA POR
      *FILIAL DO CLIENTE (AGECLI-NN.TXT) COM CABECALHO E TOTAIS
      *PROPRIOS; CADA ARQUIVO GERADO FICA ANOTADO NO INDICE DA
      *NOITE (RELIDX.TXT)
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
      *PEDIDOS BAIXADOS POR PERDA (VIDE FILA AQ DO CADASTRO)
           SELECT PERDAS ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CHAVE
               FILE STATUS IS PRD-STATUS.
      *ACORDOS DE RENEGOCIACAO E A AGENDA DE CADA UM
           SELECT ACORDOS ASSIGN TO 'ACORDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-CHAVE
               FILE STATUS IS ACO-STATUS.
           SELECT ACORDO-PARCELAS ASSIGN TO 'ACOPARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS AP-STATUS.
      *RESUMO CONSOLIDADO POR CLIENTE GRAVADO PELO LOTE RESCLI NO
      *FIM DAS BAIXAS DA NOITE; AQUI SO LEITURA
           SELECT RESUMO ASSIGN TO 'RESCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-FONE
               FILE STATUS IS RES-STATUS.
      *ARQUIVO DE TRABALHO DA ORDENACAO POR TOTAL DEVIDO
           SELECT ORDENA-DEVEDOR ASSIGN TO 'ORDDEVED.TMP'.
           SELECT AGING-REPORT ASSIGN TO 'AGECLI.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-STATUS.

      *COPIAS POR FILIAL: OS OPERADORES DO CADASTRO ONLINE DIZEM
      *QUAIS FILIAIS EXISTEM (SO LEITURA); AS LINHAS DO RELATORIO
      *VAO TAMBEM PARA UM ARQUIVO DE TRABALHO MARCADAS COM A FILIAL
      *E, NO FIM, SAO SEPARADAS EM AGECLI-NN.TXT (NOME MONTADO EM
      *TEMPO DE EXECUCAO), UMA POR FILIAL
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
           SELECT LINHAS-FILIAL ASSIGN TO 'AGECLIF.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LFIL-STATUS.
           SELECT ORDENA-FILIAL ASSIGN TO 'ORDAGEF.TMP'.
           SELECT COPIA-FILIAL ASSIGN TO WRK-ARQ-FILIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIA-STATUS.
      *INDICE DOS RELATORIOS GERADOS NA NOITE (ZERADO PELO
      *NOTURNO.SH NO COMECO DE CADA NOITE), UMA LINHA POR ARQUIVO
           SELECT INDICE-RELATORIOS ASSIGN TO 'RELIDX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELIDX-STATUS.

      *REGISTRO CENTRAL DE EXECUCAO DE JOBS (VIDE PAINEL OP DO
      *CADASTRO ONLINE): CADA JOB GRAVA AQUI INICIO, FIM, TOTAIS
      *E CODIGO DE RETORNO DA SUA ULTIMA EXECUCAO
           05 PARC-SITUACAO PIC X(01).
               88 PARC-ABERTA VALUE 'A'.
               88 PARC-QUITADA VALUE 'Q'.
               88 PARC-RENEGOCIADA VALUE 'N'.

      *MESMO LAYOUT DOS ACORDOS DE RENEGOCIACAO DO CADASTRO ONLINE
       FD ACORDOS.
       01 ACO-REG.
           05 ACO-CHAVE.
               10 ACO-FONE PIC 9(09).
               10 ACO-NUMERO PIC 9(04).
           05 ACO-DATA PIC 9(08).
           05 ACO-PRINCIPAL PIC 9(07)V99.
           05 ACO-MULTA PIC 9(07)V99.
           05 ACO-JUROS PIC 9(07)V99.
           05 ACO-DESCONTO PIC 9(07)V99.
           05 ACO-TOTAL PIC 9(07)V99.
           05 ACO-QTD-PARC PIC 9(02).
           05 ACO-SITUACAO PIC X(01).
               88 ACO-ATIVO VALUE 'A'.
               88 ACO-QUITADO VALUE 'Q'.
               88 ACO-CAIDO VALUE 'C'.
           05 ACO-DATA-SITUACAO PIC 9(08).
           05 ACO-OPERADOR PIC X(09).
           05 ACO-PRINC-PAGO PIC 9(07)V99.
           05 ACO-NIVEL-COBR PIC 9(01).
           05 ACO-QTD-ORIG PIC 9(02).
           05 ACO-ORIGEM OCCURS 20 TIMES.
               10 ACO-ORIG-PEDIDO PIC 9(06).
               10 ACO-ORIG-PARCELA PIC 9(03).

      *MESMO LAYOUT DA AGENDA DOS ACORDOS DO CADASTRO ONLINE
       FD ACORDO-PARCELAS.
       01 AP-REG.
           05 AP-CHAVE.
               10 AP-FONE PIC 9(09).
               10 AP-ACORDO PIC 9(04).
               10 AP-PARCELA PIC 9(03).
           05 AP-VENCIMENTO PIC 9(08).
           05 AP-VALOR PIC 9(07)V99.
           05 AP-RECEBIDO PIC 9(07)V99.
           05 AP-DATA-PAGTO PIC 9(08).
           05 AP-SITUACAO PIC X(01).
               88 AP-ABERTA VALUE 'A'.
               88 AP-QUITADA VALUE 'Q'.

      *LAYOUT COMPLETO E ATUAL DO CADASTRO
       FD CLIENTES.
      *ANTERIORES A ABERTURA DA SEGUNDA FILIAL
           05 CLIENTES-FILIAL PIC 9(02).

      *MESMO LAYOUT DAS BAIXAS POR PERDA DO CADASTRO ONLINE
       FD PERDAS.
       01 PRD-REG.
           05 PRD-CHAVE.
               10 PRD-FONE PIC 9(09).
               10 PRD-PEDIDO PIC 9(06).
           05 PRD-DATA PIC 9(08).
           05 PRD-VALOR PIC 9(07)V99.
           05 PRD-SOLICITANTE PIC X(09).
           05 PRD-APROVADOR PIC X(09).
           05 PRD-PENDENCIA PIC 9(06).

      *MESMO LAYOUT DO RESUMO GRAVADO PELO LOTE RESCLI
       FD RESUMO.
       01 RES-REG.
           05 RES-FONE PIC 9(09).
           05 RES-CLIENTE.
               10 RES-ULT-COMPRA-DATA PIC 9(08).
               10 RES-ULT-COMPRA-VALOR PIC 9(07)V99.
               10 RES-QTD-PEDIDOS PIC 9(06).
               10 RES-TOTAL-VIDA PIC 9(11)V99.
               10 RES-TOTAL-12M PIC 9(11)V99.
               10 RES-TOTAL-24M PIC 9(11)V99.
               10 RES-SALDO-ABERTO PIC 9(09)V99.
               10 RES-SALDO-PERDA PIC 9(09)V99.
               10 RES-FAIXA-30 PIC 9(09)V99.
               10 RES-FAIXA-60 PIC 9(09)V99.
               10 RES-FAIXA-90 PIC 9(09)V99.
               10 RES-FAIXA-MAIS PIC 9(09)V99.
               10 RES-VENCIDO PIC 9(09)V99.
               10 RES-ULT-PAGTO-DATA PIC 9(08).
               10 RES-ULT-PAGTO-VALOR PIC 9(09)V99.
               10 FILLER PIC X(356).
           05 RES-CONTROLE REDEFINES RES-CLIENTE.
               10 RES-CTL-DATA PIC 9(08).
               10 RES-CTL-HORA PIC 9(08).
               10 RES-CTL-SITUACAO PIC X(01).
                   88 RES-EM-GERACAO VALUE 'P'.
                   88 RES-COMPLETO VALUE 'C'.
               10 RES-CTL-CLIENTES PIC 9(06).
               10 RES-CTL-PED-ONTEM PIC 9(06).
               10 RES-CTL-REC-ONTEM PIC 9(11)V99.
               10 RES-CTL-PED-MES PIC 9(06).
               10 RES-CTL-REC-MES PIC 9(11)V99.
               10 RES-CTL-QTD-FILIAIS PIC 9(02).
               10 RES-CTL-FILIAL OCCURS 30 TIMES.
                   15 RES-CTL-FIL-CODIGO PIC 9(02).
                   15 RES-CTL-FIL-RECEITA PIC 9(11)V99.
               10 RES-CTL-EXCESSO PIC X(01).
                   88 RES-FILIAIS-EXCEDIDAS VALUE 'S'.

      *REGISTRO DE ORDENACAO: UM POR CLIENTE DEVEDOR, COM O SALDO
      *JA QUEBRADO NAS FAIXAS DE IDADE
       SD ORDENA-DEVEDOR.
           05 ORD-FAIXA-90 PIC 9(09)V99.
           05 ORD-FAIXA-MAIS PIC 9(09)V99.
           05 ORD-SUSPENSO PIC X(01).
           05 ORD-FILIAL PIC 9(02).

       FD AGING-REPORT.
       01 AGING-LINHA PIC X(160).

      *MESMO LAYOUT DAS CREDENCIAIS DO CADASTRO ONLINE
       FD CREDENCIAIS.
       01 CRED-REG.
           05 CRED-USUARIO PIC X(09).
           05 CRED-RESTO.
               10 CRED-SENHA-HASH PIC 9(09).
               10 CRED-DATA-TROCA PIC 9(08).
               10 CRED-FORCA-TROCA PIC X(01).
               10 CRED-PERFIL PIC X(01).
               10 CRED-FALHAS PIC 9(02).
               10 CRED-BLOQUEADO PIC X(01).
               10 CRED-FILIAL PIC 9(02).
               10 CRED-ATIVO PIC X(01).
               10 CRED-COMISSAO PIC 9(02)V99.
           05 CRED-RESTO-ANTIGO REDEFINES CRED-RESTO.
               10 CRED-SENHA-TEXTO PIC X(11).
               10 FILLER PIC X(07).

      *LINHA DO RELATORIO MARCADA COM A FILIAL E A ORDEM EM QUE
      *FOI IMPRESSA
       FD LINHAS-FILIAL.
       01 LFIL-REG.
           05 LFIL-FILIAL PIC 9(02).
           05 LFIL-SEQ PIC 9(07).
           05 LFIL-LINHA PIC X(160).

       SD ORDENA-FILIAL.
       01 ORDF-REG.
           05 ORDF-FILIAL PIC 9(02).
           05 ORDF-SEQ PIC 9(07).
           05 ORDF-LINHA PIC X(160).

       FD COPIA-FILIAL.
       01 COPIA-LINHA PIC X(160).

      *MESMO LAYOUT DO INDICE DOS RELATORIOS DA NOITE
       FD INDICE-RELATORIOS.
       01 RELIDX-REG.
           05 RELIDX-DATA PIC 9(08).
           05 FILLER PIC X(01).
           05 RELIDX-HORA PIC 9(04).
           05 FILLER PIC X(01).
           05 RELIDX-JOB PIC X(08).
           05 FILLER PIC X(01).
           05 RELIDX-ARQUIVO PIC X(15).
           05 FILLER PIC X(01).
           05 RELIDX-FILIAL PIC X(09).
           05 FILLER PIC X(01).
           05 RELIDX-LINHAS PIC Z(06)9.
           05 FILLER PIC X(01).
           05 RELIDX-SITUACAO PIC X(13).

      *REGISTRO PADRAO DE EXECUCAO DE UM JOB
       FD JOBCTL.
       01 JOB-REG.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PRD-STATUS PIC 9(02) VALUE ZEROS.
       77 RES-STATUS PIC 9(02) VALUE ZEROS.
       77 ACO-STATUS PIC 9(02) VALUE ZEROS.
       77 AP-STATUS PIC 9(02) VALUE ZEROS.
      *SEM A AGENDA DOS ACORDOS NA INSTALACAO, NAO HA O QUE SOMAR;
      *ACORDO CUJA AGENDA ESTA SENDO LIDA E O SALDO DA PARCELA
       01 WRK-ACORDOS-SW PIC X(01) VALUE 'N'.
           88 ACORDOS-ABERTOS VALUE 'S'.
           88 ACORDOS-AUSENTES VALUE 'N'.
       77 WRK-ACORDO-LIDO PIC 9(04) VALUE ZEROS.
       77 WRK-AP-SALDO PIC S9(08)V99 VALUE ZEROS.
      *O RESUMO DO RESCLI SO VALE SE FOI GERADO HOJE E TERMINOU
       77 WRK-RESUMO-SITUACAO PIC X(01) VALUE 'N'.
           88 RESUMO-EM-DIA VALUE 'S'.
           88 RESUMO-VELHO VALUE 'N'.
      *INICIO DA CADEIA DA NOITE (O CHKCLI NO JOBCTL): O RESUMO DE
      *ONTEM GRAVADO DEPOIS DELE E DESTA MESMA CADEIA
       77 WRK-CADEIA-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-CADEIA-HORA PIC 9(08) VALUE ZEROS.
       01 WRK-ONTEM PIC 9(08) VALUE ZEROS.
       01 WRK-ONTEM-R REDEFINES WRK-ONTEM.
           05 WRK-ONT-ANO PIC 9(04).
           05 WRK-ONT-MES PIC 9(02).
           05 WRK-ONT-DIA PIC 9(02).
       77 WRK-RESTO-BISSEXTO PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.
      *DIAS DE CADA MES, PARA O RECUO DE UM DIA NA VIRADA
       01 TB-DIAS-MES-TBL.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TB-DIAS-MES REDEFINES TB-DIAS-MES-TBL.
           05 TB-DIAS PIC 9(02) OCCURS 12 TIMES.
      *PARCELAS ACHADAS NA AGENDA DO PEDIDO CORRENTE; ZERO MANDA
      *O PEDIDO PARA O ENVELHECIMENTO ANTIGO PELA DATA DELE
       77 WRK-PARC-ACHADAS PIC 9(03) VALUE ZEROS.
       77 WRK-ED-FAIXA-90 PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-FAIXA-MAIS PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-TOTAL PIC Z(08)9.99 VALUE ZEROS.

      *COPIAS POR FILIAL: FILIAL CONHECIDA (DE ALGUM OPERADOR OU
      *COM ALGUMA LINHA) E LINHAS IMPRESSAS NA COPIA DE CADA UMA,
      *NA POSICAO DO NUMERO DA FILIAL (ZERO E A MATRIZ, FILIAL 01)
       77 CRED-STATUS PIC 9(02) VALUE ZEROS.
       77 LFIL-STATUS PIC 9(02) VALUE ZEROS.
       77 COPIA-STATUS PIC 9(02) VALUE ZEROS.
       77 RELIDX-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-COPIAS.
           05 WRK-CF-ENT OCCURS 99 TIMES.
               10 WRK-CF-EXISTE PIC X(01).
               10 WRK-CF-LINHAS PIC 9(07).
               10 WRK-CF-TOTAL PIC 9(11)V99.
               10 WRK-CF-SUSPENSOS PIC 9(06).
       77 WRK-CF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-LF-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-LF-SEQ PIC 9(07) VALUE ZEROS.
       77 WRK-ARQ-FILIAL PIC X(15) VALUE SPACES.
       77 WRK-COPIAS-GERADAS PIC 9(03) VALUE ZEROS.
       77 WRK-COPIAS-SEM-MOV PIC 9(03) VALUE ZEROS.
       01 WRK-ORDF-SW PIC X(01) VALUE 'N'.
           88 FIM-LINHAS-FILIAL VALUE 'S'.
      *LINHA DO INDICE DOS RELATORIOS DA NOITE A GRAVAR
       77 WRK-IDX-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-ARQUIVO PIC X(15) VALUE SPACES.
       77 WRK-IDX-FILIAL PIC X(09) VALUE SPACES.
       77 WRK-IDX-LINHAS PIC 9(07) VALUE ZEROS.
       77 WRK-SUSP-EXIB PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
               ON DESCENDING KEY ORD-TOTAL
               INPUT PROCEDURE 1000-CARREGAR
               OUTPUT PROCEDURE 2000-IMPRIMIR.
           PERFORM 7200-GERAR-COPIAS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'AGING DE CONTAS A RECEBER - TOTAIS'.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'CLIENTES DEVEDORES.: ' WRK-TOTAL-DEVEDORES.
           DISPLAY 'DEVEDORES SUSPENSOS: ' WRK-TOTAL-SUSPENSOS.
           DISPLAY 'COPIAS POR FILIAL..: ' WRK-COPIAS-GERADAS.
           DISPLAY 'DESTAS, SEM MOVIM..: ' WRK-COPIAS-SEM-MOV.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.
      *SEM ELA, TODO PEDIDO ENVELHECE PELA DATA COMO SEMPRE FOI
           OPEN INPUT PARCELAS.
           OPEN INPUT CLIENTES.
           OPEN INPUT PERDAS.
           OPEN INPUT ACORDOS.
           OPEN INPUT ACORDO-PARCELAS.
           IF ACO-STATUS = ZEROS AND AP-STATUS = ZEROS
               SET ACORDOS-ABERTOS TO TRUE
           END-IF.
      *COM O RESUMO DA NOITE EM DIA, CADA CLIENTE JA SAI DELE COM
      *AS FAIXAS PRONTAS E A VARREDURA DOS PEDIDOS NAO ACONTECE
           PERFORM 1050-CONFERIR-RESUMO.
           IF RESUMO-EM-DIA
               PERFORM 1400-LIBERAR-DO-RESUMO
               CLOSE RESUMO
           END-IF.
           MOVE ZEROS TO WRK-FONE-GRUPO.
           IF PEDIDOS-STATUS NOT = ZEROS OR RESUMO-EM-DIA
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE CLIENTES.
           CLOSE PERDAS.
           CLOSE ACORDOS.
           CLOSE ACORDO-PARCELAS.

      *INICIO DA CADEIA DA NOITE, QUE E O DO CHKCLI NO JOBCTL; O
      *REGISTRO DESTE JOB VOLTA PARA O BUFFER, QUE O 9600 REGRAVA
      *ONTEM = HOJE MENOS UM DIA, COMO NO KPIDIA
       1045-LER-INICIO-CADEIA.
           MOVE ZEROS TO WRK-CADEIA-DATA.
           MOVE ZEROS TO WRK-CADEIA-HORA.
           MOVE 'CHKCLI' TO JOB-NOME.
           READ JOBCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JOB-DATA-INICIO TO WRK-CADEIA-DATA
                   MOVE JOB-HORA-INICIO TO WRK-CADEIA-HORA
           END-READ.
           MOVE 'AGECLI' TO JOB-NOME.
           READ JOBCTL
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WRK-HOJE TO WRK-ONTEM.
           IF WRK-ONT-DIA > 1
               SUBTRACT 1 FROM WRK-ONT-DIA
           ELSE
               IF WRK-ONT-MES = 1
                   SUBTRACT 1 FROM WRK-ONT-ANO
                   MOVE 12 TO WRK-ONT-MES
               ELSE
                   SUBTRACT 1 FROM WRK-ONT-MES
               END-IF
               MOVE TB-DIAS (WRK-ONT-MES) TO WRK-ONT-DIA
               IF WRK-ONT-MES = 2
                   DIVIDE WRK-ONT-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ONT-DIA
                   END-IF
               END-IF
           END-IF.

      *O RESUMO DO RESCLI SO SERVE SE FOI GERADO HOJE (OU ONTEM,
      *DEPOIS DO INICIO DA CADEIA QUE VIROU A MEIA-NOITE) E CHEGOU
      *AO FIM (CONTROLE EM C); SEM ISSO, OS PEDIDOS SAO VARRIDOS
      *COMO SEMPRE FORAM
       1050-CONFERIR-RESUMO.
           PERFORM 1045-LER-INICIO-CADEIA.
           SET RESUMO-VELHO TO TRUE.
           OPEN INPUT RESUMO.
           IF RES-STATUS = ZEROS
               MOVE ZEROS TO RES-FONE
               READ RESUMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (RES-CTL-DATA = WRK-HOJE
                               OR (RES-CTL-DATA = WRK-ONTEM
                                   AND WRK-CADEIA-DATA = WRK-ONTEM
                                   AND RES-CTL-HORA NOT <
                                               WRK-CADEIA-HORA))
                               AND RES-COMPLETO
                           SET RESUMO-EM-DIA TO TRUE
                       END-IF
               END-READ
               IF RESUMO-VELHO
                   CLOSE RESUMO
               END-IF
           END-IF.
           IF RESUMO-VELHO
               DISPLAY 'AGECLI: RESUMO RESCLI.DAT AUSENTE OU '
                       'DE OUTRO DIA - VARRENDO OS PEDIDOS'
           END-IF.

       1100-ACUMULAR-PEDIDO.
           ADD 1 TO WRK-TOTAL-PEDIDOS.
      *RECEBIDO POR INTEIRO NAO ENVELHECE NADA, MESMO QUE AS
      *PARCELAS NAO TENHAM SIDO BAIXADAS UMA A UMA
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
               PERFORM 1150-VER-PERDA
           END-IF.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                   AND PRD-STATUS NOT = ZEROS
               PERFORM 1200-SALDO-DO-PEDIDO
               IF WRK-PED-SALDO > ZEROS
                   MOVE WRK-PED-SALDO TO WRK-SALDO-TETO
                   MOVE 10 TO PEDIDOS-STATUS
           END-READ.

      *PEDIDO BAIXADO POR PERDA DEIXA PRD-STATUS EM ZERO; SEM O
      *ARQUIVO OU SEM A BAIXA, FICA DIFERENTE DE ZERO
       1150-VER-PERDA.
           MOVE PEDIDOS-FONE TO PRD-FONE.
           MOVE PEDIDOS-NUMERO TO PRD-PEDIDO.
           READ PERDAS
               INVALID KEY
                   MOVE 23 TO PRD-STATUS
           END-READ.

      *SALDO DO PEDIDO CORRENTE = VALOR DO PEDIDO MENOS A SOMA DOS
      *RECEBIMENTOS JA LANCADOS PARA ELE
       1200-SALDO-DO-PEDIDO.
                   PEDIDOS-VALOR - WRK-PED-RECEBIDO.

      *VARRE A AGENDA DO PEDIDO CORRENTE: CADA PARCELA COM SALDO
      *(VALOR MENOS RECEBIDO) ENTRA NA FAIXA PELO VENCIMENTO DELA;
      *A RENEGOCIADA CONTA COMO AGENDA MAS NAO ENVELHECE - QUEM
      *ENVELHECE E A PARCELA DO ACORDO (1350)
       1220-ENVELHECER-PARCELAS.
           MOVE ZEROS TO WRK-PARC-ACHADAS.
           MOVE PEDIDOS-FONE TO PARC-FONE.
               ADD 1 TO WRK-PARC-ACHADAS
               COMPUTE WRK-PED-SALDO =
                       PARC-VALOR - PARC-RECEBIDO
               IF PARC-RENEGOCIADA
                   MOVE ZEROS TO WRK-PED-SALDO
               END-IF
      *CADA PARCELA ENTRA NO MAXIMO ATE O QUE O PEDIDO AINDA
      *DEVE DE VERDADE; ZERADO O TETO, AS DEMAIS JA FORAM
      *COBERTAS POR RECEBIMENTOS SEM PARCELA APONTADA
           END-EVALUATE.
           ADD WRK-PED-SALDO TO WRK-GRUPO-TOTAL.

      *FECHA O CLIENTE CORRENTE: SOMA AS PARCELAS DOS ACORDOS E,
      *SE DEVE ALGUMA COISA, BUSCA NOME E SITUACAO NO CADASTRO E
      *LIBERA PARA A ORDENACAO
       1300-LIBERAR-GRUPO.
           IF ACORDOS-ABERTOS
               PERFORM 1350-ENVELHECER-ACORDOS
           END-IF.
           IF WRK-GRUPO-TOTAL > ZEROS
               MOVE WRK-GRUPO-TOTAL TO ORD-TOTAL
               MOVE WRK-FONE-GRUPO TO ORD-FONE
               MOVE WRK-GRUPO-FAIXA-MAIS TO ORD-FAIXA-MAIS
               MOVE SPACES TO ORD-NOME
               MOVE 'N' TO ORD-SUSPENSO
               MOVE ZEROS TO ORD-FILIAL
               MOVE WRK-FONE-GRUPO TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE '** SEM CADASTRO **' TO ORD-NOME
                   NOT INVALID KEY
                       MOVE CLIENTES-NOME TO ORD-NOME
                       MOVE CLIENTES-FILIAL TO ORD-FILIAL
                       IF CLI-SUSPENSO
                           MOVE 'S' TO ORD-SUSPENSO
                       END-IF
               RELEASE ORD-REG
           END-IF.

      *AGENDA DOS ACORDOS ATIVOS DO CLIENTE CORRENTE: CADA PARCELA
      *COM SALDO ENTRA NA FAIXA PELO VENCIMENTO DELA, COMO A
      *PARCELA DO PEDIDO; ACORDO QUITADO NAO DEVE NADA E O QUE
      *CAIU JA VOLTOU PARA A AGENDA DOS PEDIDOS
       1350-ENVELHECER-ACORDOS.
           MOVE ZEROS TO WRK-ACORDO-LIDO.
           MOVE WRK-FONE-GRUPO TO AP-FONE.
           MOVE ZEROS TO AP-ACORDO.
           MOVE ZEROS TO AP-PARCELA.
           START ACORDO-PARCELAS KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY
                   MOVE 10 TO AP-STATUS
           END-START.
           IF AP-STATUS NOT = 10
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL AP-STATUS NOT = 0
                   OR AP-FONE NOT = WRK-FONE-GRUPO
               IF AP-ACORDO NOT = WRK-ACORDO-LIDO
                   MOVE AP-FONE TO ACO-FONE
                   MOVE AP-ACORDO TO ACO-NUMERO
                   READ ACORDOS
                       INVALID KEY
                           SET ACO-CAIDO TO TRUE
                   END-READ
                   MOVE AP-ACORDO TO WRK-ACORDO-LIDO
               END-IF
               COMPUTE WRK-AP-SALDO = AP-VALOR - AP-RECEBIDO
               IF ACO-ATIVO AND AP-ABERTA AND WRK-AP-SALDO > ZEROS
                   MOVE WRK-AP-SALDO TO WRK-PED-SALDO
                   MOVE AP-VENCIMENTO TO WRK-DATA-PED
                   PERFORM 1250-ENQUADRAR-FAIXA
               END-IF
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO AP-STATUS.
           MOVE ZEROS TO ACO-STATUS.

      *UM REGISTRO DO RESUMO POR CLIENTE COM PEDIDO; AS FAIXAS DO
      *RESUMO SAO AS DESTE RELATORIO (SALDO ATIVO, SEM AS PERDAS)
       1400-LIBERAR-DO-RESUMO.
           START RESUMO KEY IS GREATER THAN RES-FONE
               INVALID KEY
                   MOVE 10 TO RES-STATUS
           END-START.
           IF RES-STATUS NOT = 10
               READ RESUMO NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL RES-STATUS NOT = 0
               ADD RES-QTD-PEDIDOS TO WRK-TOTAL-PEDIDOS
               MOVE RES-FONE TO WRK-FONE-GRUPO
               MOVE RES-FAIXA-30 TO WRK-GRUPO-FAIXA-30
               MOVE RES-FAIXA-60 TO WRK-GRUPO-FAIXA-60
               MOVE RES-FAIXA-90 TO WRK-GRUPO-FAIXA-90
               MOVE RES-FAIXA-MAIS TO WRK-GRUPO-FAIXA-MAIS
               COMPUTE WRK-GRUPO-TOTAL =
                       RES-FAIXA-30 + RES-FAIXA-60 +
                       RES-FAIXA-90 + RES-FAIXA-MAIS
               PERFORM 1300-LIBERAR-GRUPO
               READ RESUMO NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-PERFORM.

      *RECEBE OS DEVEDORES JA EM ORDEM DECRESCENTE DE TOTAL E
      *MONTA O RELATORIO
       2000-IMPRIMIR.
           OPEN OUTPUT AGING-REPORT.
           PERFORM 7000-PREPARAR-COPIAS.
           MOVE 'AGING DE CONTAS A RECEBER POR CLIENTE' TO
                               AGING-LINHA.
           WRITE AGING-LINHA.
                   WRK-ED-TOTAL ' ' WRK-SUSP-EXIB
               DELIMITED BY SIZE INTO AGING-LINHA.
           WRITE AGING-LINHA.
           MOVE ORD-FILIAL TO WRK-LF-FILIAL.
           PERFORM 7100-GUARDAR-LINHA-FILIAL.
           ADD ORD-TOTAL TO WRK-CF-TOTAL (WRK-LF-FILIAL).
           IF ORD-SUSPENSO = 'S'
               ADD 1 TO WRK-CF-SUSPENSOS (WRK-LF-FILIAL)
           END-IF.
           RETURN ORDENA-DEVEDOR
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.


      *AS FILIAIS DA EMPRESA SAO AS DOS OPERADORES DO CADASTRO
      *(FILIAL ZERO OU EM BRANCO E A MATRIZ); A MATRIZ SEMPRE GANHA
      *A SUA COPIA, MESMO SEM OPERADOR CADASTRADO
       7000-PREPARAR-COPIAS.
           INITIALIZE WRK-TABELA-COPIAS.
           MOVE 'S' TO WRK-CF-EXISTE (1).
           OPEN INPUT CREDENCIAIS.
           IF CRED-STATUS NOT = ZEROS
               MOVE 10 TO CRED-STATUS
           END-IF.
           PERFORM UNTIL CRED-STATUS = 10
               READ CREDENCIAIS
                   AT END
                       MOVE 10 TO CRED-STATUS
                   NOT AT END
                       IF CRED-FILIAL IS NUMERIC
                               AND CRED-FILIAL > ZEROS
                           MOVE 'S' TO WRK-CF-EXISTE (CRED-FILIAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDENCIAIS.
           MOVE ZEROS TO WRK-LF-SEQ.
           OPEN OUTPUT LINHAS-FILIAL.

      *GUARDA A LINHA RECEM IMPRESSA PARA A COPIA DA FILIAL EM
      *WRK-LF-FILIAL (ZERO VIRA A MATRIZ, 01)
       7100-GUARDAR-LINHA-FILIAL.
           IF WRK-LF-FILIAL = ZEROS
               MOVE 1 TO WRK-LF-FILIAL
           END-IF.
           ADD 1 TO WRK-LF-SEQ.
           MOVE WRK-LF-FILIAL TO LFIL-FILIAL.
           MOVE WRK-LF-SEQ TO LFIL-SEQ.
           MOVE AGING-LINHA TO LFIL-LINHA.
           WRITE LFIL-REG.

      *SEPARA AS LINHAS GUARDADAS NAS COPIAS POR FILIAL E ANOTA NO
      *INDICE DA NOITE CADA COPIA E O CONSOLIDADO
       7200-GERAR-COPIAS.
           CLOSE LINHAS-FILIAL.
           OPEN EXTEND INDICE-RELATORIOS.
           IF RELIDX-STATUS = 35 THEN
               OPEN OUTPUT INDICE-RELATORIOS
               CLOSE INDICE-RELATORIOS
               OPEN EXTEND INDICE-RELATORIOS
           END-IF.
           SORT ORDENA-FILIAL
               ON ASCENDING KEY ORDF-FILIAL ORDF-SEQ
               USING LINHAS-FILIAL
               OUTPUT PROCEDURE IS 7210-SEPARAR-FILIAIS.
           MOVE 'AGECLI.TXT' TO WRK-IDX-ARQUIVO.
           MOVE 'TODAS' TO WRK-IDX-FILIAL.
           MOVE WRK-LF-SEQ TO WRK-IDX-LINHAS.
           PERFORM 7300-REGISTRAR-INDICE.
           CLOSE INDICE-RELATORIOS.

       7210-SEPARAR-FILIAIS.
           PERFORM 7215-DEVOLVER-LINHA.
           PERFORM 7220-COPIA-DA-FILIAL
               VARYING WRK-CF-IDX FROM 1 BY 1
               UNTIL WRK-CF-IDX > 99.

       7215-DEVOLVER-LINHA.
           RETURN ORDENA-FILIAL
               AT END
                   SET FIM-LINHAS-FILIAL TO TRUE
           END-RETURN.

      *FILIAL SEM NENHUMA LINHA NA NOITE GANHA A COPIA ASSIM MESMO,
      *COM A INDICACAO DE SEM MOVIMENTO
       7220-COPIA-DA-FILIAL.
           IF NOT FIM-LINHAS-FILIAL AND ORDF-FILIAL = WRK-CF-IDX
               MOVE 'S' TO WRK-CF-EXISTE (WRK-CF-IDX)
           END-IF.
           IF WRK-CF-EXISTE (WRK-CF-IDX) = 'S'
               MOVE SPACES TO WRK-ARQ-FILIAL
               STRING 'AGECLI-' WRK-CF-IDX (2:2) '.TXT'
                   DELIMITED BY SIZE INTO WRK-ARQ-FILIAL
               OPEN OUTPUT COPIA-FILIAL
               MOVE SPACES TO COPIA-LINHA
               STRING 'AGING DE CONTAS A RECEBER POR CLIENTE'
                       ' - FILIAL ' WRK-CF-IDX (2:2)
                   DELIMITED BY SIZE INTO COPIA-LINHA
               WRITE COPIA-LINHA
               MOVE ALL '-' TO COPIA-LINHA
               WRITE COPIA-LINHA
               MOVE 'TELEFONE  NOME                           ' &
                    '    ATE 30       31-60       61-90     ' &
                    'MAIS 90       TOTAL' TO COPIA-LINHA
               WRITE COPIA-LINHA
               PERFORM UNTIL FIM-LINHAS-FILIAL
                       OR ORDF-FILIAL NOT = WRK-CF-IDX
                   MOVE ORDF-LINHA TO COPIA-LINHA
                   WRITE COPIA-LINHA
                   ADD 1 TO WRK-CF-LINHAS (WRK-CF-IDX)
                   PERFORM 7215-DEVOLVER-LINHA
               END-PERFORM
               IF WRK-CF-LINHAS (WRK-CF-IDX) = ZEROS
                   MOVE 'SEM MOVIMENTO NESTA FILIAL' TO COPIA-LINHA
                   WRITE COPIA-LINHA
                   ADD 1 TO WRK-COPIAS-SEM-MOV
               END-IF
               MOVE ALL '-' TO COPIA-LINHA
               WRITE COPIA-LINHA
               PERFORM 7250-TOTAIS-DA-FILIAL
               CLOSE COPIA-FILIAL
               ADD 1 TO WRK-COPIAS-GERADAS
               MOVE WRK-ARQ-FILIAL TO WRK-IDX-ARQUIVO
               MOVE SPACES TO WRK-IDX-FILIAL
               STRING 'FILIAL ' WRK-CF-IDX (2:2)
                   DELIMITED BY SIZE INTO WRK-IDX-FILIAL
               MOVE WRK-CF-LINHAS (WRK-CF-IDX) TO WRK-IDX-LINHAS
               PERFORM 7300-REGISTRAR-INDICE
           END-IF.

       7250-TOTAIS-DA-FILIAL.
           MOVE WRK-CF-TOTAL (WRK-CF-IDX) TO WRK-ED-TOTAL.
           MOVE SPACES TO COPIA-LINHA.
           STRING 'CLIENTES DEVEDORES: ' WRK-CF-LINHAS (WRK-CF-IDX)
                   '   TOTAL DEVIDO: ' WRK-ED-TOTAL
                   '   SUSPENSOS: ' WRK-CF-SUSPENSOS (WRK-CF-IDX)
               DELIMITED BY SIZE INTO COPIA-LINHA.
           WRITE COPIA-LINHA.

      *UMA LINHA DO INDICE DA NOITE: QUANDO, QUEM GEROU, QUAL
      *ARQUIVO, DE QUE FILIAL E QUANTAS LINHAS DE DETALHE
       7300-REGISTRAR-INDICE.
           ACCEPT WRK-IDX-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-IDX-HORA FROM TIME.
           MOVE SPACES TO RELIDX-REG.
           MOVE WRK-IDX-DATA TO RELIDX-DATA.
           MOVE WRK-IDX-HORA (1:4) TO RELIDX-HORA.
           MOVE 'AGECLI' TO RELIDX-JOB.
           MOVE WRK-IDX-ARQUIVO TO RELIDX-ARQUIVO.
           MOVE WRK-IDX-FILIAL TO RELIDX-FILIAL.
           MOVE WRK-IDX-LINHAS TO RELIDX-LINHAS.
           IF WRK-IDX-LINHAS = ZEROS
               MOVE 'SEM MOVIMENTO' TO RELIDX-SITUACAO
           ELSE
               MOVE 'COM MOVIMENTO' TO RELIDX-SITUACAO
           END-IF.
           WRITE RELIDX-REG.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
      *EXECUCAO; O RC FICA EM 99 (EM EXECUCAO) ATE O FIM NORMAL,
      *ENTAO UM JOB QUE CAIU NO MEIO FICA DENUNCIADO NO PAINEL
