      *PEDIDOS CANCELADOS E ESTORNOS FICAM DE FORA; CLIENTE
      *INATIVO (EXCLUIDO/FUNDIDO) NAO RECEBE CARTA
      *ATRASO CALCULADO EM BASE COMERCIAL 30/360, COMO NO AGECLI
      *CLIENTE COM ACORDO DE RENEGOCIACAO (OPCAO AR DO CADASTRO
      *ONLINE) E COBRADO PELO ACORDO: AS PARCELAS ORIGINAIS
      *RENEGOCIADAS NAO CONTAM ATRASO E O ACORDO ATIVO COM PARCELA
      *VENCIDA RECEBE A CARTA PELOS MESMOS NIVEIS, COM O ULTIMO
      *NIVEL ENVIADO GUARDADO NO PROPRIO ACORDO
      *A CARTA DE PEDIDO LEVA, LOGO ABAIXO, O IDENTIFICADOR DE
      *CADA COBRANCA PIX EM ABERTO DO PEDIDO (PIXEMIT.DAT, GERADO
      *PELO PIXREM), NO MESMO CANAL DA CARTA
      *AS CARTAS DA NOITE SAEM TAMBEM LISTADAS EM COBRANCA.TXT
      *(CLIENTE, CANAL, NIVEL, SALDO E TOTAIS POR CANAL), COM UMA
      *COPIA POR FILIAL DO CLIENTE (COBRANCA-NN.TXT) E CADA ARQUIVO
      *ANOTADO NO INDICE DA NOITE (RELIDX.TXT); OS TRES ARQUIVOS
      *DE CANAL CONTINUAM OS MESMOS
      *O TEXTO DA CARTA VEM DO MODELO VIGENTE DO NIVEL NO CANAL
      *(MODMSG.DAT, TIPOS COBRANC1 A COBRANC3, MANTIDOS PELA
      *OPCAO MM DO CADASTRO); SEM MODELO, SAI O TEXTO DE SEMPRE
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
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
      *ULTIMO NIVEL DE COBRANCA ENVIADO POR PEDIDO
           SELECT COBRANCA-NIVEIS ASSIGN TO 'COBRNIV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIV-CHAVE
               FILE STATUS IS NIV-STATUS.
      *COBRANCAS PIX GERADAS PELO PIXREM, SO LEITURA
           SELECT PIX-EMITIDOS ASSIGN TO 'PIXEMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               FILE STATUS IS PIX-STATUS.
      *SAIDAS POR CANAL, NOS MOLDES DO NOTIFIC
           SELECT SAIDA-EMAIL ASSIGN TO 'COBMAIL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT SAIDA-LIGACAO ASSIGN TO 'COBCALL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIGACAO-STATUS.
      *LISTA DAS CARTAS DA NOITE, DE TODOS OS CANAIS
           SELECT SAIDA-LISTA ASSIGN TO 'COBRANCA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTA-STATUS.

      *COPIAS POR FILIAL: OS OPERADORES DO CADASTRO ONLINE DIZEM
      *QUAIS FILIAIS EXISTEM (SO LEITURA); AS LINHAS DO RELATORIO
      *VAO TAMBEM PARA UM ARQUIVO DE TRABALHO MARCADAS COM A FILIAL
      *E, NO FIM, SAO SEPARADAS EM COBRANCA-NN.TXT (NOME MONTADO EM
      *TEMPO DE EXECUCAO), UMA POR FILIAL
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
           SELECT LINHAS-FILIAL ASSIGN TO 'COBRANCF.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LFIL-STATUS.
           SELECT ORDENA-FILIAL ASSIGN TO 'ORDCOBF.TMP'.
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
      *MODELOS DE MENSAGEM POR TIPO E CANAL, MANTIDOS PELA OPCAO
      *MM DO CADASTRO ONLINE; SEM O ARQUIVO VALEM OS TEXTOS PADRAO
           SELECT MODELOS-MSG ASSIGN TO 'MODMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODMSG-STATUS.
           SELECT JOBCTL ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           05 NIV-NIVEL PIC 9(01).
           05 NIV-DATA-ENVIO PIC 9(08).

      *MESMO LAYOUT DO REGISTRO DE COBRANCAS PIX DO PIXREM
       FD PIX-EMITIDOS.
       01 PIX-REG.
           05 PIX-CHAVE.
               10 PIX-FONE PIC 9(09).
               10 PIX-PEDIDO PIC 9(06).
               10 PIX-PARCELA PIC 9(03).
           05 PIX-GERACAO PIC 9(06).
           05 PIX-VENCIMENTO PIC 9(08).
           05 PIX-VALOR PIC 9(07)V99.
           05 PIX-SITUACAO PIC X(01).
               88 PIX-EMITIDO VALUE 'E'.
               88 PIX-PAGO VALUE 'P'.
           05 PIX-DATA-PAGTO PIC 9(08).
           05 PIX-VALOR-PAGO PIC 9(07)V99.
           05 PIX-E2E PIC X(32).

       FD SAIDA-EMAIL.
       01 EMAIL-LINHA PIC X(160).

       FD SAIDA-SMS.
       01 SMS-LINHA PIC X(160).

       FD SAIDA-LIGACAO.
       01 LIGACAO-LINHA PIC X(160).

       FD SAIDA-LISTA.
       01 LISTA-LINHA PIC X(140).

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
           05 LFIL-LINHA PIC X(140).

       SD ORDENA-FILIAL.
       01 ORDF-REG.
           05 ORDF-FILIAL PIC 9(02).
           05 ORDF-SEQ PIC 9(07).
           05 ORDF-LINHA PIC X(140).

       FD COPIA-FILIAL.
       01 COPIA-LINHA PIC X(140).

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
           05 JOB-GRAVADOS PIC 9(06).
           05 JOB-RC PIC 9(02).

      *MESMO LAYOUT DO MODMSG.DAT MANTIDO PELO CADASTRO ONLINE
       FD MODELOS-MSG.
       01 MOD-REG.
           05 MOD-TIPO PIC X(08).
           05 MOD-CANAL PIC X(01).
           05 MOD-VIGENCIA PIC 9(08).
           05 MOD-TEXTO PIC X(100).
           05 MOD-OPERADOR PIC X(09).
           05 MOD-DATA PIC 9(08).

       WORKING-STORAGE SECTION.
      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 PARC-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 ACO-STATUS PIC 9(02) VALUE ZEROS.
       77 AP-STATUS PIC 9(02) VALUE ZEROS.
       77 NIV-STATUS PIC 9(02) VALUE ZEROS.
       77 EMAIL-STATUS PIC 9(02) VALUE ZEROS.
       77 SMS-STATUS PIC 9(02) VALUE ZEROS.
       77 LIGACAO-STATUS PIC 9(02) VALUE ZEROS.
       77 LISTA-STATUS PIC 9(02) VALUE ZEROS.
       77 PIX-STATUS PIC 9(02) VALUE ZEROS.
      *O REGISTRO DE COBRANCAS PIX SO EXISTE DEPOIS DO PRIMEIRO
      *PIXREM
       77 WRK-PIX-SITUACAO PIC X(01) VALUE 'N'.
           88 PIX-ABERTO VALUE 'S'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CARTAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EMAIL PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SMS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LIGACAO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ACORDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-COBRADO PIC 9(11)V99 VALUE ZEROS.

      *DATA DE HOJE DECOMPOSTA PARA O CALCULO DO ATRASO
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-ATRASO-DIAS PIC S9(07) VALUE ZEROS.
      *MAIOR ATRASO ENTRE AS PARCELAS/DATA DO PEDIDO CORRENTE
       77 WRK-ATRASO-PEDIDO PIC S9(07) VALUE ZEROS.
      *VENCIMENTO (OU DATA DO PEDIDO) QUE DEU O MAIOR ATRASO, PARA
      *O CAMPO &VENCTO DO MODELO DA CARTA
       77 WRK-VENCTO-CARTA PIC 9(08) VALUE ZEROS.

      *SALDO EM ABERTO DO PEDIDO CORRENTE
       77 WRK-PED-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NIVEL-ENVIADO PIC 9(01) VALUE ZEROS.
       77 WRK-TEXTO-NIVEL PIC X(30) VALUE SPACES.

      *DE QUEM E A CARTA CORRENTE: CLIENTE, REFERENCIA IMPRESSA
      *(PEDIDO OU ACORDO) E ORIGEM, PARA SABER ONDE GUARDAR O NIVEL
       77 WRK-CARTA-FONE PIC 9(09) VALUE ZEROS.
       77 WRK-CARTA-REF PIC X(13) VALUE SPACES.
       77 WRK-CARTA-ORIGEM PIC X(01) VALUE 'P'.
           88 CARTA-DE-PEDIDO VALUE 'P'.
           88 CARTA-DE-ACORDO VALUE 'A'.

      *CANAL EM QUE A CARTA CORRENTE SAIU, PARA AS LINHAS DO PIX
       77 WRK-CARTA-CANAL PIC X(01) VALUE 'L'.
           88 CANAL-EMAIL VALUE 'E'.
           88 CANAL-SMS VALUE 'S'.
           88 CANAL-LIGACAO VALUE 'L'.
      *CAMPO DE EDICAO DO SALDO NA CARTA
       77 WRK-ED-SALDO PIC Z(08)9.99 VALUE ZEROS.
      *CANAL POR EXTENSO NA LISTA DAS CARTAS
       77 WRK-CANAL-EXIB PIC X(07) VALUE SPACES.

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
               10 WRK-CF-COBRADO PIC 9(11)V99.
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

      *MODELOS DE MENSAGEM CARREGADOS DO MODMSG.DAT: PARA CADA
      *TIPO E CANAL VALE A VERSAO DE VIGENCIA MAIS RECENTE QUE JA
      *COMECOU; SEM NENHUMA, FICA O TEXTO PADRAO DO PROGRAMA
       77 MODMSG-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-MODELOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-MODELOS.
           05 WRK-MODELO OCCURS 200 TIMES
                   INDEXED BY WRK-MOD-IDX.
               10 WRK-MOD-TIPO PIC X(08).
               10 WRK-MOD-CANAL PIC X(01).
               10 WRK-MOD-VIGENCIA PIC 9(08).
               10 WRK-MOD-TEXTO PIC X(100).
       77 WRK-MOD-TIPO-PROC PIC X(08) VALUE SPACES.
       77 WRK-MOD-CANAL-PROC PIC X(01) VALUE SPACES.
       77 WRK-MOD-VIG-ACHADA PIC 9(08) VALUE ZEROS.
       77 WRK-MOD-SITUACAO PIC X(01) VALUE 'N'.
           88 MODELO-ACHADO VALUE 'S'.
           88 MODELO-NAO-ACHADO VALUE 'N'.
      *TEXTO DO MODELO COM OS CAMPOS (&NOME, &VALOR, &VENCTO,
      *&PEDIDO, &FILIAL E &ATRASO), A MENSAGEM JA MONTADA E O
      *TAMANHO UTIL DELA
       77 WRK-MOD-MOLDE PIC X(110) VALUE SPACES.
       77 WRK-MOD-MENSAGEM PIC X(100) VALUE SPACES.
       77 WRK-MOD-TAM-MSG PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-POS PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-PONT PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-INI PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-FIM PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-TAM PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-CAMPO PIC X(41) VALUE SPACES.
      *VALORES DA MENSAGEM CORRENTE, PREENCHIDOS PELO CHAMADOR
      *(EM BRANCO O QUE NAO SE APLICA A ELA)
       01 WRK-MOD-CAMPOS.
           05 WRK-MOD-NOME PIC X(30).
           05 WRK-MOD-VALOR PIC X(13).
           05 WRK-MOD-VENCTO PIC 9(08).
           05 WRK-MOD-VENCTO-R REDEFINES WRK-MOD-VENCTO.
               10 WRK-MOD-VENC-ANO PIC 9(04).
               10 WRK-MOD-VENC-MES PIC 9(02).
               10 WRK-MOD-VENC-DIA PIC 9(02).
           05 WRK-MOD-PEDIDO PIC X(13).
           05 WRK-MOD-FILIAL PIC X(02).
           05 WRK-MOD-ATRASO PIC X(07).
       77 WRK-MOD-ED-VALOR PIC -(09)9.99 VALUE ZEROS.
       77 WRK-MOD-ED-ATRASO PIC -(06)9 VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
      *MODELOS DE MENSAGEM EM VIGOR, SE HOUVER MODMSG.DAT
           PERFORM 8900-CARREGAR-MODELOS.
           PERFORM 2000-PROCESSAR-PEDIDO UNTIL PEDIDOS-STATUS = 10.
           PERFORM 2500-PROCESSAR-ACORDO UNTIL ACO-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.
           OPEN INPUT RECEBIMENTOS.
           OPEN INPUT PARCELAS.
           OPEN INPUT CLIENTES.
           OPEN I-O ACORDOS.
           IF ACO-STATUS = 35 THEN
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
           OPEN I-O ACORDO-PARCELAS.
           IF AP-STATUS = 35 THEN
               OPEN OUTPUT ACORDO-PARCELAS
               CLOSE ACORDO-PARCELAS
               OPEN I-O ACORDO-PARCELAS
           END-IF.
           OPEN I-O COBRANCA-NIVEIS.
           IF NIV-STATUS = 35 THEN
               OPEN OUTPUT COBRANCA-NIVEIS
               CLOSE COBRANCA-NIVEIS
               OPEN I-O COBRANCA-NIVEIS
           END-IF.
           OPEN INPUT PIX-EMITIDOS.
           IF PIX-STATUS = ZEROS
               SET PIX-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT SAIDA-EMAIL.
           OPEN OUTPUT SAIDA-SMS.
           OPEN OUTPUT SAIDA-LIGACAO.
           WRITE LIGACAO-LINHA.
           MOVE ALL '-' TO LIGACAO-LINHA.
           WRITE LIGACAO-LINHA.
           OPEN OUTPUT SAIDA-LISTA.
           MOVE 'CARTAS DE COBRANCA DA NOITE' TO LISTA-LINHA.
           WRITE LISTA-LINHA.
           MOVE ALL '-' TO LISTA-LINHA.
           WRITE LISTA-LINHA.
           PERFORM 7000-PREPARAR-COPIAS.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           IF ACO-STATUS NOT = ZEROS
               MOVE 10 TO ACO-STATUS
           ELSE
               READ ACORDOS NEXT
                   AT END
                       MOVE 10 TO ACO-STATUS
               END-READ
           END-IF.

      *APURA SALDO E ATRASO DO PEDIDO CORRENTE E, SE O NIVEL DE
      *COBRANCA SUBIU DESDE A ULTIMA CARTA, GERA A CARTA NOVA
               PERFORM 2100-APURAR-SALDO-ATRASO
               IF WRK-PED-SALDO > ZEROS
                       AND WRK-ATRASO-PEDIDO > ZEROS
                   SET CARTA-DE-PEDIDO TO TRUE
                   MOVE PEDIDOS-FONE TO WRK-CARTA-FONE
                   MOVE SPACES TO WRK-CARTA-REF
                   STRING 'PEDIDO ' PEDIDOS-NUMERO
                       DELIMITED BY SIZE INTO WRK-CARTA-REF
                   PERFORM 2200-ESCALONAR
               END-IF
           END-IF.

      *SALDO = VALOR MENOS RECEBIMENTOS; ATRASO = MAIOR ATRASO
      *ENTRE AS PARCELAS EM ABERTO (OU DA DATA DO PEDIDO, QUANDO
      *NAO HA AGENDA), EM BASE COMERCIAL 30/360; PARCELA
      *RENEGOCIADA EM ACORDO E COBRADA PELO ACORDO, NAO AQUI
       2100-APURAR-SALDO-ATRASO.
           MOVE ZEROS TO WRK-PED-RECEBIDO.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           COMPUTE WRK-PED-SALDO =
                   PEDIDOS-VALOR - WRK-PED-RECEBIDO.
           MOVE ZEROS TO WRK-ATRASO-PEDIDO.
           MOVE ZEROS TO WRK-VENCTO-CARTA.
           PERFORM 2150-ATRASO-PELAS-PARCELAS.
           IF WRK-PARC-ACHADAS = ZEROS
               MOVE PEDIDOS-DATA TO WRK-DATA-BASE
               PERFORM 2180-CALCULAR-ATRASO
               MOVE WRK-ATRASO-DIAS TO WRK-ATRASO-PEDIDO
               MOVE WRK-DATA-BASE TO WRK-VENCTO-CARTA
           END-IF.

       2150-ATRASO-PELAS-PARCELAS.
                   OR PARC-PEDIDO NOT = PEDIDOS-NUMERO
               ADD 1 TO WRK-PARC-ACHADAS
               IF PARC-VALOR > PARC-RECEBIDO
                       AND NOT PARC-RENEGOCIADA
                   MOVE PARC-VENCIMENTO TO WRK-DATA-BASE
                   PERFORM 2180-CALCULAR-ATRASO
                   IF WRK-ATRASO-DIAS > WRK-ATRASO-PEDIDO
                       MOVE WRK-ATRASO-DIAS TO WRK-ATRASO-PEDIDO
                       MOVE WRK-DATA-BASE TO WRK-VENCTO-CARTA
                   END-IF
               END-IF
               READ PARCELAS NEXT
                   MOVE 'COBRANCA FORMAL' TO WRK-TEXTO-NIVEL
           END-EVALUATE.
           MOVE ZEROS TO WRK-NIVEL-ENVIADO.
           IF CARTA-DE-ACORDO
               MOVE ACO-NIVEL-COBR TO WRK-NIVEL-ENVIADO
           ELSE
               MOVE PEDIDOS-FONE TO NIV-FONE
               MOVE PEDIDOS-NUMERO TO NIV-PEDIDO
               READ COBRANCA-NIVEIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NIV-NIVEL TO WRK-NIVEL-ENVIADO
               END-READ
           END-IF.
           IF WRK-NIVEL-ATUAL > WRK-NIVEL-ENVIADO
               PERFORM 2300-GERAR-CARTA
           ELSE
      *BUSCA O CLIENTE, ESCOLHE O CANAL E GRAVA A CARTA; DEPOIS
      *REGISTRA O NIVEL ENVIADO PARA NAO REPETIR AMANHA
       2300-GERAR-CARTA.
           MOVE WRK-CARTA-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLIENTES-NOME
                   MOVE ZEROS TO CLIENTES-FONE-CEL
                   MOVE 'T' TO CLIENTES-PREF-CONTATO
                   MOVE 'A' TO CLIENTES-STATUS-REG
                   MOVE ZEROS TO CLIENTES-FILIAL
           END-READ.
      *CLIENTE INATIVO E SO UM REGISTRO FUNDIDO/EXCLUIDO: A
      *COBRANCA DELE JA MORA NO CADASTRO DESTINO DA FUSAO
               EVALUATE TRUE
                   WHEN PREF-EMAIL AND CLIENTES-EMAIL NOT = SPACES
                       ADD 1 TO WRK-TOTAL-EMAIL
                       SET CANAL-EMAIL TO TRUE
                       PERFORM 2310-MONTAR-TEXTO-CARTA
                       MOVE SPACES TO EMAIL-LINHA
                       STRING CLIENTES-EMAIL ' '
                               WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                           DELIMITED BY SIZE INTO EMAIL-LINHA
                       WRITE EMAIL-LINHA
                   WHEN PREF-SMS AND CLIENTES-FONE-CEL NOT = ZEROS
                       ADD 1 TO WRK-TOTAL-SMS
                       SET CANAL-SMS TO TRUE
                       PERFORM 2310-MONTAR-TEXTO-CARTA
                       MOVE SPACES TO SMS-LINHA
                       STRING CLIENTES-FONE-CEL ' '
                               WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                           DELIMITED BY SIZE INTO SMS-LINHA
                       WRITE SMS-LINHA
      *SEM EMAIL/CELULAR APROVEITAVEL, OU PREFERENCIA TELEFONE,
      *A COBRANCA VAI PARA A FOLHA DE LIGACOES
                   WHEN OTHER
                       ADD 1 TO WRK-TOTAL-LIGACAO
                       SET CANAL-LIGACAO TO TRUE
                       PERFORM 2310-MONTAR-TEXTO-CARTA
                       MOVE SPACES TO LIGACAO-LINHA
                       STRING WRK-CARTA-FONE ' ' CLIENTES-NOME ' '
                               WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                           DELIMITED BY SIZE INTO LIGACAO-LINHA
                       WRITE LIGACAO-LINHA
               END-EVALUATE
               PERFORM 2320-LISTAR-CARTA
               IF CARTA-DE-ACORDO
                   PERFORM 2600-REGISTRAR-NIVEL-ACORDO
               ELSE
                   IF PIX-ABERTO
                       PERFORM 2350-IDENTIFICADORES-PIX
                   END-IF
                   PERFORM 2400-REGISTRAR-NIVEL
               END-IF
           END-IF.

      *TEXTO DA CARTA PELO MODELO VIGENTE DO NIVEL (COBRANC1 A
      *COBRANC3) NO CANAL DA CARTA; SEM MODELO, VALE O TEXTO DE
      *SEMPRE: NIVEL, REFERENCIA, SALDO E, FORA DO SMS, O ATRASO
       2310-MONTAR-TEXTO-CARTA.
           MOVE SPACES TO WRK-MOD-MOLDE.
           IF CANAL-SMS
               STRING WRK-TEXTO-NIVEL DELIMITED BY '  '
                       ' &PEDIDO SALDO &VALOR' DELIMITED BY SIZE
                   INTO WRK-MOD-MOLDE
           ELSE
               STRING WRK-TEXTO-NIVEL DELIMITED BY '  '
                       ' &PEDIDO SALDO &VALOR ATRASO &ATRASO DIAS'
                           DELIMITED BY SIZE
                   INTO WRK-MOD-MOLDE
           END-IF.
           MOVE SPACES TO WRK-MOD-TIPO-PROC.
           STRING 'COBRANC' WRK-NIVEL-ATUAL
               DELIMITED BY SIZE INTO WRK-MOD-TIPO-PROC.
           MOVE WRK-CARTA-CANAL TO WRK-MOD-CANAL-PROC.
           PERFORM 8910-PROCURAR-MODELO.
           MOVE SPACES TO WRK-MOD-CAMPOS.
           MOVE CLIENTES-NOME TO WRK-MOD-NOME.
           MOVE WRK-PED-SALDO TO WRK-MOD-ED-VALOR.
           MOVE WRK-MOD-ED-VALOR TO WRK-MOD-VALOR.
           MOVE WRK-VENCTO-CARTA TO WRK-MOD-VENCTO.
           MOVE WRK-CARTA-REF TO WRK-MOD-PEDIDO.
           MOVE CLIENTES-FILIAL TO WRK-MOD-FILIAL.
           MOVE WRK-ATRASO-PEDIDO TO WRK-MOD-ED-ATRASO.
           MOVE WRK-MOD-ED-ATRASO TO WRK-MOD-ATRASO.
           PERFORM 8920-MONTAR-MENSAGEM.

      *A CARTA NA LISTA DA NOITE E NA COPIA DA FILIAL DO CLIENTE
       2320-LISTAR-CARTA.
           EVALUATE TRUE
               WHEN CANAL-EMAIL
                   MOVE 'EMAIL' TO WRK-CANAL-EXIB
               WHEN CANAL-SMS
                   MOVE 'SMS' TO WRK-CANAL-EXIB
               WHEN OTHER
                   MOVE 'LIGACAO' TO WRK-CANAL-EXIB
           END-EVALUATE.
           ADD WRK-PED-SALDO TO WRK-TOTAL-COBRADO.
           MOVE SPACES TO LISTA-LINHA.
           STRING WRK-CARTA-FONE ' ' CLIENTES-NOME ' '
                   WRK-CANAL-EXIB ' ' WRK-TEXTO-NIVEL
                   ' ' WRK-CARTA-REF
                   ' SALDO ' WRK-ED-SALDO
                   ' ATRASO ' WRK-ATRASO-PEDIDO ' DIAS'
               DELIMITED BY SIZE INTO LISTA-LINHA.
           WRITE LISTA-LINHA.
           MOVE CLIENTES-FILIAL TO WRK-LF-FILIAL.
           PERFORM 7100-GUARDAR-LINHA-FILIAL.
           ADD WRK-PED-SALDO TO WRK-CF-COBRADO (WRK-LF-FILIAL).

      *UMA LINHA POR COBRANCA PIX EM ABERTO DO PEDIDO, NO CANAL
      *DA CARTA, COM O IDENTIFICADOR QUE DA BAIXA AUTOMATICA
       2350-IDENTIFICADORES-PIX.
           MOVE PEDIDOS-FONE TO PIX-FONE.
           MOVE PEDIDOS-NUMERO TO PIX-PEDIDO.
           MOVE ZEROS TO PIX-PARCELA.
           START PIX-EMITIDOS KEY IS NOT LESS THAN PIX-CHAVE
               INVALID KEY
                   MOVE 10 TO PIX-STATUS
           END-START.
           IF PIX-STATUS NOT = 10
               READ PIX-EMITIDOS NEXT
                   AT END
                       MOVE 10 TO PIX-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PIX-STATUS NOT = 0
                   OR PIX-FONE NOT = PEDIDOS-FONE
                   OR PIX-PEDIDO NOT = PEDIDOS-NUMERO
               IF PIX-EMITIDO
                   PERFORM 2370-LINHA-PIX
               END-IF
               READ PIX-EMITIDOS NEXT
                   AT END
                       MOVE 10 TO PIX-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PIX-STATUS.

       2370-LINHA-PIX.
           MOVE PIX-VALOR TO WRK-ED-SALDO.
           EVALUATE TRUE
               WHEN CANAL-EMAIL
                   MOVE SPACES TO EMAIL-LINHA
                   STRING CLIENTES-EMAIL
                           ' PAGUE COM PIX - IDENTIFICADOR ' PIX-CHAVE
                           ' VALOR ' WRK-ED-SALDO
                       DELIMITED BY SIZE INTO EMAIL-LINHA
                   WRITE EMAIL-LINHA
               WHEN CANAL-SMS
                   MOVE SPACES TO SMS-LINHA
                   STRING CLIENTES-FONE-CEL
                           ' PIX ' PIX-CHAVE
                           ' VALOR ' WRK-ED-SALDO
                       DELIMITED BY SIZE INTO SMS-LINHA
                   WRITE SMS-LINHA
               WHEN OTHER
                   MOVE SPACES TO LIGACAO-LINHA
                   STRING WRK-CARTA-FONE ' ' CLIENTES-NOME
                           ' PIX ' PIX-CHAVE
                           ' VALOR ' WRK-ED-SALDO
                       DELIMITED BY SIZE INTO LIGACAO-LINHA
                   WRITE LIGACAO-LINHA
           END-EVALUATE.

       2400-REGISTRAR-NIVEL.
           MOVE PEDIDOS-FONE TO NIV-FONE.
                   END-REWRITE
           END-WRITE.

      *ACORDO ATIVO COM PARCELA VENCIDA: O ATRASO E O DA PARCELA
      *MAIS ATRASADA DO ACORDO E O SALDO E O QUE FALTA PAGAR NELE
       2500-PROCESSAR-ACORDO.
           IF ACO-ATIVO
               PERFORM 2550-SALDO-ATRASO-ACORDO
               IF WRK-PED-SALDO > ZEROS
                       AND WRK-ATRASO-PEDIDO > ZEROS
                   ADD 1 TO WRK-TOTAL-ACORDOS
                   SET CARTA-DE-ACORDO TO TRUE
                   MOVE ACO-FONE TO WRK-CARTA-FONE
                   MOVE SPACES TO WRK-CARTA-REF
                   STRING 'ACORDO ' ACO-NUMERO
                       DELIMITED BY SIZE INTO WRK-CARTA-REF
                   PERFORM 2200-ESCALONAR
               END-IF
           END-IF.
           READ ACORDOS NEXT
               AT END
                   MOVE 10 TO ACO-STATUS
           END-READ.

       2550-SALDO-ATRASO-ACORDO.
           MOVE ZEROS TO WRK-PED-SALDO.
           MOVE ZEROS TO WRK-ATRASO-PEDIDO.
           MOVE ZEROS TO WRK-VENCTO-CARTA.
           MOVE ACO-FONE TO AP-FONE.
           MOVE ACO-NUMERO TO AP-ACORDO.
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
                   OR AP-FONE NOT = ACO-FONE
                   OR AP-ACORDO NOT = ACO-NUMERO
               IF AP-ABERTA
                   COMPUTE WRK-PED-SALDO = WRK-PED-SALDO +
                           AP-VALOR - AP-RECEBIDO
                   MOVE AP-VENCIMENTO TO WRK-DATA-BASE
                   PERFORM 2180-CALCULAR-ATRASO
                   IF WRK-ATRASO-DIAS > WRK-ATRASO-PEDIDO
                       MOVE WRK-ATRASO-DIAS TO WRK-ATRASO-PEDIDO
                       MOVE WRK-DATA-BASE TO WRK-VENCTO-CARTA
                   END-IF
               END-IF
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO AP-STATUS.

      *O NIVEL DA CARTA DO ACORDO FICA NO PROPRIO ACORDO
       2600-REGISTRAR-NIVEL-ACORDO.
           MOVE WRK-NIVEL-ATUAL TO ACO-NIVEL-COBR.
           REWRITE ACO-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       3000-FINALIZAR.
           CLOSE PEDIDOS.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE CLIENTES.
           CLOSE ACORDOS.
           CLOSE ACORDO-PARCELAS.
           CLOSE COBRANCA-NIVEIS.
           IF PIX-ABERTO
               CLOSE PIX-EMITIDOS
           END-IF.
           CLOSE SAIDA-EMAIL.
           CLOSE SAIDA-SMS.
           CLOSE SAIDA-LIGACAO.
           MOVE ALL '-' TO LISTA-LINHA.
           WRITE LISTA-LINHA.
           MOVE WRK-TOTAL-COBRADO TO WRK-ED-SALDO.
           MOVE SPACES TO LISTA-LINHA.
           STRING 'CARTAS: ' WRK-TOTAL-CARTAS
                   '   SALDO COBRADO: ' WRK-ED-SALDO
               DELIMITED BY SIZE INTO LISTA-LINHA.
           WRITE LISTA-LINHA.
           MOVE SPACES TO LISTA-LINHA.
           STRING 'EMAIL: ' WRK-TOTAL-EMAIL
                   '   SMS: ' WRK-TOTAL-SMS
                   '   LIGACAO: ' WRK-TOTAL-LIGACAO
               DELIMITED BY SIZE INTO LISTA-LINHA.
           WRITE LISTA-LINHA.
           CLOSE SAIDA-LISTA.
           PERFORM 7200-GERAR-COPIAS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'COBRANCA ESCALONADA - TOTAIS'.
           DISPLAY 'PEDIDOS LIDOS......: ' WRK-TOTAL-PEDIDOS.
           DISPLAY 'ACORDOS EM ATRASO..: ' WRK-TOTAL-ACORDOS.
           DISPLAY 'CARTAS GERADAS.....: ' WRK-TOTAL-CARTAS.
           DISPLAY 'NIVEL JA ENVIADO...: ' WRK-TOTAL-REPETIDOS.
           DISPLAY 'EMAIL..............: ' WRK-TOTAL-EMAIL.
           DISPLAY 'SMS................: ' WRK-TOTAL-SMS.
           DISPLAY 'LIGACAO............: ' WRK-TOTAL-LIGACAO.
           DISPLAY 'COPIAS POR FILIAL..: ' WRK-COPIAS-GERADAS.
           DISPLAY 'DESTAS, SEM MOVIM..: ' WRK-COPIAS-SEM-MOV.
           DISPLAY '---------------------------------------'.

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
           MOVE LISTA-LINHA TO LFIL-LINHA.
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
           MOVE 'COBRANCA.TXT' TO WRK-IDX-ARQUIVO.
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
               STRING 'COBRANCA-' WRK-CF-IDX (2:2) '.TXT'
                   DELIMITED BY SIZE INTO WRK-ARQ-FILIAL
               OPEN OUTPUT COPIA-FILIAL
               MOVE SPACES TO COPIA-LINHA
               STRING 'CARTAS DE COBRANCA DA NOITE'
                       ' - FILIAL ' WRK-CF-IDX (2:2)
                   DELIMITED BY SIZE INTO COPIA-LINHA
               WRITE COPIA-LINHA
               MOVE ALL '-' TO COPIA-LINHA
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
           MOVE WRK-CF-COBRADO (WRK-CF-IDX) TO WRK-ED-SALDO.
           MOVE SPACES TO COPIA-LINHA.
           STRING 'CARTAS: ' WRK-CF-LINHAS (WRK-CF-IDX)
                   '   SALDO COBRADO: ' WRK-ED-SALDO
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
           MOVE 'COBRANCA' TO RELIDX-JOB.
           MOVE WRK-IDX-ARQUIVO TO RELIDX-ARQUIVO.
           MOVE WRK-IDX-FILIAL TO RELIDX-FILIAL.
           MOVE WRK-IDX-LINHAS TO RELIDX-LINHAS.
           IF WRK-IDX-LINHAS = ZEROS
               MOVE 'SEM MOVIMENTO' TO RELIDX-SITUACAO
           ELSE
               MOVE 'COM MOVIMENTO' TO RELIDX-SITUACAO
           END-IF.
           WRITE RELIDX-REG.

      *CARREGA OS MODELOS DE MENSAGEM DO MODMSG.DAT, SE EXISTIR
       8900-CARREGAR-MODELOS.
           MOVE ZEROS TO WRK-TOTAL-MODELOS.
           OPEN INPUT MODELOS-MSG.
           IF MODMSG-STATUS = ZEROS
               PERFORM UNTIL MODMSG-STATUS = 10
                       OR WRK-TOTAL-MODELOS = 200
                   READ MODELOS-MSG
                       AT END
                           MOVE 10 TO MODMSG-STATUS
                       NOT AT END
                           ADD 1 TO WRK-TOTAL-MODELOS
                           MOVE MOD-TIPO TO
                                   WRK-MOD-TIPO (WRK-TOTAL-MODELOS)
                           MOVE MOD-CANAL TO
                                   WRK-MOD-CANAL (WRK-TOTAL-MODELOS)
                           MOVE MOD-VIGENCIA TO
                               WRK-MOD-VIGENCIA (WRK-TOTAL-MODELOS)
                           MOVE MOD-TEXTO TO
                                   WRK-MOD-TEXTO (WRK-TOTAL-MODELOS)
                   END-READ
               END-PERFORM
               CLOSE MODELOS-MSG
           END-IF.
           MOVE ZEROS TO MODMSG-STATUS.

      *PROCURA O MODELO VIGENTE DO TIPO E CANAL PEDIDOS (A VERSAO
      *DE MAIOR VIGENCIA ATE HOJE); ACHANDO, O TEXTO DELE TOMA O
      *LUGAR DO TEXTO PADRAO QUE O CHAMADOR DEIXOU EM WRK-MOD-MOLDE
       8910-PROCURAR-MODELO.
           SET MODELO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-MOD-VIG-ACHADA.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX > WRK-TOTAL-MODELOS
               IF WRK-MOD-TIPO (WRK-MOD-IDX) = WRK-MOD-TIPO-PROC
                   AND WRK-MOD-CANAL (WRK-MOD-IDX) =
                           WRK-MOD-CANAL-PROC
                   AND WRK-MOD-VIGENCIA (WRK-MOD-IDX) NOT > WRK-HOJE
                   AND WRK-MOD-VIGENCIA (WRK-MOD-IDX) NOT <
                           WRK-MOD-VIG-ACHADA
                   SET MODELO-ACHADO TO TRUE
                   MOVE WRK-MOD-VIGENCIA (WRK-MOD-IDX) TO
                           WRK-MOD-VIG-ACHADA
                   MOVE WRK-MOD-TEXTO (WRK-MOD-IDX) TO WRK-MOD-MOLDE
               END-IF
           END-PERFORM.

      *MONTA A MENSAGEM: COPIA O MODELO LETRA A LETRA, TROCANDO
      *CADA CAMPO PELO VALOR DA MENSAGEM CORRENTE; NO FIM GUARDA O
      *TAMANHO UTIL DO TEXTO, PARA A LINHA NAO LEVAR BRANCOS
       8920-MONTAR-MENSAGEM.
           MOVE SPACES TO WRK-MOD-MENSAGEM.
           MOVE 1 TO WRK-MOD-POS.
           MOVE 1 TO WRK-MOD-PONT.
           PERFORM UNTIL WRK-MOD-POS > 100 OR WRK-MOD-PONT > 100
               EVALUATE TRUE
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:5) = '&NOME'
                       MOVE WRK-MOD-NOME TO WRK-MOD-CAMPO
                       ADD 5 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:6) = '&VALOR'
                       MOVE WRK-MOD-VALOR TO WRK-MOD-CAMPO
                       ADD 6 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&VENCTO'
                       MOVE SPACES TO WRK-MOD-CAMPO
                       IF WRK-MOD-VENCTO IS NUMERIC
                           IF WRK-MOD-VENCTO > ZEROS
                               STRING WRK-MOD-VENC-DIA '/'
                                       WRK-MOD-VENC-MES '/'
                                       WRK-MOD-VENC-ANO
                                   DELIMITED BY SIZE INTO WRK-MOD-CAMPO
                           END-IF
                       END-IF
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&PEDIDO'
                       MOVE WRK-MOD-PEDIDO TO WRK-MOD-CAMPO
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&FILIAL'
                       MOVE WRK-MOD-FILIAL TO WRK-MOD-CAMPO
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&ATRASO'
                       MOVE WRK-MOD-ATRASO TO WRK-MOD-CAMPO
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN OTHER
                       MOVE WRK-MOD-MOLDE (WRK-MOD-POS:1) TO
                               WRK-MOD-MENSAGEM (WRK-MOD-PONT:1)
                       ADD 1 TO WRK-MOD-POS
                       ADD 1 TO WRK-MOD-PONT
               END-EVALUATE
           END-PERFORM.
           MOVE 100 TO WRK-MOD-TAM-MSG.
           PERFORM UNTIL WRK-MOD-TAM-MSG = 1
                   OR WRK-MOD-MENSAGEM (WRK-MOD-TAM-MSG:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-MOD-TAM-MSG
           END-PERFORM.

      *ACRESCENTA O VALOR DO CAMPO A MENSAGEM SEM OS BRANCOS DA
      *FRENTE (VALORES EDITADOS) NEM OS DE TRAS
       8930-ACRESCENTAR-VALOR.
           MOVE 1 TO WRK-MOD-INI.
           PERFORM UNTIL WRK-MOD-INI > 40
                   OR WRK-MOD-CAMPO (WRK-MOD-INI:1) NOT = SPACE
               ADD 1 TO WRK-MOD-INI
           END-PERFORM.
           MOVE 40 TO WRK-MOD-FIM.
           PERFORM UNTIL WRK-MOD-FIM < WRK-MOD-INI
                   OR WRK-MOD-CAMPO (WRK-MOD-FIM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-MOD-FIM
           END-PERFORM.
           IF WRK-MOD-FIM NOT < WRK-MOD-INI
               COMPUTE WRK-MOD-TAM = WRK-MOD-FIM - WRK-MOD-INI + 1
               STRING WRK-MOD-CAMPO (WRK-MOD-INI:WRK-MOD-TAM)
                   DELIMITED BY SIZE INTO WRK-MOD-MENSAGEM
                   WITH POINTER WRK-MOD-PONT
               END-STRING
           END-IF.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
      *EXECUCAO; O RC FICA EM 99 (EM EXECUCAO) ATE O FIM NORMAL,
      *ENTAO UM JOB QUE CAIU NO MEIO FICA DENUNCIADO NO PAINEL
