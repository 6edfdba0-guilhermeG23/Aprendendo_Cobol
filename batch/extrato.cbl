      *CLIENTE AGRUPADO (GRUPOCLI.DAT) QUE NAO E O PAGADOR NAO
      *RECEBE EXTRATO PROPRIO: O PAGADOR DO GRUPO RECEBE, ALEM DO
      *SEU, O RESUMO CONSOLIDADO COM O SALDO DE CADA MEMBRO
      *PEDIDO COM SALDO LEVA, NO EXTRATO COMPLETO, O IDENTIFICADOR
      *DE CADA COBRANCA PIX EM ABERTO GERADA PELO PIXREM, PARA O
      *CLIENTE PAGAR COM BAIXA AUTOMATICA
      *O SALDO DE PONTOS DE FIDELIDADE AINDA NA VALIDADE SAI NO
      *EXTRATO COMPLETO E NO RESUMO DE SMS E LIGACAO
      *O MES DE REFERENCIA E O MES DA DATA DE EXECUCAO; O LOTE E
      *DISPARADO NO ULTIMO DIA DO MES
      *COM O RESUMO DA NOITE (RESCLI.DAT) DESTA CADEIA, O SALDO
      *DEVEDOR E O MOVIMENTO DO MES SAEM DELE (ULTIMA COMPRA E
      *ULTIMO PAGAMENTO); SO O EXTRATO COMPLETO DE EMAIL AINDA
      *PERCORRE OS PEDIDOS DO CLIENTE
      *O TEXTO DO CABECALHO DO EMAIL E DO RESUMO DE SMS/LIGACAO
      *VEM DO MODELO VIGENTE DO TIPO EXTRATO (MODMSG.DAT, OPCAO
      *MM DO CADASTRO); SEM MODELO, SAI O TEXTO DE SEMPRE
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-FONE
               FILE STATUS IS GRP-STATUS.
      *COBRANCAS PIX GERADAS PELO PIXREM, SO LEITURA
           SELECT PIX-EMITIDOS ASSIGN TO 'PIXEMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               FILE STATUS IS PIX-STATUS.
      *PONTOS DE FIDELIDADE DO CADASTRO ONLINE, SO LEITURA
           SELECT PONTOS ASSIGN TO 'PONTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS PTS-STATUS.
           SELECT SAIDA-EMAIL ASSIGN TO 'EXTMAIL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMAIL-STATUS.
           SELECT SAIDA-LIGACAO ASSIGN TO 'EXTCALL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIGACAO-STATUS.
      *RESUMO CONSOLIDADO POR CLIENTE GRAVADO PELO LOTE RESCLI NO
      *FIM DAS BAIXAS DA NOITE; AQUI SO LEITURA
           SELECT RESUMO ASSIGN TO 'RESCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-FONE
               FILE STATUS IS RES-STATUS.

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
           05 GRP-PAGADOR PIC X(01).
               88 GRP-E-PAGADOR VALUE 'S'.

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

      *MESMO LAYOUT DOS PONTOS DE FIDELIDADE DO CADASTRO ONLINE
       FD PONTOS.
       01 PTS-REG.
           05 PTS-CHAVE.
               10 PTS-FONE PIC 9(09).
               10 PTS-SEQ PIC 9(04).
           05 PTS-TIPO PIC X(01).
               88 PTS-GANHO VALUE 'G'.
               88 PTS-RESGATE VALUE 'R'.
           05 PTS-DATA PIC 9(08).
           05 PTS-PEDIDO PIC 9(06).
           05 PTS-PONTOS PIC 9(07).
           05 PTS-USADOS PIC 9(07).
           05 PTS-ESTORNADOS PIC 9(07).
           05 PTS-VALIDADE PIC 9(08).
           05 PTS-VALOR PIC 9(07)V99.
           05 PTS-OPERADOR PIC X(09).

       FD SAIDA-EMAIL.
       01 EMAIL-LINHA PIC X(160).

       FD SAIDA-SMS.
       01 SMS-LINHA PIC X(160).

       FD SAIDA-LIGACAO.
       01 LIGACAO-LINHA PIC X(160).

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
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 RES-STATUS PIC 9(02) VALUE ZEROS.
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
       77 EMAIL-STATUS PIC 9(02) VALUE ZEROS.
       77 SMS-STATUS PIC 9(02) VALUE ZEROS.
       77 LIGACAO-STATUS PIC 9(02) VALUE ZEROS.
       77 PIX-STATUS PIC 9(02) VALUE ZEROS.
      *O REGISTRO DE COBRANCAS PIX SO EXISTE DEPOIS DO PRIMEIRO
      *PIXREM
       77 WRK-PIX-SITUACAO PIC X(01) VALUE 'N'.
           88 PIX-ABERTO VALUE 'S'.
      *O ARQUIVO DE PONTOS SO EXISTE DEPOIS DO PRIMEIRO PEDIDO
      *PAGO COM O PROGRAMA DE FIDELIDADE NO AR
       77 PTS-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-PTS-SITUACAO PIC X(01) VALUE 'N'.
           88 PTS-ABERTO VALUE 'S'.
       77 WRK-PTS-SALDO PIC 9(09) VALUE ZEROS.
       77 WRK-ED-PONTOS PIC Z(08)9 VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EXTRATOS PIC 9(06) VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-ED-SALDO PIC -9(08).99 VALUE ZEROS.

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

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
      *MODELOS DE MENSAGEM EM VIGOR, SE HOUVER MODMSG.DAT
           PERFORM 8900-CARREGAR-MODELOS.
           PERFORM 2000-PROCESSAR-CLIENTE
               UNTIL CLIENTES-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           OPEN INPUT CLIENTES.
           OPEN INPUT PEDIDOS.
           OPEN INPUT RECEBIMENTOS.
           PERFORM 1050-CONFERIR-RESUMO.
           OPEN INPUT GRUPOS.
           OPEN INPUT PIX-EMITIDOS.
           IF PIX-STATUS = ZEROS
               SET PIX-ABERTO TO TRUE
           END-IF.
           OPEN INPUT PONTOS.
           IF PTS-STATUS = ZEROS
               SET PTS-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT SAIDA-EMAIL.
           OPEN OUTPUT SAIDA-SMS.
           OPEN OUTPUT SAIDA-LIGACAO.
               END-READ
           END-IF.

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
           MOVE 'EXTRATO' TO JOB-NOME.
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
               DISPLAY 'EXTRATO: RESUMO RESCLI.DAT AUSENTE OU '
                       'DE OUTRO DIA - VARRENDO OS PEDIDOS'
           END-IF.

      *DECIDE SE O CLIENTE CORRENTE RECEBE EXTRATO (MOVIMENTO NO
      *MES OU SALDO EM ABERTO) E, SE SIM, MONTA NO CANAL DELE
       2000-PROCESSAR-CLIENTE.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           PERFORM 2050-SITUACAO-NO-GRUPO.
           IF NOT CLI-INATIVO AND NOT GRP-MEMBRO
               IF RESUMO-EM-DIA
                   PERFORM 2150-APURAR-DO-RESUMO
               ELSE
                   PERFORM 2100-APURAR-CLIENTE
               END-IF
               IF TEM-MOVIMENTO OR WRK-SALDO-TOTAL > ZEROS
                   ADD 1 TO WRK-TOTAL-EXTRATOS
                   PERFORM 2300-DISTRIBUIR-EXTRATO
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *A MESMA APURACAO PELO RESUMO DA NOITE: O SALDO EM ABERTO JA
      *VEM SOMADO E HOUVE MOVIMENTO SE A ULTIMA COMPRA OU O ULTIMO
      *PAGAMENTO CAIRAM NO MES; CLIENTE SEM PEDIDO NAO ESTA NO
      *RESUMO E FICA ZERADO
       2150-APURAR-DO-RESUMO.
           SET SEM-MOVIMENTO TO TRUE.
           MOVE ZEROS TO WRK-SALDO-TOTAL.
           MOVE CLIENTES-FONE TO RES-FONE.
           READ RESUMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RES-SALDO-ABERTO TO WRK-SALDO-TOTAL
                   MOVE RES-ULT-COMPRA-DATA TO WRK-DATA-EXAME
                   IF WRK-MES-EXAME = WRK-MES-REF
                       SET TEM-MOVIMENTO TO TRUE
                   END-IF
                   MOVE RES-ULT-PAGTO-DATA TO WRK-DATA-EXAME
                   IF WRK-MES-EXAME = WRK-MES-REF
                       SET TEM-MOVIMENTO TO TRUE
                   END-IF
           END-READ.

      *SALDO DO PEDIDO E DETECCAO DE RECEBIMENTO DENTRO DO MES
       2200-SALDO-DO-PEDIDO.
           MOVE ZEROS TO WRK-PED-RECEBIDO.
      *RESUMO COM O SALDO DEVEDOR, QUE E O QUE CABE NO CANAL
       2300-DISTRIBUIR-EXTRATO.
           MOVE WRK-SALDO-TOTAL TO WRK-ED-SALDO.
           MOVE ZEROS TO WRK-PTS-SALDO.
           IF PTS-ABERTO
               PERFORM 2500-SALDO-DE-PONTOS
           END-IF.
           MOVE WRK-PTS-SALDO TO WRK-ED-PONTOS.
           EVALUATE TRUE
               WHEN PREF-EMAIL AND CLIENTES-EMAIL NOT = SPACES
                   ADD 1 TO WRK-TOTAL-EMAIL
                   PERFORM 2400-EXTRATO-COMPLETO
               WHEN PREF-SMS AND CLIENTES-FONE-CEL NOT = ZEROS
                   ADD 1 TO WRK-TOTAL-SMS
                   MOVE 'S' TO WRK-MOD-CANAL-PROC
                   PERFORM 2350-MONTAR-TEXTO-EXTRATO
                   MOVE SPACES TO SMS-LINHA
                   STRING CLIENTES-FONE-CEL ' '
                           WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                           ' PONTOS ' WRK-ED-PONTOS
                       DELIMITED BY SIZE INTO SMS-LINHA
                   WRITE SMS-LINHA
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-LIGACAO
                   MOVE 'L' TO WRK-MOD-CANAL-PROC
                   PERFORM 2350-MONTAR-TEXTO-EXTRATO
                   MOVE SPACES TO LIGACAO-LINHA
                   STRING CLIENTES-FONE ' ' CLIENTES-NOME ' '
                           WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                           ' PONTOS ' WRK-ED-PONTOS
                       DELIMITED BY SIZE INTO LIGACAO-LINHA
                   WRITE LIGACAO-LINHA
           END-EVALUATE.

      *TEXTO DO EXTRATO PELO MODELO VIGENTE (TIPO EXTRATO) NO
      *CANAL JA ESCOLHIDO; SEM MODELO, VALE O TEXTO DE SEMPRE. O
      *VENCIMENTO E A DATA DO EXTRATO E O VALOR E O SALDO DEVEDOR
       2350-MONTAR-TEXTO-EXTRATO.
           MOVE SPACES TO WRK-MOD-MOLDE.
           IF WRK-MOD-CANAL-PROC = 'E'
               STRING 'EXTRATO DO MES ' WRK-MES-REF ' - &NOME'
                   DELIMITED BY SIZE INTO WRK-MOD-MOLDE
           ELSE
               STRING 'EXTRATO ' WRK-MES-REF
                       ' SALDO DEVEDOR &VALOR'
                   DELIMITED BY SIZE INTO WRK-MOD-MOLDE
           END-IF.
           MOVE 'EXTRATO' TO WRK-MOD-TIPO-PROC.
           PERFORM 8910-PROCURAR-MODELO.
           MOVE SPACES TO WRK-MOD-CAMPOS.
           MOVE CLIENTES-NOME TO WRK-MOD-NOME.
           MOVE WRK-SALDO-TOTAL TO WRK-MOD-ED-VALOR.
           MOVE WRK-MOD-ED-VALOR TO WRK-MOD-VALOR.
           MOVE WRK-HOJE TO WRK-MOD-VENCTO.
           MOVE CLIENTES-FILIAL TO WRK-MOD-FILIAL.
           PERFORM 8920-MONTAR-MENSAGEM.

      *SEGUNDA PASSADA: AS LINHAS DO EXTRATO COMPLETO VAO PARA O
      *ARQUIVO DE EMAIL, PEDIDO A PEDIDO COM OS RECEBIMENTOS DO
      *MES E O SALDO DE CADA UM
       2400-EXTRATO-COMPLETO.
           MOVE ALL '=' TO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           MOVE 'E' TO WRK-MOD-CANAL-PROC.
           PERFORM 2350-MONTAR-TEXTO-EXTRATO.
           MOVE SPACES TO EMAIL-LINHA.
           STRING CLIENTES-EMAIL ' '
                   WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
               DELIMITED BY SIZE INTO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           STRING 'SALDO DEVEDOR TOTAL: ' WRK-ED-SALDO
               DELIMITED BY SIZE INTO EMAIL-LINHA.
           WRITE EMAIL-LINHA.
           IF WRK-PTS-SALDO > ZEROS
               MOVE SPACES TO EMAIL-LINHA
               STRING 'PONTOS DE FIDELIDADE: ' WRK-ED-PONTOS
                       ' (RESGATE NO BALCAO EM CREDITO)'
                   DELIMITED BY SIZE INTO EMAIL-LINHA
               WRITE EMAIL-LINHA
           END-IF.

      *O PEDIDO ENTRA NO EXTRATO SE E DO MES, SE TEVE RECEBIMENTO
      *NO MES OU SE AINDA DEVE; OS RECEBIMENTOS DO MES SAEM LOGO
                       DELIMITED BY SIZE INTO EMAIL-LINHA
                   WRITE EMAIL-LINHA
                   PERFORM 2470-RECEBIMENTOS-DO-MES
                   IF WRK-PED-SALDO > ZEROS AND PIX-ABERTO
                       PERFORM 2480-COBRANCAS-PIX
                   END-IF
               END-IF
           END-IF.

           END-PERFORM.
           MOVE ZEROS TO RECEB-STATUS.

      *AS COBRANCAS PIX AINDA EM ABERTO DO PEDIDO, UMA LINHA POR
      *PARCELA COM O IDENTIFICADOR QUE O CLIENTE USA NO PAGAMENTO
       2480-COBRANCAS-PIX.
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
                   MOVE PIX-VALOR TO WRK-ED-VALOR
                   MOVE SPACES TO EMAIL-LINHA
                   STRING '    PAGUE COM PIX - IDENTIFICADOR '
                           PIX-CHAVE
                           ' VENCE ' PIX-VENCIMENTO
                           ' VALOR ' WRK-ED-VALOR
                       DELIMITED BY SIZE INTO EMAIL-LINHA
                   WRITE EMAIL-LINHA
               END-IF
               READ PIX-EMITIDOS NEXT
                   AT END
                       MOVE 10 TO PIX-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PIX-STATUS.

      *SALDO DE PONTOS DO CLIENTE: GANHOS AINDA NA VALIDADE, MENOS
      *O JA RESGATADO E O ESTORNADO (MESMA CONTA DA FICHA FC)
       2500-SALDO-DE-PONTOS.
           MOVE CLIENTES-FONE TO PTS-FONE.
           MOVE ZEROS TO PTS-SEQ.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 10 TO PTS-STATUS
           END-START.
           IF PTS-STATUS NOT = 10
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PTS-STATUS NOT = 0
                   OR PTS-FONE NOT = CLIENTES-FONE
               IF PTS-GANHO AND PTS-VALIDADE NOT < WRK-HOJE
                   COMPUTE WRK-PTS-SALDO = WRK-PTS-SALDO
                           + PTS-PONTOS - PTS-USADOS - PTS-ESTORNADOS
               END-IF
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PTS-STATUS.

      *RESUMO CONSOLIDADO DO GRUPO, ESCRITO NO ARQUIVO DE EMAIL
      *APOS O EXTRATO DO PAGADOR: UMA LINHA POR MEMBRO COM O
      *SALDO DELE E O TOTAL DO GRUPO; A VARREDURA REUTILIZA O
           PERFORM UNTIL GRP-STATUS NOT = 0
               IF GRP-GRUPO = WRK-GRP-EXAME
                   MOVE GRP-FONE TO WRK-FONE-MEMBRO
                   IF RESUMO-EM-DIA
                       PERFORM 2760-MEMBRO-DO-RESUMO
                   ELSE
                       PERFORM 2750-SALDO-DO-MEMBRO
                   END-IF
                   ADD WRK-SALDO-MEMBRO TO WRK-GRP-TOTAL
                   MOVE SPACES TO EMAIL-LINHA
                   MOVE WRK-SALDO-MEMBRO TO WRK-ED-SALDO
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *SALDO DO MEMBRO PELO RESUMO DA NOITE (MESMA CONTA DO 2750)
       2760-MEMBRO-DO-RESUMO.
           MOVE ZEROS TO WRK-SALDO-MEMBRO.
           MOVE WRK-FONE-MEMBRO TO RES-FONE.
           READ RESUMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RES-SALDO-ABERTO TO WRK-SALDO-MEMBRO
           END-READ.

       3000-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE RECEBIMENTOS.
           IF RESUMO-EM-DIA
               CLOSE RESUMO
           END-IF.
           CLOSE GRUPOS.
           IF PIX-ABERTO
               CLOSE PIX-EMITIDOS
           END-IF.
           IF PTS-ABERTO
               CLOSE PONTOS
           END-IF.
           CLOSE SAIDA-EMAIL.
           CLOSE SAIDA-SMS.
           CLOSE SAIDA-LIGACAO.
           DISPLAY 'GRUPOS CONSOLIDADOS: ' WRK-TOTAL-CONSOLID.
           DISPLAY '---------------------------------------'.

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
