      *DECRESCENTE DE RECEITA EM GEOCLI.TXT - E O MAPA DE ONDE O
      *DINHEIRO REALMENTE MORA, PARA DECIDIR A PROXIMA FILIAL
      *CLIENTES INATIVOS E CANCELADOS NAO ENTRAM NA CONTA
      *COM O RESUMO DA NOITE (RESCLI.DAT) DESTA CADEIA, A RECEITA DE
      *CADA CLIENTE VEM DELE, SEM VARRER OS PEDIDOS
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GEO-REPORT ASSIGN TO 'GEOCLI.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEO-STATUS.
      *RESUMO CONSOLIDADO POR CLIENTE GRAVADO PELO LOTE RESCLI NO
      *FIM DAS BAIXAS DA NOITE; AQUI SO LEITURA
           SELECT RESUMO ASSIGN TO 'RESCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-FONE
               FILE STATUS IS RES-STATUS.
           SELECT JOBCTL ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD GEO-REPORT.
       01 GEO-LINHA PIC X(140).

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

       FD JOBCTL.
       01 JOB-REG.
           05 JOB-NOME PIC X(08).
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
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
      *DATA DE HOJE, PARA CONFERIR A DATA DO RESUMO
       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
       77 GEO-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES.
           OPEN INPUT PEDIDOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1050-CONFERIR-RESUMO.
           OPEN OUTPUT GEO-REPORT.
           MOVE 'DISTRIBUICAO GEOGRAFICA DE CLIENTES E RECEITA' TO
                               GEO-LINHA.
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

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
           MOVE 'GEOCLI' TO JOB-NOME.
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
               DISPLAY 'GEOCLI: RESUMO RESCLI.DAT AUSENTE OU '
                       'DE OUTRO DIA - VARRENDO OS PEDIDOS'
           END-IF.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF (CLI-ATIVO OR CLI-SUSPENSO)
                   AND CLIENTES-END-UF NOT = SPACES
               ADD 1 TO WRK-TOTAL-APURADOS
               IF RESUMO-EM-DIA
                   PERFORM 2150-RECEITA-DO-RESUMO
               ELSE
                   PERFORM 2100-RECEITA-DO-CLIENTE
               END-IF
               PERFORM 2200-ACUMULAR-UF
               PERFORM 2300-ACUMULAR-CIDADE
           END-IF.
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *A RECEITA E O TOTAL COMPRADO NA VIDA, JA SEM CANCELADOS E
      *ESTORNOS; CLIENTE FORA DO RESUMO NUNCA COMPROU
       2150-RECEITA-DO-RESUMO.
           MOVE ZEROS TO WRK-RECEITA-CLI.
           MOVE CLIENTES-FONE TO RES-FONE.
           READ RESUMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RES-TOTAL-VIDA TO WRK-RECEITA-CLI
           END-READ.

       2200-ACUMULAR-UF.
           SET ENTRADA-NAO-ACHADA TO TRUE.
           MOVE ZEROS TO WRK-POS-ACHADA.
           DISPLAY '---------------------------------------'.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF RESUMO-EM-DIA
               CLOSE RESUMO
           END-IF.
           CLOSE GEO-REPORT.

       3100-IMPRIMIR-UMA-UF.
