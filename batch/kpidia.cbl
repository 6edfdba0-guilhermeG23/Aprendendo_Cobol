      *    (CANCELADOS E ESTORNOS DE FORA)
      *  - LINHAS DE AUDITORIA DE ONTEM, POR ACAO
      *ONTEM E CALCULADO COM TABELA DE DIAS DO MES (COM BISSEXTO)
      *COM O RESUMO DA NOITE (RESCLI.DAT) DESTA CADEIA, OS PEDIDOS E
      *A RECEITA VEM DO REGISTRO DE CONTROLE DELE, SEM VARRER OS
      *PEDIDOS; SEM ELE, O INDICE POR DATA (PEDIDX.DAT) LEVA DIRETO
      *AOS PEDIDOS DO MES, E SO SEM OS DOIS O ARQUIVO E VARRIDO
      *ALEM DO KPI.TXT DA EMPRESA INTEIRA, SAI UMA PAGINA POR
      *FILIAL (KPI-NN.TXT) COM OS INDICADORES DE CADASTRO DA
      *FILIAL E A RECEITA DO MES DELA; CADA ARQUIVO GERADO FICA
      *ANOTADO NO INDICE DA NOITE (RELIDX.TXT)
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS CLIENTES-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *INDICE DOS PEDIDOS POR DATA DE LANCAMENTO E POR DATA DO
      *PEDIDO, CADA UMA COM A FILIAL (PEDIDX.DAT, RECRIADO PELO
      *IDXPED E PELO REORPED)
           SELECT PEDIDOS-INDICE ASSIGN TO 'PEDIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDX-CHAVE
               ALTERNATE RECORD KEY IS PDX-LANC WITH DUPLICATES
               ALTERNATE RECORD KEY IS PDX-EMISSAO WITH DUPLICATES
               FILE STATUS IS PDX-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           SELECT KPI-SAIDA ASSIGN TO 'KPI.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPI-STATUS.
      *RESUMO CONSOLIDADO POR CLIENTE GRAVADO PELO LOTE RESCLI NO
      *FIM DAS BAIXAS DA NOITE; AQUI SO LEITURA
           SELECT RESUMO ASSIGN TO 'RESCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-FONE
               FILE STATUS IS RES-STATUS.
      *COPIAS POR FILIAL: OS OPERADORES DO CADASTRO ONLINE DIZEM
      *QUAIS FILIAIS EXISTEM (SO LEITURA); AS LINHAS DO RELATORIO
      *VAO TAMBEM PARA UM ARQUIVO DE TRABALHO MARCADAS COM A FILIAL
      *E, NO FIM, SAO SEPARADAS EM KPI-NN.TXT (NOME MONTADO EM
      *TEMPO DE EXECUCAO), UMA POR FILIAL
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
           SELECT LINHAS-FILIAL ASSIGN TO 'KPIF.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LFIL-STATUS.
           SELECT ORDENA-FILIAL ASSIGN TO 'ORDKPIF.TMP'.
           SELECT COPIA-FILIAL ASSIGN TO WRK-ARQ-FILIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIA-STATUS.
      *INDICE DOS RELATORIOS GERADOS NA NOITE (ZERADO PELO
      *NOTURNO.SH NO COMECO DE CADA NOITE), UMA LINHA POR ARQUIVO
           SELECT INDICE-RELATORIOS ASSIGN TO 'RELIDX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELIDX-STATUS.
           SELECT JOBCTL ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               88 CLI-INATIVO VALUE 'I'.
           05 FILLER PIC X(325).
           05 CLIENTES-DATA-INCLUSAO PIC 9(08).
           05 FILLER PIC X(11).
           05 CLIENTES-FILIAL PIC 9(02).

      *MESMO LAYOUT DO ARQUIVO DE PEDIDOS DO CADASTRO ONLINE
       FD PEDIDOS.
           05 PEDIDOS-FILIAL PIC 9(02).

      *MESMO LAYOUT DA TRILHA GRAVADA PELO CADASTRO ONLINE
      *MESMO LAYOUT DO INDICE DE PEDIDOS POR DATA
       FD PEDIDOS-INDICE.
       01 PDX-REG.
           05 PDX-CHAVE.
               10 PDX-FONE PIC 9(09).
               10 PDX-NUMERO PIC 9(06).
           05 PDX-LANC.
               10 PDX-DATA-LANC PIC 9(08).
               10 PDX-FILIAL-LANC PIC 9(02).
           05 PDX-EMISSAO.
               10 PDX-DATA PIC 9(08).
               10 PDX-FILIAL PIC 9(02).

       FD AUDITORIA.
       01 AUDIT-REG.
           05 AUDIT-DATA PIC 9(08).
           05 AUDIT-EMAIL-DEPOIS PIC X(40).
           05 AUDIT-PEDIDO PIC 9(06).
           05 AUDIT-VALOR PIC 9(07)V99.
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 AUDIT-VERIFICADOR PIC 9(09).

       FD KPI-SAIDA.
       01 KPI-LINHA PIC X(100).

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
           05 LFIL-LINHA PIC X(100).

       SD ORDENA-FILIAL.
       01 ORDF-REG.
           05 ORDF-FILIAL PIC 9(02).
           05 ORDF-SEQ PIC 9(07).
           05 ORDF-LINHA PIC X(100).

       FD COPIA-FILIAL.
       01 COPIA-LINHA PIC X(100).

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

       FD JOBCTL.
       01 JOB-REG.
           05 JOB-NOME PIC X(08).
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *SEM O INDICE POR DATA (AINDA NAO CRIADO PELO IDXPED) O
      *PERIODO E FILTRADO NA VARREDURA DO ARQUIVO INTEIRO
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
       77 RES-STATUS PIC 9(02) VALUE ZEROS.
      *O RESUMO DO RESCLI SO VALE SE FOI GERADO HOJE E TERMINOU
       77 WRK-RESUMO-SITUACAO PIC X(01) VALUE 'N'.
           88 RESUMO-EM-DIA VALUE 'S'.
           88 RESUMO-VELHO VALUE 'N'.
      *INICIO DA CADEIA DA NOITE (O CHKCLI NO JOBCTL): O RESUMO DE
      *ONTEM GRAVADO DEPOIS DELE E DESTA MESMA CADEIA
       77 WRK-CADEIA-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-CADEIA-HORA PIC 9(08) VALUE ZEROS.
       77 AUDIT-STATUS PIC 9(02) VALUE ZEROS.
       77 KPI-STATUS PIC 9(02) VALUE ZEROS.
      *INDICADORES APURADOS
           05 WRK-FILIAL-RECEITA PIC 9(11)V99 OCCURS 100 TIMES.
       77 WRK-FILIAL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FILIAL-EXIB PIC 9(02) VALUE ZEROS.
       77 WRK-RES-IDX PIC 9(02) VALUE ZEROS.

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
               10 WRK-CF-ATIVOS PIC 9(06).
               10 WRK-CF-SUSPENSOS PIC 9(06).
               10 WRK-CF-NOVOS PIC 9(06).
               10 WRK-CF-RECEITA PIC 9(11)V99.
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

      *DATAS DE APOIO: HOJE, ONTEM E O PRIMEIRO DIA DO MES
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           PERFORM 1000-CALCULAR-DATAS.
           PERFORM 7000-PREPARAR-COPIAS.
           PERFORM 2000-APURAR-CADASTRO.
           PERFORM 2100-APURAR-PEDIDOS.
           PERFORM 2200-APURAR-AUDITORIA.
               END-READ
           END-IF.
           PERFORM UNTIL CLIENTES-STATUS = 10
               MOVE CLIENTES-FILIAL TO WRK-LF-FILIAL
               IF WRK-LF-FILIAL = ZEROS
                   MOVE 1 TO WRK-LF-FILIAL
               END-IF
               IF CLI-ATIVO
                   ADD 1 TO WRK-CLI-ATIVOS
                   ADD 1 TO WRK-CF-ATIVOS (WRK-LF-FILIAL)
               END-IF
               IF CLI-SUSPENSO
                   ADD 1 TO WRK-CLI-SUSPENSOS
                   ADD 1 TO WRK-CF-SUSPENSOS (WRK-LF-FILIAL)
               END-IF
               IF CLIENTES-DATA-INCLUSAO = WRK-ONTEM
                   ADD 1 TO WRK-CLI-NOVOS-ONTEM
                   ADD 1 TO WRK-CF-NOVOS (WRK-LF-FILIAL)
               END-IF
               READ CLIENTES NEXT
                   AT END
           END-PERFORM.
           CLOSE CLIENTES.

      *INICIO DA CADEIA DA NOITE, QUE E O DO CHKCLI NO JOBCTL; O
      *REGISTRO DESTE JOB VOLTA PARA O BUFFER, QUE O 9600 REGRAVA
       2045-LER-INICIO-CADEIA.
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
           MOVE 'KPIDIA' TO JOB-NOME.
           READ JOBCTL
               INVALID KEY
                   CONTINUE
           END-READ.

      *O RESUMO DO RESCLI SO SERVE SE FOI GERADO HOJE (OU ONTEM,
      *DEPOIS DO INICIO DA CADEIA QUE VIROU A MEIA-NOITE), CHEGOU
      *AO FIM (CONTROLE EM C) E COUBE TODAS AS FILIAIS DO MES; SEM
      *ISSO, OS PEDIDOS SAO VARRIDOS COMO SEMPRE FORAM
       2050-CONFERIR-RESUMO.
           PERFORM 2045-LER-INICIO-CADEIA.
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
                               AND NOT RES-FILIAIS-EXCEDIDAS
                           SET RESUMO-EM-DIA TO TRUE
                       END-IF
               END-READ
               IF RESUMO-VELHO
                   CLOSE RESUMO
               END-IF
           END-IF.
           IF RESUMO-VELHO
               DISPLAY 'KPIDIA: RESUMO RESCLI.DAT AUSENTE OU '
                       'DE OUTRO DIA - LENDO OS PEDIDOS'
           END-IF.

       2100-APURAR-PEDIDOS.
           PERFORM 2050-CONFERIR-RESUMO.
           IF RESUMO-EM-DIA
               PERFORM 2150-PEDIDOS-DO-RESUMO
               CLOSE RESUMO
           ELSE
               PERFORM 2105-ABRIR-INDICE
               IF INDICE-ABERTO
                   PERFORM 2130-PEDIDOS-DO-INDICE
               ELSE
                   PERFORM 2110-VARRER-PEDIDOS
               END-IF
           END-IF.

       2105-ABRIR-INDICE.
           OPEN INPUT PEDIDOS-INDICE.
           IF PDX-STATUS = ZEROS
               SET INDICE-ABERTO TO TRUE
           ELSE
               DISPLAY 'KPIDIA: SEM O INDICE PEDIDX.DAT - VARRENDO '
                       'OS PEDIDOS'
           END-IF.

       2110-VARRER-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PEDIDOS-STATUS = 10
               PERFORM 2120-SOMAR-PEDIDO
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
           END-PERFORM.
           CLOSE PEDIDOS.

      *MESMA CONTA PARA A VARREDURA E PARA A LEITURA PELO INDICE
       2120-SOMAR-PEDIDO.
           IF NOT PED-CANCELADO AND NOT PED-ESTORNO
               IF PEDIDOS-DATA = WRK-ONTEM
                   ADD 1 TO WRK-PED-ONTEM
                   ADD PEDIDOS-VALOR TO WRK-REC-ONTEM
               END-IF
               IF PEDIDOS-DATA NOT < WRK-INICIO-MES
                       AND PEDIDOS-DATA NOT > WRK-HOJE
                   ADD 1 TO WRK-PED-MES
                   ADD PEDIDOS-VALOR TO WRK-REC-MES
                   COMPUTE WRK-FILIAL-IDX = PEDIDOS-FILIAL + 1
                   ADD PEDIDOS-VALOR TO
                           WRK-FILIAL-RECEITA (WRK-FILIAL-IDX)
               END-IF
           END-IF.

      *PELO INDICE POR DATA DO PEDIDO: POSICIONA NO PRIMEIRO DIA
      *QUE INTERESSA (ONTEM OU O DIA 1 DO MES, O QUE VIER ANTES)
      *E LE SO ATE HOJE
       2130-PEDIDOS-DO-INDICE.
           OPEN INPUT PEDIDOS.
           MOVE WRK-INICIO-MES TO PDX-DATA.
           IF WRK-ONTEM < WRK-INICIO-MES
               MOVE WRK-ONTEM TO PDX-DATA
           END-IF.
           MOVE ZEROS TO PDX-FILIAL.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PDX-STATUS
           ELSE
               START PEDIDOS-INDICE KEY IS NOT LESS THAN PDX-EMISSAO
                   INVALID KEY
                       MOVE 10 TO PDX-STATUS
               END-START
           END-IF.
           IF PDX-STATUS NOT = 10
               READ PEDIDOS-INDICE NEXT
                   AT END
                       MOVE 10 TO PDX-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PDX-STATUS = 10 OR PDX-DATA > WRK-HOJE
               MOVE PDX-FONE TO PEDIDOS-FONE
               MOVE PDX-NUMERO TO PEDIDOS-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2120-SOMAR-PEDIDO
               END-READ
               READ PEDIDOS-INDICE NEXT
                   AT END
                       MOVE 10 TO PDX-STATUS
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.
           CLOSE PEDIDOS-INDICE.

      *O CONTROLE DO RESUMO TRAZ ONTEM E O MES JA SOMADOS (MESMA
      *CONTA DA VARREDURA) E A RECEITA DO MES DE CADA FILIAL
       2150-PEDIDOS-DO-RESUMO.
           MOVE RES-CTL-PED-ONTEM TO WRK-PED-ONTEM.
           MOVE RES-CTL-REC-ONTEM TO WRK-REC-ONTEM.
           MOVE RES-CTL-PED-MES TO WRK-PED-MES.
           MOVE RES-CTL-REC-MES TO WRK-REC-MES.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                   UNTIL WRK-RES-IDX > RES-CTL-QTD-FILIAIS
               COMPUTE WRK-FILIAL-IDX =
                       RES-CTL-FIL-CODIGO (WRK-RES-IDX) + 1
               MOVE RES-CTL-FIL-RECEITA (WRK-RES-IDX) TO
                       WRK-FILIAL-RECEITA (WRK-FILIAL-IDX)
           END-PERFORM.

       2200-APURAR-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF AUDIT-STATUS NOT = ZEROS
               VARYING WRK-FILIAL-IDX FROM 1 BY 1
               UNTIL WRK-FILIAL-IDX > 100.
           CLOSE KPI-SAIDA.
           PERFORM 3300-GUARDAR-FILIAL
               VARYING WRK-CF-IDX FROM 1 BY 1
               UNTIL WRK-CF-IDX > 99.
           PERFORM 7200-GERAR-COPIAS.
           DISPLAY 'KPIDIA: KPI.TXT GERADO'.
           DISPLAY 'KPIDIA: ' WRK-COPIAS-GERADAS ' PAGINAS POR FILIAL, '
                   WRK-COPIAS-SEM-MOV ' SEM MOVIMENTO'.

       3100-ESCREVER-ACAO.
           STRING '  ' WRK-ACAO-NOME (WRK-ACAO-IDX) ': '
               WRITE KPI-LINHA
           END-IF.

      *INDICADORES DE CADASTRO DA FILIAL PARA A PAGINA DELA; A
      *RECEITA DOS PEDIDOS SEM FILIAL (ZERO) E DA MATRIZ
       3300-GUARDAR-FILIAL.
           COMPUTE WRK-FILIAL-IDX = WRK-CF-IDX + 1.
           MOVE WRK-FILIAL-RECEITA (WRK-FILIAL-IDX) TO
                   WRK-CF-RECEITA (WRK-CF-IDX).
           IF WRK-CF-IDX = 1
               ADD WRK-FILIAL-RECEITA (1) TO WRK-CF-RECEITA (1)
           END-IF.
           IF WRK-CF-ATIVOS (WRK-CF-IDX) > ZEROS
                   OR WRK-CF-SUSPENSOS (WRK-CF-IDX) > ZEROS
                   OR WRK-CF-NOVOS (WRK-CF-IDX) > ZEROS
                   OR WRK-CF-RECEITA (WRK-CF-IDX) > ZEROS
               MOVE WRK-CF-IDX TO WRK-LF-FILIAL
               MOVE SPACES TO KPI-LINHA
               STRING 'CLIENTES ATIVOS.......: '
                       WRK-CF-ATIVOS (WRK-CF-IDX)
                   DELIMITED BY SIZE INTO KPI-LINHA
               PERFORM 7100-GUARDAR-LINHA-FILIAL
               MOVE SPACES TO KPI-LINHA
               STRING 'CLIENTES SUSPENSOS....: '
                       WRK-CF-SUSPENSOS (WRK-CF-IDX)
                   DELIMITED BY SIZE INTO KPI-LINHA
               PERFORM 7100-GUARDAR-LINHA-FILIAL
               MOVE SPACES TO KPI-LINHA
               STRING 'INCLUSOES ONTEM.......: '
                       WRK-CF-NOVOS (WRK-CF-IDX)
                   DELIMITED BY SIZE INTO KPI-LINHA
               PERFORM 7100-GUARDAR-LINHA-FILIAL
           END-IF.

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
           MOVE KPI-LINHA TO LFIL-LINHA.
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
           MOVE 'KPI.TXT' TO WRK-IDX-ARQUIVO.
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
               STRING 'KPI-' WRK-CF-IDX (2:2) '.TXT'
                   DELIMITED BY SIZE INTO WRK-ARQ-FILIAL
               OPEN OUTPUT COPIA-FILIAL
               MOVE SPACES TO COPIA-LINHA
               STRING 'INDICADORES DO DIA'
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
           MOVE SPACES TO COPIA-LINHA.
           STRING 'RECEITA DO MES........: '
                   WRK-CF-RECEITA (WRK-CF-IDX)
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
           MOVE 'KPIDIA' TO RELIDX-JOB.
           MOVE WRK-IDX-ARQUIVO TO RELIDX-ARQUIVO.
           MOVE WRK-IDX-FILIAL TO RELIDX-FILIAL.
           MOVE WRK-IDX-LINHAS TO RELIDX-LINHAS.
           IF WRK-IDX-LINHAS = ZEROS
               MOVE 'SEM MOVIMENTO' TO RELIDX-SITUACAO
           ELSE
               MOVE 'COM MOVIMENTO' TO RELIDX-SITUACAO
           END-IF.
           WRITE RELIDX-REG.

       9500-REGISTRAR-INICIO-JOB.
           OPEN I-O JOBCTL.
           IF JOBCTL-STATUS = 35 THEN
