      *ENTREGUES, REENVIA AS FALHADAS PELO PROXIMO CANAL E FECHA
      *A TAXA DE ENTREGA DO DIA - SEM ISSO O SUSPENSO NUNCA FICA
      *SABENDO QUE O SMS MORREU NO GATEWAY
      *O TEXTO DE CADA AVISO VEM DO MODELO VIGENTE DO TIPO AVISO-X
      *(X E O CODIGO DA SITUACAO NOVA) NO CANAL DA LINHA
      *(MODMSG.DAT, OPCAO MM DO CADASTRO); SEM MODELO, SAI O TEXTO
      *CURTO DE SEMPRE, QUE E TAMBEM O GUARDADO EM NOTENV.DAT
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ENVIO-SEQ ASSIGN TO 'NOTENV.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVSEQ-STATUS.
      *MODELOS DE MENSAGEM POR TIPO E CANAL, MANTIDOS PELA OPCAO
      *MM DO CADASTRO ONLINE; SEM O ARQUIVO VALEM OS TEXTOS PADRAO
           SELECT MODELOS-MSG ASSIGN TO 'MODMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODMSG-STATUS.
           SELECT JOBCTL ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01 ENVSEQ-REG PIC 9(08).

       FD SAIDA-EMAIL.
       01 EMAIL-LINHA PIC X(180).

       FD SAIDA-SMS.
       01 SMS-LINHA PIC X(180).

       FD SAIDA-LIGACAO.
       01 LIGACAO-LINHA PIC X(180).

       FD JOBCTL.
       01 JOB-REG.
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
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 NOTIF-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-CANAL-USADO PIC X(01) VALUE SPACES.
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.

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
           PERFORM 1000-ABRIR-ARQUIVOS.
      *MODELOS DE MENSAGEM EM VIGOR, SE HOUVER MODMSG.DAT
           PERFORM 8900-CARREGAR-MODELOS.
           PERFORM 2000-PROCESSAR UNTIL NOTIF-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
      *LISTA DE ESPERA
               WHEN 'G'
                   MOVE 'SEU PRODUTO CHEGOU' TO WRK-AVISO
      *CODIGO L E O AVISO DE LIMITE DE CREDITO REVISTO PELO LOTE
      *LIMREV
               WHEN 'L'
                   MOVE 'LIMITE DE CREDITO REVISTO' TO WRK-AVISO
      *CODIGO B E O AVISO DO CREDITO DADO AO CLIENTE QUE INDICOU
      *UM CLIENTE NOVO, ENFILEIRADO PELO LOTE INDCLI
               WHEN 'B'
                   MOVE 'CREDITO POR INDICACAO' TO WRK-AVISO
      *CODIGOS N, K, V, W E M SAO AS MENSAGENS DE RELACIONAMENTO
      *ENFILEIRADAS PELO LOTE GATCLI
               WHEN 'N'
                   MOVE 'FELIZ ANIVERSARIO' TO WRK-AVISO
               WHEN 'K'
                   MOVE 'ANIVERSARIO DE CADASTRO' TO WRK-AVISO
               WHEN 'V'
                   MOVE 'COMO FOI SUA COMPRA?' TO WRK-AVISO
               WHEN 'W'
                   MOVE 'OBRIGADO PELA PRIMEIRA COMPRA' TO WRK-AVISO
               WHEN 'M'
                   MOVE 'HORA DE REPOR SEU PRODUTO' TO WRK-AVISO
               WHEN OTHER
                   MOVE 'SITUACAO ALTERADA' TO WRK-AVISO
           END-EVALUATE.
               WHEN NOTIF-POR-EMAIL AND NOTIF-EMAIL NOT = SPACES
                   ADD 1 TO WRK-TOTAL-EMAIL
                   MOVE 'E' TO WRK-CANAL-USADO
                   MOVE 'E' TO WRK-MOD-CANAL-PROC
                   PERFORM 2100-MONTAR-TEXTO-AVISO
                   MOVE SPACES TO EMAIL-LINHA
                   STRING WRK-ENV-ID ' ' NOTIF-EMAIL ' '
                           WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                       DELIMITED BY SIZE INTO EMAIL-LINHA
                   WRITE EMAIL-LINHA
               WHEN NOTIF-POR-SMS AND NOTIF-CELULAR NOT = ZEROS
                   ADD 1 TO WRK-TOTAL-SMS
                   MOVE 'S' TO WRK-CANAL-USADO
                   MOVE 'S' TO WRK-MOD-CANAL-PROC
                   PERFORM 2100-MONTAR-TEXTO-AVISO
                   MOVE SPACES TO SMS-LINHA
                   STRING WRK-ENV-ID ' ' NOTIF-CELULAR ' '
                           WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                       DELIMITED BY SIZE INTO SMS-LINHA
                   WRITE SMS-LINHA
      *SEM EMAIL/CELULAR APROVEITAVEL, OU PREFERENCIA TELEFONE,
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-LIGACAO
                   MOVE 'T' TO WRK-CANAL-USADO
                   MOVE 'L' TO WRK-MOD-CANAL-PROC
                   PERFORM 2100-MONTAR-TEXTO-AVISO
                   MOVE SPACES TO LIGACAO-LINHA
                   STRING WRK-ENV-ID ' ' NOTIF-FONE ' '
                           NOTIF-NOME ' '
                           WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                           ' (' NOTIF-STATUS-ANTES
                           '->' NOTIF-STATUS-DEPOIS ') EM '
                           NOTIF-DATA
                       DELIMITED BY SIZE INTO LIGACAO-LINHA
                   MOVE 10 TO NOTIF-STATUS
           END-READ.

      *TEXTO DO AVISO PELO MODELO VIGENTE DO TIPO AVISO-X (X E O
      *CODIGO DA SITUACAO NOVA) NO CANAL ESCOLHIDO; SEM MODELO,
      *SAI O PROPRIO TEXTO CURTO DO AVISO, COMO SEMPRE
       2100-MONTAR-TEXTO-AVISO.
           MOVE WRK-AVISO TO WRK-MOD-MOLDE.
           MOVE SPACES TO WRK-MOD-TIPO-PROC.
           STRING 'AVISO-' NOTIF-STATUS-DEPOIS
               DELIMITED BY SIZE INTO WRK-MOD-TIPO-PROC.
           PERFORM 8910-PROCURAR-MODELO.
           MOVE SPACES TO WRK-MOD-CAMPOS.
           MOVE NOTIF-NOME TO WRK-MOD-NOME.
           MOVE NOTIF-DATA TO WRK-MOD-VENCTO.
           PERFORM 8920-MONTAR-MENSAGEM.

      *GUARDA A MENSAGEM ENVIADA COMO PENDENTE DE CONFIRMACAO
       2500-REGISTRAR-ENVIO.
           MOVE WRK-ENV-ID TO ENV-ID.
           DISPLAY 'LIGACAO....: ' WRK-TOTAL-LIGACAO.
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

       9500-REGISTRAR-INICIO-JOB.
           OPEN I-O JOBCTL.
           IF JOBCTL-STATUS = 35 THEN
