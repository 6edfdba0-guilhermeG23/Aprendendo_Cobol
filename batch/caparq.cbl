       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPARQ.
      **********************************
      *OBJ: MONITOR SEMANAL DE CRESCIMENTO DOS ARQUIVOS DE DADOS
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *PARA CADA ARQUIVO DA TABELA DE MONITORADOS (OS INDEXADOS
      *QUE CRESCEM COM OS REGISTROS MORTOS, OS DIARIOS QUE NAO TEM
      *ROTACAO E AS TRILHAS ROTACIONADAS NO FIM DO MES) CONTA OS
      *REGISTROS, OS MORTOS (CLIENTE INATIVO, PEDIDO PAGO OU
      *CANCELADO, PARCELA QUITADA, ENTREGA FEITA) E MEDE O TAMANHO
      *EM KB PELO SISTEMA DE ARQUIVOS - SE O TAMANHO NAO VIER, FICA
      *A ESTIMATIVA PELOS REGISTROS VEZES A LARGURA
      *CADA RODADA ACRESCENTA UMA LINHA POR ARQUIVO NA SERIE
      *CAPHIST.DAT (UMA SO POR DIA: A REEXECUCAO NAO DUPLICA) E O
      *CRESCIMENTO POR SEMANA SAI DA LINHA MAIS ANTIGA DA JANELA
      *DE 13 SEMANAS CONTRA A MEDIDA DE HOJE, COM OS DIAS NA BASE
      *COMERCIAL 30/360; DAI A PROJECAO DE QUANTAS SEMANAS FALTAM
      *PARA O ARQUIVO PASSAR DO LIMITE
      *LIMITE EM KB POR ARQUIVO: O PADRAO DA TABELA, OU O DO
      *CAPARQ.CFG (OPCIONAL, UMA LINHA POR ARQUIVO COM O NOME NAS
      *COLUNAS 1-16 E O LIMITE NAS 18-26; LINHA COMECANDO COM * E
      *COMENTARIO)
      *SITUACAO DE CADA ARQUIVO NO CAPARQ.DAT, LIDO PELO PAINEL OP
      *DO CADASTRO ONLINE:
      *  U = LIMITE JA ULTRAPASSADO
      *  A = PASSA DO LIMITE DENTRO DO HORIZONTE DE 13 SEMANAS
      *  M = MAIS DE 30% DE REGISTROS MORTOS
      *  N = NORMAL
      *NAS TRES PRIMEIRAS VAI JUNTO A ROTINA RECOMENDADA (REORCLI,
      *ARQPED, ROTAUD/ROTACC/ROTENV) OU, PARA QUEM NAO TEM ROTINA
      *DE EXPURGO, O AVISO PARA AVALIAR O CORTE; ARQUIVO EM ALERTA
      *DEIXA O JOB COM RC 04, MAS O LOTE NOTURNO SEGUE
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARQUIVOS MONITORADOS, SO LEITURA; TODOS DEVOLVEM O STATUS
      *NO MESMO ARQ-STATUS, PORQUE SO UM FICA ABERTO POR VEZ
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS ARQ-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS ARQ-STATUS.
           SELECT ITENS ASSIGN TO 'ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-CHAVE
               FILE STATUS IS ARQ-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS ARQ-STATUS.
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS ARQ-STATUS.
           SELECT ENTREGAS ASSIGN TO 'ENTREGAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS ARQ-STATUS.
           SELECT ATENDIMENTOS ASSIGN TO 'ATEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATD-CHAVE
               FILE STATUS IS ARQ-STATUS.
           SELECT ENVIADAS ASSIGN TO 'NOTENV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENV-ID
               FILE STATUS IS ARQ-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
           SELECT ACESSOS ASSIGN TO 'ACESSOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
           SELECT ESTOQUE-MOV ASSIGN TO 'ESTMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
           SELECT CAIXA-FISICO ASSIGN TO 'CAIXAMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
           SELECT DEVOLUCOES ASSIGN TO 'DEVOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
           SELECT TRANSFERENCIAS ASSIGN TO 'TRANSFIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
      *SERIE SEMANAL DAS MEDIDAS, UMA LINHA POR ARQUIVO E RODADA
           SELECT HISTORICO ASSIGN TO 'CAPHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIS-STATUS.
      *RESULTADO DA ULTIMA RODADA, UMA LINHA POR ARQUIVO, PARA O
      *PAINEL OP DO CADASTRO ONLINE
           SELECT CAPACIDADE ASSIGN TO 'CAPARQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAP-STATUS.
           SELECT CONFIGURACAO ASSIGN TO 'CAPARQ.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.

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
      *DOS ARQUIVOS MONITORADOS SO INTERESSAM A CHAVE E O CAMPO QUE
      *DIZ SE O REGISTRO ESTA MORTO; O RESTO VAI EM FILLER COM A
      *LARGURA DO REGISTRO VIVO
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE PIC 9(09).
           05 CLIENTES-NOME PIC X(30).
           05 FILLER PIC X(151).
           05 CLIENTES-STATUS-REG PIC X(01).
               88 CLI-INATIVO VALUE 'I'.
           05 FILLER PIC X(371).

       FD PEDIDOS.
       01 PEDIDOS-REG.
           05 PEDIDOS-CHAVE.
               10 PEDIDOS-FONE PIC 9(09).
               10 PEDIDOS-NUMERO PIC 9(06).
           05 FILLER PIC X(57).
           05 PEDIDOS-SITUACAO PIC X(01).
               88 PED-PAGO VALUE 'P'.
               88 PED-CANCELADO VALUE 'C'.
           05 FILLER PIC X(27).

       FD ITENS.
       01 ITEM-REG.
           05 ITEM-CHAVE.
               10 ITEM-FONE PIC 9(09).
               10 ITEM-PEDIDO PIC 9(06).
               10 ITEM-NUMERO PIC 9(03).
           05 FILLER PIC X(73).

       FD RECEBIMENTOS.
       01 RECEB-REG.
           05 RECEB-CHAVE.
               10 RECEB-FONE PIC 9(09).
               10 RECEB-PEDIDO PIC 9(06).
               10 RECEB-SEQ PIC 9(03).
           05 FILLER PIC X(41).

       FD PARCELAS.
       01 PARC-REG.
           05 PARC-CHAVE.
               10 PARC-FONE PIC 9(09).
               10 PARC-PEDIDO PIC 9(06).
               10 PARC-PARCELA PIC 9(03).
           05 FILLER PIC X(26).
           05 PARC-SITUACAO PIC X(01).
               88 PARC-QUITADA VALUE 'Q'.

       FD ENTREGAS.
       01 ENT-REG.
           05 ENT-CHAVE.
               10 ENT-FONE PIC 9(09).
               10 ENT-PEDIDO PIC 9(06).
           05 FILLER PIC X(110).
           05 ENT-SITUACAO PIC X(01).
               88 ENT-ENTREGUE VALUE 'E'.

       FD ATENDIMENTOS.
       01 ATD-REG.
           05 ATD-CHAVE.
               10 ATD-FONE PIC 9(09).
               10 ATD-SEQ PIC 9(04).
           05 FILLER PIC X(125).

       FD ENVIADAS.
       01 ENV-REG.
           05 ENV-ID PIC 9(08).
           05 FILLER PIC X(131).

       FD AUDITORIA.
       01 AUDIT-REG PIC X(178).

       FD ACESSOS.
       01 ACC-REG PIC X(53).

       FD ESTOQUE-MOV.
       01 ESTMOV-REG PIC X(59).

       FD CAIXA-FISICO.
       01 CXM-REG PIC X(65).

       FD DEVOLUCOES.
       01 DEVOL-REG PIC X(79).

       FD TRANSFERENCIAS.
       01 TRF-REG PIC X(34).

      *UMA MEDIDA DE UM ARQUIVO NUMA RODADA
       FD HISTORICO.
       01 HIS-REG.
           05 HIS-DATA PIC 9(08).
           05 HIS-ARQUIVO PIC X(16).
           05 HIS-REGISTROS PIC 9(09).
           05 HIS-MORTOS PIC 9(09).
           05 HIS-TAMANHO-KB PIC 9(09).

      *RESULTADO DE UM ARQUIVO NA ULTIMA RODADA; SEMANAS 99999 =
      *SEM CRESCIMENTO NA JANELA, OU AINDA SEM HISTORICO
       FD CAPACIDADE.
       01 CAP-REG.
           05 CAP-ARQUIVO PIC X(16).
           05 CAP-DATA PIC 9(08).
           05 CAP-REGISTROS PIC 9(09).
           05 CAP-MORTOS PIC 9(09).
           05 CAP-PCT-MORTOS PIC 9(03).
           05 CAP-TAMANHO-KB PIC 9(09).
           05 CAP-CRESC-KB PIC 9(09).
           05 CAP-LIMITE-KB PIC 9(09).
           05 CAP-SEMANAS PIC 9(05).
           05 CAP-SITUACAO PIC X(01).
               88 CAP-ULTRAPASSADO VALUE 'U'.
               88 CAP-PERTO-LIMITE VALUE 'A'.
               88 CAP-MUITOS-MORTOS VALUE 'M'.
               88 CAP-NORMAL VALUE 'N'.
           05 CAP-RECOMENDACAO PIC X(40).

       FD CONFIGURACAO.
       01 CONFIG-REG.
           05 CONFIG-ARQUIVO PIC X(16).
           05 FILLER PIC X(01).
           05 CONFIG-LIMITE-KB PIC X(09).
           05 CONFIG-LIMITE-NUM REDEFINES CONFIG-LIMITE-KB
                                PIC 9(09).

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
       77 ARQ-STATUS PIC 9(02) VALUE ZEROS.
       77 HIS-STATUS PIC 9(02) VALUE ZEROS.
       77 CAP-STATUS PIC 9(02) VALUE ZEROS.
       77 CONFIG-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-ARQUIVOS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-ALERTAS PIC 9(02) VALUE ZEROS.
      *ARQUIVOS MONITORADOS: NOME, ORGANIZACAO (I = INDEXADO,
      *S = SEQUENCIAL, L = TEXTO COM FIM DE LINHA), LARGURA DO
      *REGISTRO, LIMITE PADRAO EM KB E A ROTINA RECOMENDADA QUANDO
      *O ARQUIVO ENTRA EM ALERTA; A ORDEM E A DO EVALUATE DA
      *ABERTURA E DA LEITURA
       01 TB-ARQUIVOS-TBL.
           05 FILLER PIC X(16) VALUE 'CLIENTE.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC 9(03) VALUE 562.
           05 FILLER PIC 9(09) VALUE 524288.
           05 FILLER PIC X(40) VALUE
               'RODAR O REORCLI (EXPURGO DOS INATIVOS)'.
           05 FILLER PIC X(16) VALUE 'PEDIDOS.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC 9(03) VALUE 100.
           05 FILLER PIC 9(09) VALUE 524288.
           05 FILLER PIC X(40) VALUE
               'RODAR O ARQPED (ARQUIVAMENTO DE PEDIDOS)'.
           05 FILLER PIC X(16) VALUE 'ITENS.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC 9(03) VALUE 091.
           05 FILLER PIC 9(09) VALUE 524288.
           05 FILLER PIC X(40) VALUE
               'RODAR O ARQPED (ARQUIVAMENTO DE PEDIDOS)'.
           05 FILLER PIC X(16) VALUE 'RECEBIMENTOS.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC 9(03) VALUE 059.
           05 FILLER PIC 9(09) VALUE 524288.
           05 FILLER PIC X(40) VALUE
               'RODAR O ARQPED (ARQUIVAMENTO DE PEDIDOS)'.
           05 FILLER PIC X(16) VALUE 'PARCELAS.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC 9(03) VALUE 045.
           05 FILLER PIC 9(09) VALUE 262144.
           05 FILLER PIC X(40) VALUE
               'RODAR O ARQPED (ARQUIVAMENTO DE PEDIDOS)'.
           05 FILLER PIC X(16) VALUE 'ENTREGAS.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC 9(03) VALUE 126.
           05 FILLER PIC 9(09) VALUE 262144.
           05 FILLER PIC X(40) VALUE
               'SEM EXPURGO: AVALIAR CORTE DAS ENTREGUES'.
           05 FILLER PIC X(16) VALUE 'ATEND.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC 9(03) VALUE 138.
           05 FILLER PIC 9(09) VALUE 262144.
           05 FILLER PIC X(40) VALUE
               'SEM EXPURGO: AVALIAR CORTE DOS ANTIGOS'.
           05 FILLER PIC X(16) VALUE 'NOTENV.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC 9(03) VALUE 139.
           05 FILLER PIC 9(09) VALUE 131072.
           05 FILLER PIC X(40) VALUE
               'ROTENV NO FIM DO MES; REVER O LIMITE'.
           05 FILLER PIC X(16) VALUE 'AUDITORIA.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC 9(03) VALUE 178.
           05 FILLER PIC 9(09) VALUE 131072.
           05 FILLER PIC X(40) VALUE
               'ROTAUD NO FIM DO MES; REVER O LIMITE'.
           05 FILLER PIC X(16) VALUE 'ACESSOS.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC 9(03) VALUE 053.
           05 FILLER PIC 9(09) VALUE 131072.
           05 FILLER PIC X(40) VALUE
               'ROTACC NO FIM DO MES; REVER O LIMITE'.
           05 FILLER PIC X(16) VALUE 'ESTMOV.DAT'.
           05 FILLER PIC X(01) VALUE 'L'.
           05 FILLER PIC 9(03) VALUE 059.
           05 FILLER PIC 9(09) VALUE 131072.
           05 FILLER PIC X(40) VALUE
               'SEM ROTACAO: AVALIAR CORTE COMO O ROTAUD'.
           05 FILLER PIC X(16) VALUE 'CAIXAMOV.DAT'.
           05 FILLER PIC X(01) VALUE 'L'.
           05 FILLER PIC 9(03) VALUE 065.
           05 FILLER PIC 9(09) VALUE 131072.
           05 FILLER PIC X(40) VALUE
               'SEM ROTACAO: AVALIAR CORTE COMO O ROTAUD'.
           05 FILLER PIC X(16) VALUE 'DEVOL.DAT'.
           05 FILLER PIC X(01) VALUE 'L'.
           05 FILLER PIC 9(03) VALUE 079.
           05 FILLER PIC 9(09) VALUE 131072.
           05 FILLER PIC X(40) VALUE
               'SEM ROTACAO: AVALIAR CORTE COMO O ROTAUD'.
           05 FILLER PIC X(16) VALUE 'TRANSFIL.DAT'.
           05 FILLER PIC X(01) VALUE 'L'.
           05 FILLER PIC 9(03) VALUE 034.
           05 FILLER PIC 9(09) VALUE 131072.
           05 FILLER PIC X(40) VALUE
               'SEM ROTACAO: AVALIAR CORTE COMO O ROTAUD'.
       01 TB-ARQUIVOS REDEFINES TB-ARQUIVOS-TBL.
           05 TB-ARQ-ENT OCCURS 14 TIMES.
               10 TB-ARQ-NOME PIC X(16).
               10 TB-ARQ-ORGANIZACAO PIC X(01).
               10 TB-ARQ-LARGURA PIC 9(03).
               10 TB-ARQ-LIMITE-PADRAO PIC 9(09).
               10 TB-ARQ-ACAO PIC X(40).
       77 WRK-QTD-ARQUIVOS PIC 9(02) VALUE 14.
       77 WRK-ARQ-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-BUSCA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-IDX PIC 9(02) VALUE ZEROS.
      *MEDIDAS DE CADA ARQUIVO: LIMITE EM VIGOR, CONTAGEM DE HOJE
      *E A MEDIDA MAIS ANTIGA DA JANELA, TIRADA DO HISTORICO
       01 WRK-TABELA-MEDIDAS.
           05 WRK-MED-ENT OCCURS 14 TIMES.
               10 WRK-MED-LIMITE-KB PIC 9(09).
               10 WRK-MED-REGISTROS PIC 9(09).
               10 WRK-MED-MORTOS PIC 9(09).
               10 WRK-MED-TAMANHO-KB PIC 9(09).
               10 WRK-MED-ANT-DATA PIC 9(08).
               10 WRK-MED-ANT-KB PIC 9(09).
               10 WRK-MED-HOJE-NA-SERIE PIC X(01).
                   88 MED-JA-NA-SERIE VALUE 'S'.
      *TAMANHO DEVOLVIDO PELO SISTEMA DE ARQUIVOS, NO MESMO LAYOUT
      *DO VISOR DE RELATORIOS DO CADASTRO ONLINE
       01 WRK-FILE-INFO.
           05 WRK-FI-TAMANHO PIC 9(18) COMP.
           05 WRK-FI-DIA PIC 9(02) COMP.
           05 WRK-FI-MES PIC 9(02) COMP.
           05 WRK-FI-ANO PIC 9(04) COMP.
           05 WRK-FI-HORA PIC 9(02) COMP.
           05 WRK-FI-MIN PIC 9(02) COMP.
           05 WRK-FI-SEG PIC 9(02) COMP.
       77 WRK-CHK-RC PIC S9(09) COMP VALUE ZEROS.
       77 WRK-NOME-ARQUIVO PIC X(16) VALUE SPACES.
       77 WRK-BYTES PIC 9(18) VALUE ZEROS.
      *DATA DE HOJE E DIAS NA BASE COMERCIAL 30/360
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-CALC-ANO PIC 9(04).
           05 WRK-CALC-MES PIC 9(02).
           05 WRK-CALC-DIA PIC 9(02).
       77 WRK-DIAS-CALC PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-DECORRIDOS PIC 9(07) VALUE ZEROS.
      *JANELA DO CRESCIMENTO E HORIZONTE DO ALERTA (13 SEMANAS) E
      *PROPORCAO DE MORTOS QUE JA PEDE A ROTINA DE EXPURGO
       77 WRK-JANELA-DIAS PIC 9(03) VALUE 091.
       77 WRK-HORIZONTE-SEMANAS PIC 9(03) VALUE 013.
       77 WRK-PCT-MORTOS-MAX PIC 9(03) VALUE 030.
      *CALCULO DA PROJECAO
       77 WRK-CRESC-KB PIC 9(09) VALUE ZEROS.
       77 WRK-FALTA-KB PIC 9(09) VALUE ZEROS.
       77 WRK-SEMANAS PIC 9(09) VALUE ZEROS.
       77 WRK-RESTO PIC 9(09) VALUE ZEROS.
       77 WRK-SEM-PROJECAO PIC 9(05) VALUE 99999.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE TO WRK-DATA-CALC.
           PERFORM 1300-CALCULAR-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-HOJE.
           PERFORM 1000-INICIAR.
           PERFORM 2000-EXAMINAR-ARQUIVO
               VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > WRK-QTD-ARQUIVOS.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-INICIAR.
           INITIALIZE WRK-TABELA-MEDIDAS.
           PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > WRK-QTD-ARQUIVOS
               MOVE TB-ARQ-LIMITE-PADRAO (WRK-ARQ-IDX)
                   TO WRK-MED-LIMITE-KB (WRK-ARQ-IDX)
           END-PERFORM.
           PERFORM 1100-LER-CONFIGURACAO.
           PERFORM 1200-LER-HISTORICO.
           OPEN EXTEND HISTORICO.
           IF HIS-STATUS = 35 THEN
               OPEN OUTPUT HISTORICO
               CLOSE HISTORICO
               OPEN EXTEND HISTORICO
           END-IF.
           OPEN OUTPUT CAPACIDADE.

      *LIMITES DO CAPARQ.CFG POR CIMA DOS PADROES; ARQUIVO QUE NAO
      *ESTA NA TABELA OU LIMITE NAO NUMERICO SO VAI PARA O LOG
       1100-LER-CONFIGURACAO.
           OPEN INPUT CONFIGURACAO.
           IF CONFIG-STATUS = ZEROS
               READ CONFIGURACAO
                   AT END
                       MOVE 10 TO CONFIG-STATUS
               END-READ
               PERFORM UNTIL CONFIG-STATUS = 10
                   IF CONFIG-ARQUIVO (1:1) NOT = '*'
                      AND CONFIG-ARQUIVO NOT = SPACES
                       PERFORM 1110-APLICAR-LIMITE
                   END-IF
                   READ CONFIGURACAO
                       AT END
                           MOVE 10 TO CONFIG-STATUS
                   END-READ
               END-PERFORM
               CLOSE CONFIGURACAO
           END-IF.

       1110-APLICAR-LIMITE.
           MOVE CONFIG-ARQUIVO TO WRK-NOME-ARQUIVO.
           PERFORM 1400-LOCALIZAR-ARQUIVO.
           IF WRK-ACHOU-IDX = ZEROS
               DISPLAY 'CAPARQ: ARQUIVO DO CAPARQ.CFG NAO MONITORADO '
                       CONFIG-ARQUIVO
           ELSE
               IF CONFIG-LIMITE-KB IS NUMERIC
                  AND CONFIG-LIMITE-NUM > ZEROS
                   MOVE CONFIG-LIMITE-NUM
                       TO WRK-MED-LIMITE-KB (WRK-ACHOU-IDX)
               ELSE
                   DISPLAY 'CAPARQ: LIMITE INVALIDO NO CAPARQ.CFG '
                           'PARA ' CONFIG-ARQUIVO
               END-IF
           END-IF.

      *PERCORRE A SERIE INTEIRA: GUARDA, POR ARQUIVO, A MEDIDA MAIS
      *ANTIGA DENTRO DA JANELA E MARCA SE HOJE JA FOI MEDIDO (NUMA
      *REEXECUCAO A LINHA DE HOJE NAO ENTRA DE NOVO)
       1200-LER-HISTORICO.
           OPEN INPUT HISTORICO.
           IF HIS-STATUS = ZEROS
               READ HISTORICO
                   AT END
                       MOVE 10 TO HIS-STATUS
               END-READ
               PERFORM UNTIL HIS-STATUS = 10
                   MOVE HIS-ARQUIVO TO WRK-NOME-ARQUIVO
                   PERFORM 1400-LOCALIZAR-ARQUIVO
                   IF WRK-ACHOU-IDX > ZEROS
                      AND HIS-DATA IS NUMERIC
                      AND HIS-TAMANHO-KB IS NUMERIC
                       PERFORM 1210-GUARDAR-MEDIDA
                   END-IF
                   READ HISTORICO
                       AT END
                           MOVE 10 TO HIS-STATUS
                   END-READ
               END-PERFORM
               CLOSE HISTORICO
           END-IF.
           MOVE ZEROS TO HIS-STATUS.

       1210-GUARDAR-MEDIDA.
           IF HIS-DATA = WRK-HOJE
               MOVE 'S' TO WRK-MED-HOJE-NA-SERIE (WRK-ACHOU-IDX)
           ELSE
               IF HIS-DATA < WRK-HOJE
                   MOVE HIS-DATA TO WRK-DATA-CALC
                   PERFORM 1300-CALCULAR-DIAS
                   COMPUTE WRK-DIAS-DECORRIDOS =
                       WRK-DIAS-HOJE - WRK-DIAS-CALC
                   IF WRK-DIAS-DECORRIDOS NOT > WRK-JANELA-DIAS
                      AND (WRK-MED-ANT-DATA (WRK-ACHOU-IDX) = ZEROS
                       OR HIS-DATA < WRK-MED-ANT-DATA (WRK-ACHOU-IDX))
                       MOVE HIS-DATA
                           TO WRK-MED-ANT-DATA (WRK-ACHOU-IDX)
                       MOVE HIS-TAMANHO-KB
                           TO WRK-MED-ANT-KB (WRK-ACHOU-IDX)
                   END-IF
               END-IF
           END-IF.

      *DIAS DESDE O ANO ZERO NA BASE 30/360, PARA A DIFERENCA
      *ENTRE DUAS DATAS
       1300-CALCULAR-DIAS.
           COMPUTE WRK-DIAS-CALC = (WRK-CALC-ANO * 360)
                                 + ((WRK-CALC-MES - 1) * 30)
                                 + WRK-CALC-DIA.

       1400-LOCALIZAR-ARQUIVO.
           MOVE ZEROS TO WRK-ACHOU-IDX.
           PERFORM VARYING WRK-BUSCA-IDX FROM 1 BY 1
                   UNTIL WRK-BUSCA-IDX > WRK-QTD-ARQUIVOS
                      OR WRK-ACHOU-IDX > ZEROS
               IF TB-ARQ-NOME (WRK-BUSCA-IDX) = WRK-NOME-ARQUIVO
                   MOVE WRK-BUSCA-IDX TO WRK-ACHOU-IDX
               END-IF
           END-PERFORM.

      *MEDE, PROJETA E GRAVA UM ARQUIVO DA TABELA
       2000-EXAMINAR-ARQUIVO.
           ADD 1 TO WRK-TOTAL-ARQUIVOS.
           PERFORM 2100-CONTAR-REGISTROS.
           PERFORM 2200-MEDIR-TAMANHO.
           PERFORM 2300-PROJETAR.
           PERFORM 2400-GRAVAR-RESULTADO.

      *ARQUIVO QUE AINDA NAO EXISTE ENTRA COM TUDO ZERADO
       2100-CONTAR-REGISTROS.
           EVALUATE WRK-ARQ-IDX
               WHEN 1
                   OPEN INPUT CLIENTES
               WHEN 2
                   OPEN INPUT PEDIDOS
               WHEN 3
                   OPEN INPUT ITENS
               WHEN 4
                   OPEN INPUT RECEBIMENTOS
               WHEN 5
                   OPEN INPUT PARCELAS
               WHEN 6
                   OPEN INPUT ENTREGAS
               WHEN 7
                   OPEN INPUT ATENDIMENTOS
               WHEN 8
                   OPEN INPUT ENVIADAS
               WHEN 9
                   OPEN INPUT AUDITORIA
               WHEN 10
                   OPEN INPUT ACESSOS
               WHEN 11
                   OPEN INPUT ESTOQUE-MOV
               WHEN 12
                   OPEN INPUT CAIXA-FISICO
               WHEN 13
                   OPEN INPUT DEVOLUCOES
               WHEN OTHER
                   OPEN INPUT TRANSFERENCIAS
           END-EVALUATE.
           IF ARQ-STATUS NOT = ZEROS
               IF ARQ-STATUS = 35
                   DISPLAY 'CAPARQ: ' TB-ARQ-NOME (WRK-ARQ-IDX)
                           ' AINDA NAO CRIADO'
               ELSE
                   DISPLAY 'CAPARQ: ' TB-ARQ-NOME (WRK-ARQ-IDX)
                           ' NAO ABRIU - STATUS ' ARQ-STATUS
               END-IF
               MOVE ZEROS TO ARQ-STATUS
           ELSE
               PERFORM 2110-LER-REGISTRO
               PERFORM 2120-CONTAR-REGISTRO
                   UNTIL ARQ-STATUS NOT < 10
               EVALUATE WRK-ARQ-IDX
                   WHEN 1
                       CLOSE CLIENTES
                   WHEN 2
                       CLOSE PEDIDOS
                   WHEN 3
                       CLOSE ITENS
                   WHEN 4
                       CLOSE RECEBIMENTOS
                   WHEN 5
                       CLOSE PARCELAS
                   WHEN 6
                       CLOSE ENTREGAS
                   WHEN 7
                       CLOSE ATENDIMENTOS
                   WHEN 8
                       CLOSE ENVIADAS
                   WHEN 9
                       CLOSE AUDITORIA
                   WHEN 10
                       CLOSE ACESSOS
                   WHEN 11
                       CLOSE ESTOQUE-MOV
                   WHEN 12
                       CLOSE CAIXA-FISICO
                   WHEN 13
                       CLOSE DEVOLUCOES
                   WHEN OTHER
                       CLOSE TRANSFERENCIAS
               END-EVALUATE
               MOVE ZEROS TO ARQ-STATUS
           END-IF.

      *STATUS 10 OU ACIMA ENCERRA A CONTAGEM: FIM DO ARQUIVO, OU
      *LINHA ILEGIVEL (ARQUIVO CORTADO), QUE VAI PARA O LOG
       2110-LER-REGISTRO.
           EVALUATE WRK-ARQ-IDX
               WHEN 1
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 2
                   READ PEDIDOS NEXT
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 3
                   READ ITENS NEXT
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 4
                   READ RECEBIMENTOS NEXT
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 5
                   READ PARCELAS NEXT
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 6
                   READ ENTREGAS NEXT
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 7
                   READ ATENDIMENTOS NEXT
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 8
                   READ ENVIADAS NEXT
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 9
                   READ AUDITORIA
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 10
                   READ ACESSOS
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 11
                   READ ESTOQUE-MOV
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 12
                   READ CAIXA-FISICO
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN 13
                   READ DEVOLUCOES
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               WHEN OTHER
                   READ TRANSFERENCIAS
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
           END-EVALUATE.
           IF ARQ-STATUS > 10
               DISPLAY 'CAPARQ: ' TB-ARQ-NOME (WRK-ARQ-IDX)
                       ' LEITURA INTERROMPIDA - STATUS ' ARQ-STATUS
           END-IF.

      *SO OS ARQUIVOS COM SITUACAO NO REGISTRO TEM MORTOS
       2120-CONTAR-REGISTRO.
           ADD 1 TO WRK-MED-REGISTROS (WRK-ARQ-IDX).
           EVALUATE WRK-ARQ-IDX
               WHEN 1
                   IF CLI-INATIVO
                       ADD 1 TO WRK-MED-MORTOS (WRK-ARQ-IDX)
                   END-IF
               WHEN 2
                   IF PED-PAGO OR PED-CANCELADO
                       ADD 1 TO WRK-MED-MORTOS (WRK-ARQ-IDX)
                   END-IF
               WHEN 5
                   IF PARC-QUITADA
                       ADD 1 TO WRK-MED-MORTOS (WRK-ARQ-IDX)
                   END-IF
               WHEN 6
                   IF ENT-ENTREGUE
                       ADD 1 TO WRK-MED-MORTOS (WRK-ARQ-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2110-LER-REGISTRO.

      *TAMANHO REAL EM KB, ARREDONDADO PARA CIMA; SEM ELE, A
      *ESTIMATIVA PELOS REGISTROS (MAIS O FIM DE LINHA DOS TEXTOS)
       2200-MEDIR-TAMANHO.
           MOVE TB-ARQ-NOME (WRK-ARQ-IDX) TO WRK-NOME-ARQUIVO.
           CALL 'CBL_CHECK_FILE_EXIST' USING WRK-NOME-ARQUIVO
                   WRK-FILE-INFO
               RETURNING WRK-CHK-RC
           END-CALL.
           IF WRK-CHK-RC = ZEROS
               MOVE WRK-FI-TAMANHO TO WRK-BYTES
           ELSE
               IF TB-ARQ-ORGANIZACAO (WRK-ARQ-IDX) = 'L'
                   COMPUTE WRK-BYTES =
                       WRK-MED-REGISTROS (WRK-ARQ-IDX) *
                       (TB-ARQ-LARGURA (WRK-ARQ-IDX) + 1)
               ELSE
                   COMPUTE WRK-BYTES =
                       WRK-MED-REGISTROS (WRK-ARQ-IDX) *
                       TB-ARQ-LARGURA (WRK-ARQ-IDX)
               END-IF
           END-IF.
           COMPUTE WRK-MED-TAMANHO-KB (WRK-ARQ-IDX) =
               (WRK-BYTES + 1023) / 1024.

      *CRESCIMENTO POR SEMANA DESDE A MEDIDA MAIS ANTIGA DA JANELA
      *E SEMANAS ATE O LIMITE, ARREDONDADAS PARA CIMA; ARQUIVO QUE
      *ENCOLHEU OU FICOU PARADO NAO TEM PROJECAO
       2300-PROJETAR.
           MOVE ZEROS TO WRK-CRESC-KB.
           IF WRK-MED-ANT-DATA (WRK-ARQ-IDX) > ZEROS
              AND WRK-MED-TAMANHO-KB (WRK-ARQ-IDX) >
                  WRK-MED-ANT-KB (WRK-ARQ-IDX)
               MOVE WRK-MED-ANT-DATA (WRK-ARQ-IDX) TO WRK-DATA-CALC
               PERFORM 1300-CALCULAR-DIAS
               COMPUTE WRK-DIAS-DECORRIDOS =
                   WRK-DIAS-HOJE - WRK-DIAS-CALC
               IF WRK-DIAS-DECORRIDOS > ZEROS
                   COMPUTE WRK-CRESC-KB ROUNDED =
                       (WRK-MED-TAMANHO-KB (WRK-ARQ-IDX) -
                        WRK-MED-ANT-KB (WRK-ARQ-IDX)) * 7
                       / WRK-DIAS-DECORRIDOS
                   IF WRK-CRESC-KB = ZEROS
                       MOVE 1 TO WRK-CRESC-KB
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-SEM-PROJECAO TO CAP-SEMANAS.
           SET CAP-NORMAL TO TRUE.
           IF WRK-MED-TAMANHO-KB (WRK-ARQ-IDX) NOT <
              WRK-MED-LIMITE-KB (WRK-ARQ-IDX)
               MOVE ZEROS TO CAP-SEMANAS
               SET CAP-ULTRAPASSADO TO TRUE
           ELSE
               IF WRK-CRESC-KB > ZEROS
                   COMPUTE WRK-FALTA-KB =
                       WRK-MED-LIMITE-KB (WRK-ARQ-IDX) -
                       WRK-MED-TAMANHO-KB (WRK-ARQ-IDX)
                   DIVIDE WRK-FALTA-KB BY WRK-CRESC-KB
                       GIVING WRK-SEMANAS
                       REMAINDER WRK-RESTO
                   IF WRK-RESTO > ZEROS
                       ADD 1 TO WRK-SEMANAS
                   END-IF
                   IF WRK-SEMANAS < WRK-SEM-PROJECAO
                       MOVE WRK-SEMANAS TO CAP-SEMANAS
                   END-IF
                   IF WRK-SEMANAS NOT > WRK-HORIZONTE-SEMANAS
                       SET CAP-PERTO-LIMITE TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO CAP-PCT-MORTOS.
           IF WRK-MED-REGISTROS (WRK-ARQ-IDX) > ZEROS
               COMPUTE CAP-PCT-MORTOS =
                   (WRK-MED-MORTOS (WRK-ARQ-IDX) * 100)
                   / WRK-MED-REGISTROS (WRK-ARQ-IDX)
           END-IF.
           IF CAP-NORMAL
              AND CAP-PCT-MORTOS > WRK-PCT-MORTOS-MAX
               SET CAP-MUITOS-MORTOS TO TRUE
           END-IF.

      *UMA LINHA NO RESULTADO E, SE HOJE AINDA NAO FOI MEDIDO,
      *UMA NA SERIE
       2400-GRAVAR-RESULTADO.
           MOVE TB-ARQ-NOME (WRK-ARQ-IDX) TO CAP-ARQUIVO.
           MOVE WRK-HOJE TO CAP-DATA.
           MOVE WRK-MED-REGISTROS (WRK-ARQ-IDX) TO CAP-REGISTROS.
           MOVE WRK-MED-MORTOS (WRK-ARQ-IDX) TO CAP-MORTOS.
           MOVE WRK-MED-TAMANHO-KB (WRK-ARQ-IDX) TO CAP-TAMANHO-KB.
           MOVE WRK-CRESC-KB TO CAP-CRESC-KB.
           MOVE WRK-MED-LIMITE-KB (WRK-ARQ-IDX) TO CAP-LIMITE-KB.
           IF CAP-NORMAL
               MOVE SPACES TO CAP-RECOMENDACAO
               DISPLAY 'CAPARQ: ' CAP-ARQUIVO ' ' CAP-TAMANHO-KB
                       ' KB DE ' CAP-LIMITE-KB ' - OK'
           ELSE
               ADD 1 TO WRK-TOTAL-ALERTAS
               MOVE TB-ARQ-ACAO (WRK-ARQ-IDX) TO CAP-RECOMENDACAO
               DISPLAY 'CAPARQ: ' CAP-ARQUIVO ' ' CAP-TAMANHO-KB
                       ' KB DE ' CAP-LIMITE-KB ' - ALERTA '
                       CAP-SITUACAO ' SEMANAS ' CAP-SEMANAS
                       ' MORTOS ' CAP-PCT-MORTOS '%'
               DISPLAY 'CAPARQ: ' CAP-RECOMENDACAO
           END-IF.
           WRITE CAP-REG.
           IF NOT MED-JA-NA-SERIE (WRK-ARQ-IDX)
               MOVE WRK-HOJE TO HIS-DATA
               MOVE CAP-ARQUIVO TO HIS-ARQUIVO
               MOVE CAP-REGISTROS TO HIS-REGISTROS
               MOVE CAP-MORTOS TO HIS-MORTOS
               MOVE CAP-TAMANHO-KB TO HIS-TAMANHO-KB
               WRITE HIS-REG
           END-IF.

       3000-FINALIZAR.
           CLOSE HISTORICO.
           CLOSE CAPACIDADE.
           DISPLAY '---------------------------------------'.
           DISPLAY 'CAPACIDADE DOS ARQUIVOS - TOTAIS'.
           DISPLAY 'ARQUIVOS MEDIDOS...: ' WRK-TOTAL-ARQUIVOS.
           DISPLAY 'EM ALERTA..........: ' WRK-TOTAL-ALERTAS.
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
           MOVE 'CAPARQ' TO JOB-NOME.
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

      *MARCA O FIM DESTA EXECUCAO COM OS TOTAIS DO LOTE (ARQUIVOS
      *MEDIDOS E EM ALERTA); ARQUIVO EM ALERTA FICA NO PAINEL COM
      *RC 04, MAS O LOTE NOTURNO SEGUE
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-ARQUIVOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-ALERTAS TO JOB-GRAVADOS.
           IF WRK-TOTAL-ALERTAS > ZEROS
               MOVE 4 TO JOB-RC
           ELSE
               MOVE ZEROS TO JOB-RC
           END-IF.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM CAPARQ.
