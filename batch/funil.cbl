       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNIL.
      **********************************
      *OBJ: FUNIL COMERCIAL DO MES, DE PROSPECTO A ORCAMENTO A
      *PEDIDO, POR FILIAL, OPERADOR E CANAL DE CAPTACAO
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LE OS VINCULOS DE ORIGEM GRAVADOS PELO CADASTRO ONLINE
      *(ORIGENS.DAT) NA ANOTACAO E NA CONVERSAO DO PROSPECTO E NA
      *EMISSAO E NA CONVERSAO DO ORCAMENTO. CADA ETAPA CONTA PARA
      *QUEM A FEZ, NA FILIAL EM QUE ESTAVA:
      *  PROSPECTOS CAPTADOS NO MES (QUEM ANOTOU)
      *  PROSPECTOS QUE VIRARAM CLIENTE NO MES E O TEMPO MEDIO DA
      *    CAPTURA ATE A INCLUSAO (QUEM CONVERTEU)
      *  PRIMEIRO ORCAMENTO DO CLIENTE VINDO DE PROSPECTO E O TEMPO
      *    MEDIO DA INCLUSAO ATE ELE (QUEM EMITIU)
      *  ORCAMENTOS EMITIDOS NO MES E O VALOR COTADO (QUEM EMITIU)
      *  ORCAMENTOS CONVERTIDOS EM PEDIDO NO MES, O TEMPO MEDIO DA
      *    EMISSAO ATE O PEDIDO E A TAXA DE CONVERSAO SOBRE OS
      *    EMITIDOS (QUEM CONVERTEU)
      *  ORCAMENTOS QUE VENCERAM NO MES SEM VIRAR PEDIDO E O VALOR
      *    PERDIDO (QUEM EMITIU)
      *O CANAL E O DE CAPTACAO DO PROSPECTO QUE DEU ORIGEM AO
      *CLIENTE; CLIENTE QUE NUNCA FOI PROSPECTO SAI COMO DIRETO.
      *TEMPOS EM DIAS CORRIDOS NA BASE COMERCIAL 30/360, COMO NOS
      *DEMAIS LOTES. VINCULO GRAVADO ANTES DE HAVER OPERADOR NA
      *ORIGEM SAI COMO N/INF
      *O MES DE REFERENCIA E O MES FECHADO ANTERIOR A DATA DE
      *EXECUCAO; O LOTE E DISPARADO NO DIA 1
      *SAIDA: FUNIL.TXT
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *VINCULOS DE ORIGEM DO FUNIL GRAVADOS PELO CADASTRO ONLINE
           SELECT ORIGENS ASSIGN TO 'ORIGENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORIG-CHAVE
               FILE STATUS IS ORIG-STATUS.
           SELECT FUNIL-REPORT ASSIGN TO 'FUNIL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ORDENA-ETAPAS ASSIGN TO 'ORDFUNIL.TMP'.

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
      *MESMO LAYOUT DOS VINCULOS DE ORIGEM DO CADASTRO ONLINE
       FD ORIGENS.
       01 ORIG-REG.
           05 ORIG-CHAVE.
               10 ORIG-TIPO PIC X(01).
                   88 ORIG-PROSPECTO VALUE 'P'.
                   88 ORIG-ORCAMENTO VALUE 'O'.
               10 ORIG-FONE PIC 9(09).
               10 ORIG-NUMERO PIC 9(06).
           05 ORIG-CANAL PIC X(01).
           05 ORIG-OPER-INICIO PIC X(09).
           05 ORIG-FILIAL-INICIO PIC 9(02).
           05 ORIG-DATA-INICIO PIC 9(08).
           05 ORIG-VALIDADE PIC 9(08).
           05 ORIG-VALOR PIC 9(07)V99.
           05 ORIG-SITUACAO PIC X(01).
               88 ORIG-ABERTO VALUE 'A'.
               88 ORIG-CONVERTIDO VALUE 'C'.
           05 ORIG-OPER-CONV PIC X(09).
           05 ORIG-FILIAL-CONV PIC 9(02).
           05 ORIG-DATA-CONV PIC 9(08).
           05 ORIG-DESTINO PIC 9(09).
           05 ORIG-PRIMEIRO-ORC PIC 9(06).
           05 ORIG-DATA-ANTERIOR PIC 9(08).

       FD FUNIL-REPORT.
       01 FUN-LINHA PIC X(132).

      *UMA ETAPA DO FUNIL ACONTECIDA NO MES, JA COM A FILIAL, O
      *OPERADOR E O CANAL A QUE ELA PERTENCE
       SD ORDENA-ETAPAS.
       01 ETP-REG.
           05 ETP-FILIAL PIC 9(02).
           05 ETP-OPERADOR PIC X(09).
           05 ETP-CANAL PIC X(01).
           05 ETP-ETAPA PIC X(01).
               88 ETP-CAPTADO VALUE 'P'.
               88 ETP-CLIENTE VALUE 'C'.
               88 ETP-PRIMEIRO-ORC VALUE 'F'.
               88 ETP-EMITIDO VALUE 'E'.
               88 ETP-PEDIDO VALUE 'V'.
               88 ETP-VENCIDO VALUE 'X'.
           05 ETP-DIAS PIC 9(05).
           05 ETP-VALOR PIC 9(07)V99.

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
       77 ORIG-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *SEM ORIGENS.DAT O FUNIL SAI ZERADO
       01 WRK-ORIGENS-SITUACAO PIC X(01) VALUE 'N'.
           88 ORIGENS-ABERTO VALUE 'S'.
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-MAIS VALUE 'N'.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ETAPAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LINHAS PIC 9(06) VALUE ZEROS.

      *MES DE REFERENCIA (O MES FECHADO ANTERIOR)
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-MES-REF PIC 9(06) VALUE ZEROS.
       01 WRK-MES-REF-R REDEFINES WRK-MES-REF.
           05 WRK-REF-ANO PIC 9(04).
           05 WRK-REF-MES PIC 9(02).
      *DATA TESTADA CONTRA O MES DE REFERENCIA
       01 WRK-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05 WRK-TESTE-MES PIC 9(06).
           05 FILLER PIC 9(02).
       01 WRK-MES-SITUACAO PIC X(01) VALUE 'N'.
           88 NO-MES VALUE 'S'.
           88 FORA-DO-MES VALUE 'N'.

      *INTERVALO EM DIAS ENTRE DUAS DATAS (BASE 30/360)
       01 WRK-DATA-DE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-DE-R REDEFINES WRK-DATA-DE.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
           05 WRK-DE-DIA PIC 9(02).
       01 WRK-DATA-ATE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ATE-R REDEFINES WRK-DATA-ATE.
           05 WRK-ATE-ANO PIC 9(04).
           05 WRK-ATE-MES PIC 9(02).
           05 WRK-ATE-DIA PIC 9(02).
       77 WRK-DIAS PIC S9(07) VALUE ZEROS.

      *QUEBRA ATUAL DA SAIDA ORDENADA
       77 WRK-QB-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-QB-OPERADOR PIC X(09) VALUE SPACES.
       77 WRK-QB-CANAL PIC X(01) VALUE SPACES.

      *ACUMULADORES DO FUNIL: 1 = FILIAL/OPERADOR/CANAL, 2 = FILIAL,
      *3 = EMPRESA
       01 WRK-ACUMULADORES.
           05 WRK-AC OCCURS 3 TIMES.
               10 WRK-AC-CAPTADOS PIC 9(07).
               10 WRK-AC-CLIENTES PIC 9(07).
               10 WRK-AC-DIAS-CLI PIC 9(09).
               10 WRK-AC-PRIMEIROS PIC 9(07).
               10 WRK-AC-DIAS-PRIM PIC 9(09).
               10 WRK-AC-EMITIDOS PIC 9(07).
               10 WRK-AC-VL-EMITIDO PIC 9(11)V99.
               10 WRK-AC-PEDIDOS PIC 9(07).
               10 WRK-AC-DIAS-PED PIC 9(09).
               10 WRK-AC-VENCIDOS PIC 9(07).
               10 WRK-AC-VL-PERDIDO PIC 9(11)V99.
       77 WRK-AC-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-MEDIA PIC 9(05) VALUE ZEROS.
       77 WRK-TAXA PIC 9(05) VALUE ZEROS.

      *CAMPOS EDITADOS DA LINHA DO RELATORIO
       77 WRK-ROTULO PIC X(21) VALUE SPACES.
       77 WRK-CANAL-DESC PIC X(08) VALUE SPACES.
       77 WRK-ED-QTDE PIC ZZZZ9 VALUE ZEROS.
       77 WRK-ED-DIAS PIC ZZZ9 VALUE ZEROS.
       77 WRK-ED-TAXA PIC ZZ9 VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(08)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           IF WRK-HOJE-MES = 1
               COMPUTE WRK-REF-ANO = WRK-HOJE-ANO - 1
               MOVE 12 TO WRK-REF-MES
           ELSE
               MOVE WRK-HOJE-ANO TO WRK-REF-ANO
               COMPUTE WRK-REF-MES = WRK-HOJE-MES - 1
           END-IF.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT ORDENA-ETAPAS
               ON ASCENDING KEY ETP-FILIAL ETP-OPERADOR ETP-CANAL
               INPUT PROCEDURE 2000-LEVANTAR-ETAPAS
               OUTPUT PROCEDURE 3000-IMPRIMIR-FUNIL.
           PERFORM 4000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT FUNIL-REPORT.
           MOVE SPACES TO FUN-LINHA.
           STRING 'FUNIL COMERCIAL - PROSPECTO > ORCAMENTO > PEDIDO'
                   ' - MES ' WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO FUN-LINHA.
           WRITE FUN-LINHA.
           MOVE SPACES TO FUN-LINHA.
           STRING 'TEMPOS MEDIOS EM DIAS (30/360): PROSPECTO->CLIENTE,'
                   ' CLIENTE->1O ORCAMENTO, ORCAMENTO->PEDIDO'
               DELIMITED BY SIZE INTO FUN-LINHA.
           WRITE FUN-LINHA.
           MOVE ALL '-' TO FUN-LINHA.
           WRITE FUN-LINHA.
           MOVE SPACES TO FUN-LINHA.
           MOVE '---PROSPECTOS---' TO FUN-LINHA (23:16).
           MOVE '1O ORCAM.' TO FUN-LINHA (40:10).
           MOVE '-----EMITIDOS----' TO FUN-LINHA (51:18).
           MOVE 'VIRARAM PEDIDO' TO FUN-LINHA (70:15).
           MOVE 'VENCIDOS S/PEDIDO' TO FUN-LINHA (87:18).
           WRITE FUN-LINHA.
           MOVE SPACES TO FUN-LINHA.
           MOVE 'FL OPERADOR  CANAL' TO FUN-LINHA (1:21).
           MOVE 'CAPT.' TO FUN-LINHA (23:5).
           MOVE 'CLIEN' TO FUN-LINHA (29:5).
           MOVE 'DIAS' TO FUN-LINHA (35:4).
           MOVE ' QTDE' TO FUN-LINHA (40:5).
           MOVE 'DIAS' TO FUN-LINHA (46:4).
           MOVE ' QTDE' TO FUN-LINHA (51:5).
           MOVE 'VALOR COTADO' TO FUN-LINHA (57:12).
           MOVE ' QTDE' TO FUN-LINHA (70:5).
           MOVE 'DIAS' TO FUN-LINHA (76:4).
           MOVE 'TAXA%' TO FUN-LINHA (81:5).
           MOVE ' QTDE' TO FUN-LINHA (87:5).
           MOVE 'VALOR PERDIDO' TO FUN-LINHA (92:13).
           WRITE FUN-LINHA.
           MOVE ALL '-' TO FUN-LINHA.
           WRITE FUN-LINHA.
           OPEN INPUT ORIGENS.
           IF ORIG-STATUS NOT = ZEROS
               MOVE 10 TO ORIG-STATUS
           ELSE
               SET ORIGENS-ABERTO TO TRUE
               READ ORIGENS NEXT
                   AT END
                       MOVE 10 TO ORIG-STATUS
               END-READ
           END-IF.

      *CADA VINCULO SOLTA AS ETAPAS DELE QUE CAIRAM NO MES
       2000-LEVANTAR-ETAPAS.
           PERFORM 2100-ETAPAS-DO-VINCULO UNTIL ORIG-STATUS = 10.

       2100-ETAPAS-DO-VINCULO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF ORIG-PROSPECTO
               PERFORM 2200-ETAPAS-PROSPECTO
           ELSE
               PERFORM 2300-ETAPAS-ORCAMENTO
           END-IF.
           READ ORIGENS NEXT
               AT END
                   MOVE 10 TO ORIG-STATUS
           END-READ.

       2200-ETAPAS-PROSPECTO.
           MOVE ORIG-DATA-INICIO TO WRK-DATA-TESTE.
           PERFORM 2800-TESTAR-MES.
           IF NO-MES
               PERFORM 2700-ETAPA-DE-QUEM-INICIOU
               SET ETP-CAPTADO TO TRUE
               PERFORM 2900-SOLTAR-ETAPA
           END-IF.
           IF ORIG-CONVERTIDO
               MOVE ORIG-DATA-CONV TO WRK-DATA-TESTE
               PERFORM 2800-TESTAR-MES
               IF NO-MES
                   PERFORM 2710-ETAPA-DE-QUEM-CONVERTEU
                   SET ETP-CLIENTE TO TRUE
                   MOVE ORIG-DATA-INICIO TO WRK-DATA-DE
                   MOVE ORIG-DATA-CONV TO WRK-DATA-ATE
                   PERFORM 2850-CALCULAR-DIAS
                   PERFORM 2900-SOLTAR-ETAPA
               END-IF
           END-IF.

       2300-ETAPAS-ORCAMENTO.
           MOVE ORIG-DATA-INICIO TO WRK-DATA-TESTE.
           PERFORM 2800-TESTAR-MES.
           IF NO-MES
               PERFORM 2700-ETAPA-DE-QUEM-INICIOU
               SET ETP-EMITIDO TO TRUE
               MOVE ORIG-VALOR TO ETP-VALOR
               PERFORM 2900-SOLTAR-ETAPA
               IF ORIG-DATA-ANTERIOR NOT = ZEROS
                   PERFORM 2700-ETAPA-DE-QUEM-INICIOU
                   SET ETP-PRIMEIRO-ORC TO TRUE
                   MOVE ORIG-DATA-ANTERIOR TO WRK-DATA-DE
                   MOVE ORIG-DATA-INICIO TO WRK-DATA-ATE
                   PERFORM 2850-CALCULAR-DIAS
                   PERFORM 2900-SOLTAR-ETAPA
               END-IF
           END-IF.
           IF ORIG-CONVERTIDO
               MOVE ORIG-DATA-CONV TO WRK-DATA-TESTE
               PERFORM 2800-TESTAR-MES
               IF NO-MES
                   PERFORM 2710-ETAPA-DE-QUEM-CONVERTEU
                   SET ETP-PEDIDO TO TRUE
                   MOVE ORIG-VALOR TO ETP-VALOR
                   MOVE ORIG-DATA-INICIO TO WRK-DATA-DE
                   MOVE ORIG-DATA-CONV TO WRK-DATA-ATE
                   PERFORM 2850-CALCULAR-DIAS
                   PERFORM 2900-SOLTAR-ETAPA
               END-IF
           ELSE
      *VENCEU NO MES SEM VIRAR PEDIDO: O VALOR COTADO SE PERDEU
               MOVE ORIG-VALIDADE TO WRK-DATA-TESTE
               PERFORM 2800-TESTAR-MES
               IF NO-MES
                   PERFORM 2700-ETAPA-DE-QUEM-INICIOU
                   SET ETP-VENCIDO TO TRUE
                   MOVE ORIG-VALOR TO ETP-VALOR
                   PERFORM 2900-SOLTAR-ETAPA
               END-IF
           END-IF.

       2700-ETAPA-DE-QUEM-INICIOU.
           MOVE ORIG-FILIAL-INICIO TO ETP-FILIAL.
           MOVE ORIG-OPER-INICIO TO ETP-OPERADOR.
           PERFORM 2720-COMPLETAR-ETAPA.

       2710-ETAPA-DE-QUEM-CONVERTEU.
           MOVE ORIG-FILIAL-CONV TO ETP-FILIAL.
           MOVE ORIG-OPER-CONV TO ETP-OPERADOR.
           PERFORM 2720-COMPLETAR-ETAPA.

      *FILIAL ZERADA E A MATRIZ, FILIAL 01, COMO NOS DEMAIS LOTES
       2720-COMPLETAR-ETAPA.
           IF ETP-FILIAL NOT NUMERIC OR ETP-FILIAL = ZEROS
               MOVE 1 TO ETP-FILIAL
           END-IF.
           IF ETP-OPERADOR = SPACES
               MOVE 'N/INF' TO ETP-OPERADOR
           END-IF.
           MOVE ORIG-CANAL TO ETP-CANAL.
           MOVE ZEROS TO ETP-DIAS.
           MOVE ZEROS TO ETP-VALOR.

       2800-TESTAR-MES.
           IF WRK-DATA-TESTE NOT = ZEROS
                   AND WRK-TESTE-MES = WRK-MES-REF
               SET NO-MES TO TRUE
           ELSE
               SET FORA-DO-MES TO TRUE
           END-IF.

       2850-CALCULAR-DIAS.
           COMPUTE WRK-DIAS =
                   ((WRK-ATE-ANO - WRK-DE-ANO) * 360) +
                   ((WRK-ATE-MES - WRK-DE-MES) * 30) +
                   (WRK-ATE-DIA - WRK-DE-DIA).
           IF WRK-DIAS < ZEROS
               MOVE ZEROS TO WRK-DIAS
           END-IF.
           MOVE WRK-DIAS TO ETP-DIAS.

       2900-SOLTAR-ETAPA.
           ADD 1 TO WRK-TOTAL-ETAPAS.
           RELEASE ETP-REG.

      *SAIDA ORDENADA: UMA LINHA POR FILIAL/OPERADOR/CANAL, O
      *SUBTOTAL DE CADA FILIAL E O TOTAL DA EMPRESA
       3000-IMPRIMIR-FUNIL.
           INITIALIZE WRK-ACUMULADORES.
           SET SORT-MAIS TO TRUE.
           RETURN ORDENA-ETAPAS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           IF SORT-MAIS
               MOVE ETP-FILIAL TO WRK-QB-FILIAL
               MOVE ETP-OPERADOR TO WRK-QB-OPERADOR
               MOVE ETP-CANAL TO WRK-QB-CANAL
           END-IF.
           PERFORM 3100-ACUMULAR-ETAPA UNTIL SORT-FIM.
           IF WRK-TOTAL-ETAPAS = ZEROS
               MOVE '*** NENHUMA ETAPA DO FUNIL NO MES ***' TO
                       FUN-LINHA
               WRITE FUN-LINHA
           ELSE
               PERFORM 3200-FECHAR-GRUPO
               PERFORM 3300-FECHAR-FILIAL
           END-IF.
           MOVE 3 TO WRK-AC-IDX.
           MOVE 'TOTAL DA EMPRESA' TO WRK-ROTULO.
           PERFORM 3500-LINHA-FUNIL.

       3100-ACUMULAR-ETAPA.
           IF ETP-FILIAL NOT = WRK-QB-FILIAL
               PERFORM 3200-FECHAR-GRUPO
               PERFORM 3300-FECHAR-FILIAL
           ELSE
               IF ETP-OPERADOR NOT = WRK-QB-OPERADOR
                       OR ETP-CANAL NOT = WRK-QB-CANAL
                   PERFORM 3200-FECHAR-GRUPO
               END-IF
           END-IF.
           MOVE ETP-FILIAL TO WRK-QB-FILIAL.
           MOVE ETP-OPERADOR TO WRK-QB-OPERADOR.
           MOVE ETP-CANAL TO WRK-QB-CANAL.
           PERFORM VARYING WRK-AC-IDX FROM 1 BY 1
                   UNTIL WRK-AC-IDX > 3
               EVALUATE TRUE
                   WHEN ETP-CAPTADO
                       ADD 1 TO WRK-AC-CAPTADOS (WRK-AC-IDX)
                   WHEN ETP-CLIENTE
                       ADD 1 TO WRK-AC-CLIENTES (WRK-AC-IDX)
                       ADD ETP-DIAS TO WRK-AC-DIAS-CLI (WRK-AC-IDX)
                   WHEN ETP-PRIMEIRO-ORC
                       ADD 1 TO WRK-AC-PRIMEIROS (WRK-AC-IDX)
                       ADD ETP-DIAS TO WRK-AC-DIAS-PRIM (WRK-AC-IDX)
                   WHEN ETP-EMITIDO
                       ADD 1 TO WRK-AC-EMITIDOS (WRK-AC-IDX)
                       ADD ETP-VALOR TO WRK-AC-VL-EMITIDO (WRK-AC-IDX)
                   WHEN ETP-PEDIDO
                       ADD 1 TO WRK-AC-PEDIDOS (WRK-AC-IDX)
                       ADD ETP-DIAS TO WRK-AC-DIAS-PED (WRK-AC-IDX)
                   WHEN ETP-VENCIDO
                       ADD 1 TO WRK-AC-VENCIDOS (WRK-AC-IDX)
                       ADD ETP-VALOR TO WRK-AC-VL-PERDIDO (WRK-AC-IDX)
               END-EVALUATE
           END-PERFORM.
           RETURN ORDENA-ETAPAS
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       3200-FECHAR-GRUPO.
           EVALUATE WRK-QB-CANAL
               WHEN 'E'
                   MOVE 'EMAIL' TO WRK-CANAL-DESC
               WHEN 'S'
                   MOVE 'SMS' TO WRK-CANAL-DESC
               WHEN 'T'
                   MOVE 'TELEFONE' TO WRK-CANAL-DESC
               WHEN 'D'
                   MOVE 'DIRETO' TO WRK-CANAL-DESC
               WHEN OTHER
                   MOVE 'OUTRO' TO WRK-CANAL-DESC
           END-EVALUATE.
           MOVE SPACES TO WRK-ROTULO.
           STRING WRK-QB-FILIAL ' ' WRK-QB-OPERADOR ' '
                   WRK-CANAL-DESC
               DELIMITED BY SIZE INTO WRK-ROTULO.
           MOVE 1 TO WRK-AC-IDX.
           PERFORM 3500-LINHA-FUNIL.
           ADD 1 TO WRK-TOTAL-LINHAS.
           INITIALIZE WRK-AC (1).

       3300-FECHAR-FILIAL.
           MOVE SPACES TO WRK-ROTULO.
           STRING 'SUBTOTAL FILIAL ' WRK-QB-FILIAL
               DELIMITED BY SIZE INTO WRK-ROTULO.
           MOVE 2 TO WRK-AC-IDX.
           PERFORM 3500-LINHA-FUNIL.
           MOVE SPACES TO FUN-LINHA.
           WRITE FUN-LINHA.
           INITIALIZE WRK-AC (2).

      *LINHA DO ACUMULADOR WRK-AC-IDX COM O ROTULO WRK-ROTULO; A
      *TAXA E PEDIDOS SOBRE ORCAMENTOS EMITIDOS NO MES
       3500-LINHA-FUNIL.
           MOVE SPACES TO FUN-LINHA.
           MOVE WRK-ROTULO TO FUN-LINHA (1:21).
           MOVE WRK-AC-CAPTADOS (WRK-AC-IDX) TO WRK-ED-QTDE.
           MOVE WRK-ED-QTDE TO FUN-LINHA (23:5).
           MOVE WRK-AC-CLIENTES (WRK-AC-IDX) TO WRK-ED-QTDE.
           MOVE WRK-ED-QTDE TO FUN-LINHA (29:5).
           MOVE ZEROS TO WRK-MEDIA.
           IF WRK-AC-CLIENTES (WRK-AC-IDX) > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                       WRK-AC-DIAS-CLI (WRK-AC-IDX) /
                       WRK-AC-CLIENTES (WRK-AC-IDX)
           END-IF.
           MOVE WRK-MEDIA TO WRK-ED-DIAS.
           MOVE WRK-ED-DIAS TO FUN-LINHA (35:4).
           MOVE WRK-AC-PRIMEIROS (WRK-AC-IDX) TO WRK-ED-QTDE.
           MOVE WRK-ED-QTDE TO FUN-LINHA (40:5).
           MOVE ZEROS TO WRK-MEDIA.
           IF WRK-AC-PRIMEIROS (WRK-AC-IDX) > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                       WRK-AC-DIAS-PRIM (WRK-AC-IDX) /
                       WRK-AC-PRIMEIROS (WRK-AC-IDX)
           END-IF.
           MOVE WRK-MEDIA TO WRK-ED-DIAS.
           MOVE WRK-ED-DIAS TO FUN-LINHA (46:4).
           MOVE WRK-AC-EMITIDOS (WRK-AC-IDX) TO WRK-ED-QTDE.
           MOVE WRK-ED-QTDE TO FUN-LINHA (51:5).
           MOVE WRK-AC-VL-EMITIDO (WRK-AC-IDX) TO WRK-ED-VALOR.
           MOVE WRK-ED-VALOR TO FUN-LINHA (57:12).
           MOVE WRK-AC-PEDIDOS (WRK-AC-IDX) TO WRK-ED-QTDE.
           MOVE WRK-ED-QTDE TO FUN-LINHA (70:5).
           MOVE ZEROS TO WRK-MEDIA.
           IF WRK-AC-PEDIDOS (WRK-AC-IDX) > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                       WRK-AC-DIAS-PED (WRK-AC-IDX) /
                       WRK-AC-PEDIDOS (WRK-AC-IDX)
           END-IF.
           MOVE WRK-MEDIA TO WRK-ED-DIAS.
           MOVE WRK-ED-DIAS TO FUN-LINHA (76:4).
           MOVE ZEROS TO WRK-TAXA.
           IF WRK-AC-EMITIDOS (WRK-AC-IDX) > ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-AC-PEDIDOS (WRK-AC-IDX) * 100 /
                       WRK-AC-EMITIDOS (WRK-AC-IDX)
           END-IF.
           IF WRK-TAXA > 999
               MOVE 999 TO WRK-TAXA
           END-IF.
           MOVE WRK-TAXA TO WRK-ED-TAXA.
           MOVE WRK-ED-TAXA TO FUN-LINHA (82:3).
           MOVE WRK-AC-VENCIDOS (WRK-AC-IDX) TO WRK-ED-QTDE.
           MOVE WRK-ED-QTDE TO FUN-LINHA (87:5).
           MOVE WRK-AC-VL-PERDIDO (WRK-AC-IDX) TO WRK-ED-VALOR.
           MOVE WRK-ED-VALOR TO FUN-LINHA (93:12).
           WRITE FUN-LINHA.

       4000-FINALIZAR.
           MOVE ALL '-' TO FUN-LINHA.
           WRITE FUN-LINHA.
           MOVE SPACES TO FUN-LINHA.
           STRING 'TAXA% = CONVERTIDOS EM PEDIDO NO MES SOBRE OS '
                   'ORCAMENTOS EMITIDOS NO MES; N/INF = VINCULO '
                   'ANTERIOR AO REGISTRO DO OPERADOR'
               DELIMITED BY SIZE INTO FUN-LINHA.
           WRITE FUN-LINHA.
           CLOSE FUNIL-REPORT.
           IF ORIGENS-ABERTO
               CLOSE ORIGENS
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'FUNIL COMERCIAL - TOTAIS'.
           DISPLAY 'VINCULOS LIDOS.....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'ETAPAS NO MES......: ' WRK-TOTAL-ETAPAS.
           DISPLAY 'LINHAS DO FUNIL....: ' WRK-TOTAL-LINHAS.
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
           MOVE 'FUNIL' TO JOB-NOME.
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
           MOVE WRK-TOTAL-LINHAS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM FUNIL.
