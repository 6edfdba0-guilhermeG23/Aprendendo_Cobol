       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBAGEN.
      **********************************
      *OBJ: AGENDA DOS JOBS PERIODICOS - DECIDE QUAIS ENTRAM NA
      *NOITE DE HOJE
      *ROTINA UTILITARIA DE APOIO AO noturno.sh: LE A AGENDA
      *JOBAGENDA.DAT (UM JOB POR LINHA, NA ORDEM EM QUE DEVEM
      *RODAR), CALCULA PARA CADA JOB A ULTIMA DATA EM QUE ELE
      *ESTAVA PREVISTO ATE HOJE E CONFERE NO JOBCTL SE ELE JA
      *RODOU OK DESDE ENTAO. FREQUENCIAS:
      *  D = DIARIO
      *  S = SEMANAL, NO DIA DA SEMANA DO PARAMETRO (1=SEGUNDA
      *      ... 7=DOMINGO, COMO O date +%u DO DRIVER)
      *  P = MENSAL, NO PRIMEIRO DIA UTIL DO MES
      *  U = MENSAL, NO ULTIMO DIA UTIL DO MES
      *  M = MENSAL, NO DIA 00DD DO PARAMETRO (1 A 28), UTIL OU NAO
      *  A = ANUAL, NO DIA MMDD DO PARAMETRO
      *DIA UTIL COMO NO DIAUTIL: NEM SABADO, NEM DOMINGO
      *(CONGRUENCIA DE ZELLER), NEM FERIADO DO CALEND.DAT
      *JOB QUE PERDEU A DATA (NOITE QUE NAO RODOU, JOB QUE CAIU)
      *ENTRA NAS NOITES SEGUINTES ENQUANTO O ATRASO NAO PASSAR DA
      *TOLERANCIA EM DIAS DA AGENDA; DEPOIS DISSO SO NA MAO - O
      *RELATORIO DO MES RODADO NO MES SEGUINTE SAIRIA COM O MES
      *ERRADO, POR ISSO OS DE FECHAMENTO TEM TOLERANCIA ZERO
      *DEPENDENCIAS: ATE 3 JOBS QUE PRECISAM ESTAR EM DIA ANTES
      *DESTE RODAR - JOB DA AGENDA EM DIA OU QUE ENTRA NA NOITE
      *ANTES DESTE (A AGENDA RODA NA ORDEM DAS LINHAS), OU JOB DA
      *CADEIA FIXA (O PDDMES, POR EXEMPLO) TERMINADO OK DESDE A
      *DATA PREVISTA DESTE
      *O PLANO SAI EM JOBPREV.DAT, UMA LINHA POR JOB DA AGENDA COM
      *A DECISAO:
      *  E = EXECUTAR NESTA NOITE
      *  D = EM DIA, JA RODOU OK DESDE A DATA PREVISTA
      *  A = AGUARDANDO DEPENDENCIA
      *  F = PASSOU DA TOLERANCIA, RODAR NA MAO
      *  X = CAIU NO MEIO E NAO E SEGURO REEXECUTAR
      *  I = LINHA DA AGENDA INVALIDA
      *O DRIVER EXECUTA AS LINHAS E, NA ORDEM; O PAINEL OP DO
      *CADASTRO ONLINE LE O MESMO ARQUIVO PARA APONTAR O QUE
      *ESTAVA PREVISTO E NAO RODOU
      *SEM JOBAGENDA.DAT, GRAVA A AGENDA PADRAO DOS JOBS QUE
      *RODAVAM NA MAO, QUE O OPERADOR AJUSTA DEPOIS NO EDITOR;
      *LINHA COMECANDO COM * E COMENTARIO; JOB DA AGENDA PADRAO
      *QUE NAO ESTA NUM JOBAGENDA.DAT JA EXISTENTE SAI COM AVISO NO
      *LOG DA NOITE (NAO RODA ATE O OPERADOR INCLUIR A LINHA)
      *DE PROPOSITO FICA FORA DO REGISTRO CENTRAL DE JOBS: E SO
      *UMA CONSULTA DE CALENDARIO E AO PROPRIO JOBCTL
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO 'JOBAGENDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGD-STATUS.
           SELECT PREVISTOS ASSIGN TO 'JOBPREV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRV-STATUS.
           SELECT JOBCTL ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-NOME
               FILE STATUS IS JOBCTL-STATUS.
           SELECT FERIADOS ASSIGN TO 'CALEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FER-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *UM JOB POR LINHA, EM COLUNAS FIXAS:
      *NOME NO JOBCTL, PROGRAMA, FREQUENCIA, PARAMETRO (DIA DA
      *SEMANA OU MMDD), TOLERANCIA EM DIAS, REEXECUCAO SEGURA
      *(S/N) E ATE 3 DEPENDENCIAS
       FD AGENDA.
       01 AGD-REG.
           05 AGD-JOB PIC X(08).
           05 FILLER PIC X(01).
           05 AGD-PROGRAMA PIC X(08).
           05 FILLER PIC X(01).
           05 AGD-FREQ PIC X(01).
               88 AGD-DIARIO VALUE 'D'.
               88 AGD-SEMANAL VALUE 'S'.
               88 AGD-PRIMEIRO-UTIL VALUE 'P'.
               88 AGD-ULTIMO-UTIL VALUE 'U'.
               88 AGD-ANUAL VALUE 'A'.
               88 AGD-MENSAL VALUE 'M'.
           05 FILLER PIC X(01).
           05 AGD-PARAM PIC 9(04).
           05 AGD-PARAM-R REDEFINES AGD-PARAM.
               10 AGD-PARAM-MES PIC 9(02).
               10 AGD-PARAM-DIA PIC 9(02).
           05 FILLER PIC X(01).
           05 AGD-TOLERANCIA PIC 9(02).
           05 FILLER PIC X(01).
           05 AGD-SEGURO PIC X(01).
           05 AGD-DEPENDENCIAS.
               10 AGD-DEP OCCURS 3 TIMES.
                   15 FILLER PIC X(01).
                   15 AGD-DEPENDE PIC X(08).

      *PLANO DA NOITE: O DRIVER LE AS QUATRO PRIMEIRAS COLUNAS
      *(NOME, PROGRAMA, REEXECUCAO SEGURA E DECISAO)
       FD PREVISTOS.
       01 PRV-REG.
           05 PRV-JOB PIC X(08).
           05 FILLER PIC X(01).
           05 PRV-PROGRAMA PIC X(08).
           05 FILLER PIC X(01).
           05 PRV-SEGURO PIC X(01).
           05 FILLER PIC X(01).
           05 PRV-DECISAO PIC X(01).
           05 FILLER PIC X(01).
           05 PRV-PREVISTO PIC 9(08).
           05 FILLER PIC X(01).
           05 PRV-CALCULO PIC 9(08).
           05 FILLER PIC X(01).
           05 PRV-MOTIVO PIC X(40).

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

      *UM FERIADO POR LINHA: DATA E NOME
       FD FERIADOS.
       01 FER-REG.
           05 FER-DATA PIC 9(08).
           05 FER-DESCRICAO PIC X(30).

       WORKING-STORAGE SECTION.
       77 AGD-STATUS PIC 9(02) VALUE ZEROS.
       77 PRV-STATUS PIC 9(02) VALUE ZEROS.
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 FER-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-JOBCTL-SITUACAO PIC X(01) VALUE 'F'.
           88 JOBCTL-ABERTO VALUE 'A'.
           88 JOBCTL-FECHADO VALUE 'F'.
       77 WRK-TOTAL-FERIADOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-FERIADOS.
           05 WRK-FER-DATA PIC 9(08) OCCURS 100 TIMES.
       77 WRK-FER-IDX PIC 9(03) VALUE ZEROS.

      *AGENDA PADRAO, GRAVADA QUANDO AINDA NAO HA JOBAGENDA.DAT:
      *OS SEMANAIS DE COMPRA E DO COMERCIAL NA SEGUNDA, OS DE
      *CREDITO E COBRANCA NO DOMINGO (A LISTA DE COBRANCA E DA
      *SEGUNDA DE MANHA), O DE RISCO DOS OPERADORES NA SEGUNDA
      *(OS SETE DIAS ATE ELA), A CLASSE ABC NO PRIMEIRO DIA UTIL,
      *OS DE FECHAMENTO NO ULTIMO DIA UTIL (O CONTEXP DEPOIS DO
      *PDDMES, QUE GRAVA A PROVISAO QUE ELE EXPORTA, E O RAZCLI
      *DEPOIS DO CONTEXP, CUJA CONTA 1120000 ELE CONFRONTA) E O
      *ARQUIVAMENTO NO COMECO DO ANO; OS QUE RODAVAM DIRETO NO
      *DRIVER: SEMANAIS NA SEGUNDA (O TSTREST O DRIVER PUXA DO
      *PLANO JA NO COMECO DA NOITE) E OS QUE FECHAM O MES
      *ANTERIOR NO DIA 1 (O INDREL DEPOIS DO INDCLI DA NOITE, QUE
      *FECHA AS CONVERSOES QUE ELE RELATA)
       01 TB-AGENDA-PADRAO-TBL.
           05 FILLER PIC X(56) VALUE
              'SAZONAL  sazonal  S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'SUGCOMP  sugcomp  S 0001 06 S SAZONAL'.
           05 FILLER PIC X(56) VALUE
              'CTRVENC  ctrvenc  S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'ORCEXP   orcexp   S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'SCORECLI scorecli S 0007 06 S'.
           05 FILLER PIC X(56) VALUE
              'AGECLI   agecli   S 0007 06 S'.
           05 FILLER PIC X(56) VALUE
              'RISCOPE  riscope  S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'TSTREST  tstrest  S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'LOTEVENC lotevenc S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'CAMPRET  campret  S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'PRCVENC  prcvenc  S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'AGDENT   agdent   S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'CAPARQ   caparq   S 0001 06 S'.
           05 FILLER PIC X(56) VALUE
              'ABCCLI   abccli   P 0000 03 S'.
           05 FILLER PIC X(56) VALUE
              'FUNIL    funil    M 0001 05 S'.
           05 FILLER PIC X(56) VALUE
              'INDREL   indrel   M 0001 05 S INDCLI'.
           05 FILLER PIC X(56) VALUE
              'MOVBAL   movbal   M 0001 05 S'.
           05 FILLER PIC X(56) VALUE
              'METAREL  metarel  U 0000 00 S'.
           05 FILLER PIC X(56) VALUE
              'DEVREL   devrel   U 0000 00 S'.
           05 FILLER PIC X(56) VALUE
              'COMISSAO comissao U 0000 00 S'.
           05 FILLER PIC X(56) VALUE
              'CONTEXP  contexp  U 0000 00 S PDDMES'.
           05 FILLER PIC X(56) VALUE
              'RAZCLI   razcli   U 0000 00 S CONTEXP'.
           05 FILLER PIC X(56) VALUE
              'ARQPED   arqped   A 0102 30 N'.
       01 TB-AGENDA-PADRAO REDEFINES TB-AGENDA-PADRAO-TBL.
           05 TB-AGD-LINHA PIC X(56) OCCURS 23 TIMES.
       77 WRK-PADRAO-IDX PIC 9(02) VALUE ZEROS.

      *DECISOES JA TOMADAS NESTA RODADA, PARA AS DEPENDENCIAS
       77 WRK-TOTAL-DECIDIDOS PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-DECIDIDOS.
           05 WRK-DECIDIDO OCCURS 50 TIMES.
               10 WRK-DEC-JOB PIC X(08).
               10 WRK-DEC-DECISAO PIC X(01).
       77 WRK-DEC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-DEP-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-DEP-PENDENTE PIC X(08) VALUE SPACES.

       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       77 WRK-PREVISTO PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-LINHA-VALIDA PIC X(01) VALUE 'S'.
           88 LINHA-VALIDA VALUE 'S'.
           88 LINHA-INVALIDA VALUE 'N'.
       77 WRK-DIA-SEMANA PIC 9(02) VALUE ZEROS.
       77 WRK-RECUO PIC S9(02) VALUE ZEROS.
      *DATA DE TRABALHO DO RECUO DE UM DIA
       01 WRK-CAL-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-CAL-DATA-R REDEFINES WRK-CAL-DATA.
           05 WRK-CAL-ANO PIC 9(04).
           05 WRK-CAL-MES PIC 9(02).
           05 WRK-CAL-DIA PIC 9(02).

       77 WRK-DIA-UTIL PIC X(01) VALUE 'S'.
           88 DIA-UTIL VALUE 'S'.
           88 DIA-NAO-UTIL VALUE 'N'.
       01 WRK-ZEL-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-ZEL-DATA-R REDEFINES WRK-ZEL-DATA.
           05 WRK-ZEL-ANO PIC 9(04).
           05 WRK-ZEL-MES PIC 9(02).
           05 WRK-ZEL-DIA PIC 9(02).
       77 WRK-ZEL-Q PIC 9(02) VALUE ZEROS.
       77 WRK-ZEL-M PIC 9(02) VALUE ZEROS.
       77 WRK-ZEL-A PIC 9(04) VALUE ZEROS.
       77 WRK-ZEL-K PIC 9(02) VALUE ZEROS.
       77 WRK-ZEL-J PIC 9(02) VALUE ZEROS.
       77 WRK-ZEL-T1 PIC 9(04) VALUE ZEROS.
       77 WRK-ZEL-T2 PIC 9(04) VALUE ZEROS.
       77 WRK-ZEL-T3 PIC 9(04) VALUE ZEROS.
       77 WRK-ZEL-SOMA PIC 9(06) VALUE ZEROS.
       77 WRK-ZEL-QUOC PIC 9(06) VALUE ZEROS.
       77 WRK-ZEL-DOW PIC 9(01) VALUE ZEROS.
       01 TB-DIAS-MES-TBL.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TB-DIAS-MES REDEFINES TB-DIAS-MES-TBL.
           05 TB-DIAS PIC 9(02) OCCURS 12 TIMES.
       77 WRK-RESTO-BISSEXTO PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.

      *TOTAIS DO PLANO PARA O LOG DA NOITE
       77 WRK-QTD-EXECUTAR PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EM-DIA PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-AGUARDANDO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ATRASADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CAIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-INVALIDOS PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'JOBAGEN: AGENDA DOS JOBS PERIODICOS EM ' WRK-HOJE.
           PERFORM 1000-CARREGAR-FERIADOS.
           PERFORM 1200-ABRIR-AGENDA.
           OPEN INPUT JOBCTL.
           IF JOBCTL-STATUS = ZEROS
               SET JOBCTL-ABERTO TO TRUE
           ELSE
               DISPLAY 'JOBAGEN: JOBCTL.DAT AINDA NAO EXISTE'
           END-IF.
           OPEN OUTPUT PREVISTOS.
           PERFORM 2000-LER-AGENDA.
           PERFORM UNTIL AGD-STATUS NOT = ZEROS
               IF AGD-JOB NOT = SPACES AND AGD-JOB (1:1) NOT = '*'
                   PERFORM 3000-DECIDIR-JOB
               END-IF
               PERFORM 2000-LER-AGENDA
           END-PERFORM.
           CLOSE AGENDA.
           CLOSE PREVISTOS.
           IF JOBCTL-ABERTO
               CLOSE JOBCTL
           END-IF.
           PERFORM VARYING WRK-PADRAO-IDX FROM 1 BY 1
                   UNTIL WRK-PADRAO-IDX > 23
               PERFORM 2500-CONFERIR-PADRAO
           END-PERFORM.
           DISPLAY 'JOBAGEN: EXECUTAR NESTA NOITE: ' WRK-QTD-EXECUTAR.
           DISPLAY 'JOBAGEN: EM DIA..............: ' WRK-QTD-EM-DIA.
           DISPLAY 'JOBAGEN: AGUARDANDO DEPENDENC: '
                   WRK-QTD-AGUARDANDO.
           DISPLAY 'JOBAGEN: FORA DA TOLERANCIA..: '
                   WRK-QTD-ATRASADOS.
           DISPLAY 'JOBAGEN: CAIDOS SEM REEXECUCAO: ' WRK-QTD-CAIDOS.
           DISPLAY 'JOBAGEN: LINHAS INVALIDAS....: '
                   WRK-QTD-INVALIDOS.
           MOVE ZEROS TO RETURN-CODE.
           STOP RUN.

       1000-CARREGAR-FERIADOS.
           MOVE ZEROS TO WRK-TOTAL-FERIADOS.
           OPEN INPUT FERIADOS.
           IF FER-STATUS = ZEROS
               PERFORM 1100-LER-FERIADO
                   UNTIL FER-STATUS NOT = ZEROS
                       OR WRK-TOTAL-FERIADOS = 100
               CLOSE FERIADOS
           END-IF.
           MOVE ZEROS TO FER-STATUS.

       1100-LER-FERIADO.
           READ FERIADOS
               AT END
                   MOVE 10 TO FER-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-FERIADOS
                   MOVE FER-DATA TO
                           WRK-FER-DATA (WRK-TOTAL-FERIADOS)
           END-READ.

      *SEM AGENDA AINDA, GRAVA A PADRAO E SEGUE COM ELA
       1200-ABRIR-AGENDA.
           OPEN INPUT AGENDA.
           IF AGD-STATUS = 35
               OPEN OUTPUT AGENDA
               PERFORM VARYING WRK-PADRAO-IDX FROM 1 BY 1
                       UNTIL WRK-PADRAO-IDX > 23
                   MOVE TB-AGD-LINHA (WRK-PADRAO-IDX) TO AGD-REG
                   WRITE AGD-REG
               END-PERFORM
               CLOSE AGENDA
               DISPLAY 'JOBAGEN: JOBAGENDA.DAT CRIADO COM A AGENDA '
                       'PADRAO'
               OPEN INPUT AGENDA
           END-IF.

       2000-LER-AGENDA.
           READ AGENDA
               AT END
                   MOVE 10 TO AGD-STATUS
           END-READ.

      *JOB DA AGENDA PADRAO QUE NAO SAIU NO PLANO DESTA NOITE
       2500-CONFERIR-PADRAO.
           MOVE TB-AGD-LINHA (WRK-PADRAO-IDX) TO AGD-REG.
           PERFORM VARYING WRK-DEC-IDX FROM 1 BY 1
                   UNTIL WRK-DEC-IDX > WRK-TOTAL-DECIDIDOS
                      OR WRK-DEC-JOB (WRK-DEC-IDX) = AGD-JOB
               CONTINUE
           END-PERFORM.
           IF WRK-DEC-IDX > WRK-TOTAL-DECIDIDOS
               DISPLAY 'JOBAGEN: ATENCAO - ' AGD-JOB
                       ' DA AGENDA PADRAO NAO ESTA NO JOBAGENDA.DAT'
           END-IF.

      *DATA PREVISTA, SITUACAO NO JOBCTL, TOLERANCIA E
      *DEPENDENCIAS, NESTA ORDEM
       3000-DECIDIR-JOB.
           IF AGD-PARAM NOT NUMERIC
               MOVE ZEROS TO AGD-PARAM
           END-IF.
           IF AGD-TOLERANCIA NOT NUMERIC
               MOVE ZEROS TO AGD-TOLERANCIA
           END-IF.
           IF AGD-SEGURO NOT = 'N'
               MOVE 'S' TO AGD-SEGURO
           END-IF.
           MOVE SPACES TO PRV-REG.
           MOVE AGD-JOB TO PRV-JOB.
           MOVE AGD-PROGRAMA TO PRV-PROGRAMA.
           MOVE AGD-SEGURO TO PRV-SEGURO.
           MOVE WRK-HOJE TO PRV-CALCULO.
           MOVE ZEROS TO WRK-PREVISTO.
           SET LINHA-VALIDA TO TRUE.
           IF AGD-PROGRAMA = SPACES
               MOVE '-' TO PRV-PROGRAMA
               SET LINHA-INVALIDA TO TRUE
           ELSE
               PERFORM 3100-CALCULAR-PREVISTO
           END-IF.
           MOVE WRK-PREVISTO TO PRV-PREVISTO.
           IF LINHA-INVALIDA
               MOVE 'I' TO PRV-DECISAO
               MOVE 'LINHA DA AGENDA INVALIDA' TO PRV-MOTIVO
           ELSE
               PERFORM 3200-CONFERIR-JOBCTL
           END-IF.
           IF PRV-DECISAO = SPACES
               PERFORM 3300-CONFERIR-TOLERANCIA
           END-IF.
           IF PRV-DECISAO = SPACES
               PERFORM 3400-CONFERIR-DEPENDENCIAS
           END-IF.
           EVALUATE PRV-DECISAO
               WHEN 'E'
                   ADD 1 TO WRK-QTD-EXECUTAR
               WHEN 'D'
                   ADD 1 TO WRK-QTD-EM-DIA
               WHEN 'A'
                   ADD 1 TO WRK-QTD-AGUARDANDO
               WHEN 'F'
                   ADD 1 TO WRK-QTD-ATRASADOS
               WHEN 'X'
                   ADD 1 TO WRK-QTD-CAIDOS
               WHEN OTHER
                   ADD 1 TO WRK-QTD-INVALIDOS
           END-EVALUATE.
           WRITE PRV-REG.
           IF WRK-TOTAL-DECIDIDOS < 50
               ADD 1 TO WRK-TOTAL-DECIDIDOS
               MOVE AGD-JOB TO WRK-DEC-JOB (WRK-TOTAL-DECIDIDOS)
               MOVE PRV-DECISAO TO
                       WRK-DEC-DECISAO (WRK-TOTAL-DECIDIDOS)
           END-IF.
           DISPLAY 'JOBAGEN: ' AGD-JOB ' PREVISTO ' WRK-PREVISTO
                   ' ' PRV-DECISAO ' ' PRV-MOTIVO.

      *ULTIMA DATA PREVISTA ATE HOJE (INCLUSIVE) PELA FREQUENCIA
       3100-CALCULAR-PREVISTO.
           EVALUATE TRUE
               WHEN AGD-DIARIO
                   MOVE WRK-HOJE TO WRK-PREVISTO
               WHEN AGD-SEMANAL
                   IF AGD-PARAM < 1 OR AGD-PARAM > 7
                       SET LINHA-INVALIDA TO TRUE
                   ELSE
                       PERFORM 3110-PREVISTO-SEMANAL
                   END-IF
               WHEN AGD-PRIMEIRO-UTIL
                   MOVE WRK-HOJE TO WRK-ZEL-DATA
                   PERFORM 4200-PRIMEIRO-DIA-UTIL
                   IF WRK-ZEL-DATA > WRK-HOJE
                       PERFORM 4400-MES-ANTERIOR
                       PERFORM 4200-PRIMEIRO-DIA-UTIL
                   END-IF
                   MOVE WRK-ZEL-DATA TO WRK-PREVISTO
               WHEN AGD-ULTIMO-UTIL
                   MOVE WRK-HOJE TO WRK-ZEL-DATA
                   PERFORM 4250-ULTIMO-DIA-UTIL
                   IF WRK-ZEL-DATA > WRK-HOJE
                       PERFORM 4400-MES-ANTERIOR
                       PERFORM 4250-ULTIMO-DIA-UTIL
                   END-IF
                   MOVE WRK-ZEL-DATA TO WRK-PREVISTO
               WHEN AGD-MENSAL
                   IF AGD-PARAM-MES NOT = ZEROS
                      OR AGD-PARAM-DIA < 1 OR AGD-PARAM-DIA > 28
                       SET LINHA-INVALIDA TO TRUE
                   ELSE
                       MOVE WRK-HOJE TO WRK-ZEL-DATA
                       MOVE AGD-PARAM-DIA TO WRK-ZEL-DIA
                       IF WRK-ZEL-DATA > WRK-HOJE
                           PERFORM 4400-MES-ANTERIOR
                       END-IF
                       MOVE WRK-ZEL-DATA TO WRK-PREVISTO
                   END-IF
               WHEN AGD-ANUAL
                   IF AGD-PARAM-MES < 1 OR AGD-PARAM-MES > 12
                       SET LINHA-INVALIDA TO TRUE
                   ELSE
                       IF AGD-PARAM-DIA < 1
                          OR AGD-PARAM-DIA > TB-DIAS (AGD-PARAM-MES)
                           SET LINHA-INVALIDA TO TRUE
                       END-IF
                   END-IF
                   IF LINHA-VALIDA
                       COMPUTE WRK-PREVISTO = WRK-HOJE-ANO * 10000
                               + AGD-PARAM
                       IF WRK-PREVISTO > WRK-HOJE
                           SUBTRACT 10000 FROM WRK-PREVISTO
                       END-IF
                   END-IF
               WHEN OTHER
                   SET LINHA-INVALIDA TO TRUE
           END-EVALUATE.

      *RECUA DE HOJE ATE O DIA DA SEMANA DA AGENDA (ZELLER DA 0
      *PARA SABADO; SOMANDO 5 E TIRANDO O RESTO POR 7 FICA 0 NA
      *SEGUNDA, E MAIS 1 DA A NUMERACAO DO date +%u)
       3110-PREVISTO-SEMANAL.
           MOVE WRK-HOJE TO WRK-ZEL-DATA.
           PERFORM 4000-DIA-DA-SEMANA.
           COMPUTE WRK-DIA-SEMANA = WRK-ZEL-DOW + 5.
           DIVIDE WRK-DIA-SEMANA BY 7 GIVING WRK-ZEL-QUOC
               REMAINDER WRK-DIA-SEMANA.
           ADD 1 TO WRK-DIA-SEMANA.
           COMPUTE WRK-RECUO = WRK-DIA-SEMANA - AGD-PARAM.
           IF WRK-RECUO < 0
               ADD 7 TO WRK-RECUO
           END-IF.
           MOVE WRK-HOJE TO WRK-CAL-DATA.
           PERFORM 4300-RECUAR-UM-DIA WRK-RECUO TIMES.
           MOVE WRK-CAL-DATA TO WRK-PREVISTO.

      *JA RODOU OK DESDE A DATA PREVISTA: EM DIA; CAIU NO MEIO SEM
      *REEXECUCAO SEGURA: PARA ALGUEM OLHAR, COMO NO JOBSKIP
       3200-CONFERIR-JOBCTL.
           IF JOBCTL-ABERTO
               MOVE AGD-JOB TO JOB-NOME
               READ JOBCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JOB-DATA-INICIO NOT < WRK-PREVISTO
                           EVALUATE TRUE
                               WHEN JOB-RC = ZEROS
                                   MOVE 'D' TO PRV-DECISAO
                                   MOVE 'EM DIA' TO PRV-MOTIVO
                               WHEN JOB-RC = 99
                                       AND AGD-SEGURO = 'N'
                                   MOVE 'X' TO PRV-DECISAO
                                   MOVE 'CAIU NO MEIO - VERIFICAR'
                                       TO PRV-MOTIVO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.

      *ATRASO ALEM DA TOLERANCIA NAO ENTRA SOZINHO
       3300-CONFERIR-TOLERANCIA.
           MOVE WRK-HOJE TO WRK-CAL-DATA.
           PERFORM 4300-RECUAR-UM-DIA AGD-TOLERANCIA TIMES.
           MOVE WRK-CAL-DATA TO WRK-LIMITE.
           IF WRK-PREVISTO < WRK-LIMITE
               MOVE 'F' TO PRV-DECISAO
               MOVE 'PASSOU DA TOLERANCIA - RODAR NA MAO'
                   TO PRV-MOTIVO
           END-IF.

       3400-CONFERIR-DEPENDENCIAS.
           MOVE SPACES TO WRK-DEP-PENDENTE.
           PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > 3
                      OR WRK-DEP-PENDENTE NOT = SPACES
               IF AGD-DEPENDE (WRK-DEP-IDX) NOT = SPACES
                   PERFORM 3450-CONFERIR-DEPENDENCIA
               END-IF
           END-PERFORM.
           IF WRK-DEP-PENDENTE = SPACES
               MOVE 'E' TO PRV-DECISAO
               MOVE 'ENTRA NESTA NOITE' TO PRV-MOTIVO
           ELSE
               MOVE 'A' TO PRV-DECISAO
               STRING 'AGUARDANDO ' DELIMITED BY SIZE
                      WRK-DEP-PENDENTE DELIMITED BY SPACE
                   INTO PRV-MOTIVO
               END-STRING
           END-IF.

      *DEPENDENCIA DA AGENDA: VALE A DECISAO JA TOMADA NESTA
      *RODADA; FORA DA AGENDA: TERMINADA OK DESDE A DATA PREVISTA
       3450-CONFERIR-DEPENDENCIA.
           PERFORM VARYING WRK-DEC-IDX FROM 1 BY 1
                   UNTIL WRK-DEC-IDX > WRK-TOTAL-DECIDIDOS
                      OR WRK-DEC-JOB (WRK-DEC-IDX) =
                         AGD-DEPENDE (WRK-DEP-IDX)
               CONTINUE
           END-PERFORM.
           IF WRK-DEC-IDX NOT > WRK-TOTAL-DECIDIDOS
               IF WRK-DEC-DECISAO (WRK-DEC-IDX) NOT = 'D'
                       AND WRK-DEC-DECISAO (WRK-DEC-IDX) NOT = 'E'
                   MOVE AGD-DEPENDE (WRK-DEP-IDX) TO WRK-DEP-PENDENTE
               END-IF
           ELSE
               MOVE AGD-DEPENDE (WRK-DEP-IDX) TO WRK-DEP-PENDENTE
               IF JOBCTL-ABERTO
                   MOVE AGD-DEPENDE (WRK-DEP-IDX) TO JOB-NOME
                   READ JOBCTL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF JOB-RC = ZEROS
                                   AND JOB-DATA-INICIO
                                       NOT < WRK-PREVISTO
                               MOVE SPACES TO WRK-DEP-PENDENTE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *CONGRUENCIA DE ZELLER SOBRE WRK-ZEL-DATA: 0=SABADO,
      *1=DOMINGO ... 6=SEXTA; CADA PARCELA USA DIVISAO INTEIRA
      *PROPRIA (MESMA CONTA DO DIAUTIL)
       4000-DIA-DA-SEMANA.
           MOVE WRK-ZEL-DIA TO WRK-ZEL-Q.
           IF WRK-ZEL-MES < 3
               COMPUTE WRK-ZEL-M = WRK-ZEL-MES + 12
               COMPUTE WRK-ZEL-A = WRK-ZEL-ANO - 1
           ELSE
               MOVE WRK-ZEL-MES TO WRK-ZEL-M
               MOVE WRK-ZEL-ANO TO WRK-ZEL-A
           END-IF.
           DIVIDE WRK-ZEL-A BY 100 GIVING WRK-ZEL-J
               REMAINDER WRK-ZEL-K.
           COMPUTE WRK-ZEL-T1 = 13 * (WRK-ZEL-M + 1).
           DIVIDE WRK-ZEL-T1 BY 5 GIVING WRK-ZEL-T1.
           DIVIDE WRK-ZEL-K BY 4 GIVING WRK-ZEL-T2.
           DIVIDE WRK-ZEL-J BY 4 GIVING WRK-ZEL-T3.
           COMPUTE WRK-ZEL-SOMA = WRK-ZEL-Q + WRK-ZEL-T1
                   + WRK-ZEL-K + WRK-ZEL-T2 + WRK-ZEL-T3
                   + (5 * WRK-ZEL-J).
           DIVIDE WRK-ZEL-SOMA BY 7 GIVING WRK-ZEL-QUOC
               REMAINDER WRK-ZEL-DOW.

      *DIA UTIL = NEM SABADO, NEM DOMINGO, NEM FERIADO
       4100-CONFERIR-DIA-UTIL.
           SET DIA-UTIL TO TRUE.
           PERFORM 4000-DIA-DA-SEMANA.
           IF WRK-ZEL-DOW = 0 OR WRK-ZEL-DOW = 1
               SET DIA-NAO-UTIL TO TRUE
           END-IF.
           PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX > WRK-TOTAL-FERIADOS
               IF WRK-FER-DATA (WRK-FER-IDX) = WRK-ZEL-DATA
                   SET DIA-NAO-UTIL TO TRUE
               END-IF
           END-PERFORM.

      *AVANCA DO DIA 1 ATE O PRIMEIRO DIA UTIL DO MES DE
      *WRK-ZEL-DATA
       4200-PRIMEIRO-DIA-UTIL.
           MOVE 1 TO WRK-ZEL-DIA.
           PERFORM 4100-CONFERIR-DIA-UTIL.
           PERFORM UNTIL DIA-UTIL OR WRK-ZEL-DIA = 28
               ADD 1 TO WRK-ZEL-DIA
               PERFORM 4100-CONFERIR-DIA-UTIL
           END-PERFORM.

      *RECUA DO FIM DO MES DE WRK-ZEL-DATA ATE O ULTIMO DIA UTIL
       4250-ULTIMO-DIA-UTIL.
           MOVE TB-DIAS (WRK-ZEL-MES) TO WRK-ZEL-DIA.
           IF WRK-ZEL-MES = 2
               DIVIDE WRK-ZEL-ANO BY 4
                   GIVING WRK-QUOC-BISSEXTO
                   REMAINDER WRK-RESTO-BISSEXTO
               IF WRK-RESTO-BISSEXTO = ZEROS
                   MOVE 29 TO WRK-ZEL-DIA
               END-IF
           END-IF.
           PERFORM 4100-CONFERIR-DIA-UTIL.
           PERFORM UNTIL DIA-UTIL OR WRK-ZEL-DIA = 1
               SUBTRACT 1 FROM WRK-ZEL-DIA
               PERFORM 4100-CONFERIR-DIA-UTIL
           END-PERFORM.

      *MENOS UM DIA, COM VIRADA DE MES E DE ANO PELA TABELA DE
      *DIAS (FEVEREIRO COM 29 EM ANO BISSEXTO SIMPLES)
       4300-RECUAR-UM-DIA.
           IF WRK-CAL-DIA > 1
               SUBTRACT 1 FROM WRK-CAL-DIA
           ELSE
               IF WRK-CAL-MES = 1
                   SUBTRACT 1 FROM WRK-CAL-ANO
                   MOVE 12 TO WRK-CAL-MES
               ELSE
                   SUBTRACT 1 FROM WRK-CAL-MES
               END-IF
               MOVE TB-DIAS (WRK-CAL-MES) TO WRK-CAL-DIA
               IF WRK-CAL-MES = 2
                   DIVIDE WRK-CAL-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-CAL-DIA
                   END-IF
               END-IF
           END-IF.

       4400-MES-ANTERIOR.
           IF WRK-ZEL-MES = 1
               SUBTRACT 1 FROM WRK-ZEL-ANO
               MOVE 12 TO WRK-ZEL-MES
           ELSE
               SUBTRACT 1 FROM WRK-ZEL-MES
           END-IF.

       END PROGRAM JOBAGEN.
