       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCOPE.
      **********************************
      *OBJ: ATIVIDADE SUSPEITA DE OPERADORES CRUZANDO AS TRILHAS
      *ROTINA BATCH SEMANAL, SEM INTERACAO COM O OPERADOR
      *CRUZA A AUDITORIA (AUDITORIA.DAT E OS MENSAIS AUDAAAAMM.DAT
      *DO ROTAUD), O DIARIO DE CONSULTAS (ACESSOS.DAT E OS MENSAIS
      *ACSAAAAMM.DAT DO ROTACC), OS DESCONTOS DOS PEDIDOS
      *(DESCPED.DAT) E O CALENDARIO (CALEND.DAT) DOS ULTIMOS DIAS
      *E APONTA, POR OPERADOR, OS PADROES DE RISCO:
      *  1 - TROCA DE EMAIL OU TELEFONE DO CLIENTE E, NO MESMO
      *      DIA, RECEBIMENTO, NOTA DE CREDITO OU DEPOSITO NA CONTA
      *      CREDITO DO MESMO CLIENTE PELO MESMO OPERADOR
      *  2 - DESCONTOS APLICADOS REPETIDAMENTE LOGO ABAIXO DA
      *      ALCADA DO PERFIL DE OPERACAO (FINCFG.DAT)
      *  3 - CONSULTAS DE FICHA E POR DOCUMENTO EM MASSA NUM DIA,
      *      MUITO ACIMA DA MEDIA DIARIA DO PROPRIO OPERADOR NAS
      *      QUATRO SEMANAS ANTERIORES AO PERIODO
      *  4 - GRAVACOES NA AUDITORIA FORA DO HORARIO DE EXPEDIENTE
      *      OU EM DIA NAO UTIL (FIM DE SEMANA OU FERIADO)
      *  5 - ESTORNOS E CANCELAMENTOS CONCENTRADOS NUM OPERADOR
      *SO ENTRAM OS OPERADORES DO CLICRED.DAT: AS LINHAS GRAVADAS
      *PELOS LOTES (BANCONC, BOLRET ...) SAEM COM O NOME DO
      *PROGRAMA E FICAM DE FORA
      *A LISTA SAI PARA O DONO EM RISCOPE.TXT, CADA ALERTA SEGUIDO
      *DO RASTRO DAS LINHAS QUE O DISPARARAM (ARQUIVO E NUMERO DA
      *LINHA NA TRILHA, OU A CHAVE DO DESCONTO)
      *LAYOUT DO RISCOPE.CFG (OPCIONAL, UMA LINHA DE LARGURA FIXA;
      *CAMPO EM BRANCO OU ZERADO FICA COM O PADRAO):
      *  DIAS EXAMINADOS ATE HOJE 9(03) (PADRAO 7, NO MAXIMO 31),
      *  REGRAS LIGADAS X(05) (UMA POSICAO POR REGRA, N DESLIGA),
      *  MARGEM ABAIXO DA ALCADA 9(02)V99 (PADRAO 1,00 PONTO),
      *  DESCONTOS NA MARGEM PARA ALERTAR 9(03) (PADRAO 5),
      *  VEZES A MEDIA DE CONSULTAS 9(02) (PADRAO 3), MINIMO DE
      *  CONSULTAS NO DIA 9(04) (PADRAO 50), INICIO E FIM DO
      *  EXPEDIENTE HHMM 9(04) CADA (PADRAO 0700 E 2000), GRAVACOES
      *  FORA DO EXPEDIENTE PARA ALERTAR 9(03) (PADRAO 1), ESTORNOS
      *  PARA ALERTAR 9(03) (PADRAO 5) E PARTICIPACAO MINIMA DO
      *  OPERADOR NOS ESTORNOS DO PERIODO EM % 9(03) (PADRAO 50)
      *ENTRA NA AGENDA DO JOBAGEN COMO SEMANAL DE SEGUNDA-FEIRA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *AS DUAS TRILHAS, VIVAS OU MENSAIS: O NOME DO ARQUIVO EM
      *EXAME E MONTADO EM TEMPO DE EXECUCAO
           SELECT AUDITORIA ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
           SELECT ACESSOS ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
      *DESCONTOS SOLICITADOS NOS PEDIDOS (FILA AD DO CADASTRO)
           SELECT DESCONTOS ASSIGN TO 'DESCPED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DESC-CHAVE
               FILE STATUS IS DESC-STATUS.
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
           SELECT FIN-CONFIG ASSIGN TO 'FINCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINCFG-STATUS.
           SELECT FERIADOS ASSIGN TO 'CALEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FER-STATUS.
           SELECT CONFIGURACAO ASSIGN TO 'RISCOPE.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
      *ARQUIVO DE TRABALHO DA ORDENACAO DO RASTRO POR REGRA,
      *OPERADOR E GRUPO
           SELECT ORDENA-RASTRO ASSIGN TO 'ORDRISCO.TMP'.
           SELECT RISCO-REPORT ASSIGN TO 'RISCOPE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISCO-STATUS.

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
      *MESMO LAYOUT DA TRILHA GRAVADA PELO CADASTRO ONLINE
       FD AUDITORIA.
       01 AUDIT-REG.
           05 AUDIT-DATA PIC 9(08).
           05 AUDIT-HORA PIC 9(08).
           05 AUDIT-ACAO PIC X(10).
               88 AUDIT-TROCA-FONE VALUE 'MUDA-FONE'.
               88 AUDIT-TROCA-CADASTRO VALUE 'ALTERACAO'.
               88 AUDIT-LANCA-VALOR VALUE 'RECEBIMENT' 'DEVOLUCAO'
                                          'CRED-DEP'.
               88 AUDIT-ESTORNO VALUE 'PED-CANCEL' 'PED-ESTORN'
                                      'PTS-ESTORN' 'COMPRA-CAN'
                                      'PAGAR-CANC'.
           05 AUDIT-OPERADOR PIC X(09).
           05 AUDIT-CHAVE PIC 9(09).
           05 AUDIT-NOME PIC X(30).
           05 AUDIT-EMAIL-ANTES PIC X(40).
           05 AUDIT-EMAIL-DEPOIS PIC X(40).
           05 AUDIT-PEDIDO PIC 9(06).
           05 AUDIT-VALOR PIC 9(07)V99.
           05 AUDIT-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DO DIARIO GRAVADO PELO CADASTRO ONLINE
       FD ACESSOS.
       01 ACC-REG.
           05 ACC-DATA PIC 9(08).
           05 ACC-HORA PIC 9(08).
           05 ACC-OPERADOR PIC X(09).
           05 ACC-FONE PIC 9(09).
           05 ACC-VISAO PIC X(10).
               88 ACC-CONSULTA-FICHA VALUE 'FICHA' 'CONS-DOC'.
           05 ACC-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DOS DESCONTOS DO CADASTRO ONLINE
       FD DESCONTOS.
       01 DESC-REG.
           05 DESC-CHAVE.
               10 DESC-FONE PIC 9(09).
               10 DESC-PEDIDO PIC 9(06).
               10 DESC-ITEM PIC 9(03).
           05 DESC-PCT PIC 9(02)V99.
           05 DESC-VALOR PIC 9(07)V99.
           05 DESC-SITUACAO PIC X(01).
               88 DESC-PENDENTE VALUE 'P'.
               88 DESC-APROVADO VALUE 'A'.
               88 DESC-RECUSADO VALUE 'R'.
           05 DESC-SOLICITANTE PIC X(09).
           05 DESC-APROVADOR PIC X(09).
           05 DESC-DATA PIC 9(08).

      *MESMO LAYOUT DAS CREDENCIAIS DO CADASTRO ONLINE; AQUI SO
      *INTERESSA O NOME DE CADA OPERADOR
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

      *MESMO LAYOUT DA CONFIGURACAO FINANCEIRA DO CADASTRO
      *ONLINE; AQUI SO INTERESSA A ALCADA DE DESCONTO
       FD FIN-CONFIG.
       01 FINCFG-REG.
           05 FINCFG-MULTA-PCT PIC 9(02)V99.
           05 FINCFG-JUROS-PCT PIC 9(02)V99.
           05 FINCFG-DESC-MAX PIC 9(02).

      *UM FERIADO POR LINHA: DATA E NOME
       FD FERIADOS.
       01 FER-REG.
           05 FER-DATA PIC 9(08).
           05 FER-DESCRICAO PIC X(30).

       FD CONFIGURACAO.
       01 CONFIG-REG.
           05 CFG-DIAS PIC 9(03).
           05 CFG-REGRAS PIC X(05).
           05 CFG-DESC-MARGEM PIC 9(02)V99.
           05 CFG-DESC-MIN PIC 9(03).
           05 CFG-CONS-FATOR PIC 9(02).
           05 CFG-CONS-MIN PIC 9(04).
           05 CFG-HORA-INICIO PIC 9(04).
           05 CFG-HORA-FIM PIC 9(04).
           05 CFG-FORA-MIN PIC 9(03).
           05 CFG-ESTORNO-MIN PIC 9(03).
           05 CFG-ESTORNO-PCT PIC 9(03).

      *UMA LINHA DE TRILHA CANDIDATA A RASTRO: A CHAVE DO GRUPO
      *JUNTA AS LINHAS QUE SAO AVALIADAS JUNTAS (REGRA 1: MESMO
      *DIA E CLIENTE; REGRA 3: MESMO DIA; DEMAIS: O PERIODO TODO)
       SD ORDENA-RASTRO.
       01 RST-REG.
           05 RST-CHAVE-GRUPO.
               10 RST-REGRA PIC 9(01).
               10 RST-OPERADOR PIC X(09).
               10 RST-GRUPO-DATA PIC 9(08).
               10 RST-GRUPO-CLIENTE PIC 9(09).
           05 RST-DATA PIC 9(08).
           05 RST-HORA PIC 9(08).
      *NA REGRA 1: C = TROCA DE CONTATO, V = LANCAMENTO DE VALOR
           05 RST-TIPO PIC X(01).
               88 RST-CONTATO VALUE 'C'.
               88 RST-VALOR VALUE 'V'.
           05 RST-ORIGEM PIC X(16).
           05 RST-LINHA PIC 9(09).
           05 RST-DESCRICAO PIC X(100).

       FD RISCO-REPORT.
       01 RISCO-LINHA PIC X(160).

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
       77 DESC-STATUS PIC 9(02) VALUE ZEROS.
       77 CRED-STATUS PIC 9(02) VALUE ZEROS.
       77 FINCFG-STATUS PIC 9(02) VALUE ZEROS.
       77 FER-STATUS PIC 9(02) VALUE ZEROS.
       77 CONFIG-STATUS PIC 9(02) VALUE ZEROS.
       77 RISCO-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-RASTRO PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-ESTORNOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ALERTAS PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-ALERTAS.
           05 WRK-ALERTAS-REGRA PIC 9(04) OCCURS 5 TIMES.

      *PARAMETROS DAS REGRAS (PADROES SOBRESCRITOS PELO
      *RISCOPE.CFG; A ALCADA VEM DO FINCFG.DAT, COMO NO CADASTRO)
       77 WRK-DIAS-JANELA PIC 9(03) VALUE 7.
       01 WRK-REGRAS PIC X(05) VALUE 'SSSSS'.
       01 WRK-REGRAS-R REDEFINES WRK-REGRAS.
           05 WRK-REGRA-LIGADA PIC X(01) OCCURS 5 TIMES.
       77 WRK-DESC-MARGEM PIC 9(02)V99 VALUE 1.
       77 WRK-DESC-MIN PIC 9(03) VALUE 5.
       77 WRK-CONS-FATOR PIC 9(02) VALUE 3.
       77 WRK-CONS-MIN PIC 9(04) VALUE 50.
       77 WRK-HORA-INICIO PIC 9(04) VALUE 0700.
       77 WRK-HORA-FIM PIC 9(04) VALUE 2000.
       77 WRK-FORA-MIN PIC 9(03) VALUE 1.
       77 WRK-ESTORNO-MIN PIC 9(03) VALUE 5.
       77 WRK-ESTORNO-PCT PIC 9(03) VALUE 50.
       77 WRK-ALCADA PIC 9(02) VALUE 10.
       77 WRK-DESC-PISO PIC S9(02)V99 VALUE ZEROS.

      *DIAS EXAMINADOS: AS QUATRO SEMANAS DE BASE DO PADRAO DE
      *CONSULTAS E, DEPOIS DELAS, O PERIODO DO ALERTA ATE HOJE
       77 WRK-DIAS-BASE PIC 9(03) VALUE 28.
       77 WRK-TOTAL-DIAS PIC 9(03) VALUE ZEROS.
       77 WRK-PRIMEIRO-JANELA PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-DIAS.
           05 WRK-DIA OCCURS 59 TIMES.
               10 WRK-DIA-DATA PIC 9(08).
               10 WRK-DIA-SITUACAO PIC X(01).
       77 WRK-DIA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-PROCURADA PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-JANELA PIC 9(08) VALUE ZEROS.

      *OPERADORES DO CLICRED.DAT COM AS CONSULTAS DE CADA DIA E O
      *LIMITE DIARIO TIRADO DA BASE
       77 WRK-TOTAL-OPERADORES PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-OPERADORES.
           05 WRK-OPERADOR OCCURS 100 TIMES.
               10 WRK-OPE-NOME PIC X(09).
               10 WRK-OPE-MEDIA-CONS PIC 9(05)V99.
               10 WRK-OPE-LIMITE-CONS PIC 9(07)V99.
               10 WRK-OPE-CONS-DIA PIC 9(05) OCCURS 59 TIMES.
       77 WRK-OPE-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-OPE-PROCURADO PIC X(09) VALUE SPACES.
       77 WRK-BASE-CONSULTAS PIC 9(07) VALUE ZEROS.
       77 WRK-BASE-DIAS-ATIVOS PIC 9(03) VALUE ZEROS.

      *ARQUIVO DE TRILHA EM EXAME
       77 WRK-NOME-ARQUIVO PIC X(16) VALUE SPACES.
       77 WRK-PREFIXO PIC X(03) VALUE SPACES.
       77 WRK-TIPO-TRILHA PIC X(01) VALUE SPACES.
           88 TIPO-AUDITORIA VALUE 'A'.
           88 TIPO-ACESSOS VALUE 'C'.
       77 WRK-LINHA-ARQUIVO PIC 9(09) VALUE ZEROS.
       01 WRK-HORA-LINHA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-LINHA-R REDEFINES WRK-HORA-LINHA.
           05 WRK-HORA-HHMM PIC 9(04).
           05 FILLER PIC 9(04).

      *ANO/MES CORRENTE E DE TRABALHO DA VARREDURA DE MESES
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO-MES PIC 9(06).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-ANO-MES PIC 9(06) VALUE ZEROS.
       01 WRK-ANO-MES-R REDEFINES WRK-ANO-MES.
           05 WRK-AM-ANO PIC 9(04).
           05 WRK-AM-MES PIC 9(02).

      *GRUPO DO RASTRO EM AVALIACAO NA SAIDA DA ORDENACAO
       01 WRK-SORT-SITUACAO PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.
       01 WRK-GRP-CHAVE.
           05 WRK-GRP-REGRA PIC 9(01).
           05 WRK-GRP-OPERADOR PIC X(09).
           05 WRK-GRP-DATA PIC 9(08).
           05 WRK-GRP-CLIENTE PIC 9(09).
       77 WRK-GRP-QTDE PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-CONTATO PIC X(01) VALUE 'N'.
       77 WRK-GRP-VALOR PIC X(01) VALUE 'N'.
       77 WRK-ALERTA-SITUACAO PIC X(01) VALUE 'N'.
           88 GRUPO-ALERTA VALUE 'S'.
           88 GRUPO-NORMAL VALUE 'N'.
      *SO AS PRIMEIRAS LINHAS DE CADA ALERTA VAO PARA O RASTRO;
      *AS DEMAIS SAO SO CONTADAS
       77 WRK-MAX-RASTRO PIC 9(02) VALUE 20.
       01 WRK-TABELA-RASTRO.
           05 WRK-RASTRO-LINHA PIC X(160) OCCURS 20 TIMES.
       77 WRK-RASTRO-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ALERTA-DETALHE PIC X(120) VALUE SPACES.

      *NOME DE CADA REGRA NO CABECALHO DO ALERTA
       01 TB-REGRAS-TBL.
           05 FILLER PIC X(45) VALUE
              'TROCA DE CONTATO COM RECEBIMENTO OU CREDITO'.
           05 FILLER PIC X(45) VALUE
              'DESCONTOS REPETIDOS LOGO ABAIXO DA ALCADA'.
           05 FILLER PIC X(45) VALUE
              'CONSULTAS EM MASSA FORA DO PADRAO'.
           05 FILLER PIC X(45) VALUE
              'GRAVACOES FORA DO HORARIO OU EM DIA NAO UTIL'.
           05 FILLER PIC X(45) VALUE
              'ESTORNOS E CANCELAMENTOS CONCENTRADOS'.
       01 TB-REGRAS REDEFINES TB-REGRAS-TBL.
           05 TB-REGRA-NOME PIC X(45) OCCURS 5 TIMES.
       77 WRK-REGRA-IDX PIC 9(01) VALUE ZEROS.

      *CAMPOS DE EDICAO DO RELATORIO
       01 WRK-DATA-EDICAO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EDICAO-R REDEFINES WRK-DATA-EDICAO.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
           05 WRK-DE-DIA PIC 9(02).
       77 WRK-ED-DATA PIC X(10) VALUE SPACES.
       77 WRK-ED-DATA-INICIO PIC X(10) VALUE SPACES.
       77 WRK-ED-HORA PIC X(08) VALUE SPACES.
       77 WRK-ED-LINHA PIC Z(08)9 VALUE ZEROS.
       77 WRK-ED-VALOR PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-ED-PCT PIC Z9.99 VALUE ZEROS.
       77 WRK-ED-PISO PIC Z9.99 VALUE ZEROS.
       77 WRK-ED-MEDIA PIC Z(04)9.99 VALUE ZEROS.
       77 WRK-ED-QTDE PIC Z(04)9 VALUE ZEROS.
       77 WRK-ED-TOTAL PIC Z(04)9 VALUE ZEROS.
       77 WRK-ED-ALERTA PIC Z(03)9 VALUE ZEROS.

      *CALENDARIO: FERIADOS DO CALEND.DAT E DIA DA SEMANA PELA
      *CONGRUENCIA DE ZELLER (MESMA CONTA DO DIAUTIL)
       77 WRK-TOTAL-FERIADOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-FERIADOS.
           05 WRK-FER-DATA PIC 9(08) OCCURS 100 TIMES.
       77 WRK-FER-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DIA-UTIL PIC X(01) VALUE 'S'.
           88 DIA-UTIL VALUE 'S'.
           88 DIA-NAO-UTIL VALUE 'N'.
      *DATA DE TRABALHO DO RECUO DE UM DIA
       01 WRK-CAL-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-CAL-DATA-R REDEFINES WRK-CAL-DATA.
           05 WRK-CAL-ANO PIC 9(04).
           05 WRK-CAL-MES PIC 9(02).
           05 WRK-CAL-DIA PIC 9(02).
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

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-PARAMETROS.
           PERFORM 1100-CARREGAR-FERIADOS.
           PERFORM 1200-MONTAR-DIAS.
           PERFORM 1300-CARREGAR-OPERADORES.
           SORT ORDENA-RASTRO
               ON ASCENDING KEY RST-CHAVE-GRUPO RST-DATA RST-HORA
               INPUT PROCEDURE 2000-SELECIONAR-LINHAS
               OUTPUT PROCEDURE 3000-EMITIR-ALERTAS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ATIVIDADE SUSPEITA DE OPERADORES - TOTAIS'.
           DISPLAY 'LINHAS LIDAS.......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'LINHAS DE RASTRO...: ' WRK-TOTAL-RASTRO.
           DISPLAY 'ALERTAS............: ' WRK-TOTAL-ALERTAS.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-CARREGAR-PARAMETROS.
           OPEN INPUT CONFIGURACAO.
           IF CONFIG-STATUS = ZEROS
               READ CONFIGURACAO
                   NOT AT END
                       PERFORM 1010-APLICAR-CONFIGURACAO
               END-READ
               CLOSE CONFIGURACAO
           END-IF.
           IF WRK-DIAS-JANELA > 31
               MOVE 31 TO WRK-DIAS-JANELA
           END-IF.
      *A ALCADA VEM DO FINCFG, QUANDO A COLUNA EXISTE
           OPEN INPUT FIN-CONFIG.
           IF FINCFG-STATUS = ZEROS
               READ FIN-CONFIG
                   NOT AT END
                       IF FINCFG-DESC-MAX NUMERIC
                           MOVE FINCFG-DESC-MAX TO WRK-ALCADA
                       END-IF
               END-READ
               CLOSE FIN-CONFIG
           END-IF.
           COMPUTE WRK-DESC-PISO = WRK-ALCADA - WRK-DESC-MARGEM.
           IF WRK-DESC-PISO < ZEROS
               MOVE ZEROS TO WRK-DESC-PISO
           END-IF.

       1010-APLICAR-CONFIGURACAO.
           IF CFG-DIAS IS NUMERIC AND CFG-DIAS > ZEROS
               MOVE CFG-DIAS TO WRK-DIAS-JANELA
           END-IF.
           PERFORM VARYING WRK-REGRA-IDX FROM 1 BY 1
                   UNTIL WRK-REGRA-IDX > 5
               IF CFG-REGRAS (WRK-REGRA-IDX:1) = 'N'
                   MOVE 'N' TO WRK-REGRA-LIGADA (WRK-REGRA-IDX)
               END-IF
           END-PERFORM.
           IF CFG-DESC-MARGEM IS NUMERIC AND CFG-DESC-MARGEM > ZEROS
               MOVE CFG-DESC-MARGEM TO WRK-DESC-MARGEM
           END-IF.
           IF CFG-DESC-MIN IS NUMERIC AND CFG-DESC-MIN > ZEROS
               MOVE CFG-DESC-MIN TO WRK-DESC-MIN
           END-IF.
           IF CFG-CONS-FATOR IS NUMERIC AND CFG-CONS-FATOR > ZEROS
               MOVE CFG-CONS-FATOR TO WRK-CONS-FATOR
           END-IF.
           IF CFG-CONS-MIN IS NUMERIC AND CFG-CONS-MIN > ZEROS
               MOVE CFG-CONS-MIN TO WRK-CONS-MIN
           END-IF.
           IF CFG-HORA-INICIO IS NUMERIC AND CFG-HORA-INICIO > ZEROS
                   AND CFG-HORA-INICIO < 2400
               MOVE CFG-HORA-INICIO TO WRK-HORA-INICIO
           END-IF.
           IF CFG-HORA-FIM IS NUMERIC AND CFG-HORA-FIM > ZEROS
                   AND CFG-HORA-FIM NOT > 2400
               MOVE CFG-HORA-FIM TO WRK-HORA-FIM
           END-IF.
           IF CFG-FORA-MIN IS NUMERIC AND CFG-FORA-MIN > ZEROS
               MOVE CFG-FORA-MIN TO WRK-FORA-MIN
           END-IF.
           IF CFG-ESTORNO-MIN IS NUMERIC AND CFG-ESTORNO-MIN > ZEROS
               MOVE CFG-ESTORNO-MIN TO WRK-ESTORNO-MIN
           END-IF.
           IF CFG-ESTORNO-PCT IS NUMERIC AND CFG-ESTORNO-PCT > ZEROS
                   AND CFG-ESTORNO-PCT NOT > 100
               MOVE CFG-ESTORNO-PCT TO WRK-ESTORNO-PCT
           END-IF.

       1100-CARREGAR-FERIADOS.
           MOVE ZEROS TO WRK-TOTAL-FERIADOS.
           OPEN INPUT FERIADOS.
           IF FER-STATUS = ZEROS
               PERFORM 1110-LER-FERIADO
                   UNTIL FER-STATUS NOT = ZEROS
                       OR WRK-TOTAL-FERIADOS = 100
               CLOSE FERIADOS
           END-IF.
           MOVE ZEROS TO FER-STATUS.

       1110-LER-FERIADO.
           READ FERIADOS
               AT END
                   MOVE 10 TO FER-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-FERIADOS
                   MOVE FER-DATA TO
                           WRK-FER-DATA (WRK-TOTAL-FERIADOS)
           END-READ.

      *MONTA A TABELA DE DIAS DE TRAS PARA FRENTE, DE HOJE ATE O
      *COMECO DA BASE, JA MARCANDO OS DIAS NAO UTEIS
       1200-MONTAR-DIAS.
           COMPUTE WRK-TOTAL-DIAS = WRK-DIAS-BASE + WRK-DIAS-JANELA.
           COMPUTE WRK-PRIMEIRO-JANELA = WRK-DIAS-BASE + 1.
           MOVE WRK-HOJE TO WRK-CAL-DATA.
           PERFORM VARYING WRK-DIA-IDX FROM WRK-TOTAL-DIAS BY -1
                   UNTIL WRK-DIA-IDX < 1
               MOVE WRK-CAL-DATA TO WRK-DIA-DATA (WRK-DIA-IDX)
               MOVE WRK-CAL-DATA TO WRK-ZEL-DATA
               PERFORM 4100-CONFERIR-DIA-UTIL
               MOVE WRK-DIA-UTIL TO WRK-DIA-SITUACAO (WRK-DIA-IDX)
               PERFORM 4300-RECUAR-UM-DIA
           END-PERFORM.
           MOVE WRK-DIA-DATA (1) TO WRK-INICIO-BASE.
           MOVE WRK-DIA-DATA (WRK-PRIMEIRO-JANELA)
               TO WRK-INICIO-JANELA.
           DISPLAY 'RISCOPE: PERIODO DE ' WRK-INICIO-JANELA ' A '
                   WRK-HOJE.

      *SEM CLICRED.DAT NAO HA OPERADOR A AVALIAR
       1300-CARREGAR-OPERADORES.
           MOVE ZEROS TO WRK-TOTAL-OPERADORES.
           OPEN INPUT CREDENCIAIS.
           IF CRED-STATUS = ZEROS
               PERFORM 1310-LER-CREDENCIAL
                   UNTIL CRED-STATUS NOT = ZEROS
                       OR WRK-TOTAL-OPERADORES = 100
               CLOSE CREDENCIAIS
           ELSE
               DISPLAY 'RISCOPE: SEM CLICRED.DAT - NENHUM OPERADOR '
                       'A AVALIAR'
           END-IF.
           MOVE ZEROS TO CRED-STATUS.

       1310-LER-CREDENCIAL.
           READ CREDENCIAIS
               AT END
                   MOVE 10 TO CRED-STATUS
               NOT AT END
                   IF CRED-USUARIO NOT = SPACES
                       ADD 1 TO WRK-TOTAL-OPERADORES
                       INITIALIZE WRK-OPERADOR (WRK-TOTAL-OPERADORES)
                       MOVE CRED-USUARIO TO
                               WRK-OPE-NOME (WRK-TOTAL-OPERADORES)
                   END-IF
           END-READ.

      *LIBERA PARA A ORDENACAO AS LINHAS DAS TRILHAS QUE PODEM
      *COMPOR UM ALERTA; A DECISAO SO SAI DEPOIS, POR GRUPO
       2000-SELECIONAR-LINHAS.
           IF WRK-REGRA-LIGADA (1) NOT = 'N'
                   OR WRK-REGRA-LIGADA (4) NOT = 'N'
                   OR WRK-REGRA-LIGADA (5) NOT = 'N'
               SET TIPO-AUDITORIA TO TRUE
               MOVE 'AUD' TO WRK-PREFIXO
               DIVIDE WRK-INICIO-JANELA BY 100 GIVING WRK-ANO-MES
               PERFORM 2100-VARRER-MES
                   UNTIL WRK-ANO-MES > WRK-HOJE-ANO-MES
               MOVE 'AUDITORIA.DAT' TO WRK-NOME-ARQUIVO
               PERFORM 2200-VARRER-ARQUIVO
           END-IF.
           IF WRK-REGRA-LIGADA (2) NOT = 'N'
               PERFORM 2400-VARRER-DESCONTOS
           END-IF.
           IF WRK-REGRA-LIGADA (3) NOT = 'N'
               SET TIPO-ACESSOS TO TRUE
               MOVE 'ACS' TO WRK-PREFIXO
               DIVIDE WRK-INICIO-BASE BY 100 GIVING WRK-ANO-MES
               PERFORM 2100-VARRER-MES
                   UNTIL WRK-ANO-MES > WRK-HOJE-ANO-MES
               MOVE 'ACESSOS.DAT' TO WRK-NOME-ARQUIVO
               PERFORM 2200-VARRER-ARQUIVO
               PERFORM 2600-CALCULAR-PADRAO
                   VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > WRK-TOTAL-OPERADORES
           END-IF.

      *ARQUIVO MENSAL CORTADO PELO ROTAUD/ROTACC; O MES QUE AINDA
      *NAO RODOU SO TEM O ARQUIVO VIVO
       2100-VARRER-MES.
           MOVE SPACES TO WRK-NOME-ARQUIVO.
           STRING WRK-PREFIXO WRK-ANO-MES '.DAT'
               DELIMITED BY SIZE INTO WRK-NOME-ARQUIVO.
           PERFORM 2200-VARRER-ARQUIVO.
           PERFORM 2120-AVANCAR-UM-MES.

       2120-AVANCAR-UM-MES.
           IF WRK-AM-MES = 12
               ADD 1 TO WRK-AM-ANO
               MOVE 1 TO WRK-AM-MES
           ELSE
               ADD 1 TO WRK-AM-MES
           END-IF.

      *PERCORRE O ARQUIVO CUJO NOME ESTA MONTADO, CONTANDO AS
      *LINHAS PARA O RASTRO; SE NAO EXISTIR, SO SEGUE
       2200-VARRER-ARQUIVO.
           IF TIPO-AUDITORIA
               OPEN INPUT AUDITORIA
           ELSE
               OPEN INPUT ACESSOS
           END-IF.
           IF ARQ-STATUS NOT = ZEROS
               MOVE ZEROS TO ARQ-STATUS
           ELSE
               MOVE ZEROS TO WRK-LINHA-ARQUIVO
               PERFORM 2210-LER-LINHA
               PERFORM 2220-EXAMINAR-LINHA
                   UNTIL ARQ-STATUS NOT = ZEROS
               IF TIPO-AUDITORIA
                   CLOSE AUDITORIA
               ELSE
                   CLOSE ACESSOS
               END-IF
               MOVE ZEROS TO ARQ-STATUS
           END-IF.

       2210-LER-LINHA.
           IF TIPO-AUDITORIA
               READ AUDITORIA
                   AT END
                       MOVE 10 TO ARQ-STATUS
               END-READ
           ELSE
               READ ACESSOS
                   AT END
                       MOVE 10 TO ARQ-STATUS
               END-READ
           END-IF.

       2220-EXAMINAR-LINHA.
           ADD 1 TO WRK-LINHA-ARQUIVO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF TIPO-AUDITORIA
               IF AUDIT-DATA NOT < WRK-INICIO-JANELA
                       AND AUDIT-DATA NOT > WRK-HOJE
                   MOVE AUDIT-OPERADOR TO WRK-OPE-PROCURADO
                   PERFORM 2900-ACHAR-OPERADOR
                   IF WRK-OPE-IDX NOT > WRK-TOTAL-OPERADORES
                       PERFORM 2300-EXAMINAR-AUDITORIA
                   END-IF
               END-IF
           ELSE
               IF ACC-DATA NOT < WRK-INICIO-BASE
                       AND ACC-DATA NOT > WRK-HOJE
                       AND ACC-CONSULTA-FICHA
                   MOVE ACC-OPERADOR TO WRK-OPE-PROCURADO
                   PERFORM 2900-ACHAR-OPERADOR
                   IF WRK-OPE-IDX NOT > WRK-TOTAL-OPERADORES
                       PERFORM 2500-EXAMINAR-CONSULTA
                   END-IF
               END-IF
           END-IF.
           PERFORM 2210-LER-LINHA.

      *UMA LINHA DA AUDITORIA GRAVADA POR OPERADOR NO PERIODO:
      *PODE ENTRAR NO RASTRO DAS REGRAS 1, 4 E 5
       2300-EXAMINAR-AUDITORIA.
           MOVE SPACES TO RST-REG.
           MOVE AUDIT-OPERADOR TO RST-OPERADOR.
           MOVE AUDIT-DATA TO RST-DATA.
           MOVE AUDIT-HORA TO RST-HORA.
           MOVE WRK-NOME-ARQUIVO TO RST-ORIGEM.
           MOVE WRK-LINHA-ARQUIVO TO RST-LINHA.
           MOVE AUDIT-VALOR TO WRK-ED-VALOR.
           IF AUDIT-TROCA-CADASTRO
               STRING AUDIT-ACAO ' CLIENTE ' AUDIT-CHAVE
                       ' EMAIL ' AUDIT-EMAIL-ANTES ' PARA '
                       AUDIT-EMAIL-DEPOIS
                   DELIMITED BY SIZE INTO RST-DESCRICAO
           ELSE
               STRING AUDIT-ACAO ' CLIENTE ' AUDIT-CHAVE
                       ' PEDIDO ' AUDIT-PEDIDO ' VALOR ' WRK-ED-VALOR
                   DELIMITED BY SIZE INTO RST-DESCRICAO
           END-IF.
           IF WRK-REGRA-LIGADA (1) NOT = 'N'
               PERFORM 2310-REGRA-CONTATO
           END-IF.
           IF WRK-REGRA-LIGADA (4) NOT = 'N'
               PERFORM 2320-REGRA-HORARIO
           END-IF.
           IF WRK-REGRA-LIGADA (5) NOT = 'N' AND AUDIT-ESTORNO
               ADD 1 TO WRK-TOTAL-ESTORNOS
               MOVE 5 TO RST-REGRA
               MOVE ZEROS TO RST-GRUPO-DATA
               MOVE ZEROS TO RST-GRUPO-CLIENTE
               MOVE SPACES TO RST-TIPO
               PERFORM 2390-LIBERAR-RASTRO
           END-IF.

      *ALTERACAO SO CONTA QUANDO O EMAIL MUDOU; A TROCA DE TELEFONE
      *GRAVA UMA LINHA NA CHAVE NOVA E OUTRA NA ANTIGA
       2310-REGRA-CONTATO.
           MOVE SPACES TO RST-TIPO.
           IF AUDIT-TROCA-FONE
               SET RST-CONTATO TO TRUE
           END-IF.
           IF AUDIT-TROCA-CADASTRO
                   AND AUDIT-EMAIL-ANTES NOT = AUDIT-EMAIL-DEPOIS
               SET RST-CONTATO TO TRUE
           END-IF.
           IF AUDIT-LANCA-VALOR
               SET RST-VALOR TO TRUE
           END-IF.
           IF RST-TIPO NOT = SPACES
               MOVE 1 TO RST-REGRA
               MOVE AUDIT-DATA TO RST-GRUPO-DATA
               MOVE AUDIT-CHAVE TO RST-GRUPO-CLIENTE
               PERFORM 2390-LIBERAR-RASTRO
           END-IF.

      *EXPEDIENTE DE HHMM INICIAL (INCLUSIVE) ATE HHMM FINAL
       2320-REGRA-HORARIO.
           MOVE AUDIT-DATA TO WRK-DATA-PROCURADA.
           PERFORM 2950-ACHAR-DIA.
           MOVE AUDIT-HORA TO WRK-HORA-LINHA.
           IF WRK-DIA-SITUACAO (WRK-DIA-IDX) = 'N'
                   OR WRK-HORA-HHMM < WRK-HORA-INICIO
                   OR WRK-HORA-HHMM NOT < WRK-HORA-FIM
               MOVE 4 TO RST-REGRA
               MOVE ZEROS TO RST-GRUPO-DATA
               MOVE ZEROS TO RST-GRUPO-CLIENTE
               MOVE SPACES TO RST-TIPO
               PERFORM 2390-LIBERAR-RASTRO
           END-IF.

       2390-LIBERAR-RASTRO.
           ADD 1 TO WRK-TOTAL-RASTRO.
           RELEASE RST-REG.

      *DESCONTO APLICADO NO PERIODO NA FAIXA ENTRE A ALCADA MENOS
      *A MARGEM E A PROPRIA ALCADA, PELO OPERADOR QUE O PEDIU
       2400-VARRER-DESCONTOS.
           OPEN INPUT DESCONTOS.
           IF DESC-STATUS NOT = ZEROS
               DISPLAY 'RISCOPE: SEM DESCPED.DAT - REGRA DOS '
                       'DESCONTOS SEM DADOS'
           ELSE
               PERFORM 2410-LER-DESCONTO
               PERFORM 2420-EXAMINAR-DESCONTO
                   UNTIL DESC-STATUS NOT = ZEROS
               CLOSE DESCONTOS
           END-IF.

       2410-LER-DESCONTO.
           READ DESCONTOS NEXT
               AT END
                   MOVE 10 TO DESC-STATUS
           END-READ.

       2420-EXAMINAR-DESCONTO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF DESC-DATA NOT < WRK-INICIO-JANELA
                   AND DESC-DATA NOT > WRK-HOJE
                   AND DESC-APROVADO
                   AND DESC-PCT > ZEROS
                   AND DESC-PCT NOT < WRK-DESC-PISO
                   AND DESC-PCT NOT > WRK-ALCADA
               MOVE DESC-SOLICITANTE TO WRK-OPE-PROCURADO
               PERFORM 2900-ACHAR-OPERADOR
               IF WRK-OPE-IDX NOT > WRK-TOTAL-OPERADORES
                   MOVE SPACES TO RST-REG
                   MOVE 2 TO RST-REGRA
                   MOVE DESC-SOLICITANTE TO RST-OPERADOR
                   MOVE ZEROS TO RST-GRUPO-DATA
                   MOVE ZEROS TO RST-GRUPO-CLIENTE
                   MOVE DESC-DATA TO RST-DATA
                   MOVE ZEROS TO RST-HORA
                   MOVE 'DESCPED.DAT' TO RST-ORIGEM
                   MOVE ZEROS TO RST-LINHA
                   MOVE DESC-PCT TO WRK-ED-PCT
                   MOVE DESC-VALOR TO WRK-ED-VALOR
                   STRING 'DESCONTO ' WRK-ED-PCT '% CLIENTE '
                           DESC-FONE ' PEDIDO ' DESC-PEDIDO
                           ' ITEM ' DESC-ITEM ' VALOR ' WRK-ED-VALOR
                       DELIMITED BY SIZE INTO RST-DESCRICAO
                   PERFORM 2390-LIBERAR-RASTRO
               END-IF
           END-IF.
           PERFORM 2410-LER-DESCONTO.

      *CONSULTA DE FICHA OU POR DOCUMENTO: CONTA NO DIA DO
      *OPERADOR (BASE OU PERIODO) E, NO PERIODO, VAI PARA O RASTRO
       2500-EXAMINAR-CONSULTA.
           MOVE ACC-DATA TO WRK-DATA-PROCURADA.
           PERFORM 2950-ACHAR-DIA.
           ADD 1 TO WRK-OPE-CONS-DIA (WRK-OPE-IDX WRK-DIA-IDX).
           IF WRK-DIA-IDX NOT < WRK-PRIMEIRO-JANELA
               MOVE SPACES TO RST-REG
               MOVE 3 TO RST-REGRA
               MOVE ACC-OPERADOR TO RST-OPERADOR
               MOVE ACC-DATA TO RST-GRUPO-DATA
               MOVE ZEROS TO RST-GRUPO-CLIENTE
               MOVE ACC-DATA TO RST-DATA
               MOVE ACC-HORA TO RST-HORA
               MOVE WRK-NOME-ARQUIVO TO RST-ORIGEM
               MOVE WRK-LINHA-ARQUIVO TO RST-LINHA
               STRING 'CONSULTA ' ACC-VISAO ' CLIENTE ' ACC-FONE
                   DELIMITED BY SIZE INTO RST-DESCRICAO
               PERFORM 2390-LIBERAR-RASTRO
           END-IF.

      *MEDIA DIARIA DO OPERADOR NOS DIAS EM QUE ELE CONSULTOU
      *ALGUMA COISA NA BASE; SEM BASE (OPERADOR NOVO) VALE SO O
      *MINIMO DO DIA
       2600-CALCULAR-PADRAO.
           MOVE ZEROS TO WRK-BASE-CONSULTAS.
           MOVE ZEROS TO WRK-BASE-DIAS-ATIVOS.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX > WRK-DIAS-BASE
               IF WRK-OPE-CONS-DIA (WRK-OPE-IDX WRK-DIA-IDX) > ZEROS
                   ADD WRK-OPE-CONS-DIA (WRK-OPE-IDX WRK-DIA-IDX)
                       TO WRK-BASE-CONSULTAS
                   ADD 1 TO WRK-BASE-DIAS-ATIVOS
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-OPE-MEDIA-CONS (WRK-OPE-IDX).
           IF WRK-BASE-DIAS-ATIVOS > ZEROS
               COMPUTE WRK-OPE-MEDIA-CONS (WRK-OPE-IDX) ROUNDED =
                       WRK-BASE-CONSULTAS / WRK-BASE-DIAS-ATIVOS
           END-IF.
           COMPUTE WRK-OPE-LIMITE-CONS (WRK-OPE-IDX) =
                   WRK-OPE-MEDIA-CONS (WRK-OPE-IDX) * WRK-CONS-FATOR.

      *POSICAO DO OPERADOR NA TABELA; ALEM DO TOTAL = NAO ACHOU
       2900-ACHAR-OPERADOR.
           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > WRK-TOTAL-OPERADORES
                      OR WRK-OPE-NOME (WRK-OPE-IDX) = WRK-OPE-PROCURADO
               CONTINUE
           END-PERFORM.

      *POSICAO DA DATA NA TABELA DE DIAS (SEMPRE DENTRO DELA, POIS
      *SO CHEGAM AQUI DATAS DA BASE OU DO PERIODO)
       2950-ACHAR-DIA.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX = WRK-TOTAL-DIAS
                      OR WRK-DIA-DATA (WRK-DIA-IDX) =
                         WRK-DATA-PROCURADA
               CONTINUE
           END-PERFORM.

      *RECEBE O RASTRO ORDENADO POR REGRA, OPERADOR E GRUPO E
      *IMPRIME SO OS GRUPOS QUE PASSAM DO LIMITE DA REGRA
       3000-EMITIR-ALERTAS.
           MOVE ZEROS TO WRK-TABELA-ALERTAS.
           OPEN OUTPUT RISCO-REPORT.
           MOVE WRK-INICIO-JANELA TO WRK-DATA-EDICAO.
           PERFORM 3900-EDITAR-DATA.
           MOVE WRK-ED-DATA TO WRK-ED-DATA-INICIO.
           MOVE WRK-HOJE TO WRK-DATA-EDICAO.
           PERFORM 3900-EDITAR-DATA.
           MOVE SPACES TO RISCO-LINHA.
           STRING 'ATIVIDADE SUSPEITA DE OPERADORES - PERIODO DE '
                   WRK-ED-DATA-INICIO ' A ' WRK-ED-DATA
               DELIMITED BY SIZE INTO RISCO-LINHA.
           WRITE RISCO-LINHA.
           MOVE ALL '-' TO RISCO-LINHA.
           WRITE RISCO-LINHA.
           MOVE WRK-DESC-PISO TO WRK-ED-PISO.
           MOVE SPACES TO RISCO-LINHA.
           STRING 'REGRAS LIGADAS ' WRK-REGRAS
                   ' - ALCADA DE DESCONTO ' WRK-ALCADA
                   '% (ALERTA A PARTIR DE ' WRK-DESC-MIN
                   ' ENTRE ' WRK-ED-PISO '% E A ALCADA)'
               DELIMITED BY SIZE INTO RISCO-LINHA.
           WRITE RISCO-LINHA.
           MOVE SPACES TO RISCO-LINHA.
           STRING 'CONSULTAS NO DIA ACIMA DE ' WRK-CONS-FATOR
                   ' VEZES A MEDIA E NO MINIMO ' WRK-CONS-MIN
                   ' - EXPEDIENTE ' WRK-HORA-INICIO ' A '
                   WRK-HORA-FIM ' EM DIA UTIL'
               DELIMITED BY SIZE INTO RISCO-LINHA.
           WRITE RISCO-LINHA.
           MOVE SPACES TO RISCO-LINHA.
           STRING 'ESTORNOS: A PARTIR DE ' WRK-ESTORNO-MIN
                   ' E DE ' WRK-ESTORNO-PCT '% DO PERIODO NUM SO '
                   'OPERADOR'
               DELIMITED BY SIZE INTO RISCO-LINHA.
           WRITE RISCO-LINHA.
           MOVE ALL '-' TO RISCO-LINHA.
           WRITE RISCO-LINHA.
           SET SORT-CONTINUA TO TRUE.
           RETURN ORDENA-RASTRO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 3100-EXAMINAR-GRUPO UNTIL SORT-FIM.
           MOVE SPACES TO RISCO-LINHA.
           WRITE RISCO-LINHA.
           MOVE ALL '-' TO RISCO-LINHA.
           WRITE RISCO-LINHA.
           IF WRK-TOTAL-ALERTAS = ZEROS
               MOVE 'NENHUM ALERTA NO PERIODO' TO RISCO-LINHA
               WRITE RISCO-LINHA
           ELSE
               PERFORM VARYING WRK-REGRA-IDX FROM 1 BY 1
                       UNTIL WRK-REGRA-IDX > 5
                   MOVE WRK-ALERTAS-REGRA (WRK-REGRA-IDX)
                       TO WRK-ED-ALERTA
                   MOVE SPACES TO RISCO-LINHA
                   STRING TB-REGRA-NOME (WRK-REGRA-IDX) ': '
                           WRK-ED-ALERTA
                       DELIMITED BY SIZE INTO RISCO-LINHA
                   WRITE RISCO-LINHA
               END-PERFORM
               MOVE WRK-TOTAL-ALERTAS TO WRK-ED-ALERTA
               MOVE SPACES TO RISCO-LINHA
               STRING 'TOTAL DE ALERTAS: ' WRK-ED-ALERTA
                   DELIMITED BY SIZE INTO RISCO-LINHA
               WRITE RISCO-LINHA
           END-IF.
           CLOSE RISCO-REPORT.

       3100-EXAMINAR-GRUPO.
           MOVE RST-CHAVE-GRUPO TO WRK-GRP-CHAVE.
           MOVE ZEROS TO WRK-GRP-QTDE.
           MOVE 'N' TO WRK-GRP-CONTATO.
           MOVE 'N' TO WRK-GRP-VALOR.
           PERFORM 3200-ACUMULAR-LINHA
               UNTIL SORT-FIM OR RST-CHAVE-GRUPO NOT = WRK-GRP-CHAVE.
           PERFORM 3300-AVALIAR-GRUPO.
           IF GRUPO-ALERTA
               PERFORM 3400-IMPRIMIR-ALERTA
           END-IF.

      *GUARDA A LINHA JA FORMATADA PARA O RASTRO, ATE O MAXIMO
       3200-ACUMULAR-LINHA.
           ADD 1 TO WRK-GRP-QTDE.
           IF RST-CONTATO
               MOVE 'S' TO WRK-GRP-CONTATO
           END-IF.
           IF RST-VALOR
               MOVE 'S' TO WRK-GRP-VALOR
           END-IF.
           IF WRK-GRP-QTDE NOT > WRK-MAX-RASTRO
               MOVE RST-DATA TO WRK-DATA-EDICAO
               PERFORM 3900-EDITAR-DATA
               MOVE SPACES TO WRK-RASTRO-LINHA (WRK-GRP-QTDE)
               IF RST-LINHA = ZEROS
                   STRING '    ' WRK-ED-DATA ' ' RST-ORIGEM ' '
                           RST-DESCRICAO
                       DELIMITED BY SIZE
                       INTO WRK-RASTRO-LINHA (WRK-GRP-QTDE)
               ELSE
                   STRING RST-HORA (1:2) ':' RST-HORA (3:2) ':'
                           RST-HORA (5:2)
                       DELIMITED BY SIZE INTO WRK-ED-HORA
                   MOVE RST-LINHA TO WRK-ED-LINHA
                   STRING '    ' WRK-ED-DATA ' ' WRK-ED-HORA ' '
                           RST-ORIGEM ' LINHA ' WRK-ED-LINHA ' '
                           RST-DESCRICAO
                       DELIMITED BY SIZE
                       INTO WRK-RASTRO-LINHA (WRK-GRP-QTDE)
               END-IF
           END-IF.
           RETURN ORDENA-RASTRO
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

      *O LIMITE DE CADA REGRA E O TEXTO DO ALERTA
       3300-AVALIAR-GRUPO.
           SET GRUPO-NORMAL TO TRUE.
           MOVE SPACES TO WRK-ALERTA-DETALHE.
           MOVE WRK-GRP-QTDE TO WRK-ED-QTDE.
           MOVE WRK-GRP-DATA TO WRK-DATA-EDICAO.
           PERFORM 3900-EDITAR-DATA.
           EVALUATE WRK-GRP-REGRA
               WHEN 1
                   IF WRK-GRP-CONTATO = 'S' AND WRK-GRP-VALOR = 'S'
                       SET GRUPO-ALERTA TO TRUE
                       STRING 'CLIENTE ' WRK-GRP-CLIENTE ' EM '
                               WRK-ED-DATA ': CONTATO TROCADO E '
                               'VALOR LANCADO PELO MESMO OPERADOR'
                           DELIMITED BY SIZE INTO WRK-ALERTA-DETALHE
                   END-IF
               WHEN 2
                   IF WRK-GRP-QTDE NOT < WRK-DESC-MIN
                       SET GRUPO-ALERTA TO TRUE
                       STRING WRK-ED-QTDE ' DESCONTOS ENTRE '
                               WRK-ED-PISO '% E A ALCADA DE '
                               WRK-ALCADA '%'
                           DELIMITED BY SIZE INTO WRK-ALERTA-DETALHE
                   END-IF
               WHEN 3
                   MOVE WRK-GRP-OPERADOR TO WRK-OPE-PROCURADO
                   PERFORM 2900-ACHAR-OPERADOR
                   IF WRK-GRP-QTDE NOT < WRK-CONS-MIN
                          AND WRK-GRP-QTDE >
                              WRK-OPE-LIMITE-CONS (WRK-OPE-IDX)
                       SET GRUPO-ALERTA TO TRUE
                       MOVE WRK-OPE-MEDIA-CONS (WRK-OPE-IDX)
                           TO WRK-ED-MEDIA
                       STRING WRK-ED-QTDE ' CONSULTAS EM '
                               WRK-ED-DATA ' (MEDIA DIARIA DO '
                               'OPERADOR NA BASE: ' WRK-ED-MEDIA ')'
                           DELIMITED BY SIZE INTO WRK-ALERTA-DETALHE
                   END-IF
               WHEN 4
                   IF WRK-GRP-QTDE NOT < WRK-FORA-MIN
                       SET GRUPO-ALERTA TO TRUE
                       STRING WRK-ED-QTDE ' GRAVACOES FORA DO '
                               'EXPEDIENTE ' WRK-HORA-INICIO ' A '
                               WRK-HORA-FIM ' OU EM DIA NAO UTIL'
                           DELIMITED BY SIZE INTO WRK-ALERTA-DETALHE
                   END-IF
               WHEN OTHER
                   IF WRK-GRP-QTDE NOT < WRK-ESTORNO-MIN
                          AND WRK-GRP-QTDE * 100 NOT <
                              WRK-ESTORNO-PCT * WRK-TOTAL-ESTORNOS
                       SET GRUPO-ALERTA TO TRUE
                       MOVE WRK-TOTAL-ESTORNOS TO WRK-ED-TOTAL
                       STRING WRK-ED-QTDE ' DOS ' WRK-ED-TOTAL
                               ' ESTORNOS E CANCELAMENTOS DO PERIODO'
                           DELIMITED BY SIZE INTO WRK-ALERTA-DETALHE
                   END-IF
           END-EVALUATE.

       3400-IMPRIMIR-ALERTA.
           ADD 1 TO WRK-TOTAL-ALERTAS.
           ADD 1 TO WRK-ALERTAS-REGRA (WRK-GRP-REGRA).
           MOVE SPACES TO RISCO-LINHA.
           WRITE RISCO-LINHA.
           MOVE WRK-TOTAL-ALERTAS TO WRK-ED-ALERTA.
           MOVE SPACES TO RISCO-LINHA.
           STRING 'ALERTA ' WRK-ED-ALERTA ' - '
                   TB-REGRA-NOME (WRK-GRP-REGRA)
               DELIMITED BY SIZE INTO RISCO-LINHA.
           WRITE RISCO-LINHA.
           MOVE SPACES TO RISCO-LINHA.
           STRING '  OPERADOR ' WRK-GRP-OPERADOR ' - '
                   WRK-ALERTA-DETALHE
               DELIMITED BY SIZE INTO RISCO-LINHA.
           WRITE RISCO-LINHA.
           MOVE '  RASTRO:' TO RISCO-LINHA.
           WRITE RISCO-LINHA.
           PERFORM VARYING WRK-RASTRO-IDX FROM 1 BY 1
                   UNTIL WRK-RASTRO-IDX > WRK-GRP-QTDE
                      OR WRK-RASTRO-IDX > WRK-MAX-RASTRO
               MOVE WRK-RASTRO-LINHA (WRK-RASTRO-IDX) TO RISCO-LINHA
               WRITE RISCO-LINHA
           END-PERFORM.
           IF WRK-GRP-QTDE > WRK-MAX-RASTRO
               COMPUTE WRK-ED-QTDE = WRK-GRP-QTDE - WRK-MAX-RASTRO
               MOVE SPACES TO RISCO-LINHA
               STRING '    ... E MAIS ' WRK-ED-QTDE
                       ' LINHAS NO MESMO PADRAO'
                   DELIMITED BY SIZE INTO RISCO-LINHA
               WRITE RISCO-LINHA
           END-IF.

       3900-EDITAR-DATA.
           MOVE SPACES TO WRK-ED-DATA.
           STRING WRK-DE-DIA '/' WRK-DE-MES '/' WRK-DE-ANO
               DELIMITED BY SIZE INTO WRK-ED-DATA.

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
           MOVE 'RISCOPE' TO JOB-NOME.
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

      *MARCA O FIM NORMAL DESTA EXECUCAO COM OS TOTAIS DO LOTE; OS
      *ALERTAS SAO O PRODUTO DO JOB E NAO MUDAM O RC
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-LIDOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-ALERTAS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM RISCOPE.
