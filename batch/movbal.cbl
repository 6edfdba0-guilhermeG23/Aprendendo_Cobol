       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVBAL.
      **********************************
      *OBJ: MAPA DE MOVIMENTO DO BALCAO POR HORA E DIA DA SEMANA
      *ROTINA BATCH MENSAL, SEM INTERACAO COM O OPERADOR
      *PARA O MES FECHADO ANTERIOR A DATA DE EXECUCAO E PARA O
      *MESMO MES DO ANO ANTERIOR, MONTA POR FILIAL A GRADE HORA X
      *DIA DA SEMANA COM:
      *  PED - PEDIDOS LANCADOS (PEDIDOS-DATA-LANC/HORA-LANC; O
      *        ESTORNO GERADO PELO CANCELAMENTO NAO CONTA)
      *  REC - RECEBIMENTOS LANCADOS NO BALCAO (O RECEBIMENTO NAO
      *        TEM CARIMBO DE HORA: VEM DA LINHA 'RECEBIMENT' DA
      *        AUDITORIA, VIVA OU MENSAL AUDAAAAMM.DAT DO ROTAUD)
      *  ATD - ATENDIMENTOS (ATD-DATA/ATD-HORA)
      *  OPER - MEDIA DE OPERADORES LOGADOS NA FAIXA NOS DIAS
      *        DAQUELE DIA DA SEMANA NO MES
      *O OPERADOR CONTA COMO LOGADO, EM CADA DIA, DA HORA DO LOGIN
      *(LOGIN-OK NO SEGLOG.DAT) ATE A HORA DO SEU ULTIMO LANCAMENTO
      *ANTES DE SAIR POR INATIVIDADE (TIMEOUT) OU DO FIM DO DIA; O
      *DIARIO NAO REGISTRA A SAIDA NORMAL. LANCAMENTO SEM LOGIN NO
      *DIA ABRE A PRESENCA NA PROPRIA HORA
      *SO ENTRAM OS OPERADORES DO CLICRED.DAT (OS LOTES GRAVAM COM
      *O NOME DO PROGRAMA E FICAM DE FORA); PEDIDO VAI PARA A
      *FILIAL DO PEDIDO, O RESTO PARA A FILIAL DO OPERADOR
      *A FAIXA COM MAIS MOVIMENTO POR OPERADOR LOGADO QUE O FATOR
      *DA MEDIA DA FILIAL (E PELO MENOS O MINIMO DE LANCAMENTOS)
      *SAI MARCADA COM * NA GRADE E LISTADA NO FIM DA FILIAL
      *TAMBEM SAEM, POR FILIAL, A GRADE DE COMPARACAO DO MOVIMENTO
      *COM O MESMO MES DO ANO ANTERIOR E O TEMPO MEDIO ENTRE
      *LANCAMENTOS DE CADA OPERADOR NO MESMO DIA (INTERVALO MAIOR
      *QUE A PAUSA E DESCONSIDERADO)
      *LAYOUT DO MOVBAL.CFG (OPCIONAL, UMA LINHA DE LARGURA FIXA;
      *CAMPO EM BRANCO OU ZERADO FICA COM O PADRAO):
      *  FATOR DE DESTAQUE EM % DA MEDIA DA FILIAL 9(03) (PADRAO
      *  150), MINIMO DE LANCAMENTOS NA FAIXA PARA DESTAQUE 9(03)
      *  (PADRAO 10), PAUSA EM MINUTOS 9(03) (PADRAO 60) E MES DE
      *  REFERENCIA AAAAMM 9(06) (PADRAO O MES FECHADO ANTERIOR)
      *O LOTE E DISPARADO NO DIA 1
      *SAIDA: MOVBAL.TXT
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *TRILHA DE AUDITORIA, VIVA OU MENSAL: O NOME DO ARQUIVO EM
      *EXAME E MONTADO EM TEMPO DE EXECUCAO
           SELECT AUDITORIA ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARQ-STATUS.
           SELECT ATENDIMENTOS ASSIGN TO 'ATEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATD-CHAVE
               FILE STATUS IS ATD-STATUS.
           SELECT SEGURANCA ASSIGN TO 'SEGLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SEG-STATUS.
           SELECT CONFIGURACAO ASSIGN TO 'MOVBAL.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
      *ARQUIVO DE TRABALHO DA ORDENACAO DOS EVENTOS POR FILIAL,
      *MES, OPERADOR, DIA E HORA
           SELECT ORDENA-MOV ASSIGN TO 'ORDMOV.TMP'.
           SELECT MOVBAL-REPORT ASSIGN TO 'MOVBAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

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

      *MESMO LAYOUT DO ARQUIVO DE PEDIDOS DO CADASTRO ONLINE
       FD PEDIDOS.
       01 PEDIDOS-REG.
           05 PEDIDOS-CHAVE.
               10 PEDIDOS-FONE PIC 9(09).
               10 PEDIDOS-NUMERO PIC 9(06).
           05 PEDIDOS-DATA PIC 9(08).
           05 PEDIDOS-VALOR PIC 9(07)V99.
           05 PEDIDOS-DESCRICAO PIC X(40).
           05 PEDIDOS-SITUACAO PIC X(01).
               88 PED-ABERTO VALUE 'A'.
               88 PED-FATURADO VALUE 'F'.
               88 PED-PAGO VALUE 'P'.
               88 PED-CANCELADO VALUE 'C'.
               88 PED-ESTORNO VALUE 'E'.
           05 PEDIDOS-LANCAMENTO.
               10 PEDIDOS-OPERADOR PIC X(09).
               10 PEDIDOS-DATA-LANC PIC 9(08).
               10 PEDIDOS-HORA-LANC PIC 9(08).
           05 PEDIDOS-FILIAL PIC 9(02).

      *MESMO LAYOUT DA TRILHA GRAVADA PELO CADASTRO ONLINE
       FD AUDITORIA.
       01 AUDIT-REG.
           05 AUDIT-DATA PIC 9(08).
           05 AUDIT-HORA PIC 9(08).
           05 AUDIT-ACAO PIC X(10).
               88 AUDIT-RECEBIMENTO VALUE 'RECEBIMENT'.
           05 AUDIT-OPERADOR PIC X(09).
           05 AUDIT-CHAVE PIC 9(09).
           05 AUDIT-NOME PIC X(30).
           05 AUDIT-EMAIL-ANTES PIC X(40).
           05 AUDIT-EMAIL-DEPOIS PIC X(40).
           05 AUDIT-PEDIDO PIC 9(06).
           05 AUDIT-VALOR PIC 9(07)V99.
           05 AUDIT-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DOS ATENDIMENTOS DO CADASTRO ONLINE
       FD ATENDIMENTOS.
       01 ATD-REG.
           05 ATD-CHAVE.
               10 ATD-FONE PIC 9(09).
               10 ATD-SEQ PIC 9(04).
           05 ATD-DATA PIC 9(08).
           05 ATD-HORA PIC 9(08).
           05 ATD-OPERADOR PIC X(09).
           05 ATD-CANAL PIC X(01).
           05 ATD-ASSUNTO PIC X(30).
           05 ATD-TEXTO PIC X(60).
           05 ATD-RETORNO PIC 9(08).
           05 ATD-RETORNO-FEITO PIC X(01).

      *MESMO LAYOUT DO DIARIO GRAVADO PELO CADASTRO ONLINE
       FD SEGURANCA.
       01 SEG-REG.
           05 SEG-DATA PIC 9(08).
           05 SEG-HORA PIC 9(08).
           05 SEG-USUARIO PIC X(09).
           05 SEG-EVENTO PIC X(10).
               88 SEG-LOGIN VALUE 'LOGIN-OK'.
               88 SEG-EXPIROU VALUE 'TIMEOUT'.
           05 SEG-VERIFICADOR PIC 9(09).

       FD CONFIGURACAO.
       01 CONFIG-REG.
           05 CFG-FATOR-DESTAQUE PIC 9(03).
           05 CFG-MINIMO-DESTAQUE PIC 9(03).
           05 CFG-PAUSA-MINUTOS PIC 9(03).
           05 CFG-MES-REF PIC 9(06).
           05 CFG-MES-REF-R REDEFINES CFG-MES-REF.
               10 CFG-REF-ANO PIC 9(04).
               10 CFG-REF-MES PIC 9(02).

      *UM EVENTO DO BALCAO: P PEDIDO, R RECEBIMENTO, A ATENDIMENTO,
      *L LOGIN E T SAIDA POR INATIVIDADE; PERIODO 1 E O MES DE
      *REFERENCIA, 2 O MESMO MES DO ANO ANTERIOR
       SD ORDENA-MOV.
       01 ORD-REG.
           05 ORD-FILIAL PIC 9(02).
           05 ORD-PERIODO PIC 9(01).
           05 ORD-OPERADOR PIC X(09).
           05 ORD-DATA PIC 9(08).
           05 ORD-DATA-R REDEFINES ORD-DATA.
               10 ORD-MES PIC 9(06).
               10 ORD-DIA PIC 9(02).
           05 ORD-HORA PIC 9(08).
           05 ORD-HORA-R REDEFINES ORD-HORA.
               10 ORD-HH PIC 9(02).
               10 ORD-MI PIC 9(02).
               10 ORD-SS PIC 9(02).
               10 FILLER PIC 9(02).
           05 ORD-TIPO PIC X(01).
               88 ORD-PEDIDO VALUE 'P'.
               88 ORD-RECEBIMENTO VALUE 'R'.
               88 ORD-ATENDIMENTO VALUE 'A'.
               88 ORD-LOGIN VALUE 'L'.
               88 ORD-EXPIROU VALUE 'T'.

       FD MOVBAL-REPORT.
       01 REL-LINHA PIC X(132).

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
       77 CRED-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 ARQ-STATUS PIC 9(02) VALUE ZEROS.
       77 ATD-STATUS PIC 9(02) VALUE ZEROS.
       77 SEG-STATUS PIC 9(02) VALUE ZEROS.
       77 CONFIG-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ORDENACAO PIC X(01) VALUE 'N'.
           88 FIM-ORDENACAO VALUE 'S'.

      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-EVENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FILIAIS PIC 9(06) VALUE ZEROS.

      *PARAMETROS; VALEM OS DO MOVBAL.CFG QUANDO PREENCHIDOS
       77 WRK-FATOR-DESTAQUE PIC 9(03) VALUE 150.
       77 WRK-MINIMO-DESTAQUE PIC 9(03) VALUE 10.
       77 WRK-PAUSA-MINUTOS PIC 9(03) VALUE 60.
       77 WRK-PAUSA-SEGUNDOS PIC 9(05) VALUE ZEROS.

      *OPERADORES DO CLICRED.DAT E A FILIAL DE CADA UM
       77 WRK-TOTAL-OPERADORES PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-OPERADORES.
           05 WRK-OPE-ENT OCCURS 100 TIMES.
               10 WRK-OPE-NOME PIC X(09).
               10 WRK-OPE-FILIAL PIC 9(02).
       77 WRK-OPE-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-OPE-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-OPE-PROCURADO PIC X(09) VALUE SPACES.

      *DATA DE HOJE E OS DOIS MESES EXAMINADOS; PARA CADA DIA DO
      *MES, A COLUNA DO DIA DA SEMANA (1=DOMINGO ... 7=SABADO) E,
      *PARA CADA DIA DA SEMANA, QUANTAS VEZES ELE OCORRE NO MES
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MES PIC 9(02).
           05 WRK-HOJE-DIA PIC 9(02).
       01 WRK-TABELA-PERIODOS.
           05 WRK-PER-ENT OCCURS 2 TIMES.
               10 WRK-PER-MES PIC 9(06).
               10 WRK-PER-MES-R REDEFINES WRK-PER-MES.
                   15 WRK-PER-ANO PIC 9(04).
                   15 WRK-PER-MM PIC 9(02).
               10 WRK-PER-QTD-DIAS PIC 9(02).
               10 WRK-PER-COLUNA PIC 9(01) OCCURS 31 TIMES.
               10 WRK-PER-OCORRENCIAS PIC 9(01) OCCURS 7 TIMES.
       77 WRK-PER-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-PERIODO-ACHADO PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-COLUNA PIC 9(01) VALUE ZEROS.
       01 WRK-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05 WRK-TESTE-MES PIC 9(06).
           05 WRK-TESTE-DIA PIC 9(02).
       01 TB-DIAS-MES-TBL.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TB-DIAS-MES REDEFINES TB-DIAS-MES-TBL.
           05 TB-DIAS PIC 9(02) OCCURS 12 TIMES.
       77 WRK-RESTO-BISSEXTO PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.
       01 TB-NOMES-DIA-TBL.
           05 FILLER PIC X(21) VALUE 'DOMSEGTERQUAQUISEXSAB'.
       01 TB-NOMES-DIA REDEFINES TB-NOMES-DIA-TBL.
           05 TB-NOME-DIA PIC X(03) OCCURS 7 TIMES.

      *CONGRUENCIA DE ZELLER (MESMA CONTA DO DIAUTIL E DO JOBAGEN)
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

      *TRILHA EM EXAME
       77 WRK-NOME-ARQUIVO PIC X(16) VALUE SPACES.

      *GRADE DA FILIAL CORRENTE: POR MES, HORA E DIA DA SEMANA, OS
      *LANCAMENTOS E AS HORAS-OPERADOR LOGADAS (SOMA DOS DIAS)
       01 WRK-GRADE.
           05 WRK-GRD-PERIODO OCCURS 2 TIMES.
               10 WRK-GRD-HORA OCCURS 24 TIMES.
                   15 WRK-GRD-DIA OCCURS 7 TIMES.
                       20 WRK-GRD-PED PIC 9(05).
                       20 WRK-GRD-REC PIC 9(05).
                       20 WRK-GRD-ATD PIC 9(05).
                       20 WRK-GRD-OPH PIC 9(05).
       77 WRK-HORA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-COL-IDX PIC 9(01) VALUE ZEROS.

      *OPERADORES DA FILIAL CORRENTE, COM OS LANCAMENTOS, OS DIAS
      *TRABALHADOS E A SOMA DOS INTERVALOS ENTRE LANCAMENTOS
       77 WRK-QTD-OPS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-OPS.
           05 WRK-OPS-ENT OCCURS 100 TIMES.
               10 WRK-OPS-NOME PIC X(09).
               10 WRK-OPS-PERIODO OCCURS 2 TIMES.
                   15 WRK-OPS-LANC PIC 9(06).
                   15 WRK-OPS-DIAS PIC 9(03).
                   15 WRK-OPS-INTERVALOS PIC 9(06).
                   15 WRK-OPS-SOMA-SEG PIC 9(09).
       77 WRK-OPS-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-OPS-ATUAL PIC 9(03) VALUE ZEROS.

      *QUEBRAS DA LEITURA ORDENADA E O DIA DO OPERADOR CORRENTE
       77 WRK-ATU-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-ATU-PERIODO PIC 9(01) VALUE ZEROS.
       77 WRK-ATU-OPERADOR PIC X(09) VALUE SPACES.
       77 WRK-ATU-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-ATU-COLUNA PIC 9(01) VALUE ZEROS.
       01 WRK-SESSAO-SITUACAO PIC X(01) VALUE 'N'.
           88 SESSAO-ABERTA VALUE 'S'.
           88 SESSAO-FECHADA VALUE 'N'.
       77 WRK-HORA-ABERTURA PIC 9(02) VALUE ZEROS.
       77 WRK-HORA-ULTIMA PIC 9(02) VALUE ZEROS.
       01 WRK-LANCOU-SITUACAO PIC X(01) VALUE 'N'.
           88 DIA-COM-LANCAMENTO VALUE 'S'.
       77 WRK-SEG-EVENTO PIC 9(05) VALUE ZEROS.
       77 WRK-SEG-ANTERIOR PIC 9(05) VALUE ZEROS.
       77 WRK-INTERVALO PIC S9(05) VALUE ZEROS.

      *TOTAIS E MEDIA DA FILIAL E AS FAIXAS EM DESTAQUE
       77 WRK-MOV-FAIXA PIC 9(06) VALUE ZEROS.
       77 WRK-MOV-FAIXA-ANT PIC 9(06) VALUE ZEROS.
       77 WRK-MOV-LINHA PIC 9(07) VALUE ZEROS.
       77 WRK-MOV-LINHA-ANT PIC 9(07) VALUE ZEROS.
       77 WRK-MOV-FILIAL PIC 9(07) VALUE ZEROS.
       77 WRK-MOV-FILIAL-ANT PIC 9(07) VALUE ZEROS.
       77 WRK-OPH-FILIAL PIC 9(07) VALUE ZEROS.
       77 WRK-MEDIA-FILIAL PIC 9(05)V99 VALUE ZEROS.
       77 WRK-RAZAO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-OPER-MEDIO PIC 9(03)V9 VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(05) VALUE ZEROS.
       77 WRK-MINUTOS PIC 9(05)V9 VALUE ZEROS.
       01 WRK-DESTAQUE-SITUACAO PIC X(01) VALUE 'N'.
           88 FAIXA-EM-DESTAQUE VALUE 'S'.
       77 WRK-QTD-DESTAQUES PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-DESTAQUES.
           05 WRK-DST-ENT OCCURS 50 TIMES.
               10 WRK-DST-COLUNA PIC 9(01).
               10 WRK-DST-HORA PIC 9(02).
               10 WRK-DST-MOV PIC 9(06).
               10 WRK-DST-OPER PIC 9(03)V9.
               10 WRK-DST-RAZAO PIC 9(05)V99.
       77 WRK-DST-IDX PIC 9(03) VALUE ZEROS.

      *CELULA DA GRADE DO MES E DA GRADE DE COMPARACAO
       01 WRK-CELULA.
           05 WRK-CEL-PED PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-CEL-REC PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-CEL-ATD PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-CEL-OPER PIC Z9.9.
           05 WRK-CEL-MARCA PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
       01 WRK-CELULA-COMP.
           05 WRK-CMP-ATUAL PIC ZZZ9.
           05 FILLER PIC X(01) VALUE '/'.
           05 WRK-CMP-ANTERIOR PIC ZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
       77 WRK-POSICAO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CELULA PIC 9(05) VALUE ZEROS.

       77 WRK-ED-QTDE PIC Z(06)9 VALUE ZEROS.
       77 WRK-ED-QTDE-ANT PIC Z(06)9 VALUE ZEROS.
       77 WRK-ED-VARIACAO PIC +Z(04)9 VALUE ZEROS.
       77 WRK-ED-DIAS PIC ZZ9 VALUE ZEROS.
       77 WRK-ED-MINUTOS PIC Z(04)9.9 VALUE ZEROS.
       77 WRK-ED-MINUTOS-ANT PIC Z(04)9.9 VALUE ZEROS.
       77 WRK-ED-RAZAO PIC Z(04)9.99 VALUE ZEROS.
       77 WRK-ED-MEDIA PIC Z(04)9.99 VALUE ZEROS.
       77 WRK-ED-OPER PIC ZZ9.9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           IF WRK-HOJE-MES = 1
               COMPUTE WRK-PER-ANO (1) = WRK-HOJE-ANO - 1
               MOVE 12 TO WRK-PER-MM (1)
           ELSE
               MOVE WRK-HOJE-ANO TO WRK-PER-ANO (1)
               COMPUTE WRK-PER-MM (1) = WRK-HOJE-MES - 1
           END-IF.
           PERFORM 1000-CARREGAR-PARAMETROS.
           COMPUTE WRK-PER-ANO (2) = WRK-PER-ANO (1) - 1.
           MOVE WRK-PER-MM (1) TO WRK-PER-MM (2).
           PERFORM 1100-MONTAR-MES
               VARYING WRK-PER-IDX FROM 1 BY 1
               UNTIL WRK-PER-IDX > 2.
           PERFORM 1200-CARREGAR-OPERADORES.
           OPEN OUTPUT MOVBAL-REPORT.
           MOVE SPACES TO REL-LINHA.
           STRING 'MAPA DE MOVIMENTO DO BALCAO POR HORA E DIA DA '
                   'SEMANA - MES ' WRK-PER-MM (1) '/' WRK-PER-ANO (1)
                   ' COMPARADO A ' WRK-PER-MM (2) '/' WRK-PER-ANO (2)
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESTAQUE: FAIXA COM PELO MENOS '
                   WRK-MINIMO-DESTAQUE ' LANCAMENTOS E MOVIMENTO POR '
                   'OPERADOR LOGADO ACIMA DE ' WRK-FATOR-DESTAQUE
                   '% DA MEDIA DA FILIAL; PAUSA ACIMA DE '
                   WRK-PAUSA-MINUTOS ' MINUTOS'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           SORT ORDENA-MOV
               ON ASCENDING KEY ORD-FILIAL ORD-PERIODO ORD-OPERADOR
                                ORD-DATA ORD-HORA
               INPUT PROCEDURE 2000-SELECIONAR-EVENTOS
               OUTPUT PROCEDURE 3000-EMITIR-FILIAIS.
           IF WRK-TOTAL-FILIAIS = ZEROS
               MOVE ALL '-' TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'NENHUM MOVIMENTO DE BALCAO NOS DOIS MESES' TO
                       REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE MOVBAL-REPORT.
           DISPLAY '---------------------------------------'.
           DISPLAY 'MAPA DE MOVIMENTO DO BALCAO - TOTAIS'.
           DISPLAY 'REGISTROS LIDOS....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'EVENTOS DO BALCAO..: ' WRK-TOTAL-EVENTOS.
           DISPLAY 'FILIAIS NO MAPA....: ' WRK-TOTAL-FILIAIS.
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
           COMPUTE WRK-PAUSA-SEGUNDOS = WRK-PAUSA-MINUTOS * 60.

       1010-APLICAR-CONFIGURACAO.
           IF CFG-FATOR-DESTAQUE IS NUMERIC
                   AND CFG-FATOR-DESTAQUE > ZEROS
               MOVE CFG-FATOR-DESTAQUE TO WRK-FATOR-DESTAQUE
           END-IF.
           IF CFG-MINIMO-DESTAQUE IS NUMERIC
                   AND CFG-MINIMO-DESTAQUE > ZEROS
               MOVE CFG-MINIMO-DESTAQUE TO WRK-MINIMO-DESTAQUE
           END-IF.
           IF CFG-PAUSA-MINUTOS IS NUMERIC
                   AND CFG-PAUSA-MINUTOS > ZEROS
               MOVE CFG-PAUSA-MINUTOS TO WRK-PAUSA-MINUTOS
           END-IF.
           IF CFG-MES-REF IS NUMERIC AND CFG-REF-ANO > ZEROS
                   AND CFG-REF-MES > ZEROS AND CFG-REF-MES < 13
               MOVE CFG-MES-REF TO WRK-PER-MES (1)
           END-IF.

      *DIAS DO MES, COLUNA DE CADA DIA A PARTIR DO DIA DA SEMANA
      *DO DIA 1 E OCORRENCIAS DE CADA DIA DA SEMANA
       1100-MONTAR-MES.
           MOVE TB-DIAS (WRK-PER-MM (WRK-PER-IDX)) TO
                   WRK-PER-QTD-DIAS (WRK-PER-IDX).
           IF WRK-PER-MM (WRK-PER-IDX) = 2
               DIVIDE WRK-PER-ANO (WRK-PER-IDX) BY 4
                   GIVING WRK-QUOC-BISSEXTO
                   REMAINDER WRK-RESTO-BISSEXTO
               IF WRK-RESTO-BISSEXTO = ZEROS
                   MOVE 29 TO WRK-PER-QTD-DIAS (WRK-PER-IDX)
                   DIVIDE WRK-PER-ANO (WRK-PER-IDX) BY 100
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-PER-ANO (WRK-PER-IDX) BY 400
                           GIVING WRK-QUOC-BISSEXTO
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 28 TO WRK-PER-QTD-DIAS (WRK-PER-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE WRK-ZEL-DATA = WRK-PER-MES (WRK-PER-IDX) * 100 + 1.
           PERFORM 4000-DIA-DA-SEMANA.
           MOVE WRK-ZEL-DOW TO WRK-COLUNA.
           IF WRK-COLUNA = ZEROS
               MOVE 7 TO WRK-COLUNA
           END-IF.
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
                   UNTIL WRK-COL-IDX > 7
               MOVE ZEROS TO
                       WRK-PER-OCORRENCIAS (WRK-PER-IDX, WRK-COL-IDX)
           END-PERFORM.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX > WRK-PER-QTD-DIAS (WRK-PER-IDX)
               MOVE WRK-COLUNA TO
                       WRK-PER-COLUNA (WRK-PER-IDX, WRK-DIA-IDX)
               ADD 1 TO WRK-PER-OCORRENCIAS (WRK-PER-IDX, WRK-COLUNA)
               IF WRK-COLUNA = 7
                   MOVE 1 TO WRK-COLUNA
               ELSE
                   ADD 1 TO WRK-COLUNA
               END-IF
           END-PERFORM.

      *SEM CLICRED.DAT NAO HA OPERADOR DE BALCAO A MAPEAR; A
      *FILIAL ZERO (ARQUIVO ANTERIOR A FILIAL) E A MATRIZ, 01
       1200-CARREGAR-OPERADORES.
           MOVE ZEROS TO WRK-TOTAL-OPERADORES.
           OPEN INPUT CREDENCIAIS.
           IF CRED-STATUS = ZEROS
               PERFORM 1210-LER-CREDENCIAL
                   UNTIL CRED-STATUS NOT = ZEROS
                       OR WRK-TOTAL-OPERADORES = 100
               CLOSE CREDENCIAIS
           ELSE
               DISPLAY 'MOVBAL: SEM CLICRED.DAT - NENHUM OPERADOR '
                       'A MAPEAR'
           END-IF.
           MOVE ZEROS TO CRED-STATUS.

       1210-LER-CREDENCIAL.
           READ CREDENCIAIS
               AT END
                   MOVE 10 TO CRED-STATUS
               NOT AT END
                   IF CRED-USUARIO NOT = SPACES
                       ADD 1 TO WRK-TOTAL-OPERADORES
                       MOVE CRED-USUARIO TO
                               WRK-OPE-NOME (WRK-TOTAL-OPERADORES)
                       MOVE 1 TO WRK-OPE-FILIAL (WRK-TOTAL-OPERADORES)
                       IF CRED-FILIAL IS NUMERIC
                               AND CRED-FILIAL > ZEROS
                           MOVE CRED-FILIAL TO
                               WRK-OPE-FILIAL (WRK-TOTAL-OPERADORES)
                       END-IF
                   END-IF
           END-READ.

      *LIBERA PARA A ORDENACAO OS EVENTOS DOS DOIS MESES
       2000-SELECIONAR-EVENTOS.
           PERFORM 2100-VARRER-PEDIDOS.
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                   UNTIL WRK-PER-IDX > 2
               MOVE SPACES TO WRK-NOME-ARQUIVO
               STRING 'AUD' WRK-PER-MES (WRK-PER-IDX) '.DAT'
                   DELIMITED BY SIZE INTO WRK-NOME-ARQUIVO
               PERFORM 2200-VARRER-AUDITORIA
           END-PERFORM.
           MOVE 'AUDITORIA.DAT' TO WRK-NOME-ARQUIVO.
           PERFORM 2200-VARRER-AUDITORIA.
           PERFORM 2300-VARRER-ATENDIMENTOS.
           PERFORM 2400-VARRER-SEGURANCA.

       2100-VARRER-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS NOT = ZEROS
               MOVE 10 TO PEDIDOS-STATUS
           ELSE
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PEDIDOS-STATUS = 10
               ADD 1 TO WRK-TOTAL-LIDOS
               IF NOT PED-ESTORNO
                   MOVE PEDIDOS-DATA-LANC TO WRK-DATA-TESTE
                   PERFORM 2050-PERIODO-DA-DATA
                   IF WRK-PERIODO-ACHADO NOT = ZEROS
                       MOVE PEDIDOS-OPERADOR TO WRK-OPE-PROCURADO
                       PERFORM 2060-PROCURAR-OPERADOR
                       IF WRK-OPE-ACHADO NOT = ZEROS
                           MOVE PEDIDOS-FILIAL TO ORD-FILIAL
                           IF ORD-FILIAL = ZEROS
                               MOVE 1 TO ORD-FILIAL
                           END-IF
                           MOVE PEDIDOS-HORA-LANC TO ORD-HORA
                           MOVE 'P' TO ORD-TIPO
                           PERFORM 2070-LIBERAR-EVENTO
                       END-IF
                   END-IF
               END-IF
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.

      *MES MENSAL QUE AINDA NAO FOI CORTADO PELO ROTAUD SIMPLESMENTE
      *NAO EXISTE; O ARQUIVO VIVO E LIDO DEPOIS
       2200-VARRER-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF ARQ-STATUS NOT = ZEROS
               MOVE ZEROS TO ARQ-STATUS
           ELSE
               READ AUDITORIA
                   AT END
                       MOVE 10 TO ARQ-STATUS
               END-READ
               PERFORM UNTIL ARQ-STATUS NOT = ZEROS
                   ADD 1 TO WRK-TOTAL-LIDOS
                   IF AUDIT-RECEBIMENTO
                       MOVE AUDIT-DATA TO WRK-DATA-TESTE
                       PERFORM 2050-PERIODO-DA-DATA
                       IF WRK-PERIODO-ACHADO NOT = ZEROS
                           MOVE AUDIT-OPERADOR TO WRK-OPE-PROCURADO
                           PERFORM 2060-PROCURAR-OPERADOR
                           IF WRK-OPE-ACHADO NOT = ZEROS
                               MOVE WRK-OPE-FILIAL (WRK-OPE-ACHADO)
                                   TO ORD-FILIAL
                               MOVE AUDIT-HORA TO ORD-HORA
                               MOVE 'R' TO ORD-TIPO
                               PERFORM 2070-LIBERAR-EVENTO
                           END-IF
                       END-IF
                   END-IF
                   READ AUDITORIA
                       AT END
                           MOVE 10 TO ARQ-STATUS
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
               MOVE ZEROS TO ARQ-STATUS
           END-IF.

       2300-VARRER-ATENDIMENTOS.
           OPEN INPUT ATENDIMENTOS.
           IF ATD-STATUS NOT = ZEROS
               MOVE 10 TO ATD-STATUS
           ELSE
               READ ATENDIMENTOS NEXT
                   AT END
                       MOVE 10 TO ATD-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ATD-STATUS = 10
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE ATD-DATA TO WRK-DATA-TESTE
               PERFORM 2050-PERIODO-DA-DATA
               IF WRK-PERIODO-ACHADO NOT = ZEROS
                   MOVE ATD-OPERADOR TO WRK-OPE-PROCURADO
                   PERFORM 2060-PROCURAR-OPERADOR
                   IF WRK-OPE-ACHADO NOT = ZEROS
                       MOVE WRK-OPE-FILIAL (WRK-OPE-ACHADO) TO
                               ORD-FILIAL
                       MOVE ATD-HORA TO ORD-HORA
                       MOVE 'A' TO ORD-TIPO
                       PERFORM 2070-LIBERAR-EVENTO
                   END-IF
               END-IF
               READ ATENDIMENTOS NEXT
                   AT END
                       MOVE 10 TO ATD-STATUS
               END-READ
           END-PERFORM.
           IF ATD-STATUS NOT = 35
               CLOSE ATENDIMENTOS
           END-IF.

      *DO DIARIO DE SEGURANCA SO INTERESSAM A ENTRADA (LOGIN-OK) E
      *A SAIDA POR INATIVIDADE (TIMEOUT)
       2400-VARRER-SEGURANCA.
           OPEN INPUT SEGURANCA.
           IF SEG-STATUS NOT = ZEROS
               MOVE 10 TO SEG-STATUS
           ELSE
               READ SEGURANCA
                   AT END
                       MOVE 10 TO SEG-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL SEG-STATUS = 10
               ADD 1 TO WRK-TOTAL-LIDOS
               IF SEG-LOGIN OR SEG-EXPIROU
                   MOVE SEG-DATA TO WRK-DATA-TESTE
                   PERFORM 2050-PERIODO-DA-DATA
                   IF WRK-PERIODO-ACHADO NOT = ZEROS
                       MOVE SEG-USUARIO TO WRK-OPE-PROCURADO
                       PERFORM 2060-PROCURAR-OPERADOR
                       IF WRK-OPE-ACHADO NOT = ZEROS
                           MOVE WRK-OPE-FILIAL (WRK-OPE-ACHADO) TO
                                   ORD-FILIAL
                           MOVE SEG-HORA TO ORD-HORA
                           MOVE 'T' TO ORD-TIPO
                           IF SEG-LOGIN
                               MOVE 'L' TO ORD-TIPO
                           END-IF
                           PERFORM 2070-LIBERAR-EVENTO
                       END-IF
                   END-IF
               END-IF
               READ SEGURANCA
                   AT END
                       MOVE 10 TO SEG-STATUS
               END-READ
           END-PERFORM.
           IF SEG-STATUS NOT = 35
               CLOSE SEGURANCA
           END-IF.

      *MES (1 OU 2) DA DATA EM WRK-DATA-TESTE; ZERO SE FORA DOS DOIS
       2050-PERIODO-DA-DATA.
           MOVE ZEROS TO WRK-PERIODO-ACHADO.
           IF WRK-DATA-TESTE IS NUMERIC
               IF WRK-TESTE-MES = WRK-PER-MES (1)
                   MOVE 1 TO WRK-PERIODO-ACHADO
               END-IF
               IF WRK-TESTE-MES = WRK-PER-MES (2)
                   MOVE 2 TO WRK-PERIODO-ACHADO
               END-IF
               IF WRK-PERIODO-ACHADO NOT = ZEROS
                   IF WRK-TESTE-DIA < 1 OR WRK-TESTE-DIA >
                           WRK-PER-QTD-DIAS (WRK-PERIODO-ACHADO)
                       MOVE ZEROS TO WRK-PERIODO-ACHADO
                   END-IF
               END-IF
           END-IF.

       2060-PROCURAR-OPERADOR.
           MOVE ZEROS TO WRK-OPE-ACHADO.
           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX > WRK-TOTAL-OPERADORES
                   OR WRK-OPE-ACHADO NOT = ZEROS
               IF WRK-OPE-NOME (WRK-OPE-IDX) = WRK-OPE-PROCURADO
                   MOVE WRK-OPE-IDX TO WRK-OPE-ACHADO
               END-IF
           END-PERFORM.

       2070-LIBERAR-EVENTO.
           MOVE WRK-PERIODO-ACHADO TO ORD-PERIODO.
           MOVE WRK-OPE-PROCURADO TO ORD-OPERADOR.
           MOVE WRK-DATA-TESTE TO ORD-DATA.
           IF ORD-HORA IS NOT NUMERIC OR ORD-HH > 23
               MOVE ZEROS TO ORD-HORA
           END-IF.
           RELEASE ORD-REG.
           ADD 1 TO WRK-TOTAL-EVENTOS.

      *LE OS EVENTOS NA ORDEM FILIAL, MES, OPERADOR, DIA E HORA E
      *EMITE O MAPA DE CADA FILIAL NA QUEBRA
       3000-EMITIR-FILIAIS.
           MOVE 'N' TO WRK-FIM-ORDENACAO.
           RETURN ORDENA-MOV
               AT END
                   SET FIM-ORDENACAO TO TRUE
           END-RETURN.
           IF NOT FIM-ORDENACAO
               PERFORM 3100-INICIAR-FILIAL
           END-IF.
           PERFORM UNTIL FIM-ORDENACAO
               IF ORD-FILIAL NOT = WRK-ATU-FILIAL
                   PERFORM 3300-FECHAR-DIA
                   PERFORM 3500-EMITIR-FILIAL
                   PERFORM 3100-INICIAR-FILIAL
               END-IF
               IF ORD-PERIODO NOT = WRK-ATU-PERIODO
                       OR ORD-OPERADOR NOT = WRK-ATU-OPERADOR
                       OR ORD-DATA NOT = WRK-ATU-DATA
                   PERFORM 3300-FECHAR-DIA
                   PERFORM 3150-INICIAR-DIA
               END-IF
               PERFORM 3200-TRATAR-EVENTO
               RETURN ORDENA-MOV
                   AT END
                       SET FIM-ORDENACAO TO TRUE
               END-RETURN
           END-PERFORM.
           IF WRK-ATU-DATA NOT = ZEROS
               PERFORM 3300-FECHAR-DIA
               PERFORM 3500-EMITIR-FILIAL
           END-IF.

       3100-INICIAR-FILIAL.
           MOVE ORD-FILIAL TO WRK-ATU-FILIAL.
           INITIALIZE WRK-GRADE.
           INITIALIZE WRK-TABELA-OPS.
           MOVE ZEROS TO WRK-QTD-OPS.
           MOVE ZEROS TO WRK-ATU-PERIODO.
           MOVE SPACES TO WRK-ATU-OPERADOR.
           MOVE ZEROS TO WRK-ATU-DATA.
           SET SESSAO-FECHADA TO TRUE.
           MOVE 'N' TO WRK-LANCOU-SITUACAO.

      *NOVO DIA DE UM OPERADOR: COLUNA DO DIA DA SEMANA E POSICAO
      *DO OPERADOR NA TABELA DA FILIAL (CHEIA, SO FICA FORA DA
      *LISTA DE TEMPOS; A GRADE CONTA DO MESMO JEITO)
       3150-INICIAR-DIA.
           IF ORD-OPERADOR NOT = WRK-ATU-OPERADOR
               MOVE ZEROS TO WRK-OPS-ATUAL
               PERFORM VARYING WRK-OPS-IDX FROM 1 BY 1
                       UNTIL WRK-OPS-IDX > WRK-QTD-OPS
                       OR WRK-OPS-ATUAL NOT = ZEROS
                   IF WRK-OPS-NOME (WRK-OPS-IDX) = ORD-OPERADOR
                       MOVE WRK-OPS-IDX TO WRK-OPS-ATUAL
                   END-IF
               END-PERFORM
               IF WRK-OPS-ATUAL = ZEROS AND WRK-QTD-OPS < 100
                   ADD 1 TO WRK-QTD-OPS
                   MOVE ORD-OPERADOR TO WRK-OPS-NOME (WRK-QTD-OPS)
                   MOVE WRK-QTD-OPS TO WRK-OPS-ATUAL
               END-IF
           END-IF.
           MOVE ORD-PERIODO TO WRK-ATU-PERIODO.
           MOVE ORD-OPERADOR TO WRK-ATU-OPERADOR.
           MOVE ORD-DATA TO WRK-ATU-DATA.
           MOVE WRK-PER-COLUNA (ORD-PERIODO, ORD-DIA) TO
                   WRK-ATU-COLUNA.
           SET SESSAO-FECHADA TO TRUE.
           MOVE 'N' TO WRK-LANCOU-SITUACAO.

       3200-TRATAR-EVENTO.
           COMPUTE WRK-HORA-IDX = ORD-HH + 1.
           EVALUATE TRUE
               WHEN ORD-PEDIDO
                   ADD 1 TO WRK-GRD-PED (WRK-ATU-PERIODO,
                           WRK-HORA-IDX, WRK-ATU-COLUNA)
                   PERFORM 3210-LANCAMENTO
               WHEN ORD-RECEBIMENTO
                   ADD 1 TO WRK-GRD-REC (WRK-ATU-PERIODO,
                           WRK-HORA-IDX, WRK-ATU-COLUNA)
                   PERFORM 3210-LANCAMENTO
               WHEN ORD-ATENDIMENTO
                   ADD 1 TO WRK-GRD-ATD (WRK-ATU-PERIODO,
                           WRK-HORA-IDX, WRK-ATU-COLUNA)
                   PERFORM 3210-LANCAMENTO
               WHEN ORD-LOGIN
                   IF SESSAO-FECHADA
                       SET SESSAO-ABERTA TO TRUE
                       MOVE WRK-HORA-IDX TO WRK-HORA-ABERTURA
                       MOVE WRK-HORA-IDX TO WRK-HORA-ULTIMA
                   END-IF
               WHEN ORD-EXPIROU
                   IF SESSAO-ABERTA
                       PERFORM 3250-MARCAR-PRESENCA
                       SET SESSAO-FECHADA TO TRUE
                   END-IF
           END-EVALUATE.

      *LANCAMENTO SEM LOGIN ABERTO NO DIA ABRE A PRESENCA NA HORA;
      *O INTERVALO SO CONTA DENTRO DO MESMO DIA E ATE A PAUSA
       3210-LANCAMENTO.
           IF SESSAO-FECHADA
               SET SESSAO-ABERTA TO TRUE
               MOVE WRK-HORA-IDX TO WRK-HORA-ABERTURA
           END-IF.
           MOVE WRK-HORA-IDX TO WRK-HORA-ULTIMA.
           COMPUTE WRK-SEG-EVENTO = (ORD-HH * 3600) + (ORD-MI * 60)
                   + ORD-SS.
           IF WRK-OPS-ATUAL NOT = ZEROS
               ADD 1 TO WRK-OPS-LANC (WRK-OPS-ATUAL, WRK-ATU-PERIODO)
               IF DIA-COM-LANCAMENTO
                   COMPUTE WRK-INTERVALO =
                           WRK-SEG-EVENTO - WRK-SEG-ANTERIOR
                   IF WRK-INTERVALO NOT < ZEROS
                           AND WRK-INTERVALO NOT > WRK-PAUSA-SEGUNDOS
                       ADD 1 TO WRK-OPS-INTERVALOS
                               (WRK-OPS-ATUAL, WRK-ATU-PERIODO)
                       ADD WRK-INTERVALO TO WRK-OPS-SOMA-SEG
                               (WRK-OPS-ATUAL, WRK-ATU-PERIODO)
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-SEG-EVENTO TO WRK-SEG-ANTERIOR.
           SET DIA-COM-LANCAMENTO TO TRUE.

      *CADA HORA DA PRESENCA VALE UMA HORA-OPERADOR NA FAIXA
       3250-MARCAR-PRESENCA.
           PERFORM VARYING WRK-HORA-IDX FROM WRK-HORA-ABERTURA BY 1
                   UNTIL WRK-HORA-IDX > WRK-HORA-ULTIMA
               ADD 1 TO WRK-GRD-OPH (WRK-ATU-PERIODO, WRK-HORA-IDX,
                       WRK-ATU-COLUNA)
           END-PERFORM.

       3300-FECHAR-DIA.
           IF WRK-ATU-DATA NOT = ZEROS
               IF SESSAO-ABERTA
                   PERFORM 3250-MARCAR-PRESENCA
                   SET SESSAO-FECHADA TO TRUE
               END-IF
               IF DIA-COM-LANCAMENTO AND WRK-OPS-ATUAL NOT = ZEROS
                   ADD 1 TO WRK-OPS-DIAS (WRK-OPS-ATUAL,
                           WRK-ATU-PERIODO)
               END-IF
               MOVE 'N' TO WRK-LANCOU-SITUACAO
           END-IF.

      **********************************
      *MAPA DE UMA FILIAL: GRADE DO MES, COMPARACAO COM O ANO
      *ANTERIOR, TEMPOS POR OPERADOR E FAIXAS EM DESTAQUE
      **********************************
       3500-EMITIR-FILIAL.
           ADD 1 TO WRK-TOTAL-FILIAIS.
           MOVE ZEROS TO WRK-MOV-FILIAL.
           MOVE ZEROS TO WRK-MOV-FILIAL-ANT.
           MOVE ZEROS TO WRK-OPH-FILIAL.
           MOVE ZEROS TO WRK-QTD-DESTAQUES.
           PERFORM VARYING WRK-HORA-IDX FROM 1 BY 1
                   UNTIL WRK-HORA-IDX > 24
               PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
                       UNTIL WRK-COL-IDX > 7
                   COMPUTE WRK-MOV-FILIAL = WRK-MOV-FILIAL
                       + WRK-GRD-PED (1, WRK-HORA-IDX, WRK-COL-IDX)
                       + WRK-GRD-REC (1, WRK-HORA-IDX, WRK-COL-IDX)
                       + WRK-GRD-ATD (1, WRK-HORA-IDX, WRK-COL-IDX)
                   COMPUTE WRK-MOV-FILIAL-ANT = WRK-MOV-FILIAL-ANT
                       + WRK-GRD-PED (2, WRK-HORA-IDX, WRK-COL-IDX)
                       + WRK-GRD-REC (2, WRK-HORA-IDX, WRK-COL-IDX)
                       + WRK-GRD-ATD (2, WRK-HORA-IDX, WRK-COL-IDX)
                   ADD WRK-GRD-OPH (1, WRK-HORA-IDX, WRK-COL-IDX)
                       TO WRK-OPH-FILIAL
               END-PERFORM
           END-PERFORM.
           MOVE ZEROS TO WRK-MEDIA-FILIAL.
           IF WRK-OPH-FILIAL > ZEROS
               COMPUTE WRK-MEDIA-FILIAL ROUNDED =
                       WRK-MOV-FILIAL / WRK-OPH-FILIAL
           END-IF.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-MEDIA-FILIAL TO WRK-ED-MEDIA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FILIAL ' WRK-ATU-FILIAL ' - MES '
                   WRK-PER-MM (1) '/' WRK-PER-ANO (1)
                   ' - MEDIA DE ' WRK-ED-MEDIA
                   ' LANCAMENTOS POR HORA DE OPERADOR LOGADO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PED/REC/ATD = TOTAL NO MES; OPER = MEDIA DE OPERADOR
      -        'ES LOGADOS; * = FAIXA EM DESTAQUE' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 3510-CABECALHO-GRADE.
           PERFORM 3520-LINHA-GRADE
               VARYING WRK-HORA-IDX FROM 1 BY 1
               UNTIL WRK-HORA-IDX > 24.
           PERFORM 3600-COMPARACAO.
           PERFORM 3700-OPERADORES.
           PERFORM 3800-DESTAQUES.

       3510-CABECALHO-GRADE.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE 'HORA' TO REL-LINHA (1:4).
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
                   UNTIL WRK-COL-IDX > 7
               COMPUTE WRK-POSICAO = 7 + (WRK-COL-IDX - 1) * 18 + 6
               MOVE TB-NOME-DIA (WRK-COL-IDX) TO
                       REL-LINHA (WRK-POSICAO:3)
           END-PERFORM.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
                   UNTIL WRK-COL-IDX > 7
               COMPUTE WRK-POSICAO = 7 + (WRK-COL-IDX - 1) * 18
               MOVE 'PED REC ATD OPER' TO REL-LINHA (WRK-POSICAO:16)
           END-PERFORM.
           WRITE REL-LINHA.

      *SO SAI A HORA QUE TEVE MOVIMENTO OU OPERADOR LOGADO EM
      *ALGUM DOS DOIS MESES
       3520-LINHA-GRADE.
           MOVE ZEROS TO WRK-MOV-LINHA.
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
                   UNTIL WRK-COL-IDX > 7
               PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                       UNTIL WRK-PER-IDX > 2
                   COMPUTE WRK-MOV-LINHA = WRK-MOV-LINHA
                       + WRK-GRD-PED (WRK-PER-IDX, WRK-HORA-IDX,
                                      WRK-COL-IDX)
                       + WRK-GRD-REC (WRK-PER-IDX, WRK-HORA-IDX,
                                      WRK-COL-IDX)
                       + WRK-GRD-ATD (WRK-PER-IDX, WRK-HORA-IDX,
                                      WRK-COL-IDX)
                       + WRK-GRD-OPH (WRK-PER-IDX, WRK-HORA-IDX,
                                      WRK-COL-IDX)
               END-PERFORM
           END-PERFORM.
           IF WRK-MOV-LINHA > ZEROS
               MOVE SPACES TO REL-LINHA
               COMPUTE WRK-ED-DIAS = WRK-HORA-IDX - 1
               MOVE WRK-ED-DIAS TO REL-LINHA (1:3)
               MOVE 'H' TO REL-LINHA (4:1)
               PERFORM 3530-CELULA
                   VARYING WRK-COL-IDX FROM 1 BY 1
                   UNTIL WRK-COL-IDX > 7
               WRITE REL-LINHA
           END-IF.

       3530-CELULA.
           MOVE SPACES TO WRK-CEL-MARCA.
           MOVE WRK-GRD-PED (1, WRK-HORA-IDX, WRK-COL-IDX) TO
                   WRK-QTD-CELULA.
           PERFORM 3540-LIMITAR-CELULA.
           MOVE WRK-QTD-CELULA TO WRK-CEL-PED.
           MOVE WRK-GRD-REC (1, WRK-HORA-IDX, WRK-COL-IDX) TO
                   WRK-QTD-CELULA.
           PERFORM 3540-LIMITAR-CELULA.
           MOVE WRK-QTD-CELULA TO WRK-CEL-REC.
           MOVE WRK-GRD-ATD (1, WRK-HORA-IDX, WRK-COL-IDX) TO
                   WRK-QTD-CELULA.
           PERFORM 3540-LIMITAR-CELULA.
           MOVE WRK-QTD-CELULA TO WRK-CEL-ATD.
           MOVE ZEROS TO WRK-OPER-MEDIO.
           IF WRK-PER-OCORRENCIAS (1, WRK-COL-IDX) > ZEROS
               COMPUTE WRK-OPER-MEDIO ROUNDED =
                       WRK-GRD-OPH (1, WRK-HORA-IDX, WRK-COL-IDX)
                       / WRK-PER-OCORRENCIAS (1, WRK-COL-IDX)
           END-IF.
           MOVE WRK-OPER-MEDIO TO WRK-CEL-OPER.
           PERFORM 3550-CONFERIR-DESTAQUE.
           IF FAIXA-EM-DESTAQUE
               MOVE '*' TO WRK-CEL-MARCA
           END-IF.
           COMPUTE WRK-POSICAO = 7 + (WRK-COL-IDX - 1) * 18.
           MOVE WRK-CELULA TO REL-LINHA (WRK-POSICAO:18).

       3540-LIMITAR-CELULA.
           IF WRK-QTD-CELULA > 999
               MOVE 999 TO WRK-QTD-CELULA
           END-IF.

      *MOVIMENTO POR HORA-OPERADOR DA FAIXA CONTRA A MEDIA DA
      *FILIAL; A FAIXA EM DESTAQUE ENTRA NA LISTA DO FIM
       3550-CONFERIR-DESTAQUE.
           MOVE 'N' TO WRK-DESTAQUE-SITUACAO.
           COMPUTE WRK-MOV-FAIXA =
                   WRK-GRD-PED (1, WRK-HORA-IDX, WRK-COL-IDX)
                 + WRK-GRD-REC (1, WRK-HORA-IDX, WRK-COL-IDX)
                 + WRK-GRD-ATD (1, WRK-HORA-IDX, WRK-COL-IDX).
           IF WRK-MOV-FAIXA NOT < WRK-MINIMO-DESTAQUE
                   AND WRK-GRD-OPH (1, WRK-HORA-IDX, WRK-COL-IDX) >
                       ZEROS
               COMPUTE WRK-RAZAO ROUNDED = WRK-MOV-FAIXA /
                       WRK-GRD-OPH (1, WRK-HORA-IDX, WRK-COL-IDX)
               IF WRK-RAZAO * 100 NOT <
                       WRK-MEDIA-FILIAL * WRK-FATOR-DESTAQUE
                   SET FAIXA-EM-DESTAQUE TO TRUE
                   IF WRK-QTD-DESTAQUES < 50
                       ADD 1 TO WRK-QTD-DESTAQUES
                       MOVE WRK-COL-IDX TO
                               WRK-DST-COLUNA (WRK-QTD-DESTAQUES)
                       COMPUTE WRK-DST-HORA (WRK-QTD-DESTAQUES) =
                               WRK-HORA-IDX - 1
                       MOVE WRK-MOV-FAIXA TO
                               WRK-DST-MOV (WRK-QTD-DESTAQUES)
                       MOVE WRK-OPER-MEDIO TO
                               WRK-DST-OPER (WRK-QTD-DESTAQUES)
                       MOVE WRK-RAZAO TO
                               WRK-DST-RAZAO (WRK-QTD-DESTAQUES)
                   END-IF
               END-IF
           END-IF.

      *MOVIMENTO (PED+REC+ATD) DO MES CONTRA O MESMO MES DO ANO
      *ANTERIOR, POR FAIXA, COM O TOTAL DA HORA E A VARIACAO
       3600-COMPARACAO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'COMPARACAO DO MOVIMENTO: ' WRK-PER-MM (1) '/'
                   WRK-PER-ANO (1) ' / ' WRK-PER-MM (2) '/'
                   WRK-PER-ANO (2)
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE 'HORA' TO REL-LINHA (1:4).
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
                   UNTIL WRK-COL-IDX > 7
               COMPUTE WRK-POSICAO = 7 + (WRK-COL-IDX - 1) * 11 + 3
               MOVE TB-NOME-DIA (WRK-COL-IDX) TO
                       REL-LINHA (WRK-POSICAO:3)
           END-PERFORM.
           MOVE '  ATUAL ANTERIOR VARIACAO%' TO REL-LINHA (84:26).
           WRITE REL-LINHA.
           PERFORM 3610-LINHA-COMPARACAO
               VARYING WRK-HORA-IDX FROM 1 BY 1
               UNTIL WRK-HORA-IDX > 24.
           MOVE SPACES TO REL-LINHA.
           MOVE 'TOTAL DO MES' TO REL-LINHA (1:12).
           MOVE WRK-MOV-FILIAL TO WRK-MOV-LINHA.
           MOVE WRK-MOV-FILIAL-ANT TO WRK-MOV-LINHA-ANT.
           PERFORM 3620-TOTAL-E-VARIACAO.
           WRITE REL-LINHA.

       3610-LINHA-COMPARACAO.
           MOVE ZEROS TO WRK-MOV-LINHA.
           MOVE ZEROS TO WRK-MOV-LINHA-ANT.
           MOVE SPACES TO REL-LINHA.
           PERFORM VARYING WRK-COL-IDX FROM 1 BY 1
                   UNTIL WRK-COL-IDX > 7
               COMPUTE WRK-MOV-FAIXA =
                       WRK-GRD-PED (1, WRK-HORA-IDX, WRK-COL-IDX)
                     + WRK-GRD-REC (1, WRK-HORA-IDX, WRK-COL-IDX)
                     + WRK-GRD-ATD (1, WRK-HORA-IDX, WRK-COL-IDX)
               COMPUTE WRK-MOV-FAIXA-ANT =
                       WRK-GRD-PED (2, WRK-HORA-IDX, WRK-COL-IDX)
                     + WRK-GRD-REC (2, WRK-HORA-IDX, WRK-COL-IDX)
                     + WRK-GRD-ATD (2, WRK-HORA-IDX, WRK-COL-IDX)
               ADD WRK-MOV-FAIXA TO WRK-MOV-LINHA
               ADD WRK-MOV-FAIXA-ANT TO WRK-MOV-LINHA-ANT
               MOVE WRK-MOV-FAIXA TO WRK-CMP-ATUAL
               MOVE WRK-MOV-FAIXA-ANT TO WRK-CMP-ANTERIOR
               COMPUTE WRK-POSICAO = 7 + (WRK-COL-IDX - 1) * 11
               MOVE WRK-CELULA-COMP TO REL-LINHA (WRK-POSICAO:11)
           END-PERFORM.
           IF WRK-MOV-LINHA > ZEROS OR WRK-MOV-LINHA-ANT > ZEROS
               COMPUTE WRK-ED-DIAS = WRK-HORA-IDX - 1
               MOVE WRK-ED-DIAS TO REL-LINHA (1:3)
               MOVE 'H' TO REL-LINHA (4:1)
               PERFORM 3620-TOTAL-E-VARIACAO
               WRITE REL-LINHA
           END-IF.

      *SEM MOVIMENTO NO ANO ANTERIOR NAO HA VARIACAO A MOSTRAR
       3620-TOTAL-E-VARIACAO.
           MOVE WRK-MOV-LINHA TO WRK-ED-QTDE.
           MOVE WRK-ED-QTDE TO REL-LINHA (84:7).
           MOVE WRK-MOV-LINHA-ANT TO WRK-ED-QTDE-ANT.
           MOVE WRK-ED-QTDE-ANT TO REL-LINHA (93:7).
           IF WRK-MOV-LINHA-ANT > ZEROS
               COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-MOV-LINHA - WRK-MOV-LINHA-ANT) * 100
                       / WRK-MOV-LINHA-ANT
               MOVE WRK-VARIACAO TO WRK-ED-VARIACAO
               MOVE WRK-ED-VARIACAO TO REL-LINHA (103:6)
           ELSE
               MOVE '   ---' TO REL-LINHA (103:6)
           END-IF.

      *TEMPO MEDIO ENTRE LANCAMENTOS NO MESMO DIA, POR OPERADOR
       3700-OPERADORES.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE 'OPERADOR' TO REL-LINHA (1:8).
           MOVE 'LANCAM.' TO REL-LINHA (13:7).
           MOVE 'DIAS' TO REL-LINHA (22:4).
           MOVE 'MIN.ENTRE LANC.' TO REL-LINHA (28:15).
           MOVE 'LANC.ANO ANT.' TO REL-LINHA (46:13).
           MOVE 'MIN.ANO ANT.' TO REL-LINHA (61:12).
           WRITE REL-LINHA.
           PERFORM 3710-LINHA-OPERADOR
               VARYING WRK-OPS-IDX FROM 1 BY 1
               UNTIL WRK-OPS-IDX > WRK-QTD-OPS.

       3710-LINHA-OPERADOR.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-OPS-NOME (WRK-OPS-IDX) TO REL-LINHA (1:9).
           MOVE WRK-OPS-LANC (WRK-OPS-IDX, 1) TO WRK-ED-QTDE.
           MOVE WRK-ED-QTDE TO REL-LINHA (13:7).
           MOVE WRK-OPS-DIAS (WRK-OPS-IDX, 1) TO WRK-ED-DIAS.
           MOVE WRK-ED-DIAS TO REL-LINHA (23:3).
           MOVE ZEROS TO WRK-MINUTOS.
           IF WRK-OPS-INTERVALOS (WRK-OPS-IDX, 1) > ZEROS
               COMPUTE WRK-MINUTOS ROUNDED =
                       WRK-OPS-SOMA-SEG (WRK-OPS-IDX, 1) /
                       WRK-OPS-INTERVALOS (WRK-OPS-IDX, 1) / 60
           END-IF.
           MOVE WRK-MINUTOS TO WRK-ED-MINUTOS.
           MOVE WRK-ED-MINUTOS TO REL-LINHA (34:7).
           MOVE WRK-OPS-LANC (WRK-OPS-IDX, 2) TO WRK-ED-QTDE-ANT.
           MOVE WRK-ED-QTDE-ANT TO REL-LINHA (52:7).
           MOVE ZEROS TO WRK-MINUTOS.
           IF WRK-OPS-INTERVALOS (WRK-OPS-IDX, 2) > ZEROS
               COMPUTE WRK-MINUTOS ROUNDED =
                       WRK-OPS-SOMA-SEG (WRK-OPS-IDX, 2) /
                       WRK-OPS-INTERVALOS (WRK-OPS-IDX, 2) / 60
           END-IF.
           MOVE WRK-MINUTOS TO WRK-ED-MINUTOS-ANT.
           MOVE WRK-ED-MINUTOS-ANT TO REL-LINHA (66:7).
           WRITE REL-LINHA.

       3800-DESTAQUES.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTD-DESTAQUES = ZEROS
               MOVE 'NENHUMA FAIXA EM DESTAQUE NESTA FILIAL' TO
                       REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE 'FAIXAS EM DESTAQUE (MAIS MOVIMENTO POR OPERADOR LO
      -            'GADO)' TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 3810-LINHA-DESTAQUE
                   VARYING WRK-DST-IDX FROM 1 BY 1
                   UNTIL WRK-DST-IDX > WRK-QTD-DESTAQUES
           END-IF.

       3810-LINHA-DESTAQUE.
           MOVE WRK-DST-MOV (WRK-DST-IDX) TO WRK-ED-QTDE.
           MOVE WRK-DST-OPER (WRK-DST-IDX) TO WRK-ED-OPER.
           MOVE WRK-DST-RAZAO (WRK-DST-IDX) TO WRK-ED-RAZAO.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' TB-NOME-DIA (WRK-DST-COLUNA (WRK-DST-IDX))
                   ' ' WRK-DST-HORA (WRK-DST-IDX) 'H - '
                   WRK-ED-QTDE ' LANCAMENTOS, ' WRK-ED-OPER
                   ' OPERADORES EM MEDIA, ' WRK-ED-RAZAO
                   ' POR HORA DE OPERADOR'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

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
           MOVE 'MOVBAL' TO JOB-NOME.
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
           MOVE WRK-TOTAL-FILIAIS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM MOVBAL.
