       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDENT.
      **********************************
      *OBJ: RELATORIO SEMANAL DE OCUPACAO DA AGENDA DE ENTREGAS
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR; RODA NA SEGUNDA
      *LE AS ENTREGAS AGENDADAS (ENTREGAS.DAT), A CAPACIDADE POR
      *FILIAL, DIA DA SEMANA E PERIODO (ENTCAP.DAT, MANTIDO PELA
      *OPCAO CE DO CADASTRO ONLINE) E OS FERIADOS DO CALEND.DAT, E
      *GRAVA EM AGDENT.TXT:
      *  1) POR FILIAL DO CLIENTE, DIA A DIA, DA SEMANA QUE PASSOU
      *     (HOJE E OS SEIS DIAS ANTERIORES) E DA QUE VEM (OS SETE
      *     DIAS SEGUINTES), AS ENTREGAS DE MANHA E DE TARDE CONTRA
      *     A CAPACIDADE, COM O PERCENTUAL DE OCUPACAO E O PERIODO
      *     LOTADO OU ACIMA DA CAPACIDADE (ENCAIXE LIBERADO)
      *  2) AS ENTREGAS REMARCADAS POR FALTA DE VAGA E OS ENCAIXES
      *     EM PERIODO LOTADO REGISTRADOS NA SEMANA (ENTREMAR.DAT,
      *     GRAVADO PELO AGENDAMENTO DO CADASTRO ONLINE)
      *A CAPACIDADE DO DIA SEGUE A MESMA REGRA DO AGENDAMENTO: A
      *LINHA DO DIA DA SEMANA, ZERO NO FERIADO E, POR CIMA DE
      *TUDO, A EXCECAO DA DATA; FILIAL SEM LINHA NENHUMA NO
      *ENTCAP.DAT SAI SO COM A CONTAGEM (SEM LIMITE)
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO 'ENTREGAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS ENT-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
      *CAPACIDADE DE ENTREGAS POR FILIAL (OPCAO CE)
           SELECT CAPAC-ENTREGA ASSIGN TO 'ENTCAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENT-STATUS.
      *CALENDARIO DE FERIADOS MANTIDO PELA TELA FE
           SELECT FERIADOS ASSIGN TO 'CALEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FER-STATUS.
      *REMARCACOES POR FALTA DE VAGA E ENCAIXES NO LOTADO
           SELECT ENTREGA-REMARCADA ASSIGN TO 'ENTREMAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERM-STATUS.
           SELECT AGDENT-REPORT ASSIGN TO 'AGDENT.TXT'
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
      *MESMO LAYOUT DO REGISTRO DE ENTREGAS DO CADASTRO ONLINE
       FD ENTREGAS.
       01 ENT-REG.
           05 ENT-CHAVE.
               10 ENT-FONE PIC 9(09).
               10 ENT-PEDIDO PIC 9(06).
           05 ENT-DATA PIC 9(08).
           05 ENT-PERIODO PIC X(01).
               88 ENT-MANHA VALUE 'M'.
               88 ENT-TARDE VALUE 'T'.
           05 ENT-LOGRADOURO PIC X(40).
           05 ENT-END-NUMERO PIC X(06).
           05 ENT-BAIRRO PIC X(20).
           05 ENT-CIDADE PIC X(25).
           05 ENT-UF PIC X(02).
           05 ENT-CEP PIC 9(08).
           05 ENT-SITUACAO PIC X(01).
               88 ENT-PENDENTE VALUE 'P'.
               88 ENT-SAIU VALUE 'S'.
               88 ENT-ENTREGUE VALUE 'E'.
               88 ENT-FRUSTRADA VALUE 'F'.

      *MESMO LAYOUT DO CADASTRO ONLINE (CLIENTES)
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE PIC 9(09).
           05 CLIENTES-NOME PIC X(30).
           05 CLIENTES-EMAIL PIC X(40).
           05 CLIENTES-FONE-CEL PIC 9(11).
           05 CLIENTES-DATA-NASC PIC 9(08).
           05 CLIENTES-PREF-CONTATO PIC X(01).
           05 CLIENTES-ENDERECO.
               10 CLIENTES-END-LOGRADOURO PIC X(40).
               10 CLIENTES-END-NUMERO PIC X(06).
               10 CLIENTES-END-BAIRRO PIC X(20).
               10 CLIENTES-END-CIDADE PIC X(25).
               10 CLIENTES-END-UF PIC X(02).
               10 CLIENTES-END-CEP PIC 9(08).
           05 CLIENTES-DOC.
               10 CLIENTES-DOC-TIPO PIC X(01).
                   88 CLI-DOC-CPF VALUE 'F'.
                   88 CLI-DOC-CNPJ VALUE 'J'.
               10 CLIENTES-DOC-NUM PIC 9(14).
           05 CLIENTES-STATUS-REG PIC X(01) VALUE 'A'.
               88 CLI-ATIVO VALUE 'A'.
               88 CLI-SUSPENSO VALUE 'S'.
               88 CLI-CANCELADO VALUE 'C'.
               88 CLI-INATIVO VALUE 'I'.
           05 CLIENTES-OBSERVACOES PIC X(60)
                       OCCURS 5 TIMES VALUE SPACES.
           05 CLIENTES-ULT-ALTERACAO.
               10 CLIENTES-ULT-OPERADOR PIC X(09).
               10 CLIENTES-ULT-DATA PIC 9(08).
               10 CLIENTES-ULT-HORA PIC 9(08).
           05 CLIENTES-DATA-INCLUSAO PIC 9(08).
           05 CLIENTES-LIMITE-CRED PIC 9(07)V99.
      *CLASSE ABC DO CLIENTE, ATRIBUIDA PELO LOTE ABCCLI
           05 CLIENTES-CLASSE PIC X(01).
           05 CLIENTES-END-INVALIDO PIC X(01).
               88 END-DEVOLVIDO VALUE 'S'.
           05 CLIENTES-FILIAL PIC 9(02).

      *MESMO LAYOUT DA CAPACIDADE DE ENTREGAS DO CADASTRO ONLINE
       FD CAPAC-ENTREGA.
       01 CENT-REG.
           05 CENT-FILIAL PIC 9(02).
           05 CENT-TIPO PIC X(01).
               88 CENT-SEMANAL VALUE 'S'.
               88 CENT-EXCECAO VALUE 'D'.
           05 CENT-DIA PIC 9(08).
           05 CENT-MANHA PIC 9(03).
           05 CENT-TARDE PIC 9(03).
           05 CENT-OPERADOR PIC X(09).
           05 CENT-DATA PIC 9(08).

      *MESMO LAYOUT DO CALENDARIO DA TELA FE
       FD FERIADOS.
       01 FER-REG.
           05 FER-DATA PIC 9(08).
           05 FER-DESCRICAO PIC X(30).

      *MESMO LAYOUT DAS REMARCACOES DO CADASTRO ONLINE
       FD ENTREGA-REMARCADA.
       01 ERM-REG.
           05 ERM-FONE PIC 9(09).
           05 ERM-PEDIDO PIC 9(06).
           05 ERM-FILIAL PIC 9(02).
           05 ERM-DATA-PEDIDA PIC 9(08).
           05 ERM-PERIODO-PEDIDO PIC X(01).
           05 ERM-DATA-NOVA PIC 9(08).
           05 ERM-PERIODO-NOVO PIC X(01).
           05 ERM-MOTIVO PIC X(01).
               88 ERM-REMARCADA VALUE 'R'.
               88 ERM-ENCAIXE VALUE 'E'.
           05 ERM-OPERADOR PIC X(09).
           05 ERM-DATA-REG PIC 9(08).
           05 ERM-HORA-REG PIC 9(08).

       FD AGDENT-REPORT.
       01 REPORT-LINHA PIC X(120).

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
       77 ENT-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 CENT-STATUS PIC 9(02) VALUE ZEROS.
       77 FER-STATUS PIC 9(02) VALUE ZEROS.
       77 ERM-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-JANELA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LOTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ACIMA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REMARCADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ENCAIXES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LINHAS PIC 9(06) VALUE ZEROS.
      *CAPACIDADE CARREGADA DO ENTCAP.DAT (MESMO LAYOUT DO CENT-REG)
       77 WRK-TOTAL-CAPAC PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-CAPAC.
           05 WRK-CAPAC OCCURS 300 TIMES.
               10 WRK-CPE-FILIAL PIC 9(02).
               10 WRK-CPE-TIPO PIC X(01).
               10 WRK-CPE-DIA PIC 9(08).
               10 WRK-CPE-MANHA PIC 9(03).
               10 WRK-CPE-TARDE PIC 9(03).
               10 WRK-CPE-OPERADOR PIC X(09).
               10 WRK-CPE-DATA PIC 9(08).
       77 WRK-CPE-IDX PIC 9(03) VALUE ZEROS.
      *FERIADOS CARREGADOS DO CALEND.DAT
       77 WRK-TOTAL-FERIADOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-FERIADOS.
           05 WRK-FER-DATA PIC 9(08) OCCURS 100 TIMES.
       77 WRK-FER-IDX PIC 9(03) VALUE ZEROS.
      *OS 14 DIAS DO RELATORIO: A DATA, O DIA DA SEMANA (1 =
      *SEGUNDA ... 7 = DOMINGO) E SE E FERIADO
       01 WRK-TABELA-JANELA.
           05 WRK-JANELA OCCURS 14 TIMES.
               10 WRK-JN-DATA PIC 9(08).
               10 WRK-JN-DOW PIC 9(01).
               10 WRK-JN-FERIADO PIC X(01).
       77 WRK-DIA-IDX PIC 9(02) VALUE ZEROS.
      *ENTREGAS POR FILIAL (1 A 99; ZERO E A MATRIZ), DIA DA JANELA
      *E PERIODO, E AS REMARCACOES E ENCAIXES DA SEMANA
       01 WRK-TABELA-OCUPACAO.
           05 WRK-OC-FIL OCCURS 99 TIMES.
               10 WRK-OC-USADA PIC X(01).
               10 WRK-OC-CONTROLE PIC X(01).
               10 WRK-OC-DIA OCCURS 14 TIMES.
                   15 WRK-OC-QT-M PIC 9(04).
                   15 WRK-OC-QT-T PIC 9(04).
               10 WRK-OC-REMARC PIC 9(04).
               10 WRK-OC-ENCAIXE PIC 9(04).
       77 WRK-FIL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FIL-ENT PIC 9(02) VALUE ZEROS.
      *O QUE VALE NO DIA DA FILIAL: L = SEM LIMITE, F = FERIADO,
      *D = EXCECAO DA DATA, S = LINHA DO DIA DA SEMANA
       77 WRK-REGRA PIC X(01) VALUE SPACES.
           88 REGRA-SEM-LIMITE VALUE 'L'.
           88 REGRA-FERIADO VALUE 'F'.
       77 WRK-CAP-M PIC 9(03) VALUE ZEROS.
       77 WRK-CAP-T PIC 9(03) VALUE ZEROS.
      *UM PERIODO NA LINHA DO DIA
       77 WRK-PER-NOME PIC X(05) VALUE SPACES.
       77 WRK-PER-OCU PIC 9(04) VALUE ZEROS.
       77 WRK-PER-CAP PIC 9(03) VALUE ZEROS.
       77 WRK-PER-PCT PIC 9(05) VALUE ZEROS.
       77 WRK-PER-MARCA PIC X(11) VALUE SPACES.
       77 WRK-PER-TEXTO PIC X(36) VALUE SPACES.
       77 WRK-TEXTO-M PIC X(36) VALUE SPACES.
       77 WRK-TEXTO-T PIC X(36) VALUE SPACES.
      *TOTAIS DA FILIAL NA JANELA
       77 WRK-FIL-ENTREGAS PIC 9(06) VALUE ZEROS.
       77 WRK-FIL-CAPAC PIC 9(06) VALUE ZEROS.
       77 WRK-FIL-LOTADOS PIC 9(04) VALUE ZEROS.
      *DATAS: HOJE, INICIO DA JANELA (HOJE MENOS SEIS) E A DATA EM
      *CALCULO NO AVANCO E NO RECUO DE UM DIA
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-CALC-ANO PIC 9(04).
           05 WRK-CALC-MES PIC 9(02).
           05 WRK-CALC-DIA PIC 9(02).
       77 WRK-ULT-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO PIC 9(04) VALUE ZEROS.
      *DIAS DE CADA MES (MESMA TECNICA DO KPIDIA)
       01 TB-DIAS-MES-TBL.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TB-DIAS-MES REDEFINES TB-DIAS-MES-TBL.
           05 TB-DIAS PIC 9(02) OCCURS 12 TIMES.
       01 TB-NOMES-DIA-TBL.
           05 FILLER PIC X(21) VALUE 'SEGTERQUAQUISEXSABDOM'.
       01 TB-NOMES-DIA REDEFINES TB-NOMES-DIA-TBL.
           05 TB-NOME-DIA PIC X(03) OCCURS 7 TIMES.
      *CONGRUENCIA DE ZELLER (COMO NO DIAUTIL)
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
      *CAMPOS EDITADOS
       01 WRK-ED-DATA.
           05 WRK-ED-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 WRK-ED-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 WRK-ED-ANO PIC 9(04).
       77 WRK-ED-OCU PIC ZZZ9 VALUE ZEROS.
       77 WRK-ED-CAP PIC ZZ9 VALUE ZEROS.
       77 WRK-ED-PCT PIC ZZZZ9 VALUE ZEROS.
       77 WRK-ED-QTDE PIC Z(05)9 VALUE ZEROS.
       77 WRK-ED-FILIAL PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 1100-CARREGAR-FERIADOS.
           PERFORM 1200-MONTAR-JANELA.
           PERFORM 1300-CARREGAR-CAPACIDADE.
           PERFORM 2000-CONTAR-ENTREGAS.
           PERFORM 2200-CONTAR-REMARCACOES.
           PERFORM 3000-LISTAR-OCUPACAO.
           PERFORM 4000-LISTAR-REMARCACOES.
           PERFORM 5000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           INITIALIZE WRK-TABELA-OCUPACAO.
           OPEN OUTPUT AGDENT-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'OCUPACAO DA AGENDA DE ENTREGAS - POSICAO EM '
                   WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '=' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           OPEN INPUT ENTREGAS.
           OPEN INPUT CLIENTES.

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

      *A JANELA COMECA SEIS DIAS ANTES DE HOJE E VAI ATE SETE DIAS
      *DEPOIS; CADA DIA LEVA O DIA DA SEMANA E A MARCA DE FERIADO
       1200-MONTAR-JANELA.
           MOVE WRK-HOJE TO WRK-DATA-CALC.
           PERFORM 8200-RECUAR-UM-DIA 6 TIMES.
           MOVE WRK-DATA-CALC TO WRK-DATA-INI.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX > 14
               MOVE WRK-DATA-CALC TO WRK-JN-DATA (WRK-DIA-IDX)
               MOVE WRK-DATA-CALC TO WRK-ZEL-DATA
               PERFORM 8300-DIA-DA-SEMANA
               MOVE 'N' TO WRK-JN-FERIADO (WRK-DIA-IDX)
               PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                       UNTIL WRK-FER-IDX > WRK-TOTAL-FERIADOS
                   IF WRK-FER-DATA (WRK-FER-IDX) = WRK-DATA-CALC
                       MOVE 'S' TO WRK-JN-FERIADO (WRK-DIA-IDX)
                   END-IF
               END-PERFORM
               PERFORM 8100-AVANCAR-UM-DIA
           END-PERFORM.

      *CARREGA O ENTCAP.DAT E MARCA AS FILIAIS QUE TEM CONTROLE DE
      *VAGA (FILIAL ZERO E A MATRIZ, COMO NO AGENDAMENTO)
       1300-CARREGAR-CAPACIDADE.
           MOVE ZEROS TO WRK-TOTAL-CAPAC.
           OPEN INPUT CAPAC-ENTREGA.
           IF CENT-STATUS = ZEROS
               READ CAPAC-ENTREGA
                   AT END
                       MOVE 10 TO CENT-STATUS
               END-READ
               PERFORM UNTIL CENT-STATUS NOT = 0
                       OR WRK-TOTAL-CAPAC = 300
                   ADD 1 TO WRK-TOTAL-CAPAC
                   MOVE CENT-REG TO WRK-CAPAC (WRK-TOTAL-CAPAC)
                   IF WRK-CPE-FILIAL (WRK-TOTAL-CAPAC) = ZEROS
                       MOVE 1 TO WRK-CPE-FILIAL (WRK-TOTAL-CAPAC)
                   END-IF
                   MOVE WRK-CPE-FILIAL (WRK-TOTAL-CAPAC) TO
                           WRK-FIL-IDX
                   MOVE 'S' TO WRK-OC-USADA (WRK-FIL-IDX)
                   MOVE 'S' TO WRK-OC-CONTROLE (WRK-FIL-IDX)
                   READ CAPAC-ENTREGA
                       AT END
                           MOVE 10 TO CENT-STATUS
                   END-READ
               END-PERFORM
               CLOSE CAPAC-ENTREGA
           END-IF.
           MOVE ZEROS TO CENT-STATUS.

      *CONTA CADA ENTREGA DA JANELA NA FILIAL DO CLIENTE, NO DIA E
      *NO PERIODO DELA, QUALQUER QUE SEJA A SITUACAO (A ENTREGUE
      *TAMBEM OCUPOU O CAMINHAO)
       2000-CONTAR-ENTREGAS.
           IF ENT-STATUS NOT = ZEROS
               MOVE 10 TO ENT-STATUS
           ELSE
               READ ENTREGAS NEXT
                   AT END
                       MOVE 10 TO ENT-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ENT-STATUS NOT = 0
               ADD 1 TO WRK-TOTAL-LIDAS
               PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                       UNTIL WRK-DIA-IDX > 14
                   IF ENT-DATA = WRK-JN-DATA (WRK-DIA-IDX)
                       PERFORM 2100-SOMAR-ENTREGA
                   END-IF
               END-PERFORM
               READ ENTREGAS NEXT
                   AT END
                       MOVE 10 TO ENT-STATUS
               END-READ
           END-PERFORM.

       2100-SOMAR-ENTREGA.
           ADD 1 TO WRK-TOTAL-JANELA.
           MOVE ENT-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE ZEROS TO CLIENTES-FILIAL
           END-READ.
           MOVE CLIENTES-FILIAL TO WRK-FIL-IDX.
           IF WRK-FIL-IDX = ZEROS
               MOVE 1 TO WRK-FIL-IDX
           END-IF.
           MOVE 'S' TO WRK-OC-USADA (WRK-FIL-IDX).
           IF ENT-TARDE
               ADD 1 TO WRK-OC-QT-T (WRK-FIL-IDX WRK-DIA-IDX)
           ELSE
               ADD 1 TO WRK-OC-QT-M (WRK-FIL-IDX WRK-DIA-IDX)
           END-IF.

      *REMARCACOES E ENCAIXES REGISTRADOS NA SEMANA (DO INICIO DA
      *JANELA ATE HOJE), POR FILIAL
       2200-CONTAR-REMARCACOES.
           OPEN INPUT ENTREGA-REMARCADA.
           IF ERM-STATUS = ZEROS
               READ ENTREGA-REMARCADA
                   AT END
                       MOVE 10 TO ERM-STATUS
               END-READ
               PERFORM UNTIL ERM-STATUS NOT = 0
                   IF ERM-DATA-REG NOT < WRK-DATA-INI
                           AND ERM-DATA-REG NOT > WRK-HOJE
                       MOVE ERM-FILIAL TO WRK-FIL-IDX
                       IF WRK-FIL-IDX = ZEROS
                           MOVE 1 TO WRK-FIL-IDX
                       END-IF
                       MOVE 'S' TO WRK-OC-USADA (WRK-FIL-IDX)
                       IF ERM-ENCAIXE
                           ADD 1 TO WRK-OC-ENCAIXE (WRK-FIL-IDX)
                           ADD 1 TO WRK-TOTAL-ENCAIXES
                       ELSE
                           ADD 1 TO WRK-OC-REMARC (WRK-FIL-IDX)
                           ADD 1 TO WRK-TOTAL-REMARCADAS
                       END-IF
                   END-IF
                   READ ENTREGA-REMARCADA
                       AT END
                           MOVE 10 TO ERM-STATUS
                   END-READ
               END-PERFORM
               CLOSE ENTREGA-REMARCADA
           END-IF.
           MOVE ZEROS TO ERM-STATUS.

      *PARTE 1: UM BLOCO POR FILIAL QUE TEM CAPACIDADE, ENTREGA NA
      *JANELA OU REMARCACAO NA SEMANA
       3000-LISTAR-OCUPACAO.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'OCUPACAO POR FILIAL, DIA E PERIODO DE ' WRK-DATA-INI
                   ' A ' WRK-JN-DATA (14)
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 99
               IF WRK-OC-USADA (WRK-FIL-IDX) = 'S'
                   PERFORM 3100-LISTAR-FILIAL
               END-IF
           END-PERFORM.
           IF WRK-TOTAL-JANELA = ZEROS AND WRK-TOTAL-CAPAC = ZEROS
               MOVE SPACES TO REPORT-LINHA
               WRITE REPORT-LINHA
               MOVE 'NENHUMA ENTREGA AGENDADA NA JANELA' TO
                                  REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

       3100-LISTAR-FILIAL.
           MOVE WRK-FIL-IDX TO WRK-FIL-ENT.
           MOVE ZEROS TO WRK-FIL-ENTREGAS.
           MOVE ZEROS TO WRK-FIL-CAPAC.
           MOVE ZEROS TO WRK-FIL-LOTADOS.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           IF WRK-OC-CONTROLE (WRK-FIL-IDX) = 'S'
               STRING 'FILIAL ' WRK-FIL-ENT
                   DELIMITED BY SIZE INTO REPORT-LINHA
           ELSE
               STRING 'FILIAL ' WRK-FIL-ENT
                       ' - SEM CAPACIDADE CADASTRADA (SEM LIMITE)'
                   DELIMITED BY SIZE INTO REPORT-LINHA
           END-IF.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX > 14
               PERFORM 3200-LINHA-DIA
           END-PERFORM.
           MOVE SPACES TO REPORT-LINHA.
           IF WRK-OC-CONTROLE (WRK-FIL-IDX) = 'S'
               IF WRK-FIL-CAPAC > ZEROS
                   COMPUTE WRK-PER-PCT =
                           (WRK-FIL-ENTREGAS * 100) / WRK-FIL-CAPAC
               ELSE
                   MOVE ZEROS TO WRK-PER-PCT
               END-IF
               MOVE WRK-PER-PCT TO WRK-ED-PCT
               STRING '  NA JANELA: ENTREGAS ' WRK-FIL-ENTREGAS
                       ' CAPACIDADE ' WRK-FIL-CAPAC
                       ' OCUPACAO ' WRK-ED-PCT '%'
                       ' PERIODOS LOTADOS ' WRK-FIL-LOTADOS
                   DELIMITED BY SIZE INTO REPORT-LINHA
           ELSE
               STRING '  NA JANELA: ENTREGAS ' WRK-FIL-ENTREGAS
                   DELIMITED BY SIZE INTO REPORT-LINHA
           END-IF.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  NA SEMANA: REMARCADAS POR FALTA DE VAGA '
                   WRK-OC-REMARC (WRK-FIL-IDX)
                   ' ENCAIXES NO LOTADO ' WRK-OC-ENCAIXE (WRK-FIL-IDX)
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *DD/MM/AAAA, DIA DA SEMANA E OS DOIS PERIODOS
       3200-LINHA-DIA.
           PERFORM 3300-CAPACIDADE-DO-DIA.
           MOVE 'MANHA' TO WRK-PER-NOME.
           MOVE WRK-OC-QT-M (WRK-FIL-IDX WRK-DIA-IDX) TO WRK-PER-OCU.
           MOVE WRK-CAP-M TO WRK-PER-CAP.
           PERFORM 3400-TEXTO-PERIODO.
           MOVE WRK-PER-TEXTO TO WRK-TEXTO-M.
           MOVE 'TARDE' TO WRK-PER-NOME.
           MOVE WRK-OC-QT-T (WRK-FIL-IDX WRK-DIA-IDX) TO WRK-PER-OCU.
           MOVE WRK-CAP-T TO WRK-PER-CAP.
           PERFORM 3400-TEXTO-PERIODO.
           MOVE WRK-PER-TEXTO TO WRK-TEXTO-T.
           MOVE WRK-JN-DATA (WRK-DIA-IDX) TO WRK-DATA-CALC.
           MOVE WRK-CALC-DIA TO WRK-ED-DIA.
           MOVE WRK-CALC-MES TO WRK-ED-MES.
           MOVE WRK-CALC-ANO TO WRK-ED-ANO.
           MOVE SPACES TO REPORT-LINHA.
           STRING WRK-ED-DATA ' '
                   TB-NOME-DIA (WRK-JN-DOW (WRK-DIA-IDX)) '  '
                   WRK-TEXTO-M ' ' WRK-TEXTO-T
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           ADD 1 TO WRK-TOTAL-LINHAS.

      *A MESMA REGRA DO AGENDAMENTO: LINHA DO DIA DA SEMANA, ZERO
      *NO FERIADO E A EXCECAO DA DATA POR CIMA DE TUDO
       3300-CAPACIDADE-DO-DIA.
           MOVE ZEROS TO WRK-CAP-M.
           MOVE ZEROS TO WRK-CAP-T.
           IF WRK-OC-CONTROLE (WRK-FIL-IDX) NOT = 'S'
               MOVE 'L' TO WRK-REGRA
           ELSE
               MOVE 'S' TO WRK-REGRA
               PERFORM VARYING WRK-CPE-IDX FROM 1 BY 1
                       UNTIL WRK-CPE-IDX > WRK-TOTAL-CAPAC
                   IF WRK-CPE-FILIAL (WRK-CPE-IDX) = WRK-FIL-ENT
                       AND WRK-CPE-TIPO (WRK-CPE-IDX) = 'S'
                       AND WRK-CPE-DIA (WRK-CPE-IDX) =
                           WRK-JN-DOW (WRK-DIA-IDX)
                       MOVE WRK-CPE-MANHA (WRK-CPE-IDX) TO WRK-CAP-M
                       MOVE WRK-CPE-TARDE (WRK-CPE-IDX) TO WRK-CAP-T
                   END-IF
               END-PERFORM
               IF WRK-JN-FERIADO (WRK-DIA-IDX) = 'S'
                   MOVE 'F' TO WRK-REGRA
                   MOVE ZEROS TO WRK-CAP-M
                   MOVE ZEROS TO WRK-CAP-T
               END-IF
               PERFORM VARYING WRK-CPE-IDX FROM 1 BY 1
                       UNTIL WRK-CPE-IDX > WRK-TOTAL-CAPAC
                   IF WRK-CPE-FILIAL (WRK-CPE-IDX) = WRK-FIL-ENT
                       AND WRK-CPE-TIPO (WRK-CPE-IDX) = 'D'
                       AND WRK-CPE-DIA (WRK-CPE-IDX) =
                           WRK-JN-DATA (WRK-DIA-IDX)
                       MOVE 'D' TO WRK-REGRA
                       MOVE WRK-CPE-MANHA (WRK-CPE-IDX) TO WRK-CAP-M
                       MOVE WRK-CPE-TARDE (WRK-CPE-IDX) TO WRK-CAP-T
                   END-IF
               END-PERFORM
           END-IF.

      *PERIODO: ENTREGAS/CAPACIDADE, PERCENTUAL E A MARCA (LOTADO,
      *ACIMA DA CAPACIDADE POR ENCAIXE, FERIADO OU SEM ENTREGA)
       3400-TEXTO-PERIODO.
           ADD WRK-PER-OCU TO WRK-FIL-ENTREGAS.
           MOVE WRK-PER-OCU TO WRK-ED-OCU.
           MOVE SPACES TO WRK-PER-TEXTO.
           IF REGRA-SEM-LIMITE
               STRING WRK-PER-NOME ' ' WRK-ED-OCU ' SEM LIMITE'
                   DELIMITED BY SIZE INTO WRK-PER-TEXTO
           ELSE
               ADD WRK-PER-CAP TO WRK-FIL-CAPAC
               MOVE SPACES TO WRK-PER-MARCA
               EVALUATE TRUE
                   WHEN WRK-PER-OCU > WRK-PER-CAP
                       MOVE 'ACIMA' TO WRK-PER-MARCA
                       ADD 1 TO WRK-FIL-LOTADOS
                       ADD 1 TO WRK-TOTAL-LOTADOS
                       ADD 1 TO WRK-TOTAL-ACIMA
                   WHEN WRK-PER-CAP > ZEROS
                           AND WRK-PER-OCU = WRK-PER-CAP
                       MOVE 'LOTADO' TO WRK-PER-MARCA
                       ADD 1 TO WRK-FIL-LOTADOS
                       ADD 1 TO WRK-TOTAL-LOTADOS
                   WHEN REGRA-FERIADO
                       MOVE 'FERIADO' TO WRK-PER-MARCA
                   WHEN WRK-PER-CAP = ZEROS
                       MOVE 'SEM ENTREGA' TO WRK-PER-MARCA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WRK-PER-CAP > ZEROS
                   COMPUTE WRK-PER-PCT =
                           (WRK-PER-OCU * 100) / WRK-PER-CAP
               ELSE
                   MOVE ZEROS TO WRK-PER-PCT
               END-IF
               MOVE WRK-PER-CAP TO WRK-ED-CAP
               MOVE WRK-PER-PCT TO WRK-ED-PCT
               STRING WRK-PER-NOME ' ' WRK-ED-OCU '/' WRK-ED-CAP
                       ' ' WRK-ED-PCT '% ' WRK-PER-MARCA
                   DELIMITED BY SIZE INTO WRK-PER-TEXTO
           END-IF.

      *PARTE 2: AS REMARCACOES E ENCAIXES DA SEMANA, UMA POR LINHA,
      *NA ORDEM EM QUE FORAM REGISTRADOS
       4000-LISTAR-REMARCACOES.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'REMARCADAS POR FALTA DE VAGA E ENCAIXES NO LOTADO'
                   ' DESDE ' WRK-DATA-INI
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           OPEN INPUT ENTREGA-REMARCADA.
           IF ERM-STATUS = ZEROS
               READ ENTREGA-REMARCADA
                   AT END
                       MOVE 10 TO ERM-STATUS
               END-READ
               PERFORM UNTIL ERM-STATUS NOT = 0
                   IF ERM-DATA-REG NOT < WRK-DATA-INI
                           AND ERM-DATA-REG NOT > WRK-HOJE
                       PERFORM 4100-LINHA-REMARCACAO
                   END-IF
                   READ ENTREGA-REMARCADA
                       AT END
                           MOVE 10 TO ERM-STATUS
                   END-READ
               END-PERFORM
               CLOSE ENTREGA-REMARCADA
           END-IF.
           MOVE ZEROS TO ERM-STATUS.
           IF WRK-TOTAL-REMARCADAS = ZEROS
                   AND WRK-TOTAL-ENCAIXES = ZEROS
               MOVE 'NENHUMA REMARCACAO NA SEMANA' TO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

       4100-LINHA-REMARCACAO.
           MOVE ERM-FILIAL TO WRK-ED-FILIAL.
           IF WRK-ED-FILIAL = ZEROS
               MOVE 1 TO WRK-ED-FILIAL
           END-IF.
           MOVE ERM-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO CLIENTES-NOME
           END-READ.
           MOVE SPACES TO REPORT-LINHA.
           IF ERM-ENCAIXE
               STRING 'FILIAL ' WRK-ED-FILIAL ' ENCAIXE   '
                       ERM-FONE ' ' CLIENTES-NOME
                       ' PEDIDO ' ERM-PEDIDO
                       ' EM ' ERM-DATA-NOVA ' ' ERM-PERIODO-NOVO
                       ' OPER ' ERM-OPERADOR ' EM ' ERM-DATA-REG
                   DELIMITED BY SIZE INTO REPORT-LINHA
           ELSE
               STRING 'FILIAL ' WRK-ED-FILIAL ' REMARCADA '
                       ERM-FONE ' ' CLIENTES-NOME
                       ' PEDIDO ' ERM-PEDIDO
                       ' PEDIU ' ERM-DATA-PEDIDA ' '
                       ERM-PERIODO-PEDIDO
                       ' FICOU ' ERM-DATA-NOVA ' ' ERM-PERIODO-NOVO
                       ' OPER ' ERM-OPERADOR
                   DELIMITED BY SIZE INTO REPORT-LINHA
           END-IF.
           WRITE REPORT-LINHA.

       5000-FINALIZAR.
           MOVE SPACES TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '=' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ENTREGAS NA JANELA ' WRK-TOTAL-JANELA
                   ' PERIODOS LOTADOS ' WRK-TOTAL-LOTADOS
                   ' ACIMA DA CAPACIDADE ' WRK-TOTAL-ACIMA
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'REMARCADAS NA SEMANA ' WRK-TOTAL-REMARCADAS
                   ' ENCAIXES NA SEMANA ' WRK-TOTAL-ENCAIXES
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE AGDENT-REPORT.
           CLOSE ENTREGAS.
           CLOSE CLIENTES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'OCUPACAO DA AGENDA DE ENTREGAS - TOTAIS'.
           DISPLAY 'ENTREGAS LIDAS.....: ' WRK-TOTAL-LIDAS.
           DISPLAY 'NA JANELA..........: ' WRK-TOTAL-JANELA.
           DISPLAY 'PERIODOS LOTADOS...: ' WRK-TOTAL-LOTADOS.
           DISPLAY 'REMARCADAS.........: ' WRK-TOTAL-REMARCADAS.
           DISPLAY 'ENCAIXES...........: ' WRK-TOTAL-ENCAIXES.
           DISPLAY '---------------------------------------'.

      *AMANHA DE WRK-DATA-CALC, COM VIRADA DE MES E DE ANO
       8100-AVANCAR-UM-DIA.
           PERFORM 8150-ULTIMO-DIA-DO-MES.
           IF WRK-CALC-DIA < WRK-ULT-DIA
               ADD 1 TO WRK-CALC-DIA
           ELSE
               MOVE 1 TO WRK-CALC-DIA
               IF WRK-CALC-MES = 12
                   MOVE 1 TO WRK-CALC-MES
                   ADD 1 TO WRK-CALC-ANO
               ELSE
                   ADD 1 TO WRK-CALC-MES
               END-IF
           END-IF.

      *QUANTOS DIAS TEM O MES DE WRK-DATA-CALC (FEVEREIRO 29 EM
      *BISSEXTO)
       8150-ULTIMO-DIA-DO-MES.
           MOVE TB-DIAS (WRK-CALC-MES) TO WRK-ULT-DIA.
           IF WRK-CALC-MES = 2
               DIVIDE WRK-CALC-ANO BY 4
                   GIVING WRK-QUOC-BISSEXTO
                   REMAINDER WRK-RESTO-BISSEXTO
               IF WRK-RESTO-BISSEXTO = ZEROS
                   MOVE 29 TO WRK-ULT-DIA
               END-IF
           END-IF.

      *ONTEM DE WRK-DATA-CALC, COM VIRADA DE MES E DE ANO
       8200-RECUAR-UM-DIA.
           IF WRK-CALC-DIA > 1
               SUBTRACT 1 FROM WRK-CALC-DIA
           ELSE
               IF WRK-CALC-MES = 1
                   MOVE 12 TO WRK-CALC-MES
                   SUBTRACT 1 FROM WRK-CALC-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-CALC-MES
               END-IF
               PERFORM 8150-ULTIMO-DIA-DO-MES
               MOVE WRK-ULT-DIA TO WRK-CALC-DIA
           END-IF.

      *DIA DA SEMANA DE WRK-ZEL-DATA PELA CONGRUENCIA DE ZELLER
      *(0 = SABADO), CONVERTIDO PARA 1 = SEGUNDA ... 7 = DOMINGO;
      *CADA PARCELA USA DIVISAO INTEIRA PROPRIA
       8300-DIA-DA-SEMANA.
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
           COMPUTE WRK-ZEL-SOMA = WRK-ZEL-DOW + 5.
           DIVIDE WRK-ZEL-SOMA BY 7 GIVING WRK-ZEL-QUOC
               REMAINDER WRK-ZEL-DOW.
           COMPUTE WRK-JN-DOW (WRK-DIA-IDX) = WRK-ZEL-DOW + 1.

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
           MOVE 'AGDENT' TO JOB-NOME.
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
           MOVE WRK-TOTAL-LIDAS TO JOB-LIDOS.
           MOVE WRK-TOTAL-LINHAS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM AGDENT.
