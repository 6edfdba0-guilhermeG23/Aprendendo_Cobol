      *PERIODO E PEDIDO
      *ENTREGA JA ENTREGUE FICA DE FORA; O NOME DO CLIENTE VEM DO
      *CADASTRO
      *CADA ENTREGA QUE ENTRA NA ROTA E MARCADA COMO SAIU (S) E SO
      *VOLTA A APARECER SE A BAIXA DO ROMANEIO (OPCAO BR DO
      *CADASTRO ONLINE OU LOTE ROMRET) A DER COMO FRUSTRADA E
      *REAGENDADA; RODAR DE NOVO NO MESMO DIA REIMPRIME AS DE HOJE
      *A QUE SAIU EM DIA ANTERIOR E AINDA NAO TEVE BAIXA E SO
      *CONTADA NO RODAPE, PARA ALGUEM COBRAR O RETORNO DO MOTORISTA
      *ALEM DO ROMANEIO.TXT DA EMPRESA INTEIRA, SAI UMA COPIA POR
      *FILIAL DO CLIENTE (ROMANEIO-NN.TXT), COM A MESMA QUEBRA POR
      *BAIRRO E TOTAL PROPRIO; CADA ARQUIVO GERADO FICA ANOTADO NO
      *INDICE DA NOITE (RELIDX.TXT)
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

      *COPIAS POR FILIAL: OS OPERADORES DO CADASTRO ONLINE DIZEM
      *QUAIS FILIAIS EXISTEM (SO LEITURA); AS LINHAS DO RELATORIO
      *VAO TAMBEM PARA UM ARQUIVO DE TRABALHO MARCADAS COM A FILIAL
      *E, NO FIM, SAO SEPARADAS EM ROMANEIO-NN.TXT (NOME MONTADO EM
      *TEMPO DE EXECUCAO), UMA POR FILIAL
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
           SELECT LINHAS-FILIAL ASSIGN TO 'ROMANEIF.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LFIL-STATUS.
           SELECT ORDENA-FILIAL ASSIGN TO 'ORDROMF.TMP'.
           SELECT COPIA-FILIAL ASSIGN TO WRK-ARQ-FILIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPIA-STATUS.
      *INDICE DOS RELATORIOS GERADOS NA NOITE (ZERADO PELO
      *NOTURNO.SH NO COMECO DE CADA NOITE), UMA LINHA POR ARQUIVO
           SELECT INDICE-RELATORIOS ASSIGN TO 'RELIDX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELIDX-STATUS.

      *REGISTRO CENTRAL DE EXECUCAO DE JOBS (VIDE PAINEL OP DO
      *CADASTRO ONLINE): CADA JOB GRAVA AQUI INICIO, FIM, TOTAIS
      *E CODIGO DE RETORNO DA SUA ULTIMA EXECUCAO
       FD ROMANEIO-REPORT.
       01 REPORT-LINHA PIC X(140).

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
           05 LFIL-LINHA PIC X(140).

       SD ORDENA-FILIAL.
       01 ORDF-REG.
           05 ORDF-FILIAL PIC 9(02).
           05 ORDF-SEQ PIC 9(07).
           05 ORDF-LINHA PIC X(140).

       FD COPIA-FILIAL.
       01 COPIA-LINHA PIC X(140).

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

      *REGISTRO PADRAO DE EXECUCAO DE UM JOB
       FD JOBCTL.
       01 JOB-REG.
       77 WRK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-NA-ROTA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ATRASADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-BAIXA PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
      *QUEBRA POR BAIRRO NA IMPRESSAO
       77 WRK-BAIRRO-GRUPO PIC X(20) VALUE SPACES.
           88 SORT-FIM VALUE 'S'.
           88 SORT-CONTINUA VALUE 'N'.

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
               10 WRK-CF-ENTREGAS PIC 9(06).
               10 WRK-CF-BAIRRO PIC X(20).
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

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
               ON ASCENDING KEY ORD-PERIODO
               INPUT PROCEDURE 1000-CARREGAR
               OUTPUT PROCEDURE 2000-IMPRIMIR.
           PERFORM 7200-GERAR-COPIAS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ROMANEIO DE ENTREGAS - TOTAIS'.
           DISPLAY 'ENTREGAS LIDAS.....: ' WRK-TOTAL-LIDAS.
           DISPLAY 'NA ROTA DE HOJE....: ' WRK-TOTAL-NA-ROTA.
           DISPLAY 'DE DIAS ANTERIORES.: ' WRK-TOTAL-ATRASADAS.
           DISPLAY 'SAIRAM SEM BAIXA...: ' WRK-TOTAL-SEM-BAIXA.
           DISPLAY 'COPIAS POR FILIAL..: ' WRK-COPIAS-GERADAS.
           DISPLAY 'DESTAS, SEM MOVIM..: ' WRK-COPIAS-SEM-MOV.
           DISPLAY '---------------------------------------'.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.
      *ENTRA NA ROTA A ENTREGA DE HOJE AINDA NAO ENTREGUE E A
      *PENDENTE/FRUSTRADA QUE FICOU PARA TRAS
       1000-CARREGAR.
           OPEN I-O ENTREGAS.
           IF ENT-STATUS NOT = ZEROS
               MOVE 10 TO ENT-STATUS
           ELSE

       1100-CARREGAR-ENTREGA.
           ADD 1 TO WRK-TOTAL-LIDAS.
           IF ENT-SAIU AND ENT-DATA < WRK-HOJE
               ADD 1 TO WRK-TOTAL-SEM-BAIXA
           END-IF.
           IF ((ENT-PENDENTE OR ENT-FRUSTRADA)
                   AND ENT-DATA NOT > WRK-HOJE)
               OR (ENT-SAIU AND ENT-DATA = WRK-HOJE)
               IF ENT-DATA < WRK-HOJE
                   ADD 1 TO WRK-TOTAL-ATRASADAS
               END-IF
               MOVE ENT-SITUACAO TO ORD-SITUACAO
               MOVE ENT-DATA TO ORD-DATA
               RELEASE ORD-REG
               SET ENT-SAIU TO TRUE
               REWRITE ENT-REG
               END-REWRITE
           END-IF.
           READ ENTREGAS NEXT
               AT END
       2000-IMPRIMIR.
           OPEN OUTPUT ROMANEIO-REPORT.
           OPEN INPUT CLIENTES.
           PERFORM 7000-PREPARAR-COPIAS.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'ROMANEIO DE ENTREGAS DE ' WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM 2100-IMPRIMIR-PARADA UNTIL SORT-FIM.
           IF WRK-TOTAL-SEM-BAIXA > ZEROS
               MOVE SPACES TO REPORT-LINHA
               WRITE REPORT-LINHA
               MOVE SPACES TO REPORT-LINHA
               STRING 'ATENCAO: ' WRK-TOTAL-SEM-BAIXA
                       ' ENTREGA(S) DE DIAS ANTERIORES SEM BAIXA'
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           CLOSE ROMANEIO-REPORT.
           CLOSE CLIENTES.

       2100-IMPRIMIR-PARADA.
           MOVE ORD-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE '** SEM CADASTRO **' TO CLIENTES-NOME
                   MOVE ZEROS TO CLIENTES-FILIAL
           END-READ.
           MOVE CLIENTES-FILIAL TO WRK-LF-FILIAL.
           IF WRK-LF-FILIAL = ZEROS
               MOVE 1 TO WRK-LF-FILIAL
           END-IF.
      *QUEBRA POR BAIRRO, PARA O MOTORISTA FECHAR UMA REGIAO DE
      *CADA VEZ; A COPIA DA FILIAL TEM A SUA PROPRIA QUEBRA
           IF ORD-BAIRRO NOT = WRK-CF-BAIRRO (WRK-LF-FILIAL)
               MOVE ORD-BAIRRO TO WRK-CF-BAIRRO (WRK-LF-FILIAL)
               MOVE SPACES TO REPORT-LINHA
               PERFORM 7100-GUARDAR-LINHA-FILIAL
               STRING 'BAIRRO: ' ORD-BAIRRO ' (' ORD-CIDADE ')'
                   DELIMITED BY SIZE INTO REPORT-LINHA
               PERFORM 7100-GUARDAR-LINHA-FILIAL
           END-IF.
           IF ORD-BAIRRO NOT = WRK-BAIRRO-GRUPO
               MOVE ORD-BAIRRO TO WRK-BAIRRO-GRUPO
               MOVE SPACES TO REPORT-LINHA
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  ' ORD-CEP ' ' ORD-LOGRADOURO ' '
                   ORD-NUMERO ' - ' CLIENTES-NOME
                   ' DE ' ORD-DATA
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           PERFORM 7100-GUARDAR-LINHA-FILIAL.
           ADD 1 TO WRK-CF-ENTREGAS (WRK-LF-FILIAL).
           RETURN ORDENA-ROTA
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

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
           MOVE REPORT-LINHA TO LFIL-LINHA.
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
           MOVE 'ROMANEIO.TXT' TO WRK-IDX-ARQUIVO.
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
               STRING 'ROMANEIO-' WRK-CF-IDX (2:2) '.TXT'
                   DELIMITED BY SIZE INTO WRK-ARQ-FILIAL
               OPEN OUTPUT COPIA-FILIAL
               MOVE SPACES TO COPIA-LINHA
               STRING 'ROMANEIO DE ENTREGAS'
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
           STRING 'ENTREGAS NA ROTA: ' WRK-CF-ENTREGAS (WRK-CF-IDX)
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
           MOVE 'ROMANEIO' TO RELIDX-JOB.
           MOVE WRK-IDX-ARQUIVO TO RELIDX-ARQUIVO.
           MOVE WRK-IDX-FILIAL TO RELIDX-FILIAL.
           MOVE WRK-IDX-LINHAS TO RELIDX-LINHAS.
           IF WRK-IDX-LINHAS = ZEROS
               MOVE 'SEM MOVIMENTO' TO RELIDX-SITUACAO
           ELSE
               MOVE 'COM MOVIMENTO' TO RELIDX-SITUACAO
           END-IF.
           WRITE RELIDX-REG.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
      *EXECUCAO; O RC FICA EM 99 (EM EXECUCAO) ATE O FIM NORMAL,
      *ENTAO UM JOB QUE CAIU NO MEIO FICA DENUNCIADO NO PAINEL
