      *NINGUEM MAIS SUPERCOMPRAR EM MARCO
      *CANCELADOS E ESTORNOS FICAM DE FORA, COMO EM TODOS OS
      *APURADORES DE VENDA
      *GRAVA TAMBEM EM SAZIDX.DAT O INDICE DE CADA MES DO ANO PARA
      *A EMPRESA TODA (RECEITA MEDIA DAQUELE MES SOBRE A MEDIA DOS
      *MESES FECHADOS DA JANELA; O MES CORRENTE, AINDA EM CURSO,
      *NAO ENTRA), QUE O LOTE SUGCOMP USA PARA CORRIGIR A DEMANDA
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SAZONAL-REPORT ASSIGN TO 'SAZONAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
      *INDICE DE SAZONALIDADE POR MES DO ANO, REGRAVADO A CADA
      *EXECUCAO (LIDO PELO LOTE SUGCOMP)
           SELECT SAZONAL-INDICE ASSIGN TO 'SAZIDX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAZIDX-STATUS.

      *REGISTRO CENTRAL DE EXECUCAO DE JOBS (VIDE PAINEL OP DO
      *CADASTRO ONLINE): CADA JOB GRAVA AQUI INICIO, FIM, TOTAIS
       FD SAZONAL-REPORT.
       01 REPORT-LINHA PIC X(120).

      *UM REGISTRO POR MES DO ANO (01 A 12); 1,00 E UM MES NORMAL
       FD SAZONAL-INDICE.
       01 SAZIDX-REG.
           05 SAZIDX-MES PIC 9(02).
           05 SAZIDX-INDICE PIC 9(01)V99.

      *REGISTRO PADRAO DE EXECUCAO DE UM JOB
       FD JOBCTL.
       01 JOB-REG.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 HIS-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
       77 SAZIDX-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-VIVOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ARQUIVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-MARCA PIC X(08) VALUE SPACES.
       77 WRK-ED-RECEITA PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ED-MEDIA PIC Z(09)9.99 VALUE ZEROS.
      *INDICE DA EMPRESA POR MES DO ANO: RECEITA SOMADA DE TODAS
      *AS FILIAIS E QUANTAS VEZES O MES APARECEU FECHADO NA JANELA
       01 WRK-TABELA-INDICE.
           05 WRK-TI-MES OCCURS 12 TIMES.
               10 WRK-TI-RECEITA PIC 9(13)V99.
               10 WRK-TI-VEZES PIC 9(02).
       77 WRK-SOMA-EMPRESA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MEDIA-EMPRESA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-INDICE-CALC PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ED-INDICE PIC 9.99.

       PROCEDURE DIVISION.

           PERFORM 3100-SERIE-DA-FILIAL
               VARYING WRK-FIL-IDX FROM 1 BY 1
               UNTIL WRK-FIL-IDX > WRK-TOTAL-FILIAIS.
           PERFORM 3500-GRAVAR-INDICES.
           CLOSE SAZONAL-REPORT.
           CLOSE PEDIDOS.
           CLOSE PEDIDOS-HISTORICO.
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *SOMA A RECEITA DE TODAS AS FILIAIS POR MES DO ANO, SO NOS
      *23 MESES FECHADOS DA JANELA (A POSICAO 24 E O MES CORRENTE),
      *E GRAVA O INDICE DE CADA MES; SEM MOVIMENTO NENHUM O INDICE
      *FICA 1,00, E FICA ENTRE 0,10 E 9,99 PARA NAO ANULAR NEM
      *EXPLODIR A DEMANDA CORRIGIDA
       3500-GRAVAR-INDICES.
           MOVE ZEROS TO WRK-SOMA-EMPRESA.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
               MOVE ZEROS TO WRK-TI-RECEITA (WRK-MES-IDX)
               MOVE ZEROS TO WRK-TI-VEZES (WRK-MES-IDX)
           END-PERFORM.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 23
               MOVE WRK-MES-JAN (WRK-MES-IDX) TO WRK-MES-CALC
               ADD 1 TO WRK-TI-VEZES (WRK-CALC-MES)
               PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
                       UNTIL WRK-FIL-IDX > WRK-TOTAL-FILIAIS
                   ADD WRK-SF-RECEITA (WRK-FIL-IDX, WRK-MES-IDX)
                           TO WRK-TI-RECEITA (WRK-CALC-MES)
                   ADD WRK-SF-RECEITA (WRK-FIL-IDX, WRK-MES-IDX)
                           TO WRK-SOMA-EMPRESA
               END-PERFORM
           END-PERFORM.
           COMPUTE WRK-MEDIA-EMPRESA ROUNDED =
                   WRK-SOMA-EMPRESA / 23.
           MOVE 'INDICE DO MES DO ANO (EMPRESA, GRAVADO EM ' &
                'SAZIDX.DAT)' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           OPEN OUTPUT SAZONAL-INDICE.
           PERFORM 3510-GRAVAR-INDICE
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12.
           CLOSE SAZONAL-INDICE.

       3510-GRAVAR-INDICE.
           MOVE 1 TO WRK-INDICE-CALC.
           IF WRK-MEDIA-EMPRESA > ZEROS
                   AND WRK-TI-VEZES (WRK-MES-IDX) > ZEROS
               COMPUTE WRK-INDICE-CALC ROUNDED =
                       WRK-TI-RECEITA (WRK-MES-IDX) /
                       WRK-TI-VEZES (WRK-MES-IDX) /
                       WRK-MEDIA-EMPRESA
               IF WRK-INDICE-CALC < 0.10
                   MOVE 0.10 TO WRK-INDICE-CALC
               END-IF
               IF WRK-INDICE-CALC > 9.99
                   MOVE 9.99 TO WRK-INDICE-CALC
               END-IF
           END-IF.
           MOVE WRK-MES-IDX TO SAZIDX-MES.
           MOVE WRK-INDICE-CALC TO SAZIDX-INDICE.
           WRITE SAZIDX-REG.
           MOVE SAZIDX-INDICE TO WRK-ED-INDICE.
           MOVE SPACES TO REPORT-LINHA.
           STRING '  MES ' SAZIDX-MES ' INDICE ' WRK-ED-INDICE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
      *EXECUCAO; O RC FICA EM 99 (EM EXECUCAO) ATE O FIM NORMAL,
      *ENTAO UM JOB QUE CAIU NO MEIO FICA DENUNCIADO NO PAINEL
