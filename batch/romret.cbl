       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMRET.
      **********************************
      *OBJ: BAIXA DO ROMANEIO PELO ARQUIVO DO MOTORISTA
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *LE O RETORNO DO MOTORISTA (ROMRET.TXT, UMA LINHA POR
      *ENTREGA QUE SAIU: TELEFONE + PEDIDO + E=ENTREGUE OU
      *F=FRUSTRADA + DATA DA BAIXA + RECEBEDOR + MOTIVO + DATA
      *NOVA) E FAZ A MESMA BAIXA DA OPCAO BR DO CADASTRO ONLINE:
      *  - GRAVA A TENTATIVA EM ENTBAIXA.DAT
      *  - ENTREGUE: MARCA A ENTREGA COMO E
      *  - FRUSTRADA: MARCA F E REAGENDA PARA A DATA NOVA (SEM
      *    DATA NOVA, SAI NO PROXIMO ROMANEIO), O QUE A COLOCA DE
      *    VOLTA NA ROTA E NA FILA DE TRABALHO (OPCAO FT)
      *LINHA QUE NAO BATE (ENTREGA INEXISTENTE, QUE NAO SAIU OU
      *COM DADO FALTANDO) E RECUSADA E LISTADA EM ROMBAIXA.TXT
      *PARA A EXPEDICAO DAR A BAIXA NA TELA
      *O RETORNO PROCESSADO E REINICIADO VAZIO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO 'ROMRET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETORNO-STATUS.
           SELECT ENTREGAS ASSIGN TO 'ENTREGAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS ENT-STATUS.
           SELECT BAIXAS-ENTREGA ASSIGN TO 'ENTBAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBX-CHAVE
               FILE STATUS IS EBX-STATUS.
           SELECT BAIXA-REPORT ASSIGN TO 'ROMBAIXA.TXT'
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
      *LINHA DO RETORNO DO MOTORISTA
       FD RETORNO.
       01 RET-REG.
           05 RET-FONE PIC 9(09).
           05 RET-PEDIDO PIC 9(06).
           05 RET-RESULTADO PIC X(01).
           05 RET-DATA-BAIXA PIC 9(08).
           05 RET-RECEBEDOR PIC X(30).
           05 RET-MOTIVO PIC X(01).
           05 RET-NOVA-DATA PIC 9(08).

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

      *MESMO LAYOUT DAS BAIXAS DO ROMANEIO DO CADASTRO ONLINE
       FD BAIXAS-ENTREGA.
       01 EBX-REG.
           05 EBX-CHAVE.
               10 EBX-FONE PIC 9(09).
               10 EBX-PEDIDO PIC 9(06).
               10 EBX-TENTATIVA PIC 9(02).
           05 EBX-DATA-AGENDADA PIC 9(08).
           05 EBX-DATA-BAIXA PIC 9(08).
           05 EBX-RESULTADO PIC X(01).
               88 EBX-ENTREGUE VALUE 'E'.
               88 EBX-FRUSTRADA VALUE 'F'.
           05 EBX-RECEBEDOR PIC X(30).
           05 EBX-MOTIVO PIC X(01).
               88 EBX-MOTIVO-VALIDO VALUE 'A' 'E' 'R' 'O'.
           05 EBX-NOVA-DATA PIC 9(08).
           05 EBX-BAIRRO PIC X(20).
           05 EBX-CEP PIC 9(08).
           05 EBX-ORIGEM PIC X(01).
           05 EBX-OPERADOR PIC X(09).

       FD BAIXA-REPORT.
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
       77 RETORNO-STATUS PIC 9(02) VALUE ZEROS.
       77 ENT-STATUS PIC 9(02) VALUE ZEROS.
       77 EBX-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ENTREGUES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FRUSTRADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RECUSADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TENTATIVA PIC 9(02) VALUE ZEROS.
       77 WRK-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-RECUSA PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-LINHA UNTIL RETORNO-STATUS = 10.
           PERFORM 4000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN I-O ENTREGAS.
           IF ENT-STATUS = 35 THEN
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.
           OPEN I-O BAIXAS-ENTREGA.
           IF EBX-STATUS = 35 THEN
               OPEN OUTPUT BAIXAS-ENTREGA
               CLOSE BAIXAS-ENTREGA
               OPEN I-O BAIXAS-ENTREGA
           END-IF.
           OPEN OUTPUT BAIXA-REPORT.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'BAIXA DO ROMANEIO PELO ARQUIVO DO MOTORISTA - '
                   WRK-HOJE
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           OPEN INPUT RETORNO.
           IF RETORNO-STATUS NOT = ZEROS
               MOVE 10 TO RETORNO-STATUS
           ELSE
               READ RETORNO
                   AT END
                       MOVE 10 TO RETORNO-STATUS
               END-READ
           END-IF.

      *A LINHA SO E APLICADA COM A ENTREGA NA RUA (SAIU) E OS
      *DADOS QUE A TELA TAMBEM EXIGE
       2000-PROCESSAR-LINHA.
           ADD 1 TO WRK-TOTAL-LIDAS.
           MOVE SPACES TO WRK-RECUSA.
           MOVE RET-FONE TO ENT-FONE.
           MOVE RET-PEDIDO TO ENT-PEDIDO.
           READ ENTREGAS
               INVALID KEY
                   MOVE 'ENTREGA NAO AGENDADA' TO WRK-RECUSA
               NOT INVALID KEY
                   IF NOT ENT-SAIU
                       MOVE 'ENTREGA NAO SAIU NO ROMANEIO' TO
                                          WRK-RECUSA
                   ELSE
                       PERFORM 2100-VALIDAR-LINHA
                   END-IF
           END-READ.
           IF WRK-RECUSA = SPACES
               PERFORM 2200-GRAVAR-BAIXA
           ELSE
               ADD 1 TO WRK-TOTAL-RECUSADAS
               MOVE SPACES TO REPORT-LINHA
               STRING 'RECUSADA: FONE ' RET-FONE ' PED ' RET-PEDIDO
                       ' RES ' RET-RESULTADO ' - ' WRK-RECUSA
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.
           READ RETORNO
               AT END
                   MOVE 10 TO RETORNO-STATUS
           END-READ.

       2100-VALIDAR-LINHA.
           IF RET-DATA-BAIXA = ZEROS
               MOVE WRK-HOJE TO RET-DATA-BAIXA
           END-IF.
           EVALUATE RET-RESULTADO
               WHEN 'E'
                   IF RET-RECEBEDOR = SPACES
                       MOVE 'RECEBEDOR NAO INFORMADO' TO WRK-RECUSA
                   ELSE
                       MOVE SPACES TO RET-MOTIVO
                       MOVE ZEROS TO RET-NOVA-DATA
                   END-IF
               WHEN 'F'
                   IF RET-MOTIVO NOT = 'A' AND NOT = 'E'
                           AND NOT = 'R' AND NOT = 'O'
                       MOVE 'MOTIVO INVALIDO' TO WRK-RECUSA
                   ELSE
      *SEM DATA NOVA A ENTREGA SAI NO PROXIMO ROMANEIO
                       IF RET-NOVA-DATA = ZEROS
                           MOVE RET-DATA-BAIXA TO RET-NOVA-DATA
                       END-IF
                       IF RET-NOVA-DATA < RET-DATA-BAIXA
                           MOVE 'DATA NOVA ANTES DA BAIXA' TO
                                              WRK-RECUSA
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'RESULTADO DEVE SER E OU F' TO WRK-RECUSA
           END-EVALUATE.

      *GRAVA A TENTATIVA E ATUALIZA A ENTREGA, COMO A OPCAO BR
       2200-GRAVAR-BAIXA.
           PERFORM 2300-PROXIMA-TENTATIVA.
           MOVE ENT-FONE TO EBX-FONE.
           MOVE ENT-PEDIDO TO EBX-PEDIDO.
           MOVE WRK-TENTATIVA TO EBX-TENTATIVA.
           MOVE ENT-DATA TO EBX-DATA-AGENDADA.
           MOVE RET-DATA-BAIXA TO EBX-DATA-BAIXA.
           MOVE RET-RESULTADO TO EBX-RESULTADO.
           MOVE RET-RECEBEDOR TO EBX-RECEBEDOR.
           MOVE RET-MOTIVO TO EBX-MOTIVO.
           MOVE RET-NOVA-DATA TO EBX-NOVA-DATA.
           MOVE ENT-BAIRRO TO EBX-BAIRRO.
           MOVE ENT-CEP TO EBX-CEP.
           MOVE 'A' TO EBX-ORIGEM.
           MOVE 'ROMRET' TO EBX-OPERADOR.
           WRITE EBX-REG
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-RECUSADAS
                   MOVE SPACES TO REPORT-LINHA
                   STRING 'FALHA AO GRAVAR A BAIXA: FONE ' RET-FONE
                           ' PED ' RET-PEDIDO
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
                   END-WRITE
               NOT INVALID KEY
                   IF EBX-ENTREGUE
                       ADD 1 TO WRK-TOTAL-ENTREGUES
                       SET ENT-ENTREGUE TO TRUE
                   ELSE
                       ADD 1 TO WRK-TOTAL-FRUSTRADAS
                       SET ENT-FRUSTRADA TO TRUE
                       MOVE EBX-NOVA-DATA TO ENT-DATA
                       MOVE SPACES TO REPORT-LINHA
                       STRING 'FRUSTRADA: FONE ' RET-FONE
                               ' PED ' RET-PEDIDO
                               ' MOTIVO ' RET-MOTIVO
                               ' REAGENDADA PARA ' RET-NOVA-DATA
                           DELIMITED BY SIZE INTO REPORT-LINHA
                       WRITE REPORT-LINHA
                   END-IF
                   REWRITE ENT-REG
                   END-REWRITE
           END-WRITE.

      *NUMERO DA PROXIMA TENTATIVA: UMA A MAIS QUE A ULTIMA JA
      *BAIXADA PARA A MESMA ENTREGA
       2300-PROXIMA-TENTATIVA.
           MOVE ZEROS TO WRK-TENTATIVA.
           MOVE ENT-FONE TO EBX-FONE.
           MOVE ENT-PEDIDO TO EBX-PEDIDO.
           MOVE ZEROS TO EBX-TENTATIVA.
           START BAIXAS-ENTREGA KEY IS NOT LESS THAN EBX-CHAVE
               INVALID KEY
                   MOVE 10 TO EBX-STATUS
           END-START.
           IF EBX-STATUS NOT = 10
               READ BAIXAS-ENTREGA NEXT
                   AT END
                       MOVE 10 TO EBX-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL EBX-STATUS NOT = 0
                   OR EBX-FONE NOT = ENT-FONE
                   OR EBX-PEDIDO NOT = ENT-PEDIDO
               MOVE EBX-TENTATIVA TO WRK-TENTATIVA
               READ BAIXAS-ENTREGA NEXT
                   AT END
                       MOVE 10 TO EBX-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO EBX-STATUS.
           ADD 1 TO WRK-TENTATIVA.

       4000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'LIDAS ' WRK-TOTAL-LIDAS
                   ' ENTREGUES ' WRK-TOTAL-ENTREGUES
                   ' FRUSTRADAS ' WRK-TOTAL-FRUSTRADAS
                   ' RECUSADAS ' WRK-TOTAL-RECUSADAS
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE BAIXA-REPORT.
           CLOSE ENTREGAS.
           CLOSE BAIXAS-ENTREGA.
           CLOSE RETORNO.
      *RETORNO PROCESSADO E REINICIADO VAZIO
           OPEN OUTPUT RETORNO.
           CLOSE RETORNO.
           DISPLAY '---------------------------------------'.
           DISPLAY 'BAIXA DO ROMANEIO - TOTAIS'.
           DISPLAY 'LINHAS LIDAS.......: ' WRK-TOTAL-LIDAS.
           DISPLAY 'ENTREGUES..........: ' WRK-TOTAL-ENTREGUES.
           DISPLAY 'FRUSTRADAS.........: ' WRK-TOTAL-FRUSTRADAS.
           DISPLAY 'RECUSADAS..........: ' WRK-TOTAL-RECUSADAS.
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
           MOVE 'ROMRET' TO JOB-NOME.
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
           COMPUTE JOB-GRAVADOS = WRK-TOTAL-ENTREGUES
                                + WRK-TOTAL-FRUSTRADAS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM ROMRET.
