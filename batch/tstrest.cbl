       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTREST.
      **********************************
      *OBJ: TESTE SEMANAL DE RESTAURACAO DAS COPIAS DE SEGURANCA
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *O RESTCLI, O RECJRN E O REORPED SO RODAM NO DIA DO
      *INCIDENTE; ESTE LOTE REPETE TODA SEMANA O MESMO CAMINHO
      *DELES NO DIRETORIO DE RASCUNHO RESTESTE, SEM ABRIR NENHUM
      *ARQUIVO VIVO PARA GRAVACAO:
      *PASSO 1: RECRIA O CADASTRO A PARTIR DA CLIENTE.BAK E
      *REAPLICA O JORNAL CLIJRN.DAT, COMO O RESTCLI E O RECJRN
      *PASSO 2: RECRIA PEDIDOS, ITENS E RECEBIMENTOS A PARTIR DA
      *PEDIDOS.BAK, ITENS.BAK E RECEB.BAK E REAPLICA O JORNAL
      *FINANCEIRO PEDJRN.DAT, COMO O REORPED
      *PASSO 3: RECONTA CADA ARQUIVO RESTAURADO E CONFERE
      *QUANTIDADE E SOMA COM O CLICTL.DAT E O PEDCTL.DAT; NA
      *MESMA LEITURA, UM REGISTRO A CADA WRK-PASSO-AMOSTRA E
      *LIDO NO ARQUIVO VIVO PELA CHAVE E TEM QUE SER IGUAL
      *O RESULTADO, UMA LINHA POR ARQUIVO (RESTAURACAO
      *COMPROVADA OU FALHA COM O MOTIVO), FICA EM TSTREST.DAT
      *PARA O ANOMALIA; RESTAURACAO QUE NAO SE COMPROVA DEIXA O
      *JOB COM RC 04 NO JOBCTL, SEM PARAR O LOTE NOTURNO
      *RODA LOGO DEPOIS DO CHKCLI, ANTES DE QUALQUER PASSO GRAVAR
      *NOS ARQUIVOS VIVOS: SO ALI A COPIA DA ULTIMA SESSAO MAIS O
      *JORNAL AINDA TEM QUE REPRODUZIR OS ARQUIVOS E OS CONTROLES
      *GRAVADOS NO FECHAMENTO DA SESSAO
      *OS ARQUIVOS RESTAURADOS FICAM NO RESTESTE ATE A PROXIMA
      *RODADA, PARA CONFERENCIA NA MAO QUANDO O TESTE FALHAR
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *COPIAS DE SESSAO E JORNAIS GRAVADOS PELO CADASTRO ONLINE,
      *SO LEITURA
           SELECT CLIENTE-BACKUP ASSIGN TO 'CLIENTE.BAK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT JORNAL ASSIGN TO 'CLIJRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JORNAL-STATUS.
           SELECT PEDIDOS-BACKUP ASSIGN TO 'PEDIDOS.BAK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDBAK-STATUS.
           SELECT ITENS-BACKUP ASSIGN TO 'ITENS.BAK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEMBAK-STATUS.
           SELECT RECEB-BACKUP ASSIGN TO 'RECEB.BAK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEBBAK-STATUS.
           SELECT PED-JORNAL ASSIGN TO 'PEDJRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDJRN-STATUS.
      *REGISTROS DE CONTROLE DO FECHAMENTO DA SESSAO, SO LEITURA
           SELECT CONTROLE ASSIGN TO 'CLICTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEDCTL-STATUS.
      *ARQUIVOS VIVOS, SO LEITURA PELA CHAVE PARA AS AMOSTRAS
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
           SELECT ITENS ASSIGN TO 'ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CHAVE
               FILE STATUS IS ITEM-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECEB-CHAVE
               FILE STATUS IS RECEB-STATUS.
      *ARQUIVOS RESTAURADOS NO DIRETORIO DE RASCUNHO, COM AS
      *MESMAS CHAVES DOS VIVOS
           SELECT REST-CLIENTES ASSIGN TO 'RESTESTE/CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCLI-CHAVE
               ALTERNATE RECORD KEY IS RCLI-NOME WITH DUPLICATES
               FILE STATUS IS RCLI-STATUS.
           SELECT REST-PEDIDOS ASSIGN TO 'RESTESTE/PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPED-CHAVE
               FILE STATUS IS RPED-STATUS.
           SELECT REST-ITENS ASSIGN TO 'RESTESTE/ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RITEM-CHAVE
               FILE STATUS IS RITEM-STATUS.
           SELECT REST-RECEB ASSIGN TO 'RESTESTE/RECEBIM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RREC-CHAVE
               FILE STATUS IS RREC-STATUS.
      *RESULTADO DO TESTE, LIDO PELO ANOMALIA
           SELECT TESTE-RESTAURACAO ASSIGN TO 'TSTREST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRS-STATUS.

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
      *MESMA LARGURA TOTAL DA CLIENTES-REG, COMO NO CADASTRO
      *ONLINE QUE GRAVA A COPIA
       FD CLIENTE-BACKUP.
       01 BACKUP-LINHA PIC X(562).

      *MESMO LAYOUT DO JORNAL GRAVADO PELO CADASTRO ONLINE
       FD JORNAL.
       01 JORNAL-REG.
           05 JRN-ACAO PIC X(01).
           05 JRN-IMAGEM PIC X(562).

       FD PEDIDOS-BACKUP.
       01 PEDBAK-LINHA PIC X(100).

       FD ITENS-BACKUP.
       01 ITEMBAK-LINHA PIC X(91).

       FD RECEB-BACKUP.
       01 RECEBBAK-LINHA PIC X(59).

      *MESMO LAYOUT DO JORNAL GRAVADO PELO CADASTRO ONLINE
       FD PED-JORNAL.
       01 PEDJRN-REG.
           05 JRNF-ARQUIVO PIC X(01).
           05 JRNF-ACAO PIC X(01).
           05 JRNF-IMAGEM PIC X(100).

       FD CONTROLE.
       01 CONTROLE-REG.
           05 CTL-QUANTIDADE PIC 9(06).
           05 CTL-SOMA-FONES PIC 9(15).
           05 CTL-DATA PIC 9(08).
           05 CTL-HORA PIC 9(08).

      *MESMO LAYOUT DO CONTROLE GRAVADO PELO CADASTRO ONLINE
       FD PED-CONTROLE.
       01 PEDCTL-REG.
           05 PCTL-QTD-PED PIC 9(06).
           05 PCTL-SOMA-PED PIC 9(13)V99.
           05 PCTL-QTD-ITEM PIC 9(06).
           05 PCTL-SOMA-ITEM PIC 9(13)V99.
           05 PCTL-QTD-RECEB PIC 9(06).
           05 PCTL-SOMA-RECEB PIC 9(13)V99.
           05 PCTL-DATA PIC 9(08).
           05 PCTL-HORA PIC 9(08).

      *NOS ARQUIVOS VIVOS SO A CHAVE INTERESSA; O RESTO DO
      *REGISTRO E FILLER, MAS A LARGURA TOTAL TEM QUE ACOMPANHAR O
      *LAYOUT DO CADASTRO ONLINE, POIS A AMOSTRA COMPARA O
      *REGISTRO INTEIRO
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE PIC 9(09).
           05 CLIENTES-NOME PIC X(30).
           05 FILLER PIC X(523).

       FD PEDIDOS.
       01 PEDIDOS-REG.
           05 PEDIDOS-CHAVE.
               10 PEDIDOS-FONE PIC 9(09).
               10 PEDIDOS-NUMERO PIC 9(06).
           05 FILLER PIC X(85).

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

      *NOS RESTAURADOS, ALEM DA CHAVE, O CAMPO SOMADO NO REGISTRO
      *DE CONTROLE (TELEFONE, VALOR DO PEDIDO, TOTAL DO ITEM,
      *VALOR RECEBIDO)
       FD REST-CLIENTES.
       01 RCLI-REG.
           05 RCLI-CHAVE.
               10 RCLI-FONE PIC 9(09).
           05 RCLI-NOME PIC X(30).
           05 FILLER PIC X(523).

       FD REST-PEDIDOS.
       01 RPED-REG.
           05 RPED-CHAVE.
               10 RPED-FONE PIC 9(09).
               10 RPED-NUMERO PIC 9(06).
           05 RPED-DATA PIC 9(08).
           05 RPED-VALOR PIC 9(07)V99.
           05 FILLER PIC X(68).

       FD REST-ITENS.
       01 RITEM-REG.
           05 RITEM-CHAVE.
               10 RITEM-FONE PIC 9(09).
               10 RITEM-PEDIDO PIC 9(06).
               10 RITEM-NUMERO PIC 9(03).
           05 RITEM-PROD-CODIGO PIC 9(06).
           05 RITEM-DESCRICAO PIC X(40).
           05 RITEM-QTDE PIC 9(05).
           05 RITEM-PRECO-UNIT PIC 9(07)V99.
           05 RITEM-TOTAL PIC 9(07)V99.
           05 RITEM-DESC-PCT PIC 9(02)V99.

       FD REST-RECEB.
       01 RREC-REG.
           05 RREC-CHAVE.
               10 RREC-FONE PIC 9(09).
               10 RREC-PEDIDO PIC 9(06).
               10 RREC-SEQ PIC 9(03).
           05 RREC-DATA PIC 9(08).
           05 RREC-VALOR PIC 9(07)V99.
           05 FILLER PIC X(24).

      *UMA LINHA POR ARQUIVO TESTADO: QUANTO VEIO DA COPIA E DO
      *JORNAL, QUANTAS AMOSTRAS FORAM CONFERIDAS E, NA FALHA, O
      *PRIMEIRO MOTIVO ENCONTRADO
       FD TESTE-RESTAURACAO.
       01 TRS-REG.
           05 TRS-ARQUIVO PIC X(16).
           05 TRS-DATA PIC 9(08).
           05 TRS-HORA PIC 9(08).
           05 TRS-COPIA PIC 9(06).
           05 TRS-JORNAL PIC 9(06).
           05 TRS-AMOSTRAS PIC 9(04).
           05 TRS-SITUACAO PIC X(01).
               88 TRS-COMPROVADA VALUE 'C'.
               88 TRS-FALHOU VALUE 'F'.
           05 TRS-MOTIVO PIC X(60).

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
       77 BACKUP-STATUS PIC 9(02) VALUE ZEROS.
       77 JORNAL-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDBAK-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEMBAK-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEBBAK-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDJRN-STATUS PIC 9(02) VALUE ZEROS.
       77 CONTROLE-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 RECEB-STATUS PIC 9(02) VALUE ZEROS.
       77 RCLI-STATUS PIC 9(02) VALUE ZEROS.
       77 RPED-STATUS PIC 9(02) VALUE ZEROS.
       77 RITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 RREC-STATUS PIC 9(02) VALUE ZEROS.
       77 TRS-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-AMOSTRAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FALHAS PIC 9(02) VALUE ZEROS.

      *AMOSTRAGEM: O PRIMEIRO REGISTRO DE CADA ARQUIVO RESTAURADO
      *E DEPOIS UM A CADA WRK-PASSO-AMOSTRA, NA ORDEM DA CHAVE
       77 WRK-PASSO-AMOSTRA PIC 9(04) VALUE 20.
       77 WRK-SEQ-REGISTRO PIC 9(06) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO PIC 9(04) VALUE ZEROS.
      *O ARQUIVO VIVO DO ARQUIVO EM RECONTAGEM ABRIU PARA LEITURA
       77 WRK-VIVO-SW PIC X(01) VALUE 'N'.
           88 VIVO-ABERTO VALUE 'S'.
           88 VIVO-FECHADO VALUE 'N'.
      *OS DOIS REGISTROS DE CONTROLE FORAM LIDOS
       77 WRK-CTL-SW PIC X(01) VALUE 'N'.
           88 CONTROLE-LIDO VALUE 'S'.
       77 WRK-PCTL-SW PIC X(01) VALUE 'N'.
           88 PED-CONTROLE-LIDO VALUE 'S'.

      *RESULTADO DE CADA ARQUIVO TESTADO: 1 CADASTRO, 2 PEDIDOS,
      *3 ITENS, 4 RECEBIMENTOS; O QUE O CONTROLE ESPERA, O QUE A
      *RESTAURACAO PRODUZIU E O PRIMEIRO MOTIVO DE FALHA
       01 WRK-TABELA-RESULTADOS.
           05 WRK-RES-ENT OCCURS 4 TIMES.
               10 WRK-RES-ARQUIVO PIC X(16).
               10 WRK-RES-COPIA PIC 9(06).
               10 WRK-RES-JORNAL PIC 9(06).
               10 WRK-RES-AMOSTRAS PIC 9(04).
               10 WRK-RES-QTD-ESPERADA PIC 9(06).
               10 WRK-RES-SOMA-ESPERADA PIC 9(15)V99.
               10 WRK-RES-QTD-FINAL PIC 9(06).
               10 WRK-RES-SOMA-FINAL PIC 9(15)V99.
               10 WRK-RES-SITUACAO PIC X(01).
                   88 RES-COMPROVADA VALUE 'C'.
                   88 RES-FALHOU VALUE 'F'.
               10 WRK-RES-MOTIVO PIC X(60).
       77 WRK-RES-IDX PIC 9(01) VALUE ZEROS.
      *MOTIVO MONTADO ANTES DE MARCAR A FALHA; SO O PRIMEIRO DE
      *CADA ARQUIVO FICA NO RESULTADO
       77 WRK-MOTIVO PIC X(60) VALUE SPACES.
       77 WRK-QTD-EXIB PIC Z(05)9.
       77 WRK-ESP-EXIB PIC Z(05)9.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           PERFORM 1000-INICIAR.
           PERFORM 2000-TESTAR-CADASTRO.
           PERFORM 3000-TESTAR-FINANCEIROS.
           PERFORM 4000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

      *PREPARA A TABELA DE RESULTADOS E LE OS DOIS REGISTROS DE
      *CONTROLE; SEM CONTROLE NAO HA COMO COMPROVAR A RESTAURACAO,
      *MAS O TESTE SEGUE PARA AS AMOSTRAS
       1000-INICIAR.
           DISPLAY 'TSTREST: TESTE DE RESTAURACAO DAS COPIAS NO '
                   'RASCUNHO RESTESTE'.
           MOVE 'CLIENTE.DAT' TO WRK-RES-ARQUIVO (1).
           MOVE 'PEDIDOS.DAT' TO WRK-RES-ARQUIVO (2).
           MOVE 'ITENS.DAT' TO WRK-RES-ARQUIVO (3).
           MOVE 'RECEBIMENTOS.DAT' TO WRK-RES-ARQUIVO (4).
           PERFORM 1050-LIMPAR-RESULTADO
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > 4.
           OPEN INPUT CONTROLE.
           IF CONTROLE-STATUS = ZEROS
               READ CONTROLE
                   NOT AT END
                       SET CONTROLE-LIDO TO TRUE
                       MOVE CTL-QUANTIDADE TO WRK-RES-QTD-ESPERADA (1)
                       MOVE CTL-SOMA-FONES TO
                                   WRK-RES-SOMA-ESPERADA (1)
               END-READ
               CLOSE CONTROLE
           END-IF.
           IF NOT CONTROLE-LIDO
               MOVE 1 TO WRK-RES-IDX
               MOVE 'SEM O REGISTRO DE CONTROLE CLICTL.DAT' TO
                                   WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           END-IF.
           OPEN INPUT PED-CONTROLE.
           IF PEDCTL-STATUS = ZEROS
               READ PED-CONTROLE
                   NOT AT END
                       SET PED-CONTROLE-LIDO TO TRUE
                       MOVE PCTL-QTD-PED TO WRK-RES-QTD-ESPERADA (2)
                       MOVE PCTL-SOMA-PED TO WRK-RES-SOMA-ESPERADA (2)
                       MOVE PCTL-QTD-ITEM TO WRK-RES-QTD-ESPERADA (3)
                       MOVE PCTL-SOMA-ITEM TO
                                   WRK-RES-SOMA-ESPERADA (3)
                       MOVE PCTL-QTD-RECEB TO
                                   WRK-RES-QTD-ESPERADA (4)
                       MOVE PCTL-SOMA-RECEB TO
                                   WRK-RES-SOMA-ESPERADA (4)
               END-READ
               CLOSE PED-CONTROLE
           END-IF.
           IF NOT PED-CONTROLE-LIDO
               MOVE 'SEM O REGISTRO DE CONTROLE PEDCTL.DAT' TO
                                   WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
                   VARYING WRK-RES-IDX FROM 2 BY 1
                   UNTIL WRK-RES-IDX > 4
           END-IF.

       1050-LIMPAR-RESULTADO.
           MOVE ZEROS TO WRK-RES-COPIA (WRK-RES-IDX).
           MOVE ZEROS TO WRK-RES-JORNAL (WRK-RES-IDX).
           MOVE ZEROS TO WRK-RES-AMOSTRAS (WRK-RES-IDX).
           MOVE ZEROS TO WRK-RES-QTD-ESPERADA (WRK-RES-IDX).
           MOVE ZEROS TO WRK-RES-SOMA-ESPERADA (WRK-RES-IDX).
           MOVE ZEROS TO WRK-RES-QTD-FINAL (WRK-RES-IDX).
           MOVE ZEROS TO WRK-RES-SOMA-FINAL (WRK-RES-IDX).
           SET RES-COMPROVADA (WRK-RES-IDX) TO TRUE.
           MOVE SPACES TO WRK-RES-MOTIVO (WRK-RES-IDX).

      *CADASTRO: COPIA + JORNAL NO RASCUNHO, DEPOIS RECONTAGEM,
      *AMOSTRAS E CONFERENCIA COM O CLICTL.DAT
       2000-TESTAR-CADASTRO.
           MOVE 1 TO WRK-RES-IDX.
           PERFORM 2100-RESTAURAR-CADASTRO.
           IF RCLI-STATUS = ZEROS
               PERFORM 2200-REAPLICAR-JORNAL-CAD
               PERFORM 2300-RECONTAR-CADASTRO
               MOVE 1 TO WRK-RES-IDX
               PERFORM 6000-CONFERIR-TOTAIS
           END-IF.

      *O OPEN OUTPUT RECRIA O ARQUIVO E AS DUAS CHAVES NO
      *RASCUNHO, COMO O RESTCLI FAZ COM O CADASTRO VIVO
       2100-RESTAURAR-CADASTRO.
           OPEN OUTPUT REST-CLIENTES.
           IF RCLI-STATUS NOT = ZEROS
               MOVE 'RASCUNHO RESTESTE INDISPONIVEL PARA O CADASTRO'
                   TO WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           ELSE
               OPEN INPUT CLIENTE-BACKUP
               IF BACKUP-STATUS NOT = ZEROS
                   IF WRK-RES-QTD-ESPERADA (1) > ZEROS
                       MOVE 'SEM A COPIA CLIENTE.BAK' TO WRK-MOTIVO
                       PERFORM 6100-MARCAR-FALHA
                   END-IF
               ELSE
                   READ CLIENTE-BACKUP
                       AT END
                           MOVE 10 TO BACKUP-STATUS
                   END-READ
                   PERFORM UNTIL BACKUP-STATUS = 10
                       ADD 1 TO WRK-RES-COPIA (1)
                       MOVE BACKUP-LINHA TO RCLI-REG
                       WRITE RCLI-REG
                           INVALID KEY
                               MOVE SPACES TO WRK-MOTIVO
                               STRING 'CHAVE DUPLICADA NA COPIA: '
                                       RCLI-FONE
                                   DELIMITED BY SIZE INTO WRK-MOTIVO
                               PERFORM 6100-MARCAR-FALHA
                       END-WRITE
                       READ CLIENTE-BACKUP
                           AT END
                               MOVE 10 TO BACKUP-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTE-BACKUP
               END-IF
               CLOSE REST-CLIENTES
               MOVE ZEROS TO RCLI-STATUS
           END-IF.

      *REAPLICA O JORNAL COMO O RECJRN: CHAVE NOVA E GRAVADA,
      *CHAVE EXISTENTE E REESCRITA; SEM JORNAL NADA A REAPLICAR
       2200-REAPLICAR-JORNAL-CAD.
           OPEN I-O REST-CLIENTES.
           OPEN INPUT JORNAL.
           IF JORNAL-STATUS = ZEROS
               READ JORNAL
                   AT END
                       MOVE 10 TO JORNAL-STATUS
               END-READ
               PERFORM UNTIL JORNAL-STATUS = 10
                   ADD 1 TO WRK-RES-JORNAL (1)
                   MOVE JRN-IMAGEM TO RCLI-REG
                   WRITE RCLI-REG
                       INVALID KEY
                           REWRITE RCLI-REG
                               INVALID KEY
                                   MOVE SPACES TO WRK-MOTIVO
                                   STRING 'FALHA AO REAPLICAR O '
                                           'JORNAL NA CHAVE '
                                           RCLI-FONE
                                       DELIMITED BY SIZE
                                       INTO WRK-MOTIVO
                                   PERFORM 6100-MARCAR-FALHA
                           END-REWRITE
                   END-WRITE
                   READ JORNAL
                       AT END
                           MOVE 10 TO JORNAL-STATUS
                   END-READ
               END-PERFORM
               CLOSE JORNAL
           END-IF.
           CLOSE REST-CLIENTES.
           MOVE ZEROS TO JORNAL-STATUS.

      *RECONTA O CADASTRO RESTAURADO NA ORDEM DA CHAVE, SOMANDO
      *OS TELEFONES COMO O CTLCLI, E AMOSTRA CONTRA O VIVO
       2300-RECONTAR-CADASTRO.
           OPEN INPUT REST-CLIENTES.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS = ZEROS
               SET VIVO-ABERTO TO TRUE
           ELSE
               SET VIVO-FECHADO TO TRUE
           END-IF.
           MOVE ZEROS TO WRK-SEQ-REGISTRO.
           READ REST-CLIENTES NEXT
               AT END
                   MOVE 10 TO RCLI-STATUS
           END-READ.
           PERFORM UNTIL RCLI-STATUS = 10
               ADD 1 TO WRK-RES-QTD-FINAL (1)
               ADD RCLI-FONE TO WRK-RES-SOMA-FINAL (1)
               PERFORM 6200-DECIDIR-AMOSTRA
               IF WRK-RESTO = 1
                   PERFORM 2310-AMOSTRAR-CLIENTE
               END-IF
               READ REST-CLIENTES NEXT
                   AT END
                       MOVE 10 TO RCLI-STATUS
               END-READ
           END-PERFORM.
           CLOSE REST-CLIENTES.
           IF VIVO-ABERTO
               CLOSE CLIENTES
           END-IF.
           MOVE ZEROS TO RCLI-STATUS.

       2310-AMOSTRAR-CLIENTE.
           ADD 1 TO WRK-RES-AMOSTRAS (1).
           IF VIVO-FECHADO
               MOVE 'CADASTRO VIVO CLIENTE.DAT ILEGIVEL' TO
                                   WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           ELSE
               MOVE RCLI-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'AMOSTRA AUSENTE NO VIVO, CHAVE '
                               RCLI-FONE
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                       PERFORM 6100-MARCAR-FALHA
                   NOT INVALID KEY
                       IF CLIENTES-REG NOT = RCLI-REG
                           MOVE SPACES TO WRK-MOTIVO
                           STRING 'AMOSTRA DIFERE DO VIVO, CHAVE '
                                   RCLI-FONE
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                           PERFORM 6100-MARCAR-FALHA
                       END-IF
               END-READ
           END-IF.

      *FINANCEIROS: OS TRES ARQUIVOS SAEM DAS COPIAS, O JORNAL
      *FINANCEIRO E UM SO PARA OS TRES, E SO DEPOIS DELE CADA UM
      *E RECONTADO E CONFERIDO COM O PEDCTL.DAT
       3000-TESTAR-FINANCEIROS.
           MOVE 2 TO WRK-RES-IDX.
           PERFORM 3100-RESTAURAR-PEDIDOS.
           MOVE 3 TO WRK-RES-IDX.
           PERFORM 3110-RESTAURAR-ITENS.
           MOVE 4 TO WRK-RES-IDX.
           PERFORM 3120-RESTAURAR-RECEB.
           PERFORM 3200-REAPLICAR-JORNAL-FIN.
           IF RPED-STATUS = ZEROS
               PERFORM 3300-RECONTAR-PEDIDOS
               MOVE 2 TO WRK-RES-IDX
               PERFORM 6000-CONFERIR-TOTAIS
           END-IF.
           IF RITEM-STATUS = ZEROS
               PERFORM 3400-RECONTAR-ITENS
               MOVE 3 TO WRK-RES-IDX
               PERFORM 6000-CONFERIR-TOTAIS
           END-IF.
           IF RREC-STATUS = ZEROS
               PERFORM 3500-RECONTAR-RECEB
               MOVE 4 TO WRK-RES-IDX
               PERFORM 6000-CONFERIR-TOTAIS
           END-IF.

      *CADA RESTAURACAO DEIXA O STATUS DO RESTAURADO EM ZEROS
      *QUANDO O RASCUNHO FOI CRIADO; DIFERENTE DE ZEROS, O
      *ARQUIVO FICA FORA DO JORNAL E DA RECONTAGEM
       3100-RESTAURAR-PEDIDOS.
           OPEN OUTPUT REST-PEDIDOS.
           IF RPED-STATUS NOT = ZEROS
               MOVE 'RASCUNHO RESTESTE INDISPONIVEL PARA OS PEDIDOS'
                   TO WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           ELSE
               OPEN INPUT PEDIDOS-BACKUP
               IF PEDBAK-STATUS NOT = ZEROS
                   IF WRK-RES-QTD-ESPERADA (2) > ZEROS
                       MOVE 'SEM A COPIA PEDIDOS.BAK' TO WRK-MOTIVO
                       PERFORM 6100-MARCAR-FALHA
                   END-IF
               ELSE
                   READ PEDIDOS-BACKUP
                       AT END
                           MOVE 10 TO PEDBAK-STATUS
                   END-READ
                   PERFORM UNTIL PEDBAK-STATUS = 10
                       ADD 1 TO WRK-RES-COPIA (2)
                       MOVE PEDBAK-LINHA TO RPED-REG
                       WRITE RPED-REG
                           INVALID KEY
                               MOVE SPACES TO WRK-MOTIVO
                               STRING 'CHAVE DUPLICADA NA COPIA: '
                                       RPED-FONE '/' RPED-NUMERO
                                   DELIMITED BY SIZE INTO WRK-MOTIVO
                               PERFORM 6100-MARCAR-FALHA
                       END-WRITE
                       READ PEDIDOS-BACKUP
                           AT END
                               MOVE 10 TO PEDBAK-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOS-BACKUP
               END-IF
               CLOSE REST-PEDIDOS
               MOVE ZEROS TO RPED-STATUS
           END-IF.

       3110-RESTAURAR-ITENS.
           OPEN OUTPUT REST-ITENS.
           IF RITEM-STATUS NOT = ZEROS
               MOVE 'RASCUNHO RESTESTE INDISPONIVEL PARA OS ITENS'
                   TO WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           ELSE
               OPEN INPUT ITENS-BACKUP
               IF ITEMBAK-STATUS NOT = ZEROS
                   IF WRK-RES-QTD-ESPERADA (3) > ZEROS
                       MOVE 'SEM A COPIA ITENS.BAK' TO WRK-MOTIVO
                       PERFORM 6100-MARCAR-FALHA
                   END-IF
               ELSE
                   READ ITENS-BACKUP
                       AT END
                           MOVE 10 TO ITEMBAK-STATUS
                   END-READ
                   PERFORM UNTIL ITEMBAK-STATUS = 10
                       ADD 1 TO WRK-RES-COPIA (3)
                       MOVE ITEMBAK-LINHA TO RITEM-REG
                       WRITE RITEM-REG
                           INVALID KEY
                               MOVE SPACES TO WRK-MOTIVO
                               STRING 'CHAVE DUPLICADA NA COPIA: '
                                       RITEM-FONE '/' RITEM-PEDIDO
                                       '/' RITEM-NUMERO
                                   DELIMITED BY SIZE INTO WRK-MOTIVO
                               PERFORM 6100-MARCAR-FALHA
                       END-WRITE
                       READ ITENS-BACKUP
                           AT END
                               MOVE 10 TO ITEMBAK-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE ITENS-BACKUP
               END-IF
               CLOSE REST-ITENS
               MOVE ZEROS TO RITEM-STATUS
           END-IF.

       3120-RESTAURAR-RECEB.
           OPEN OUTPUT REST-RECEB.
           IF RREC-STATUS NOT = ZEROS
               MOVE 'RASCUNHO RESTESTE INDISPONIVEL PARA OS '
                   & 'RECEBIMENTOS' TO WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           ELSE
               OPEN INPUT RECEB-BACKUP
               IF RECEBBAK-STATUS NOT = ZEROS
                   IF WRK-RES-QTD-ESPERADA (4) > ZEROS
                       MOVE 'SEM A COPIA RECEB.BAK' TO WRK-MOTIVO
                       PERFORM 6100-MARCAR-FALHA
                   END-IF
               ELSE
                   READ RECEB-BACKUP
                       AT END
                           MOVE 10 TO RECEBBAK-STATUS
                   END-READ
                   PERFORM UNTIL RECEBBAK-STATUS = 10
                       ADD 1 TO WRK-RES-COPIA (4)
                       MOVE RECEBBAK-LINHA TO RREC-REG
                       WRITE RREC-REG
                           INVALID KEY
                               MOVE SPACES TO WRK-MOTIVO
                               STRING 'CHAVE DUPLICADA NA COPIA: '
                                       RREC-FONE '/' RREC-PEDIDO
                                       '/' RREC-SEQ
                                   DELIMITED BY SIZE INTO WRK-MOTIVO
                               PERFORM 6100-MARCAR-FALHA
                       END-WRITE
                       READ RECEB-BACKUP
                           AT END
                               MOVE 10 TO RECEBBAK-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE RECEB-BACKUP
               END-IF
               CLOSE REST-RECEB
               MOVE ZEROS TO RREC-STATUS
           END-IF.

      *REAPLICA O JORNAL FINANCEIRO COMO O REORPED, NA ORDEM EM
      *QUE AS GRAVACOES ACONTECERAM; CADA IMAGEM SO VAI PARA O
      *RESTAURADO QUE FOI CRIADO NO RASCUNHO
       3200-REAPLICAR-JORNAL-FIN.
           IF RPED-STATUS = ZEROS
               OPEN I-O REST-PEDIDOS
           END-IF.
           IF RITEM-STATUS = ZEROS
               OPEN I-O REST-ITENS
           END-IF.
           IF RREC-STATUS = ZEROS
               OPEN I-O REST-RECEB
           END-IF.
           OPEN INPUT PED-JORNAL.
           IF PEDJRN-STATUS = ZEROS
               READ PED-JORNAL
                   AT END
                       MOVE 10 TO PEDJRN-STATUS
               END-READ
               PERFORM UNTIL PEDJRN-STATUS = 10
                   EVALUATE JRNF-ARQUIVO
                       WHEN 'P'
                           ADD 1 TO WRK-RES-JORNAL (2)
                           IF RPED-STATUS = ZEROS
                               PERFORM 3210-APLICAR-PEDIDO
                           END-IF
                       WHEN 'I'
                           ADD 1 TO WRK-RES-JORNAL (3)
                           IF RITEM-STATUS = ZEROS
                               PERFORM 3220-APLICAR-ITEM
                           END-IF
                       WHEN 'R'
                           ADD 1 TO WRK-RES-JORNAL (4)
                           IF RREC-STATUS = ZEROS
                               PERFORM 3230-APLICAR-RECEB
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ PED-JORNAL
                       AT END
                           MOVE 10 TO PEDJRN-STATUS
                   END-READ
               END-PERFORM
               CLOSE PED-JORNAL
           END-IF.
           MOVE ZEROS TO PEDJRN-STATUS.
           IF RPED-STATUS = ZEROS
               CLOSE REST-PEDIDOS
           END-IF.
           IF RITEM-STATUS = ZEROS
               CLOSE REST-ITENS
           END-IF.
           IF RREC-STATUS = ZEROS
               CLOSE REST-RECEB
           END-IF.

      *INCLUSAO QUE JA EXISTE VIRA REGRAVACAO E EXCLUSAO DE QUEM
      *JA NAO ESTA LA E IGNORADA, COMO NO REORPED; O STATUS DO
      *RESTAURADO VOLTA A ZEROS PARA NAO TIRA-LO DA RECONTAGEM
       3210-APLICAR-PEDIDO.
           MOVE JRNF-IMAGEM (1:100) TO RPED-REG.
           IF JRNF-ACAO = 'D'
               DELETE REST-PEDIDOS
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE RPED-REG
                   INVALID KEY
                       REWRITE RPED-REG
                       END-REWRITE
               END-WRITE
           END-IF.
           MOVE ZEROS TO RPED-STATUS.

       3220-APLICAR-ITEM.
           MOVE JRNF-IMAGEM (1:91) TO RITEM-REG.
           IF JRNF-ACAO = 'D'
               DELETE REST-ITENS
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE RITEM-REG
                   INVALID KEY
                       REWRITE RITEM-REG
                       END-REWRITE
               END-WRITE
           END-IF.
           MOVE ZEROS TO RITEM-STATUS.

       3230-APLICAR-RECEB.
           MOVE JRNF-IMAGEM (1:59) TO RREC-REG.
           IF JRNF-ACAO = 'D'
               DELETE REST-RECEB
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE RREC-REG
                   INVALID KEY
                       REWRITE RREC-REG
                       END-REWRITE
               END-WRITE
           END-IF.
           MOVE ZEROS TO RREC-STATUS.

      *RECONTA CADA FINANCEIRO RESTAURADO SOMANDO O MESMO CAMPO
      *DO PEDCTL.DAT E AMOSTRA CONTRA O VIVO
       3300-RECONTAR-PEDIDOS.
           MOVE 2 TO WRK-RES-IDX.
           OPEN INPUT REST-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF PEDIDOS-STATUS = ZEROS
               SET VIVO-ABERTO TO TRUE
           ELSE
               SET VIVO-FECHADO TO TRUE
           END-IF.
           MOVE ZEROS TO WRK-SEQ-REGISTRO.
           READ REST-PEDIDOS NEXT
               AT END
                   MOVE 10 TO RPED-STATUS
           END-READ.
           PERFORM UNTIL RPED-STATUS = 10
               ADD 1 TO WRK-RES-QTD-FINAL (2)
               ADD RPED-VALOR TO WRK-RES-SOMA-FINAL (2)
               PERFORM 6200-DECIDIR-AMOSTRA
               IF WRK-RESTO = 1
                   PERFORM 3310-AMOSTRAR-PEDIDO
               END-IF
               READ REST-PEDIDOS NEXT
                   AT END
                       MOVE 10 TO RPED-STATUS
               END-READ
           END-PERFORM.
           CLOSE REST-PEDIDOS.
           IF VIVO-ABERTO
               CLOSE PEDIDOS
           END-IF.
           MOVE ZEROS TO RPED-STATUS.

       3310-AMOSTRAR-PEDIDO.
           ADD 1 TO WRK-RES-AMOSTRAS (2).
           IF VIVO-FECHADO
               MOVE 'ARQUIVO VIVO PEDIDOS.DAT ILEGIVEL' TO
                                   WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           ELSE
               MOVE RPED-CHAVE TO PEDIDOS-CHAVE
               READ PEDIDOS
                   INVALID KEY
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'AMOSTRA AUSENTE NO VIVO, CHAVE '
                               RPED-FONE '/' RPED-NUMERO
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                       PERFORM 6100-MARCAR-FALHA
                   NOT INVALID KEY
                       IF PEDIDOS-REG NOT = RPED-REG
                           MOVE SPACES TO WRK-MOTIVO
                           STRING 'AMOSTRA DIFERE DO VIVO, CHAVE '
                                   RPED-FONE '/' RPED-NUMERO
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                           PERFORM 6100-MARCAR-FALHA
                       END-IF
               END-READ
           END-IF.

       3400-RECONTAR-ITENS.
           MOVE 3 TO WRK-RES-IDX.
           OPEN INPUT REST-ITENS.
           OPEN INPUT ITENS.
           IF ITEM-STATUS = ZEROS
               SET VIVO-ABERTO TO TRUE
           ELSE
               SET VIVO-FECHADO TO TRUE
           END-IF.
           MOVE ZEROS TO WRK-SEQ-REGISTRO.
           READ REST-ITENS NEXT
               AT END
                   MOVE 10 TO RITEM-STATUS
           END-READ.
           PERFORM UNTIL RITEM-STATUS = 10
               ADD 1 TO WRK-RES-QTD-FINAL (3)
               ADD RITEM-TOTAL TO WRK-RES-SOMA-FINAL (3)
               PERFORM 6200-DECIDIR-AMOSTRA
               IF WRK-RESTO = 1
                   PERFORM 3410-AMOSTRAR-ITEM
               END-IF
               READ REST-ITENS NEXT
                   AT END
                       MOVE 10 TO RITEM-STATUS
               END-READ
           END-PERFORM.
           CLOSE REST-ITENS.
           IF VIVO-ABERTO
               CLOSE ITENS
           END-IF.
           MOVE ZEROS TO RITEM-STATUS.

       3410-AMOSTRAR-ITEM.
           ADD 1 TO WRK-RES-AMOSTRAS (3).
           IF VIVO-FECHADO
               MOVE 'ARQUIVO VIVO ITENS.DAT ILEGIVEL' TO WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           ELSE
               MOVE RITEM-CHAVE TO ITEM-CHAVE
               READ ITENS
                   INVALID KEY
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'AMOSTRA AUSENTE NO VIVO, CHAVE '
                               RITEM-FONE '/' RITEM-PEDIDO '/'
                               RITEM-NUMERO
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                       PERFORM 6100-MARCAR-FALHA
                   NOT INVALID KEY
                       IF ITEM-REG NOT = RITEM-REG
                           MOVE SPACES TO WRK-MOTIVO
                           STRING 'AMOSTRA DIFERE DO VIVO, CHAVE '
                                   RITEM-FONE '/' RITEM-PEDIDO '/'
                                   RITEM-NUMERO
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                           PERFORM 6100-MARCAR-FALHA
                       END-IF
               END-READ
           END-IF.

       3500-RECONTAR-RECEB.
           MOVE 4 TO WRK-RES-IDX.
           OPEN INPUT REST-RECEB.
           OPEN INPUT RECEBIMENTOS.
           IF RECEB-STATUS = ZEROS
               SET VIVO-ABERTO TO TRUE
           ELSE
               SET VIVO-FECHADO TO TRUE
           END-IF.
           MOVE ZEROS TO WRK-SEQ-REGISTRO.
           READ REST-RECEB NEXT
               AT END
                   MOVE 10 TO RREC-STATUS
           END-READ.
           PERFORM UNTIL RREC-STATUS = 10
               ADD 1 TO WRK-RES-QTD-FINAL (4)
               ADD RREC-VALOR TO WRK-RES-SOMA-FINAL (4)
               PERFORM 6200-DECIDIR-AMOSTRA
               IF WRK-RESTO = 1
                   PERFORM 3510-AMOSTRAR-RECEB
               END-IF
               READ REST-RECEB NEXT
                   AT END
                       MOVE 10 TO RREC-STATUS
               END-READ
           END-PERFORM.
           CLOSE REST-RECEB.
           IF VIVO-ABERTO
               CLOSE RECEBIMENTOS
           END-IF.
           MOVE ZEROS TO RREC-STATUS.

       3510-AMOSTRAR-RECEB.
           ADD 1 TO WRK-RES-AMOSTRAS (4).
           IF VIVO-FECHADO
               MOVE 'ARQUIVO VIVO RECEBIMENTOS.DAT ILEGIVEL' TO
                                   WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           ELSE
               MOVE RREC-CHAVE TO RECEB-CHAVE
               READ RECEBIMENTOS
                   INVALID KEY
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'AMOSTRA AUSENTE NO VIVO, CHAVE '
                               RREC-FONE '/' RREC-PEDIDO '/'
                               RREC-SEQ
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                       PERFORM 6100-MARCAR-FALHA
                   NOT INVALID KEY
                       IF RECEB-REG NOT = RREC-REG
                           MOVE SPACES TO WRK-MOTIVO
                           STRING 'AMOSTRA DIFERE DO VIVO, CHAVE '
                                   RREC-FONE '/' RREC-PEDIDO '/'
                                   RREC-SEQ
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                           PERFORM 6100-MARCAR-FALHA
                       END-IF
               END-READ
           END-IF.

      *GRAVA UMA LINHA DE RESULTADO POR ARQUIVO E MOSTRA OS TOTAIS
       4000-FINALIZAR.
           OPEN OUTPUT TESTE-RESTAURACAO.
           PERFORM 4100-GRAVAR-RESULTADO
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > 4.
           CLOSE TESTE-RESTAURACAO.
           DISPLAY '---------------------------------------'.
           DISPLAY 'TESTE DE RESTAURACAO - TOTAIS'.
           DISPLAY 'LINHAS RESTAURADAS.: ' WRK-TOTAL-LIDOS.
           DISPLAY 'AMOSTRAS CONFERIDAS: ' WRK-TOTAL-AMOSTRAS.
           DISPLAY 'ARQUIVOS COM FALHA.: ' WRK-TOTAL-FALHAS.
           DISPLAY '---------------------------------------'.

       4100-GRAVAR-RESULTADO.
           MOVE WRK-RES-ARQUIVO (WRK-RES-IDX) TO TRS-ARQUIVO.
           ACCEPT TRS-DATA FROM DATE YYYYMMDD.
           ACCEPT TRS-HORA FROM TIME.
           MOVE WRK-RES-COPIA (WRK-RES-IDX) TO TRS-COPIA.
           MOVE WRK-RES-JORNAL (WRK-RES-IDX) TO TRS-JORNAL.
           MOVE WRK-RES-AMOSTRAS (WRK-RES-IDX) TO TRS-AMOSTRAS.
           MOVE WRK-RES-SITUACAO (WRK-RES-IDX) TO TRS-SITUACAO.
           MOVE WRK-RES-MOTIVO (WRK-RES-IDX) TO TRS-MOTIVO.
           WRITE TRS-REG.
           ADD TRS-COPIA TO WRK-TOTAL-LIDOS.
           ADD TRS-JORNAL TO WRK-TOTAL-LIDOS.
           ADD TRS-AMOSTRAS TO WRK-TOTAL-AMOSTRAS.
           IF TRS-FALHOU
               ADD 1 TO WRK-TOTAL-FALHAS
               DISPLAY 'TSTREST: ' TRS-ARQUIVO ' NAO RESTAURA - '
                       TRS-MOTIVO
           ELSE
               DISPLAY 'TSTREST: ' TRS-ARQUIVO ' RESTAURACAO '
                       'COMPROVADA - ' TRS-AMOSTRAS ' AMOSTRAS'
           END-IF.

      *CONFERE A QUANTIDADE E A SOMA DO ARQUIVO RESTAURADO COM O
      *REGISTRO DE CONTROLE DO FECHAMENTO DA SESSAO
       6000-CONFERIR-TOTAIS.
           IF WRK-RES-QTD-FINAL (WRK-RES-IDX) NOT =
                   WRK-RES-QTD-ESPERADA (WRK-RES-IDX)
               MOVE WRK-RES-QTD-FINAL (WRK-RES-IDX) TO WRK-QTD-EXIB
               MOVE WRK-RES-QTD-ESPERADA (WRK-RES-IDX) TO
                                   WRK-ESP-EXIB
               MOVE SPACES TO WRK-MOTIVO
               STRING 'RESTAURADOS ' WRK-QTD-EXIB
                       ' REGISTROS, O CONTROLE ESPERA ' WRK-ESP-EXIB
                   DELIMITED BY SIZE INTO WRK-MOTIVO
               PERFORM 6100-MARCAR-FALHA
           ELSE
               IF WRK-RES-SOMA-FINAL (WRK-RES-IDX) NOT =
                       WRK-RES-SOMA-ESPERADA (WRK-RES-IDX)
                   MOVE 'QUANTIDADE CONFERE, MAS A SOMA DIFERE DO '
                       & 'CONTROLE' TO WRK-MOTIVO
                   PERFORM 6100-MARCAR-FALHA
               END-IF
           END-IF.

      *SO O PRIMEIRO MOTIVO DE CADA ARQUIVO FICA NO RESULTADO
       6100-MARCAR-FALHA.
           IF RES-COMPROVADA (WRK-RES-IDX)
               SET RES-FALHOU (WRK-RES-IDX) TO TRUE
               MOVE WRK-MOTIVO TO WRK-RES-MOTIVO (WRK-RES-IDX)
           END-IF.

      *CONTA O REGISTRO LIDO; RESTO 1 MARCA O PRIMEIRO E DEPOIS UM
      *A CADA WRK-PASSO-AMOSTRA
       6200-DECIDIR-AMOSTRA.
           ADD 1 TO WRK-SEQ-REGISTRO.
           DIVIDE WRK-SEQ-REGISTRO BY WRK-PASSO-AMOSTRA
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.

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
           MOVE 'TSTREST' TO JOB-NOME.
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

      *MARCA O FIM DESTA EXECUCAO COM OS TOTAIS DO LOTE;
      *RESTAURACAO NAO COMPROVADA FICA NO PAINEL COM RC 04, MAS O
      *LOTE NOTURNO SEGUE
       9600-REGISTRAR-FIM-JOB.
           ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA-FIM FROM TIME.
           MOVE WRK-TOTAL-LIDOS TO JOB-LIDOS.
           MOVE WRK-TOTAL-AMOSTRAS TO JOB-GRAVADOS.
           IF WRK-TOTAL-FALHAS > ZEROS
               MOVE 4 TO JOB-RC
           ELSE
               MOVE ZEROS TO JOB-RC
           END-IF.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM TSTREST.
