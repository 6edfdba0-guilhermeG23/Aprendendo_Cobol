      *NUM DOMINGO GERA NA SEXTA 13); VIRADA DE MES ADIANTADA NAO
      *E TRATADA - O PEDIDO SAI NO PRIMEIRO DIA UTIL DO MES NOVO
      *PELA PROPRIA GERACAO RETROATIVA
      *CONTRATO MEDIDO (TIPO M) GERA O PEDIDO COM DUAS LINHAS: A
      *FRANQUIA (CONTR-VALOR) E O EXCEDENTE - O CONSUMO DO MES
      *(LEITURA DO MES EM LEITURAS.DAT MENOS A LEITURA ANTERIOR DO
      *CONTRATO) ACIMA DA FRANQUIA, AO PRECO DO EXCEDENTE; SEM
      *EXCEDENTE SAI SO A FRANQUIA. A LEITURA FATURADA VIRA A
      *ANTERIOR DO CONTRATO. MEDIDO SEM LEITURA DO MES (OU COM
      *LEITURA MENOR QUE A ANTERIOR) NAO GERA NADA E SAI NA LISTA
      *DE PENDENCIAS CTRPEND.TXT; COMO A GERACAO E RETROATIVA, O
      *PEDIDO SAI NA PRIMEIRA NOITE DEPOIS DA LEITURA CHEGAR
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTR-CHAVE
               FILE STATUS IS CONTR-STATUS.
      *LEITURAS DE CONSUMO DOS CONTRATOS MEDIDOS
           SELECT LEITURAS ASSIGN TO 'LEITURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEIT-CHAVE
               FILE STATUS IS LEIT-STATUS.
      *PENDENCIAS DOS CONTRATOS MEDIDOS SEM LEITURA VALIDA NO MES
           SELECT PENDENCIAS ASSIGN TO 'CTRPEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *INDICE DOS PEDIDOS POR DATA DE LANCAMENTO E POR DATA DO
      *PEDIDO, CADA UMA COM A FILIAL (PEDIDX.DAT, RECRIADO PELO
      *IDXPED E PELO REORPED)
           SELECT PEDIDOS-INDICE ASSIGN TO 'PEDIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDX-CHAVE
               ALTERNATE RECORD KEY IS PDX-LANC WITH DUPLICATES
               ALTERNATE RECORD KEY IS PDX-EMISSAO WITH DUPLICATES
               FILE STATUS IS PDX-STATUS.
           SELECT ITENS ASSIGN TO 'ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
      *CONTROLE DO ENCADEAMENTO DAS TRILHAS: CODIGO DE VERIFICACAO
      *DA ULTIMA LINHA GRAVADA EM CADA TRILHA (VIDE LOTE VERTRI)
           SELECT TRILHA-CONTROLE ASSIGN TO 'TRLCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-ARQUIVO
               FILE STATUS IS TRC-STATUS.

      *REGISTRO CENTRAL DE EXECUCAO DE JOBS (VIDE PAINEL OP DO
      *CADASTRO ONLINE): CADA JOB GRAVA AQUI INICIO, FIM, TOTAIS
           05 CONTR-DATA-INI PIC 9(08).
           05 CONTR-DATA-FIM PIC 9(08).
           05 CONTR-ULT-REAJUSTE PIC 9(08).
      *CONTRATO MEDIDO (FRANQUIA + EXCEDENTE): O CONTR-VALOR E O
      *VALOR DA FRANQUIA, QUE COBRE A QUANTIDADE DE FRANQUIA NA
      *UNIDADE DO CONTRATO (COPIAS, HORAS, LITROS); O CONSUMO
      *ACIMA DELA SAI AO PRECO DO EXCEDENTE. A LEITURA ANTERIOR E
      *A DO ULTIMO MES FATURADO. TIPO EM BRANCO (CONTRATOS
      *ANTIGOS) VALE VALOR FIXO
           05 CONTR-TIPO PIC X(01).
               88 CONTR-FIXO VALUE 'F' ' '.
               88 CONTR-MEDIDO VALUE 'M'.
           05 CONTR-FRANQUIA PIC 9(07).
           05 CONTR-UNIDADE PIC X(10).
           05 CONTR-PRECO-EXCED PIC 9(05)V99.
           05 CONTR-LEITURA-ANT PIC 9(09).

      *MESMO LAYOUT DAS LEITURAS DO CADASTRO ONLINE
       FD LEITURAS.
       01 LEIT-REG.
           05 LEIT-CHAVE.
               10 LEIT-FONE PIC 9(09).
               10 LEIT-NUMERO PIC 9(04).
               10 LEIT-PERIODO PIC 9(06).
           05 LEIT-LEITURA PIC 9(09).
           05 LEIT-ORIGEM PIC X(01).
               88 LEIT-DIGITADA VALUE 'D'.
               88 LEIT-IMPORTADA VALUE 'I'.
           05 LEIT-OPERADOR PIC X(09).
           05 LEIT-DATA PIC 9(08).
           05 LEIT-SITUACAO PIC X(01).
               88 LEIT-PENDENTE VALUE 'P'.
               88 LEIT-FATURADA VALUE 'F'.
           05 LEIT-PEDIDO PIC 9(06).
           05 LEIT-CONSUMO PIC 9(09).

       FD PENDENCIAS.
       01 PEND-LINHA PIC X(120).

      *LAYOUT COMPLETO E ATUAL DO CADASTRO
       FD CLIENTES.
      *FILIAL EM QUE O PEDIDO FOI LANCADO
           05 PEDIDOS-FILIAL PIC 9(02).

      *MESMO LAYOUT DO INDICE DE PEDIDOS POR DATA
       FD PEDIDOS-INDICE.
       01 PDX-REG.
           05 PDX-CHAVE.
               10 PDX-FONE PIC 9(09).
               10 PDX-NUMERO PIC 9(06).
           05 PDX-LANC.
               10 PDX-DATA-LANC PIC 9(08).
               10 PDX-FILIAL-LANC PIC 9(02).
           05 PDX-EMISSAO.
               10 PDX-DATA PIC 9(08).
               10 PDX-FILIAL PIC 9(02).

      *MESMO LAYOUT DO ARQUIVO DE ITENS DO CADASTRO ONLINE
       FD ITENS.
       01 ITEM-REG.
           05 AUDIT-EMAIL-DEPOIS PIC X(40).
           05 AUDIT-PEDIDO PIC 9(06).
           05 AUDIT-VALOR PIC 9(07)V99.
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 AUDIT-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DO CONTROLE DE ENCADEAMENTO DAS TRILHAS
       FD TRILHA-CONTROLE.
       01 TRC-REG.
           05 TRC-ARQUIVO PIC X(16).
           05 TRC-ULTIMO-COD PIC 9(09).
           05 TRC-GRAVADOS PIC 9(09).
           05 TRC-DATA PIC 9(08).
           05 TRC-HORA PIC 9(08).

       WORKING-STORAGE SECTION.
      *STATUS DO REGISTRO CENTRAL DE JOBS
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
      *STATUS DA TRILHA DE AUDITORIA
       77 AUDIT-STATUS PIC 9(02) VALUE ZEROS.
       77 TRC-STATUS PIC 9(02) VALUE ZEROS.
      *CALCULO DO CODIGO DE VERIFICACAO DA LINHA DA TRILHA:
      *ACUMULADOR VEZES 31 MAIS O CODIGO DE CADA BYTE, COMO O HASH
      *DE SENHA DO CADASTRO ONLINE, PARTINDO DO CODIGO ANTERIOR
       77 WRK-VRF-ENTRADA PIC X(178) VALUE SPACES.
       77 WRK-VRF-TAMANHO PIC 9(03) VALUE ZEROS.
       77 WRK-VRF-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-VRF-ACUM PIC 9(12) VALUE ZEROS.
       77 WRK-VRF-QUOC PIC 9(03) VALUE ZEROS.
       77 WRK-VRF-RESTO PIC 9(09) VALUE ZEROS.
       77 WRK-VRF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TRC-SITUACAO PIC X(01) VALUE 'N'.
           88 TRC-EXISTENTE VALUE 'S'.
           88 TRC-NOVO VALUE 'N'.
       77 CONTR-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *O INDICE POR DATA SO EXISTE DEPOIS DO PRIMEIRO IDXPED (OU
      *REORPED); SEM ELE NAO HA O QUE MANTER
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-VENCIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PULADOS PIC 9(06) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *CONTRATOS MEDIDOS: STATUS, CONSUMO E EXCEDENTE DO MES
       77 LEIT-STATUS PIC 9(02) VALUE ZEROS.
       77 PEND-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-CONSUMO PIC 9(09) VALUE ZEROS.
       77 WRK-EXCEDENTE PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR-EXCED PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MOTIVO-PEND PIC X(30) VALUE SPACES.
       77 WRK-LEITURA-OK PIC X(01) VALUE 'N'.
           88 LEITURA-VALIDA VALUE 'S'.
           88 LEITURA-PENDENTE VALUE 'N'.
       77 WRK-ED-QTDE PIC Z(08)9.
      *CALENDARIO DE DIAS UTEIS: FERIADOS CARREGADOS, DIA DA
      *SEMANA POR ZELLER E O LIMITE DE DIA DO MES QUE A GERACAO
      *DE HOJE COBRE (HOJE MAIS OS DIAS NAO UTEIS SEGUINTES)
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
      *I-O PORQUE O MEDIDO FATURADO LEVA A LEITURA NOVA COMO A
      *ANTERIOR DO CONTRATO
           OPEN I-O CONTRATOS.
           IF CONTR-STATUS NOT = ZEROS
      *SEM ARQUIVO DE CONTRATOS NAO HA NADA PARA GERAR
               MOVE 10 TO CONTR-STATUS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.
           OPEN I-O PEDIDOS-INDICE.
           IF PDX-STATUS = ZEROS
               SET INDICE-ABERTO TO TRUE
           END-IF.
           OPEN I-O ITENS.
           IF ITEM-STATUS = 35 THEN
               OPEN OUTPUT ITENS
               CLOSE ITENS
               OPEN I-O ITENS
           END-IF.
           OPEN I-O LEITURAS.
           IF LEIT-STATUS = 35 THEN
               OPEN OUTPUT LEITURAS
               CLOSE LEITURAS
               OPEN I-O LEITURAS
           END-IF.
           OPEN OUTPUT PENDENCIAS.
           MOVE SPACES TO PEND-LINHA.
           STRING 'CONTRATOS MEDIDOS PENDENTES DE LEITURA - MES '
                   WRK-HOJE-ANO-MES
               DELIMITED BY SIZE INTO PEND-LINHA.
           WRITE PEND-LINHA.
           MOVE ALL '-' TO PEND-LINHA.
           WRITE PEND-LINHA.
           OPEN OUTPUT CTRPED-REPORT.
           MOVE 'CONTRATOS PULADOS POR SITUACAO DO CLIENTE' TO
                               REPORT-LINHA.
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           OPEN I-O TRILHA-CONTROLE.
           IF TRC-STATUS = 35 THEN
               OPEN OUTPUT TRILHA-CONTROLE
               CLOSE TRILHA-CONTROLE
               OPEN I-O TRILHA-CONTROLE
           END-IF.
           IF CONTR-STATUS NOT = 10
               READ CONTRATOS NEXT
                   AT END
           IF PEDIDO-JA-GERADO
               ADD 1 TO WRK-TOTAL-JA-GERADOS
           ELSE
               IF CONTR-MEDIDO
                   PERFORM 2250-APURAR-CONSUMO
                   IF LEITURA-VALIDA
                       PERFORM 2300-GERAR-PEDIDO
                   ELSE
                       PERFORM 2260-LISTAR-PENDENTE
                   END-IF
               ELSE
                   PERFORM 2300-GERAR-PEDIDO
               END-IF
           END-IF.

      *LEITURA DO MES CORRENTE DO CONTRATO MEDIDO: O CONSUMO E A
      *DIFERENCA PARA A LEITURA ANTERIOR E O EXCEDENTE O QUE
      *PASSA DA FRANQUIA; SEM LEITURA, COM LEITURA MENOR QUE A
      *ANTERIOR OU JA FATURADA, O CONTRATO FICA PENDENTE
       2250-APURAR-CONSUMO.
           SET LEITURA-PENDENTE TO TRUE.
           MOVE ZEROS TO WRK-CONSUMO.
           MOVE ZEROS TO WRK-EXCEDENTE.
           MOVE ZEROS TO WRK-VALOR-EXCED.
           MOVE CONTR-FONE TO LEIT-FONE.
           MOVE CONTR-NUMERO TO LEIT-NUMERO.
           MOVE WRK-HOJE-ANO-MES TO LEIT-PERIODO.
           READ LEITURAS
               INVALID KEY
                   MOVE 'SEM LEITURA NO MES' TO WRK-MOTIVO-PEND
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LEIT-FATURADA
                           MOVE 'LEITURA DO MES JA FATURADA' TO
                                               WRK-MOTIVO-PEND
                       WHEN LEIT-LEITURA < CONTR-LEITURA-ANT
                           MOVE 'LEITURA MENOR QUE A ANTERIOR' TO
                                               WRK-MOTIVO-PEND
                       WHEN OTHER
                           SET LEITURA-VALIDA TO TRUE
                           COMPUTE WRK-CONSUMO =
                                   LEIT-LEITURA - CONTR-LEITURA-ANT
                           IF WRK-CONSUMO > CONTR-FRANQUIA
                               COMPUTE WRK-EXCEDENTE =
                                       WRK-CONSUMO - CONTR-FRANQUIA
                               COMPUTE WRK-VALOR-EXCED ROUNDED =
                                   WRK-EXCEDENTE * CONTR-PRECO-EXCED
                           END-IF
                   END-EVALUATE
           END-READ.
           MOVE ZEROS TO LEIT-STATUS.

       2260-LISTAR-PENDENTE.
           ADD 1 TO WRK-TOTAL-PENDENTES.
           MOVE SPACES TO PEND-LINHA.
           STRING 'PENDENTE: CONTRATO ' CONTR-FONE '/' CONTR-NUMERO
                   ' ' WRK-MOTIVO-PEND
                   ' LEIT.ANTERIOR ' CONTR-LEITURA-ANT
                   ' ' CLIENTES-NOME
               DELIMITED BY SIZE INTO PEND-LINHA.
           WRITE PEND-LINHA.

      *GRAVA O CABECALHO DO PEDIDO DO MES E O SEU ITEM (NO MEDIDO,
      *FRANQUIA E EXCEDENTE), NOS MESMOS MOLDES DO LANCAMENTO PELA
      *TELA
       2300-GERAR-PEDIDO.
           MOVE CONTR-FONE TO PEDIDOS-FONE.
           COMPUTE PEDIDOS-NUMERO = WRK-ULT-PEDIDO-NUM + 1.
           MOVE WRK-HOJE TO PEDIDOS-DATA.
           COMPUTE PEDIDOS-VALOR = CONTR-VALOR + WRK-VALOR-EXCED.
           MOVE SPACES TO PEDIDOS-DESCRICAO.
           STRING WRK-MARCA-CONTRATO ' ' CONTR-DESCRICAO
               DELIMITED BY SIZE INTO PEDIDOS-DESCRICAO.
                           'CONTRATO ' CONTR-FONE '/' CONTR-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GERADOS
                   PERFORM 2350-INDEXAR-PEDIDO
                   PERFORM 2400-GRAVAR-ITEM
                   IF CONTR-MEDIDO
                       PERFORM 2410-GRAVAR-EXCEDENTE
                       PERFORM 2450-BAIXAR-LEITURA
                   END-IF
                   PERFORM 2950-GRAVAR-AUDITORIA
           END-WRITE.

      *MANTEM O INDICE POR DATA EM DIA COM O PEDIDO RECEM GRAVADO
      *(INCLUSAO NOVA OU REGRAVACAO DA MESMA CHAVE)
       2350-INDEXAR-PEDIDO.
           IF INDICE-ABERTO
               MOVE PEDIDOS-FONE TO PDX-FONE
               MOVE PEDIDOS-NUMERO TO PDX-NUMERO
               MOVE PEDIDOS-DATA-LANC TO PDX-DATA-LANC
               MOVE PEDIDOS-FILIAL TO PDX-FILIAL-LANC
               MOVE PEDIDOS-DATA TO PDX-DATA
               MOVE PEDIDOS-FILIAL TO PDX-FILIAL
               WRITE PDX-REG
                   INVALID KEY
                       REWRITE PDX-REG
                       END-REWRITE
               END-WRITE
           END-IF.

       2400-GRAVAR-ITEM.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
           MOVE 1 TO ITEM-NUMERO.
           MOVE ZEROS TO ITEM-PROD-CODIGO.
           MOVE CONTR-DESCRICAO TO ITEM-DESCRICAO.
           IF CONTR-MEDIDO
               MOVE CONTR-FRANQUIA TO WRK-ED-QTDE
               MOVE SPACES TO ITEM-DESCRICAO
               STRING 'FRANQUIA ' WRK-ED-QTDE ' ' CONTR-UNIDADE
                   DELIMITED BY SIZE INTO ITEM-DESCRICAO
           END-IF.
           MOVE 1 TO ITEM-QTDE.
           MOVE CONTR-VALOR TO ITEM-PRECO-UNIT.
           MOVE CONTR-VALOR TO ITEM-TOTAL.
                           'CONTRATO ' CONTR-FONE '/' CONTR-NUMERO
           END-WRITE.

      *LINHA 2 DO MEDIDO: O EXCEDENTE DO MES AO PRECO CONTRATADO;
      *QUANTIDADE QUE NAO CABE NO ITEM SAI COMO 1 X O VALOR TOTAL
       2410-GRAVAR-EXCEDENTE.
           IF WRK-EXCEDENTE > ZEROS
               MOVE PEDIDOS-FONE TO ITEM-FONE
               MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO
               MOVE 2 TO ITEM-NUMERO
               MOVE ZEROS TO ITEM-PROD-CODIGO
               MOVE WRK-CONSUMO TO WRK-ED-QTDE
               MOVE SPACES TO ITEM-DESCRICAO
               STRING 'EXCEDENTE ' CONTR-UNIDADE
                       ' CONSUMO ' WRK-ED-QTDE
                   DELIMITED BY SIZE INTO ITEM-DESCRICAO
               IF WRK-EXCEDENTE > 99999
                   MOVE 1 TO ITEM-QTDE
                   MOVE WRK-VALOR-EXCED TO ITEM-PRECO-UNIT
               ELSE
                   MOVE WRK-EXCEDENTE TO ITEM-QTDE
                   MOVE CONTR-PRECO-EXCED TO ITEM-PRECO-UNIT
               END-IF
               MOVE WRK-VALOR-EXCED TO ITEM-TOTAL
               MOVE ZEROS TO ITEM-DESC-PCT
               WRITE ITEM-REG
                   INVALID KEY
                       DISPLAY 'CTRPED: FALHA AO GRAVAR O EXCEDENTE '
                               'DO CONTRATO ' CONTR-FONE '/'
                               CONTR-NUMERO
               END-WRITE
           END-IF.

      *A LEITURA FATURADA FICA MARCADA COM O PEDIDO E O CONSUMO,
      *E PASSA A SER A LEITURA ANTERIOR DO CONTRATO
       2450-BAIXAR-LEITURA.
           SET LEIT-FATURADA TO TRUE.
           MOVE PEDIDOS-NUMERO TO LEIT-PEDIDO.
           MOVE WRK-CONSUMO TO LEIT-CONSUMO.
           REWRITE LEIT-REG
               INVALID KEY
                   DISPLAY 'CTRPED: FALHA AO BAIXAR A LEITURA DO '
                           'CONTRATO ' CONTR-FONE '/' CONTR-NUMERO
           END-REWRITE.
           MOVE LEIT-LEITURA TO CONTR-LEITURA-ANT.
           REWRITE CONTR-REG
               INVALID KEY
                   DISPLAY 'CTRPED: FALHA AO REGRAVAR O CONTRATO '
                           CONTR-FONE '/' CONTR-NUMERO
           END-REWRITE.

      *GRAVA A LINHA DE AUDITORIA DO PEDIDO RECEM GRAVADO, NOS
      *MESMOS MOLDES DO 4100-GRAVA-AUDIT-PEDIDO DA TELA
       2950-GRAVAR-AUDITORIA.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE PEDIDOS-NUMERO TO AUDIT-PEDIDO.
           MOVE PEDIDOS-VALOR TO AUDIT-VALOR.
           PERFORM 9450-GRAVAR-ENCADEADO.

       3000-FINALIZAR.
           DISPLAY '---------------------------------------'.
           DISPLAY 'PRAZO VENCIDO......: ' WRK-TOTAL-VENCIDOS.
           DISPLAY 'CLIENTE IMPEDIDO...: ' WRK-TOTAL-PULADOS.
           DISPLAY 'JA GERADOS NO MES..: ' WRK-TOTAL-JA-GERADOS.
           DISPLAY 'MEDIDO SEM LEITURA.: ' WRK-TOTAL-PENDENTES.
           DISPLAY 'REJEITADOS.........: ' WRK-TOTAL-REJEITADOS.
           DISPLAY '---------------------------------------'.
           CLOSE CONTRATOS.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF INDICE-ABERTO
               CLOSE PEDIDOS-INDICE
           END-IF.
           CLOSE ITENS.
           CLOSE AUDITORIA.
           CLOSE TRILHA-CONTROLE.
           CLOSE CTRPED-REPORT.
           CLOSE LEITURAS.
           CLOSE PENDENCIAS.


      *CARREGA OS FERIADOS, DECIDE SE HOJE E DIA UTIL E APURA O
               END-IF
           END-PERFORM.

      *GRAVA A LINHA DA TRILHA COM O CODIGO DE VERIFICACAO,
      *CALCULADO SOBRE A LINHA E SOBRE O CODIGO DA LINHA ANTERIOR
      *GUARDADO NO TRLCTL.DAT, E AVANCA O CONTROLE; LINHA APAGADA
      *OU ALTERADA DEPOIS QUEBRA A CORRENTE (VIDE LOTE VERTRI)
       9450-GRAVAR-ENCADEADO.
           MOVE 'AUDITORIA.DAT' TO TRC-ARQUIVO.
           READ TRILHA-CONTROLE
               INVALID KEY
                   SET TRC-NOVO TO TRUE
                   MOVE 'AUDITORIA.DAT' TO TRC-ARQUIVO
                   MOVE ZEROS TO TRC-ULTIMO-COD
                   MOVE ZEROS TO TRC-GRAVADOS
               NOT INVALID KEY
                   SET TRC-EXISTENTE TO TRUE
           END-READ.
           MOVE TRC-ULTIMO-COD TO WRK-VRF-ANTERIOR.
           MOVE ZEROS TO AUDIT-VERIFICADOR.
           MOVE AUDIT-REG TO WRK-VRF-ENTRADA.
           MOVE 178 TO WRK-VRF-TAMANHO.
           PERFORM 9460-CALCULAR-VERIFICADOR.
           MOVE WRK-VRF-ACUM TO AUDIT-VERIFICADOR.
           WRITE AUDIT-REG.
           IF AUDIT-STATUS = ZEROS
               MOVE WRK-VRF-ACUM TO TRC-ULTIMO-COD
               ADD 1 TO TRC-GRAVADOS
               ACCEPT TRC-DATA FROM DATE YYYYMMDD
               ACCEPT TRC-HORA FROM TIME
               IF TRC-NOVO
                   WRITE TRC-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               ELSE
                   REWRITE TRC-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      *CODIGO = ACUMULADOR VEZES 31 MAIS O CODIGO DE CADA BYTE DA
      *LINHA, REDUZIDO PELO PRIMO 999999937, PARTINDO DO CODIGO DA
      *LINHA ANTERIOR (ZERO NA PRIMEIRA LINHA DA TRILHA)
       9460-CALCULAR-VERIFICADOR.
           MOVE WRK-VRF-ANTERIOR TO WRK-VRF-ACUM.
           PERFORM VARYING WRK-VRF-IDX FROM 1 BY 1
                   UNTIL WRK-VRF-IDX > WRK-VRF-TAMANHO
               COMPUTE WRK-VRF-ACUM = (WRK-VRF-ACUM * 31) +
                   FUNCTION ORD (WRK-VRF-ENTRADA (WRK-VRF-IDX:1))
               DIVIDE WRK-VRF-ACUM BY 999999937
                   GIVING WRK-VRF-QUOC
                   REMAINDER WRK-VRF-RESTO
               MOVE WRK-VRF-RESTO TO WRK-VRF-ACUM
           END-PERFORM.

      *ABRE O REGISTRO CENTRAL DE JOBS E MARCA O INICIO DESTA
      *EXECUCAO; O RC FICA EM 99 (EM EXECUCAO) ATE O FIM NORMAL,
      *ENTAO UM JOB QUE CAIU NO MEIO FICA DENUNCIADO NO PAINEL
