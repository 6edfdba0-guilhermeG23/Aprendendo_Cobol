      *OBJ: EXTRACAO DE CAMPANHA SEGMENTADA POR CANAL DE CONTATO
      *ROTINA BATCH, SEM INTERACAO COM O OPERADOR
      *FILTRA O CADASTRO PELOS CRITERIOS DO CAMPCLI.CFG (SITUACAO,
      *UF, FAIXA DE IDADE COMO NO FAIXAETARIA, RECENCIA DA ULTIMA
      *COMPRA EM MESES E SEGMENTO RFM GRAVADO PELO RFMCLI EM
      *SEGCLI.DAT - CAMPO EM BRANCO/ZERADO SIGNIFICA SEM
      *CORTE NAQUELE CRITERIO) E GERA AS TRES SAIDAS PRONTAS EM
      *UMA RODADA SO, CONFORME O CANAL PREFERIDO DE CADA CLIENTE:
      *  CAMMAIL.TXT - EMAILS PARA A FERRAMENTA DE MALA
      *  CAMCALL.TXT - FOLHA DE LIGACOES PARA A EQUIPE DO TELEFONE
      *LAYOUT DO CAMPCLI.CFG (UMA LINHA DE LARGURA FIXA):
      *  SITUACAO X(01), UF X(02), IDADE-MIN 9(03), IDADE-MAX
      *  9(03), RECENCIA EM MESES 9(03), SEGMENTO X(02) (CA, LE,
      *  PR, NO, AT, RI, HI, PE OU SC; CLIENTE AINDA NAO SEGMENTADO
      *  FICA FORA QUANDO HA ESSE CORTE), CODIGO DA CAMPANHA X(08)
      *  (EM BRANCO, A DATA DA RODADA AAAAMMDD), DIAS DE ATRIBUICAO
      *  9(03) (ZERADO, 30), CUSTO POR CONTATO DE EMAIL, SMS E
      *  LIGACAO, CADA UM 9(03)V99
      *CADA RODADA FICA REGISTRADA SOB O CODIGO DA CAMPANHA:
      *CAMPANHA.DAT GUARDA OS PARAMETROS E OS TOTAIS, CAMPCON.DAT
      *QUEM FOI CONTATADO, POR QUAL CANAL E QUANDO, E TAMBEM OS
      *CLIENTES DO MESMO SEGMENTO QUE NAO FORAM CONTATADOS (CANAL
      *N, GRUPO DE COMPARACAO; SEM CORTE DE SEGMENTO, TODOS OS
      *NAO CONTATADOS); O CAMPRET MEDE O RETORNO POR ESSES DOIS
      *ARQUIVOS. RODAR DE NOVO COM O MESMO CODIGO SUBSTITUI A LISTA
      *CLIENTES INATIVOS E COM ENDERECO DEVOLVIDO NUNCA ENTRAM
      *CADA LINHA LEVA, DEPOIS DO DESTINATARIO, O TEXTO DO MODELO
      *VIGENTE DA CAMPANHA NO CANAL (MODMSG.DAT, OPCAO MM DO
      *CADASTRO): TIPO IGUAL AO CODIGO DA CAMPANHA OU, NA FALTA, O
      *TIPO GERAL CAMPANHA; SEM MODELO, SO O DESTINATARIO
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONS-CHAVE
               FILE STATUS IS CONS-STATUS.
      *SEGMENTO RFM DE CADA CLIENTE, GRAVADO PELO RFMCLI
           SELECT SEGMENTOS-RFM ASSIGN TO 'SEGCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFM-FONE
               FILE STATUS IS RFM-STATUS.
      *CAMPANHAS EXTRAIDAS E OS CONTATOS DE CADA UMA, PARA O
      *RELATORIO DE RETORNO (CAMPRET)
           SELECT CAMPANHAS ASSIGN TO 'CAMPANHA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMP-CODIGO
               FILE STATUS IS CAMP-STATUS.
           SELECT CONTATOS ASSIGN TO 'CAMPCON.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCON-CHAVE
               FILE STATUS IS CCON-STATUS.
           SELECT CONFIGURACAO ASSIGN TO 'CAMPCLI.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
           SELECT SAIDA-LIGACAO ASSIGN TO 'CAMCALL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIGACAO-STATUS.
      *MODELOS DE MENSAGEM POR TIPO E CANAL, MANTIDOS PELA OPCAO
      *MM DO CADASTRO ONLINE; SEM O ARQUIVO VALEM OS TEXTOS PADRAO
           SELECT MODELOS-MSG ASSIGN TO 'MODMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODMSG-STATUS.
           SELECT JOBCTL ASSIGN TO 'JOBCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 CFG-IDADE-MIN PIC 9(03).
           05 CFG-IDADE-MAX PIC 9(03).
           05 CFG-RECENCIA-MESES PIC 9(03).
           05 CFG-SEGMENTO PIC X(02).
           05 CFG-CAMPANHA PIC X(08).
           05 CFG-DIAS-ATRIB PIC 9(03).
           05 CFG-CUSTO-EMAIL PIC 9(03)V99.
           05 CFG-CUSTO-SMS PIC 9(03)V99.
           05 CFG-CUSTO-LIGACAO PIC 9(03)V99.

      *UMA CAMPANHA: PARAMETROS DA RODADA E TOTAIS POR CANAL
       FD CAMPANHAS.
       01 CAMP-REG.
           05 CAMP-CODIGO PIC X(08).
           05 CAMP-DATA PIC 9(08).
           05 CAMP-SEGMENTO PIC X(02).
           05 CAMP-DIAS-ATRIB PIC 9(03).
           05 CAMP-CUSTO-EMAIL PIC 9(03)V99.
           05 CAMP-CUSTO-SMS PIC 9(03)V99.
           05 CAMP-CUSTO-LIGACAO PIC 9(03)V99.
           05 CAMP-QTD-EMAIL PIC 9(06).
           05 CAMP-QTD-SMS PIC 9(06).
           05 CAMP-QTD-LIGACAO PIC 9(06).
           05 CAMP-QTD-CONTROLE PIC 9(06).

      *UM CLIENTE DE UMA CAMPANHA: CANAL E = EMAIL, S = SMS,
      *L = LIGACAO, N = NAO CONTATADO (GRUPO DE COMPARACAO)
       FD CONTATOS.
       01 CCON-REG.
           05 CCON-CHAVE.
               10 CCON-CAMPANHA PIC X(08).
               10 CCON-FONE PIC 9(09).
           05 CCON-CANAL PIC X(01).
               88 CCON-EMAIL VALUE 'E'.
               88 CCON-SMS VALUE 'S'.
               88 CCON-LIGACAO VALUE 'L'.
               88 CCON-CONTROLE VALUE 'N'.
           05 CCON-DATA PIC 9(08).
           05 CCON-SEGMENTO PIC X(02).

      *MESMO LAYOUT DO SEGMENTO GRAVADO PELO RFMCLI
       FD SEGMENTOS-RFM.
       01 RFM-REG.
           05 RFM-FONE PIC 9(09).
           05 RFM-SEGMENTO PIC X(02).
           05 RFM-DATA-CALCULO PIC 9(08).
           05 RFM-NOTA-R PIC 9(01).
           05 RFM-NOTA-F PIC 9(01).
           05 RFM-NOTA-V PIC 9(01).
           05 RFM-DIAS-ULTIMA PIC 9(05).
           05 RFM-PEDIDOS-12M PIC 9(05).
           05 RFM-VALOR-12M PIC 9(09)V99.
           05 RFM-ANTERIOR PIC X(02).
           05 RFM-DATA-ANTERIOR PIC 9(08).

       FD SAIDA-EMAIL.
       01 EMAIL-LINHA PIC X(180).

       FD SAIDA-SMS.
       01 SMS-LINHA PIC X(180).

       FD SAIDA-LIGACAO.
       01 LIGACAO-LINHA PIC X(180).

       FD JOBCTL.
       01 JOB-REG.
           05 CONS-OPERADOR PIC X(09).
           05 CONS-DATA-REVOG PIC 9(08).

      *MESMO LAYOUT DO MODMSG.DAT MANTIDO PELO CADASTRO ONLINE
       FD MODELOS-MSG.
       01 MOD-REG.
           05 MOD-TIPO PIC X(08).
           05 MOD-CANAL PIC X(01).
           05 MOD-VIGENCIA PIC 9(08).
           05 MOD-TEXTO PIC X(100).
           05 MOD-OPERADOR PIC X(09).
           05 MOD-DATA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 CONFIG-STATUS PIC 9(02) VALUE ZEROS.
       77 RFM-STATUS PIC 9(02) VALUE ZEROS.
       77 CAMP-STATUS PIC 9(02) VALUE ZEROS.
       77 CCON-STATUS PIC 9(02) VALUE ZEROS.
       77 EMAIL-STATUS PIC 9(02) VALUE ZEROS.
       77 SMS-STATUS PIC 9(02) VALUE ZEROS.
       77 LIGACAO-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-EMAIL PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SMS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LIGACAO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CONTROLE PIC 9(06) VALUE ZEROS.

      *FILTROS EM VIGOR NESTA RODADA
       77 WRK-FILTRO-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-IDADE-MIN PIC 9(03) VALUE ZEROS.
       77 WRK-IDADE-MAX PIC 9(03) VALUE ZEROS.
       77 WRK-RECENCIA-MESES PIC 9(03) VALUE ZEROS.
       77 WRK-FILTRO-SEGMENTO PIC X(02) VALUE SPACES.
      *CAMPANHA DESTA RODADA E SEUS PARAMETROS
       77 WRK-CAMPANHA PIC X(08) VALUE SPACES.
       77 WRK-DIAS-ATRIB PIC 9(03) VALUE ZEROS.
       77 WRK-CUSTO-EMAIL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CUSTO-SMS PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CUSTO-LIGACAO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CANAL PIC X(01) VALUE SPACES.
       77 WRK-SEGMENTO-CLIENTE PIC X(02) VALUE SPACES.
       77 WRK-CONTATOS-APAGADOS PIC 9(06) VALUE ZEROS.
      *SEM SEGCLI.DAT NENHUM CLIENTE FOI SEGMENTADO AINDA
       01 WRK-SEGCLI-SITUACAO PIC X(01) VALUE 'N'.
           88 SEGCLI-ABERTO VALUE 'S'.

      *DATA DE HOJE E APOIOS DO CALCULO DE IDADE E RECENCIA
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
           88 CLIENTE-ENTRA VALUE 'S'.
           88 CLIENTE-FICA-FORA VALUE 'N'.

      *MODELOS DE MENSAGEM CARREGADOS DO MODMSG.DAT: PARA CADA
      *TIPO E CANAL VALE A VERSAO DE VIGENCIA MAIS RECENTE QUE JA
      *COMECOU; SEM NENHUMA, FICA O TEXTO PADRAO DO PROGRAMA
       77 MODMSG-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-MODELOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-MODELOS.
           05 WRK-MODELO OCCURS 200 TIMES
                   INDEXED BY WRK-MOD-IDX.
               10 WRK-MOD-TIPO PIC X(08).
               10 WRK-MOD-CANAL PIC X(01).
               10 WRK-MOD-VIGENCIA PIC 9(08).
               10 WRK-MOD-TEXTO PIC X(100).
       77 WRK-MOD-TIPO-PROC PIC X(08) VALUE SPACES.
       77 WRK-MOD-CANAL-PROC PIC X(01) VALUE SPACES.
       77 WRK-MOD-VIG-ACHADA PIC 9(08) VALUE ZEROS.
       77 WRK-MOD-SITUACAO PIC X(01) VALUE 'N'.
           88 MODELO-ACHADO VALUE 'S'.
           88 MODELO-NAO-ACHADO VALUE 'N'.
      *TEXTO DO MODELO COM OS CAMPOS (&NOME, &VALOR, &VENCTO,
      *&PEDIDO, &FILIAL E &ATRASO), A MENSAGEM JA MONTADA E O
      *TAMANHO UTIL DELA
       77 WRK-MOD-MOLDE PIC X(110) VALUE SPACES.
       77 WRK-MOD-MENSAGEM PIC X(100) VALUE SPACES.
       77 WRK-MOD-TAM-MSG PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-POS PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-PONT PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-INI PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-FIM PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-TAM PIC 9(03) VALUE ZEROS.
       77 WRK-MOD-CAMPO PIC X(41) VALUE SPACES.
      *VALORES DA MENSAGEM CORRENTE, PREENCHIDOS PELO CHAMADOR
      *(EM BRANCO O QUE NAO SE APLICA A ELA)
       01 WRK-MOD-CAMPOS.
           05 WRK-MOD-NOME PIC X(30).
           05 WRK-MOD-VALOR PIC X(13).
           05 WRK-MOD-VENCTO PIC 9(08).
           05 WRK-MOD-VENCTO-R REDEFINES WRK-MOD-VENCTO.
               10 WRK-MOD-VENC-ANO PIC 9(04).
               10 WRK-MOD-VENC-MES PIC 9(02).
               10 WRK-MOD-VENC-DIA PIC 9(02).
           05 WRK-MOD-PEDIDO PIC X(13).
           05 WRK-MOD-FILIAL PIC X(02).
           05 WRK-MOD-ATRASO PIC X(07).
       77 WRK-MOD-ED-VALOR PIC -(09)9.99 VALUE ZEROS.
       77 WRK-MOD-ED-ATRASO PIC -(06)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
      *MODELOS DE MENSAGEM EM VIGOR, SE HOUVER MODMSG.DAT
           PERFORM 8900-CARREGAR-MODELOS.
           PERFORM 2000-PROCESSAR UNTIL CLIENTES-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
                           MOVE CFG-RECENCIA-MESES TO
                                       WRK-RECENCIA-MESES
                       END-IF
                       MOVE CFG-SEGMENTO TO WRK-FILTRO-SEGMENTO
                       MOVE CFG-CAMPANHA TO WRK-CAMPANHA
                       IF CFG-DIAS-ATRIB IS NUMERIC
                           MOVE CFG-DIAS-ATRIB TO WRK-DIAS-ATRIB
                       END-IF
                       IF CFG-CUSTO-EMAIL IS NUMERIC
                           MOVE CFG-CUSTO-EMAIL TO WRK-CUSTO-EMAIL
                       END-IF
                       IF CFG-CUSTO-SMS IS NUMERIC
                           MOVE CFG-CUSTO-SMS TO WRK-CUSTO-SMS
                       END-IF
                       IF CFG-CUSTO-LIGACAO IS NUMERIC
                           MOVE CFG-CUSTO-LIGACAO TO
                                       WRK-CUSTO-LIGACAO
                       END-IF
               END-READ
               CLOSE CONFIGURACAO
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT CONSENTIMENTOS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT SEGMENTOS-RFM.
           IF RFM-STATUS = ZEROS
               SET SEGCLI-ABERTO TO TRUE
           END-IF.
           IF WRK-CAMPANHA = SPACES
               MOVE WRK-HOJE TO WRK-CAMPANHA
           END-IF.
           IF WRK-DIAS-ATRIB = ZEROS
               MOVE 30 TO WRK-DIAS-ATRIB
           END-IF.
           PERFORM 1200-ABRIR-CAMPANHA.
           OPEN OUTPUT SAIDA-EMAIL.
           OPEN OUTPUT SAIDA-SMS.
           OPEN OUTPUT SAIDA-LIGACAO.
           MOVE SPACES TO LIGACAO-LINHA.
           STRING 'FOLHA DE LIGACOES DA CAMPANHA ' WRK-CAMPANHA
               DELIMITED BY SIZE INTO LIGACAO-LINHA.
           WRITE LIGACAO-LINHA.
           MOVE ALL '-' TO LIGACAO-LINHA.
           WRITE LIGACAO-LINHA.
               SUBTRACT 1 FROM WRK-CORTE-MES
           END-IF.

      *ABRE A CAMPANHA E OS CONTATOS; SE O CODIGO JA FOI USADO, A
      *LISTA ANTERIOR DELE E APAGADA E ESTA RODADA A SUBSTITUI
       1200-ABRIR-CAMPANHA.
           OPEN I-O CAMPANHAS.
           IF CAMP-STATUS = 35 THEN
               OPEN OUTPUT CAMPANHAS
               CLOSE CAMPANHAS
               OPEN I-O CAMPANHAS
           END-IF.
           OPEN I-O CONTATOS.
           IF CCON-STATUS = 35 THEN
               OPEN OUTPUT CONTATOS
               CLOSE CONTATOS
               OPEN I-O CONTATOS
           END-IF.
           MOVE WRK-CAMPANHA TO CCON-CAMPANHA.
           MOVE ZEROS TO CCON-FONE.
           START CONTATOS KEY IS NOT LESS THAN CCON-CHAVE
               INVALID KEY
                   MOVE 10 TO CCON-STATUS
           END-START.
           IF CCON-STATUS NOT = 10
               READ CONTATOS NEXT
                   AT END
                       MOVE 10 TO CCON-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL CCON-STATUS NOT = 0
                   OR CCON-CAMPANHA NOT = WRK-CAMPANHA
               DELETE CONTATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CONTATOS-APAGADOS
               END-DELETE
               READ CONTATOS NEXT
                   AT END
                       MOVE 10 TO CCON-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO CCON-STATUS.

       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM 2100-APLICAR-FILTROS.
           IF CLIENTE-ENTRA
               ADD 1 TO WRK-TOTAL-SELECIONADOS
               PERFORM 2300-DISTRIBUIR
           ELSE
               PERFORM 2400-AVALIAR-COMPARACAO
           END-IF.
           READ CLIENTES NEXT
               AT END
                   SET CLIENTE-FICA-FORA TO TRUE
               END-IF
           END-IF.
      *SEGMENTO RFM DA ULTIMA RODADA DO RFMCLI
           IF CLIENTE-ENTRA AND WRK-FILTRO-SEGMENTO NOT = SPACES
               PERFORM 2170-LER-SEGMENTO
               IF WRK-SEGMENTO-CLIENTE NOT = WRK-FILTRO-SEGMENTO
                   SET CLIENTE-FICA-FORA TO TRUE
               END-IF
           END-IF.

      *SEGMENTO RFM DO CLIENTE CORRENTE; EM BRANCO SE O CLIENTE
      *AINDA NAO FOI SEGMENTADO OU NAO HA SEGCLI.DAT
       2170-LER-SEGMENTO.
           MOVE SPACES TO WRK-SEGMENTO-CLIENTE.
           IF SEGCLI-ABERTO
               MOVE CLIENTES-FONE TO RFM-FONE
               READ SEGMENTOS-RFM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RFM-SEGMENTO TO WRK-SEGMENTO-CLIENTE
               END-READ
           END-IF.

       2200-ULTIMA-COMPRA.
           MOVE ZEROS TO WRK-ULT-PED-DATA.
           EVALUATE TRUE
               WHEN CLI-PREF-EMAIL AND CLIENTES-EMAIL NOT = SPACES
                   ADD 1 TO WRK-TOTAL-EMAIL
                   MOVE 'E' TO WRK-CANAL
                   PERFORM 2320-MONTAR-TEXTO-CAMPANHA
                   MOVE SPACES TO EMAIL-LINHA
                   IF MODELO-ACHADO
                       STRING CLIENTES-EMAIL ' '
                               WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                           DELIMITED BY SIZE INTO EMAIL-LINHA
                   ELSE
                       MOVE CLIENTES-EMAIL TO EMAIL-LINHA
                   END-IF
                   WRITE EMAIL-LINHA
               WHEN CLI-PREF-SMS AND CLIENTES-FONE-CEL NOT = ZEROS
                   ADD 1 TO WRK-TOTAL-SMS
                   MOVE 'S' TO WRK-CANAL
                   PERFORM 2320-MONTAR-TEXTO-CAMPANHA
                   MOVE SPACES TO SMS-LINHA
                   IF MODELO-ACHADO
                       STRING CLIENTES-FONE-CEL ' '
                               WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                           DELIMITED BY SIZE INTO SMS-LINHA
                   ELSE
                       STRING CLIENTES-FONE-CEL
                           DELIMITED BY SIZE INTO SMS-LINHA
                   END-IF
                   WRITE SMS-LINHA
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-LIGACAO
                   MOVE 'L' TO WRK-CANAL
                   PERFORM 2320-MONTAR-TEXTO-CAMPANHA
                   MOVE SPACES TO LIGACAO-LINHA
                   IF MODELO-ACHADO
                       STRING CLIENTES-FONE ' ' CLIENTES-NOME ' '
                               CLIENTES-END-CIDADE '-'
                               CLIENTES-END-UF ' '
                               WRK-MOD-MENSAGEM (1:WRK-MOD-TAM-MSG)
                           DELIMITED BY SIZE INTO LIGACAO-LINHA
                   ELSE
                       STRING CLIENTES-FONE ' ' CLIENTES-NOME ' '
                               CLIENTES-END-CIDADE '-'
                               CLIENTES-END-UF
                           DELIMITED BY SIZE INTO LIGACAO-LINHA
                   END-IF
                   WRITE LIGACAO-LINHA
           END-EVALUATE.
           PERFORM 2170-LER-SEGMENTO.
           PERFORM 2350-GRAVAR-CONTATO.

      *TEXTO DA CAMPANHA: O MODELO VIGENTE COM O CODIGO DA
      *CAMPANHA COMO TIPO OU, NA FALTA DELE, O MODELO GERAL DO
      *TIPO CAMPANHA; SEM NENHUM DOS DOIS A LINHA SAI SO COM O
      *DESTINATARIO, COMO SEMPRE
       2320-MONTAR-TEXTO-CAMPANHA.
           MOVE SPACES TO WRK-MOD-MOLDE.
           MOVE WRK-CANAL TO WRK-MOD-CANAL-PROC.
           MOVE WRK-CAMPANHA TO WRK-MOD-TIPO-PROC.
           PERFORM 8910-PROCURAR-MODELO.
           IF MODELO-NAO-ACHADO
               MOVE 'CAMPANHA' TO WRK-MOD-TIPO-PROC
               PERFORM 8910-PROCURAR-MODELO
           END-IF.
           IF MODELO-ACHADO
               MOVE SPACES TO WRK-MOD-CAMPOS
               MOVE CLIENTES-NOME TO WRK-MOD-NOME
               MOVE ZEROS TO WRK-MOD-VENCTO
               MOVE CLIENTES-FILIAL TO WRK-MOD-FILIAL
               PERFORM 8920-MONTAR-MENSAGEM
           END-IF.

       2350-GRAVAR-CONTATO.
           MOVE WRK-CAMPANHA TO CCON-CAMPANHA.
           MOVE CLIENTES-FONE TO CCON-FONE.
           MOVE WRK-CANAL TO CCON-CANAL.
           MOVE WRK-HOJE TO CCON-DATA.
           MOVE WRK-SEGMENTO-CLIENTE TO CCON-SEGMENTO.
           WRITE CCON-REG
               INVALID KEY
                   REWRITE CCON-REG
                   END-REWRITE
           END-WRITE.

      *CLIENTE QUE NAO ENTROU NA CAMPANHA MAS E DO MESMO SEGMENTO
      *(OU QUALQUER UM, SEM CORTE DE SEGMENTO) FICA NO GRUPO DE
      *COMPARACAO, PARA O CAMPRET MEDIR AS COMPRAS ESPONTANEAS
       2400-AVALIAR-COMPARACAO.
           IF NOT CLI-INATIVO
               PERFORM 2170-LER-SEGMENTO
               IF WRK-FILTRO-SEGMENTO = SPACES
                       OR WRK-SEGMENTO-CLIENTE = WRK-FILTRO-SEGMENTO
                   ADD 1 TO WRK-TOTAL-CONTROLE
                   MOVE 'N' TO WRK-CANAL
                   PERFORM 2350-GRAVAR-CONTATO
               END-IF
           END-IF.

      *REGISTRA A CAMPANHA COM OS PARAMETROS E TOTAIS DA RODADA
       2900-GRAVAR-CAMPANHA.
           MOVE WRK-CAMPANHA TO CAMP-CODIGO.
           MOVE WRK-HOJE TO CAMP-DATA.
           MOVE WRK-FILTRO-SEGMENTO TO CAMP-SEGMENTO.
           MOVE WRK-DIAS-ATRIB TO CAMP-DIAS-ATRIB.
           MOVE WRK-CUSTO-EMAIL TO CAMP-CUSTO-EMAIL.
           MOVE WRK-CUSTO-SMS TO CAMP-CUSTO-SMS.
           MOVE WRK-CUSTO-LIGACAO TO CAMP-CUSTO-LIGACAO.
           MOVE WRK-TOTAL-EMAIL TO CAMP-QTD-EMAIL.
           MOVE WRK-TOTAL-SMS TO CAMP-QTD-SMS.
           MOVE WRK-TOTAL-LIGACAO TO CAMP-QTD-LIGACAO.
           MOVE WRK-TOTAL-CONTROLE TO CAMP-QTD-CONTROLE.
           WRITE CAMP-REG
               INVALID KEY
                   REWRITE CAMP-REG
                   END-REWRITE
           END-WRITE.

       3000-FINALIZAR.
           PERFORM 2900-GRAVAR-CAMPANHA.
           DISPLAY '---------------------------------------'.
           DISPLAY 'EXTRACAO DE CAMPANHA - TOTAIS'.
           DISPLAY 'CAMPANHA.......: ' WRK-CAMPANHA.
           DISPLAY 'LIDOS..........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'SELECIONADOS...: ' WRK-TOTAL-SELECIONADOS.
           DISPLAY 'EMAIL..........: ' WRK-TOTAL-EMAIL.
           DISPLAY 'SMS............: ' WRK-TOTAL-SMS.
           DISPLAY 'LIGACAO........: ' WRK-TOTAL-LIGACAO.
           DISPLAY 'COMPARACAO.....: ' WRK-TOTAL-CONTROLE.
           IF WRK-CONTATOS-APAGADOS > ZEROS
               DISPLAY 'LISTA ANTERIOR SUBSTITUIDA: '
                       WRK-CONTATOS-APAGADOS ' CONTATOS'
           END-IF.
           DISPLAY '---------------------------------------'.
           CLOSE CLIENTES.
           CLOSE CONSENTIMENTOS.
           CLOSE PEDIDOS.
           IF SEGCLI-ABERTO
               CLOSE SEGMENTOS-RFM
           END-IF.
           CLOSE CAMPANHAS.
           CLOSE CONTATOS.
           CLOSE SAIDA-EMAIL.
           CLOSE SAIDA-SMS.
           CLOSE SAIDA-LIGACAO.

      *CARREGA OS MODELOS DE MENSAGEM DO MODMSG.DAT, SE EXISTIR
       8900-CARREGAR-MODELOS.
           MOVE ZEROS TO WRK-TOTAL-MODELOS.
           OPEN INPUT MODELOS-MSG.
           IF MODMSG-STATUS = ZEROS
               PERFORM UNTIL MODMSG-STATUS = 10
                       OR WRK-TOTAL-MODELOS = 200
                   READ MODELOS-MSG
                       AT END
                           MOVE 10 TO MODMSG-STATUS
                       NOT AT END
                           ADD 1 TO WRK-TOTAL-MODELOS
                           MOVE MOD-TIPO TO
                                   WRK-MOD-TIPO (WRK-TOTAL-MODELOS)
                           MOVE MOD-CANAL TO
                                   WRK-MOD-CANAL (WRK-TOTAL-MODELOS)
                           MOVE MOD-VIGENCIA TO
                               WRK-MOD-VIGENCIA (WRK-TOTAL-MODELOS)
                           MOVE MOD-TEXTO TO
                                   WRK-MOD-TEXTO (WRK-TOTAL-MODELOS)
                   END-READ
               END-PERFORM
               CLOSE MODELOS-MSG
           END-IF.
           MOVE ZEROS TO MODMSG-STATUS.

      *PROCURA O MODELO VIGENTE DO TIPO E CANAL PEDIDOS (A VERSAO
      *DE MAIOR VIGENCIA ATE HOJE); ACHANDO, O TEXTO DELE TOMA O
      *LUGAR DO TEXTO PADRAO QUE O CHAMADOR DEIXOU EM WRK-MOD-MOLDE
       8910-PROCURAR-MODELO.
           SET MODELO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-MOD-VIG-ACHADA.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX > WRK-TOTAL-MODELOS
               IF WRK-MOD-TIPO (WRK-MOD-IDX) = WRK-MOD-TIPO-PROC
                   AND WRK-MOD-CANAL (WRK-MOD-IDX) =
                           WRK-MOD-CANAL-PROC
                   AND WRK-MOD-VIGENCIA (WRK-MOD-IDX) NOT > WRK-HOJE
                   AND WRK-MOD-VIGENCIA (WRK-MOD-IDX) NOT <
                           WRK-MOD-VIG-ACHADA
                   SET MODELO-ACHADO TO TRUE
                   MOVE WRK-MOD-VIGENCIA (WRK-MOD-IDX) TO
                           WRK-MOD-VIG-ACHADA
                   MOVE WRK-MOD-TEXTO (WRK-MOD-IDX) TO WRK-MOD-MOLDE
               END-IF
           END-PERFORM.

      *MONTA A MENSAGEM: COPIA O MODELO LETRA A LETRA, TROCANDO
      *CADA CAMPO PELO VALOR DA MENSAGEM CORRENTE; NO FIM GUARDA O
      *TAMANHO UTIL DO TEXTO, PARA A LINHA NAO LEVAR BRANCOS
       8920-MONTAR-MENSAGEM.
           MOVE SPACES TO WRK-MOD-MENSAGEM.
           MOVE 1 TO WRK-MOD-POS.
           MOVE 1 TO WRK-MOD-PONT.
           PERFORM UNTIL WRK-MOD-POS > 100 OR WRK-MOD-PONT > 100
               EVALUATE TRUE
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:5) = '&NOME'
                       MOVE WRK-MOD-NOME TO WRK-MOD-CAMPO
                       ADD 5 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:6) = '&VALOR'
                       MOVE WRK-MOD-VALOR TO WRK-MOD-CAMPO
                       ADD 6 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&VENCTO'
                       MOVE SPACES TO WRK-MOD-CAMPO
                       IF WRK-MOD-VENCTO IS NUMERIC
                           IF WRK-MOD-VENCTO > ZEROS
                               STRING WRK-MOD-VENC-DIA '/'
                                       WRK-MOD-VENC-MES '/'
                                       WRK-MOD-VENC-ANO
                                   DELIMITED BY SIZE INTO WRK-MOD-CAMPO
                           END-IF
                       END-IF
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&PEDIDO'
                       MOVE WRK-MOD-PEDIDO TO WRK-MOD-CAMPO
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&FILIAL'
                       MOVE WRK-MOD-FILIAL TO WRK-MOD-CAMPO
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&ATRASO'
                       MOVE WRK-MOD-ATRASO TO WRK-MOD-CAMPO
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8930-ACRESCENTAR-VALOR
                   WHEN OTHER
                       MOVE WRK-MOD-MOLDE (WRK-MOD-POS:1) TO
                               WRK-MOD-MENSAGEM (WRK-MOD-PONT:1)
                       ADD 1 TO WRK-MOD-POS
                       ADD 1 TO WRK-MOD-PONT
               END-EVALUATE
           END-PERFORM.
           MOVE 100 TO WRK-MOD-TAM-MSG.
           PERFORM UNTIL WRK-MOD-TAM-MSG = 1
                   OR WRK-MOD-MENSAGEM (WRK-MOD-TAM-MSG:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-MOD-TAM-MSG
           END-PERFORM.

      *ACRESCENTA O VALOR DO CAMPO A MENSAGEM SEM OS BRANCOS DA
      *FRENTE (VALORES EDITADOS) NEM OS DE TRAS
       8930-ACRESCENTAR-VALOR.
           MOVE 1 TO WRK-MOD-INI.
           PERFORM UNTIL WRK-MOD-INI > 40
                   OR WRK-MOD-CAMPO (WRK-MOD-INI:1) NOT = SPACE
               ADD 1 TO WRK-MOD-INI
           END-PERFORM.
           MOVE 40 TO WRK-MOD-FIM.
           PERFORM UNTIL WRK-MOD-FIM < WRK-MOD-INI
                   OR WRK-MOD-CAMPO (WRK-MOD-FIM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-MOD-FIM
           END-PERFORM.
           IF WRK-MOD-FIM NOT < WRK-MOD-INI
               COMPUTE WRK-MOD-TAM = WRK-MOD-FIM - WRK-MOD-INI + 1
               STRING WRK-MOD-CAMPO (WRK-MOD-INI:WRK-MOD-TAM)
                   DELIMITED BY SIZE INTO WRK-MOD-MENSAGEM
                   WITH POINTER WRK-MOD-PONT
               END-STRING
           END-IF.

       9500-REGISTRAR-INICIO-JOB.
           OPEN I-O JOBCTL.
           IF JOBCTL-STATUS = 35 THEN
