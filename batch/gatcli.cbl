       IDENTIFICATION DIVISION.
       PROGRAM-ID. GATCLI.
      **********************************
      *OBJ: GATILHOS DE RELACIONAMENTO POR DATA
      *ROTINA BATCH DIARIA, SEM INTERACAO COM O OPERADOR
      *PERCORRE O CADASTRO E ENFILEIRA NA FILA DO NOTIFIC, PELO
      *CANAL PREFERIDO DO CLIENTE, AS MENSAGENS DO DIA:
      *  N - ANIVERSARIO DO CLIENTE (CLIENTES-DATA-NASC; QUEM FAZ
      *      ANOS EM 29/02 RECEBE EM 28/02 NOS ANOS NAO BISSEXTOS)
      *  K - ANIVERSARIO DE CADASTRO (CLIENTES-DATA-INCLUSAO, A
      *      PARTIR DO PRIMEIRO ANO COMPLETO)
      *  V - POS-VENDA, N DIAS DEPOIS DA ENTREGA CONCLUIDA (BAIXA
      *      DO ROMANEIO EM ENTBAIXA.DAT); QUANDO O PEDIDO ENTREGUE
      *      E A PRIMEIRA COMPRA DO CLIENTE (NENHUM PEDIDO VIVO
      *      ANTERIOR E NADA NO HISTORICO DO ARQPED) A MENSAGEM E A
      *      DE AGRADECIMENTO PELA PRIMEIRA COMPRA (CODIGO W)
      *  M - LEMBRETE DE RECOMPRA DOS PRODUTOS DE CONSUMO PERIODICO
      *      (PROD-RECOMPRA-DIAS NO CATALOGO), QUANDO A ULTIMA
      *      COMPRA DO PRODUTO PELO CLIENTE COMPLETA O INTERVALO
      *SO RECEBE QUEM ESTA ATIVO E TEM CONSENTIMENTO DE MARKETING
      *VIGENTE EM CONSENT.DAT. CADA CLIENTE RECEBE NO MAXIMO O
      *LIMITE DE MENSAGENS DA SEMANA (ULTIMOS 7 DIAS, CONTANDO AS
      *JA DISPARADAS), NA ORDEM DE PRIORIDADE ACIMA; A QUE PASSA DO
      *LIMITE FICA RETIDA E, SE AINDA ESTIVER DENTRO DA TOLERANCIA
      *(POS-VENDA E RECOMPRA), SAI NUM DIA SEGUINTE
      *CADA MENSAGEM DISPARADA FICA REGISTRADA EM GATENV.DAT (CHAVE
      *TELEFONE + DATA + TIPO + REFERENCIA), QUE SEGURA O LIMITE
      *SEMANAL E IMPEDE A MESMA MENSAGEM DE SAIR DUAS VEZES - POR
      *ISSO O LOTE PODE SER REEXECUTADO NO MESMO DIA
      *DIAS CORRIDOS NA BASE COMERCIAL 30/360, COMO NO AGECLI
      *LAYOUT DO GATCLI.CFG (OPCIONAL, UMA LINHA DE LARGURA FIXA;
      *CAMPO EM BRANCO OU ZERADO FICA COM O PADRAO):
      *  DIAS DO POS-VENDA DEPOIS DA ENTREGA 9(03) (PADRAO 7),
      *  TOLERANCIA EM DIAS PARA O POS-VENDA E A RECOMPRA AINDA
      *  SAIREM DEPOIS DO DIA CERTO 9(03) (PADRAO 7), LIMITE DE
      *  MENSAGENS POR CLIENTE NA SEMANA 9(02) (PADRAO 2) E
      *  GATILHOS LIGADOS X(04) (UMA POSICAO POR GATILHO NA ORDEM
      *  ANIVERSARIO, CADASTRO, POS-VENDA, RECOMPRA; N DESLIGA)
      *SAIDA: GATCLI.TXT, COM AS MENSAGENS DISPARADAS E RETIDAS
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
      *BAIXAS DO ROMANEIO: A DATA EM QUE A ENTREGA FOI CONCLUIDA
           SELECT BAIXAS-ENTREGA ASSIGN TO 'ENTBAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBX-CHAVE
               FILE STATUS IS EBX-STATUS.
      *RESUMO DOS PEDIDOS ARQUIVADOS PELO ARQPED, POR CLIENTE
           SELECT PEDIDOS-ARQUIVADOS ASSIGN TO 'PEDARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDARQ-FONE
               FILE STATUS IS PEDARQ-STATUS.
      *CONSENTIMENTOS LGPD: SO RECEBE QUEM CONSENTIU COM MARKETING
           SELECT CONSENTIMENTOS ASSIGN TO 'CONSENT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONS-CHAVE
               FILE STATUS IS CONS-STATUS.
      *MENSAGENS DE RELACIONAMENTO JA DISPARADAS
           SELECT DISPARADAS ASSIGN TO 'GATENV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAT-CHAVE
               FILE STATUS IS GAT-STATUS.
           SELECT CONFIGURACAO ASSIGN TO 'GATCLI.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
      *FILA DE NOTIFICACOES QUE O NOTIFIC DISTRIBUI POR CANAL
           SELECT NOTIFICACOES ASSIGN TO 'NOTIFIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-STATUS.
           SELECT GATCLI-REPORT ASSIGN TO 'GATCLI.TXT'
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
      *LAYOUT COMPLETO E ATUAL DO CADASTRO
       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE PIC 9(09).
           05 CLIENTES-NOME PIC X(30).
           05 CLIENTES-EMAIL PIC X(40).
           05 CLIENTES-FONE-CEL PIC 9(11).
           05 CLIENTES-DATA-NASC PIC 9(08).
           05 CLIENTES-DATA-NASC-R REDEFINES CLIENTES-DATA-NASC.
               10 CLIENTES-NASC-ANO PIC 9(04).
               10 CLIENTES-NASC-MMDD PIC 9(04).
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
           05 CLIENTES-DATA-INCLUSAO-R
                   REDEFINES CLIENTES-DATA-INCLUSAO.
               10 CLIENTES-INCL-ANO PIC 9(04).
               10 CLIENTES-INCL-MMDD PIC 9(04).
           05 CLIENTES-LIMITE-CRED PIC 9(07)V99.
      *CLASSE ABC DO CLIENTE, ATRIBUIDA PELO LOTE ABCCLI
           05 CLIENTES-CLASSE PIC X(01).
           05 CLIENTES-END-INVALIDO PIC X(01).
               88 END-DEVOLVIDO VALUE 'S'.
           05 CLIENTES-FILIAL PIC 9(02).

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

      *MESMO LAYOUT DO ITEM DE PEDIDO DO CADASTRO ONLINE
       FD ITENS.
       01 ITEM-REG.
           05 ITEM-CHAVE.
               10 ITEM-FONE PIC 9(09).
               10 ITEM-PEDIDO PIC 9(06).
               10 ITEM-NUMERO PIC 9(03).
           05 ITEM-PROD-CODIGO PIC 9(06).
               88 ITEM-FRETE VALUE 999999.
           05 ITEM-DESCRICAO PIC X(40).
           05 ITEM-QTDE PIC 9(05).
           05 ITEM-PRECO-UNIT PIC 9(07)V99.
           05 ITEM-TOTAL PIC 9(07)V99.
           05 ITEM-DESC-PCT PIC 9(02)V99.

      *MESMO LAYOUT DO CATALOGO DE PRODUTOS DO CADASTRO ONLINE
       FD PRODUTOS.
       01 PROD-REG.
           05 PROD-CODIGO PIC 9(06).
           05 PROD-DESCRICAO PIC X(40).
           05 PROD-PRECO PIC 9(07)V99.
           05 PROD-ATIVO PIC X(01).
               88 PROD-EM-LINHA VALUE 'S'.
               88 PROD-FORA-LINHA VALUE 'N'.
           05 PROD-ESTOQUE PIC 9(05).
           05 PROD-ESTOQUE-MIN PIC 9(05).
           05 PROD-CATEGORIA PIC 9(03).
           05 PROD-CUSTO PIC 9(07)V99.
           05 PROD-GARANTIA PIC 9(03).
           05 PROD-RECOMPRA-DIAS PIC 9(03).

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
           05 EBX-NOVA-DATA PIC 9(08).
           05 EBX-BAIRRO PIC X(20).
           05 EBX-CEP PIC 9(08).
           05 EBX-ORIGEM PIC X(01).
           05 EBX-OPERADOR PIC X(09).

      *MESMO LAYOUT DO RESUMO GRAVADO PELO ARQPED
       FD PEDIDOS-ARQUIVADOS.
       01 PEDARQ-REG.
           05 PEDARQ-FONE PIC 9(09).
           05 PEDARQ-QUANTIDADE PIC 9(06).
           05 PEDARQ-DATA-ANTIGA PIC 9(08).
           05 PEDARQ-DATA-NOVA PIC 9(08).

      *MESMO LAYOUT DO REGISTRO DE CONSENTIMENTOS DO CADASTRO
       FD CONSENTIMENTOS.
       01 CONS-REG.
           05 CONS-CHAVE.
               10 CONS-FONE PIC 9(09).
               10 CONS-FINALIDADE PIC X(01).
                   88 CONS-MARKETING VALUE 'M'.
                   88 CONS-COBRANCA VALUE 'C'.
                   88 CONS-PESQUISA VALUE 'P'.
           05 CONS-SITUACAO PIC X(01).
               88 CONS-CONCEDIDO VALUE 'S'.
               88 CONS-REVOGADO VALUE 'N'.
           05 CONS-DATA PIC 9(08).
           05 CONS-ORIGEM PIC X(01).
           05 CONS-OPERADOR PIC X(09).
           05 CONS-DATA-REVOG PIC 9(08).

      *UMA MENSAGEM DE RELACIONAMENTO DISPARADA: TIPO (N, K, V, W
      *OU M, O MESMO CODIGO ENFILEIRADO PARA O NOTIFIC) E
      *REFERENCIA (PEDIDO NO POS-VENDA, PRODUTO NA RECOMPRA, ZERO
      *NOS ANIVERSARIOS)
       FD DISPARADAS.
       01 GAT-REG.
           05 GAT-CHAVE.
               10 GAT-FONE PIC 9(09).
               10 GAT-DATA PIC 9(08).
               10 GAT-TIPO PIC X(01).
               10 GAT-REF PIC 9(06).
           05 GAT-CANAL PIC X(01).
      *DATA DA COMPRA QUE MOTIVOU O LEMBRETE DE RECOMPRA
           05 GAT-DATA-REF PIC 9(08).

       FD CONFIGURACAO.
       01 CONFIG-REG.
           05 CFG-DIAS-POS-VENDA PIC 9(03).
           05 CFG-TOLERANCIA PIC 9(03).
           05 CFG-LIMITE-SEMANA PIC 9(02).
           05 CFG-GATILHOS PIC X(04).

      *MESMO LAYOUT DA FILA GRAVADA PELO CADASTRO ONLINE E IMPFAT;
      *OS CODIGOS N, K, V, W E M NA SITUACAO NOVA SAO AS MENSAGENS
      *DE RELACIONAMENTO
       FD NOTIFICACOES.
       01 NOTIF-REG.
           05 NOTIF-FONE PIC 9(09).
           05 NOTIF-NOME PIC X(30).
           05 NOTIF-STATUS-ANTES PIC X(01).
           05 NOTIF-STATUS-DEPOIS PIC X(01).
           05 NOTIF-DATA PIC 9(08).
           05 NOTIF-CANAL PIC X(01).
           05 NOTIF-EMAIL PIC X(40).
           05 NOTIF-CELULAR PIC 9(11).

       FD GATCLI-REPORT.
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
       77 CLIENTES-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
       77 PROD-STATUS PIC 9(02) VALUE ZEROS.
       77 EBX-STATUS PIC 9(02) VALUE ZEROS.
       77 PEDARQ-STATUS PIC 9(02) VALUE ZEROS.
       77 CONS-STATUS PIC 9(02) VALUE ZEROS.
       77 GAT-STATUS PIC 9(02) VALUE ZEROS.
       77 CONFIG-STATUS PIC 9(02) VALUE ZEROS.
       77 NOTIF-STATUS PIC 9(02) VALUE ZEROS.
       77 REPORT-STATUS PIC 9(02) VALUE ZEROS.
      *ARQUIVOS OPCIONAIS: SEM ELES O GATILHO CORRESPONDENTE SO
      *NAO ACHA NADA
       01 WRK-ARQ-SITUACAO.
           05 WRK-EBX-ABERTO PIC X(01) VALUE 'N'.
               88 EBX-ABERTO VALUE 'S'.
           05 WRK-PEDARQ-ABERTO PIC X(01) VALUE 'N'.
               88 PEDARQ-ABERTO VALUE 'S'.
           05 WRK-ITENS-ABERTO PIC X(01) VALUE 'N'.
               88 ITENS-ABERTO VALUE 'S'.
           05 WRK-PROD-ABERTO PIC X(01) VALUE 'N'.
               88 PROD-ABERTO VALUE 'S'.
           05 WRK-CONS-ABERTO PIC X(01) VALUE 'N'.
               88 CONS-ABERTO VALUE 'S'.

      *PARAMETROS; VALEM OS DO GATCLI.CFG QUANDO PREENCHIDOS
       77 WRK-DIAS-POS-VENDA PIC 9(03) VALUE 7.
       77 WRK-TOLERANCIA PIC 9(03) VALUE 7.
       77 WRK-LIMITE-SEMANA PIC 9(02) VALUE 2.
       01 WRK-GATILHOS PIC X(04) VALUE 'SSSS'.
       01 WRK-GATILHOS-R REDEFINES WRK-GATILHOS.
           05 WRK-GAT-ANIVERSARIO PIC X(01).
               88 GAT-ANIVERSARIO-LIGADO VALUE 'S'.
           05 WRK-GAT-CADASTRO PIC X(01).
               88 GAT-CADASTRO-LIGADO VALUE 'S'.
           05 WRK-GAT-POS-VENDA PIC X(01).
               88 GAT-POS-VENDA-LIGADO VALUE 'S'.
           05 WRK-GAT-RECOMPRA PIC X(01).
               88 GAT-RECOMPRA-LIGADO VALUE 'S'.

      *DATA DE HOJE E DIAS NA BASE COMERCIAL 30/360
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO PIC 9(04).
           05 WRK-HOJE-MMDD PIC 9(04).
       77 WRK-DIA-HOJE PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-EXAME PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EXAME-R REDEFINES WRK-DATA-EXAME.
           05 WRK-EXAME-ANO PIC 9(04).
           05 WRK-EXAME-MES PIC 9(02).
           05 WRK-EXAME-DIA PIC 9(02).
       77 WRK-DIA-CORRIDO PIC 9(07) VALUE ZEROS.
       77 WRK-IDADE-DIAS PIC S9(07) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO PIC 9(04) VALUE ZEROS.
      *EM 28/02 DE ANO NAO BISSEXTO TAMBEM VALE O 29/02
       01 WRK-BISSEXTO-SITUACAO PIC X(01) VALUE 'N'.
           88 HOJE-VALE-29-FEV VALUE 'S'.

      *MENSAGENS JA DISPARADAS PARA O CLIENTE CORRENTE
       77 WRK-QTD-ENVIADAS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-ENVIADAS.
           05 WRK-ENV-ENT OCCURS 300 TIMES.
               10 WRK-ENV-TIPO PIC X(01).
               10 WRK-ENV-REF PIC 9(06).
               10 WRK-ENV-DATA PIC 9(08).
               10 WRK-ENV-DATA-REF PIC 9(08).
       77 WRK-ENV-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ENVIADAS-SEMANA PIC 9(03) VALUE ZEROS.

      *PEDIDOS VIVOS DO CLIENTE CORRENTE (FORA CANCELADOS E
      *ESTORNOS), NA ORDEM DA NUMERACAO
       77 WRK-QTD-PEDIDOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-PEDIDOS.
           05 WRK-PED-ENT OCCURS 300 TIMES.
               10 WRK-PED-NUMERO PIC 9(06).
               10 WRK-PED-DATA PIC 9(08).
       77 WRK-PED-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PED-ACHADO PIC 9(03) VALUE ZEROS.

      *ULTIMA COMPRA DE CADA PRODUTO DE RECOMPRA DO CLIENTE
       77 WRK-QTD-PRODUTOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-PRODUTOS.
           05 WRK-PRD-ENT OCCURS 100 TIMES.
               10 WRK-PRD-CODIGO PIC 9(06).
               10 WRK-PRD-INTERVALO PIC 9(03).
               10 WRK-PRD-ULT-DATA PIC 9(08).
       77 WRK-PRD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PRD-ACHADO PIC 9(03) VALUE ZEROS.

      *MENSAGENS CANDIDATAS DO CLIENTE CORRENTE, NA ORDEM DE
      *PRIORIDADE EM QUE FORAM ACHADAS
       77 WRK-QTD-CANDIDATAS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-CANDIDATAS.
           05 WRK-CAN-ENT OCCURS 50 TIMES.
               10 WRK-CAN-TIPO PIC X(01).
               10 WRK-CAN-REF PIC 9(06).
               10 WRK-CAN-DATA-REF PIC 9(08).
       77 WRK-CAN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-NOVO-TIPO PIC X(01) VALUE SPACES.
       77 WRK-NOVO-REF PIC 9(06) VALUE ZEROS.
       77 WRK-NOVO-DATA-REF PIC 9(08) VALUE ZEROS.
       01 WRK-JA-SITUACAO PIC X(01) VALUE 'N'.
           88 JA-DISPARADA VALUE 'S'.
           88 NAO-DISPARADA VALUE 'N'.

      *TOTAIS DE CONTROLE DO LOTE
       77 WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-FORA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-SEM-CONSENT PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-DISPARADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RETIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-TABELA-CHEIA PIC 9(06) VALUE ZEROS.
      *DISPARADAS POR TIPO (N, K, V, W, M) E POR CANAL (E, S, T)
       01 WRK-TOTAIS-TIPO.
           05 WRK-TOT-TIPO PIC 9(06) OCCURS 5 TIMES.
       01 WRK-TOTAIS-CANAL.
           05 WRK-TOT-CANAL PIC 9(06) OCCURS 3 TIMES.
       77 WRK-TIPO-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-CANAL-IDX PIC 9(01) VALUE ZEROS.
       01 WRK-TB-TIPOS-TBL.
           05 FILLER PIC X(25) VALUE 'NANIVERSARIO DO CLIENTE  '.
           05 FILLER PIC X(25) VALUE 'KANIVERSARIO DE CADASTRO '.
           05 FILLER PIC X(25) VALUE 'VPOS-VENDA               '.
           05 FILLER PIC X(25) VALUE 'WPOS-VENDA PRIMEIRA COMPR'.
           05 FILLER PIC X(25) VALUE 'MLEMBRETE DE RECOMPRA    '.
       01 WRK-TB-TIPOS REDEFINES WRK-TB-TIPOS-TBL.
           05 WRK-TB-TIPO OCCURS 5 TIMES.
               10 WRK-TB-TIPO-COD PIC X(01).
               10 WRK-TB-TIPO-NOME PIC X(24).

       77 WRK-SITUACAO-LINHA PIC X(10) VALUE SPACES.
       77 WRK-ED-TOTAL PIC Z(05)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-PRINCIPAL SECTION.
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE TO WRK-DATA-EXAME.
           PERFORM 2900-DIA-CORRIDO.
           MOVE WRK-DIA-CORRIDO TO WRK-DIA-HOJE.
           PERFORM 1050-CONFERIR-BISSEXTO.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR UNTIL CLIENTES-STATUS = 10.
           PERFORM 3000-FINALIZAR.
           PERFORM 9600-REGISTRAR-FIM-JOB.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CONFIGURACAO.
           IF CONFIG-STATUS = ZEROS
               READ CONFIGURACAO
                   NOT AT END
                       PERFORM 1010-APLICAR-CONFIGURACAO
               END-READ
               CLOSE CONFIGURACAO
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT PEDIDOS.
           OPEN INPUT ITENS.
           IF ITEM-STATUS = ZEROS
               SET ITENS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT PRODUTOS.
           IF PROD-STATUS = ZEROS
               SET PROD-ABERTO TO TRUE
           END-IF.
           OPEN INPUT BAIXAS-ENTREGA.
           IF EBX-STATUS = ZEROS
               SET EBX-ABERTO TO TRUE
           END-IF.
           OPEN INPUT PEDIDOS-ARQUIVADOS.
           IF PEDARQ-STATUS = ZEROS
               SET PEDARQ-ABERTO TO TRUE
           END-IF.
           OPEN INPUT CONSENTIMENTOS.
           IF CONS-STATUS = ZEROS
               SET CONS-ABERTO TO TRUE
           END-IF.
           OPEN I-O DISPARADAS.
           IF GAT-STATUS = 35 THEN
               OPEN OUTPUT DISPARADAS
               CLOSE DISPARADAS
               OPEN I-O DISPARADAS
           END-IF.
           OPEN EXTEND NOTIFICACOES.
           IF NOTIF-STATUS = 35 THEN
               OPEN OUTPUT NOTIFICACOES
               CLOSE NOTIFICACOES
               OPEN EXTEND NOTIFICACOES
           END-IF.
           OPEN OUTPUT GATCLI-REPORT.
           MOVE SPACES TO REL-LINHA.
           STRING 'GATILHOS DE RELACIONAMENTO - MENSAGENS DE '
                   WRK-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'POS-VENDA ' WRK-DIAS-POS-VENDA
                   ' DIAS APOS A ENTREGA, TOLERANCIA ' WRK-TOLERANCIA
                   ' DIAS, LIMITE ' WRK-LIMITE-SEMANA
                   ' MENSAGENS POR CLIENTE NA SEMANA, GATILHOS '
                   WRK-GATILHOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE 'TELEFONE' TO REL-LINHA (1:8).
           MOVE 'NOME' TO REL-LINHA (11:4).
           MOVE 'MENSAGEM' TO REL-LINHA (42:8).
           MOVE 'REFER.' TO REL-LINHA (67:6).
           MOVE 'CANAL' TO REL-LINHA (74:5).
           MOVE 'SITUACAO' TO REL-LINHA (80:8).
           WRITE REL-LINHA.
           IF CLIENTES-STATUS NOT = ZEROS
               MOVE 10 TO CLIENTES-STATUS
           ELSE
               READ CLIENTES NEXT
                   AT END
                       MOVE 10 TO CLIENTES-STATUS
               END-READ
           END-IF.

       1010-APLICAR-CONFIGURACAO.
           IF CFG-DIAS-POS-VENDA IS NUMERIC
                   AND CFG-DIAS-POS-VENDA > ZEROS
               MOVE CFG-DIAS-POS-VENDA TO WRK-DIAS-POS-VENDA
           END-IF.
           IF CFG-TOLERANCIA IS NUMERIC AND CFG-TOLERANCIA > ZEROS
               MOVE CFG-TOLERANCIA TO WRK-TOLERANCIA
           END-IF.
           IF CFG-LIMITE-SEMANA IS NUMERIC
                   AND CFG-LIMITE-SEMANA > ZEROS
               MOVE CFG-LIMITE-SEMANA TO WRK-LIMITE-SEMANA
           END-IF.
           PERFORM VARYING WRK-TIPO-IDX FROM 1 BY 1
                   UNTIL WRK-TIPO-IDX > 4
               IF CFG-GATILHOS (WRK-TIPO-IDX:1) = 'N'
                   MOVE 'N' TO WRK-GATILHOS (WRK-TIPO-IDX:1)
               END-IF
           END-PERFORM.

      *28/02 DE ANO NAO BISSEXTO (ANO NAO DIVISIVEL POR 4, OU
      *SECULAR NAO DIVISIVEL POR 400) FAZ AS VEZES DO 29/02
       1050-CONFERIR-BISSEXTO.
           IF WRK-HOJE-MMDD = 0228
               SET HOJE-VALE-29-FEV TO TRUE
               DIVIDE WRK-HOJE-ANO BY 4 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF WRK-RESTO = ZEROS
                   DIVIDE WRK-HOJE-ANO BY 100 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO
                   IF WRK-RESTO NOT = ZEROS
                       MOVE 'N' TO WRK-BISSEXTO-SITUACAO
                   ELSE
                       DIVIDE WRK-HOJE-ANO BY 400
                           GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO
                       IF WRK-RESTO = ZEROS
                           MOVE 'N' TO WRK-BISSEXTO-SITUACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *SO O CLIENTE ATIVO COM CONSENTIMENTO DE MARKETING E
      *EXAMINADO; OS GATILHOS SAO PROCURADOS NA ORDEM DE
      *PRIORIDADE E DISPARADOS ATE O LIMITE DA SEMANA
       2000-PROCESSAR.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF NOT CLI-ATIVO
               ADD 1 TO WRK-TOTAL-FORA
           ELSE
               PERFORM 2050-CONFERIR-CONSENTIMENTO
               IF CONS-CONCEDIDO
                   MOVE ZEROS TO WRK-QTD-CANDIDATAS
                   PERFORM 2100-CARREGAR-ENVIADAS
                   IF GAT-ANIVERSARIO-LIGADO
                       PERFORM 2200-ANIVERSARIO
                   END-IF
                   IF GAT-POS-VENDA-LIGADO OR GAT-RECOMPRA-LIGADO
                       PERFORM 2300-CARREGAR-PEDIDOS
                   END-IF
                   IF GAT-POS-VENDA-LIGADO AND EBX-ABERTO
                       PERFORM 2400-POS-VENDA
                   END-IF
                   IF GAT-RECOMPRA-LIGADO AND ITENS-ABERTO
                           AND PROD-ABERTO
                       PERFORM 2500-RECOMPRA
                   END-IF
                   IF GAT-CADASTRO-LIGADO
                       PERFORM 2600-ANIVERSARIO-CADASTRO
                   END-IF
                   PERFORM 2700-DISPARAR
                       VARYING WRK-CAN-IDX FROM 1 BY 1
                       UNTIL WRK-CAN-IDX > WRK-QTD-CANDIDATAS
               END-IF
           END-IF.
           READ CLIENTES NEXT
               AT END
                   MOVE 10 TO CLIENTES-STATUS
           END-READ.

      *SEM CONSENTIMENTO DE MARKETING REGISTRADO E VIGENTE O
      *CLIENTE NAO RECEBE MENSAGEM DE RELACIONAMENTO
       2050-CONFERIR-CONSENTIMENTO.
           MOVE 'N' TO CONS-SITUACAO.
           IF CONS-ABERTO
               MOVE CLIENTES-FONE TO CONS-FONE
               MOVE 'M' TO CONS-FINALIDADE
               READ CONSENTIMENTOS
                   INVALID KEY
                       MOVE 'N' TO CONS-SITUACAO
               END-READ
           END-IF.
           IF NOT CONS-CONCEDIDO
               ADD 1 TO WRK-TOTAL-SEM-CONSENT
           END-IF.

      *MENSAGENS JA DISPARADAS PARA O CLIENTE E QUANTAS DELAS NOS
      *ULTIMOS 7 DIAS (HOJE INCLUSIVE)
       2100-CARREGAR-ENVIADAS.
           MOVE ZEROS TO WRK-QTD-ENVIADAS.
           MOVE ZEROS TO WRK-ENVIADAS-SEMANA.
           MOVE CLIENTES-FONE TO GAT-FONE.
           MOVE ZEROS TO GAT-DATA.
           MOVE SPACES TO GAT-TIPO.
           MOVE ZEROS TO GAT-REF.
           START DISPARADAS KEY IS NOT LESS THAN GAT-CHAVE
               INVALID KEY
                   MOVE 10 TO GAT-STATUS
           END-START.
           IF GAT-STATUS NOT = 10
               READ DISPARADAS NEXT
                   AT END
                       MOVE 10 TO GAT-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL GAT-STATUS NOT = 0
                   OR GAT-FONE NOT = CLIENTES-FONE
               MOVE GAT-DATA TO WRK-DATA-EXAME
               PERFORM 2900-DIA-CORRIDO
               IF WRK-DIA-HOJE - WRK-DIA-CORRIDO < 7
                   ADD 1 TO WRK-ENVIADAS-SEMANA
               END-IF
      *NA TABELA CHEIA FICAM AS MAIS ANTIGAS; A MAIS RECENTE DE
      *CADA REFERENCIA SOBRESCREVE A ULTIMA POSICAO
               IF WRK-QTD-ENVIADAS < 300
                   ADD 1 TO WRK-QTD-ENVIADAS
               END-IF
               MOVE GAT-TIPO TO WRK-ENV-TIPO (WRK-QTD-ENVIADAS)
               MOVE GAT-REF TO WRK-ENV-REF (WRK-QTD-ENVIADAS)
               MOVE GAT-DATA TO WRK-ENV-DATA (WRK-QTD-ENVIADAS)
               MOVE GAT-DATA-REF TO WRK-ENV-DATA-REF (WRK-QTD-ENVIADAS)
               READ DISPARADAS NEXT
                   AT END
                       MOVE 10 TO GAT-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO GAT-STATUS.

       2200-ANIVERSARIO.
           IF CLIENTES-DATA-NASC IS NUMERIC
                   AND CLIENTES-DATA-NASC NOT = ZEROS
               IF CLIENTES-NASC-MMDD = WRK-HOJE-MMDD
                       OR (CLIENTES-NASC-MMDD = 0229
                           AND HOJE-VALE-29-FEV)
                   MOVE 'N' TO WRK-NOVO-TIPO
                   MOVE ZEROS TO WRK-NOVO-REF
                   MOVE CLIENTES-DATA-NASC TO WRK-NOVO-DATA-REF
                   PERFORM 2800-INCLUIR-CANDIDATA
               END-IF
           END-IF.

      *PEDIDOS VIVOS DO CLIENTE, PARA A DATA DA COMPRA NA
      *RECOMPRA E PARA SABER SE O PEDIDO ENTREGUE E O PRIMEIRO
       2300-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                   MOVE 10 TO PEDIDOS-STATUS
           END-START.
           IF PEDIDOS-STATUS NOT = 10
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PEDIDOS-STATUS NOT = 0
                   OR PEDIDOS-FONE NOT = CLIENTES-FONE
               IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                       AND WRK-QTD-PEDIDOS < 300
                   ADD 1 TO WRK-QTD-PEDIDOS
                   MOVE PEDIDOS-NUMERO TO
                           WRK-PED-NUMERO (WRK-QTD-PEDIDOS)
                   MOVE PEDIDOS-DATA TO WRK-PED-DATA (WRK-QTD-PEDIDOS)
               END-IF
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *ENTREGA CONCLUIDA HA PELO MENOS N DIAS E NO MAXIMO N MAIS A
      *TOLERANCIA, DE PEDIDO AINDA VIVO, SEM POS-VENDA DISPARADO
       2400-POS-VENDA.
           MOVE CLIENTES-FONE TO EBX-FONE.
           MOVE ZEROS TO EBX-PEDIDO.
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
                   OR EBX-FONE NOT = CLIENTES-FONE
               IF EBX-ENTREGUE
                   MOVE EBX-DATA-BAIXA TO WRK-DATA-EXAME
                   PERFORM 2900-DIA-CORRIDO
                   COMPUTE WRK-IDADE-DIAS =
                           WRK-DIA-HOJE - WRK-DIA-CORRIDO
                   IF WRK-IDADE-DIAS NOT < WRK-DIAS-POS-VENDA
                           AND WRK-IDADE-DIAS NOT >
                               WRK-DIAS-POS-VENDA + WRK-TOLERANCIA
                       PERFORM 2410-PEDIDO-ENTREGUE
                   END-IF
               END-IF
               READ BAIXAS-ENTREGA NEXT
                   AT END
                       MOVE 10 TO EBX-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO EBX-STATUS.

      *PRIMEIRA COMPRA: O PEDIDO ENTREGUE E O PRIMEIRO VIVO DO
      *CLIENTE E NAO HA PEDIDO DELE NO HISTORICO DO ARQPED
       2410-PEDIDO-ENTREGUE.
           MOVE ZEROS TO WRK-PED-ACHADO.
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                   UNTIL WRK-PED-IDX > WRK-QTD-PEDIDOS
                   OR WRK-PED-ACHADO NOT = ZEROS
               IF WRK-PED-NUMERO (WRK-PED-IDX) = EBX-PEDIDO
                   MOVE WRK-PED-IDX TO WRK-PED-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-PED-ACHADO NOT = ZEROS
               MOVE 'V' TO WRK-NOVO-TIPO
               IF WRK-PED-ACHADO = 1
                   MOVE 'W' TO WRK-NOVO-TIPO
                   IF PEDARQ-ABERTO
                       MOVE CLIENTES-FONE TO PEDARQ-FONE
                       READ PEDIDOS-ARQUIVADOS
                           NOT INVALID KEY
                               MOVE 'V' TO WRK-NOVO-TIPO
                       END-READ
                   END-IF
               END-IF
               MOVE EBX-PEDIDO TO WRK-NOVO-REF
               MOVE EBX-DATA-BAIXA TO WRK-NOVO-DATA-REF
               PERFORM 2420-POS-VENDA-JA-SAIU
               IF NAO-DISPARADA
                   PERFORM 2800-INCLUIR-CANDIDATA
               END-IF
           END-IF.

       2420-POS-VENDA-JA-SAIU.
           SET NAO-DISPARADA TO TRUE.
           PERFORM VARYING WRK-ENV-IDX FROM 1 BY 1
                   UNTIL WRK-ENV-IDX > WRK-QTD-ENVIADAS
               IF (WRK-ENV-TIPO (WRK-ENV-IDX) = 'V'
                       OR WRK-ENV-TIPO (WRK-ENV-IDX) = 'W')
                       AND WRK-ENV-REF (WRK-ENV-IDX) = EBX-PEDIDO
                   SET JA-DISPARADA TO TRUE
               END-IF
           END-PERFORM.

      *ULTIMA COMPRA DE CADA PRODUTO DE CONSUMO PERIODICO; O
      *LEMBRETE SAI QUANDO ELA COMPLETA O INTERVALO DO PRODUTO (E
      *ATE A TOLERANCIA DEPOIS) E AINDA NAO HOUVE LEMBRETE DAQUELA
      *COMPRA - UMA COMPRA NOVA DO PRODUTO REINICIA A CONTAGEM
       2500-RECOMPRA.
           MOVE ZEROS TO WRK-QTD-PRODUTOS.
           MOVE CLIENTES-FONE TO ITEM-FONE.
           MOVE ZEROS TO ITEM-PEDIDO.
           MOVE ZEROS TO ITEM-NUMERO.
           START ITENS KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                   MOVE 10 TO ITEM-STATUS
           END-START.
           IF ITEM-STATUS NOT = 10
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ITEM-STATUS NOT = 0
                   OR ITEM-FONE NOT = CLIENTES-FONE
               IF NOT ITEM-FRETE
                   PERFORM 2510-EXAMINAR-ITEM
               END-IF
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ITEM-STATUS.
           PERFORM 2520-CONFERIR-INTERVALO
               VARYING WRK-PRD-IDX FROM 1 BY 1
               UNTIL WRK-PRD-IDX > WRK-QTD-PRODUTOS.

      *SO CONTA ITEM DE PEDIDO VIVO; O PRODUTO SEM INTERVALO DE
      *RECOMPRA NAO ENTRA NA TABELA
       2510-EXAMINAR-ITEM.
           MOVE ZEROS TO WRK-PED-ACHADO.
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                   UNTIL WRK-PED-IDX > WRK-QTD-PEDIDOS
                   OR WRK-PED-ACHADO NOT = ZEROS
               IF WRK-PED-NUMERO (WRK-PED-IDX) = ITEM-PEDIDO
                   MOVE WRK-PED-IDX TO WRK-PED-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-PED-ACHADO NOT = ZEROS
               MOVE ZEROS TO WRK-PRD-ACHADO
               PERFORM VARYING WRK-PRD-IDX FROM 1 BY 1
                       UNTIL WRK-PRD-IDX > WRK-QTD-PRODUTOS
                       OR WRK-PRD-ACHADO NOT = ZEROS
                   IF WRK-PRD-CODIGO (WRK-PRD-IDX) = ITEM-PROD-CODIGO
                       MOVE WRK-PRD-IDX TO WRK-PRD-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-PRD-ACHADO NOT = ZEROS
                   IF WRK-PED-DATA (WRK-PED-ACHADO) >
                           WRK-PRD-ULT-DATA (WRK-PRD-ACHADO)
                       MOVE WRK-PED-DATA (WRK-PED-ACHADO) TO
                               WRK-PRD-ULT-DATA (WRK-PRD-ACHADO)
                   END-IF
               ELSE
                   PERFORM 2515-PRODUTO-DE-RECOMPRA
               END-IF
           END-IF.

       2515-PRODUTO-DE-RECOMPRA.
           MOVE ITEM-PROD-CODIGO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE ZEROS TO PROD-RECOMPRA-DIAS
           END-READ.
           IF PROD-RECOMPRA-DIAS IS NUMERIC
                   AND PROD-RECOMPRA-DIAS > ZEROS
                   AND WRK-QTD-PRODUTOS < 100
               ADD 1 TO WRK-QTD-PRODUTOS
               MOVE ITEM-PROD-CODIGO TO
                       WRK-PRD-CODIGO (WRK-QTD-PRODUTOS)
               MOVE PROD-RECOMPRA-DIAS TO
                       WRK-PRD-INTERVALO (WRK-QTD-PRODUTOS)
               MOVE WRK-PED-DATA (WRK-PED-ACHADO) TO
                       WRK-PRD-ULT-DATA (WRK-QTD-PRODUTOS)
           END-IF.

       2520-CONFERIR-INTERVALO.
           MOVE WRK-PRD-ULT-DATA (WRK-PRD-IDX) TO WRK-DATA-EXAME.
           PERFORM 2900-DIA-CORRIDO.
           COMPUTE WRK-IDADE-DIAS = WRK-DIA-HOJE - WRK-DIA-CORRIDO.
           IF WRK-IDADE-DIAS NOT < WRK-PRD-INTERVALO (WRK-PRD-IDX)
                   AND WRK-IDADE-DIAS NOT >
                       WRK-PRD-INTERVALO (WRK-PRD-IDX) + WRK-TOLERANCIA
               SET NAO-DISPARADA TO TRUE
               PERFORM VARYING WRK-ENV-IDX FROM 1 BY 1
                       UNTIL WRK-ENV-IDX > WRK-QTD-ENVIADAS
                   IF WRK-ENV-TIPO (WRK-ENV-IDX) = 'M'
                           AND WRK-ENV-REF (WRK-ENV-IDX) =
                               WRK-PRD-CODIGO (WRK-PRD-IDX)
                           AND WRK-ENV-DATA-REF (WRK-ENV-IDX) NOT <
                               WRK-PRD-ULT-DATA (WRK-PRD-IDX)
                       SET JA-DISPARADA TO TRUE
                   END-IF
               END-PERFORM
               IF NAO-DISPARADA
                   MOVE 'M' TO WRK-NOVO-TIPO
                   MOVE WRK-PRD-CODIGO (WRK-PRD-IDX) TO WRK-NOVO-REF
                   MOVE WRK-PRD-ULT-DATA (WRK-PRD-IDX) TO
                           WRK-NOVO-DATA-REF
                   PERFORM 2800-INCLUIR-CANDIDATA
               END-IF
           END-IF.

      *ANIVERSARIO DE CADASTRO SO A PARTIR DO PRIMEIRO ANO
       2600-ANIVERSARIO-CADASTRO.
           IF CLIENTES-DATA-INCLUSAO IS NUMERIC
                   AND CLIENTES-DATA-INCLUSAO NOT = ZEROS
                   AND CLIENTES-INCL-ANO < WRK-HOJE-ANO
               IF CLIENTES-INCL-MMDD = WRK-HOJE-MMDD
                       OR (CLIENTES-INCL-MMDD = 0229
                           AND HOJE-VALE-29-FEV)
                   MOVE 'K' TO WRK-NOVO-TIPO
                   MOVE ZEROS TO WRK-NOVO-REF
                   MOVE CLIENTES-DATA-INCLUSAO TO WRK-NOVO-DATA-REF
                   PERFORM 2800-INCLUIR-CANDIDATA
               END-IF
           END-IF.

      *DISPARA A CANDIDATA SE O CLIENTE AINDA TEM VAGA NA SEMANA;
      *O REGISTRO EM GATENV.DAT VEM ANTES DA FILA, ENTAO UMA
      *REEXECUCAO NO MESMO DIA ACHA A CHAVE E NAO ENFILEIRA DE NOVO
       2700-DISPARAR.
           MOVE CLIENTES-FONE TO GAT-FONE.
           MOVE WRK-HOJE TO GAT-DATA.
           MOVE WRK-CAN-TIPO (WRK-CAN-IDX) TO GAT-TIPO.
           MOVE WRK-CAN-REF (WRK-CAN-IDX) TO GAT-REF.
           MOVE CLIENTES-PREF-CONTATO TO GAT-CANAL.
           MOVE WRK-CAN-DATA-REF (WRK-CAN-IDX) TO GAT-DATA-REF.
           IF WRK-ENVIADAS-SEMANA NOT < WRK-LIMITE-SEMANA
               ADD 1 TO WRK-TOTAL-RETIDAS
               MOVE 'RETIDA' TO WRK-SITUACAO-LINHA
               PERFORM 2750-LINHA-RELATORIO
           ELSE
               WRITE GAT-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-ENVIADAS-SEMANA
                       ADD 1 TO WRK-TOTAL-DISPARADAS
                       PERFORM 2710-ENFILEIRAR
                       MOVE 'DISPARADA' TO WRK-SITUACAO-LINHA
                       PERFORM 2750-LINHA-RELATORIO
               END-WRITE
           END-IF.

       2710-ENFILEIRAR.
           MOVE CLIENTES-FONE TO NOTIF-FONE.
           MOVE CLIENTES-NOME TO NOTIF-NOME.
           MOVE SPACES TO NOTIF-STATUS-ANTES.
           MOVE GAT-TIPO TO NOTIF-STATUS-DEPOIS.
           MOVE WRK-HOJE TO NOTIF-DATA.
           MOVE CLIENTES-PREF-CONTATO TO NOTIF-CANAL.
           MOVE CLIENTES-EMAIL TO NOTIF-EMAIL.
           MOVE CLIENTES-FONE-CEL TO NOTIF-CELULAR.
           WRITE NOTIF-REG.
           PERFORM VARYING WRK-TIPO-IDX FROM 1 BY 1
                   UNTIL WRK-TIPO-IDX > 5
               IF WRK-TB-TIPO-COD (WRK-TIPO-IDX) = GAT-TIPO
                   ADD 1 TO WRK-TOT-TIPO (WRK-TIPO-IDX)
               END-IF
           END-PERFORM.
           EVALUATE CLIENTES-PREF-CONTATO
               WHEN 'E'
                   ADD 1 TO WRK-TOT-CANAL (1)
               WHEN 'S'
                   ADD 1 TO WRK-TOT-CANAL (2)
               WHEN OTHER
                   ADD 1 TO WRK-TOT-CANAL (3)
           END-EVALUATE.

       2750-LINHA-RELATORIO.
           MOVE SPACES TO REL-LINHA.
           MOVE CLIENTES-FONE TO REL-LINHA (1:9).
           MOVE CLIENTES-NOME TO REL-LINHA (11:30).
           PERFORM VARYING WRK-TIPO-IDX FROM 1 BY 1
                   UNTIL WRK-TIPO-IDX > 5
               IF WRK-TB-TIPO-COD (WRK-TIPO-IDX) = GAT-TIPO
                   MOVE WRK-TB-TIPO-NOME (WRK-TIPO-IDX) TO
                           REL-LINHA (42:24)
               END-IF
           END-PERFORM.
           IF GAT-REF NOT = ZEROS
               MOVE GAT-REF TO REL-LINHA (67:6)
           END-IF.
           MOVE CLIENTES-PREF-CONTATO TO REL-LINHA (76:1).
           MOVE WRK-SITUACAO-LINHA TO REL-LINHA (80:10).
           WRITE REL-LINHA.

       2800-INCLUIR-CANDIDATA.
           IF WRK-QTD-CANDIDATAS < 50
               ADD 1 TO WRK-QTD-CANDIDATAS
               MOVE WRK-NOVO-TIPO TO WRK-CAN-TIPO (WRK-QTD-CANDIDATAS)
               MOVE WRK-NOVO-REF TO WRK-CAN-REF (WRK-QTD-CANDIDATAS)
               MOVE WRK-NOVO-DATA-REF TO
                       WRK-CAN-DATA-REF (WRK-QTD-CANDIDATAS)
           ELSE
               ADD 1 TO WRK-TOTAL-TABELA-CHEIA
           END-IF.

      *DIA CORRIDO DA DATA EM WRK-DATA-EXAME, BASE 30/360
       2900-DIA-CORRIDO.
           COMPUTE WRK-DIA-CORRIDO = (WRK-EXAME-ANO * 360) +
                   ((WRK-EXAME-MES - 1) * 30) + WRK-EXAME-DIA.

       3000-FINALIZAR.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-TIPO-IDX FROM 1 BY 1
                   UNTIL WRK-TIPO-IDX > 5
               MOVE WRK-TOT-TIPO (WRK-TIPO-IDX) TO WRK-ED-TOTAL
               MOVE SPACES TO REL-LINHA
               STRING WRK-TB-TIPO-NOME (WRK-TIPO-IDX) ': '
                       WRK-ED-TOTAL
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           STRING 'POR CANAL - EMAIL ' WRK-TOT-CANAL (1)
                   ' SMS ' WRK-TOT-CANAL (2)
                   ' LIGACAO ' WRK-TOT-CANAL (3)
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DISPARADAS ' WRK-TOTAL-DISPARADAS
                   ' RETIDAS PELO LIMITE DA SEMANA ' WRK-TOTAL-RETIDAS
                   ' CLIENTES SEM CONSENTIMENTO ' WRK-TOTAL-SEM-CONSENT
                   ' FORA DE ATIVIDADE ' WRK-TOTAL-FORA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-TOTAL-TABELA-CHEIA > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING '*** ' WRK-TOTAL-TABELA-CHEIA
                       ' MENSAGENS ACIMA DE 50 POR CLIENTE NAO FORAM '
                       'EXAMINADAS ***'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE GATCLI-REPORT.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF ITENS-ABERTO
               CLOSE ITENS
           END-IF.
           IF PROD-ABERTO
               CLOSE PRODUTOS
           END-IF.
           IF EBX-ABERTO
               CLOSE BAIXAS-ENTREGA
           END-IF.
           IF PEDARQ-ABERTO
               CLOSE PEDIDOS-ARQUIVADOS
           END-IF.
           IF CONS-ABERTO
               CLOSE CONSENTIMENTOS
           END-IF.
           CLOSE DISPARADAS.
           CLOSE NOTIFICACOES.
           DISPLAY '---------------------------------------'.
           DISPLAY 'GATILHOS DE RELACIONAMENTO - TOTAIS'.
           DISPLAY 'CLIENTES LIDOS.....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'SEM CONSENTIMENTO..: ' WRK-TOTAL-SEM-CONSENT.
           DISPLAY 'DISPARADAS.........: ' WRK-TOTAL-DISPARADAS.
           DISPLAY 'RETIDAS PELO LIMITE: ' WRK-TOTAL-RETIDAS.
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
           MOVE 'GATCLI' TO JOB-NOME.
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
           MOVE WRK-TOTAL-DISPARADAS TO JOB-GRAVADOS.
           MOVE ZEROS TO JOB-RC.
           REWRITE JOB-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           CLOSE JOBCTL.

       END PROGRAM GATCLI.
