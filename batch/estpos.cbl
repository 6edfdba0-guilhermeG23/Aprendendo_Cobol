      *DELE - E A LISTA DE COMPRAS DA SEMANA
      *PRODUTO FORA DE LINHA SO APARECE SE AINDA TEM SALDO, PARA
      *O ENCALHE NAO PASSAR DESPERCEBIDO
      *AO LADO DO SALDO SAI O QUE JA ESTA COMPRADO E A CAMINHO
      *(PEDIDOS DE COMPRA ABERTOS OU RECEBIDOS EM PARTE), PARA O
      *** REPOR ** DE UM PRODUTO JA PEDIDO NAO VIRAR COMPRA DOBRADA
      *PRODUTO QUE JA ESTA EM MAIS DE UMA FILIAL (ESTFIL.DAT) OU
      *VIAJANDO NUMA GUIA DE TRANSFERENCIA GANHA, ABAIXO DA LINHA
      *DELE, A POSICAO DE CADA FILIAL (SALDO, MINIMO E O QUE ESTA
      *A CAMINHO DELA) E A SUGESTAO DE TRANSFERIR A SOBRA DE UMA
      *FILIAL PARA A QUE ESTA NO MINIMO - SO O QUE A SOBRA DAS
      *OUTRAS NAO COBRE VIRA ** REPOR ** (COMPRA)
      *ALEM DO ESTOQUE.TXT DA EMPRESA INTEIRA, SAI UMA COPIA POR
      *FILIAL (ESTOQUE-NN.TXT) SO COM A POSICAO DAQUELA FILIAL E AS
      *TRANSFERENCIAS QUE A ENVOLVEM (PRODUTO AINDA SEM ESTOQUE POR
      *FILIAL FICA NA COPIA DA MATRIZ); CADA ARQUIVO GERADO FICA
      *ANOTADO NO INDICE DA NOITE (RELIDX.TXT)
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
      *PEDIDOS DE COMPRA E SUAS LINHAS, MANTIDOS PELA TELA (OPCOES
      *CP E RM DO CADASTRO ONLINE); SO LEITURA
           SELECT COMPRAS ASSIGN TO 'COMPRAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-NUMERO
               FILE STATUS IS CMP-STATUS.
           SELECT COMPRA-ITENS ASSIGN TO 'CMPITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMPI-CHAVE
               FILE STATUS IS CMPI-STATUS.
      *ESTOQUE POR FILIAL E GUIAS DE TRANSFERENCIA, MANTIDOS PELA
      *TELA (CATALOGO E OPCAO GT DO CADASTRO ONLINE); SO LEITURA
           SELECT ESTOQUE-FILIAL ASSIGN TO 'ESTFIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EFIL-CHAVE
               FILE STATUS IS EFIL-STATUS.
           SELECT GUIAS-TRANSF ASSIGN TO 'GUIATRF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTR-NUMERO
               FILE STATUS IS GTR-STATUS.
           SELECT GUIA-ITENS ASSIGN TO 'GUIAITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GTRI-CHAVE
               FILE STATUS IS GTRI-STATUS.
           SELECT ESTOQUE-REPORT ASSIGN TO 'ESTOQUE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

      *COPIAS POR FILIAL: OS OPERADORES DO CADASTRO ONLINE DIZEM
      *QUAIS FILIAIS EXISTEM (SO LEITURA); AS LINHAS DO RELATORIO
      *VAO TAMBEM PARA UM ARQUIVO DE TRABALHO MARCADAS COM A FILIAL
      *E, NO FIM, SAO SEPARADAS EM ESTOQUE-NN.TXT (NOME MONTADO EM
      *TEMPO DE EXECUCAO), UMA POR FILIAL
           SELECT CREDENCIAIS ASSIGN TO 'CLICRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-STATUS.
           SELECT LINHAS-FILIAL ASSIGN TO 'ESTOQUEF.TMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LFIL-STATUS.
           SELECT ORDENA-FILIAL ASSIGN TO 'ORDESTF.TMP'.
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
      *PRECO DE CUSTO, PARA O RELATORIO DE MARGEM FLAGRAR VENDA
      *ABAIXO DO CUSTO ANTES DO CONTADOR
           05 PROD-CUSTO PIC 9(07)V99.
           05 PROD-GARANTIA PIC 9(03).
           05 PROD-RECOMPRA-DIAS PIC 9(03).

      *MESMO LAYOUT DO PEDIDO DE COMPRA DO CADASTRO ONLINE
       FD COMPRAS.
       01 CMP-REG.
           05 CMP-NUMERO PIC 9(06).
           05 CMP-FORNECEDOR PIC 9(06).
           05 CMP-DATA PIC 9(08).
           05 CMP-PREVISAO PIC 9(08).
           05 CMP-VALOR PIC 9(07)V99.
           05 CMP-SITUACAO PIC X(01).
               88 CMP-ABERTO VALUE 'A'.
               88 CMP-PARCIAL VALUE 'P'.
               88 CMP-RECEBIDO VALUE 'R'.
               88 CMP-CANCELADO VALUE 'C'.
           05 CMP-OPERADOR PIC X(09).
           05 CMP-NOTA-FORN PIC 9(09).
           05 CMP-DATA-RECEB PIC 9(08).

      *MESMO LAYOUT DA LINHA DO PEDIDO DE COMPRA
       FD COMPRA-ITENS.
       01 CMPI-REG.
           05 CMPI-CHAVE.
               10 CMPI-NUMERO PIC 9(06).
               10 CMPI-ITEM PIC 9(03).
           05 CMPI-PRODUTO PIC 9(06).
           05 CMPI-QTDE-PEDIDA PIC 9(05).
           05 CMPI-QTDE-RECEBIDA PIC 9(05).
           05 CMPI-CUSTO-UNIT PIC 9(07)V99.

      *MESMO LAYOUT DO ESTOQUE POR FILIAL DO CADASTRO ONLINE; A
      *MATRIZ (01) NAO TEM REGISTRO - FICA COM O QUE SOBRA DO
      *PROD-ESTOQUE, QUE E O TOTAL DA EMPRESA
       FD ESTOQUE-FILIAL.
       01 EFIL-REG.
           05 EFIL-CHAVE.
               10 EFIL-PRODUTO PIC 9(06).
               10 EFIL-FILIAL PIC 9(02).
           05 EFIL-SALDO PIC 9(05).
           05 EFIL-MINIMO PIC 9(05).

      *MESMO LAYOUT DA GUIA DE TRANSFERENCIA DO CADASTRO ONLINE
       FD GUIAS-TRANSF.
       01 GTR-REG.
           05 GTR-NUMERO PIC 9(06).
           05 GTR-ORIGEM PIC 9(02).
           05 GTR-DESTINO PIC 9(02).
           05 GTR-DATA-SAIDA PIC 9(08).
           05 GTR-OPER-SAIDA PIC X(09).
           05 GTR-SITUACAO PIC X(01).
               88 GTR-EM-TRANSITO VALUE 'T'.
               88 GTR-RECEBIDA VALUE 'R'.
           05 GTR-DATA-ENTRADA PIC 9(08).
           05 GTR-OPER-ENTRADA PIC X(09).

      *MESMO LAYOUT DA LINHA DA GUIA
       FD GUIA-ITENS.
       01 GTRI-REG.
           05 GTRI-CHAVE.
               10 GTRI-NUMERO PIC 9(06).
               10 GTRI-ITEM PIC 9(03).
           05 GTRI-PRODUTO PIC 9(06).
           05 GTRI-QTDE PIC 9(05).

       FD ESTOQUE-REPORT.
       01 REPORT-LINHA PIC X(120).

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
           05 LFIL-LINHA PIC X(120).

       SD ORDENA-FILIAL.
       01 ORDF-REG.
           05 ORDF-FILIAL PIC 9(02).
           05 ORDF-SEQ PIC 9(07).
           05 ORDF-LINHA PIC X(120).

       FD COPIA-FILIAL.
       01 COPIA-LINHA PIC X(120).

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
       77 WRK-TOTAL-LISTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REPOR PIC 9(06) VALUE ZEROS.
       77 WRK-ALERTA PIC X(12) VALUE SPACES.
       77 CMP-STATUS PIC 9(02) VALUE ZEROS.
       77 CMPI-STATUS PIC 9(02) VALUE ZEROS.
      *QUANTIDADE A CAMINHO POR PRODUTO (ATE 500 PRODUTOS COM
      *COMPRA EM ABERTO), SOMADA DAS LINHAS AINDA NAO RECEBIDAS
       77 WRK-TOTAL-COMPRADOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-COMPRADO.
           05 WRK-TCP-ENT OCCURS 500 TIMES.
               10 WRK-TCP-PRODUTO PIC 9(06).
               10 WRK-TCP-QTDE PIC 9(07).
       77 WRK-TCP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TCP-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-A-CAMINHO PIC 9(07) VALUE ZEROS.
       77 WRK-TEXTO-COMPRA PIC X(24) VALUE SPACES.
       77 WRK-ED-CAMINHO PIC Z(06)9.
       77 WRK-TOTAL-JA-COMPRADOS PIC 9(06) VALUE ZEROS.
      *ESTOQUE POR FILIAL
       77 EFIL-STATUS PIC 9(02) VALUE ZEROS.
       77 GTR-STATUS PIC 9(02) VALUE ZEROS.
       77 GTRI-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-EFIL-SW PIC X(01) VALUE 'N'.
           88 EFIL-ABERTO VALUE 'S'.
           88 EFIL-AUSENTE VALUE 'N'.
      *QUANTIDADE EM TRANSITO POR PRODUTO E FILIAL DE DESTINO (ATE
      *500 COMBINACOES), DAS GUIAS AINDA SEM A CHEGADA CONFIRMADA
       77 WRK-TOTAL-TRANSITOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-TRANSITO.
           05 WRK-TTR-ENT OCCURS 500 TIMES.
               10 WRK-TTR-PRODUTO PIC 9(06).
               10 WRK-TTR-DESTINO PIC 9(02).
               10 WRK-TTR-QTDE PIC 9(07).
       77 WRK-TTR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TTR-ACHADO PIC 9(03) VALUE ZEROS.
      *POSICAO DO PRODUTO CORRENTE POR FILIAL, NA POSICAO DO NUMERO
      *DA FILIAL; SOBRA E O QUE PASSA DO MINIMO, FALTA E O QUE A
      *FILIAL PRECISA PARA SAIR DO MINIMO (CONTANDO O EM TRANSITO)
       01 WRK-TABELA-FILIAL.
           05 WRK-TF-ENT OCCURS 99 TIMES.
               10 WRK-TF-PRESENTE PIC X(01).
               10 WRK-TF-SALDO PIC 9(05).
               10 WRK-TF-MINIMO PIC 9(05).
               10 WRK-TF-TRANSITO PIC 9(07).
               10 WRK-TF-SOBRA PIC 9(07).
               10 WRK-TF-FALTA PIC 9(07).
       77 WRK-FIL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DOA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FIL-OUTRAS PIC 9(07) VALUE ZEROS.
       77 WRK-FIL-MIN-OUTRAS PIC 9(07) VALUE ZEROS.
       77 WRK-FIL-DISPONIVEL PIC 9(07) VALUE ZEROS.
       77 WRK-FIL-PARTE PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-TRANSF PIC 9(07) VALUE ZEROS.
       77 WRK-FALTA-COMPRA PIC 9(07) VALUE ZEROS.
       01 WRK-FILIAIS-SW PIC X(01) VALUE 'N'.
           88 POSICAO-POR-FILIAL VALUE 'S'.
           88 SO-MATRIZ VALUE 'N'.
      *SUGESTOES DE TRANSFERENCIA DO PRODUTO CORRENTE, IMPRESSAS
      *DEPOIS DA POSICAO DAS FILIAIS
       77 WRK-TOTAL-SUGESTOES PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-SUGESTAO.
           05 WRK-SUGESTAO PIC X(120) OCCURS 100 TIMES.
      *FILIAL QUE CEDE E FILIAL QUE RECEBE EM CADA SUGESTAO, PARA
      *A SUGESTAO SAIR NA COPIA DAS DUAS
       01 WRK-TABELA-SUG-FILIAIS.
           05 WRK-SUG-FILIAIS OCCURS 100 TIMES.
               10 WRK-SUG-ORIGEM PIC 9(02).
               10 WRK-SUG-DESTINO PIC 9(02).
       77 WRK-SUG-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-TRANSFERIR PIC 9(06) VALUE ZEROS.
       77 WRK-ED-SALDO PIC Z(04)9.
       77 WRK-ED-MINIMO PIC Z(04)9.
       77 WRK-ED-TRANSITO PIC Z(06)9.
       77 WRK-ED-PARTE PIC Z(06)9.
       77 WRK-ALERTA-FILIAL PIC X(12) VALUE SPACES.

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
               10 WRK-CF-PRODUTOS PIC 9(06).
               10 WRK-CF-REPOR PIC 9(06).
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
           PERFORM 9500-REGISTRAR-INICIO-JOB.
           PERFORM 1500-CARREGAR-COMPRAS.
           PERFORM 1600-CARREGAR-TRANSITO.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-LISTAR-PRODUTO UNTIL PROD-STATUS = 10.
           PERFORM 3000-FINALIZAR.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT PRODUTOS.
           OPEN INPUT ESTOQUE-FILIAL.
           IF EFIL-STATUS = ZEROS
               SET EFIL-ABERTO TO TRUE
           ELSE
               SET EFIL-AUSENTE TO TRUE
           END-IF.
           OPEN OUTPUT ESTOQUE-REPORT.
           PERFORM 7000-PREPARAR-COPIAS.
           MOVE 'POSICAO DE ESTOQUE DO CATALOGO' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE ALL '-' TO REPORT-LINHA.
               END-READ
           END-IF.

      *PERCORRE AS LINHAS DE PEDIDO DE COMPRA E SOMA, POR
      *PRODUTO, O QUE FOI PEDIDO E AINDA NAO CHEGOU NOS PEDIDOS
      *ABERTOS OU RECEBIDOS EM PARTE; SEM O ARQUIVO (NENHUMA
      *COMPRA AINDA) A TABELA FICA VAZIA
       1500-CARREGAR-COMPRAS.
           OPEN INPUT COMPRAS.
           OPEN INPUT COMPRA-ITENS.
           IF CMP-STATUS = ZEROS AND CMPI-STATUS = ZEROS
               READ COMPRA-ITENS NEXT
                   AT END
                       MOVE 10 TO CMPI-STATUS
               END-READ
               PERFORM UNTIL CMPI-STATUS NOT = ZEROS
                   IF CMPI-QTDE-RECEBIDA < CMPI-QTDE-PEDIDA
                       MOVE CMPI-NUMERO TO CMP-NUMERO
                       READ COMPRAS
                           INVALID KEY
                               SET CMP-CANCELADO TO TRUE
                       END-READ
                       IF CMP-ABERTO OR CMP-PARCIAL
                           PERFORM 1510-SOMAR-COMPRADO
                       END-IF
                   END-IF
                   READ COMPRA-ITENS NEXT
                       AT END
                           MOVE 10 TO CMPI-STATUS
                   END-READ
               END-PERFORM
               CLOSE COMPRAS
               CLOSE COMPRA-ITENS
           END-IF.

       1510-SOMAR-COMPRADO.
           MOVE ZEROS TO WRK-TCP-ACHADO.
           PERFORM VARYING WRK-TCP-IDX FROM 1 BY 1
                   UNTIL WRK-TCP-IDX > WRK-TOTAL-COMPRADOS
               IF WRK-TCP-PRODUTO (WRK-TCP-IDX) = CMPI-PRODUTO
                   MOVE WRK-TCP-IDX TO WRK-TCP-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-TCP-ACHADO = ZEROS AND WRK-TOTAL-COMPRADOS < 500
               ADD 1 TO WRK-TOTAL-COMPRADOS
               MOVE WRK-TOTAL-COMPRADOS TO WRK-TCP-ACHADO
               MOVE CMPI-PRODUTO TO WRK-TCP-PRODUTO (WRK-TCP-ACHADO)
               MOVE ZEROS TO WRK-TCP-QTDE (WRK-TCP-ACHADO)
           END-IF.
           IF WRK-TCP-ACHADO > ZEROS
               COMPUTE WRK-TCP-QTDE (WRK-TCP-ACHADO) =
                       WRK-TCP-QTDE (WRK-TCP-ACHADO) +
                       CMPI-QTDE-PEDIDA - CMPI-QTDE-RECEBIDA
           END-IF.

      *SOMA, POR PRODUTO E FILIAL DE DESTINO, O QUE ESTA NAS GUIAS
      *DE TRANSFERENCIA AINDA EM TRANSITO; SEM OS ARQUIVOS (NENHUMA
      *GUIA AINDA) A TABELA FICA VAZIA
       1600-CARREGAR-TRANSITO.
           OPEN INPUT GUIAS-TRANSF.
           OPEN INPUT GUIA-ITENS.
           IF GTR-STATUS = ZEROS AND GTRI-STATUS = ZEROS
               READ GUIA-ITENS NEXT
                   AT END
                       MOVE 10 TO GTRI-STATUS
               END-READ
               PERFORM UNTIL GTRI-STATUS NOT = ZEROS
                   MOVE GTRI-NUMERO TO GTR-NUMERO
                   READ GUIAS-TRANSF
                       INVALID KEY
                           SET GTR-RECEBIDA TO TRUE
                   END-READ
                   IF GTR-EM-TRANSITO
                       PERFORM 1610-SOMAR-TRANSITO
                   END-IF
                   READ GUIA-ITENS NEXT
                       AT END
                           MOVE 10 TO GTRI-STATUS
                   END-READ
               END-PERFORM
               CLOSE GUIAS-TRANSF
               CLOSE GUIA-ITENS
           END-IF.

       1610-SOMAR-TRANSITO.
           MOVE ZEROS TO WRK-TTR-ACHADO.
           PERFORM VARYING WRK-TTR-IDX FROM 1 BY 1
                   UNTIL WRK-TTR-IDX > WRK-TOTAL-TRANSITOS
               IF WRK-TTR-PRODUTO (WRK-TTR-IDX) = GTRI-PRODUTO
                       AND WRK-TTR-DESTINO (WRK-TTR-IDX) = GTR-DESTINO
                   MOVE WRK-TTR-IDX TO WRK-TTR-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-TTR-ACHADO = ZEROS AND WRK-TOTAL-TRANSITOS < 500
               ADD 1 TO WRK-TOTAL-TRANSITOS
               MOVE WRK-TOTAL-TRANSITOS TO WRK-TTR-ACHADO
               MOVE GTRI-PRODUTO TO WRK-TTR-PRODUTO (WRK-TTR-ACHADO)
               MOVE GTR-DESTINO TO WRK-TTR-DESTINO (WRK-TTR-ACHADO)
               MOVE ZEROS TO WRK-TTR-QTDE (WRK-TTR-ACHADO)
           END-IF.
           IF WRK-TTR-ACHADO > ZEROS
               ADD GTRI-QTDE TO WRK-TTR-QTDE (WRK-TTR-ACHADO)
           END-IF.

       2000-LISTAR-PRODUTO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF PROD-EM-LINHA OR PROD-ESTOQUE > ZEROS
                   ADD 1 TO WRK-TOTAL-REPOR
                   MOVE '** REPOR **' TO WRK-ALERTA
               END-IF
      *COM MAIS DE UMA FILIAL, A FILIAL NO MINIMO PRIMEIRO RECEBE A
      *SOBRA DAS OUTRAS; SO O QUE FALTAR DEPOIS DISSO E COMPRA
               PERFORM 2100-POSICAO-POR-FILIAL
               IF POSICAO-POR-FILIAL AND WRK-ALERTA = SPACES
                   IF WRK-FALTA-COMPRA > ZEROS
                       ADD 1 TO WRK-TOTAL-REPOR
                       MOVE '** REPOR **' TO WRK-ALERTA
                   ELSE
                       IF WRK-QTDE-TRANSF > ZEROS
                           MOVE '** TRANSF **' TO WRK-ALERTA
                       END-IF
                   END-IF
               END-IF
               IF WRK-QTDE-TRANSF > ZEROS
                   ADD 1 TO WRK-TOTAL-TRANSFERIR
               END-IF
               MOVE ZEROS TO WRK-A-CAMINHO
               PERFORM VARYING WRK-TCP-IDX FROM 1 BY 1
                       UNTIL WRK-TCP-IDX > WRK-TOTAL-COMPRADOS
                   IF WRK-TCP-PRODUTO (WRK-TCP-IDX) = PROD-CODIGO
                       MOVE WRK-TCP-QTDE (WRK-TCP-IDX) TO
                               WRK-A-CAMINHO
                   END-IF
               END-PERFORM
               MOVE SPACES TO WRK-TEXTO-COMPRA
               IF WRK-A-CAMINHO > ZEROS
                   MOVE WRK-A-CAMINHO TO WRK-ED-CAMINHO
                   STRING 'COMPRADO ' WRK-ED-CAMINHO
                       DELIMITED BY SIZE INTO WRK-TEXTO-COMPRA
                   IF WRK-ALERTA NOT = SPACES
                       ADD 1 TO WRK-TOTAL-JA-COMPRADOS
                   END-IF
               END-IF
               MOVE SPACES TO REPORT-LINHA
               STRING PROD-CODIGO ' ' PROD-DESCRICAO
                       ' SALDO ' PROD-ESTOQUE
                       ' MINIMO ' PROD-ESTOQUE-MIN
                       ' ' PROD-ATIVO ' ' WRK-ALERTA
                       ' ' WRK-TEXTO-COMPRA
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
               IF POSICAO-POR-FILIAL
                   PERFORM 2130-LINHA-FILIAL
                       VARYING WRK-FIL-IDX FROM 1 BY 1
                       UNTIL WRK-FIL-IDX > 99
                   PERFORM VARYING WRK-SUG-IDX FROM 1 BY 1
                           UNTIL WRK-SUG-IDX > WRK-TOTAL-SUGESTOES
                       MOVE WRK-SUGESTAO (WRK-SUG-IDX) TO REPORT-LINHA
                       WRITE REPORT-LINHA
                   END-PERFORM
                   PERFORM 2140-LINHA-COPIA-FILIAL
                       VARYING WRK-FIL-IDX FROM 1 BY 1
                       UNTIL WRK-FIL-IDX > 99
                   PERFORM 2150-SUGESTAO-NAS-COPIAS
                       VARYING WRK-SUG-IDX FROM 1 BY 1
                       UNTIL WRK-SUG-IDX > WRK-TOTAL-SUGESTOES
               ELSE
                   MOVE 1 TO WRK-LF-FILIAL
                   PERFORM 7100-GUARDAR-LINHA-FILIAL
                   ADD 1 TO WRK-CF-PRODUTOS (1)
                   IF WRK-ALERTA NOT = SPACES
                       ADD 1 TO WRK-CF-REPOR (1)
                   END-IF
               END-IF
           END-IF.
           READ PRODUTOS NEXT
               AT END
                   MOVE 10 TO PROD-STATUS
           END-READ.

      *MONTA A POSICAO DO PRODUTO CORRENTE EM CADA FILIAL: AS
      *FILIAIS TEM O SEU REGISTRO, A MATRIZ FICA COM O RESTO DO
      *SALDO E DO MINIMO DO CATALOGO; PRODUTO SEM REGISTRO DE
      *FILIAL E SEM NADA EM TRANSITO CONTINUA SO NA MATRIZ
       2100-POSICAO-POR-FILIAL.
           INITIALIZE WRK-TABELA-FILIAL.
           SET SO-MATRIZ TO TRUE.
           MOVE ZEROS TO WRK-FIL-OUTRAS.
           MOVE ZEROS TO WRK-FIL-MIN-OUTRAS.
           MOVE ZEROS TO WRK-QTDE-TRANSF.
           MOVE ZEROS TO WRK-FALTA-COMPRA.
           MOVE ZEROS TO WRK-TOTAL-SUGESTOES.
           IF EFIL-ABERTO
               MOVE PROD-CODIGO TO EFIL-PRODUTO
               MOVE ZEROS TO EFIL-FILIAL
               START ESTOQUE-FILIAL KEY IS NOT LESS THAN EFIL-CHAVE
                   INVALID KEY
                       MOVE 10 TO EFIL-STATUS
               END-START
               IF EFIL-STATUS NOT = 10
                   READ ESTOQUE-FILIAL NEXT
                       AT END
                           MOVE 10 TO EFIL-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL EFIL-STATUS NOT = 0
                       OR EFIL-PRODUTO NOT = PROD-CODIGO
                   IF EFIL-FILIAL > 1
                       SET POSICAO-POR-FILIAL TO TRUE
                       MOVE 'S' TO WRK-TF-PRESENTE (EFIL-FILIAL)
                       MOVE EFIL-SALDO TO WRK-TF-SALDO (EFIL-FILIAL)
                       MOVE EFIL-MINIMO TO WRK-TF-MINIMO (EFIL-FILIAL)
                       ADD EFIL-SALDO TO WRK-FIL-OUTRAS
                       ADD EFIL-MINIMO TO WRK-FIL-MIN-OUTRAS
                   END-IF
                   READ ESTOQUE-FILIAL NEXT
                       AT END
                           MOVE 10 TO EFIL-STATUS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO EFIL-STATUS
           END-IF.
           PERFORM VARYING WRK-TTR-IDX FROM 1 BY 1
                   UNTIL WRK-TTR-IDX > WRK-TOTAL-TRANSITOS
               IF WRK-TTR-PRODUTO (WRK-TTR-IDX) = PROD-CODIGO
                       AND WRK-TTR-DESTINO (WRK-TTR-IDX) > ZEROS
                   SET POSICAO-POR-FILIAL TO TRUE
                   MOVE WRK-TTR-DESTINO (WRK-TTR-IDX) TO WRK-FIL-IDX
                   MOVE 'S' TO WRK-TF-PRESENTE (WRK-FIL-IDX)
                   ADD WRK-TTR-QTDE (WRK-TTR-IDX) TO
                           WRK-TF-TRANSITO (WRK-FIL-IDX)
               END-IF
           END-PERFORM.
           IF POSICAO-POR-FILIAL
               MOVE 'S' TO WRK-TF-PRESENTE (1)
               IF WRK-FIL-OUTRAS < PROD-ESTOQUE
                   COMPUTE WRK-TF-SALDO (1) =
                           PROD-ESTOQUE - WRK-FIL-OUTRAS
               END-IF
               IF WRK-FIL-MIN-OUTRAS < PROD-ESTOQUE-MIN
                   COMPUTE WRK-TF-MINIMO (1) =
                           PROD-ESTOQUE-MIN - WRK-FIL-MIN-OUTRAS
               END-IF
               PERFORM 2105-SOBRA-E-FALTA
                   VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 99
               PERFORM 2110-SUGERIR-TRANSFERENCIA
                   VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 99
           END-IF.

      *A FILIAL NO MINIMO OU ABAIXO (CONTANDO O QUE JA ESTA A
      *CAMINHO DELA) PRECISA DO BASTANTE PARA SAIR DELE; A QUE
      *PASSA DO MINIMO PODE CEDER O EXCESSO
       2105-SOBRA-E-FALTA.
           IF WRK-TF-PRESENTE (WRK-FIL-IDX) = 'S'
               COMPUTE WRK-FIL-DISPONIVEL =
                       WRK-TF-SALDO (WRK-FIL-IDX) +
                       WRK-TF-TRANSITO (WRK-FIL-IDX)
               IF WRK-TF-MINIMO (WRK-FIL-IDX) > ZEROS
                       AND WRK-FIL-DISPONIVEL NOT >
                           WRK-TF-MINIMO (WRK-FIL-IDX)
                   COMPUTE WRK-TF-FALTA (WRK-FIL-IDX) =
                           WRK-TF-MINIMO (WRK-FIL-IDX) -
                           WRK-FIL-DISPONIVEL + 1
               END-IF
               IF WRK-TF-SALDO (WRK-FIL-IDX) >
                       WRK-TF-MINIMO (WRK-FIL-IDX)
                   COMPUTE WRK-TF-SOBRA (WRK-FIL-IDX) =
                           WRK-TF-SALDO (WRK-FIL-IDX) -
                           WRK-TF-MINIMO (WRK-FIL-IDX)
               END-IF
           END-IF.

      *COBRE A FALTA DA FILIAL COM A SOBRA DAS OUTRAS, NA ORDEM
      *DO NUMERO DA FILIAL; O QUE NENHUMA SOBRA COBRE E COMPRA
       2110-SUGERIR-TRANSFERENCIA.
           IF WRK-TF-FALTA (WRK-FIL-IDX) > ZEROS
               PERFORM VARYING WRK-DOA-IDX FROM 1 BY 1
                       UNTIL WRK-DOA-IDX > 99
                          OR WRK-TF-FALTA (WRK-FIL-IDX) = ZEROS
                   IF WRK-TF-SOBRA (WRK-DOA-IDX) > ZEROS
                       PERFORM 2120-ANOTAR-SUGESTAO
                   END-IF
               END-PERFORM
               ADD WRK-TF-FALTA (WRK-FIL-IDX) TO WRK-FALTA-COMPRA
           END-IF.

       2120-ANOTAR-SUGESTAO.
           IF WRK-TF-SOBRA (WRK-DOA-IDX) < WRK-TF-FALTA (WRK-FIL-IDX)
               MOVE WRK-TF-SOBRA (WRK-DOA-IDX) TO WRK-FIL-PARTE
           ELSE
               MOVE WRK-TF-FALTA (WRK-FIL-IDX) TO WRK-FIL-PARTE
           END-IF.
           SUBTRACT WRK-FIL-PARTE FROM WRK-TF-SOBRA (WRK-DOA-IDX).
           SUBTRACT WRK-FIL-PARTE FROM WRK-TF-FALTA (WRK-FIL-IDX).
           ADD WRK-FIL-PARTE TO WRK-QTDE-TRANSF.
           IF WRK-TOTAL-SUGESTOES < 100
               ADD 1 TO WRK-TOTAL-SUGESTOES
               MOVE WRK-FIL-PARTE TO WRK-ED-PARTE
               MOVE SPACES TO WRK-SUGESTAO (WRK-TOTAL-SUGESTOES)
               STRING '       ** TRANSFERIR ' WRK-ED-PARTE
                       ' DA FILIAL ' WRK-DOA-IDX (2:2)
                       ' PARA A FILIAL ' WRK-FIL-IDX (2:2) ' **'
                   DELIMITED BY SIZE INTO
                       WRK-SUGESTAO (WRK-TOTAL-SUGESTOES)
               MOVE WRK-DOA-IDX TO WRK-SUG-ORIGEM (WRK-TOTAL-SUGESTOES)
               MOVE WRK-FIL-IDX TO
                       WRK-SUG-DESTINO (WRK-TOTAL-SUGESTOES)
           END-IF.

       2130-LINHA-FILIAL.
           IF WRK-TF-PRESENTE (WRK-FIL-IDX) = 'S'
               MOVE WRK-TF-SALDO (WRK-FIL-IDX) TO WRK-ED-SALDO
               MOVE WRK-TF-MINIMO (WRK-FIL-IDX) TO WRK-ED-MINIMO
               MOVE WRK-TF-TRANSITO (WRK-FIL-IDX) TO WRK-ED-TRANSITO
               MOVE SPACES TO REPORT-LINHA
               STRING '       FILIAL ' WRK-FIL-IDX (2:2)
                       ' SALDO ' WRK-ED-SALDO
                       ' MINIMO ' WRK-ED-MINIMO
                       ' EM TRANSITO ' WRK-ED-TRANSITO
                   DELIMITED BY SIZE INTO REPORT-LINHA
               WRITE REPORT-LINHA
           END-IF.

      *A LINHA DO PRODUTO NA COPIA DE CADA FILIAL ONDE ELE ESTA:
      *SO O SALDO, O MINIMO E O TRANSITO DAQUELA FILIAL; REPOR E O
      *QUE SOBROU DA FALTA DEPOIS DAS TRANSFERENCIAS SUGERIDAS
       2140-LINHA-COPIA-FILIAL.
           IF WRK-TF-PRESENTE (WRK-FIL-IDX) = 'S'
               MOVE SPACES TO WRK-ALERTA-FILIAL
               IF WRK-TF-FALTA (WRK-FIL-IDX) > ZEROS
                   MOVE '** REPOR **' TO WRK-ALERTA-FILIAL
                   ADD 1 TO WRK-CF-REPOR (WRK-FIL-IDX)
               END-IF
               MOVE WRK-TF-SALDO (WRK-FIL-IDX) TO WRK-ED-SALDO
               MOVE WRK-TF-MINIMO (WRK-FIL-IDX) TO WRK-ED-MINIMO
               MOVE WRK-TF-TRANSITO (WRK-FIL-IDX) TO WRK-ED-TRANSITO
               MOVE SPACES TO REPORT-LINHA
               STRING PROD-CODIGO ' ' PROD-DESCRICAO
                       ' SALDO ' WRK-ED-SALDO
                       ' MINIMO ' WRK-ED-MINIMO
                       ' EM TRANSITO ' WRK-ED-TRANSITO
                       ' ' WRK-ALERTA-FILIAL
                   DELIMITED BY SIZE INTO REPORT-LINHA
               MOVE WRK-FIL-IDX TO WRK-LF-FILIAL
               PERFORM 7100-GUARDAR-LINHA-FILIAL
               ADD 1 TO WRK-CF-PRODUTOS (WRK-FIL-IDX)
           END-IF.

       2150-SUGESTAO-NAS-COPIAS.
           MOVE WRK-SUGESTAO (WRK-SUG-IDX) TO REPORT-LINHA.
           MOVE WRK-SUG-ORIGEM (WRK-SUG-IDX) TO WRK-LF-FILIAL.
           PERFORM 7100-GUARDAR-LINHA-FILIAL.
           MOVE WRK-SUG-DESTINO (WRK-SUG-IDX) TO WRK-LF-FILIAL.
           PERFORM 7100-GUARDAR-LINHA-FILIAL.

       3000-FINALIZAR.
           MOVE ALL '-' TO REPORT-LINHA.
           WRITE REPORT-LINHA.
           MOVE SPACES TO REPORT-LINHA.
           STRING 'PRODUTOS ' WRK-TOTAL-LISTADOS
                   ' A REPOR ' WRK-TOTAL-REPOR
                   ' JA COMPRADOS ' WRK-TOTAL-JA-COMPRADOS
                   ' COM TRANSFERENCIA ' WRK-TOTAL-TRANSFERIR
               DELIMITED BY SIZE INTO REPORT-LINHA.
           WRITE REPORT-LINHA.
           CLOSE ESTOQUE-REPORT.
           CLOSE PRODUTOS.
           IF EFIL-ABERTO
               CLOSE ESTOQUE-FILIAL
           END-IF.
           PERFORM 7200-GERAR-COPIAS.
           DISPLAY '---------------------------------------'.
           DISPLAY 'POSICAO DE ESTOQUE - TOTAIS'.
           DISPLAY 'PRODUTOS LIDOS.....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'LISTADOS...........: ' WRK-TOTAL-LISTADOS.
           DISPLAY 'ABAIXO DO MINIMO...: ' WRK-TOTAL-REPOR.
           DISPLAY 'DESTES, JA COMPRADOS: ' WRK-TOTAL-JA-COMPRADOS.
           DISPLAY 'COM TRANSFERENCIA..: ' WRK-TOTAL-TRANSFERIR.
           DISPLAY 'COPIAS POR FILIAL..: ' WRK-COPIAS-GERADAS.
           DISPLAY 'DESTAS, SEM MOVIM..: ' WRK-COPIAS-SEM-MOV.
           DISPLAY '---------------------------------------'.

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
           MOVE 'ESTOQUE.TXT' TO WRK-IDX-ARQUIVO.
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
               STRING 'ESTOQUE-' WRK-CF-IDX (2:2) '.TXT'
                   DELIMITED BY SIZE INTO WRK-ARQ-FILIAL
               OPEN OUTPUT COPIA-FILIAL
               MOVE SPACES TO COPIA-LINHA
               STRING 'POSICAO DE ESTOQUE DO CATALOGO'
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
           STRING 'PRODUTOS ' WRK-CF-PRODUTOS (WRK-CF-IDX)
                   ' A REPOR ' WRK-CF-REPOR (WRK-CF-IDX)
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
           MOVE 'ESTPOS' TO RELIDX-JOB.
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
