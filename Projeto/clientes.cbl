               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.
      *INDICE DOS PEDIDOS POR DATA DE LANCAMENTO E POR DATA DO
      *PEDIDO, CADA UMA COM A FILIAL (PEDIDX.DAT, RECRIADO PELO
      *IDXPED E PELO REORPED); E DOS LOTES DE PERIODO E NAO ENTRA
      *NA TABELA DE CLONES DO TREINAMENTO
           SELECT PEDIDOS-INDICE ASSIGN TO 'PEDIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDX-CHAVE
               ALTERNATE RECORD KEY IS PDX-LANC WITH DUPLICATES
               ALTERNATE RECORD KEY IS PDX-EMISSAO WITH DUPLICATES
               FILE STATUS IS PDX-STATUS.
      *RECEBIMENTOS (DINHEIRO QUE ENTROU) POR PEDIDO; A CHAVE E
      *TELEFONE+NUMERO DO PEDIDO+SEQUENCIA, PARA QUE OS PAGAMENTOS
      *PARCIAIS DE UM MESMO PEDIDO FIQUEM AGRUPADOS E EM ORDEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUSAO-STATUS.
      *FILA DE APROVACAO A QUATRO OLHOS DAS ACOES SENSIVEIS:
      *AUMENTO DE LIMITE ACIMA DO TETO, EXCLUSAO LOGICA,
      *INSTRUCAO DE FUSAO E BAIXA POR PERDA (ESTA REGISTRADA PELO
      *OPERADOR NA OPCAO BX) E SIMULACAO DE REAJUSTE (REGISTRADA
      *PELO LOTE REAJSIM); O PRIMEIRO ADMIN REGISTRA, UM SEGUNDO
      *ADMIN (DIFERENTE) APROVA OU RECUSA NA OPCAO AQ, E O
      *PENDENTE PARADO EXPIRA SOZINHO
           SELECT PENDENCIAS ASSIGN TO WRK-ARQ-PENDAPRO
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRECO-CHAVE
               FILE STATUS IS PRECO-STATUS.
      *PRECO NEGOCIADO POR CLIENTE OU GRUPO DE CLIENTES, POR
      *PRODUTO OU POR CATEGORIA, COM INICIO E FIM DE VIGENCIA;
      *TEM PRIORIDADE SOBRE A TABELA GERAL NO 8527
           SELECT PRECOS-ESP ASSIGN TO WRK-ARQ-PRECOESP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PESP-CHAVE
               FILE STATUS IS PESP-STATUS.
      *CONTA DE CREDITOS DO CLIENTE: ADIANTAMENTOS E SOBRAS
      *ENTRAM COMO DEPOSITO (D) E O USO EM PEDIDO SAI COMO
      *APLICACAO (A); O SALDO E A SOMA DOS D MENOS A DOS A
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCORE-FONE
               FILE STATUS IS SCORE-STATUS.
      *RESUMO CONSOLIDADO POR CLIENTE GRAVADO PELO LOTE RESCLI NA
      *NOITE; AQUI SO LEITURA, PARA A FICHA MOSTRAR A POSICAO DE
      *SALDO, ATRASO E ULTIMO PAGAMENTO SEM VARRER A COBRANCA
           SELECT RESUMO ASSIGN TO 'RESCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-FONE
               FILE STATUS IS RSM-STATUS.
      *SEGMENTO RFM GRAVADO PELO LOTE MENSAL RFMCLI; AQUI SO
      *LEITURA, PARA A FICHA MOSTRAR O MOMENTO DO CLIENTE
           SELECT SEGMENTOS-RFM ASSIGN TO 'SEGCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFM-FONE
               FILE STATUS IS RFM-STATUS.
      *METAS DE VENDA POR MES/FILIAL/OPERADOR, MANTIDAS PELO
      *ADMIN NA OPCAO MG E COMPARADAS COM O REALIZADO PELO LOTE
      *METAREL; OPERADOR EM BRANCO E A META DA FILIAL INTEIRA
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS PROD-STATUS.
      *CODIGOS DE BARRAS (EAN/GTIN) DO CATALOGO, CHAVEADOS PELO
      *PROPRIO CODIGO PARA A LEITURA DO LEITOR SER UM ACESSO SO; UM
      *PRODUTO PODE TER VARIOS (UNIDADE, CAIXA, FARDO...)
           SELECT PRODUTOS-EAN ASSIGN TO WRK-ARQ-PRODEAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEAN-CODIGO
               FILE STATUS IS PEAN-STATUS.
      *INDICACOES DE CLIENTES: QUEM INDICOU CADA CLIENTE NOVO, PELA
      *CHAVE DO INDICADO (UM CLIENTE SO E INDICADO UMA VEZ); O LOTE
      *INDCLI CREDITA A RECOMPENSA E FECHA A INDICACAO
           SELECT INDICACOES ASSIGN TO WRK-ARQ-INDICA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-INDICADO
               FILE STATUS IS IND-STATUS.
      *EQUIPAMENTOS EMPRESTADOS EM COMODATO JUNTO COM OS CONTRATOS
      *MENSAIS, PELO NUMERO DE SERIE: EM QUE CONTRATO E EM QUE
      *ENDERECO ESTA CADA UM (VIDE LOTE EQPREL)
           SELECT EQUIPAMENTOS ASSIGN TO WRK-ARQ-EQUIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQP-SERIE
               FILE STATUS IS EQP-STATUS.
      *DOCUMENTO IMPRIMIVEL DAS ORDENS DE RECOLHIMENTO, ACRESCENTADO
      *A CADA ENCERRAMENTO DE CONTRATO COM EQUIPAMENTO NO CLIENTE
           SELECT RECOLHIMENTOS ASSIGN TO WRK-ARQ-RECOLHE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOLHE-STATUS.
      *CAPTURA DO BALCAO EM CONTINGENCIA (OPCAO CG NA JANELA DO
      *LOTE, OU NA ABERTURA QUANDO O CADASTRO NAO CONFERE COM O
      *CONTROLE): PEDIDOS E RECEBIMENTOS COM NUMERO PROVISORIO, SO
      *ACRESCENTADOS AQUI E LANCADOS NOS ARQUIVOS OFICIAIS PELO
      *LOTE CONTREP
           SELECT CONTINGENCIA ASSIGN TO WRK-ARQ-CONTING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTG-STATUS.
      *SEQUENCIAL DO ULTIMO NUMERO PROVISORIO DADO, NOS MOLDES DO
      *RECIBO.SEQ
           SELECT CONTING-SEQ ASSIGN TO WRK-ARQ-CTGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTGSEQ-STATUS.
      *COPIA DE CONSULTA DA SEGUNDA UNIDADE (CLIENTES.DAT), MANTIDA
      *PELO LOTE MIGCLI: NA CONTINGENCIA O CLIENTE E CONSULTADO
      *NELA, SO PARA LEITURA, SEM TOCAR O CADASTRO PRINCIPAL; FICA
      *FORA DA TABELA DE CLONES DO TREINAMENTO, COMO O PEDIDX
           SELECT CLIENTE-REPLICA ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIREP-CHAVE
               FILE STATUS IS CLIREP-STATUS.
      *ITENS DO PEDIDO, UM REGISTRO POR LINHA DA VENDA; A CHAVE E
      *TELEFONE+NUMERO DO PEDIDO+NUMERO DO ITEM, E O VALOR DO
      *CABECALHO DO PEDIDO E SEMPRE A SOMA DOS SEUS ITENS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTR-CHAVE
               FILE STATUS IS CONTR-STATUS.
      *LEITURAS DE CONSUMO DOS CONTRATOS MEDIDOS, UMA POR CONTRATO
      *E MES, DIGITADAS NA TELA DE CONTRATOS OU IMPORTADAS PELO
      *LOTE LEITIMP; O CTRPED FATURA A FRANQUIA E O EXCEDENTE
           SELECT LEITURAS ASSIGN TO WRK-ARQ-LEITURAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEIT-CHAVE
               FILE STATUS IS LEIT-STATUS.
      *MODELOS DE MENSAGEM POR TIPO E CANAL (OPCAO MM), LIDOS
      *TAMBEM PELOS LOTES COBRANCA, EXTRATO, NOTIFIC E CAMPCLI;
      *SEM O ARQUIVO VALEM OS TEXTOS PADRAO DE CADA PROGRAMA
           SELECT MODELOS-MSG ASSIGN TO 'MODMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODMSG-STATUS.
      *CAPACIDADE DE ENTREGAS POR FILIAL (OPCAO CE): QUANTAS
      *ENTREGAS CABEM DE MANHA E A TARDE EM CADA DIA DA SEMANA E AS
      *EXCECOES POR DATA; SEM LINHA NENHUMA DA FILIAL A AGENDA DELA
      *FICA SEM CONTROLE DE VAGA
           SELECT CAPAC-ENTREGA ASSIGN TO 'ENTCAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENT-STATUS.
      *ENTREGAS REMARCADAS POR FALTA DE VAGA E ENCAIXES EM PERIODO
      *LOTADO, UMA POR LINHA; LIDO PELO LOTE AGDENT
           SELECT ENTREGA-REMARCADA ASSIGN TO WRK-ARQ-ENTREMAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERM-STATUS.
      *TABELA DE REFERENCIA DE FAIXAS DE CEP POR CIDADE/UF; SE
      *NAO EXISTIR, VALEM AS FAIXAS DE FABRICA POR UF EM WORKING
           SELECT CEP-REFERENCIA ASSIGN TO 'CEPUF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CEP-REF-STATUS.
      *TABELA DE FRETE POR FAIXA DE CEP, NOS MOLDES DO CEPUF.DAT;
      *SEM ELA A ENTREGA E AGENDADA SEM FRETE CALCULADO
           SELECT TABELA-FRETE ASSIGN TO 'FRETE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRT-STATUS.
      *TABELA DE TRIBUTACAO POR NATUREZA (MERCADORIA/SERVICO),
      *CATEGORIA DE PRODUTO E UF DE DESTINO; SEM ELA VALEM AS
      *ALIQUOTAS PADRAO DE WORKING
           SELECT TABELA-TRIBUTOS ASSIGN TO 'TRIBUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRB-STATUS.
      *LINHAS REJEITADAS PELO IMPCLI, RELIDAS PELA TELA RJ PARA
      *CORRECAO E REINCLUSAO DIRETA NO CADASTRO; AS QUE NAO FOREM
      *RESOLVIDAS VOLTAM PARA O MESMO ARQUIVO VIA O TEMPORARIO
           SELECT REJ-TEMP ASSIGN TO WRK-ARQ-REJ-TEMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-TEMP-STATUS.
      *PEDIDOS DA LOJA VIRTUAL RECUSADOS PELO LOTE LOJAWEB, TAMBEM
      *TRATADOS NA TELA RJ; OS LIBERADOS VAO PARA LOJAWEB.LIB, QUE
      *O LOTE LE ANTES DO ARQUIVO DO SITE NA PROXIMA RODADA
           SELECT REJ-LOJA ASSIGN TO WRK-ARQ-REJ-LOJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-LOJA-STATUS.
           SELECT RJT-LOJA ASSIGN TO WRK-ARQ-RJT-LOJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJT-LOJA-STATUS.
           SELECT LIB-LOJA ASSIGN TO WRK-ARQ-LIB-LOJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB-LOJA-STATUS.
      *REGISTRO CENTRAL DE EXECUCAO DOS JOBS DE LOTE, GRAVADO POR
      *CADA JOB (VIDE 9500/9600 NOS PROGRAMAS DE batch/); AQUI SO
      *LEITURA, PARA O PAINEL DE OPERACOES (OPCAO OP)
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-NOME
               FILE STATUS IS JOBCTL-STATUS.
      *PLANO DOS JOBS PERIODICOS DA ULTIMA NOITE, GRAVADO PELO
      *JOBAGEN A PARTIR DA AGENDA JOBAGENDA.DAT; AQUI SO LEITURA,
      *PARA O PAINEL APONTAR O QUE ESTAVA PREVISTO E NAO RODOU
           SELECT JOB-PREVISTOS ASSIGN TO 'JOBPREV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRV-STATUS.
      *FILA DE NOTIFICACOES DE MUDANCA DE SITUACAO: CADA MUDANCA
      *DE STATUS GRAVADA PELA TELA (OU PELO IMPFAT) DEIXA AQUI UM
      *REGISTRO, QUE O LOTE NOTIFIC DISTRIBUI NOS ARQUIVOS DE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SEG-STATUS.
      *CONTROLE DO ENCADEAMENTO DAS TRILHAS: CODIGO DE VERIFICACAO
      *DA ULTIMA LINHA GRAVADA EM CADA TRILHA (VIDE LOTE VERTRI);
      *FICA FORA DA TABELA DE CLONES: NO TREINAMENTO A AUDITORIA E
      *O DIARIO DE CONSULTAS DOS CLONES NAO SAO ENCADEADOS AQUI
           SELECT TRILHA-CONTROLE ASSIGN TO 'TRLCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-ARQUIVO
               FILE STATUS IS TRC-STATUS.
      *RESULTADO DA ULTIMA VERIFICACAO DAS TRILHAS FEITA PELO LOTE
      *VERTRI (UMA LINHA POR TRILHA); AQUI SO LEITURA, PARA O
      *PAINEL DE OPERACOES APONTAR A TRILHA ADULTERADA
           SELECT TRILHA-VERIFICACAO ASSIGN TO 'VERTRI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VTR-STATUS.
      *RESULTADO DA ULTIMA MEDIDA DE CAPACIDADE DOS ARQUIVOS DE
      *DADOS FEITA PELO LOTE SEMANAL CAPARQ (UMA LINHA POR
      *ARQUIVO); AQUI SO LEITURA, PARA O PAINEL DE OPERACOES
      *APONTAR O ARQUIVO PERTO DO LIMITE E A ROTINA A RODAR
           SELECT CAPACIDADE ASSIGN TO 'CAPARQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAP-STATUS.
      *PROSPECTOS: INTERESSADOS QUE AINDA NAO COMPRARAM, COM O
      *MINIMO DE DADOS (NOME, UM TELEFONE, CANAL E O INTERESSE
      *ANOTADO); QUANDO FECHAM, A CONVERSAO PRE-PREENCHE A TELA
      *DE CADASTRO E APAGA O PROSPECTO (A ORIGEM FICA EM ORIGENS)
           SELECT PROSPECTOS ASSIGN TO WRK-ARQ-PROSPECTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS ORC-STATUS.
      *VINCULO DE ORIGEM DO FUNIL COMERCIAL: O PROSPECTO E APAGADO
      *NA CONVERSAO, ENTAO QUEM O ANOTOU, POR QUAL CANAL, QUANDO
      *VIROU CLIENTE E QUEM EMITIU E CONVERTEU CADA ORCAMENTO FICAM
      *GUARDADOS AQUI PARA O LOTE FUNIL
           SELECT ORIGENS ASSIGN TO WRK-ARQ-ORIGENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORIG-CHAVE
               FILE STATUS IS ORIG-STATUS.
      *ARQUIVO HISTORICO DOS PEDIDOS ANTIGOS MOVIDOS PELO ARQPED;
      *SO LEITURA, PARA A TELA DE HISTORICO PAGINAR OS PEDIDOS
      *ARQUIVADOS SEM NINGUEM PRECISAR ABRIR O ARQUIVO NO BRACO
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDARQ-FONE
               FILE STATUS IS PEDARQ-STATUS.
      *CADASTRO DE FORNECEDORES: DE QUEM A MERCADORIA E COMPRADA,
      *COM O PRAZO DE ENTREGA COMBINADO PARA SUGERIR A PREVISAO
      *DE CHEGADA DO PEDIDO DE COMPRA
           SELECT FORNECEDORES ASSIGN TO WRK-ARQ-FORNEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS FORN-STATUS.
      *PEDIDOS DE COMPRA AOS FORNECEDORES (CABECALHO) E SUAS
      *LINHAS POR PRODUTO DO CATALOGO; O RECEBIMENTO DA NOTA DO
      *FORNECEDOR CONFERE O PEDIDO CONTRA O QUE CHEGOU E E A
      *UNICA PORTA DE ENTRADA DE MERCADORIA COMPRADA NO ESTOQUE
           SELECT COMPRAS ASSIGN TO WRK-ARQ-COMPRAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-NUMERO
               FILE STATUS IS CMP-STATUS.
           SELECT COMPRA-ITENS ASSIGN TO WRK-ARQ-CMPITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMPI-CHAVE
               FILE STATUS IS CMPI-STATUS.
      *SEQUENCIAL DO ULTIMO PEDIDO DE COMPRA, NOS MOLDES DO
      *RECIBO.SEQ
           SELECT COMPRA-SEQ ASSIGN TO WRK-ARQ-CMPSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPSEQ-STATUS.
      *CONTAS A PAGAR: UM TITULO POR PARCELA DA NOTA DO FORNECEDOR,
      *COM VENCIMENTO, VALOR E BAIXA DO PAGAMENTO - O LADO DAS
      *SAIDAS QUE O RECEBIMENTOS/PARCELAS NAO ENXERGAM
           SELECT TITULOS-PAGAR ASSIGN TO WRK-ARQ-PAGAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS PAG-STATUS.
      *INVENTARIO FISICO: FOTO DO SALDO CONGELADA PELO INVCONG,
      *CONTAGEM DIGITADA NA OPCAO IV E APROVACAO NA OPCAO AI
           SELECT INVENTARIO ASSIGN TO WRK-ARQ-INVENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PRODUTO
               FILE STATUS IS INV-STATUS.
      *BAIXA DO ROMANEIO: UMA LINHA POR TENTATIVA DE ENTREGA
      *(ENTREGUE COM O RECEBEDOR OU FRUSTRADA COM O MOTIVO), PELA
      *OPCAO BR OU PELO LOTE ROMRET COM O ARQUIVO DO MOTORISTA
           SELECT BAIXAS-ENTREGA ASSIGN TO WRK-ARQ-ENTBX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBX-CHAVE
               FILE STATUS IS EBX-STATUS.
      *SITUACAO DA NOTA FISCAL ELETRONICA DE CADA NOTA DO LIVRO:
      *GERADA PELO LOTE NFEENV, AUTORIZADA (COM O PROTOCOLO),
      *REJEITADA OU DENEGADA PELO RETORNO DO LOTE NFERET; A
      *REJEITADA FICA NO PAINEL OP ATE SER CORRIGIDA (OPCAO NE) E
      *REENVIADA
           SELECT NFE-SITUACAO ASSIGN TO WRK-ARQ-NFESIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-NUMERO
               FILE STATUS IS NFE-STATUS.

      *ACORDOS DE RENEGOCIACAO (OPCAO AR): O CABECALHO COM AS
      *PARCELAS VENCIDAS DE ORIGEM E A AGENDA NOVA DO ACORDO; O
      *LOTE ACOVENC DERRUBA O ACORDO QUE ATRASAR ALEM DA TOLERANCIA
           SELECT ACORDOS ASSIGN TO WRK-ARQ-ACORDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-CHAVE
               FILE STATUS IS ACO-STATUS.

           SELECT ACORDO-PARCELAS ASSIGN TO WRK-ARQ-ACOPARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS AP-STATUS.

      *NEGATIVACOES NO BIRO DE CREDITO (AVISO PREVIO, INCLUSAO E
      *EXCLUSAO), GRAVADAS PELO LOTE NEGATIV E MOSTRADAS NA FICHA
           SELECT NEGATIVACOES ASSIGN TO WRK-ARQ-NEGATIV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS NEG-STATUS.

      *PEDIDOS BAIXADOS POR PERDA (TITULO INCOBRAVEL), UM POR
      *PEDIDO, GRAVADOS QUANDO O SEGUNDO ADMIN APROVA A BAIXA NA
      *OPCAO AQ; NADA DO PEDIDO E APAGADO - O REGISTRO SO MARCA O
      *SALDO COMO PERDIDO PARA O AGECLI, O PDDMES E O CONTEXP
           SELECT PERDAS ASSIGN TO WRK-ARQ-PERDAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CHAVE
               FILE STATUS IS PRD-STATUS.

      *CUSTODIA DOS CHEQUES RECEBIDOS, UM POR RECEBIMENTO EM
      *CHEQUE (MESMA CHAVE DO RECEBIMENTO); O CHEQUE NASCE NA
      *GAVETA, O LOTE CHQDEP O DA POR DEPOSITADO NO BOM PARA E A
      *OPCAO DV O DEVOLVE, ESTORNANDO O RECEBIMENTO
           SELECT CHEQUES ASSIGN TO WRK-ARQ-CHEQUES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS CHQ-STATUS.
      *COBRANCAS PIX GERADAS PELO LOTE PIXREM POR TELEFONE+PEDIDO+
      *PARCELA; O CADASTRO SO AS REGRAVA NA MUDANCA DE TELEFONE
           SELECT PIX-EMITIDOS ASSIGN TO WRK-ARQ-PIXEMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-CHAVE
               FILE STATUS IS PIX-STATUS.
      *PROGRAMA DE FIDELIDADE: PONTOS GANHOS POR PEDIDO PAGO (G),
      *COM VALIDADE DE 12 MESES, E RESGATES EM CREDITO (R); O
      *SALDO E A SOMA DOS GANHOS AINDA VALIDOS MENOS O JA USADO E
      *O ESTORNADO
           SELECT PONTOS ASSIGN TO WRK-ARQ-PONTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS PTS-STATUS.
      *VALES-PRESENTE VENDIDOS NO BALCAO: NUMERO COM DIGITO
      *VERIFICADOR, VALOR DE FACE, SALDO AINDA NAO USADO E
      *VALIDADE; O VALE E ACEITO NO RECEBIMENTO (FORMA V) ATE O
      *SALDO ACABAR OU O VALE VENCER
           SELECT VALES ASSIGN TO WRK-ARQ-VALES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VALE-NUMERO
               FILE STATUS IS VALE-STATUS.
      *SEQUENCIAL DO ULTIMO VALE EMITIDO, NOS MOLDES DO RECIBO.SEQ
           SELECT VALE-SEQ ASSIGN TO WRK-ARQ-VALESEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALESEQ-STATUS.
      *MOVIMENTO DOS VALES (VENDA E RESGATE), LIDO PELO VALEMES
      *PARA O RELATORIO MENSAL DO CONTADOR
           SELECT VALES-MOV ASSIGN TO WRK-ARQ-VALEMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VMOV-STATUS.
      *COMPOSICAO DOS PRODUTOS COMPOSTOS (KITS): UM REGISTRO POR
      *COMPONENTE, CHAVE PAI+COMPONENTE PARA OS COMPONENTES DE UM
      *KIT FICAREM JUNTOS; PRODUTO SEM COMPONENTES NAO E KIT
           SELECT KITS ASSIGN TO WRK-ARQ-KITS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS KIT-STATUS.
      *LOTES DE ESTOQUE DOS PRODUTOS PERECIVEIS: SALDO POR LOTE,
      *CHAVE PRODUTO+VALIDADE+LOTE PARA OS LOTES DE UM PRODUTO
      *FICAREM NA ORDEM DE VENCIMENTO (A SAIDA CONSOME O PRIMEIRO)
           SELECT LOTES ASSIGN TO WRK-ARQ-LOTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTE-CHAVE
               FILE STATUS IS LOTE-STATUS.
      *DE QUAL LOTE SAIU CADA PARTE DE UM ITEM DE PEDIDO, PARA A
      *DEVOLUCAO VOLTAR AO LOTE DE ORIGEM
           SELECT ITENS-LOTE ASSIGN TO WRK-ARQ-ITEMLOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ILOTE-CHAVE
               FILE STATUS IS ILOTE-STATUS.
      *SALDO E MINIMO DE CADA PRODUTO NAS FILIAIS ALEM DA MATRIZ;
      *O PROD-ESTOQUE CONTINUA SENDO O TOTAL DA EMPRESA E A MATRIZ
      *FICA COM O QUE NAO ESTA EM NENHUMA OUTRA FILIAL
           SELECT ESTOQUE-FILIAL ASSIGN TO WRK-ARQ-ESTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EFIL-CHAVE
               FILE STATUS IS EFIL-STATUS.
      *GUIAS DE TRANSFERENCIA DE MERCADORIA ENTRE FILIAIS E SUAS
      *LINHAS POR PRODUTO, NOS MOLDES DO PEDIDO DE COMPRA
           SELECT GUIAS-TRANSF ASSIGN TO WRK-ARQ-GUIAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTR-NUMERO
               FILE STATUS IS GTR-STATUS.
           SELECT GUIA-ITENS ASSIGN TO WRK-ARQ-GUIAITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTRI-CHAVE
               FILE STATUS IS GTRI-STATUS.
      *SEQUENCIAL DA ULTIMA GUIA, NOS MOLDES DO COMPRA.SEQ
           SELECT GUIA-SEQ ASSIGN TO WRK-ARQ-GUIASEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GTRSEQ-STATUS.
      *ORDENS DE SERVICO DA ASSISTENCIA TECNICA, UMA POR PRODUTO
      *QUE VOLTA COM DEFEITO, PRESA AO ITEM VENDIDO; SUBSTITUI O
      *TEXTO LIVRE NO ATEND.DAT E ALIMENTA O LOTE OSREL
           SELECT ORDENS-SERVICO ASSIGN TO WRK-ARQ-OSERV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS OS-STATUS.
      *SEQUENCIAL DA ULTIMA OS, NOS MOLDES DO GUIA.SEQ
           SELECT OS-SEQ ASSIGN TO WRK-ARQ-OSSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OSSEQ-STATUS.
      *CODIGO DE CAMPANHA INFORMADO NO LANCAMENTO DO PEDIDO (OU NA
      *CONVERSAO DO ORCAMENTO), NA CHAVE DO PROPRIO PEDIDO
           SELECT PEDIDOS-CAMPANHA ASSIGN TO WRK-ARQ-PEDCAMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAMP-CHAVE
               FILE STATUS IS PCAMP-STATUS.
      *CAMPANHAS EXTRAIDAS PELO LOTE CAMPCLI; AQUI SO LEITURA,
      *PARA RECUSAR CODIGO DE CAMPANHA QUE NAO EXISTE
           SELECT CAMPANHAS ASSIGN TO 'CAMPANHA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMP-CODIGO
               FILE STATUS IS CAMP-STATUS.

       DATA DIVISION.

      *CADASTRO, PARA RESPONDER "QUEM LANCOU ESTE VALOR E QUANDO"
           05 AUDIT-PEDIDO PIC 9(06).
           05 AUDIT-VALOR PIC 9(07)V99.
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 AUDIT-VERIFICADOR PIC 9(09).

      *REGISTRO UNICO DE CONFIGURACAO: TITULO DO TELA-MENU E AS CORES
      *DE FUNDO/LETRA USADAS NO CABECALHO (MESMOS CODIGOS DE COR DO
               10 CRED-SENHA-HASH PIC 9(09).
               10 CRED-DATA-TROCA PIC 9(08).
               10 CRED-FORCA-TROCA PIC X(01).
      *PERFIL DO OPERADOR: C=SO CONSULTA, O=OPERACAO, A=ADMIN,
      *T=ESTAGIARIO, G=GERENTE REGIONAL; EM BRANCO (ARQUIVO
      *ANTERIOR AO PERFIL) VALE OPERACAO. C, O E T SO ENXERGAM OS
      *CLIENTES DA PROPRIA FILIAL (CRED-FILIAL)
               10 CRED-PERFIL PIC X(01).
      *FALHAS CONSECUTIVAS DE SENHA E TRAVA DE BLOQUEIO; O
      *BLOQUEIO SO CAI PELA OPCAO DB DE UM ADMIN
           05 PEDIDOS-DATA PIC 9(08).
           05 PEDIDOS-VALOR PIC 9(07)V99.
           05 PEDIDOS-DESCRICAO PIC X(40).
      *A VENDA DE VALE-PRESENTE E UM PEDIDO MARCADO NA DESCRICAO
           05 PED-DESC-VALE REDEFINES PEDIDOS-DESCRICAO.
               10 PED-VALE-ROTULO PIC X(14).
                   88 PED-VENDA-VALE VALUE 'VALE-PRESENTE '.
               10 PED-VALE-NUMERO PIC X(08).
               10 FILLER PIC X(18).
      *CICLO DE VIDA DO PEDIDO: NASCE ABERTO, PASSA A FATURADO E
      *DEPOIS A PAGO; O CANCELAMENTO NAO APAGA O REGISTRO, MARCA
      *COMO CANCELADO E GRAVA UM PEDIDO DE ESTORNO (E) DE MESMO
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

      *REGISTRO DE RECEBIMENTO, UM POR PAGAMENTO (PARCIAL OU TOTAL)
      *LANCADO PARA UM PEDIDO
       FD RECEBIMENTOS.
               88 RECEB-CREDITO VALUE 'C'.
               88 RECEB-BOLETO VALUE 'L'.
               88 RECEB-NOTA-CRED VALUE 'N'.
               88 RECEB-CHEQUE VALUE 'H'.
               88 RECEB-VALE VALUE 'V'.
      *NUMERO DO RECIBO IMPRESSO NO BALCAO; ZERO NOS RECEBIMENTOS
      *ANTIGOS E NOS GRAVADOS PELOS LOTES
           05 RECEB-RECIBO PIC 9(06).
           05 PARC-SITUACAO PIC X(01).
               88 PARC-ABERTA VALUE 'A'.
               88 PARC-QUITADA VALUE 'Q'.
      *PARCELA QUE ENTROU NUM ACORDO: SAI DA COBRANCA NORMAL E SO
      *RECEBE PELO PAGAMENTO DAS PARCELAS DO ACORDO
               88 PARC-RENEGOCIADA VALUE 'N'.

      *COPIAS DE SEGURANCA DOS FINANCEIROS: MESMAS LARGURAS DOS
      *REGISTROS VIVOS (PEDIDOS 100, ITENS 91, RECEBIMENTOS 59)
           05 FUSAO-FONE-DESTINO PIC 9(09).

      *UMA PENDENCIA POR ACAO SENSIVEL AGUARDANDO O SEGUNDO
      *ADMIN: P=PENDENTE, A=APROVADA, R=RECUSADA, X=EXPIRADA,
      *E=EXECUTADA (REAJUSTE JA APLICADO PELO REAJAPL)
       FD PENDENCIAS.
       01 PND-REG.
           05 PND-ID PIC 9(06).
               88 PND-LIMITE VALUE 'LIMITE'.
               88 PND-EXCLUSAO VALUE 'EXCLUSAO'.
               88 PND-MERGE VALUE 'MERGE'.
               88 PND-PERDA VALUE 'PERDA'.
               88 PND-REAJUSTE VALUE 'REAJUSTE'.
               88 PND-FILIAL VALUE 'FILIAL'.
               88 PND-AGENDA VALUE 'AGENDA'.
           05 PND-FONE PIC 9(09).
      *NA SIMULACAO DE REAJUSTE O FONE LEVA O TOTAL DE CONTROLE DOS
      *PARAMETROS, O FONE2 A QUANTIDADE DE REGRAS E O VALOR O
      *AUMENTO DE RECEITA ESPERADO NO ANO
      *NA BAIXA POR PERDA LEVA O NUMERO DO PEDIDO
      *NO ATENDIMENTO DE OUTRA FILIAL O FONE2 LEVA A FILIAL DO
      *CLIENTE
      *NO ENCAIXE EM PERIODO LOTADO DA AGENDA DE ENTREGAS LEVA O
      *NUMERO DO PEDIDO
           05 PND-FONE2 PIC 9(09).
           05 PND-VALOR PIC 9(07)V99.
           05 PND-SOLICITANTE PIC X(09).
               88 PND-APROVADA VALUE 'A'.
               88 PND-RECUSADA VALUE 'R'.
               88 PND-EXPIRADA VALUE 'X'.
               88 PND-EXECUTADA VALUE 'E'.

      *UMA LINHA POR CONSULTA A UMA VISAO SENSIVEL
       FD ACESSOS.
           05 ACC-OPERADOR PIC X(09).
           05 ACC-FONE PIC 9(09).
           05 ACC-VISAO PIC X(10).
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 ACC-VERIFICADOR PIC 9(09).

      *UM CONSENTIMENTO POR TITULAR E FINALIDADE; A REVOGACAO
      *NAO APAGA O REGISTRO, SO MARCA N COM A DATA - O HISTORICO
               10 PRECO-VIGENCIA PIC 9(08).
           05 PRECO-VALOR PIC 9(07)V99.

      *UMA LINHA POR ACORDO (ALVO + ITEM) E INICIO DE VIGENCIA;
      *O ACORDO POR PRODUTO TRAZ PRECO FIXO OU DESCONTO SOBRE A
      *TABELA GERAL, O ACORDO POR CATEGORIA SO DESCONTO; FIM
      *ZERADO E ACORDO SEM DATA PARA ACABAR
       FD PRECOS-ESP.
       01 PESP-REG.
           05 PESP-CHAVE.
               10 PESP-ACORDO.
                   15 PESP-TIPO-ALVO PIC X(01).
                       88 PESP-DO-CLIENTE VALUE 'C'.
                       88 PESP-DO-GRUPO VALUE 'G'.
                   15 PESP-ALVO PIC 9(09).
                   15 PESP-TIPO-ITEM PIC X(01).
                       88 PESP-POR-PRODUTO VALUE 'P'.
                       88 PESP-POR-CATEGORIA VALUE 'T'.
                   15 PESP-ITEM PIC 9(06).
               10 PESP-VIGENCIA PIC 9(08).
           05 PESP-FIM PIC 9(08).
           05 PESP-PRECO PIC 9(07)V99.
           05 PESP-DESC-PCT PIC 9(02)V99.
           05 PESP-OPERADOR PIC X(09).
           05 PESP-DATA PIC 9(08).

      *UM MOVIMENTO DE ESTOQUE POR LINHA: E=ENTRADA, S=SAIDA
      *(VENDA), A=AJUSTE DE INVENTARIO
       FD ESTOQUE-MOV.
           05 ESTMOV-QTDE PIC 9(05).
           05 ESTMOV-OPERADOR PIC X(09).
           05 ESTMOV-MOTIVO PIC X(20).
      *FILIAL CUJO ESTOQUE O MOVIMENTO MEXEU
           05 ESTMOV-FILIAL PIC 9(02).

      *MESMO LAYOUT DA PONTUACAO GRAVADA PELO LOTE SCORECLI
       FD SCORES.
           05 SCORE-VENCIDO PIC 9(09)V99.
           05 SCORE-DATA-CALC PIC 9(08).

      *MESMO LAYOUT DO RESUMO GRAVADO PELO LOTE RESCLI (PREFIXO
      *RSM- PORQUE RES- E O DAS RESERVAS DE PRODUTO)
       FD RESUMO.
       01 RSM-REG.
           05 RSM-FONE PIC 9(09).
           05 RSM-CLIENTE.
               10 RSM-ULT-COMPRA-DATA PIC 9(08).
               10 RSM-ULT-COMPRA-VALOR PIC 9(07)V99.
               10 RSM-QTD-PEDIDOS PIC 9(06).
               10 RSM-TOTAL-VIDA PIC 9(11)V99.
               10 RSM-TOTAL-12M PIC 9(11)V99.
               10 RSM-TOTAL-24M PIC 9(11)V99.
               10 RSM-SALDO-ABERTO PIC 9(09)V99.
               10 RSM-SALDO-PERDA PIC 9(09)V99.
               10 RSM-FAIXA-30 PIC 9(09)V99.
               10 RSM-FAIXA-60 PIC 9(09)V99.
               10 RSM-FAIXA-90 PIC 9(09)V99.
               10 RSM-FAIXA-MAIS PIC 9(09)V99.
               10 RSM-VENCIDO PIC 9(09)V99.
               10 RSM-ULT-PAGTO-DATA PIC 9(08).
               10 RSM-ULT-PAGTO-VALOR PIC 9(09)V99.
               10 FILLER PIC X(356).
           05 RSM-CONTROLE REDEFINES RSM-CLIENTE.
               10 RSM-CTL-DATA PIC 9(08).
               10 RSM-CTL-HORA PIC 9(08).
               10 RSM-CTL-SITUACAO PIC X(01).
                   88 RSM-EM-GERACAO VALUE 'P'.
                   88 RSM-COMPLETO VALUE 'C'.
               10 RSM-CTL-CLIENTES PIC 9(06).
               10 RSM-CTL-PED-ONTEM PIC 9(06).
               10 RSM-CTL-REC-ONTEM PIC 9(11)V99.
               10 RSM-CTL-PED-MES PIC 9(06).
               10 RSM-CTL-REC-MES PIC 9(11)V99.
               10 RSM-CTL-QTD-FILIAIS PIC 9(02).
               10 RSM-CTL-FILIAL OCCURS 30 TIMES.
                   15 RSM-CTL-FIL-CODIGO PIC 9(02).
                   15 RSM-CTL-FIL-RECEITA PIC 9(11)V99.
               10 RSM-CTL-EXCESSO PIC X(01).
                   88 RSM-FILIAIS-EXCEDIDAS VALUE 'S'.

      *MESMO LAYOUT DO SEGMENTO GRAVADO PELO LOTE RFMCLI
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

      *META DE VENDA DE UM MES PARA UMA FILIAL/OPERADOR
       FD METAS.
       01 META-REG.
               88 RES-AGUARDANDO VALUE 'A'.
               88 RES-AVISADA VALUE 'V'.
               88 RES-CANCELADA VALUE 'C'.
      *FILIAL ONDE O CLIENTE ESPERA A MERCADORIA; ZERO NAS RESERVAS
      *ANTERIORES AO ESTOQUE POR FILIAL VALE A MATRIZ
           05 RES-FILIAL PIC 9(02).

      *REGISTRO UNICO DA CONFIGURACAO FINANCEIRA
       FD FIN-CONFIG.
      *DIAS PARA UMA RESERVA DA LISTA DE ESPERA SER CONSIDERADA
      *VELHA NO RELATORIO (VIDE LOTE RESREL)
           05 FINCFG-RES-DIAS PIC 9(03).
      *VALOR DA MERCADORIA A PARTIR DO QUAL A ENTREGA SAI COM
      *FRETE GRATIS
           05 FINCFG-FRETE-PISO PIC 9(07)V99.
      *ALCADA DO PERFIL DE OPERACAO PARA DESCONTO NOS JUROS DO
      *ACORDO, EM PERCENTUAL (ADMIN NAO TEM TETO)
           05 FINCFG-ACO-DESC-MAX PIC 9(03).
      *DIAS DE ATRASO TOLERADOS ANTES DE O ACORDO CAIR (VIDE LOTE
      *ACOVENC)
           05 FINCFG-ACO-DIAS PIC 9(03).
      *PERCENTUAIS DE PERDA DA PROVISAO PARA DEVEDORES DUVIDOSOS
      *POR FAIXA DE ATRASO (ATE 30/31-60/61-90/MAIS DE 90 DIAS;
      *VIDE LOTE PDDMES)
           05 FINCFG-PDD-PCT-30 PIC 9(03)V99.
           05 FINCFG-PDD-PCT-60 PIC 9(03)V99.
           05 FINCFG-PDD-PCT-90 PIC 9(03)V99.
           05 FINCFG-PDD-PCT-MAIS PIC 9(03)V99.
      *TARIFA COBRADA DO CLIENTE PELO CHEQUE DEVOLVIDO
           05 FINCFG-CHQ-TARIFA PIC 9(05)V99.
      *FIDELIDADE: BONUS SOBRE OS PONTOS DOS CLIENTES CLASSE A E
      *B, EM PERCENTUAL, E QUANTO VALE UM PONTO NO RESGATE
           05 FINCFG-PTS-BONUS-A PIC 9(03).
           05 FINCFG-PTS-BONUS-B PIC 9(03).
           05 FINCFG-PTS-VALOR PIC 9(01)V99.
      *SUGESTAO DE COMPRA: DIAS DE DEMANDA QUE A COMPRA DEVE COBRIR
      *E MESES FECHADOS NA MEDIA DO CONSUMO (VIDE LOTE SUGCOMP)
           05 FINCFG-SUG-DIAS PIC 9(03).
           05 FINCFG-SUG-MESES PIC 9(02).
      *INDICACAO DE CLIENTES: CREDITO DADO AO INDICADOR E VALOR
      *MINIMO DO PRIMEIRO PEDIDO PAGO DO INDICADO (VIDE LOTE INDCLI)
           05 FINCFG-IND-CREDITO PIC 9(05)V99.
           05 FINCFG-IND-MINIMO PIC 9(07)V99.

      *UM MOVIMENTO DO CAIXA FISICO POR LINHA: F=FUNDO DE TROCO,
      *S=SANGRIA, E=SUPRIMENTO (ENTRADA DE TROCO), C=CONFERENCIA
           05 NF-DATA PIC 9(08).
           05 NF-VALOR PIC 9(07)V99.
           05 NF-OPERADOR PIC X(09).
      *DESTAQUE DOS TRIBUTOS: UF DE DESTINO, TOTAL DO IMPOSTO E
      *BASE/IMPOSTO SOMADOS POR TRIBUTO E ALIQUOTA A PARTIR DO
      *CALCULO ITEM A ITEM (EM BRANCO NAS NOTAS ANTERIORES); O
      *CANCELAMENTO REPETE O DESTAQUE DA NOTA CANCELADA
           05 NF-DESTAQUE.
               10 NF-UF-DESTINO PIC X(02).
               10 NF-TOTAL-IMPOSTO PIC 9(07)V99.
               10 NF-TRIBUTO OCCURS 5 TIMES.
                   15 NF-TRB-SIGLA PIC X(04).
                   15 NF-TRB-ALIQUOTA PIC 9(02)V99.
                   15 NF-TRB-BASE PIC 9(07)V99.
                   15 NF-TRB-VALOR PIC 9(07)V99.

      *REGISTRO DO CATALOGO DE PRODUTOS/SERVICOS; UM PRODUTO FORA
      *DE LINHA NAO E APAGADO, SO MARCADO INATIVO, PARA QUE OS
      *PRECO DE CUSTO, PARA O RELATORIO DE MARGEM FLAGRAR VENDA
      *ABAIXO DO CUSTO ANTES DO CONTADOR
           05 PROD-CUSTO PIC 9(07)V99.
      *PRAZO DE GARANTIA EM MESES, CONTADO DA DATA DO PEDIDO; ZERO
      *(INCLUSIVE NOS REGISTROS ANTERIORES) E A GARANTIA LEGAL
           05 PROD-GARANTIA PIC 9(03).
      *INTERVALO TIPICO DE RECOMPRA EM DIAS DOS PRODUTOS DE
      *CONSUMO PERIODICO, PARA O LEMBRETE DO LOTE GATCLI; ZERO
      *(INCLUSIVE NOS REGISTROS ANTERIORES) E SEM LEMBRETE
           05 PROD-RECOMPRA-DIAS PIC 9(03).

      *REGISTRO DE CODIGO DE BARRAS: O EAN E GUARDADO COM 14
      *POSICOES (GTIN-14), ZEROS A ESQUERDA PARA EAN-8/12/13; O
      *FATOR DIZ QUANTAS UNIDADES A EMBALAGEM DAQUELE CODIGO TEM
      *(1 = A PROPRIA UNIDADE); ORIGEM M = CADASTRO NA TELA, I =
      *CARGA DA LISTA DO FORNECEDOR PELO LOTE IMPPRO
       FD PRODUTOS-EAN.
       01 PEAN-REG.
           05 PEAN-CODIGO PIC 9(14).
           05 PEAN-PRODUTO PIC 9(06).
           05 PEAN-FATOR PIC 9(05).
           05 PEAN-ORIGEM PIC X(01).
           05 PEAN-DATA PIC 9(08).

      *REGISTRO DE INDICACAO: P = PENDENTE (ESPERANDO O PRIMEIRO
      *PEDIDO PAGO DO INDICADO), C = CREDITADA AO INDICADOR, R =
      *RECUSADA PELO LOTE (AUTOINDICACAO, CADASTRO INATIVO...); OS
      *CAMPOS DO FECHAMENTO SO SAO PREENCHIDOS PELO LOTE INDCLI
       FD INDICACOES.
       01 IND-REG.
           05 IND-INDICADO PIC 9(09).
           05 IND-INDICADOR PIC 9(09).
           05 IND-DATA PIC 9(08).
           05 IND-OPERADOR PIC X(09).
           05 IND-FILIAL PIC 9(02).
           05 IND-SITUACAO PIC X(01).
               88 IND-PENDENTE VALUE 'P'.
               88 IND-CREDITADA VALUE 'C'.
               88 IND-RECUSADA VALUE 'R'.
           05 IND-DATA-SITUACAO PIC 9(08).
           05 IND-PEDIDO PIC 9(06).
           05 IND-VALOR-PEDIDO PIC 9(07)V99.
           05 IND-CREDITO PIC 9(07)V99.
           05 IND-FAVORECIDO PIC 9(09).
           05 IND-MOTIVO PIC X(20).

      *EQUIPAMENTO DE COMODATO: E = EM ESTOQUE, C = EM COMODATO
      *(PRESO AO CONTRATO E AO ENDERECO DE INSTALACAO), M = EM
      *MANUTENCAO, B = BAIXADO; A ORDEM DE RECOLHIMENTO E MARCADA
      *NO PROPRIO EQUIPAMENTO QUANDO O CONTRATO PEDE O ENCERRAMENTO
      *E SO SAI QUANDO ELE VOLTA (SITUACAO DIFERENTE DE C)
       FD EQUIPAMENTOS.
       01 EQP-REG.
           05 EQP-SERIE PIC X(20).
           05 EQP-PRODUTO PIC 9(06).
           05 EQP-CUSTO PIC 9(07)V99.
           05 EQP-SITUACAO PIC X(01).
               88 EQP-EM-ESTOQUE VALUE 'E'.
               88 EQP-EM-COMODATO VALUE 'C'.
               88 EQP-EM-MANUTENCAO VALUE 'M'.
               88 EQP-BAIXADO VALUE 'B'.
           05 EQP-DATA-SITUACAO PIC 9(08).
           05 EQP-CONTRATO.
               10 EQP-FONE PIC 9(09).
               10 EQP-CONTR-NUMERO PIC 9(04).
           05 EQP-INSTALACAO.
               10 EQP-END-LOGRADOURO PIC X(40).
               10 EQP-END-NUMERO PIC X(06).
               10 EQP-END-BAIRRO PIC X(20).
               10 EQP-END-CIDADE PIC X(25).
               10 EQP-END-UF PIC X(02).
               10 EQP-END-CEP PIC 9(08).
           05 EQP-DATA-INSTALACAO PIC 9(08).
           05 EQP-RECOLHER PIC X(01).
               88 EQP-RECOLHIMENTO-PEDIDO VALUE 'S'.
               88 EQP-SEM-RECOLHIMENTO VALUE 'N' ' '.
           05 EQP-DATA-RECOLHER PIC 9(08).
           05 EQP-FILIAL PIC 9(02).
           05 EQP-OPERADOR PIC X(09).

      *LINHA DO DOCUMENTO IMPRIMIVEL DAS ORDENS DE RECOLHIMENTO
       FD RECOLHIMENTOS.
       01 RECOLHE-LINHA PIC X(100).

      *UM LANCAMENTO DO BALCAO EM CONTINGENCIA: P = PEDIDO DE UM
      *ITEM SO (PRODUTO DO CATALOGO OU AVULSO), COM A FORMA DE
      *PAGAMENTO QUANDO PAGO NA HORA (BRANCO = A PRAZO); R =
      *RECEBIMENTO DE UM PEDIDO JA EXISTENTE. MESMO LAYOUT LIDO
      *PELO LOTE CONTREP
       FD CONTINGENCIA.
       01 CTG-REG.
           05 CTG-PROVISORIO PIC 9(06).
           05 CTG-TIPO PIC X(01).
               88 CTG-E-PEDIDO VALUE 'P'.
               88 CTG-E-RECEBIMENTO VALUE 'R'.
      *L = JANELA DO LOTE NOTURNO, C = CADASTRO NAO CONFERE COM O
      *CONTROLE NA ABERTURA DA SESSAO
           05 CTG-MOTIVO PIC X(01).
               88 CTG-POR-LOTE VALUE 'L'.
               88 CTG-POR-CONTROLE VALUE 'C'.
           05 CTG-FONE PIC 9(09).
           05 CTG-NOME PIC X(30).
           05 CTG-DATA PIC 9(08).
           05 CTG-HORA PIC 9(08).
           05 CTG-OPERADOR PIC X(09).
           05 CTG-FILIAL PIC 9(02).
           05 CTG-PROD-CODIGO PIC 9(06).
           05 CTG-DESCRICAO PIC X(40).
           05 CTG-QTDE PIC 9(05).
           05 CTG-PRECO-UNIT PIC 9(07)V99.
           05 CTG-VALOR PIC 9(07)V99.
           05 CTG-FORMA PIC X(01).
           05 CTG-PEDIDO PIC 9(06).
           05 CTG-PARCELA PIC 9(03).

      *SEQUENCIAL DO ULTIMO NUMERO PROVISORIO DADO
       FD CONTING-SEQ.
       01 CTGSEQ-REG PIC 9(06).

      *COPIA DE CONSULTA DA SEGUNDA UNIDADE: SO A CHAVE PRECISA DE
      *NOME, O RESTO VIAJA NO FILLER; A LARGURA TOTAL (562)
      *ACOMPANHA A CLIENTES-REG
       FD CLIENTE-REPLICA.
       01 CLIREP-REG.
           05 CLIREP-CHAVE.
               10 CLIREP-FONE PIC 9(09).
           05 FILLER PIC X(553).

      *REGISTRO DE ITEM DE PEDIDO (LINHA DA VENDA)
       FD ITENS.
               10 ITEM-FONE PIC 9(09).
               10 ITEM-PEDIDO PIC 9(06).
               10 ITEM-NUMERO PIC 9(03).
      *O CODIGO 999999 E RESERVADO A LINHA DE FRETE DA ENTREGA,
      *LANCADA PELO AGENDAMENTO E NUNCA DIGITADA
           05 ITEM-PROD-CODIGO PIC 9(06).
               88 ITEM-FRETE VALUE 999999.
           05 ITEM-DESCRICAO PIC X(40).
           05 ITEM-QTDE PIC 9(05).
           05 ITEM-PRECO-UNIT PIC 9(07)V99.
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

      *LEITURA DO MEDIDOR DE UM CONTRATO NO MES (AAAAMM): O
      *CONSUMO E A DIFERENCA PARA A LEITURA ANTERIOR DO CONTRATO,
      *GRAVADO JUNTO COM O PEDIDO QUANDO O CTRPED FATURA
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

      *UMA VERSAO DE MODELO POR LINHA: TIPO, CANAL, INICIO DA
      *VIGENCIA, TEXTO COM OS CAMPOS E QUEM GRAVOU E QUANDO
       FD MODELOS-MSG.
       01 MOD-REG.
           05 MOD-TIPO PIC X(08).
           05 MOD-CANAL PIC X(01).
           05 MOD-VIGENCIA PIC 9(08).
           05 MOD-TEXTO PIC X(100).
           05 MOD-OPERADOR PIC X(09).
           05 MOD-DATA PIC 9(08).

      *UMA LINHA DE CAPACIDADE: FILIAL, TIPO (S = DIA DA SEMANA, DE
      *1 = SEGUNDA A 7 = DOMINGO; D = EXCECAO PARA UMA DATA), O DIA
      *OU A DATA, AS VAGAS DE MANHA E DE TARDE E QUEM GRAVOU E QUANDO
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

      *UMA ENTREGA QUE NAO COUBE NA DATA/PERIODO PEDIDO: O QUE O
      *CLIENTE PEDIU, ONDE FICOU E O MOTIVO (R = REMARCADA PARA
      *OUTRO DIA OU PERIODO, E = ENCAIXADA NO LOTADO COM LIBERACAO
      *DE ADMIN)
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

      *UMA FAIXA DE CEP POR LINHA: INICIO, FIM, CIDADE E UF
       FD CEP-REFERENCIA.
           05 CEP-REF-CIDADE PIC X(25).
           05 CEP-REF-UF PIC X(02).

      *UMA FAIXA DE CEP POR LINHA: VALOR FIXO DA FAIXA MAIS O
      *ADICIONAL DO PRIMEIRO DEGRAU CUJO TETO COBRE O VALOR DA
      *MERCADORIA DO PEDIDO (TETO ZERADO = SEM TETO)
       FD TABELA-FRETE.
       01 FRT-REG.
           05 FRT-CEP-INI PIC 9(08).
           05 FRT-CEP-FIM PIC 9(08).
           05 FRT-FIXO PIC 9(05)V99.
           05 FRT-DEGRAU OCCURS 3 TIMES.
               10 FRT-VALOR-ATE PIC 9(07)V99.
               10 FRT-ADICIONAL PIC 9(05)V99.

      *UMA REGRA DE TRIBUTACAO POR LINHA: NATUREZA (M=MERCADORIA,
      *S=SERVICO), CATEGORIA (000 = QUALQUER) E UF DE DESTINO (EM
      *BRANCO = QUALQUER); VALE A REGRA MAIS ESPECIFICA
       FD TABELA-TRIBUTOS.
       01 TRB-REG.
           05 TRB-NATUREZA PIC X(01).
           05 TRB-CATEGORIA PIC 9(03).
           05 TRB-UF PIC X(02).
           05 TRB-SIGLA PIC X(04).
           05 TRB-ALIQUOTA PIC 9(02)V99.

      *MESMO LAYOUT GRAVADO PELO IMPCLI: ENTRADA + MOTIVO (01 =
      *TELEFONE/NOME EM BRANCO, 02 = CHAVE DUPLICADA)
       FD REJEITADOS.
       FD REJ-TEMP.
       01 REJ-TEMP-LINHA PIC X(197).

      *MESMO LAYOUT DA ENTRADA DO LOTE LOJAWEB: LINHA C DE
      *CABECALHO (COM O MOTIVO DA RECUSA NO FIM) SEGUIDA DAS
      *LINHAS I DOS ITENS, QUE SO ACOMPANHAM O SEU CABECALHO
       FD REJ-LOJA.
       01 RJW-REG.
           05 RJW-TIPO PIC X(01).
               88 RJW-CABECALHO VALUE 'C'.
           05 RJW-PEDIDO-SITE PIC X(12).
           05 RJW-DATA PIC 9(08).
           05 RJW-DOC-TIPO PIC X(01).
           05 RJW-DOC-NUM PIC 9(14).
           05 RJW-NOME PIC X(30).
           05 RJW-EMAIL PIC X(40).
           05 RJW-FONE PIC 9(09).
           05 RJW-CEL PIC 9(11).
           05 RJW-LOGRADOURO PIC X(40).
           05 RJW-NUMERO PIC X(06).
           05 RJW-BAIRRO PIC X(20).
           05 RJW-CIDADE PIC X(25).
           05 RJW-UF PIC X(02).
           05 RJW-CEP PIC 9(08).
           05 RJW-FRETE PIC 9(05)V99.
           05 RJW-TOTAL PIC 9(07)V99.
           05 RJW-FORMA PIC X(01).
           05 RJW-PAGTO PIC X(01).
           05 RJW-AUTORIZACAO PIC X(20).
           05 RJW-MOTIVO PIC X(30).

      *MESMA LARGURA DA RJW-REG, PARA AS LINHAS QUE FICAM
       FD RJT-LOJA.
       01 RJT-LOJA-LINHA PIC X(295).

      *MESMA LARGURA DA RJW-REG, PARA AS LINHAS LIBERADAS
       FD LIB-LOJA.
       01 LIB-LOJA-LINHA PIC X(295).

      *REGISTRO DA FILA DE NOTIFICACOES DE MUDANCA DE SITUACAO
       FD NOTIFICACOES.
       01 NOTIF-REG.
           05 JOB-GRAVADOS PIC 9(06).
           05 JOB-RC PIC 9(02).

      *MESMO LAYOUT DO PLANO GRAVADO PELO JOBAGEN
       FD JOB-PREVISTOS.
       01 PRV-REG.
           05 PRV-JOB PIC X(08).
           05 FILLER PIC X(01).
           05 PRV-PROGRAMA PIC X(08).
           05 FILLER PIC X(01).
           05 PRV-SEGURO PIC X(01).
           05 FILLER PIC X(01).
           05 PRV-DECISAO PIC X(01).
           05 FILLER PIC X(01).
           05 PRV-PREVISTO PIC 9(08).
           05 FILLER PIC X(01).
           05 PRV-CALCULO PIC 9(08).
           05 FILLER PIC X(01).
           05 PRV-MOTIVO PIC X(40).

      *REGISTRO UNICO DE CONTROLE DE INTEGRIDADE DO CADASTRO
       FD CONTROLE.
       01 CONTROLE-REG.
               88 ORC-PENDENTE VALUE 'P'.
               88 ORC-CONVERTIDO VALUE 'C'.

      *VINCULO DE ORIGEM: TIPO P E O PROSPECTO (NUMERO ZERADO; DEPOIS
      *DA CONVERSAO FICA NA CHAVE DO CLIENTE CRIADO), TIPO O E O
      *ORCAMENTO (TELEFONE+NUMERO DO ORCAMENTO); INICIO E A CAPTURA
      *OU A EMISSAO, CONVERSAO E A INCLUSAO DO CLIENTE OU O PEDIDO
       FD ORIGENS.
       01 ORIG-REG.
           05 ORIG-CHAVE.
               10 ORIG-TIPO PIC X(01).
                   88 ORIG-PROSPECTO VALUE 'P'.
                   88 ORIG-ORCAMENTO VALUE 'O'.
               10 ORIG-FONE PIC 9(09).
               10 ORIG-NUMERO PIC 9(06).
      *CANAL DE CAPTACAO (O DO PROSPECTO; D = CLIENTE DIRETO, QUE
      *NUNCA FOI PROSPECTO)
           05 ORIG-CANAL PIC X(01).
           05 ORIG-OPER-INICIO PIC X(09).
           05 ORIG-FILIAL-INICIO PIC 9(02).
           05 ORIG-DATA-INICIO PIC 9(08).
           05 ORIG-VALIDADE PIC 9(08).
           05 ORIG-VALOR PIC 9(07)V99.
           05 ORIG-SITUACAO PIC X(01).
               88 ORIG-ABERTO VALUE 'A'.
               88 ORIG-CONVERTIDO VALUE 'C'.
           05 ORIG-OPER-CONV PIC X(09).
           05 ORIG-FILIAL-CONV PIC 9(02).
           05 ORIG-DATA-CONV PIC 9(08).
      *CLIENTE CRIADO (P) OU PEDIDO GERADO (O)
           05 ORIG-DESTINO PIC 9(09).
      *NO P, O PRIMEIRO ORCAMENTO DO CLIENTE; NO O, A DATA EM QUE O
      *CLIENTE SAIU DE PROSPECTO QUANDO ESTE E O PRIMEIRO ORCAMENTO
      *DELE (ETAPA CLIENTE -> ORCAMENTO DO FUNIL)
           05 ORIG-PRIMEIRO-ORC PIC 9(06).
           05 ORIG-DATA-ANTERIOR PIC 9(08).

      *REGISTRO DE UMA SESSAO ABERTA, UM POR OPERADOR LOGADO
       FD SESSOES.
       01 SESS-REG.
           05 SEG-HORA PIC 9(08).
           05 SEG-USUARIO PIC X(09).
           05 SEG-EVENTO PIC X(10).
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 SEG-VERIFICADOR PIC 9(09).

      *MESMO LAYOUT DO CONTROLE DE ENCADEAMENTO DAS TRILHAS
       FD TRILHA-CONTROLE.
       01 TRC-REG.
           05 TRC-ARQUIVO PIC X(16).
           05 TRC-ULTIMO-COD PIC 9(09).
           05 TRC-GRAVADOS PIC 9(09).
           05 TRC-DATA PIC 9(08).
           05 TRC-HORA PIC 9(08).

      *MESMO LAYOUT DO RESULTADO GRAVADO PELO VERTRI
       FD TRILHA-VERIFICACAO.
       01 VTR-REG.
           05 VTR-TRILHA PIC X(16).
           05 VTR-DATA PIC 9(08).
           05 VTR-HORA PIC 9(08).
           05 VTR-ARQUIVOS PIC 9(03).
           05 VTR-LINHAS PIC 9(09).
           05 VTR-SITUACAO PIC X(01).
               88 VTR-INTEGRA VALUE 'I'.
               88 VTR-QUEBRADA VALUE 'Q'.
           05 VTR-ARQ-QUEBRA PIC X(16).
           05 VTR-LINHA-QUEBRA PIC 9(09).
           05 VTR-MOTIVO PIC X(40).

      *MESMO LAYOUT DO RESULTADO GRAVADO PELO CAPARQ
       FD CAPACIDADE.
       01 CAP-REG.
           05 CAP-ARQUIVO PIC X(16).
           05 CAP-DATA PIC 9(08).
           05 CAP-REGISTROS PIC 9(09).
           05 CAP-MORTOS PIC 9(09).
           05 CAP-PCT-MORTOS PIC 9(03).
           05 CAP-TAMANHO-KB PIC 9(09).
           05 CAP-CRESC-KB PIC 9(09).
           05 CAP-LIMITE-KB PIC 9(09).
           05 CAP-SEMANAS PIC 9(05).
           05 CAP-SITUACAO PIC X(01).
               88 CAP-ULTRAPASSADO VALUE 'U'.
               88 CAP-PERTO-LIMITE VALUE 'A'.
               88 CAP-MUITOS-MORTOS VALUE 'M'.
               88 CAP-NORMAL VALUE 'N'.
           05 CAP-RECOMENDACAO PIC X(40).

      *LINHA DO HISTORICO GRAVADA PELO ARQPED, MESMA LARGURA E
      *ORDEM DE CAMPOS DA PEDIDOS-REG
           05 PEDARQ-DATA-ANTIGA PIC 9(08).
           05 PEDARQ-DATA-NOVA PIC 9(08).

      *FORNECEDOR DE MERCADORIA
       FD FORNECEDORES.
       01 FORN-REG.
           05 FORN-CODIGO PIC 9(06).
           05 FORN-RAZAO PIC X(40).
           05 FORN-CNPJ PIC 9(14).
           05 FORN-FONE PIC 9(11).
           05 FORN-EMAIL PIC X(40).
      *PRAZO DE ENTREGA COMBINADO, EM DIAS CORRIDOS
           05 FORN-PRAZO-DIAS PIC 9(03).
           05 FORN-ATIVO PIC X(01).
               88 FORN-EM-ATIVIDADE VALUE 'S'.
               88 FORN-DESATIVADO VALUE 'N'.

      *CABECALHO DO PEDIDO DE COMPRA; O VALOR E SEMPRE A SOMA DAS
      *LINHAS, COMO NO PEDIDO DE VENDA
       FD COMPRAS.
       01 CMP-REG.
           05 CMP-NUMERO PIC 9(06).
           05 CMP-FORNECEDOR PIC 9(06).
           05 CMP-DATA PIC 9(08).
           05 CMP-PREVISAO PIC 9(08).
           05 CMP-VALOR PIC 9(07)V99.
      *A=ABERTO (NADA CHEGOU), P=RECEBIDO EM PARTE, R=RECEBIDO
      *POR INTEIRO, C=CANCELADO ANTES DE QUALQUER RECEBIMENTO
           05 CMP-SITUACAO PIC X(01).
               88 CMP-ABERTO VALUE 'A'.
               88 CMP-PARCIAL VALUE 'P'.
               88 CMP-RECEBIDO VALUE 'R'.
               88 CMP-CANCELADO VALUE 'C'.
           05 CMP-OPERADOR PIC X(09).
      *NOTA DO FORNECEDOR E DATA DO ULTIMO RECEBIMENTO
           05 CMP-NOTA-FORN PIC 9(09).
           05 CMP-DATA-RECEB PIC 9(08).

      *LINHA DO PEDIDO DE COMPRA: QUANTO FOI PEDIDO E QUANTO JA
      *CHEGOU DE CADA PRODUTO; A DIFERENCA E O QUE ESTA A CAMINHO
       FD COMPRA-ITENS.
       01 CMPI-REG.
           05 CMPI-CHAVE.
               10 CMPI-NUMERO PIC 9(06).
               10 CMPI-ITEM PIC 9(03).
           05 CMPI-PRODUTO PIC 9(06).
           05 CMPI-QTDE-PEDIDA PIC 9(05).
           05 CMPI-QTDE-RECEBIDA PIC 9(05).
           05 CMPI-CUSTO-UNIT PIC 9(07)V99.

      *ULTIMO NUMERO DE PEDIDO DE COMPRA USADO
       FD COMPRA-SEQ.
       01 CMPSEQ-REG PIC 9(06).

      *TITULO A PAGAR: CHAVE FORNECEDOR + NOTA + PARCELA; O PEDIDO
      *DE COMPRA E SO REFERENCIA (ZERO PARA DESPESA SEM PEDIDO)
       FD TITULOS-PAGAR.
       01 PAG-REG.
           05 PAG-CHAVE.
               10 PAG-FORNECEDOR PIC 9(06).
               10 PAG-NOTA PIC 9(09).
               10 PAG-PARCELA PIC 9(03).
           05 PAG-COMPRA PIC 9(06).
           05 PAG-VENCIMENTO PIC 9(08).
           05 PAG-VALOR PIC 9(07)V99.
      *A=EM ABERTO, P=PAGO, C=CANCELADO
           05 PAG-SITUACAO PIC X(01).
               88 PAG-ABERTO VALUE 'A'.
               88 PAG-PAGO VALUE 'P'.
               88 PAG-CANCELADO VALUE 'C'.
      *DATA DA BAIXA (PAGAMENTO OU CANCELAMENTO), VALOR PAGO E DE
      *ONDE SAIU O DINHEIRO (D=CAIXA EM DINHEIRO, B=BANCO)
           05 PAG-DATA-BAIXA PIC 9(08).
           05 PAG-VALOR-PAGO PIC 9(07)V99.
           05 PAG-FORMA PIC X(01).
               88 PAG-DINHEIRO VALUE 'D'.
               88 PAG-BANCO VALUE 'B'.
           05 PAG-LANCAMENTO.
               10 PAG-OPERADOR PIC X(09).
               10 PAG-DATA-LANC PIC 9(08).

      *ITEM DO INVENTARIO FISICO, UM POR PRODUTO CONGELADO; O SALDO
      *CONGELADO NAO APARECE NA TELA DE CONTAGEM (CONTAGEM CEGA)
       FD INVENTARIO.
       01 INV-REG.
           05 INV-PRODUTO PIC 9(06).
           05 INV-CATEGORIA PIC 9(03).
           05 INV-DESCRICAO PIC X(40).
           05 INV-DATA-CONGEL PIC 9(08).
           05 INV-SALDO-CONGEL PIC 9(05).
           05 INV-CUSTO PIC 9(07)V99.
           05 INV-CONTADO PIC 9(05).
      *S=JA CONTADO, N=AINDA NAO CONTADO
           05 INV-CONTAGEM PIC X(01).
               88 INV-CONTADO-SIM VALUE 'S'.
               88 INV-NAO-CONTADO VALUE 'N'.
           05 INV-OPERADOR PIC X(09).
      *A=EM ABERTO (CONTANDO), F=FECHADO PELA APROVACAO
           05 INV-SITUACAO PIC X(01).
               88 INV-ABERTO VALUE 'A'.
               88 INV-APROVADO VALUE 'F'.
           05 INV-DATA-APROV PIC 9(08).
           05 INV-SALDO-AJUSTADO PIC 9(05).

      *TENTATIVA DE ENTREGA: CHAVE DA ENTREGA + NUMERO DA
      *TENTATIVA; A DATA AGENDADA E A QUE VALIA NA SAIDA, ENTAO A
      *PRIMEIRA TENTATIVA GUARDA A DATA COMBINADA ORIGINAL
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
      *A=AUSENTE, E=ENDERECO NAO LOCALIZADO, R=RECUSADO, O=OUTRO
           05 EBX-MOTIVO PIC X(01).
               88 EBX-MOTIVO-VALIDO VALUE 'A' 'E' 'R' 'O'.
           05 EBX-NOVA-DATA PIC 9(08).
           05 EBX-BAIRRO PIC X(20).
           05 EBX-CEP PIC 9(08).
      *T=DIGITADA NA TELA, A=ARQUIVO DO MOTORISTA
           05 EBX-ORIGEM PIC X(01).
           05 EBX-OPERADOR PIC X(09).

      *SITUACAO DA NF-E: CHAVE E O NUMERO DA NOTA NO LIVRO; O
      *PROTOCOLO, O CODIGO E O MOTIVO SAO OS DO ULTIMO RETORNO
       FD NFE-SITUACAO.
       01 NFE-REG.
           05 NFE-NUMERO PIC 9(06).
           05 NFE-FONE PIC 9(09).
           05 NFE-PEDIDO PIC 9(06).
           05 NFE-SITUACAO-COD PIC X(01).
               88 NFE-GERADA VALUE 'G'.
               88 NFE-AUTORIZADA VALUE 'A'.
               88 NFE-REJEITADA VALUE 'R'.
               88 NFE-DENEGADA VALUE 'D'.
               88 NFE-CORRIGIDA VALUE 'C'.
           05 NFE-PROTOCOLO PIC X(15).
           05 NFE-COD-RETORNO PIC 9(03).
           05 NFE-MOTIVO PIC X(60).
           05 NFE-DATA-ENVIO PIC 9(08).
           05 NFE-DATA-RETORNO PIC 9(08).
           05 NFE-ENVIOS PIC 9(02).
      *QUEM MARCOU A REJEITADA COMO CORRIGIDA, E QUANDO
           05 NFE-OPERADOR PIC X(09).
           05 NFE-DATA-CORRECAO PIC 9(08).

      *ACORDO DE RENEGOCIACAO: NUMERADO POR CLIENTE, COM OS VALORES
      *NEGOCIADOS, O PRINCIPAL JA REPASSADO AS PARCELAS DE ORIGEM,
      *O NIVEL DE COBRANCA JA ENVIADO E AS PARCELAS DE ORIGEM
       FD ACORDOS.
       01 ACO-REG.
           05 ACO-CHAVE.
               10 ACO-FONE PIC 9(09).
               10 ACO-NUMERO PIC 9(04).
           05 ACO-DATA PIC 9(08).
           05 ACO-PRINCIPAL PIC 9(07)V99.
           05 ACO-MULTA PIC 9(07)V99.
           05 ACO-JUROS PIC 9(07)V99.
           05 ACO-DESCONTO PIC 9(07)V99.
           05 ACO-TOTAL PIC 9(07)V99.
           05 ACO-QTD-PARC PIC 9(02).
           05 ACO-SITUACAO PIC X(01).
               88 ACO-ATIVO VALUE 'A'.
               88 ACO-QUITADO VALUE 'Q'.
               88 ACO-CAIDO VALUE 'C'.
           05 ACO-DATA-SITUACAO PIC 9(08).
           05 ACO-OPERADOR PIC X(09).
           05 ACO-PRINC-PAGO PIC 9(07)V99.
           05 ACO-NIVEL-COBR PIC 9(01).
           05 ACO-QTD-ORIG PIC 9(02).
           05 ACO-ORIGEM OCCURS 20 TIMES.
               10 ACO-ORIG-PEDIDO PIC 9(06).
               10 ACO-ORIG-PARCELA PIC 9(03).

      *AGENDA DO ACORDO: UMA LINHA POR PARCELA NEGOCIADA
       FD ACORDO-PARCELAS.
       01 AP-REG.
           05 AP-CHAVE.
               10 AP-FONE PIC 9(09).
               10 AP-ACORDO PIC 9(04).
               10 AP-PARCELA PIC 9(03).
           05 AP-VENCIMENTO PIC 9(08).
           05 AP-VALOR PIC 9(07)V99.
           05 AP-RECEBIDO PIC 9(07)V99.
           05 AP-DATA-PAGTO PIC 9(08).
           05 AP-SITUACAO PIC X(01).
               88 AP-ABERTA VALUE 'A'.
               88 AP-QUITADA VALUE 'Q'.

      *UM CICLO DE NEGATIVACAO DE UM PEDIDO (VIDE LOTE NEGATIV)
       FD NEGATIVACOES.
       01 NEG-REG.
           05 NEG-CHAVE.
               10 NEG-FONE PIC 9(09).
               10 NEG-PEDIDO PIC 9(06).
               10 NEG-SEQ PIC 9(02).
           05 NEG-SITUACAO PIC X(01).
               88 NEG-AVISADO VALUE 'A'.
               88 NEG-INCLUIDO VALUE 'I'.
               88 NEG-EXCLUIDO VALUE 'E'.
               88 NEG-CANCELADO VALUE 'X'.
           05 NEG-DATA-AVISO PIC 9(08).
           05 NEG-DATA-INCLUSAO PIC 9(08).
           05 NEG-DATA-EXCLUSAO PIC 9(08).
           05 NEG-VENCIMENTO PIC 9(08).
           05 NEG-VALOR PIC 9(07)V99.
           05 NEG-MOTIVO-BAIXA PIC X(01).
               88 NEG-BAIXA-PAGA VALUE 'P'.
               88 NEG-BAIXA-ACORDO VALUE 'A'.
               88 NEG-BAIXA-CANCELADO VALUE 'C'.
           05 NEG-GERACAO-INC PIC 9(06).
           05 NEG-GERACAO-EXC PIC 9(06).

      *BAIXA POR PERDA DE UM PEDIDO: SALDO BAIXADO, DATA DA
      *APROVACAO, OS DOIS NOMES E A PENDENCIA DE ORIGEM
       FD PERDAS.
       01 PRD-REG.
           05 PRD-CHAVE.
               10 PRD-FONE PIC 9(09).
               10 PRD-PEDIDO PIC 9(06).
           05 PRD-DATA PIC 9(08).
           05 PRD-VALOR PIC 9(07)V99.
           05 PRD-SOLICITANTE PIC X(09).
           05 PRD-APROVADOR PIC X(09).
           05 PRD-PENDENCIA PIC 9(06).

      *CHEQUE EM CUSTODIA: DADOS DO CHEQUE, O RECEBIMENTO QUE ELE
      *PAGOU (PRINCIPAL E ENCARGOS, GUARDADOS AQUI PORQUE O
      *ESTORNO ZERA O RECEBIMENTO) E A SITUACAO: C=NA GAVETA,
      *D=DEPOSITADO, V=DEVOLVIDO; NA DEVOLUCAO FICAM A TARIFA
      *COBRADA E O PEDIDO QUE A COBRA
       FD CHEQUES.
       01 CHQ-REG.
           05 CHQ-CHAVE.
               10 CHQ-FONE PIC 9(09).
               10 CHQ-PEDIDO PIC 9(06).
               10 CHQ-SEQ PIC 9(03).
           05 CHQ-BANCO PIC 9(03).
           05 CHQ-NUMERO PIC 9(06).
           05 CHQ-BOM-PARA PIC 9(08).
           05 CHQ-DATA-RECEB PIC 9(08).
           05 CHQ-VALOR PIC 9(07)V99.
           05 CHQ-MULTA PIC 9(05)V99.
           05 CHQ-JUROS PIC 9(05)V99.
           05 CHQ-SITUACAO PIC X(01).
               88 CHQ-CUSTODIA VALUE 'C'.
               88 CHQ-DEPOSITADO VALUE 'D'.
               88 CHQ-DEVOLVIDO VALUE 'V'.
           05 CHQ-DATA-SITUACAO PIC 9(08).
           05 CHQ-TARIFA PIC 9(05)V99.
           05 CHQ-PEDIDO-TARIFA PIC 9(06).

      *MESMO LAYOUT DAS COBRANCAS PIX DO LOTE PIXREM
       FD PIX-EMITIDOS.
       01 PIX-REG.
           05 PIX-CHAVE.
               10 PIX-FONE PIC 9(09).
               10 PIX-PEDIDO PIC 9(06).
               10 PIX-PARCELA PIC 9(03).
           05 PIX-GERACAO PIC 9(06).
           05 PIX-VENCIMENTO PIC 9(08).
           05 PIX-VALOR PIC 9(07)V99.
      *E=EMITIDA (AGUARDANDO PAGAMENTO), P=PAGA
           05 PIX-SITUACAO PIC X(01).
               88 PIX-EMITIDO VALUE 'E'.
               88 PIX-PAGO VALUE 'P'.
           05 PIX-DATA-PAGTO PIC 9(08).
           05 PIX-VALOR-PAGO PIC 9(07)V99.
      *IDENTIFICADOR DA TRANSACAO NO BANCO (FIM A FIM)
           05 PIX-E2E PIC X(32).

      *MOVIMENTO DE PONTOS DO CLIENTE: G=GANHO NO PEDIDO PAGO
      *(PONTOS, O QUANTO JA FOI USADO EM RESGATE, O QUANTO FOI
      *ESTORNADO POR CANCELAMENTO OU DEVOLUCAO E A VALIDADE),
      *R=RESGATE (PONTOS TROCADOS E O CREDITO GERADO)
       FD PONTOS.
       01 PTS-REG.
           05 PTS-CHAVE.
               10 PTS-FONE PIC 9(09).
               10 PTS-SEQ PIC 9(04).
           05 PTS-TIPO PIC X(01).
               88 PTS-GANHO VALUE 'G'.
               88 PTS-RESGATE VALUE 'R'.
           05 PTS-DATA PIC 9(08).
           05 PTS-PEDIDO PIC 9(06).
           05 PTS-PONTOS PIC 9(07).
           05 PTS-USADOS PIC 9(07).
           05 PTS-ESTORNADOS PIC 9(07).
           05 PTS-VALIDADE PIC 9(08).
           05 PTS-VALOR PIC 9(07)V99.
           05 PTS-OPERADOR PIC X(09).

      *VALE-PRESENTE: NUMERO (SEQUENCIAL MAIS DIGITO VERIFICADOR
      *MODULO 11), VENDA, VALIDADE DE 12 MESES, VALOR DE FACE E
      *SALDO; A=ATIVO, U=USADO ATE ZERAR, V=VENCIDO COM SALDO
       FD VALES.
       01 VALE-REG.
           05 VALE-NUMERO PIC 9(08).
           05 VALE-NUMERO-R REDEFINES VALE-NUMERO.
               10 VALE-BASE PIC 9(07).
               10 VALE-DV PIC 9(01).
           05 VALE-DATA-VENDA PIC 9(08).
           05 VALE-VALIDADE PIC 9(08).
           05 VALE-VALOR PIC 9(07)V99.
           05 VALE-SALDO PIC 9(07)V99.
           05 VALE-SITUACAO PIC X(01).
               88 VALE-ATIVO VALUE 'A'.
               88 VALE-USADO VALUE 'U'.
               88 VALE-VENCIDO VALUE 'V'.
           05 VALE-FONE PIC 9(09).
           05 VALE-PEDIDO PIC 9(06).
           05 VALE-ULTIMO-USO PIC 9(08).
           05 VALE-OPERADOR PIC X(09).

      *SEQUENCIAL DO ULTIMO VALE EMITIDO (SEM O DIGITO)
       FD VALE-SEQ.
       01 VALESEQ-REG PIC 9(07).

      *MOVIMENTO DE VALE: V=VENDA, R=RESGATE NUM RECEBIMENTO,
      *AMBOS COM A CHAVE DO RECEBIMENTO QUE OS LANCOU, E
      *X=VENCIMENTO COM SALDO, GRAVADO PELO VALEMES; O SALDO E O
      *QUE SOBROU NO VALE DEPOIS DO MOVIMENTO
       FD VALES-MOV.
       01 VMOV-REG.
           05 VMOV-TIPO PIC X(01).
               88 VMOV-VENDA VALUE 'V'.
               88 VMOV-RESGATE VALUE 'R'.
               88 VMOV-VENCIMENTO VALUE 'X'.
           05 VMOV-NUMERO PIC 9(08).
           05 VMOV-DATA PIC 9(08).
           05 VMOV-VALOR PIC 9(07)V99.
           05 VMOV-SALDO PIC 9(07)V99.
           05 VMOV-FONE PIC 9(09).
           05 VMOV-PEDIDO PIC 9(06).
           05 VMOV-RECEB-SEQ PIC 9(03).
           05 VMOV-OPERADOR PIC X(09).

      *COMPONENTE DE UM KIT: QUANTAS UNIDADES DO COMPONENTE VAO
      *EM UMA UNIDADE DO PRODUTO PAI
       FD KITS.
       01 KIT-REG.
           05 KIT-CHAVE.
               10 KIT-PAI PIC 9(06).
               10 KIT-COMPONENTE PIC 9(06).
           05 KIT-QTDE PIC 9(03).

      *LOTE DE UM PRODUTO: SALDO AINDA NA PRATELEIRA E DATA DA
      *PRIMEIRA ENTRADA
       FD LOTES.
       01 LOTE-REG.
           05 LOTE-CHAVE.
               10 LOTE-PRODUTO PIC 9(06).
               10 LOTE-VALIDADE PIC 9(08).
               10 LOTE-NUMERO PIC X(10).
           05 LOTE-SALDO PIC 9(05).
           05 LOTE-ENTRADA PIC 9(08).

      *QUANTIDADE DE UM LOTE CONSUMIDA POR UM ITEM DE PEDIDO (NO
      *KIT, POR CADA COMPONENTE) E AINDA NAO DEVOLVIDA
       FD ITENS-LOTE.
       01 ILOTE-REG.
           05 ILOTE-CHAVE.
               10 ILOTE-FONE PIC 9(09).
               10 ILOTE-PEDIDO PIC 9(06).
               10 ILOTE-ITEM PIC 9(03).
               10 ILOTE-PRODUTO PIC 9(06).
               10 ILOTE-VALIDADE PIC 9(08).
               10 ILOTE-NUMERO PIC X(10).
           05 ILOTE-QTDE PIC 9(05).

      *SALDO DE UM PRODUTO EM UMA FILIAL QUE NAO E A MATRIZ E O
      *MINIMO DELE NAQUELA FILIAL
       FD ESTOQUE-FILIAL.
       01 EFIL-REG.
           05 EFIL-CHAVE.
               10 EFIL-PRODUTO PIC 9(06).
               10 EFIL-FILIAL PIC 9(02).
           05 EFIL-SALDO PIC 9(05).
           05 EFIL-MINIMO PIC 9(05).

      *CABECALHO DA GUIA: T=MERCADORIA EM TRANSITO (JA SAIU DA
      *ORIGEM), R=CHEGADA CONFIRMADA PELO DESTINO
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

      *LINHA DA GUIA: UM PRODUTO E A QUANTIDADE TRANSFERIDA
       FD GUIA-ITENS.
       01 GTRI-REG.
           05 GTRI-CHAVE.
               10 GTRI-NUMERO PIC 9(06).
               10 GTRI-ITEM PIC 9(03).
           05 GTRI-PRODUTO PIC 9(06).
           05 GTRI-QTDE PIC 9(05).

      *ULTIMO NUMERO DE GUIA DE TRANSFERENCIA USADO
       FD GUIA-SEQ.
       01 GTRSEQ-REG PIC 9(06).

      *ORDEM DE SERVICO: O ITEM VENDIDO (MESMA CHAVE DO ITENS.DAT),
      *O QUE O CLIENTE RECLAMA, A SITUACAO DESDE A DATA DA ULTIMA
      *MUDANCA E O TECNICO; FORA DA GARANTIA GUARDA O ORCAMENTO
      *GERADO PARA O REPARO
       FD ORDENS-SERVICO.
       01 OS-REG.
           05 OS-NUMERO PIC 9(06).
           05 OS-ITEM-CHAVE.
               10 OS-FONE PIC 9(09).
               10 OS-PEDIDO PIC 9(06).
               10 OS-ITEM PIC 9(03).
           05 OS-PRODUTO PIC 9(06).
           05 OS-SERIE PIC X(20).
           05 OS-DEFEITO PIC X(40).
           05 OS-SITUACAO PIC X(01).
               88 OS-ABERTA VALUE 'A'.
               88 OS-EM-ANALISE VALUE 'N'.
               88 OS-AGUARDANDO-PECA VALUE 'P'.
               88 OS-PRONTA VALUE 'R'.
               88 OS-ENTREGUE VALUE 'E'.
           05 OS-TECNICO PIC X(09).
           05 OS-DATA-ABERTURA PIC 9(08).
           05 OS-DATA-SITUACAO PIC 9(08).
           05 OS-GARANTIA PIC X(01).
               88 OS-EM-GARANTIA VALUE 'S'.
               88 OS-FORA-GARANTIA VALUE 'N'.
           05 OS-FIM-GARANTIA PIC 9(08).
           05 OS-ORCAMENTO PIC 9(06).
           05 OS-OPERADOR PIC X(09).

      *ULTIMO NUMERO DE ORDEM DE SERVICO USADO
       FD OS-SEQ.
       01 OSSEQ-REG PIC 9(06).

      *CAMPANHA A QUE O PEDIDO E ATRIBUIDO
       FD PEDIDOS-CAMPANHA.
       01 PCAMP-REG.
           05 PCAMP-CHAVE.
               10 PCAMP-FONE PIC 9(09).
               10 PCAMP-PEDIDO PIC 9(06).
           05 PCAMP-CAMPANHA PIC X(08).
           05 PCAMP-DATA PIC 9(08).
           05 PCAMP-OPERADOR PIC X(09).

      *MESMO LAYOUT DA CAMPANHA GRAVADA PELO LOTE CAMPCLI
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

       WORKING-STORAGE SECTION.
      *NOMES DOS ARQUIVOS DE DADOS, EM WORKING PARA QUE O MODO DE
      *TREINAMENTO POSSA TROCAR TODOS PELOS CLONES TRE*.DAT ANTES
           05 WRK-ARQ-CONTROLE PIC X(16) VALUE 'CLICTL.DAT'.
           05 WRK-ARQ-REJEITADOS PIC X(16) VALUE 'IMPCLI.REJ'.
           05 WRK-ARQ-REJ-TEMP PIC X(16) VALUE 'IMPCLI.RJT'.
           05 WRK-ARQ-FORNEC PIC X(16) VALUE 'FORNEC.DAT'.
           05 WRK-ARQ-COMPRAS PIC X(16) VALUE 'COMPRAS.DAT'.
           05 WRK-ARQ-CMPITENS PIC X(16) VALUE 'CMPITENS.DAT'.
           05 WRK-ARQ-CMPSEQ PIC X(16) VALUE 'COMPRA.SEQ'.
           05 WRK-ARQ-PAGAR PIC X(16) VALUE 'PAGAR.DAT'.
           05 WRK-ARQ-INVENT PIC X(16) VALUE 'INVENT.DAT'.
           05 WRK-ARQ-ENTBX PIC X(16) VALUE 'ENTBAIXA.DAT'.
           05 WRK-ARQ-NFESIT PIC X(16) VALUE 'NFESIT.DAT'.
           05 WRK-ARQ-ACORDOS PIC X(16) VALUE 'ACORDOS.DAT'.
           05 WRK-ARQ-ACOPARC PIC X(16) VALUE 'ACOPARC.DAT'.
           05 WRK-ARQ-NEGATIV PIC X(16) VALUE 'NEGATIV.DAT'.
           05 WRK-ARQ-PERDAS PIC X(16) VALUE 'PERDAS.DAT'.
           05 WRK-ARQ-CHEQUES PIC X(16) VALUE 'CHEQUES.DAT'.
           05 WRK-ARQ-PONTOS PIC X(16) VALUE 'PONTOS.DAT'.
           05 WRK-ARQ-VALES PIC X(16) VALUE 'VALES.DAT'.
           05 WRK-ARQ-VALESEQ PIC X(16) VALUE 'VALE.SEQ'.
           05 WRK-ARQ-VALEMOV PIC X(16) VALUE 'VALEMOV.DAT'.
           05 WRK-ARQ-KITS PIC X(16) VALUE 'KITS.DAT'.
           05 WRK-ARQ-LOTES PIC X(16) VALUE 'LOTES.DAT'.
           05 WRK-ARQ-ITEMLOTE PIC X(16) VALUE 'ITEMLOTE.DAT'.
           05 WRK-ARQ-ESTFIL PIC X(16) VALUE 'ESTFIL.DAT'.
           05 WRK-ARQ-GUIAS PIC X(16) VALUE 'GUIATRF.DAT'.
           05 WRK-ARQ-GUIAITEM PIC X(16) VALUE 'GUIAITEM.DAT'.
           05 WRK-ARQ-GUIASEQ PIC X(16) VALUE 'GUIA.SEQ'.
           05 WRK-ARQ-OSERV PIC X(16) VALUE 'OSERV.DAT'.
           05 WRK-ARQ-OSSEQ PIC X(16) VALUE 'OSERV.SEQ'.
           05 WRK-ARQ-PEDCAMP PIC X(16) VALUE 'PEDCAMP.DAT'.
           05 WRK-ARQ-REJ-LOJA PIC X(16) VALUE 'LOJAWEB.REJ'.
           05 WRK-ARQ-RJT-LOJA PIC X(16) VALUE 'LOJAWEB.RJT'.
           05 WRK-ARQ-LIB-LOJA PIC X(16) VALUE 'LOJAWEB.LIB'.
           05 WRK-ARQ-PRECOESP PIC X(16) VALUE 'PRECOESP.DAT'.
           05 WRK-ARQ-LEITURAS PIC X(16) VALUE 'LEITURAS.DAT'.
           05 WRK-ARQ-ORIGENS PIC X(16) VALUE 'ORIGENS.DAT'.
           05 WRK-ARQ-PRODEAN PIC X(16) VALUE 'PRODEAN.DAT'.
           05 WRK-ARQ-INDICA PIC X(16) VALUE 'INDICA.DAT'.
           05 WRK-ARQ-EQUIP PIC X(16) VALUE 'EQUIP.DAT'.
           05 WRK-ARQ-RECOLHE PIC X(16) VALUE 'RECOLHE.TXT'.
           05 WRK-ARQ-CONTING PIC X(16) VALUE 'CONTING.DAT'.
           05 WRK-ARQ-CTGSEQ PIC X(16) VALUE 'CONTING.SEQ'.
           05 WRK-ARQ-ENTREMAR PIC X(16) VALUE 'ENTREMAR.DAT'.
           05 WRK-ARQ-PIXEMIT PIC X(16) VALUE 'PIXEMIT.DAT'.
      *VISAO TABELADA DOS MESMOS NOMES, PARA OS LACOS DE CLONAGEM
      *E DESCARTE DO TREINAMENTO
       01 WRK-NOMES-ARQUIVOS-R REDEFINES WRK-NOMES-ARQUIVOS.
           05 WRK-NOME-ARQ PIC X(16) OCCURS 81 TIMES.
      *NOMES DOS CLONES DE TREINAMENTO, UM PARA UM COM A TABELA
      *ACIMA
       01 WRK-NOMES-TREINO-TBL.
           05 FILLER PIC X(16) VALUE 'TRECONTL.DAT'.
           05 FILLER PIC X(16) VALUE 'TREIMPCL.REJ'.
           05 FILLER PIC X(16) VALUE 'TREIMPCL.RJT'.
           05 FILLER PIC X(16) VALUE 'TREFORNE.DAT'.
           05 FILLER PIC X(16) VALUE 'TRECOMPR.DAT'.
           05 FILLER PIC X(16) VALUE 'TRECMPIT.DAT'.
           05 FILLER PIC X(16) VALUE 'TRECOMPR.SEQ'.
           05 FILLER PIC X(16) VALUE 'TREPAGAR.DAT'.
           05 FILLER PIC X(16) VALUE 'TREINVEN.DAT'.
           05 FILLER PIC X(16) VALUE 'TREENTBX.DAT'.
           05 FILLER PIC X(16) VALUE 'TRENFESI.DAT'.
           05 FILLER PIC X(16) VALUE 'TREACORD.DAT'.
           05 FILLER PIC X(16) VALUE 'TREACOPA.DAT'.
           05 FILLER PIC X(16) VALUE 'TRENEGAT.DAT'.
           05 FILLER PIC X(16) VALUE 'TREPERDA.DAT'.
           05 FILLER PIC X(16) VALUE 'TRECHEQU.DAT'.
           05 FILLER PIC X(16) VALUE 'TREPONTO.DAT'.
           05 FILLER PIC X(16) VALUE 'TREVALES.DAT'.
           05 FILLER PIC X(16) VALUE 'TREVALE.SEQ'.
           05 FILLER PIC X(16) VALUE 'TREVMOV.DAT'.
           05 FILLER PIC X(16) VALUE 'TREKITS.DAT'.
           05 FILLER PIC X(16) VALUE 'TRELOTES.DAT'.
           05 FILLER PIC X(16) VALUE 'TREILOTE.DAT'.
           05 FILLER PIC X(16) VALUE 'TREESTFI.DAT'.
           05 FILLER PIC X(16) VALUE 'TREGUIAT.DAT'.
           05 FILLER PIC X(16) VALUE 'TREGUIAI.DAT'.
           05 FILLER PIC X(16) VALUE 'TREGUIA.SEQ'.
           05 FILLER PIC X(16) VALUE 'TREOSERV.DAT'.
           05 FILLER PIC X(16) VALUE 'TREOSERV.SEQ'.
           05 FILLER PIC X(16) VALUE 'TREPEDCA.DAT'.
           05 FILLER PIC X(16) VALUE 'TRELOJAW.REJ'.
           05 FILLER PIC X(16) VALUE 'TRELOJAW.RJT'.
           05 FILLER PIC X(16) VALUE 'TRELOJAW.LIB'.
           05 FILLER PIC X(16) VALUE 'TREPRESP.DAT'.
           05 FILLER PIC X(16) VALUE 'TRELEITU.DAT'.
           05 FILLER PIC X(16) VALUE 'TREORIGE.DAT'.
           05 FILLER PIC X(16) VALUE 'TREPDEAN.DAT'.
           05 FILLER PIC X(16) VALUE 'TREINDIC.DAT'.
           05 FILLER PIC X(16) VALUE 'TREEQUIP.DAT'.
           05 FILLER PIC X(16) VALUE 'TRERECOL.TXT'.
           05 FILLER PIC X(16) VALUE 'TRECONTG.DAT'.
           05 FILLER PIC X(16) VALUE 'TRECONTG.SEQ'.
           05 FILLER PIC X(16) VALUE 'TREENTRM.DAT'.
           05 FILLER PIC X(16) VALUE 'TREPIXEM.DAT'.
       01 WRK-NOMES-TREINO REDEFINES WRK-NOMES-TREINO-TBL.
           05 WRK-NOME-TREINO PIC X(16) OCCURS 81 TIMES.
      *CONTROLE DO MODO DE TREINAMENTO: LIGADO PELO PERFIL T DO
      *OPERADOR; A SESSAO INTEIRA RODA NOS CLONES, QUE SAO
      *DESCARTADOS NA SAIDA - PRATICA COMPLETA, CADASTRO INTACTO
       77 CRED-STATUS PIC 9(02) VALUE ZEROS.
      *STATUS DO ARQUIVO DE PEDIDOS
       77 PEDIDOS-STATUS PIC 9(02) VALUE ZEROS.
      *STATUS DO INDICE DE PEDIDOS POR DATA
       77 PDX-STATUS PIC 9(02) VALUE ZEROS.
      *O INDICE POR DATA SO EXISTE DEPOIS DO PRIMEIRO IDXPED (OU
      *REORPED); SEM ELE NAO HA O QUE MANTER
       77 WRK-PDX-SITUACAO PIC X(01) VALUE 'N'.
           88 INDICE-ABERTO VALUE 'S'.
      *NUMERO DO ULTIMO PEDIDO LISTADO, PARA NUMERAR O PROXIMO PEDIDO
      *DESTE CLIENTE SEM PRECISAR DE UM ARQUIVO DE CONTROLE A PARTE
       77 WRK-ULT-PEDIDO-NUM PIC 9(06) VALUE ZEROS.
      *ALCADA DE DESCONTO DO PERFIL DE OPERACAO (ADMIN NAO TEM
      *TETO); SOBRESCRITA POR FINCFG.DAT SE EXISTIR
       77 WRK-FIN-DESC-MAX PIC 9(02) VALUE 10.
      *ALCADA DE DESCONTO NOS JUROS DO ACORDO DE RENEGOCIACAO, NO
      *MESMO ESQUEMA DA ALCADA ACIMA
       77 WRK-FIN-ACO-DESC-MAX PIC 9(03) VALUE 50.
      *TARIFA DO CHEQUE DEVOLVIDO, SOBRESCRITA POR FINCFG.DAT SE
      *EXISTIR; ZERO NO ARQUIVO VALE ISENCAO
       77 WRK-FIN-CHQ-TARIFA PIC 9(05)V99 VALUE 30.00.
      *FIDELIDADE: UM PONTO POR REAL PAGO, BONUS POR CLASSE E
      *VALOR DO PONTO NO RESGATE, SOBRESCRITOS POR FINCFG.DAT
       77 WRK-FIN-PTS-BONUS-A PIC 9(03) VALUE 50.
       77 WRK-FIN-PTS-BONUS-B PIC 9(03) VALUE 20.
       77 WRK-FIN-PTS-VALOR PIC 9(01)V99 VALUE 0.05.
      *LISTA DE ESPERA: STATUS DO ARQUIVO, PROXIMA SEQUENCIA DO
      *PRODUTO E IDADE-LIMITE (DIAS) DA RESERVA NO RELATORIO
       77 RES-STATUS PIC 9(02) VALUE ZEROS.
       77 META-STATUS PIC 9(02) VALUE ZEROS.
      *PONTUACAO DE CREDITO LIDA DE SCORECLI.DAT, SE HOUVER
       77 SCORE-STATUS PIC 9(02) VALUE ZEROS.
      *RESUMO DA NOITE LIDO DE RESCLI.DAT; SO VALE SE TERMINOU E E
      *DA ULTIMA NOITE (GERADO ONTEM OU HOJE)
       77 RSM-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-RSM-SITUACAO PIC X(01) VALUE 'N'.
           88 RESUMO-ACHADO VALUE 'S'.
           88 RESUMO-NAO-ACHADO VALUE 'N'.
       77 WRK-RSM-POSICAO PIC 9(08) VALUE ZEROS.
      *SEGMENTO RFM LIDO DE SEGCLI.DAT, SE HOUVER
       77 RFM-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-SEG-NOME-EXIB PIC X(18) VALUE SPACES.
       77 WRK-SEG-SITUACAO PIC X(01) VALUE 'N'.
           88 SEGMENTO-ACHADO VALUE 'S'.
           88 SEGMENTO-NAO-ACHADO VALUE 'N'.
      *MOVIMENTACAO DE ESTOQUE PELA TELA DE PRODUTOS E BAIXA
      *AUTOMATICA NA VENDA
       77 ESTMOV-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-PRECO-SITUACAO PIC X(01) VALUE 'N'.
           88 PRECO-ACHADO VALUE 'S'.
           88 PRECO-NAO-ACHADO VALUE 'N'.
      *PRECO NEGOCIADO: STATUS, ORIGEM DO PRECO MOSTRADA AO
      *OPERADOR NO ITEM, ACORDO PROCURADO E O QUE FOI ACHADO
       77 PESP-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-PRECO-ORIGEM PIC X(40) VALUE SPACES.
       77 WRK-PRECO-BASE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PESP-GRUPO PIC 9(06) VALUE ZEROS.
       77 WRK-PESP-ORIGEM-ALVO PIC X(24) VALUE SPACES.
       77 WRK-PESP-ACHADO-PRECO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PESP-ACHADO-PCT PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PESP-SITUACAO PIC X(01) VALUE 'N'.
           88 ACORDO-ACHADO VALUE 'S'.
           88 ACORDO-NAO-ACHADO VALUE 'N'.
       01 WRK-PESP-ACORDO.
           05 WRK-PESP-TIPO-ALVO PIC X(01).
           05 WRK-PESP-ALVO PIC 9(09).
           05 WRK-PESP-TIPO-ITEM PIC X(01).
           05 WRK-PESP-ITEM PIC 9(06).
      *CAMPOS DA TELA PN (MANUTENCAO DOS ACORDOS DE PRECO)
       77 WRK-PESP-TIPO-ALVO-DIG PIC X(01) VALUE SPACES.
       77 WRK-PESP-ALVO-DIG PIC 9(09) VALUE ZEROS.
       77 WRK-PESP-TIPO-ITEM-DIG PIC X(01) VALUE SPACES.
       77 WRK-PESP-ITEM-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-PESP-VIG-DIG PIC 9(08) VALUE ZEROS.
       77 WRK-PESP-FIM-DIG PIC 9(08) VALUE ZEROS.
       77 WRK-PESP-PRECO-DIG PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PESP-PCT-DIG PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PESP-ALVO-SITUACAO PIC X(01) VALUE 'N'.
           88 ALVO-ACORDO-OK VALUE 'S'.
           88 ALVO-ACORDO-INVALIDO VALUE 'N'.
      *DESCONTO DIGITADO NO ITEM E NO PEDIDO, VALOR CALCULADO E
      *CONTROLES DA FILA DE APROVACAO
       77 DESC-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TB-SITUACAO PIC X(01) VALUE 'S'.
           88 TB-FAIXA-OK VALUE 'S'.
           88 TB-FAIXA-SOBREPOE VALUE 'N'.
      *MODELOS DE MENSAGEM (MODMSG.DAT), CARREGADOS NA ENTRADA E
      *MANTIDOS PELA OPCAO MM: PARA CADA TIPO E CANAL VALE A VERSAO
      *DE VIGENCIA MAIS RECENTE QUE JA COMECOU; O RODAPE DO RECIBO
      *E O MODELO DO TIPO RECIBO NO CANAL I (IMPRESSO)
       77 MODMSG-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-MODELOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-MODELOS.
           05 WRK-MODELO OCCURS 200 TIMES
                   INDEXED BY WRK-MOD-IDX.
               10 WRK-MOD-TIPO PIC X(08).
               10 WRK-MOD-CANAL PIC X(01).
               10 WRK-MOD-VIGENCIA PIC 9(08).
               10 WRK-MOD-TEXTO PIC X(100).
               10 WRK-MOD-OPERADOR PIC X(09).
               10 WRK-MOD-DATA PIC 9(08).
       77 WRK-MOD-TIPO-PROC PIC X(08) VALUE SPACES.
       77 WRK-MOD-CANAL-PROC PIC X(01) VALUE SPACES.
       77 WRK-MOD-VIG-ACHADA PIC 9(08) VALUE ZEROS.
       77 WRK-MOD-SITUACAO PIC X(01) VALUE 'N'.
           88 MODELO-ACHADO VALUE 'S'.
           88 MODELO-NAO-ACHADO VALUE 'N'.
      *DATA DE REFERENCIA DA PROCURA DO MODELO VIGENTE (HOJE, OU A
      *DATA PEDIDA NA PREVIA)
       01 WRK-MOD-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-MOD-HOJE-R REDEFINES WRK-MOD-HOJE.
           05 WRK-MOD-HOJE-ANO PIC 9(04).
           05 WRK-MOD-HOJE-MES PIC 9(02).
           05 WRK-MOD-HOJE-DIA PIC 9(02).
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
      *VALORES DA MENSAGEM CORRENTE (EM BRANCO O QUE NAO SE APLICA)
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
      *VERSAO DE MODELO DIGITADA NA TELA MM, TEXTO QUE ELA TINHA
      *ANTES (PARA A AUDITORIA) E APOIOS DO ATRASO NA PREVIA
       77 WRK-MM-TIPO-DIG PIC X(08) VALUE SPACES.
       77 WRK-MM-CANAL-DIG PIC X(01) VALUE SPACES.
           88 MM-CANAL-VALIDO VALUES 'E' 'S' 'L' 'I'.
       77 WRK-MM-VIG-DIG PIC 9(08) VALUE ZEROS.
       01 WRK-MM-TEXTO-DIG PIC X(100) VALUE SPACES.
       01 WRK-MM-TEXTO-DIG-R REDEFINES WRK-MM-TEXTO-DIG.
           05 WRK-MM-TEXTO-1 PIC X(50).
           05 WRK-MM-TEXTO-2 PIC X(50).
       77 WRK-MM-TEXTO-ANTES PIC X(100) VALUE SPACES.
       77 WRK-MM-ACHADO PIC 9(03) VALUE ZEROS.
       01 WRK-MM-DATA-BASE PIC 9(08) VALUE ZEROS.
       01 WRK-MM-DATA-BASE-R REDEFINES WRK-MM-DATA-BASE.
           05 WRK-MM-BASE-ANO PIC 9(04).
           05 WRK-MM-BASE-MES PIC 9(02).
           05 WRK-MM-BASE-DIA PIC 9(02).
       77 WRK-MM-ATRASO PIC S9(07) VALUE ZEROS.
      *CAPACIDADE DA AGENDA DE ENTREGAS (ENTCAP.DAT, MANTIDO PELA
      *OPCAO CE E RELIDO A CADA AGENDAMENTO): VALE A EXCECAO DA
      *DATA; SEM ELA, FERIADO DO CALEND.DAT NAO TEM VAGA E OS
      *DEMAIS DIAS SEGUEM A LINHA DO DIA DA SEMANA (DIA SEM LINHA
      *NUMA FILIAL QUE TEM LINHAS E DIA SEM ENTREGA)
       77 CENT-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-CAPAC PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-CAPAC.
           05 WRK-CAPAC OCCURS 300 TIMES
                   INDEXED BY WRK-CPE-IDX.
               10 WRK-CPE-FILIAL PIC 9(02).
               10 WRK-CPE-TIPO PIC X(01).
               10 WRK-CPE-DIA PIC 9(08).
               10 WRK-CPE-MANHA PIC 9(03).
               10 WRK-CPE-TARDE PIC 9(03).
               10 WRK-CPE-OPERADOR PIC X(09).
               10 WRK-CPE-DATA PIC 9(08).
      *FILIAL DA ENTREGA (A DO CLIENTE, COMO NO ROMANEIO), O DIA
      *CONSULTADO E O QUE VALE NELE
       77 WRK-CPE-FIL-ENT PIC 9(02) VALUE ZEROS.
       01 WRK-CPE-DATA-CONS PIC 9(08) VALUE ZEROS.
       01 WRK-CPE-DATA-CONS-R REDEFINES WRK-CPE-DATA-CONS.
           05 WRK-CPE-CONS-ANO PIC 9(04).
           05 WRK-CPE-CONS-MES PIC 9(02).
           05 WRK-CPE-CONS-DIA PIC 9(02).
       77 WRK-CPE-DOW PIC 9(01) VALUE ZEROS.
       77 WRK-CPE-ULT-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-CPE-FONE-ENT PIC 9(09) VALUE ZEROS.
       77 WRK-CPE-REGRA PIC X(01) VALUE SPACES.
           88 CAPAC-SEM-CONTROLE VALUE 'L'.
           88 CAPAC-FERIADO VALUE 'F'.
           88 CAPAC-EXCECAO VALUE 'D'.
           88 CAPAC-SEMANAL VALUE 'S'.
       77 WRK-CPE-FIL-TEM-LINHA PIC X(01) VALUE 'N'.
           88 FILIAL-COM-CAPACIDADE VALUE 'S'.
           88 FILIAL-SEM-CAPACIDADE VALUE 'N'.
      *DATA E PERIODO QUE A ENTREGA TINHA ANTES DA DIGITACAO (SO A
      *MUDANCA DELES CONSOME VAGA), O PRIMEIRO PEDIDO RECUSADO POR
      *FALTA DE VAGA E A LIBERACAO DE ADMIN USADA NO ENCAIXE
       77 WRK-CPE-DATA-ORIG PIC 9(08) VALUE ZEROS.
       77 WRK-CPE-PER-ORIG PIC X(01) VALUE SPACES.
       77 WRK-CPE-DATA-PEDIDA PIC 9(08) VALUE ZEROS.
       77 WRK-CPE-PER-PEDIDO PIC X(01) VALUE SPACES.
       77 WRK-CPE-PND-ID PIC 9(06) VALUE ZEROS.
       77 WRK-CPE-MOTIVO PIC X(01) VALUE SPACES.
       77 WRK-CPE-SITUACAO PIC X(01) VALUE 'V'.
           88 AGENDA-COM-VAGA VALUE 'V'.
           88 AGENDA-LOTADA VALUE 'L'.
           88 AGENDA-ENCAIXE VALUE 'E'.
       77 ERM-STATUS PIC 9(02) VALUE ZEROS.
      *REGISTRO DA ENTREGA E DO CLIENTE EM TELA, GUARDADOS DURANTE A
      *VARREDURA DA OCUPACAO
       01 WRK-CPE-ENT-SALVA PIC X(126) VALUE SPACES.
       01 WRK-CPE-CLI-SALVO PIC X(562) VALUE SPACES.
       77 WRK-CPE-FIL-OUTRA PIC 9(02) VALUE ZEROS.
      *VAGAS DE HOJE E DOS SETE DIAS SEGUINTES (1 A 8) E DA DATA
      *DIGITADA (9): CAPACIDADE, OCUPACAO E A LINHA DA TELA
       01 WRK-TABELA-VAGAS.
           05 WRK-VAGA-DIA OCCURS 9 TIMES.
               10 WRK-VG-DATA PIC 9(08).
               10 WRK-VG-DOW PIC 9(01).
               10 WRK-VG-REGRA PIC X(01).
               10 WRK-VG-CAP-M PIC 9(03).
               10 WRK-VG-CAP-T PIC 9(03).
               10 WRK-VG-OCU-M PIC 9(03).
               10 WRK-VG-OCU-T PIC 9(03).
               10 WRK-VG-LINHA PIC X(36).
       77 WRK-VG-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-VG-VAGAS PIC S9(03) VALUE ZEROS.
       77 WRK-VG-ED-VAGAS PIC ZZ9 VALUE ZEROS.
       77 WRK-VG-TXT PIC X(10) VALUE SPACES.
       77 WRK-VG-TXT-M PIC X(10) VALUE SPACES.
       77 WRK-VG-TXT-T PIC X(10) VALUE SPACES.
       01 WRK-VG-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 WRK-VG-DATA-AUX-R REDEFINES WRK-VG-DATA-AUX.
           05 WRK-VG-AUX-ANO PIC 9(04).
           05 WRK-VG-AUX-MES PIC 9(02).
           05 WRK-VG-AUX-DIA PIC 9(02).
       01 TB-NOMES-DIA-TBL.
           05 FILLER PIC X(21) VALUE 'SEGTERQUAQUISEXSABDOM'.
       01 TB-NOMES-DIA REDEFINES TB-NOMES-DIA-TBL.
           05 TB-NOME-DIA PIC X(03) OCCURS 7 TIMES.
      *DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (MESMA CONTA DO
      *DIAUTIL: 0 = SABADO, 1 = DOMINGO ...)
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
      *LINHA DE CAPACIDADE DIGITADA NA TELA CE E COMO ELA ESTAVA
      *ANTES (PARA A AUDITORIA)
       77 WRK-CE-FILIAL-DIG PIC 9(02) VALUE ZEROS.
       77 WRK-CE-TIPO-DIG PIC X(01) VALUE SPACES.
           88 CE-TIPO-VALIDO VALUES 'S' 'D'.
       01 WRK-CE-DIA-DIG PIC 9(08) VALUE ZEROS.
       01 WRK-CE-DIA-DIG-R REDEFINES WRK-CE-DIA-DIG.
           05 WRK-CE-DIG-ANO PIC 9(04).
           05 WRK-CE-DIG-MES PIC 9(02).
           05 WRK-CE-DIG-DIA PIC 9(02).
       77 WRK-CE-MANHA-DIG PIC 9(03) VALUE ZEROS.
       77 WRK-CE-TARDE-DIG PIC 9(03) VALUE ZEROS.
       77 WRK-CE-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CE-ANTES PIC X(40) VALUE SPACES.
       77 WRK-CE-DEPOIS PIC X(40) VALUE SPACES.
      *TRANSFERENCIA DE CLIENTE ENTRE FILIAIS (OPCAO TF)
       77 TRF-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TF-DESTINO PIC 9(02) VALUE ZEROS.
       77 WRK-TF-PED-MOVIDOS PIC 9(04) VALUE ZEROS.
      *VISOR DE RELATORIOS: A TABELA DOS ARQUIVOS CONHECIDOS
      *(NOME, TITULO E SE E SO PARA ADMIN - SEGURANCA E FUSAO NAO
      *SAO ASSUNTO DE BALCAO; G = LISTA CLIENTES DE TODAS AS
      *FILIAIS, SO PARA ADMIN E GERENTE REGIONAL; F = SAI TAMBEM UMA
      *COPIA POR FILIAL, NOME-NN.TXT, E O OPERADOR DE FILIAL SO VE
      *A DA SUA), O ESCOLHIDO E OS DADOS DO ARQUIVO DEVOLVIDOS PELO
      *CBL_CHECK_FILE_EXIST
       77 VISOR-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-VISOR-NOME PIC X(16) VALUE SPACES.
       01 TB-RELATORIOS-TBL.
           05 FILLER PIC X(38) VALUE
               'RELCLI.TXT      RELATORIO DE CLIENTESF'.
           05 FILLER PIC X(38) VALUE
               'VALCLI.TXT      VALIDACAO DO CADASTROG'.
           05 FILLER PIC X(38) VALUE
               'AGECLI.TXT      AGING A RECEBER      F'.
           05 FILLER PIC X(38) VALUE
               'FECDIA.TXT      FECHAMENTO DE CAIXA  F'.
           05 FILLER PIC X(38) VALUE
               'KPI.TXT         INDICADORES DO DIA   F'.
           05 FILLER PIC X(38) VALUE
               'FINCHK.TXT      CONFERENCIA FINANC.  N'.
           05 FILLER PIC X(38) VALUE
               'ESTOQUE.TXT     POSICAO DE ESTOQUE   F'.
           05 FILLER PIC X(38) VALUE
               'FLUXO.TXT       FLUXO DE CAIXA       N'.
           05 FILLER PIC X(38) VALUE
           05 FILLER PIC X(38) VALUE
               'RANKPROD.TXT    RANKING DE PRODUTOS  N'.
           05 FILLER PIC X(38) VALUE
               'ROMANEIO.TXT    ROMANEIO DE ENTREGAS F'.
           05 FILLER PIC X(38) VALUE
               'CONCARD.TXT     CONCILIACAO CARTOES  N'.
           05 FILLER PIC X(38) VALUE
               'BANCONC.TXT     BATIMENTO DO EXTRATO N'.
           05 FILLER PIC X(38) VALUE
               'CTRVENC.TXT     CONTRATOS VENCENDO   G'.
           05 FILLER PIC X(38) VALUE
               'DEVREL.TXT      DEVOLUCOES DO MES    N'.
           05 FILLER PIC X(38) VALUE
               'SCORECLI.TXT    SUGESTOES DE LIMITE  A'.
           05 FILLER PIC X(38) VALUE
               'SEGREL.TXT      RELAT. DE SEGURANCA  A'.
           05 FILLER PIC X(38) VALUE
               'PAGAR.TXT       CONTAS A PAGAR       N'.
           05 FILLER PIC X(38) VALUE
               'INVDIV.TXT      DIVERGENCIAS INVENT. N'.
           05 FILLER PIC X(38) VALUE
               'ROMBAIXA.TXT    BAIXA DO ROMANEIO    N'.
           05 FILLER PIC X(38) VALUE
               'ENTPRAZO.TXT    ENTREGAS NO PRAZO    N'.
           05 FILLER PIC X(38) VALUE
               'APURNF.TXT      APURACAO TRIBUTOS    N'.
           05 FILLER PIC X(38) VALUE
               'NFEREJ.TXT      NF-E REJEITADAS      N'.
           05 FILLER PIC X(38) VALUE
               'ACOVENC.TXT     ACORDOS EM ATRASO    G'.
           05 FILLER PIC X(38) VALUE
               'PDDMES.TXT      PROVISAO PDD DO MES  N'.
           05 FILLER PIC X(38) VALUE
               'CHQDEP.TXT      CHEQUES A DEPOSITAR  N'.
           05 FILLER PIC X(38) VALUE
               'VALEMES.TXT     VALES-PRESENTE DO MESN'.
           05 FILLER PIC X(38) VALUE
               'LOTEVENC.TXT    LOTES A VENCER       N'.
           05 FILLER PIC X(38) VALUE
               'OSREL.TXT       ASSISTENCIA TECNICA  N'.
           05 FILLER PIC X(38) VALUE
               'SUGCOMP.TXT     SUGESTAO DE COMPRA   N'.
           05 FILLER PIC X(38) VALUE
               'RFMCLI.TXT      SEGMENTACAO RFM      G'.
           05 FILLER PIC X(38) VALUE
               'CAMPRET.TXT     RETORNO CAMPANHAS    N'.
           05 FILLER PIC X(38) VALUE
               'LOJAREL.TXT     PEDIDOS LOJA VIRTUAL N'.
           05 FILLER PIC X(38) VALUE
               'PRCVENC.TXT     ACORDOS PRECO A VENC G'.
           05 FILLER PIC X(38) VALUE
               'CTRPEND.TXT     MEDIDOS SEM LEITURA  N'.
           05 FILLER PIC X(38) VALUE
               'LEITIMP.TXT     LEITURAS IMPORTADAS  N'.
           05 FILLER PIC X(38) VALUE
               'QUITPEND.TXT    PENDENTES QUITACAO   G'.
           05 FILLER PIC X(38) VALUE
               'RAZCLI.TXT      RAZAO DE CLIENTES    G'.
           05 FILLER PIC X(38) VALUE
               'DREMES.TXT      DRE GERENCIAL FILIAL A'.
           05 FILLER PIC X(38) VALUE
               'REAJSIM.TXT     SIMULACAO REAJUSTE   A'.
           05 FILLER PIC X(38) VALUE
               'LIMREV.TXT      REVISAO DE LIMITES   A'.
           05 FILLER PIC X(38) VALUE
               'FUNIL.TXT       FUNIL COMERCIAL      A'.
           05 FILLER PIC X(38) VALUE
               'RISCOPE.TXT     RISCO DE OPERADORES  A'.
           05 FILLER PIC X(38) VALUE
               'COBRANCA.TXT    CARTAS DE COBRANCA   F'.
           05 FILLER PIC X(38) VALUE
               'RELIDX.TXT      INDICE DA NOITE      N'.
           05 FILLER PIC X(38) VALUE
               'EQPREL.TXT      EQUIPAMENTOS COMODATON'.
           05 FILLER PIC X(38) VALUE
               'SANCONC.TXT     SANGRIAS X DEPOSITOS G'.
           05 FILLER PIC X(38) VALUE
               'CONTREP.TXT     REPROC. CONTINGENCIA A'.
           05 FILLER PIC X(38) VALUE
               'AGDENT.TXT      AGENDA DE ENTREGAS   N'.
       01 TB-RELATORIOS REDEFINES TB-RELATORIOS-TBL.
           05 TB-RELATORIO OCCURS 52 TIMES.
               10 TB-REL-NOME PIC X(16).
               10 TB-REL-TITULO PIC X(21).
               10 TB-REL-ADMIN PIC X(01).
      *CAMPO DO FINCFG.DAT) E VALIDADE DO PENDENTE EM DIAS
       77 PND-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-PND-PROX-ID PIC 9(06) VALUE ZEROS.
      *A PENDENCIA MONTADA PELO CHAMADOR, GUARDADA DURANTE A
      *PROCURA DO PROXIMO ID (QUE LE A FILA POR CIMA DO REGISTRO)
       01 WRK-PND-SALVA PIC X(70) VALUE SPACES.
       77 WRK-PND-ID-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-PND-LISTADAS PIC 9(03) VALUE ZEROS.
       77 WRK-TETO-LIMITE PIC 9(07)V99 VALUE 50000.00.
      *DA CONSULTA DO ADMIN
       77 ACC-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-ACESSO-VISAO PIC X(10) VALUE SPACES.
      *DADOS PESSOAIS JA MASCARADOS PARA A TELA (VIDE 6840), E OS
      *NUMEROS DO CADASTRO VISTOS COMO TEXTO PARA PEGAR OS DIGITOS
       01 WRK-MASCARADOS.
           05 WRK-MSC-DOC PIC X(18) VALUE SPACES.
           05 WRK-MSC-EMAIL PIC X(40) VALUE SPACES.
           05 WRK-MSC-CEL PIC X(15) VALUE SPACES.
           05 WRK-MSC-LOGRADOURO PIC X(40) VALUE SPACES.
           05 WRK-MSC-NUMERO PIC X(06) VALUE SPACES.
           05 WRK-MSC-CEP PIC X(09) VALUE SPACES.
       01 WRK-MSC-DOC-NUM PIC 9(14) VALUE ZEROS.
       01 WRK-MSC-DOC-TXT REDEFINES WRK-MSC-DOC-NUM PIC X(14).
       01 WRK-MSC-CEL-NUM PIC 9(11) VALUE ZEROS.
       01 WRK-MSC-CEL-TXT REDEFINES WRK-MSC-CEL-NUM PIC X(11).
       01 WRK-MSC-CEP-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-MSC-CEP-TXT REDEFINES WRK-MSC-CEP-NUM PIC X(08).
       77 WRK-ACC-FILTRO-FONE PIC 9(09) VALUE ZEROS.
       77 WRK-ACC-FILTRO-OPER PIC X(09) VALUE SPACES.
       77 WRK-ACC-EXIBIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ENT-PEDIDO-DIG PIC 9(06) VALUE ZEROS.
      *FRETE DA ENTREGA: TABELA DE FAIXAS DE CEP MONTADA A PARTIR
      *DO FRETE.DAT, PISO DO FRETE GRATIS (SOBRESCRITO POR
      *FINCFG.DAT SE EXISTIR), CODIGO RESERVADO DO ITEM DE FRETE
      *E VALORES APURADOS NO AGENDAMENTO
       77 FRT-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-FAIXAS-FRETE PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-FRETE.
           05 WRK-FAIXA-FRETE OCCURS 100 TIMES
                   INDEXED BY WRK-FRT-IDX.
               10 WRK-FF-CEP-INI PIC 9(08).
               10 WRK-FF-CEP-FIM PIC 9(08).
               10 WRK-FF-FIXO PIC 9(05)V99.
               10 WRK-FF-DEGRAU OCCURS 3 TIMES.
                   15 WRK-FF-VALOR-ATE PIC 9(07)V99.
                   15 WRK-FF-ADICIONAL PIC 9(05)V99.
       77 WRK-FRETE-PISO PIC 9(07)V99 VALUE 500.00.
       77 WRK-COD-FRETE PIC 9(06) VALUE 999999.
       77 WRK-FRT-FAIXA-ACHADA PIC 9(03) VALUE ZEROS.
       77 WRK-FRT-DEGRAU PIC 9(01) VALUE ZEROS.
       77 WRK-FRT-DEGRAU-ACHADO PIC 9(01) VALUE ZEROS.
       77 WRK-FRT-MERCADORIA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FRT-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRT-ITEM PIC 9(03) VALUE ZEROS.
       77 WRK-FRT-ULT-ITEM PIC 9(03) VALUE ZEROS.
       77 WRK-FRT-SITUACAO PIC X(01) VALUE 'N'.
           88 FRETE-CALCULADO VALUE 'S'.
           88 FRETE-SEM-FAIXA VALUE 'N'.
      *TRIBUTOS DA NOTA FISCAL: TABELA DE REGRAS MONTADA A PARTIR
      *DO TRIBUT.DAT, ALIQUOTAS PADRAO (SEM REGRA QUE SE APLIQUE)
      *E CAMPOS DO CALCULO ITEM A ITEM NA EMISSAO
       77 TRB-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-REGRAS-TRIB PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-TRIB.
           05 WRK-REGRA-TRIB OCCURS 200 TIMES
                   INDEXED BY WRK-TRB-IDX.
               10 WRK-RT-NATUREZA PIC X(01).
               10 WRK-RT-CATEGORIA PIC 9(03).
               10 WRK-RT-UF PIC X(02).
               10 WRK-RT-SIGLA PIC X(04).
               10 WRK-RT-ALIQUOTA PIC 9(02)V99.
       77 WRK-TRB-ICMS-PADRAO PIC 9(02)V99 VALUE 18.00.
       77 WRK-TRB-ISS-PADRAO PIC 9(02)V99 VALUE 5.00.
       77 WRK-TRB-NATUREZA PIC X(01) VALUE 'M'.
           88 TRB-MERCADORIA VALUE 'M'.
           88 TRB-SERVICO VALUE 'S'.
       77 WRK-TRB-CATEGORIA PIC 9(03) VALUE ZEROS.
       77 WRK-TRB-UF PIC X(02) VALUE SPACES.
       77 WRK-TRB-SIGLA PIC X(04) VALUE SPACES.
       77 WRK-TRB-ALIQUOTA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TRB-NIVEL PIC 9(01) VALUE ZEROS.
       77 WRK-TRB-NIVEL-REGRA PIC 9(01) VALUE ZEROS.
       77 WRK-TRB-IMPOSTO-ITEM PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TRB-SLOT PIC 9(01) VALUE ZEROS.
       77 WRK-TRB-SLOT-ACHADO PIC 9(01) VALUE ZEROS.
       01 WRK-NF-DESTAQUE-SALVO PIC X(141) VALUE SPACES.
      *FILA DE TRABALHO DOS PEDIDOS EM ABERTO DE TODOS OS
      *CLIENTES: FILTROS, TABELA DOS ACHADOS (DO MAIS ANTIGO PARA
      *O MAIS NOVO) E CONTROLE DA PAGINACAO COM ESCOLHA
      *CODIGO DE PRODUTO DIGITADO NO LANCAMENTO DO PEDIDO; ZERO
      *SIGNIFICA PEDIDO SEM PRODUTO DE CATALOGO (TEXTO LIVRE)
       77 WRK-PED-PROD-CODIGO PIC 9(06) VALUE ZEROS.
      *STATUS DO ARQUIVO DE CODIGOS DE BARRAS DO CATALOGO
       77 PEAN-STATUS PIC 9(02) VALUE ZEROS.
      *STATUS DO ARQUIVO DE INDICACOES E O TELEFONE DO INDICADOR
      *DIGITADO NA INCLUSAO (ZERO = NINGUEM INDICOU); OS DADOS DO
      *CLIENTE NOVO FICAM GUARDADOS PARA A COMPARACAO COM OS DO
      *INDICADOR, QUE E LIDO NO MESMO BUFFER
       77 IND-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-IND-FONE-DIG PIC 9(09) VALUE ZEROS.
       77 WRK-IND-SITUACAO PIC X(01) VALUE 'S'.
           88 INDICADOR-OK VALUE 'S'.
           88 INDICADOR-RECUSADO VALUE 'N'.
       77 WRK-IND-DOC-NUM PIC 9(14) VALUE ZEROS.
       77 WRK-IND-LOGRADOURO PIC X(40) VALUE SPACES.
       77 WRK-IND-NUMERO PIC X(06) VALUE SPACES.
       77 WRK-IND-CEP PIC 9(08) VALUE ZEROS.
      *EQUIPAMENTOS EM COMODATO: STATUS, CAMPOS DA TELA E OS
      *CONTADORES DA ORDEM DE RECOLHIMENTO DO CONTRATO ENCERRADO
       77 EQP-STATUS PIC 9(02) VALUE ZEROS.
       77 RECOLHE-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-EQP-SERIE-DIG PIC X(20) VALUE SPACES.
       77 WRK-EQP-SITUACAO-DIG PIC X(01) VALUE SPACES.
       77 WRK-EQP-FONE-DIG PIC 9(09) VALUE ZEROS.
       77 WRK-EQP-CONTRATO-DIG PIC 9(04) VALUE ZEROS.
       77 WRK-EQP-SITUACAO-ANT PIC X(01) VALUE SPACES.
       77 WRK-EQP-NO-CLIENTE PIC 9(03) VALUE ZEROS.
       77 WRK-EQP-NOVAS-ORDENS PIC 9(03) VALUE ZEROS.
       77 WRK-EQP-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-EQP-ED-CUSTO PIC Z(06)9.99 VALUE ZEROS.
       01 WRK-EQP-SW PIC X(01) VALUE 'N'.
           88 EQP-DADOS-OK VALUE 'S'.
           88 EQP-DADOS-RECUSADOS VALUE 'N'.
       01 WRK-CONTR-ATIVO-ANT PIC X(01) VALUE SPACES.
           88 CONTR-ESTAVA-EM-VIGOR VALUE 'S'.
      *CONTINGENCIA DO BALCAO: STATUS, CAMPOS DA TELA, O NUMERO
      *PROVISORIO DO LANCAMENTO CORRENTE E O MOTIVO DA ABERTURA
       77 CTG-STATUS PIC 9(02) VALUE ZEROS.
       77 CTGSEQ-STATUS PIC 9(02) VALUE ZEROS.
       77 CLIREP-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-CTG-FONE-DIG PIC 9(09) VALUE ZEROS.
       77 WRK-CTG-TIPO-DIG PIC X(01) VALUE SPACES.
       77 WRK-CTG-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-CTG-QTDE-SESSAO PIC 9(04) VALUE ZEROS.
       01 WRK-CTG-MOTIVO PIC X(01) VALUE SPACES.
           88 CONTINGENCIA-POR-LOTE VALUE 'L'.
           88 CONTINGENCIA-POR-CONTROLE VALUE 'C'.
       01 WRK-CTG-SW PIC X(01) VALUE 'N'.
           88 CTG-DADOS-OK VALUE 'S'.
           88 CTG-DADOS-RECUSADOS VALUE 'N'.
      *CODIGO DIGITADO OU LIDO PELO LEITOR NAS TELAS DE ITEM: O
      *CODIGO INTERNO (ATE 6 DIGITOS) OU O EAN (8/12/13/14), QUE
      *O LEITOR DIGITA SEGUIDO DE ENTER
       77 WRK-CODIGO-LIDO PIC X(14) VALUE SPACES.
       77 WRK-COD-TAM PIC 9(02) VALUE ZEROS.
       77 WRK-COD-PRODUTO PIC 9(06) VALUE ZEROS.
       77 WRK-COD-FATOR PIC 9(05) VALUE ZEROS.
       77 WRK-COD-SITUACAO PIC X(01) VALUE SPACES.
           88 CODIGO-OK VALUE 'S'.
           88 CODIGO-VAZIO VALUE 'V'.
           88 CODIGO-INVALIDO VALUE 'N'.
      *CONFERENCIA DO DIGITO VERIFICADOR (MODULO 10, PESOS 3 E 1
      *DA DIREITA PARA A ESQUERDA) SOBRE O EAN EM 14 POSICOES
       01 WRK-EAN-NUM PIC 9(14) VALUE ZEROS.
       01 WRK-EAN-NUM-R REDEFINES WRK-EAN-NUM.
           05 WRK-EAN-DIGITO PIC 9(01) OCCURS 14 TIMES.
       77 WRK-EAN-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-EAN-PESO PIC 9(01) VALUE ZEROS.
       77 WRK-EAN-SOMA PIC 9(04) VALUE ZEROS.
       77 WRK-EAN-QUOC PIC 9(04) VALUE ZEROS.
       77 WRK-EAN-RESTO PIC 9(02) VALUE ZEROS.
       77 WRK-EAN-DV PIC 9(01) VALUE ZEROS.
      *MANUTENCAO DOS CODIGOS DE BARRAS NA TELA DO PRODUTO
       77 WRK-EAN-FATOR-DIG PIC 9(05) VALUE ZEROS.
       77 WRK-EAN-ACAO PIC X(01) VALUE SPACES.
      *STATUS DO ARQUIVO DE ITENS DE PEDIDO
       77 ITEM-STATUS PIC 9(02) VALUE ZEROS.
      *CONTROLE DO LACO DE DIGITACAO DOS ITENS DO PEDIDO
       77 WRK-PRIMEIRO-ITEM-DESC PIC X(40) VALUE SPACES.
      *STATUS DO ARQUIVO DE CONTRATOS
       77 CONTR-STATUS PIC 9(02) VALUE ZEROS.
      *LEITURAS DOS CONTRATOS MEDIDOS: STATUS E CAMPOS DA TELA
       77 LEIT-STATUS PIC 9(02) VALUE ZEROS.
       01 WRK-LEIT-PERIODO-DIG PIC 9(06) VALUE ZEROS.
       01 WRK-LEIT-PERIODO-DIG-R REDEFINES WRK-LEIT-PERIODO-DIG.
           05 WRK-LEIT-ANO-DIG PIC 9(04).
           05 WRK-LEIT-MES-DIG PIC 9(02).
       77 WRK-LEIT-LEITURA-DIG PIC 9(09) VALUE ZEROS.
       77 WRK-CONTR-CONFERE PIC X(01) VALUE 'S'.
           88 CONTR-VALIDO VALUE 'S'.
           88 CONTR-INVALIDO VALUE 'N'.
       77 WRK-LEIT-SITUACAO PIC X(01) VALUE 'N'.
           88 LEIT-EXISTENTE VALUE 'S'.
           88 LEIT-NOVA VALUE 'N'.
      *CONTROLE DO LIMITE DE CREDITO NO LANCAMENTO DO PEDIDO
       77 WRK-TOTAL-ABERTO-CLI PIC 9(09)V99 VALUE ZEROS.
      *RECEBIMENTO UNICO: UM VALOR SO DO CLIENTE, DISTRIBUIDO
       01 WRK-ITEM-MOV PIC X(91).
       01 WRK-RECEB-MOV PIC X(59).
       01 WRK-PARC-MOV PIC X(45).
       01 WRK-CONTR-MOV PIC X(123).
       01 WRK-ORC-MOV PIC X(81).
       77 WRK-MT-PED-MOVIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-MT-FIM-PED PIC X(01) VALUE 'N'.
      *STATUS E CONTROLES DOS PROSPECTOS
       77 PROSP-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-PROSP-LISTADOS PIC 9(04) VALUE ZEROS.
      *VINCULO DE ORIGEM DO FUNIL: STATUS E O QUE O ORCAMENTO HERDA
      *DO PROSPECTO DO CLIENTE
       77 ORIG-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-ORIG-CANAL PIC X(01) VALUE SPACES.
       77 WRK-ORIG-DATA-ANT PIC 9(08) VALUE ZEROS.

      *PAGINACAO DO RELATORIO NA TELA
       77 WRK-RELATORIO-LINHA PIC 9(02) VALUE ZEROS.
      *STATUS E CONTADORES DA CORRECAO DE REJEITADOS DO IMPCLI
       77 REJEITADOS-STATUS PIC 9(02) VALUE ZEROS.
       77 REJ-TEMP-STATUS PIC 9(02) VALUE ZEROS.
       77 REJ-LOJA-STATUS PIC 9(02) VALUE ZEROS.
       77 RJT-LOJA-STATUS PIC 9(02) VALUE ZEROS.
       77 LIB-LOJA-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-REJ-CORRIGIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-REJ-RESTANTES PIC 9(06) VALUE ZEROS.
      *PEDIDOS DA LOJA VIRTUAL TRATADOS NA TELA RJ: O DESTINO DO
      *PEDIDO CORRENTE VALE PARA O CABECALHO E PARA OS SEUS ITENS
       77 WRK-RJW-LIBERADOS PIC 9(06) VALUE ZEROS.
       77 WRK-RJW-RESTANTES PIC 9(06) VALUE ZEROS.
       01 WRK-RJW-DESTINO PIC X(01) VALUE 'M'.
           88 RJW-LIBERAR VALUE 'L'.
           88 RJW-MANTER VALUE 'M'.
           88 RJW-DESCARTAR VALUE 'D'.
      *STATUS DO REGISTRO CENTRAL DE JOBS E DATA DE ONTEM PARA O
      *PAINEL APONTAR JOB QUE NAO RODOU NA ULTIMA NOITE
       77 JOBCTL-STATUS PIC 9(02) VALUE ZEROS.
           05 WRK-ONT-MES PIC 9(02).
           05 WRK-ONT-DIA PIC 9(02).
       77 WRK-JOBS-LISTADOS PIC 9(03) VALUE ZEROS.
       77 PRV-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-PRV-LISTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-PRV-PENDENTE PIC X(01) VALUE 'N'.
           88 PRV-PENDENTE VALUE 'S'.
           88 PRV-EM-DIA VALUE 'N'.
      *DIAS DE CADA MES, PARA O RECUO DE UM DIA NA VIRADA SEM
      *INVENTAR DATA QUE NAO EXISTE (MESMA TECNICA DO KPIDIA)
       01 TB-DIAS-MES-TBL.
      *PERFIL T = ESTAGIARIO: MESMOS PODERES DA OPERACAO, MAS A
      *SESSAO INTEIRA RODA NOS CLONES DE TREINAMENTO
           88 PERFIL-TREINO VALUE 'T'.
      *QUEM VE OS DADOS PESSOAIS MASCARADOS NAS TELAS DE CONSULTA
      *(SO CONSULTA E ESTAGIARIO); OS DEMAIS VEEM O DADO COMPLETO
           88 PERFIL-MASCARADO VALUE 'C' 'T'.
      *PERFIL G = GERENTE REGIONAL: MESMOS PODERES DA OPERACAO, MAS
      *ENXERGA OS CLIENTES DE TODAS AS FILIAIS, COMO O ADMIN
           88 PERFIL-GERENTE VALUE 'G'.
           88 PERFIL-TODAS-FILIAIS VALUE 'A' 'G'.
      *FILIAL DO OPERADOR LOGADO, HERDADA PELAS INCLUSOES E PELOS
      *LANCAMENTOS DE PEDIDO DESTA SESSAO
       77 WRK-FILIAL-OPERADOR PIC 9(02) VALUE 1.
      *RESTRICAO DE VISAO POR FILIAL: QUEM NAO E ADMIN NEM GERENTE
      *REGIONAL SO ENXERGA OS CLIENTES DA PROPRIA FILIAL; FILIAL
      *ZERO (CADASTRO ANTERIOR AS FILIAIS) CONTA COMO MATRIZ, 01
       77 WRK-FIL-CLIENTE PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-OPERADOR PIC 9(02) VALUE ZEROS.
       77 WRK-FILIAL-SITUACAO PIC X(01) VALUE 'S'.
           88 FILIAL-VISIVEL VALUE 'S'.
           88 FILIAL-OCULTA VALUE 'N'.
      *ATENDIMENTO DE CLIENTE DE OUTRA FILIAL: SO COM LIBERACAO DE
      *UM ADMIN NA FILA A QUATRO OLHOS
       77 WRK-LIBERACAO-SITUACAO PIC X(01) VALUE 'N'.
           88 LIBERACAO-NENHUMA VALUE 'N'.
           88 LIBERACAO-PENDENTE VALUE 'P'.
           88 LIBERACAO-APROVADA VALUE 'A'.

      *CALCULO DO HASH DA SENHA: ACUMULADOR MULTIPLICATIVO SOBRE O
      *CODIGO DE CADA CARACTERE, MODULO UM PRIMO DE 9 DIGITOS; NAO
           88 SESSAO-ATIVA VALUE 'A'.
           88 SESSAO-EXPIRADA VALUE 'E'.

      *O TELA-MENU FICOU SEM ESPACO; AS OPCOES MAIS NOVAS FICAM NA
      *SEGUNDA PAGINA, ALTERNADA PELA OPCAO MA - OS CODIGOS VALEM
      *EM QUALQUER DAS DUAS PAGINAS
       77 WRK-MENU-PAGINA PIC 9(01) VALUE 1.
           88 MENU-PAGINA-1 VALUE 1.
           88 MENU-PAGINA-2 VALUE 2.

      *FORNECEDORES, PEDIDOS DE COMPRA E RECEBIMENTO DE MERCADORIA
       77 FORN-STATUS PIC 9(02) VALUE ZEROS.
       77 CMP-STATUS PIC 9(02) VALUE ZEROS.
       77 CMPI-STATUS PIC 9(02) VALUE ZEROS.
       77 CMPSEQ-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-CMP-NUM-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-CMP-NOTA-DIG PIC 9(09) VALUE ZEROS.
       77 WRK-CMPI-PROD-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-CMPI-QTDE-DIG PIC 9(05) VALUE ZEROS.
       77 WRK-CMPI-CUSTO-DIG PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CMP-PROX-ITEM PIC 9(03) VALUE ZEROS.
       77 WRK-CMP-CHEGOU-DIG PIC 9(05) VALUE ZEROS.
       77 WRK-CMP-PENDENTE PIC 9(05) VALUE ZEROS.
       77 WRK-CMP-FALTANDO PIC 9(07) VALUE ZEROS.
       77 WRK-CMP-DIVERGENCIAS PIC 9(03) VALUE ZEROS.
       77 WRK-CMP-ENTRADAS PIC 9(03) VALUE ZEROS.
       77 WRK-CMP-ED-QTDE PIC ZZZZ9.
       77 WRK-CMP-ED-QTDE2 PIC ZZZZ9.
      *VALOR A CUSTO DO QUE ENTROU NESTA NOTA, PARA SUGERIR O
      *TITULO A PAGAR NO FIM DO RECEBIMENTO
       77 WRK-CMP-VALOR-NOTA PIC 9(07)V99 VALUE ZEROS.

      *CONTAS A PAGAR
       77 PAG-STATUS PIC 9(02) VALUE ZEROS.
      *VENCIMENTO SUGERIDO: UM MES DEPOIS DE HOJE, DIA ACIMA DE 28
      *RECUA PARA 28 COMO NA AGENDA DE PARCELAS (8521)
       01 WRK-PAG-VENC PIC 9(08) VALUE ZEROS.
       01 WRK-PAG-VENC-R REDEFINES WRK-PAG-VENC.
           05 WRK-PAG-VENC-ANO PIC 9(04).
           05 WRK-PAG-VENC-MES PIC 9(02).
           05 WRK-PAG-VENC-DIA PIC 9(02).

      *INVENTARIO FISICO: CONTAGEM (IV) E APROVACAO (AI)
       77 INV-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-INV-PROD-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-INV-CONTADO-DIG PIC 9(05) VALUE ZEROS.
       77 WRK-INV-ABERTOS PIC 9(06) VALUE ZEROS.
       77 WRK-INV-CONTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-INV-NAO-CONTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-INV-DIVERGENTES PIC 9(06) VALUE ZEROS.
       77 WRK-INV-AJUSTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-INV-DATA-CONGEL PIC 9(08) VALUE ZEROS.
      *SALDO NOVO DO PRODUTO NO AJUSTE; COM SINAL PORQUE A FALTA
      *PODE PASSAR DO QUE SOBROU DEPOIS DAS VENDAS DA CONTAGEM
       77 WRK-INV-NOVO-SALDO PIC S9(07) VALUE ZEROS.

      *BAIXA DO ROMANEIO (OPCAO BR)
       77 EBX-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-BX-FONE-DIG PIC 9(09) VALUE ZEROS.
       77 WRK-BX-PEDIDO-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-BX-TENTATIVA PIC 9(02) VALUE ZEROS.

      *NF-E REJEITADAS (OPCAO NE E PAINEL OP)
       77 NFE-STATUS PIC 9(02) VALUE ZEROS.
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
      *TRILHA DA LINHA EM GRAVACAO NO CONTROLE DE ENCADEAMENTO;
      *EM BRANCO (CLONE DO TREINAMENTO) A LINHA PARTE DO ZERO
       77 WRK-VRF-TRILHA PIC X(16) VALUE SPACES.
       77 VTR-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-VTR-LISTADAS PIC 9(02) VALUE ZEROS.
       77 CAP-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-CAP-LIDAS PIC 9(02) VALUE ZEROS.
       77 WRK-CAP-ALERTAS PIC 9(02) VALUE ZEROS.
       01 WRK-CAP-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-NFE-NUMERO-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-NFE-LISTADAS PIC 9(04) VALUE ZEROS.

      *ACORDO DE RENEGOCIACAO (OPCAO AR): DIGITACAO DO PLANO, O
      *ACORDO ATIVO DO CLIENTE E A DIVISAO DE CADA PAGAMENTO EM
      *PRINCIPAL (REPASSADO AS PARCELAS DE ORIGEM) E ENCARGOS
       77 ACO-STATUS PIC 9(02) VALUE ZEROS.
       77 AP-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-ACO-DESC-PCT PIC 9(03) VALUE ZEROS.
       77 WRK-ACO-QTD-PARC PIC 9(02) VALUE ZEROS.
       77 WRK-ACO-PRIM-VENC PIC 9(08) VALUE ZEROS.
       77 WRK-ACO-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-ACO-ATIVOS PIC 9(02) VALUE ZEROS.
       77 WRK-ACO-NUMERO-ATIVO PIC 9(04) VALUE ZEROS.
       77 WRK-ACO-PROX-NUM PIC 9(04) VALUE ZEROS.
       77 WRK-ACO-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ACO-ABERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-ACO-PARC-PAGAR PIC 9(03) VALUE ZEROS.
       77 WRK-ACO-SALDO-PARC PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACO-VALOR-PAGAR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACO-ENCARGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACO-RESTANTE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACO-MULTA-PARTE PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ACO-JUROS-PARTE PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ACO-SIT-TXT PIC X(07) VALUE SPACES.
       77 WRK-ED-ACO-VALOR PIC Z(06)9.99.
       77 WRK-ED-ACO-DIAS PIC Z(06)9.
      *LIGADO DURANTE O REPASSE DE UM PAGAMENTO DE ACORDO: OS
      *ENCARGOS DO RECEBIMENTO VEM DO ACORDO, NAO DO ATRASO
       77 WRK-PAGTO-ACORDO PIC X(01) VALUE 'N'.
           88 PAGTO-ACORDO VALUE 'S'.

      *NEGATIVACOES DO CLIENTE NA FICHA
       77 NEG-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-NEG-SIT-TXT PIC X(10) VALUE SPACES.
       77 WRK-ED-NEG-VALOR PIC Z(06)9.99.

      *BAIXA POR PERDA: STATUS, SALDO DO PEDIDO A BAIXAR E A
      *MARCA DO PEDIDO BAIXADO NA LISTA DE PEDIDOS
       77 PRD-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-PRD-SALDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PRD-MARCA PIC X(08) VALUE SPACES.

      *CHEQUES: STATUS DA CUSTODIA, DADOS DO CHEQUE DIGITADOS NO
      *RECEBIMENTO, SEQUENCIA APONTADA NA DEVOLUCAO E O PRINCIPAL
      *ESTORNADO
       77 CHQ-STATUS PIC 9(02) VALUE ZEROS.
       77 PIX-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-CHQ-BANCO-DIG PIC 9(03) VALUE ZEROS.
       77 WRK-CHQ-NUMERO-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-CHQ-BOM-PARA-DIG PIC 9(08) VALUE ZEROS.
       77 WRK-CHQ-SEQ-DIG PIC 9(03) VALUE ZEROS.
       77 WRK-CHQ-ESTORNO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CHQ-SIT-TXT PIC X(10) VALUE SPACES.
       77 WRK-ED-CHQ-VALOR PIC Z(06)9.99.
       01 WRK-CHQ-DADOS PIC X(01) VALUE 'S'.
           88 CHQ-DADOS-OK VALUE 'S'.
           88 CHQ-DADOS-FALTANDO VALUE 'N'.

      *FIDELIDADE: STATUS DO ARQUIVO, ULTIMA SEQUENCIA DO CLIENTE,
      *SALDO VALIDO APURADO, O GANHO ACHADO PARA UM PEDIDO E OS
      *PONTOS DO CALCULO, DO ESTORNO E DO RESGATE
       77 PTS-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-PTS-SEQ-PROX PIC 9(04) VALUE ZEROS.
       77 WRK-PTS-SEQ-ACHADA PIC 9(04) VALUE ZEROS.
       77 WRK-PTS-SALDO PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-PTS-CALC PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-DISP PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-ESTORNAR PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-RESTANTE PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-RESGATE-DIG PIC 9(07) VALUE ZEROS.
       77 WRK-ED-PTS-SALDO PIC Z(08)9.
       01 WRK-PTS-ACHADO PIC X(01) VALUE 'N'.
           88 PTS-GANHO-ACHADO VALUE 'S'.
           88 PTS-GANHO-AUSENTE VALUE 'N'.
      *TRANSPORTE DOS PONTOS NA MUDANCA DE TELEFONE
       01 WRK-PTS-MOV PIC X(75).
       77 WRK-MT-FIM-PTS PIC X(01) VALUE 'N'.
           88 MT-PTS-ESGOTADO VALUE 'S'.
           88 MT-PTS-RESTANTE VALUE 'N'.
      *TRANSPORTE DOS ARQUIVOS DE COBRANCA E DE LOTE CHAVEADOS
      *PELO TELEFONE (ACORDOS E AGENDA, PERDAS, NEGATIVACOES,
      *CHEQUES, PIX E CONSUMO DE LOTE) E DA INDICACAO
       01 WRK-ACO-MOV PIC X(278).
       77 WRK-MT-FIM-ACO PIC X(01) VALUE 'N'.
           88 MT-ACO-ESGOTADO VALUE 'S'.
           88 MT-ACO-RESTANTE VALUE 'N'.
       01 WRK-AP-MOV PIC X(051).
       77 WRK-MT-FIM-AP PIC X(01) VALUE 'N'.
           88 MT-AP-ESGOTADO VALUE 'S'.
           88 MT-AP-RESTANTE VALUE 'N'.
       01 WRK-PRD-MOV PIC X(056).
       77 WRK-MT-FIM-PRD PIC X(01) VALUE 'N'.
           88 MT-PRD-ESGOTADO VALUE 'S'.
           88 MT-PRD-RESTANTE VALUE 'N'.
       01 WRK-NEG-MOV PIC X(072).
       77 WRK-MT-FIM-NEG PIC X(01) VALUE 'N'.
           88 MT-NEG-ESGOTADO VALUE 'S'.
           88 MT-NEG-RESTANTE VALUE 'N'.
       01 WRK-CHQ-MOV PIC X(088).
       77 WRK-MT-FIM-CHQ PIC X(01) VALUE 'N'.
           88 MT-CHQ-ESGOTADO VALUE 'S'.
           88 MT-CHQ-RESTANTE VALUE 'N'.
       01 WRK-PIX-MOV PIC X(091).
       77 WRK-MT-FIM-PIX PIC X(01) VALUE 'N'.
           88 MT-PIX-ESGOTADO VALUE 'S'.
           88 MT-PIX-RESTANTE VALUE 'N'.
       01 WRK-ILOTE-MOV PIC X(047).
       77 WRK-MT-FIM-ILOTE PIC X(01) VALUE 'N'.
           88 MT-ILOTE-ESGOTADO VALUE 'S'.
           88 MT-ILOTE-RESTANTE VALUE 'N'.
       01 WRK-IND-MOV PIC X(99).

      *VALE-PRESENTE: STATUS DOS ARQUIVOS, VALOR E NUMERO
      *DIGITADOS, O NUMERO EM CALCULO (O NOVO NA VENDA, O
      *DIGITADO NO RESGATE) E AS CONTAS DO DIGITO VERIFICADOR
      *(MODULO 11, PESOS 2 A 8 DA DIREITA PARA A ESQUERDA)
       77 VALE-STATUS PIC 9(02) VALUE ZEROS.
       77 VALESEQ-STATUS PIC 9(02) VALUE ZEROS.
       77 VMOV-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-VALE-VALOR-DIG PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALE-NUM-DIG PIC 9(08) VALUE ZEROS.
       77 WRK-VALE-SOMA PIC 9(04) VALUE ZEROS.
       77 WRK-VALE-QUOC PIC 9(04) VALUE ZEROS.
       77 WRK-VALE-RESTO PIC 9(02) VALUE ZEROS.
       77 WRK-VALE-POS PIC 9(02) VALUE ZEROS.
       77 WRK-VALE-DV-CALC PIC 9(02) VALUE ZEROS.
       77 WRK-VMOV-TIPO PIC X(01) VALUE SPACES.
       77 WRK-VALE-RECUSA PIC X(30) VALUE SPACES.
       77 WRK-ED-VALE-SALDO PIC Z(06)9.99.
       01 WRK-VALE-NOVO PIC 9(08) VALUE ZEROS.
       01 WRK-VALE-NOVO-R REDEFINES WRK-VALE-NOVO.
           05 WRK-VALE-NOVO-BASE PIC 9(07).
           05 WRK-VALE-NOVO-DV PIC 9(01).
       01 WRK-VALE-DIGITOS REDEFINES WRK-VALE-NOVO.
           05 WRK-VALE-DIGITO PIC 9(01) OCCURS 8 TIMES.
       01 WRK-VALE-DADOS PIC X(01) VALUE 'S'.
           88 VALE-DADOS-OK VALUE 'S'.
           88 VALE-DADOS-RECUSADOS VALUE 'N'.

      *PRODUTO COMPOSTO (KIT): STATUS DO ARQUIVO DE COMPONENTES,
      *O PAI EM EXAME, QUANTOS KITS MOVIMENTAR, O SALDO QUE OS
      *COMPONENTES MONTAM E OS CAMPOS DA TELA DE COMPOSICAO
       77 KIT-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-KIT-PAI PIC 9(06) VALUE ZEROS.
       77 WRK-KIT-PAI-TELA PIC 9(06) VALUE ZEROS.
       77 WRK-KIT-QTDE-MOV PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-DISPONIVEL PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-CABEM PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-COMP-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-KIT-QTDE-DIG PIC 9(03) VALUE ZEROS.
       01 WRK-KIT-SW PIC X(01) VALUE 'N'.
           88 PROD-E-KIT VALUE 'S'.
           88 PROD-NAO-KIT VALUE 'N'.

      *LOTE E VALIDADE: STATUS DOS ARQUIVOS, LOTE DIGITADO NA
      *ENTRADA, A DATA DE HOJE PARA SEPARAR O VENCIDO, O QUE
      *FALTA CONSUMIR OU DEVOLVER E O SALDO DENTRO DA VALIDADE
       77 LOTE-STATUS PIC 9(02) VALUE ZEROS.
       77 ILOTE-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-LOTE-NUM-DIG PIC X(10) VALUE SPACES.
       77 WRK-LOTE-VAL-DIG PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-PRODUTO PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-FALTA PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-PARTE PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-VALIDO PIC 9(05) VALUE ZEROS.
       01 WRK-LOTE-SW PIC X(01) VALUE 'N'.
           88 PROD-COM-LOTE VALUE 'S'.
           88 PROD-SEM-LOTE VALUE 'N'.
      *DIFERENCA DE UM AJUSTE (MANUAL OU DO INVENTARIO) SOBRE O
      *SALDO DA FILIAL, QUE OS LOTES DO PRODUTO ACOMPANHAM
       77 WRK-LOTE-AJUSTE PIC S9(05) VALUE ZEROS.
       01 WRK-LOTE-DADOS PIC X(01) VALUE 'S'.
           88 LOTE-DADOS-OK VALUE 'S'.
           88 LOTE-DADOS-RECUSADOS VALUE 'N'.
      *O SALDO DISPONIVEL SAIU DOS LOTES: ACIMA DELE A VENDA E
      *BLOQUEADA, SEM O "VENDER ASSIM MESMO"
       01 WRK-SALDO-SW PIC X(01) VALUE 'N'.
           88 SALDO-POR-LOTE VALUE 'S'.
           88 SALDO-LIVRE VALUE 'N'.

      *ESTOQUE POR FILIAL: FILIAL DO MOVIMENTO (ZERO = A DO
      *OPERADOR), O SALDO DELA, O QUE AS OUTRAS FILIAIS SOMAM E O
      *QUE A SAIDA REALMENTE TIROU
       77 EFIL-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-EST-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-EFIL-FILIAL PIC 9(02) VALUE 1.
       77 WRK-EFIL-SALDO PIC 9(05) VALUE ZEROS.
       77 WRK-EFIL-MOVIDO PIC 9(05) VALUE ZEROS.
       77 WRK-EFIL-CALC PIC S9(07) VALUE ZEROS.
       77 WRK-EFIL-OUTRAS PIC 9(07) VALUE ZEROS.
       77 WRK-EFIL-MIN-OUTRAS PIC 9(07) VALUE ZEROS.
       77 WRK-EFIL-MIN-MATRIZ PIC 9(05) VALUE ZEROS.
       77 WRK-EFIL-FILIAL-DIG PIC 9(02) VALUE ZEROS.
       77 WRK-EFIL-MINIMO-DIG PIC 9(05) VALUE ZEROS.
      *GUIA DE TRANSFERENCIA ENTRE FILIAIS
       77 GTR-STATUS PIC 9(02) VALUE ZEROS.
       77 GTRI-STATUS PIC 9(02) VALUE ZEROS.
       77 GTRSEQ-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-GTR-NUM-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-GTR-DESTINO-DIG PIC 9(02) VALUE ZEROS.
       77 WRK-GTR-PROD-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-GTR-QTDE-DIG PIC 9(05) VALUE ZEROS.
       77 WRK-GTR-PROX-ITEM PIC 9(03) VALUE ZEROS.
       77 WRK-GTR-ED-QTDE PIC ZZZZ9.
      *ORDENS DE SERVICO DA ASSISTENCIA TECNICA
       77 OS-STATUS PIC 9(02) VALUE ZEROS.
       77 OSSEQ-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-OS-NUM-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-OS-FONE-DIG PIC 9(09) VALUE ZEROS.
       77 WRK-OS-PEDIDO-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-OS-ITEM-DIG PIC 9(03) VALUE ZEROS.
       77 WRK-OS-SERIE-DIG PIC X(20) VALUE SPACES.
       77 WRK-OS-DEFEITO-DIG PIC X(40) VALUE SPACES.
       77 WRK-OS-TECNICO-DIG PIC X(09) VALUE SPACES.
       77 WRK-OS-SITUACAO-DIG PIC X(01) VALUE SPACES.
       77 WRK-OS-VALOR-DIG PIC 9(07)V99 VALUE ZEROS.
       77 WRK-OS-ULT-ORC PIC 9(06) VALUE ZEROS.
       77 WRK-OS-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-OS-FIM-GARANTIA PIC 9(08) VALUE ZEROS.
       77 WRK-OS-GARANTIA-SIT PIC X(01) VALUE SPACES.
      *GARANTIA LEGAL, EM MESES, DO PRODUTO SEM PRAZO NO CATALOGO
       77 WRK-OS-GARANTIA-LEGAL PIC 9(03) VALUE 3.
       77 WRK-OS-MESES PIC 9(03) VALUE ZEROS.
       77 WRK-OS-TOTAL-MESES PIC 9(06) VALUE ZEROS.
       01 WRK-OS-DATA-BASE PIC 9(08) VALUE ZEROS.
       01 WRK-OS-DATA-BASE-R REDEFINES WRK-OS-DATA-BASE.
           05 WRK-OS-BASE-ANO PIC 9(04).
           05 WRK-OS-BASE-MES PIC 9(02).
           05 WRK-OS-BASE-DIA PIC 9(02).
       01 WRK-OS-DATA-FIM PIC 9(08) VALUE ZEROS.
       01 WRK-OS-DATA-FIM-R REDEFINES WRK-OS-DATA-FIM.
           05 WRK-OS-FIM-ANO PIC 9(04).
           05 WRK-OS-FIM-MES PIC 9(02).
           05 WRK-OS-FIM-DIA PIC 9(02).
       01 WRK-OS-SW PIC X(01) VALUE 'N'.
           88 OS-DADOS-OK VALUE 'S'.
           88 OS-DADOS-RECUSADOS VALUE 'N'.
      *CODIGO DE CAMPANHA DIGITADO NO PEDIDO OU NA CONVERSAO DO
      *ORCAMENTO; EM BRANCO, O PEDIDO NAO E DE CAMPANHA
       77 PCAMP-STATUS PIC 9(02) VALUE ZEROS.
       77 CAMP-STATUS PIC 9(02) VALUE ZEROS.
       77 WRK-CAMPANHA-DIG PIC X(08) VALUE SPACES.
       01 WRK-PCAMP-MOV PIC X(40) VALUE SPACES.
       01 WRK-CAMPANHA-SW PIC X(01) VALUE 'S'.
           88 CAMPANHA-ACEITA VALUE 'S'.
           88 CAMPANHA-RECUSADA VALUE 'N'.

      *POSICIONAMENTO DE TELA -> CONFIG SCREEN
       SCREEN SECTION.
       01 TELA.
      *ENTRADA DO TELA-MENU
           05 LINE 22 COLUMN 05 VALUE 'OPCAO.....: '.
           05 LINE 22 COLUMN 17 PIC X(02) USING WRK-OPCAO.
           05 LINE 22 COLUMN 31 VALUE 'MA - MAIS OPCOES'.

      *SEGUNDA PAGINA DO MENU, MESMO LEIAUTE DE TRES COLUNAS
       01 TELA-MENU-2.
           05 LINE 07 COLUMN 05 VALUE 'FN - FORNECEDORES'.
           05 LINE 08 COLUMN 05 VALUE 'CP - PEDIDOS DE COMPRA'.
           05 LINE 09 COLUMN 05 VALUE 'RM - RECEBER MERCADORIA'.
           05 LINE 10 COLUMN 05 VALUE 'PG - CONTAS A PAGAR'.
           05 LINE 11 COLUMN 05 VALUE 'IV - INVENTARIO'.
           05 LINE 12 COLUMN 05 VALUE 'AI - APROVAR INVENTARIO'.
           05 LINE 13 COLUMN 05 VALUE 'BR - BAIXA DO ROMANEIO'.
           05 LINE 14 COLUMN 05 VALUE 'NE - NF-E REJEITADAS'.
           05 LINE 15 COLUMN 05 VALUE 'AR - ACORDO DE DIVIDA'.
           05 LINE 16 COLUMN 05 VALUE 'BX - BAIXA POR PERDA'.
           05 LINE 17 COLUMN 05 VALUE 'DV - CHEQUE DEVOLVIDO'.
           05 LINE 18 COLUMN 05 VALUE 'GT - GUIA TRANSF. ESTOQUE'.
           05 LINE 19 COLUMN 05 VALUE 'OS - ORDEM DE SERVICO'.
           05 LINE 20 COLUMN 05 VALUE 'PN - PRECO NEGOCIADO'.
           05 LINE 07 COLUMN 31 VALUE 'EQ - EQUIPAMENTO COMODATO'.
           05 LINE 08 COLUMN 31 VALUE 'CG - CONTINGENCIA DO BALCAO'.
           05 LINE 09 COLUMN 31 VALUE 'MM - MODELOS DE MENSAGEM'.
           05 LINE 10 COLUMN 31 VALUE 'CE - CAPACIDADE DE ENTREGAS'.
           05 LINE 22 COLUMN 05 VALUE 'OPCAO.....: '.
           05 LINE 22 COLUMN 17 PIC X(02) USING WRK-OPCAO.
           05 LINE 22 COLUMN 31 VALUE 'MA - MENU PRINCIPAL'.

       01 TELA-REGISTRO.
           05 CHAVE FOREGROUND-COLOR 2.
                           USING CLIENTES-LIMITE-CRED
                   BLANK WHEN ZEROS.

      *QUEM INDICOU O CLIENTE RECEM INCLUIDO, ABAIXO DO REGISTRO
       01 TELA-INDICADOR.
           05 LINE 20 COLUMN 10
               VALUE 'INDICADO PELO FONE (0=NINGUEM): '.
           05 COLUMN PLUS 2 PIC 99/9999999 USING WRK-IND-FONE-DIG
               BLANK WHEN ZEROS.

      *MESMO DESENHO DO SS-DADOS, SO LEITURA, COM CPF/CNPJ, EMAIL,
      *CELULAR E ENDERECO MASCARADOS PARA OS PERFIS SEM ACESSO AO
      *DADO COMPLETO
       01 TELA-DADOS-MASCARADOS.
           05 LINE 11 COLUMN 10 VALUE 'NOME: '.
           05 COLUMN PLUS 2 PIC X(30) FROM CLIENTES-NOME.
           05 LINE 11 COLUMN 45 VALUE 'CELULAR: '.
           05 COLUMN PLUS 2 PIC X(15) FROM WRK-MSC-CEL.
           05 LINE 12 COLUMN 10 VALUE 'EMAIL: '.
           05 COLUMN PLUS 2 PIC X(40) FROM WRK-MSC-EMAIL.
           05 LINE 13 COLUMN 10 VALUE 'ENDERECO: '.
           05 COLUMN PLUS 2 PIC X(40) FROM WRK-MSC-LOGRADOURO.
           05 LINE 14 COLUMN 10 VALUE 'NUMERO: '.
           05 COLUMN PLUS 2 PIC X(06) FROM WRK-MSC-NUMERO.
           05 LINE 14 COLUMN 30 VALUE 'BAIRRO: '.
           05 COLUMN PLUS 2 PIC X(20) FROM CLIENTES-END-BAIRRO.
           05 LINE 15 COLUMN 10 VALUE 'CIDADE: '.
           05 COLUMN PLUS 2 PIC X(25) FROM CLIENTES-END-CIDADE.
           05 LINE 15 COLUMN 45 VALUE 'UF: '.
           05 COLUMN PLUS 2 PIC X(02) FROM CLIENTES-END-UF.
           05 LINE 15 COLUMN 55 VALUE 'CEP: '.
           05 COLUMN PLUS 2 PIC X(09) FROM WRK-MSC-CEP.
           05 LINE 16 COLUMN 10 VALUE 'TIPO DOC(F=CPF/J=CNPJ): '.
           05 COLUMN PLUS 2 PIC X(01) FROM CLIENTES-DOC-TIPO.
           05 LINE 16 COLUMN 45 VALUE 'CPF/CNPJ: '.
           05 COLUMN PLUS 2 PIC X(18) FROM WRK-MSC-DOC.
           05 LINE 17 COLUMN 10
               VALUE 'DATA NASCIMENTO (AAAAMMDD): '.
           05 COLUMN PLUS 2 PIC 9(08) FROM CLIENTES-DATA-NASC
               BLANK WHEN ZEROS.
           05 LINE 17 COLUMN 45 VALUE 'CONTATO(E/S/T): '.
           05 COLUMN PLUS 2 PIC X(01) FROM CLIENTES-PREF-CONTATO.
           05 LINE 18 COLUMN 10 VALUE 'STATUS(A/S/C): '.
           05 COLUMN PLUS 2 PIC X(01) FROM CLIENTES-STATUS-REG.
           05 LINE 18 COLUMN 45 VALUE 'LIMITE CRED: '.
           05 COLUMN PLUS 2 PIC 9(07)V99 FROM CLIENTES-LIMITE-CRED
               BLANK WHEN ZEROS.

      *MANUTENCAO DE UM PRODUTO/SERVICO DO CATALOGO
       01 TELA-PRODUTO.
           05 PROD-CHAVE-TELA FOREGROUND-COLOR 2.
               10 LINE 15 COLUMN 40 VALUE 'PRECO DE CUSTO: '.
               10 COLUMN PLUS 2 PIC 9(07)V99 USING PROD-CUSTO
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 40
                   VALUE 'GARANTIA EM MESES (0=LEGAL): '.
               10 COLUMN PLUS 2 PIC 9(03) USING PROD-GARANTIA
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 40
                   VALUE 'RECOMPRA EM DIAS (0=NAO): '.
               10 COLUMN PLUS 2 PIC 9(03) USING PROD-RECOMPRA-DIAS
                   BLANK WHEN ZEROS.

      *LINHA NOVA DA TABELA DE PRECOS DO PRODUTO CORRENTE
       01 TELA-PRECO.
           05 LINE 17 COLUMN 10 VALUE 'PRECO A VIGORAR: '.
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-PRECO-VAL-DIG.

      *CODIGO DE BARRAS DO PRODUTO E QUANTAS UNIDADES TEM A
      *EMBALAGEM DAQUELE CODIGO (1 = A PROPRIA UNIDADE)
       01 TELA-EAN.
           05 LINE 16 COLUMN 10 VALUE 'CODIGO DE BARRAS (EAN): '.
           05 COLUMN PLUS 2 PIC X(14) USING WRK-CODIGO-LIDO.
           05 LINE 17 COLUMN 10 VALUE 'UNIDADES NA EMBALAGEM: '.
           05 COLUMN PLUS 2 PIC 9(05) USING WRK-EAN-FATOR-DIG.

      *DE QUEM E O ACORDO DE PRECO EM MANUTENCAO NA TELA PN
       01 TELA-ACORDO-ALVO.
           05 LINE 10 COLUMN 10
               VALUE 'ACORDO DE (C=CLIENTE/G=GRUPO): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-PESP-TIPO-ALVO-DIG.
           05 LINE 11 COLUMN 10
               VALUE 'TELEFONE DO CLIENTE OU NUMERO DO GRUPO: '.
           05 COLUMN PLUS 2 PIC 9(09) USING WRK-PESP-ALVO-DIG
               BLANK WHEN ZEROS.

      *LINHA NOVA (OU REGRAVADA) DE UM ACORDO DE PRECO; PARA
      *ENCERRAR UM ACORDO, REGRAVA A MESMA VIGENCIA COM O FIM
       01 TELA-ACORDO-PRECO.
           05 LINE 15 COLUMN 10
               VALUE 'POR (P=PRODUTO/T=CATEGORIA): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-PESP-TIPO-ITEM-DIG.
           05 LINE 16 COLUMN 10
               VALUE 'CODIGO DO PRODUTO OU DA CATEGORIA: '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-PESP-ITEM-DIG
               BLANK WHEN ZEROS.
           05 LINE 17 COLUMN 10
               VALUE 'INICIO DA VIGENCIA (AAAAMMDD): '.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-PESP-VIG-DIG
               BLANK WHEN ZEROS.
           05 LINE 18 COLUMN 10
               VALUE 'FIM DA VIGENCIA (AAAAMMDD, 0=SEM FIM): '.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-PESP-FIM-DIG
               BLANK WHEN ZEROS.
           05 LINE 19 COLUMN 10
               VALUE 'PRECO FIXO (SO POR PRODUTO): '.
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-PESP-PRECO-DIG
               BLANK WHEN ZEROS.
           05 LINE 20 COLUMN 10
               VALUE 'OU DESCONTO PCT SOBRE A TABELA: '.
           05 COLUMN PLUS 2 PIC 9(02)V99 USING WRK-PESP-PCT-DIG
               BLANK WHEN ZEROS.

      *MOVIMENTACAO DE ESTOQUE DE UM PRODUTO DO CATALOGO
       01 TELA-ESTOQUE.
           05 LINE 16 COLUMN 10
               VALUE 'TIPO (E=ENTRADA/A=AJUSTE/V=DESCARTE VENCIDO): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-EST-TIPO-DIG.
           05 LINE 17 COLUMN 10 VALUE 'QUANTIDADE: '.
           05 COLUMN PLUS 2 PIC 9(05) USING WRK-EST-QTDE-DIG.
           05 LINE 18 COLUMN 10 VALUE 'MOTIVO: '.
           05 COLUMN PLUS 2 PIC X(20) USING WRK-EST-MOTIVO-DIG.

      *LOTE E VALIDADE DE UMA ENTRADA (OU DO LOTE A DESCARTAR)
       01 TELA-LOTE.
           05 LINE 19 COLUMN 10 VALUE 'LOTE (BRANCO=SEM LOTE): '.
           05 COLUMN PLUS 2 PIC X(10) USING WRK-LOTE-NUM-DIG.
           05 LINE 20 COLUMN 10 VALUE 'VALIDADE (AAAAMMDD): '.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-LOTE-VAL-DIG
               BLANK WHEN ZEROS.

      *MINIMO DO PRODUTO CORRENTE EM UMA FILIAL
       01 TELA-MINIMO-FILIAL.
           05 LINE 16 COLUMN 10 VALUE 'FILIAL: '.
           05 COLUMN PLUS 2 PIC 9(02) USING WRK-EFIL-FILIAL-DIG
               BLANK WHEN ZEROS.
           05 LINE 17 COLUMN 10 VALUE 'MINIMO NA FILIAL: '.
           05 COLUMN PLUS 2 PIC 9(05) USING WRK-EFIL-MINIMO-DIG.

      *GUIA DE TRANSFERENCIA: NUMERO (ZERO EMITE UMA NOVA) E A
      *FILIAL DE DESTINO
       01 TELA-GUIA.
           05 GTR-CHAVE-TELA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10
                   VALUE 'GUIA DE TRANSFERENCIA (0=NOVA): '.
               10 COLUMN PLUS 2 PIC 9(06) USING WRK-GTR-NUM-DIG
                   BLANK WHEN ZEROS.
           05 GTR-DADOS.
               10 LINE 10 COLUMN 10 VALUE 'FILIAL DE DESTINO: '.
               10 COLUMN PLUS 2 PIC 9(02) USING WRK-GTR-DESTINO-DIG
                   BLANK WHEN ZEROS.

      *LINHA DA GUIA; PRODUTO ZERO ENCERRA A DIGITACAO
       01 TELA-GUIA-ITEM.
           05 LINE 13 COLUMN 10 VALUE 'PRODUTO (0=FIM): '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-GTR-PROD-DIG
               BLANK WHEN ZEROS.
           05 LINE 14 COLUMN 10 VALUE 'QUANTIDADE: '.
           05 COLUMN PLUS 2 PIC 9(05) USING WRK-GTR-QTDE-DIG
               BLANK WHEN ZEROS.

      *ABERTURA E CONSULTA DE ORDEM DE SERVICO
       01 TELA-OS.
           05 OS-CHAVE-TELA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10
                   VALUE 'ORDEM DE SERVICO (0=NOVA): '.
               10 COLUMN PLUS 2 PIC 9(06) USING WRK-OS-NUM-DIG
                   BLANK WHEN ZEROS.
           05 OS-DADOS.
               10 LINE 11 COLUMN 10 VALUE 'TELEFONE DO CLIENTE: '.
               10 COLUMN PLUS 2 PIC 9(09) USING WRK-OS-FONE-DIG
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 10 VALUE 'PEDIDO: '.
               10 COLUMN PLUS 2 PIC 9(06) USING WRK-OS-PEDIDO-DIG
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 40 VALUE 'ITEM: '.
               10 COLUMN PLUS 2 PIC 9(03) USING WRK-OS-ITEM-DIG
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE 'NUMERO DE SERIE: '.
               10 COLUMN PLUS 2 PIC X(20) USING WRK-OS-SERIE-DIG.
               10 LINE 14 COLUMN 10 VALUE 'DEFEITO: '.
               10 COLUMN PLUS 2 PIC X(40) USING WRK-OS-DEFEITO-DIG.
               10 LINE 15 COLUMN 10 VALUE 'TECNICO: '.
               10 COLUMN PLUS 2 PIC X(09) USING WRK-OS-TECNICO-DIG.

      *VALOR DO REPARO FORA DA GARANTIA, QUE VIRA O ORCAMENTO
       01 TELA-OS-ORCAMENTO.
           05 LINE 17 COLUMN 10 VALUE 'VALOR ESTIMADO DO REPARO: '.
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-OS-VALOR-DIG.

      *NOVA SITUACAO E TECNICO DA OS CORRENTE
       01 TELA-OS-SITUACAO.
           05 LINE 17 COLUMN 10 VALUE
               'SITUACAO (A=ABERTA N=ANALISE P=PECA R=PRONTA '.
           05 COLUMN PLUS 0 VALUE 'E=ENTREGUE): '.
           05 COLUMN PLUS 1 PIC X(01) USING WRK-OS-SITUACAO-DIG.
           05 LINE 18 COLUMN 10 VALUE 'TECNICO: '.
           05 COLUMN PLUS 2 PIC X(09) USING WRK-OS-TECNICO-DIG.

      *CADASTRO E MOVIMENTO DE UM EQUIPAMENTO DE COMODATO
       01 TELA-EQUIP.
           05 EQP-CHAVE-TELA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE 'NUMERO DE SERIE: '.
               10 COLUMN PLUS 2 PIC X(20) USING WRK-EQP-SERIE-DIG.
           05 EQP-DADOS.
               10 LINE 11 COLUMN 10 VALUE 'PRODUTO: '.
               10 COLUMN PLUS 2 PIC 9(06) USING EQP-PRODUTO
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 10 VALUE 'CUSTO: '.
               10 COLUMN PLUS 2 PIC 9(07)V99 USING EQP-CUSTO.

      *NOVA SITUACAO DO EQUIPAMENTO CORRENTE; O CONTRATO SO VALE
      *PARA A SAIDA EM COMODATO
       01 TELA-EQUIP-SITUACAO.
           05 LINE 17 COLUMN 10 VALUE
               'SITUACAO (E=ESTOQUE C=COMODATO M=MANUTENCAO '.
           05 COLUMN PLUS 0 VALUE 'B=BAIXADO): '.
           05 COLUMN PLUS 1 PIC X(01) USING WRK-EQP-SITUACAO-DIG.
           05 LINE 18 COLUMN 10 VALUE 'CONTRATO - TELEFONE: '.
           05 COLUMN PLUS 2 PIC 99/9999999 USING WRK-EQP-FONE-DIG
               BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE 'NUMERO: '.
           05 COLUMN PLUS 1 PIC 9(04) USING WRK-EQP-CONTRATO-DIG
               BLANK WHEN ZEROS.

      *ENDERECO DE INSTALACAO, SUGERIDO PELO ENDERECO DO CLIENTE
       01 TELA-EQUIP-ENDERECO.
           05 LINE 19 COLUMN 10 VALUE 'INSTALADO EM: '.
           05 COLUMN PLUS 1 PIC X(40) USING EQP-END-LOGRADOURO.
           05 COLUMN PLUS 1 VALUE 'NR '.
           05 COLUMN PLUS 0 PIC X(06) USING EQP-END-NUMERO.
           05 LINE 20 COLUMN 10 VALUE 'BAIRRO: '.
           05 COLUMN PLUS 1 PIC X(20) USING EQP-END-BAIRRO.
           05 COLUMN PLUS 1 VALUE 'CIDADE: '.
           05 COLUMN PLUS 0 PIC X(25) USING EQP-END-CIDADE.
           05 LINE 21 COLUMN 10 VALUE 'UF: '.
           05 COLUMN PLUS 1 PIC X(02) USING EQP-END-UF.
           05 COLUMN PLUS 2 VALUE 'CEP: '.
           05 COLUMN PLUS 0 PIC 9(08) USING EQP-END-CEP
               BLANK WHEN ZEROS.

      *CONTINGENCIA DO BALCAO: CLIENTE (PELA COPIA DA SEGUNDA
      *UNIDADE) E TIPO DO LANCAMENTO
       01 TELA-CONTINGENCIA.
           05 LINE 08 COLUMN 10 VALUE
               'CONTINGENCIA - NUMERACAO PROVISORIA'.
           05 LINE 10 COLUMN 10 VALUE 'TELEFONE: '.
           05 COLUMN PLUS 2 PIC 99/9999999 USING WRK-CTG-FONE-DIG
               BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 10 VALUE
               'TIPO (P=PEDIDO R=RECEBIMENTO): '.
           05 COLUMN PLUS 1 PIC X(01) USING WRK-CTG-TIPO-DIG.

       01 TELA-CTG-CLIENTE.
           05 LINE 12 COLUMN 10 VALUE 'CLIENTE: '.
           05 COLUMN PLUS 2 PIC X(30) USING CLIENTES-NOME.

      *PEDIDO EM CONTINGENCIA: UM ITEM SO, PAGO NA HORA OU A PRAZO
       01 TELA-CTG-PEDIDO.
           05 LINE 14 COLUMN 10 VALUE 'PRODUTO (ZERO = AVULSO): '.
           05 COLUMN PLUS 1 PIC 9(06) USING CTG-PROD-CODIGO
               BLANK WHEN ZEROS.
           05 LINE 15 COLUMN 10 VALUE 'DESCRICAO: '.
           05 COLUMN PLUS 1 PIC X(40) USING CTG-DESCRICAO.
           05 LINE 16 COLUMN 10 VALUE 'QUANTIDADE: '.
           05 COLUMN PLUS 1 PIC 9(05) USING CTG-QTDE.
           05 COLUMN PLUS 2 VALUE 'PRECO UNITARIO: '.
           05 COLUMN PLUS 1 PIC 9(07)V99 USING CTG-PRECO-UNIT.
           05 LINE 17 COLUMN 10 VALUE
               'PAGO AGORA (D/P/B/C, BRANCO = A PRAZO): '.
           05 COLUMN PLUS 1 PIC X(01) USING CTG-FORMA.

      *RECEBIMENTO EM CONTINGENCIA DE UM PEDIDO JA EXISTENTE
       01 TELA-CTG-RECEB.
           05 LINE 14 COLUMN 10 VALUE 'PEDIDO: '.
           05 COLUMN PLUS 1 PIC 9(06) USING CTG-PEDIDO
               BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE 'PARCELA (ZERO = SEM): '.
           05 COLUMN PLUS 1 PIC 9(03) USING CTG-PARCELA.
           05 LINE 15 COLUMN 10 VALUE 'VALOR RECEBIDO: '.
           05 COLUMN PLUS 1 PIC 9(07)V99 USING CTG-VALOR.
           05 LINE 16 COLUMN 10 VALUE 'FORMA (D/P/B/C): '.
           05 COLUMN PLUS 1 PIC X(01) USING CTG-FORMA.

      *COMPONENTE DO KIT CORRENTE (QUANTIDADE ZERO RETIRA)
       01 TELA-KIT.
           05 LINE 16 COLUMN 10 VALUE 'CODIGO DO COMPONENTE: '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-KIT-COMP-DIG
               BLANK WHEN ZEROS.
           05 LINE 17 COLUMN 10
               VALUE 'QUANTIDADE POR KIT (0=RETIRA): '.
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-KIT-QTDE-DIG.

      *MANUTENCAO DE UM FORNECEDOR
       01 TELA-FORNECEDOR.
           05 FORN-CHAVE-TELA FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'CODIGO DO FORNECEDOR: '.
               10 COLUMN PLUS 2 PIC 9(06) USING FORN-CODIGO
                   BLANK WHEN ZEROS.
           05 FORN-DADOS.
               10 LINE 11 COLUMN 10 VALUE 'RAZAO SOCIAL: '.
               10 COLUMN PLUS 2 PIC X(40) USING FORN-RAZAO.
               10 LINE 12 COLUMN 10 VALUE 'CNPJ: '.
               10 COLUMN PLUS 2 PIC 9(14) USING FORN-CNPJ
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE 'TELEFONE: '.
               10 COLUMN PLUS 2 PIC 9(11) USING FORN-FONE
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE 'EMAIL: '.
               10 COLUMN PLUS 2 PIC X(40) USING FORN-EMAIL.
               10 LINE 15 COLUMN 10 VALUE 'PRAZO DE ENTREGA (DIAS): '.
               10 COLUMN PLUS 2 PIC 9(03) USING FORN-PRAZO-DIAS
                   BLANK WHEN ZEROS.
               10 LINE 16 COLUMN 10 VALUE 'ATIVO (S/N): '.
               10 COLUMN PLUS 2 PIC X(01) USING FORN-ATIVO.

      *CABECALHO DO PEDIDO DE COMPRA; NUMERO ZERO ABRE UM NOVO
       01 TELA-COMPRA.
           05 CMP-CHAVE-TELA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10
                   VALUE 'PEDIDO DE COMPRA (0=NOVO): '.
               10 COLUMN PLUS 2 PIC 9(06) USING WRK-CMP-NUM-DIG
                   BLANK WHEN ZEROS.
           05 CMP-DADOS.
               10 LINE 10 COLUMN 10 VALUE 'FORNECEDOR: '.
               10 COLUMN PLUS 2 PIC 9(06) USING CMP-FORNECEDOR
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10
                   VALUE 'PREVISAO DE CHEGADA (AAAAMMDD): '.
               10 COLUMN PLUS 2 PIC 9(08) USING CMP-PREVISAO
                   BLANK WHEN ZEROS.

      *LINHA DO PEDIDO DE COMPRA; PRODUTO ZERO ENCERRA A DIGITACAO
       01 TELA-COMPRA-ITEM.
           05 LINE 13 COLUMN 10 VALUE 'PRODUTO (0=FIM): '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-CMPI-PROD-DIG
               BLANK WHEN ZEROS.
           05 LINE 14 COLUMN 10 VALUE 'QUANTIDADE: '.
           05 COLUMN PLUS 2 PIC 9(05) USING WRK-CMPI-QTDE-DIG
               BLANK WHEN ZEROS.
           05 LINE 15 COLUMN 10 VALUE 'CUSTO UNITARIO: '.
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-CMPI-CUSTO-DIG.

      *RECEBIMENTO: PEDIDO DE COMPRA E NOTA DO FORNECEDOR
       01 TELA-RECEBE-COMPRA.
           05 LINE 09 COLUMN 10 VALUE 'PEDIDO DE COMPRA: '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-CMP-NUM-DIG
               BLANK WHEN ZEROS.
           05 LINE 10 COLUMN 10 VALUE 'NOTA DO FORNECEDOR: '.
           05 COLUMN PLUS 2 PIC 9(09) USING WRK-CMP-NOTA-DIG
               BLANK WHEN ZEROS.

      *QUANTIDADE QUE CHEGOU DE UMA LINHA DO PEDIDO DE COMPRA; O
      *CODIGO LIDO DA MERCADORIA (OPCIONAL) CONFERE SE O QUE CHEGOU
      *E MESMO O PRODUTO DA LINHA
       01 TELA-RECEBE-ITEM.
           05 LINE 13 COLUMN 10 VALUE 'PRODUTO: '.
           05 COLUMN PLUS 2 PIC 9(06) FROM CMPI-PRODUTO.
           05 COLUMN PLUS 2 PIC X(40) FROM PROD-DESCRICAO.
           05 LINE 14 COLUMN 10 VALUE 'FALTA RECEBER: '.
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-CMP-PENDENTE.
           05 LINE 15 COLUMN 10 VALUE 'CODIGO LIDO (CONFERENCIA): '.
           05 COLUMN PLUS 2 PIC X(14) USING WRK-CODIGO-LIDO.
           05 LINE 16 COLUMN 10 VALUE 'QUANTIDADE QUE CHEGOU: '.
           05 COLUMN PLUS 2 PIC 9(05) USING WRK-CMP-CHEGOU-DIG.

      *TITULO A PAGAR: CHAVE, DADOS DO LANCAMENTO E DADOS DA BAIXA
       01 TELA-PAGAR.
           05 PAG-CHAVE-TELA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE 'FORNECEDOR: '.
               10 COLUMN PLUS 2 PIC 9(06) USING PAG-FORNECEDOR
                   BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 10 VALUE 'NOTA DO FORNECEDOR: '.
               10 COLUMN PLUS 2 PIC 9(09) USING PAG-NOTA
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE 'PARCELA: '.
               10 COLUMN PLUS 2 PIC 9(03) USING PAG-PARCELA.
           05 PAG-DADOS.
               10 LINE 12 COLUMN 10 VALUE 'VENCIMENTO (AAAAMMDD): '.
               10 COLUMN PLUS 2 PIC 9(08) USING PAG-VENCIMENTO
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE 'VALOR: '.
               10 COLUMN PLUS 2 PIC 9(07)V99 USING PAG-VALOR.
               10 LINE 14 COLUMN 10 VALUE 'PEDIDO DE COMPRA (0=SEM): '.
               10 COLUMN PLUS 2 PIC 9(06) USING PAG-COMPRA
                   BLANK WHEN ZEROS.
           05 PAG-BAIXA-TELA.
               10 LINE 16 COLUMN 10 VALUE 'DATA DO PAGAMENTO: '.
               10 COLUMN PLUS 2 PIC 9(08) USING PAG-DATA-BAIXA
                   BLANK WHEN ZEROS.
               10 LINE 17 COLUMN 10 VALUE 'VALOR PAGO: '.
               10 COLUMN PLUS 2 PIC 9(07)V99 USING PAG-VALOR-PAGO.
               10 LINE 18 COLUMN 10
                   VALUE 'PAGO EM (D=DINHEIRO/B=BANCO): '.
               10 COLUMN PLUS 2 PIC X(01) USING PAG-FORMA.

      *CONTAGEM CEGA DO INVENTARIO: MOSTRA O PRODUTO MAS NUNCA O
      *SALDO CONGELADO, PARA O CONTADOR NAO SER INFLUENCIADO; O
      *PRODUTO PODE SER DIGITADO OU LIDO PELO CODIGO DE BARRAS
       01 TELA-INVENTARIO.
           05 INV-CHAVE-TELA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10
                   VALUE 'PRODUTO OU EAN (0=ENCERRA): '.
               10 COLUMN PLUS 2 PIC X(14) USING WRK-CODIGO-LIDO.
           05 INV-CONTA-TELA.
               10 LINE 11 COLUMN 10 VALUE 'DESCRICAO: '.
               10 COLUMN PLUS 2 PIC X(40) FROM INV-DESCRICAO.
               10 LINE 12 COLUMN 10 VALUE 'CATEGORIA: '.
               10 COLUMN PLUS 2 PIC 9(03) FROM INV-CATEGORIA.
               10 LINE 13 COLUMN 10 VALUE 'QUANTIDADE CONTADA: '.
               10 COLUMN PLUS 2 PIC 9(05) USING WRK-INV-CONTADO-DIG.

      *BAIXA DE UMA ENTREGA DO ROMANEIO: ENTREGUE PEDE QUEM
      *RECEBEU, FRUSTRADA PEDE O MOTIVO E A DATA NOVA
       01 TELA-BAIXA-ENTREGA.
           05 BX-CHAVE-TELA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE 'TELEFONE (0=ENCERRA): '.
               10 COLUMN PLUS 2 PIC 9(09) USING WRK-BX-FONE-DIG
                   BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 10 VALUE 'PEDIDO: '.
               10 COLUMN PLUS 2 PIC 9(06) USING WRK-BX-PEDIDO-DIG
                   BLANK WHEN ZEROS.
           05 BX-DADOS.
               10 LINE 11 COLUMN 10 VALUE 'ENDERECO: '.
               10 COLUMN PLUS 2 PIC X(40) FROM ENT-LOGRADOURO.
               10 LINE 12 COLUMN 10 VALUE 'BAIRRO: '.
               10 COLUMN PLUS 2 PIC X(20) FROM ENT-BAIRRO.
               10 LINE 13 COLUMN 10
                   VALUE 'RESULTADO (E=ENTREGUE/F=FRUSTRADA): '.
               10 COLUMN PLUS 2 PIC X(01) USING EBX-RESULTADO.
               10 LINE 14 COLUMN 10
                   VALUE 'DATA DA BAIXA (AAAAMMDD): '.
               10 COLUMN PLUS 2 PIC 9(08) USING EBX-DATA-BAIXA
                   BLANK WHEN ZEROS.
               10 LINE 15 COLUMN 10 VALUE 'RECEBEDOR: '.
               10 COLUMN PLUS 2 PIC X(30) USING EBX-RECEBEDOR.
               10 LINE 16 COLUMN 10
                   VALUE 'MOTIVO (A=AUSENTE/E=END./R=RECUSA/O=OUTRO): '.
               10 COLUMN PLUS 2 PIC X(01) USING EBX-MOTIVO.
               10 LINE 17 COLUMN 10
                   VALUE 'REAGENDAR PARA (0=PROXIMO ROMANEIO): '.
               10 COLUMN PLUS 2 PIC 9(08) USING EBX-NOVA-DATA
                   BLANK WHEN ZEROS.

      *NOTA REJEITADA QUE JA TEVE O CADASTRO CORRIGIDO E VOLTA
      *PARA O PROXIMO ENVIO
       01 TELA-NFE-REENVIO.
           05 LINE 20 COLUMN 10 VALUE 'NOTA CORRIGIDA: '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-NFE-NUMERO-DIG
               BLANK WHEN ZEROS.

      *MANUTENCAO DE UM CONTRATO DE SERVICO MENSAL DO CLIENTE
       01 TELA-CONTRATO.
           05 CONTR-CHAVE-TELA FOREGROUND-COLOR 2.
               10 COLUMN PLUS 2 PIC 9(04) USING CONTR-NUMERO
                   BLANK WHEN ZEROS.
           05 CONTR-DADOS.
               10 LINE 11 COLUMN 10
                   VALUE 'VALOR MENSAL (NO MEDIDO, A FRANQUIA): '.
               10 COLUMN PLUS 2 PIC 9(07)V99 USING CONTR-VALOR.
               10 LINE 12 COLUMN 10 VALUE 'DESCRICAO: '.
               10 COLUMN PLUS 2 PIC X(40) USING CONTR-DESCRICAO.
                   VALUE 'FIM DA VIGENCIA (0=SEM PRAZO): '.
               10 COLUMN PLUS 2 PIC 9(08) USING CONTR-DATA-FIM
                   BLANK WHEN ZEROS.
               10 LINE 17 COLUMN 10
                   VALUE 'TIPO (F=VALOR FIXO/M=MEDIDO): '.
               10 COLUMN PLUS 2 PIC X(01) USING CONTR-TIPO.
               10 LINE 18 COLUMN 10 VALUE 'FRANQUIA (QTDE): '.
               10 COLUMN PLUS 2 PIC 9(07) USING CONTR-FRANQUIA
                   BLANK WHEN ZEROS.
               10 LINE 18 COLUMN 45 VALUE 'UNIDADE: '.
               10 COLUMN PLUS 2 PIC X(10) USING CONTR-UNIDADE.
               10 LINE 19 COLUMN 10 VALUE 'PRECO DO EXCEDENTE: '.
               10 COLUMN PLUS 2 PIC 9(05)V99 USING CONTR-PRECO-EXCED
                   BLANK WHEN ZEROS.
               10 LINE 19 COLUMN 45 VALUE 'LEITURA ANTERIOR: '.
               10 COLUMN PLUS 2 PIC 9(09) USING CONTR-LEITURA-ANT
                   BLANK WHEN ZEROS.

      *LEITURA DO MEDIDOR DE UM MES DO CONTRATO MEDIDO
       01 TELA-LEITURA.
           05 LINE 20 COLUMN 10 VALUE 'MES DA LEITURA (AAAAMM): '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-LEIT-PERIODO-DIG
               BLANK WHEN ZEROS.
           05 LINE 21 COLUMN 10 VALUE 'LEITURA DO MEDIDOR: '.
           05 COLUMN PLUS 2 PIC 9(09) USING WRK-LEIT-LEITURA-DIG.

      *CODIGO DE PRODUTO DO PEDIDO; ZERO LANCA O PEDIDO COM TEXTO
      *LIVRE COMO SEMPRE FOI, QUALQUER OUTRO CODIGO E VALIDADO NO
      *CATALOGO E TRAZ DESCRICAO E PRECO SUGERIDO; ACEITA TAMBEM O
      *EAN, DIGITADO OU LIDO PELO LEITOR DE CODIGO DE BARRAS
       01 TELA-PEDIDO-PRODUTO.
           05 LINE 09 COLUMN 10
               VALUE 'CODIGO DO PRODUTO OU EAN (0=SEM CATALOGO): '.
           05 COLUMN PLUS 2 PIC X(14) USING WRK-CODIGO-LIDO.

      *INCLUSAO DE UM NOVO PEDIDO NO HISTORICO DO CLIENTE; TELEFONE
      *E NUMERO DO PEDIDO SAO PREENCHIDOS PELO PROGRAMA, NAO
       01 TELA-PEDIDO.
           05 LINE 10 COLUMN 10 VALUE 'DATA DO PEDIDO (AAAAMMDD): '.
           05 COLUMN PLUS 2 PIC 9(08) USING PEDIDOS-DATA.
           05 LINE 10 COLUMN 50 VALUE 'CAMPANHA: '.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-CAMPANHA-DIG.

      *PLANO DE PARCELAMENTO COMBINADO COM O CLIENTE; 1 PARCELA
      *E VENDA A VISTA E NAO GRAVA AGENDA
           05 LINE 13 COLUMN 45 VALUE 'DESCONTO PCT: '.
           05 COLUMN PLUS 2 PIC 9(02)V99 USING WRK-ITEM-DESC-DIG
               BLANK WHEN ZEROS.
           05 LINE 14 COLUMN 10 VALUE 'ORIGEM DO PRECO: '.
           05 COLUMN PLUS 2 PIC X(40) FROM WRK-PRECO-ORIGEM.

      *DESCONTO SOBRE O PEDIDO INTEIRO, PEDIDO AO FIM DOS ITENS
       01 TELA-DESC-PEDIDO.
           05 LINE 17 COLUMN 50 VALUE 'UF: '.
           05 COLUMN PLUS 2 PIC X(02) USING WRK-TB-UF-DIG.

      *VERSAO DE MODELO DE MENSAGEM EM MANUTENCAO NA TELA MM
       01 TELA-MODELO.
           05 LINE 14 COLUMN 10 VALUE 'TIPO: '.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-MM-TIPO-DIG.
           05 LINE 14 COLUMN 30 VALUE 'CANAL (E/S/L/I): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-MM-CANAL-DIG.
           05 LINE 14 COLUMN 55 VALUE 'VIGENCIA: '.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-MM-VIG-DIG
               BLANK WHEN ZEROS.
           05 LINE 16 COLUMN 10 VALUE 'TEXTO: '.
           05 COLUMN PLUS 2 PIC X(50) USING WRK-MM-TEXTO-1.
           05 LINE 17 COLUMN 19 PIC X(50) USING WRK-MM-TEXTO-2.
           05 LINE 18 COLUMN 10 VALUE
               'CAMPOS: &NOME &VALOR &VENCTO &PEDIDO &FILIAL &ATRASO'.

      *DDD EM MANUTENCAO NA TELA TB
       01 TELA-DDD.
           05 LINE 15 COLUMN 10 VALUE 'DDD: '.
           05 LINE 16 COLUMN 10 VALUE 'USUARIO: '.
           05 COLUMN PLUS 2 PIC X(09) USING WRK-MO-USUARIO.
           05 LINE 17 COLUMN 10
               VALUE 'PERFIL (C/O/A/G/T): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-MO-PERFIL.
           05 LINE 18 COLUMN 10 VALUE 'FILIAL: '.
           05 COLUMN PLUS 2 PIC 9(02) USING WRK-MO-FILIAL.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-FT-DATA-ATE
               BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 10
               VALUE 'SITUACAO (A/F/R=REENTREGA/BRANCO=TODAS): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-FT-SITUACAO.
           05 LINE 12 COLUMN 10 VALUE 'FILIAL (0=TODAS): '.
           05 COLUMN PLUS 2 PIC 9(02) USING WRK-FT-FILIAL
                   VALUE 'SITUACAO (P/S/E/F): '.
               10 COLUMN PLUS 2 PIC X(01) USING ENT-SITUACAO.

      *FRETE CALCULADO PELO CEP NO AGENDAMENTO DA ENTREGA
       01 TELA-FRETE-ENTREGA.
           05 LINE 15 COLUMN 10 VALUE 'FRETE DO PEDIDO: '.
           05 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM WRK-FRT-VALOR.

      *VAGAS DA AGENDA DA FILIAL DA ENTREGA, DE HOJE E DOS SETE
      *DIAS SEGUINTES, MOSTRADAS ANTES DA DIGITACAO DA DATA
       01 TELA-VAGAS-ENTREGA.
           05 LINE 16 COLUMN 02 VALUE 'VAGAS DA AGENDA - FILIAL '.
           05 COLUMN PLUS 1 PIC 9(02) FROM WRK-CPE-FIL-ENT.
           05 LINE 17 COLUMN 02 PIC X(36) FROM WRK-VG-LINHA (1).
           05 LINE 17 COLUMN 41 PIC X(36) FROM WRK-VG-LINHA (2).
           05 LINE 18 COLUMN 02 PIC X(36) FROM WRK-VG-LINHA (3).
           05 LINE 18 COLUMN 41 PIC X(36) FROM WRK-VG-LINHA (4).
           05 LINE 19 COLUMN 02 PIC X(36) FROM WRK-VG-LINHA (5).
           05 LINE 19 COLUMN 41 PIC X(36) FROM WRK-VG-LINHA (6).
           05 LINE 20 COLUMN 02 PIC X(36) FROM WRK-VG-LINHA (7).
           05 LINE 20 COLUMN 41 PIC X(36) FROM WRK-VG-LINHA (8).

      *LINHA DA TABELA DE CAPACIDADE EM MANUTENCAO NA TELA CE
       01 TELA-CAPAC-ENTREGA.
           05 LINE 15 COLUMN 10 VALUE 'FILIAL: '.
           05 COLUMN PLUS 2 PIC 9(02) USING WRK-CE-FILIAL-DIG.
           05 LINE 15 COLUMN 30 VALUE 'TIPO (S=SEMANA D=DATA): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-CE-TIPO-DIG.
           05 LINE 16 COLUMN 10
               VALUE 'DIA (1=SEG A 7=DOM) OU DATA (AAAAMMDD): '.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-CE-DIA-DIG
               BLANK WHEN ZEROS.
           05 LINE 17 COLUMN 10 VALUE 'ENTREGAS DE MANHA: '.
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-CE-MANHA-DIG.
           05 LINE 17 COLUMN 40 VALUE 'ENTREGAS DE TARDE: '.
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-CE-TARDE-DIG.

      *ALTERACAO DE ITENS DE UM PEDIDO AINDA ABERTO
       01 TELA-ALT-PEDIDO.
           05 LINE 10 COLUMN 10
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-RECEB-PARCELA-DIG
               BLANK WHEN ZEROS.
           05 LINE 14 COLUMN 10
               VALUE 'FORMA (D=DIN/P=PIX/B=DEB/C=CRE/H=CHQ/V=VALE): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-RECEB-FORMA-DIG.

      *DADOS DO CHEQUE, PEDIDOS SO QUANDO A FORMA E H; BOM PARA
      *EM BRANCO VALE CHEQUE A VISTA (DATA DO RECEBIMENTO)
       01 TELA-CHEQUE.
           05 LINE 15 COLUMN 10 VALUE 'BANCO DO CHEQUE: '.
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-CHQ-BANCO-DIG.
           05 LINE 16 COLUMN 10 VALUE 'NUMERO DO CHEQUE: '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-CHQ-NUMERO-DIG.
           05 LINE 17 COLUMN 10 VALUE 'BOM PARA (AAAAMMDD): '.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-CHQ-BOM-PARA-DIG
               BLANK WHEN ZEROS.

      *NUMERO DO VALE-PRESENTE, PEDIDO SO QUANDO A FORMA E V
       01 TELA-VALE.
           05 LINE 15 COLUMN 10 VALUE 'NUMERO DO VALE-PRESENTE: '.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-VALE-NUM-DIG
               BLANK WHEN ZEROS.

      *VENDA DE VALE-PRESENTE AO CLIENTE CORRENTE
       01 TELA-VENDA-VALE.
           05 LINE 11 COLUMN 10 VALUE 'VALOR DO VALE-PRESENTE: '.
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-VALE-VALOR-DIG.
           05 LINE 12 COLUMN 10
               VALUE 'FORMA (D=DINH/P=PIX/B=DEB/C=CRED): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-RECEB-FORMA-DIG.

           05 LINE 12 COLUMN 10 VALUE 'MOTIVO: '.
           05 COLUMN PLUS 2 PIC X(20) USING WRK-CRC-MOTIVO-DIG.

      *RESGATE DE PONTOS DE FIDELIDADE EM CREDITO NA CONTA
       01 TELA-RESGATE-PONTOS.
           05 LINE 10 COLUMN 10 VALUE 'SALDO DE PONTOS: '.
           05 COLUMN PLUS 2 PIC Z(08)9 FROM WRK-PTS-SALDO.
           05 LINE 11 COLUMN 10 VALUE 'VALOR DO PONTO: '.
           05 COLUMN PLUS 2 PIC 9.99 FROM WRK-FIN-PTS-VALOR.
           05 LINE 12 COLUMN 10 VALUE 'PONTOS A RESGATAR: '.
           05 COLUMN PLUS 2 PIC 9(07) USING WRK-PTS-RESGATE-DIG.

      *META DE VENDA DE UM MES PARA UMA FILIAL/OPERADOR; DEIXAR
      *O OPERADOR EM BRANCO GRAVA A META DA FILIAL INTEIRA
       01 TELA-META.
           05 COLUMN PLUS 2 PIC 9(05) USING ORCI-QTDE.
           05 LINE 15 COLUMN 10 VALUE 'PRECO COTADO: '.
           05 COLUMN PLUS 2 PIC 9(07)V99 USING ORCI-PRECO-UNIT.
           05 LINE 16 COLUMN 10 VALUE 'ORIGEM DO PRECO: '.
           05 COLUMN PLUS 2 PIC X(40) FROM WRK-PRECO-ORIGEM.

      *ESCOLHA DO ORCAMENTO A CONVERTER EM PEDIDO
       01 TELA-ORC-ESCOLHA.
           05 LINE 10 COLUMN 10
               VALUE 'NUMERO DO ORCAMENTO A CONVERTER: '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-ORC-ESCOLHA.
           05 LINE 11 COLUMN 10 VALUE 'CAMPANHA: '.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-CAMPANHA-DIG.

      *MUDANCA DE SITUACAO DE UM PEDIDO JA LANCADO: O OPERADOR
      *INFORMA O NUMERO DO PEDIDO E A SITUACAO NOVA DESEJADA
           05 LINE 19 COLUMN 59 VALUE
               'SA - SAI DO PROGRAMA'.

      *SEGUNDA PAGINA DA AJUDA, COM AS OPCOES DA SEGUNDA PAGINA DO
      *MENU (OPCAO MA)
       01 TELA-AJUDA-2.
           05 LINE 04 COLUMN 04 VALUE
               'AJUDA - OPCOES DA SEGUNDA PAGINA (MA)'.
           05 LINE 06 COLUMN 04 VALUE
               'FN - CADASTRO DE FORNECEDORES'.
           05 LINE 07 COLUMN 04 VALUE
               'CP - PEDIDO DE COMPRA'.
           05 LINE 08 COLUMN 04 VALUE
               'RM - CONFERE NOTA E DA ENTRADA'.
           05 LINE 09 COLUMN 04 VALUE
               'PG - LANCA E BAIXA TITULO A PAGAR'.
           05 LINE 10 COLUMN 04 VALUE
               'IV - DIGITA A CONTAGEM DO INVENTARIO'.
           05 LINE 11 COLUMN 04 VALUE
               'AI - APROVA O INVENTARIO E AJUSTA O ESTOQUE'.
           05 LINE 12 COLUMN 04 VALUE
               'BR - BAIXA DAS ENTREGAS NA VOLTA DO CAMINHAO'.
           05 LINE 13 COLUMN 04 VALUE
               'NE - LIBERA A NF-E REJEITADA PARA O REENVIO'.
           05 LINE 14 COLUMN 04 VALUE
               'AR - RENEGOCIA AS PARCELAS VENCIDAS DO CLIENTE'.
           05 LINE 15 COLUMN 04 VALUE
               'BX - PEDE A BAIXA DO TITULO INCOBRAVEL (VAI A AQ)'.
           05 LINE 16 COLUMN 04 VALUE
               'DV - ESTORNA O CHEQUE DEVOLVIDO E COBRA A TARIFA'.
           05 LINE 17 COLUMN 04 VALUE
               'GT - TRANSFERE MERCADORIA ENTRE FILIAIS'.
           05 LINE 18 COLUMN 04 VALUE
               'OS - ASSISTENCIA TECNICA COM CONFERENCIA DE GARANTIA'.
           05 LINE 19 COLUMN 04 VALUE
               'PN - PRECO ESPECIAL POR CLIENTE OU GRUPO, COM VIGENCIA'.
           05 LINE 20 COLUMN 04 VALUE
               'EQ - EQUIPAMENTO EM COMODATO: CADASTRO, SAIDA E VOLTA'.

      *CONTINUACAO DA SEGUNDA PAGINA DA AJUDA
       01 TELA-AJUDA-3.
           05 LINE 04 COLUMN 04 VALUE
               'AJUDA - OPCOES DA SEGUNDA PAGINA (MA), CONTINUACAO'.
           05 LINE 06 COLUMN 04 VALUE
               'CG - PEDIDO/RECEBIMENTO PROVISORIO NO LOTE NOTURNO'.
           05 LINE 07 COLUMN 04 VALUE
               'MM - TEXTO DAS CARTAS, EXTRATOS, AVISOS E RECIBOS'.
           05 LINE 08 COLUMN 04 VALUE
               'CE - VAGAS DE ENTREGA POR FILIAL, DIA E PERIODO'.

      *PEDIDO CUJO SALDO O OPERADOR PEDE PARA BAIXAR POR PERDA
       01 TELA-PERDA.
           05 LINE 18 COLUMN 10 VALUE 'PEDIDO A BAIXAR POR PERDA: '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-PED-NUM-ESCOLHA.

      *CHEQUE QUE VOLTOU, PELO PEDIDO E SEQUENCIA DO RECEBIMENTO
      *MOSTRADOS NA LISTA DE CHEQUES DO CLIENTE
       01 TELA-CHQ-DEVOLVIDO.
           05 LINE 18 COLUMN 10 VALUE 'PEDIDO DO CHEQUE DEVOLVIDO: '.
           05 COLUMN PLUS 2 PIC 9(06) USING WRK-PED-NUM-ESCOLHA.
           05 LINE 19 COLUMN 10 VALUE 'SEQUENCIA DO RECEBIMENTO: '.
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-CHQ-SEQ-DIG.

      *PLANO DO ACORDO DE RENEGOCIACAO: DESCONTO SO NOS JUROS
       01 TELA-ACORDO.
           05 LINE 18 COLUMN 10 VALUE 'DESCONTO NOS JUROS (%): '.
           05 COLUMN PLUS 2 PIC 9(03) USING WRK-ACO-DESC-PCT.
           05 LINE 19 COLUMN 10 VALUE 'QUANTIDADE DE PARCELAS: '.
           05 COLUMN PLUS 2 PIC 9(02) USING WRK-ACO-QTD-PARC.
           05 LINE 20 COLUMN 10
               VALUE 'PRIMEIRO VENCIMENTO (AAAAMMDD): '.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-ACO-PRIM-VENC
               BLANK WHEN ZEROS.

      *PAGAMENTO DA PROXIMA PARCELA DO ACORDO, SEMPRE PELO VALOR
      *CHEIO DA PARCELA
       01 TELA-ACORDO-PAGTO.
           05 LINE 19 COLUMN 10
               VALUE 'DATA DO PAGAMENTO (AAAAMMDD): '.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-RECEB-DATA-DIG.
           05 LINE 20 COLUMN 10
               VALUE 'FORMA (D=DINH/P=PIX/B=DEB/C=CRED): '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-RECEB-FORMA-DIG.

      *FILTROS OPCIONAIS DO RELATORIO DE CLIENTES
       01 TELA-FILTRO-RELATORIO.
           05 LINE 10 COLUMN 10 VALUE 'PREFIXO DO NOME: '.
           05 COLUMN PLUS 2 PIC X(30) USING WRK-FILTRO-NOME.
           05 LINE 11 COLUMN 10 VALUE 'DOMINIO DO EMAIL: '.
           05 COLUMN PLUS 2 PIC X(30) USING WRK-FILTRO-DOMINIO.
           05 LINE 12 COLUMN 10 VALUE 'FILIAL (0=TODAS): '.
           05 COLUMN PLUS 2 PIC 9(02) USING WRK-FILTRO-FILIAL
               BLANK WHEN ZEROS.

       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 21 COLUMN 01 ERASE EOL
           PERFORM 0060-CARREGAR-CREDENCIAIS.
      *CARREGA AS FAIXAS DE CEP DE CEPUF.DAT, OU AS DE FABRICA
           PERFORM 0080-CARREGAR-FAIXAS-CEP.
      *CARREGA AS REGRAS DE TRIBUTACAO DE TRIBUT.DAT, SE EXISTIR
           PERFORM 0083-CARREGAR-TRIBUTOS.
      *CARREGA OS DDDS DE DDDTAB.DAT, OU OS DE FABRICA
           PERFORM 0085-CARREGAR-DDDS.
      *CARREGA AS FAIXAS DE FRETE DE FRETE.DAT, SE EXISTIR
           PERFORM 0087-CARREGAR-FRETE.
      *CARREGA OS PERIODOS CONTABEIS JA FECHADOS
           PERFORM 0090-CARREGAR-FECHAMENTOS.
      *CARREGA OS MODELOS DE MENSAGEM DE MODMSG.DAT, SE EXISTIR
           PERFORM 0092-CARREGAR-MODELOS.
      *CARREGA OS PERCENTUAIS DE MULTA/JUROS DE FINCFG.DAT
           PERFORM 0056-CARREGAR-FINCFG.
      *O DIARIO DE SEGURANCA ABRE ANTES DO LOGIN, POIS E O PROPRIO
               CLOSE SEGURANCA
               OPEN EXTEND SEGURANCA
           END-IF.
           OPEN I-O TRILHA-CONTROLE.
           IF TRC-STATUS = 35 THEN
               OPEN OUTPUT TRILHA-CONTROLE
               CLOSE TRILHA-CONTROLE
               OPEN I-O TRILHA-CONTROLE
           END-IF.
      *EXIGE IDENTIFICACAO DO OPERADOR ANTES DE LIBERAR O TELA-MENU
           PERFORM 0100-LOGIN.
           IF LOGIN-OK
                   MOVE 'CADASTRO NAO CONFERE COM CONTROLE' TO
                                      WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
      *O BALCAO NAO PRECISA PARAR: A CONTINGENCIA CAPTURA PEDIDOS
      *E RECEBIMENTOS A PARTE, SEM TOCAR OS ARQUIVOS OFICIAIS
                   IF NOT PERFIL-CONSULTA
                       MOVE 'ABRIR CONTINGENCIA? (S/N)' TO
                                          WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       IF WRK-TECLA = 'S'
                           SET CONTINGENCIA-POR-CONTROLE TO TRUE
                           PERFORM 8460-CONTINGENCIA
                       END-IF
                   END-IF
               ELSE
      *CARREGAR PERFORME
                   PERFORM 1000-INICIAR THRU 1100-MONTATELA
               END-IF
           END-IF.
           CLOSE SEGURANCA.
           CLOSE TRILHA-CONTROLE.
      *PARA PROCESSO
           STOP RUN.

                           MOVE FINCFG-RES-DIAS TO
                                   WRK-FIN-RES-DIAS
                       END-IF
                       IF FINCFG-FRETE-PISO NUMERIC
                               AND FINCFG-FRETE-PISO > ZEROS
                           MOVE FINCFG-FRETE-PISO TO WRK-FRETE-PISO
                       END-IF
                       IF FINCFG-ACO-DESC-MAX NUMERIC
                           MOVE FINCFG-ACO-DESC-MAX TO
                                   WRK-FIN-ACO-DESC-MAX
                       END-IF
                       IF FINCFG-CHQ-TARIFA NUMERIC
                           MOVE FINCFG-CHQ-TARIFA TO
                                   WRK-FIN-CHQ-TARIFA
                       END-IF
                       IF FINCFG-PTS-BONUS-A NUMERIC
                           MOVE FINCFG-PTS-BONUS-A TO
                                   WRK-FIN-PTS-BONUS-A
                       END-IF
                       IF FINCFG-PTS-BONUS-B NUMERIC
                           MOVE FINCFG-PTS-BONUS-B TO
                                   WRK-FIN-PTS-BONUS-B
                       END-IF
                       IF FINCFG-PTS-VALOR NUMERIC
                               AND FINCFG-PTS-VALOR > ZEROS
                           MOVE FINCFG-PTS-VALOR TO WRK-FIN-PTS-VALOR
                       END-IF
               END-READ
               CLOSE FIN-CONFIG
           END-IF.
                       MOVE CRED-FORCA-TROCA TO
                          WRK-CRED-FORCA (WRK-TOTAL-OPERADORES)
                       IF CRED-PERFIL = 'C' OR 'O' OR 'A' OR 'T'
                               OR 'G'
                           MOVE CRED-PERFIL TO
                              WRK-CRED-PERFIL (WRK-TOTAL-OPERADORES)
                       ELSE
                          WRK-FX-UF (WRK-TOTAL-FAIXAS-CEP)
           END-READ.

      *LE TRIBUT.DAT, SE EXISTIR, E MONTA A TABELA DE REGRAS DE
      *TRIBUTACAO USADA NA EMISSAO DA NOTA FISCAL; SEM O ARQUIVO
      *VALEM SO AS ALIQUOTAS PADRAO (ICMS NA MERCADORIA, ISS NO
      *SERVICO)
       0083-CARREGAR-TRIBUTOS.
           MOVE ZEROS TO WRK-TOTAL-REGRAS-TRIB.
           OPEN INPUT TABELA-TRIBUTOS.
           IF TRB-STATUS = ZEROS
               PERFORM 0084-LER-TRIBUTO
                   UNTIL TRB-STATUS = 10
                       OR WRK-TOTAL-REGRAS-TRIB = 200
               CLOSE TABELA-TRIBUTOS
           END-IF.
           MOVE ZEROS TO TRB-STATUS.

       0084-LER-TRIBUTO.
           READ TABELA-TRIBUTOS
               AT END
                   MOVE 10 TO TRB-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-REGRAS-TRIB
                   MOVE TRB-REG TO
                          WRK-REGRA-TRIB (WRK-TOTAL-REGRAS-TRIB)
           END-READ.

      *PERMITE ATE 3 TENTATIVAS DE USUARIO/SENHA ANTES DE DESISTIR
      *CARREGA OS DDDS VALIDOS DE DDDTAB.DAT; SEM O ARQUIVO,
      *VALEM OS 67 DDDS DE FABRICA DO PLANO DA ANATEL
                   MOVE DDDTAB-REG TO WRK-DDD-USO (WRK-TOTAL-DDDS)
           END-READ.

      *LE FRETE.DAT, SE EXISTIR, E MONTA A TABELA DE FAIXAS DE
      *FRETE USADA NO AGENDAMENTO DA ENTREGA; NAO HA FAIXAS DE
      *FABRICA - SEM O ARQUIVO O FRETE CONTINUA COMBINADO A PARTE
       0087-CARREGAR-FRETE.
           MOVE ZEROS TO WRK-TOTAL-FAIXAS-FRETE.
           OPEN INPUT TABELA-FRETE.
           IF FRT-STATUS = ZEROS
               PERFORM 0088-LER-FAIXA-FRETE
                   UNTIL FRT-STATUS = 10
                       OR WRK-TOTAL-FAIXAS-FRETE = 100
               CLOSE TABELA-FRETE
           END-IF.
           MOVE ZEROS TO FRT-STATUS.

       0088-LER-FAIXA-FRETE.
           READ TABELA-FRETE
               AT END
                   MOVE 10 TO FRT-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-FAIXAS-FRETE
                   MOVE FRT-REG TO
                          WRK-FAIXA-FRETE (WRK-TOTAL-FAIXAS-FRETE)
           END-READ.

      *LE MODMSG.DAT, SE EXISTIR, NA TABELA DE MODELOS USADA NO
      *RODAPE DO RECIBO E NA MANUTENCAO DA OPCAO MM
       0092-CARREGAR-MODELOS.
           MOVE ZEROS TO WRK-TOTAL-MODELOS.
           OPEN INPUT MODELOS-MSG.
           IF MODMSG-STATUS = ZEROS
               PERFORM 0093-LER-MODELO
                   UNTIL MODMSG-STATUS = 10
                       OR WRK-TOTAL-MODELOS = 200
               CLOSE MODELOS-MSG
           END-IF.
           MOVE ZEROS TO MODMSG-STATUS.

       0093-LER-MODELO.
           READ MODELOS-MSG
               AT END
                   MOVE 10 TO MODMSG-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-MODELOS
                   MOVE MOD-REG TO WRK-MODELO (WRK-TOTAL-MODELOS)
           END-READ.

      *CARREGA OS PERIODOS JA FECHADOS DE FECHMES.DAT; SEM O
      *ARQUIVO (NENHUM FECHAMENTO AINDA) TODOS OS MESES FICAM
      *ABERTOS, COMO SEMPRE FOI
      *JORNAL FINANCEIRO: A IMAGEM DO REGISTRO GRAVADO (OU DA
      *CHAVE APAGADA) DE CADA ESCRITA EM PEDIDOS/ITENS/RECEB;
      *WRK-JRNF-ACAO JA VEM PREENCHIDO PELO CHAMADOR
      *TODA ESCRITA DE PEDIDO PASSA POR AQUI, ENTAO E AQUI TAMBEM
      *QUE O INDICE POR DATA ACOMPANHA O PEDIDOS.DAT
       4310-GRAVA-JRN-PEDIDO.
           MOVE 'P' TO JRNF-ARQUIVO.
           MOVE WRK-JRNF-ACAO TO JRNF-ACAO.
           MOVE PEDIDOS-REG TO JRNF-IMAGEM.
           WRITE PEDJRN-REG.
           IF WRK-JRNF-ACAO = 'D'
               PERFORM 4312-DESINDEXAR-PEDIDO
           ELSE
               PERFORM 4311-INDEXAR-PEDIDO
           END-IF.

      *MANTEM O INDICE POR DATA EM DIA COM O PEDIDO RECEM GRAVADO
      *(INCLUSAO NOVA OU ALTERACAO DA MESMA CHAVE)
       4311-INDEXAR-PEDIDO.
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

      *TIRA DO INDICE POR DATA O PEDIDO RECEM APAGADO
       4312-DESINDEXAR-PEDIDO.
           IF INDICE-ABERTO
               MOVE PEDIDOS-FONE TO PDX-FONE
               MOVE PEDIDOS-NUMERO TO PDX-NUMERO
               DELETE PEDIDOS-INDICE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       4320-GRAVA-JRN-ITEM.
           MOVE 'I' TO JRNF-ARQUIVO.
               ACCEPT SEG-HORA FROM TIME
               MOVE WRK-USUARIO-DESB TO SEG-USUARIO
               MOVE 'DESBLOQ' TO SEG-EVENTO
               PERFORM 4210-GRAVA-SEG-ENCADEADA
               MOVE 'USUARIO DESBLOQUEADO' TO WRK-MSG-ERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.
                       AND WRK-MO-PERFIL NOT = 'O'
                       AND WRK-MO-PERFIL NOT = 'A'
                       AND WRK-MO-PERFIL NOT = 'T'
                       AND WRK-MO-PERFIL NOT = 'G'
                   MOVE 'PERFIL INVALIDO (C/O/A/G/T)' TO WRK-MSG-ERRO
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-OPERADORES
                   MOVE WRK-MO-USUARIO TO
                       AND WRK-MO-PERFIL NOT = 'O'
                       AND WRK-MO-PERFIL NOT = 'A'
                       AND WRK-MO-PERFIL NOT = 'T'
                       AND WRK-MO-PERFIL NOT = 'G'
                   MOVE 'PERFIL INVALIDO (C/O/A/G/T)' TO WRK-MSG-ERRO
               WHEN OTHER
                   MOVE WRK-MO-PERFIL TO
                           WRK-CRED-PERFIL (WRK-MO-ACHADO)
           ACCEPT SEG-DATA FROM DATE YYYYMMDD.
           ACCEPT SEG-HORA FROM TIME.
           MOVE WRK-MO-USUARIO TO SEG-USUARIO.
           PERFORM 4210-GRAVA-SEG-ENCADEADA.
           ACCEPT SEG-DATA FROM DATE YYYYMMDD.
           ACCEPT SEG-HORA FROM TIME.
           MOVE WRK-OPERADOR TO SEG-USUARIO.
           MOVE 'POR-ADMIN' TO SEG-EVENTO.
           PERFORM 4210-GRAVA-SEG-ENCADEADA.

      *ABRE O REGISTRO DE SESSOES E GRAVA A SESSAO DO OPERADOR
      *RECEM LOGADO; SE SOBROU REGISTRO DE UMA SESSAO ANTERIOR
      *BYTE A BYTE BASTA
           PERFORM 0205-CLONAR-CADASTRO.
           PERFORM VARYING WRK-TREINO-IDX FROM 2 BY 1
                   UNTIL WRK-TREINO-IDX > 81
               CALL 'CBL_COPY_FILE' USING
                       WRK-NOME-ARQ (WRK-TREINO-IDX)
                       WRK-NOME-TREINO (WRK-TREINO-IDX)
      *PRATICA NAO DEIXA RASTRO NEM NO CADASTRO NEM NA AUDITORIA
       0210-DESCARTAR-TREINO.
           PERFORM VARYING WRK-TREINO-IDX FROM 1 BY 1
                   UNTIL WRK-TREINO-IDX > 81
               CALL 'CBL_DELETE_FILE' USING
                       WRK-NOME-TREINO (WRK-TREINO-IDX)
                   RETURNING WRK-TREINO-RC
                   OPEN I-O PEDIDOS
               END-IF.

      *ABRIR O INDICE DE PEDIDOS POR DATA, SE JA FOI CRIADO; SO NA
      *PRODUCAO, POIS OS LOTES QUE O LEEM NUNCA OLHAM OS CLONES
           IF MODO-PRODUCAO
               OPEN I-O PEDIDOS-INDICE
               IF PDX-STATUS = ZEROS
                   SET INDICE-ABERTO TO TRUE
               END-IF
           END-IF.

      *ABRIR O ARQUIVO DE RECEBIMENTOS
           OPEN I-O RECEBIMENTOS.
               IF RECEB-STATUS = 35 THEN
                   OPEN I-O GRUPOS
               END-IF.

      *ABRIR OS ACORDOS DE PRECO NEGOCIADO
           OPEN I-O PRECOS-ESP.
               IF PESP-STATUS = 35 THEN
                   OPEN OUTPUT PRECOS-ESP
                   CLOSE PRECOS-ESP
                   OPEN I-O PRECOS-ESP
               END-IF.

      *ABRIR O REGISTRO DE ATENDIMENTOS
           OPEN I-O ATENDIMENTOS.
               IF ATD-STATUS = 35 THEN
                   OPEN I-O PRODUTOS
               END-IF.

      *ABRIR OS CODIGOS DE BARRAS DO CATALOGO
           OPEN I-O PRODUTOS-EAN.
               IF PEAN-STATUS = 35 THEN
                   OPEN OUTPUT PRODUTOS-EAN
                   CLOSE PRODUTOS-EAN
                   OPEN I-O PRODUTOS-EAN
               END-IF.

      *ABRIR O ARQUIVO DE INDICACOES DE CLIENTES
           OPEN I-O INDICACOES.
               IF IND-STATUS = 35 THEN
                   OPEN OUTPUT INDICACOES
                   CLOSE INDICACOES
                   OPEN I-O INDICACOES
               END-IF.

      *ABRIR O CADASTRO DE EQUIPAMENTOS DE COMODATO
           OPEN I-O EQUIPAMENTOS.
               IF EQP-STATUS = 35 THEN
                   OPEN OUTPUT EQUIPAMENTOS
                   CLOSE EQUIPAMENTOS
                   OPEN I-O EQUIPAMENTOS
               END-IF.

      *ABRIR O ARQUIVO DE ITENS DE PEDIDO
           OPEN I-O ITENS.
               IF ITEM-STATUS = 35 THEN
                   OPEN I-O CONTRATOS
               END-IF.

      *ABRIR AS LEITURAS DOS CONTRATOS MEDIDOS
           OPEN I-O LEITURAS.
               IF LEIT-STATUS = 35 THEN
                   OPEN OUTPUT LEITURAS
                   CLOSE LEITURAS
                   OPEN I-O LEITURAS
               END-IF.

      *ABRIR O ARQUIVO DE PROSPECTOS
           OPEN I-O PROSPECTOS.
               IF PROSP-STATUS = 35 THEN
                   OPEN I-O ORCAMENTOS
               END-IF.

      *ABRIR OS VINCULOS DE ORIGEM DO FUNIL COMERCIAL
           OPEN I-O ORIGENS.
               IF ORIG-STATUS = 35 THEN
                   OPEN OUTPUT ORIGENS
                   CLOSE ORIGENS
                   OPEN I-O ORIGENS
               END-IF.

      *ABRIR OS ITENS DOS ORCAMENTOS
           OPEN I-O ORC-ITENS.
               IF ORCI-STATUS = 35 THEN
                   OPEN I-O ORC-ITENS
               END-IF.

      *ABRIR O CADASTRO DE FORNECEDORES
           OPEN I-O FORNECEDORES.
               IF FORN-STATUS = 35 THEN
                   OPEN OUTPUT FORNECEDORES
                   CLOSE FORNECEDORES
                   OPEN I-O FORNECEDORES
               END-IF.

      *ABRIR OS PEDIDOS DE COMPRA E SUAS LINHAS
           OPEN I-O COMPRAS.
               IF CMP-STATUS = 35 THEN
                   OPEN OUTPUT COMPRAS
                   CLOSE COMPRAS
                   OPEN I-O COMPRAS
               END-IF.
           OPEN I-O COMPRA-ITENS.
               IF CMPI-STATUS = 35 THEN
                   OPEN OUTPUT COMPRA-ITENS
                   CLOSE COMPRA-ITENS
                   OPEN I-O COMPRA-ITENS
               END-IF.

      *ABRIR OS TITULOS A PAGAR
           OPEN I-O TITULOS-PAGAR.
               IF PAG-STATUS = 35 THEN
                   OPEN OUTPUT TITULOS-PAGAR
                   CLOSE TITULOS-PAGAR
                   OPEN I-O TITULOS-PAGAR
               END-IF.

      *ABRIR O INVENTARIO FISICO (SO TEM CONTEUDO DEPOIS DO INVCONG)
           OPEN I-O INVENTARIO.
               IF INV-STATUS = 35 THEN
                   OPEN OUTPUT INVENTARIO
                   CLOSE INVENTARIO
                   OPEN I-O INVENTARIO
               END-IF.

      *ABRIR AS BAIXAS DO ROMANEIO
           OPEN I-O BAIXAS-ENTREGA.
               IF EBX-STATUS = 35 THEN
                   OPEN OUTPUT BAIXAS-ENTREGA
                   CLOSE BAIXAS-ENTREGA
                   OPEN I-O BAIXAS-ENTREGA
               END-IF.

      *ABRIR A SITUACAO DAS NF-E
           OPEN I-O NFE-SITUACAO.
               IF NFE-STATUS = 35 THEN
                   OPEN OUTPUT NFE-SITUACAO
                   CLOSE NFE-SITUACAO
                   OPEN I-O NFE-SITUACAO
               END-IF.

      *ABRIR OS ACORDOS DE RENEGOCIACAO E A AGENDA DELES
           OPEN I-O ACORDOS.
               IF ACO-STATUS = 35 THEN
                   OPEN OUTPUT ACORDOS
                   CLOSE ACORDOS
                   OPEN I-O ACORDOS
               END-IF.
           OPEN I-O ACORDO-PARCELAS.
               IF AP-STATUS = 35 THEN
                   OPEN OUTPUT ACORDO-PARCELAS
                   CLOSE ACORDO-PARCELAS
                   OPEN I-O ACORDO-PARCELAS
               END-IF.

      *ABRIR AS NEGATIVACOES NO BIRO
           OPEN I-O NEGATIVACOES.
               IF NEG-STATUS = 35 THEN
                   OPEN OUTPUT NEGATIVACOES
                   CLOSE NEGATIVACOES
                   OPEN I-O NEGATIVACOES
               END-IF.

      *ABRIR AS BAIXAS POR PERDA
           OPEN I-O PERDAS.
               IF PRD-STATUS = 35 THEN
                   OPEN OUTPUT PERDAS
                   CLOSE PERDAS
                   OPEN I-O PERDAS
               END-IF.

      *ABRIR A CUSTODIA DOS CHEQUES
           OPEN I-O CHEQUES.
               IF CHQ-STATUS = 35 THEN
                   OPEN OUTPUT CHEQUES
                   CLOSE CHEQUES
                   OPEN I-O CHEQUES
               END-IF.

      *ABRIR AS COBRANCAS PIX
           OPEN I-O PIX-EMITIDOS.
               IF PIX-STATUS = 35 THEN
                   OPEN OUTPUT PIX-EMITIDOS
                   CLOSE PIX-EMITIDOS
                   OPEN I-O PIX-EMITIDOS
               END-IF.

      *ABRIR OS PONTOS DE FIDELIDADE
           OPEN I-O PONTOS.
               IF PTS-STATUS = 35 THEN
                   OPEN OUTPUT PONTOS
                   CLOSE PONTOS
                   OPEN I-O PONTOS
               END-IF.

      *ABRIR OS VALES-PRESENTE
           OPEN I-O VALES.
               IF VALE-STATUS = 35 THEN
                   OPEN OUTPUT VALES
                   CLOSE VALES
                   OPEN I-O VALES
               END-IF.

      *ABRIR A COMPOSICAO DOS KITS
           OPEN I-O KITS.
               IF KIT-STATUS = 35 THEN
                   OPEN OUTPUT KITS
                   CLOSE KITS
                   OPEN I-O KITS
               END-IF.

      *ABRIR OS LOTES E O CONSUMO DE LOTE POR ITEM
           OPEN I-O LOTES.
               IF LOTE-STATUS = 35 THEN
                   OPEN OUTPUT LOTES
                   CLOSE LOTES
                   OPEN I-O LOTES
               END-IF.
           OPEN I-O ITENS-LOTE.
               IF ILOTE-STATUS = 35 THEN
                   OPEN OUTPUT ITENS-LOTE
                   CLOSE ITENS-LOTE
                   OPEN I-O ITENS-LOTE
               END-IF.

      *ABRIR O ESTOQUE POR FILIAL E AS GUIAS DE TRANSFERENCIA
           OPEN I-O ESTOQUE-FILIAL.
               IF EFIL-STATUS = 35 THEN
                   OPEN OUTPUT ESTOQUE-FILIAL
                   CLOSE ESTOQUE-FILIAL
                   OPEN I-O ESTOQUE-FILIAL
               END-IF.
           OPEN I-O GUIAS-TRANSF.
               IF GTR-STATUS = 35 THEN
                   OPEN OUTPUT GUIAS-TRANSF
                   CLOSE GUIAS-TRANSF
                   OPEN I-O GUIAS-TRANSF
               END-IF.
           OPEN I-O GUIA-ITENS.
               IF GTRI-STATUS = 35 THEN
                   OPEN OUTPUT GUIA-ITENS
                   CLOSE GUIA-ITENS
                   OPEN I-O GUIA-ITENS
               END-IF.

      *ABRIR AS ORDENS DE SERVICO DA ASSISTENCIA TECNICA
           OPEN I-O ORDENS-SERVICO.
               IF OS-STATUS = 35 THEN
                   OPEN OUTPUT ORDENS-SERVICO
                   CLOSE ORDENS-SERVICO
                   OPEN I-O ORDENS-SERVICO
               END-IF.

      *ABRIR AS CAMPANHAS ATRIBUIDAS AOS PEDIDOS
           OPEN I-O PEDIDOS-CAMPANHA.
               IF PCAMP-STATUS = 35 THEN
                   OPEN OUTPUT PEDIDOS-CAMPANHA
                   CLOSE PEDIDOS-CAMPANHA
                   OPEN I-O PEDIDOS-CAMPANHA
               END-IF.

      *ABRIR O RESUMO DE PEDIDOS ARQUIVADOS, SE EXISTIR; SO PASSA
      *A EXISTIR DEPOIS DA PRIMEIRA RODADA DO LOTE ARQPED
           OPEN INPUT PEDIDOS-ARQUIVADOS.

       1100-MONTATELA.
           DISPLAY TELA.
           IF MENU-PAGINA-2
               ACCEPT TELA-MENU-2
                   WITH TIME-OUT WRK-TIMEOUT-MENU
                   ON EXCEPTION
                       PERFORM 1150-EXPIRAR-SESSAO
               END-ACCEPT
           ELSE
               ACCEPT TELA-MENU
                   WITH TIME-OUT WRK-TIMEOUT-MENU
                   ON EXCEPTION
                       PERFORM 1150-EXPIRAR-SESSAO
               END-ACCEPT
           END-IF.

      *O TERMINAL FICOU PARADO NO MENU ALEM DO TEMPO LIMITE; FORCA A
      *SAIDA COMO SE O OPERADOR TIVESSE DIGITADO SA, SEM PRECISAR
                           PERFORM 8930-CORRIGIR-REJEITADOS
                       END-IF
                   END-IF
               WHEN 'MA'
                   IF MENU-PAGINA-1
                       SET MENU-PAGINA-2 TO TRUE
                   ELSE
                       SET MENU-PAGINA-1 TO TRUE
                   END-IF
               WHEN 'FN'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8200-FORNECEDORES
                       END-IF
                   END-IF
               WHEN 'CP'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8220-PEDIDOS-DE-COMPRA
                       END-IF
                   END-IF
               WHEN 'RM'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8230-RECEBER-MERCADORIA
                       END-IF
                   END-IF
               WHEN 'PG'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8240-CONTAS-A-PAGAR
                       END-IF
                   END-IF
               WHEN 'IV'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8260-CONTAGEM-INVENTARIO
                       END-IF
                   END-IF
               WHEN 'AI'
                   IF NOT PERFIL-ADMIN
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8265-APROVAR-INVENTARIO
                       END-IF
                   END-IF
               WHEN 'BR'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8280-BAIXA-ROMANEIO
                       END-IF
                   END-IF
               WHEN 'NE'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8320-NFE-REJEITADAS
                       END-IF
                   END-IF
               WHEN 'AR'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8330-ACORDO-RENEGOCIACAO
                       END-IF
                   END-IF
               WHEN 'BX'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8350-BAIXA-POR-PERDA
                       END-IF
                   END-IF
               WHEN 'DV'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8360-CHEQUE-DEVOLVIDO
                       END-IF
                   END-IF
               WHEN 'GT'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8410-GUIA-TRANSFERENCIA
                       END-IF
                   END-IF
               WHEN 'OS'
                   IF JANELA-LOTE-ATIVA
                       PERFORM 2060-BLOQUEAR-OPERACAO
                   ELSE
                       PERFORM 8420-ORDENS-SERVICO
                   END-IF
               WHEN 'PN'
                   IF JANELA-LOTE-ATIVA
                       PERFORM 2060-BLOQUEAR-OPERACAO
                   ELSE
                       PERFORM 8440-PRECOS-NEGOCIADOS
                   END-IF
               WHEN 'EQ'
                   IF JANELA-LOTE-ATIVA
                       PERFORM 2060-BLOQUEAR-OPERACAO
                   ELSE
                       PERFORM 8450-EQUIPAMENTOS
                   END-IF
      *A CONTINGENCIA SO ABRE ENQUANTO O LOTE BLOQUEIA O BALCAO
               WHEN 'CG'
                   IF PERFIL-CONSULTA
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       IF JANELA-LOTE-ATIVA
                           SET CONTINGENCIA-POR-LOTE TO TRUE
                           PERFORM 8460-CONTINGENCIA
                       ELSE
                           MOVE 'BALCAO LIBERADO - SEM CONTING.' TO
                                              WRK-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
               WHEN 'MM'
                   IF NOT PERFIL-ADMIN
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       PERFORM 8470-MODELOS-MENSAGEM
                   END-IF
               WHEN 'CE'
                   IF NOT PERFIL-ADMIN
                       PERFORM 2070-NEGAR-OPCAO
                   ELSE
                       PERFORM 8630-CAPACIDADE-ENTREGAS
                   END-IF
               WHEN OTHER
      *QUALQUER COISA ALEM DE SA � ERRO
                   IF WRK-OPCAO NOT EQUAL 'SA'
                       DISPLAY 'ENTRE COM UMA OPCAO VALIDA'
                   END-IF
           END-EVALUATE.
               IF WRK-OPCAO NOT = 'SA'
                   PERFORM 1100-MONTATELA
               END-IF.

      *VERIFICA SE O HORARIO ATUAL CAI NA JANELA DO LOTE NOTURNO
      *(22H AS 06H), EM QUE AS GRAVACOES PELA TELA FICAM BLOQUEADAS
       2050-VERIFICA-JANELA-LOTE.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           IF WRK-HORA-HH >= 22 OR WRK-HORA-HH < 06
               SET JANELA-LOTE-ATIVA TO TRUE
           ELSE
               SET JANELA-LOTE-INATIVA TO TRUE
           END-IF.

      *AVISA O OPERADOR QUE A OPERACAO DE GRAVACAO ESTA BLOQUEADA
      *ENQUANTO DURAR A JANELA DO LOTE NOTURNO; O BALCAO SEGUE
      *PELA CONTINGENCIA (OPCAO CG)
       2060-BLOQUEAR-OPERACAO.
           MOVE 'BLOQUEADO PELO LOTE - USE CG' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.

      *AVISA O OPERADOR QUE A OPCAO PEDIDA ESTA ACIMA DO PERFIL
      *DELE; QUEM E SO CONSULTA NAO GRAVA NADA, E EXCLUSAO E
      *DESFAZER SAO SO DO ADMIN
       2070-NEGAR-OPCAO.
           MOVE 'OPCAO NAO PERMITIDA PARA SEU PERFIL' TO
                              WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.

      *CONFERE SE O CLIENTE LIDO E DA FILIAL DO OPERADOR; O DE
      *OUTRA FILIAL SO ABRE COM LIBERACAO DE UM ADMIN NA FILA A
      *QUATRO OLHOS. A TENTATIVA NEGADA VAI PARA O DIARIO DE
      *SEGURANCA E, DA PRIMEIRA VEZ, VIRA O PEDIDO DE LIBERACAO;
      *QUEM CHAMA SO TESTA FILIAL-OCULTA E MOSTRA A MENSAGEM
       2085-CONFERIR-FILIAL.
           PERFORM 2086-VERIFICAR-FILIAL.
           IF FILIAL-OCULTA
               PERFORM 2087-PROCURAR-LIBERACAO
               IF LIBERACAO-APROVADA
                   SET FILIAL-VISIVEL TO TRUE
               ELSE
                   MOVE 'FILIAL-NEG' TO SEG-EVENTO
                   PERFORM 4200-GRAVA-SEGURANCA
                   IF LIBERACAO-PENDENTE
                       MOVE 'OUTRA FILIAL - AGUARDA ADMIN' TO
                                          WRK-MSG-ERRO
                   ELSE
                       MOVE 'FILIAL' TO PND-ACAO
                       MOVE CLIENTES-FONE TO PND-FONE
                       MOVE WRK-FIL-CLIENTE TO PND-FONE2
                       MOVE ZEROS TO PND-VALOR
                       PERFORM 8726-GRAVAR-PENDENCIA
                       MOVE 'OUTRA FILIAL - PEDIDO AO ADMIN' TO
                                          WRK-MSG-ERRO
                   END-IF
               END-IF
           END-IF.

      *SO A COMPARACAO DAS FILIAIS, SEM DIARIO NEM LIBERACAO; E O
      *QUE AS LISTAS E O RELATORIO USAM PARA ESCONDER A LINHA
       2086-VERIFICAR-FILIAL.
           SET FILIAL-VISIVEL TO TRUE.
           IF NOT PERFIL-TODAS-FILIAIS
               MOVE CLIENTES-FILIAL TO WRK-FIL-CLIENTE
               IF WRK-FIL-CLIENTE = ZEROS
                   MOVE 1 TO WRK-FIL-CLIENTE
               END-IF
               MOVE WRK-FILIAL-OPERADOR TO WRK-FIL-OPERADOR
               IF WRK-FIL-OPERADOR = ZEROS
                   MOVE 1 TO WRK-FIL-OPERADOR
               END-IF
               IF WRK-FIL-CLIENTE NOT = WRK-FIL-OPERADOR
                   SET FILIAL-OCULTA TO TRUE
               END-IF
           END-IF.

      *PROCURA NA FILA UM PEDIDO DE ATENDIMENTO DESTE OPERADOR
      *PARA ESTE CLIENTE; A LIBERACAO E PESSOAL E NAO SERVE PARA
      *OUTRO CLIENTE
       2087-PROCURAR-LIBERACAO.
           SET LIBERACAO-NENHUMA TO TRUE.
           MOVE LOW-VALUES TO PND-ID.
           START PENDENCIAS KEY IS NOT LESS THAN PND-ID
               INVALID KEY
                   MOVE 10 TO PND-STATUS
           END-START.
           IF PND-STATUS NOT = 10
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PND-STATUS NOT = 0
               IF PND-FILIAL AND PND-FONE = CLIENTES-FONE
                       AND PND-SOLICITANTE = WRK-OPERADOR
                   PERFORM 2088-CLASSIFICAR-LIBERACAO
               END-IF
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PND-STATUS.

      *O PEDIDO SO CONTA DENTRO DA VALIDADE DA FILA (BASE COMERCIAL
      *30/360, COMO NA EXPIRACAO); VENCIDO, O OPERADOR PEDE DE NOVO
       2088-CLASSIFICAR-LIBERACAO.
           MOVE PND-DATA TO WRK-PND-DATA-R-AUX.
           ACCEPT WRK-HOJE-SENHA FROM DATE YYYYMMDD.
           COMPUTE WRK-PND-IDADE =
                   ((WRK-HJS-ANO - WRK-PND-ANO) * 360) +
                   ((WRK-HJS-MES - WRK-PND-MES) * 30) +
                   (WRK-HJS-DIA - WRK-PND-DIA).
           IF WRK-PND-IDADE NOT > WRK-PND-VALIDADE
               IF PND-APROVADA
                   SET LIBERACAO-APROVADA TO TRUE
               END-IF
               IF PND-PENDENTE AND NOT LIBERACAO-APROVADA
                   SET LIBERACAO-PENDENTE TO TRUE
               END-IF
           END-IF.

      *CONFERE SE A DATA EM WRK-DATA-VERIFICA CAI NUM PERIODO JA
      *FECHADO; QUEM CHAMA DECIDE O QUE RECUSAR
       2080-VERIFICAR-PERIODO.
           SET PERIODO-ABERTO TO TRUE.
           PERFORM VARYING WRK-FECH-IDX FROM 1 BY 1
                   UNTIL WRK-FECH-IDX > WRK-TOTAL-FECHADOS
               IF WRK-FECH-PERIODO (WRK-FECH-IDX) =
                       WRK-VERIF-PERIODO
                   SET PERIODO-FECHADO TO TRUE
               END-IF
           END-PERFORM.

      *LE A PROPRIA SESSAO NO REGISTRO: SE O ADMIN MARCOU SAIDA
      *FORCADA, ENCERRA COMO SE O OPERADOR TIVESSE DIGITADO SA;
      *SENAO SO ATUALIZA O MODULO CORRENTE PARA A TELA DO ADMIN
       2075-VERIFICAR-SESSAO.
           SET SAIDA-NORMAL TO TRUE.
           MOVE WRK-OPERADOR TO SESS-OPERADOR.
           READ SESSOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SESS-FORCAR-SAIDA = 'S'
                       SET SAIDA-FORCADA TO TRUE
                       MOVE 'SESSAO ENCERRADA PELO ADMIN' TO
                                          WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
                   ELSE
                       MOVE WRK-MODULO TO SESS-MODULO
                       REWRITE SESS-REG
                       END-REWRITE
                   END-IF
           END-READ.

      *LIMPA UMA LINHA DA TABELA DE ANOTACOES, CHAMADA PARA AS 5
      *LINHAS ANTES DE UMA INCLUSAO, PARA NAO HERDAR LIXO DO BUFFER
      *DE UMA OPERACAO ANTERIOR
       2055-LIMPAR-OBSERVACAO.
           MOVE SPACES TO CLIENTES-OBSERVACOES(WRK-OBS-IDX).

      *POSICIONAMENTO EM LINHA E COLUNA COM AT 16 LINHA 10 COLUNA
      *RETIRADO POR FALTA DE UTILIZANDO
      *    ACCEPT WRK-OPCAO AT 1610.

       3000-FINALIZAR.
      *    CONTINUE.
      *GRAVA O REGISTRO DE CONTROLE DE INTEGRIDADE ANTES DE FECHAR
           PERFORM 0960-GRAVAR-CONTROLE.
      *E O CONTROLE FINANCEIRO (PEDIDOS/ITENS/RECEBIMENTOS), QUE A
      *PROXIMA ABERTURA CONFERE EM 0955; OS ARQUIVOS AINDA ESTAO
      *ABERTOS EM I-O AQUI, COMO O PARAGRAFO EXIGE
           PERFORM 0965-GRAVAR-CONTROLE-FIN.
      * TEM QUE FORCAR O CLOSE DO ARQUIVO PARA NAO COROMPER
           CLOSE CLIENTES.
           CLOSE NOTIFICACOES.
           CLOSE JORNAL.
           CLOSE AUDITORIA.
           CLOSE ACESSOS.
           CLOSE PEDIDOS.
           IF INDICE-ABERTO
               CLOSE PEDIDOS-INDICE
           END-IF.
           CLOSE RECEBIMENTOS.
           CLOSE PARCELAS.
           CLOSE PRODUTOS.
           CLOSE PRODUTOS-EAN.
           CLOSE INDICACOES.
           CLOSE EQUIPAMENTOS.
           CLOSE PRECOS.
           CLOSE PRECOS-ESP.
           CLOSE RESERVAS.
           CLOSE CREDITOS.
           CLOSE DESCONTOS.
           CLOSE ENTREGAS.
           CLOSE ATENDIMENTOS.
           CLOSE GRUPOS.
           CLOSE PESQUISAS.
           CLOSE CONSENTIMENTOS.
           CLOSE PENDENCIAS.
           CLOSE ITENS.
           CLOSE CONTRATOS.
           CLOSE LEITURAS.
           CLOSE ORCAMENTOS.
           CLOSE ORC-ITENS.
           CLOSE PROSPECTOS.
           CLOSE ORIGENS.
           CLOSE FORNECEDORES.
           CLOSE COMPRAS.
           CLOSE COMPRA-ITENS.
           CLOSE TITULOS-PAGAR.
           CLOSE INVENTARIO.
           CLOSE BAIXAS-ENTREGA.
           CLOSE NFE-SITUACAO.
           CLOSE ACORDOS.
           CLOSE ACORDO-PARCELAS.
           CLOSE NEGATIVACOES.
           CLOSE PERDAS.
           CLOSE CHEQUES.
           CLOSE PIX-EMITIDOS.
           CLOSE PONTOS.
           CLOSE VALES.
           CLOSE KITS.
           CLOSE LOTES.
           CLOSE ITENS-LOTE.
           CLOSE ESTOQUE-FILIAL.
           CLOSE GUIAS-TRANSF.
           CLOSE GUIA-ITENS.
           CLOSE ORDENS-SERVICO.
           CLOSE PEDIDOS-CAMPANHA.
           IF PEDARQ-ABERTO
               CLOSE PEDIDOS-ARQUIVADOS
           END-IF.
      *A SESSAO DESTE OPERADOR SAI DO REGISTRO DE SESSOES ABERTAS
           MOVE WRK-OPERADOR TO SESS-OPERADOR.
           DELETE SESSOES
               INVALID KEY
                   CONTINUE
           END-DELETE.
           CLOSE SESSOES.
      *FIM DA SESSAO DE TREINAMENTO: OS CLONES VAO EMBORA
           IF MODO-TREINO
               PERFORM 0210-DESCARTAR-TREINO
           END-IF.

      *GRAVA UMA LINHA NA TRILHA DE AUDITORIA; AUDIT-ACAO E
      *AUDIT-EMAIL-ANTES JA DEVEM ESTAR PREENCHIDOS PELO PARAGRAFO
      *CHAMADOR ANTES DO PERFORM (AUDIT-EMAIL-ANTES = O EMAIL COMO
      *ESTAVA NO REGISTRO ANTES DA GRAVACAO QUE ESTA SENDO AUDITADA)
       4000-GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE CLIENTES-FONE TO AUDIT-CHAVE.
           MOVE CLIENTES-NOME TO AUDIT-NOME.
           MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *GRAVA UMA LINHA DE AUDITORIA PARA UMA GRAVACAO DE PEDIDO OU
      *DE RECEBIMENTO; AUDIT-ACAO E AUDIT-VALOR JA DEVEM ESTAR
      *PREENCHIDOS PELO PARAGRAFO CHAMADOR, OS DEMAIS CAMPOS SAEM
      *DO PEDIDO CORRENTE NO BUFFER PEDIDOS-REG
       4100-GRAVA-AUDIT-PEDIDO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE PEDIDOS-FONE TO AUDIT-CHAVE.
           MOVE CLIENTES-NOME TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE PEDIDOS-NUMERO TO AUDIT-PEDIDO.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *GRAVA UMA LINHA NO DIARIO DE CONSULTAS; A VISAO JA DEVE
      *ESTAR EM WRK-ACESSO-VISAO E A CHAVE OLHADA NO BUFFER DO
      *CADASTRO (OU NA BUSCA POR DOCUMENTO, NO FILTRO DIGITADO)
       4500-GRAVA-ACESSO.
           ACCEPT ACC-DATA FROM DATE YYYYMMDD.
           ACCEPT ACC-HORA FROM TIME.
           MOVE WRK-OPERADOR TO ACC-OPERADOR.
           MOVE CLIENTES-FONE TO ACC-FONE.
           MOVE WRK-ACESSO-VISAO TO ACC-VISAO.
           PERFORM 4510-GRAVA-ACESSO-ENCADEADO.

      *GRAVA UMA LINHA NO DIARIO DE SEGURANCA; SEG-EVENTO JA DEVE
      *ESTAR PREENCHIDO PELO PARAGRAFO CHAMADOR, O USUARIO SAI DO
      *CAMPO DIGITADO NA TELA DE LOGIN
       4200-GRAVA-SEGURANCA.
           ACCEPT SEG-DATA FROM DATE YYYYMMDD.
           ACCEPT SEG-HORA FROM TIME.
           MOVE WRK-USUARIO TO SEG-USUARIO.
           PERFORM 4210-GRAVA-SEG-ENCADEADA.

      *CADA LINHA DAS TRES TRILHAS (AUDITORIA, SEGURANCA E DIARIO
      *DE CONSULTAS) SAI COM O CODIGO DE VERIFICACAO, CALCULADO
      *SOBRE A LINHA E SOBRE O CODIGO DA LINHA ANTERIOR GUARDADO
      *NO TRLCTL.DAT; LINHA APAGADA OU ALTERADA DEPOIS QUEBRA A
      *CORRENTE, E O LOTE VERTRI APONTA ONDE
       4010-GRAVA-AUDIT-ENCADEADA.
           IF MODO-TREINO
               MOVE SPACES TO WRK-VRF-TRILHA
           ELSE
               MOVE WRK-ARQ-AUDITORIA TO WRK-VRF-TRILHA
           END-IF.
           MOVE ZEROS TO AUDIT-VERIFICADOR.
           MOVE AUDIT-REG TO WRK-VRF-ENTRADA.
           MOVE 178 TO WRK-VRF-TAMANHO.
           PERFORM 4900-ENCADEAR-LINHA.
           MOVE WRK-VRF-ACUM TO AUDIT-VERIFICADOR.
           WRITE AUDIT-REG.
           IF AUDIT-STATUS = ZEROS
               PERFORM 4910-AVANCAR-CONTROLE
           END-IF.

      *O DIARIO DE SEGURANCA NAO TEM CLONE: E SEMPRE O SEGLOG.DAT
       4210-GRAVA-SEG-ENCADEADA.
           MOVE 'SEGLOG.DAT' TO WRK-VRF-TRILHA.
           MOVE ZEROS TO SEG-VERIFICADOR.
           MOVE SEG-REG TO WRK-VRF-ENTRADA.
           MOVE 44 TO WRK-VRF-TAMANHO.
           PERFORM 4900-ENCADEAR-LINHA.
           MOVE WRK-VRF-ACUM TO SEG-VERIFICADOR.
           WRITE SEG-REG.
           IF SEG-STATUS = ZEROS
               PERFORM 4910-AVANCAR-CONTROLE
           END-IF.

       4510-GRAVA-ACESSO-ENCADEADO.
           IF MODO-TREINO
               MOVE SPACES TO WRK-VRF-TRILHA
           ELSE
               MOVE WRK-ARQ-ACESSOS TO WRK-VRF-TRILHA
           END-IF.
           MOVE ZEROS TO ACC-VERIFICADOR.
           MOVE ACC-REG TO WRK-VRF-ENTRADA.
           MOVE 53 TO WRK-VRF-TAMANHO.
           PERFORM 4900-ENCADEAR-LINHA.
           MOVE WRK-VRF-ACUM TO ACC-VERIFICADOR.
           WRITE ACC-REG.
           IF ACC-STATUS = ZEROS
               PERFORM 4910-AVANCAR-CONTROLE
           END-IF.

      *LE NO CONTROLE O CODIGO DA ULTIMA LINHA DA TRILHA E CALCULA
      *O DA LINHA NOVA EM WRK-VRF-ENTRADA
       4900-ENCADEAR-LINHA.
           MOVE ZEROS TO WRK-VRF-ANTERIOR.
           IF WRK-VRF-TRILHA NOT = SPACES
               MOVE WRK-VRF-TRILHA TO TRC-ARQUIVO
               READ TRILHA-CONTROLE
                   INVALID KEY
                       SET TRC-NOVO TO TRUE
                       MOVE WRK-VRF-TRILHA TO TRC-ARQUIVO
                       MOVE ZEROS TO TRC-ULTIMO-COD
                       MOVE ZEROS TO TRC-GRAVADOS
                   NOT INVALID KEY
                       SET TRC-EXISTENTE TO TRUE
               END-READ
               MOVE TRC-ULTIMO-COD TO WRK-VRF-ANTERIOR
           END-IF.
           PERFORM 4920-CALCULAR-VERIFICADOR.

      *GUARDA NO CONTROLE O CODIGO DA LINHA RECEM GRAVADA
       4910-AVANCAR-CONTROLE.
           IF WRK-VRF-TRILHA NOT = SPACES
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
       4920-CALCULAR-VERIFICADOR.
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

      *� UM PARAGRAFO
      *� O PAI DE PARAGRAFO E N�O � UMA SESSAO POR QUE NAO TEM SECTION
       5000-INCLUIR.
      *TITULO DA SELECAO
           MOVE 'MODULO - INCLUSO' TO WRK-MODULO.
           DISPLAY TELA.
      *ACESSANDO A TELA DE REGISTROS
               ACCEPT TELA-REGISTRO.
               PERFORM 5060-VALIDA-CAMPOS.
               IF CAMPO-INVALIDO
                   ACCEPT MOSTRA-ERRO
               ELSE
                   PERFORM 5050-VALIDA-DOCUMENTO
                   IF DOC-INVALIDO
                       MOVE 'CPF/CNPJ INVALIDO' TO WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                   ELSE
      *UM CPF/CNPJ SO PODE ESTAR EM UM REGISTRO ATIVO DE CADA VEZ;
      *BARRAR AQUI EVITA A MAIORIA DAS DUPLICATAS QUE O MRGCLI
      *TERIA QUE LIMPAR DEPOIS
                   PERFORM 5080-CONFERIR-DOC-UNICO
                   IF DOC-EM-USO
                       MOVE SPACES TO WRK-MSG-ERRO
                       STRING 'CPF/CNPJ JA E DO FONE ' WRK-DOC-DONO
                           DELIMITED BY SIZE INTO WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       SET CLI-ATIVO TO TRUE
      *O CLIENTE NOVO NASCE NA FILIAL DO OPERADOR QUE O INCLUI
                       MOVE WRK-FILIAL-OPERADOR TO CLIENTES-FILIAL
                       PERFORM 5070-CARIMBA-ALTERACAO
                       ACCEPT CLIENTES-DATA-INCLUSAO FROM DATE YYYYMMDD
                       WRITE CLIENTES-REG
                           INVALID KEY
                               MOVE 'JA EXISTE A CHAVE' TO
                                              WRK-MSG-ERRO
                               ACCEPT MOSTRA-ERRO
                           NOT INVALID KEY
                               MOVE 'INCLUSAO' TO AUDIT-ACAO
                               MOVE SPACES TO AUDIT-EMAIL-ANTES
                               PERFORM 4000-GRAVA-AUDITORIA
                               MOVE 'I' TO JRN-ACAO
                               PERFORM 4300-GRAVA-JORNAL
                               PERFORM 5090-INDICACAO
                       END-WRITE
                   END-IF
                   END-IF
               END-IF.

      *VALIDA OS CAMPOS OBRIGATORIOS DIGITADOS NA TELA-REGISTRO
       5060-VALIDA-CAMPOS.
           SET CAMPO-VALIDO TO TRUE.
           IF CLIENTES-FONE = ZEROS
               SET CAMPO-INVALIDO TO TRUE
               MOVE 'TELEFONE E OBRIGATORIO' TO WRK-MSG-ERRO
           END-IF.
           IF CAMPO-VALIDO AND CLIENTES-NOME = SPACES
               SET CAMPO-INVALIDO TO TRUE
               MOVE 'NOME E OBRIGATORIO' TO WRK-MSG-ERRO
           END-IF.
           IF CAMPO-VALIDO
               MOVE ZEROS TO WRK-EMAIL-ARROBA
               INSPECT CLIENTES-EMAIL TALLYING WRK-EMAIL-ARROBA
                   FOR ALL '@'
               IF CLIENTES-EMAIL = SPACES OR WRK-EMAIL-ARROBA = ZEROS
                   SET CAMPO-INVALIDO TO TRUE
                   MOVE 'EMAIL INVALIDO' TO WRK-MSG-ERRO
               END-IF
           END-IF.
           IF CAMPO-VALIDO AND NOT PREF-EMAIL AND NOT PREF-SMS
                   AND NOT PREF-TELEFONE
               SET CAMPO-INVALIDO TO TRUE
               MOVE 'CONTATO PREFERIDO INVALIDO (E/S/T)' TO
                                              WRK-MSG-ERRO
           END-IF.
      *O STATUS I (INATIVO) E RESERVADO PARA A EXCLUSAO LOGICA E A
      *FUSAO DE DUPLICATAS; O OPERADOR SO PODE DIGITAR A/S/C AQUI
           IF CAMPO-VALIDO AND NOT CLI-ATIVO AND NOT CLI-SUSPENSO
                   AND NOT CLI-CANCELADO
               SET CAMPO-INVALIDO TO TRUE
               MOVE 'STATUS INVALIDO (A/S/C)' TO WRK-MSG-ERRO
           END-IF.
           IF CAMPO-VALIDO
               DIVIDE CLIENTES-FONE BY 10000000 GIVING
                   WRK-DDD-VERIFICA REMAINDER WRK-DDD-RESTO
               PERFORM 5061-VALIDA-DDD
               IF DDD-NAO-ACHADO
                   SET CAMPO-INVALIDO TO TRUE
                   MOVE 'DDD DO TELEFONE INVALIDO' TO WRK-MSG-ERRO
               END-IF
           END-IF.
           IF CAMPO-VALIDO AND CLIENTES-FONE-CEL NOT = ZEROS
               DIVIDE CLIENTES-FONE-CEL BY 1000000000 GIVING
                   WRK-DDD-VERIFICA REMAINDER WRK-DDD-RESTO
               PERFORM 5061-VALIDA-DDD
               IF DDD-NAO-ACHADO
                   SET CAMPO-INVALIDO TO TRUE
                   MOVE 'DDD DO CELULAR INVALIDO' TO WRK-MSG-ERRO
               END-IF
           END-IF.
      *O CEP INFORMADO TEM QUE CAIR EM ALGUMA FAIXA DA TABELA DE
      *REFERENCIA; QUANDO CAI, CIDADE E UF DA FAIXA PREENCHEM OS
      *CAMPOS SOZINHOS (O OPERADOR VE NA PROPRIA TELA E SO
      *CONFIRMA EM VEZ DE DIGITAR)
           IF CAMPO-VALIDO AND CLIENTES-END-CEP NOT = ZEROS
               PERFORM 5065-VALIDA-CEP
               IF CEP-NAO-ACHADO
                   SET CAMPO-INVALIDO TO TRUE
                   MOVE 'CEP FORA DE QUALQUER FAIXA' TO WRK-MSG-ERRO
               ELSE
                   IF WRK-FX-CIDADE (WRK-CEP-FAIXA-ACHADA)
                           NOT = SPACES
                       MOVE WRK-FX-CIDADE (WRK-CEP-FAIXA-ACHADA)
                           TO CLIENTES-END-CIDADE
                   END-IF
                   MOVE WRK-FX-UF (WRK-CEP-FAIXA-ACHADA) TO
                               CLIENTES-END-UF
                   DISPLAY SS-DADOS
               END-IF
           END-IF.

      *PROCURA WRK-DDD-VERIFICA NA TABELA DE DDDS VALIDOS DA ANATEL
       5061-VALIDA-DDD.
           SET DDD-NAO-ACHADO TO TRUE.
           PERFORM VARYING WRK-DDD-IDX FROM 1 BY 1
                   UNTIL WRK-DDD-IDX > WRK-TOTAL-DDDS
                       OR DDD-ACHADO
               IF WRK-DDD-USO (WRK-DDD-IDX) = WRK-DDD-VERIFICA
                   SET DDD-ACHADO TO TRUE
               END-IF
           END-PERFORM.

      *PROCURA A FAIXA DA TABELA DE REFERENCIA QUE CONTEM O CEP
      *DO REGISTRO CORRENTE
       5065-VALIDA-CEP.
           SET CEP-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-CEP-FAIXA-ACHADA.
           PERFORM VARYING WRK-CEP-TBL-IDX FROM 1 BY 1
                   UNTIL WRK-CEP-TBL-IDX > WRK-TOTAL-FAIXAS-CEP
                       OR CEP-ACHADO
               IF CLIENTES-END-CEP NOT <
                       WRK-FX-CEP-INI (WRK-CEP-TBL-IDX)
                   AND CLIENTES-END-CEP NOT >
                       WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX)
                   SET CEP-ACHADO TO TRUE
                   SET WRK-CEP-FAIXA-ACHADA TO WRK-CEP-TBL-IDX
               END-IF
           END-PERFORM.

      *GRAVA NO PROPRIO REGISTRO QUEM FEZ E QUANDO FEZ A ULTIMA
      *INCLUSAO OU ALTERACAO, PARA CONSULTA POSTERIOR
       5070-CARIMBA-ALTERACAO.
           MOVE WRK-OPERADOR TO CLIENTES-ULT-OPERADOR.
           ACCEPT CLIENTES-ULT-DATA FROM DATE YYYYMMDD.
           ACCEPT CLIENTES-ULT-HORA FROM TIME.

      *VARRE O CADASTRO ATRAS DE OUTRO REGISTRO ATIVO COM O MESMO
      *CPF/CNPJ DO REGISTRO RECEM DIGITADO; O BUFFER CLIENTES-REG
      *E REUTILIZADO PELA VARREDURA, ENTAO O REGISTRO DIGITADO E
      *GUARDADO ANTES E RESTAURADO DEPOIS. A CHAVE DO ARQUIVO NAO
      *AJUDA NESTA BUSCA, ENTAO E UMA PASSADA SEQUENCIAL COMPLETA,
      *COMO A BUSCA PARCIAL DE NOME JA FAZ
       5080-CONFERIR-DOC-UNICO.
           SET DOC-LIVRE TO TRUE.
           MOVE ZEROS TO WRK-DOC-DONO.
           IF CLIENTES-DOC-NUM NOT = ZEROS
               MOVE CLIENTES-REG TO WRK-REG-SALVO
               MOVE CLIENTES-DOC-NUM TO WRK-BUSCA-DOC
               MOVE LOW-VALUES TO CLIENTES-CHAVE
               START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                   INVALID KEY
                       MOVE 10 TO CLIENTES-STATUS
               END-START
               IF CLIENTES-STATUS NOT = 10
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL CLIENTES-STATUS NOT = 0
                   IF CLIENTES-DOC-NUM = WRK-BUSCA-DOC
                           AND NOT CLI-INATIVO
                       SET DOC-EM-USO TO TRUE
                       MOVE CLIENTES-FONE TO WRK-DOC-DONO
                   END-IF
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO CLIENTES-STATUS
               MOVE WRK-REG-SALVO TO CLIENTES-REG
           END-IF.

      *PERGUNTA QUEM INDICOU O CLIENTE RECEM GRAVADO (INCLUSAO OU
      *CONVERSAO DE PROSPECTO) E ANOTA A INDICACAO PENDENTE; A
      *RECOMPENSA DO INDICADOR SO SAI NO LOTE INDCLI, DEPOIS DO
      *PRIMEIRO PEDIDO PAGO DO INDICADO
       5090-INDICACAO.
           PERFORM 5091-PEDIR-INDICADOR.
           PERFORM UNTIL INDICADOR-OK
               ACCEPT MOSTRA-ERRO
               PERFORM 5091-PEDIR-INDICADOR
           END-PERFORM.
           IF WRK-IND-FONE-DIG NOT = ZEROS
               PERFORM 5095-GRAVAR-INDICACAO
           END-IF.

      *O INDICADOR TEM QUE ESTAR NO CADASTRO E NAO PODE ESTAR
      *INATIVO (O TELEFONE FUNDIDO PELO MRGCLI FICA INATIVO), NEM
      *SER O PROPRIO CLIENTE: MESMO TELEFONE, MESMO CPF/CNPJ OU
      *MESMO ENDERECO. O INDICADOR E LIDO NO BUFFER DO CADASTRO,
      *ENTAO O CLIENTE NOVO E GUARDADO ANTES E RESTAURADO DEPOIS
       5091-PEDIR-INDICADOR.
           SET INDICADOR-OK TO TRUE.
           MOVE ZEROS TO WRK-IND-FONE-DIG.
           DISPLAY TELA-INDICADOR.
           ACCEPT TELA-INDICADOR.
           IF WRK-IND-FONE-DIG NOT = ZEROS
               IF WRK-IND-FONE-DIG = CLIENTES-FONE
                   SET INDICADOR-RECUSADO TO TRUE
                   MOVE 'CLIENTE NAO PODE SE INDICAR' TO WRK-MSG-ERRO
               ELSE
                   MOVE CLIENTES-REG TO WRK-REG-SALVO
                   MOVE CLIENTES-DOC-NUM TO WRK-IND-DOC-NUM
                   MOVE CLIENTES-END-LOGRADOURO TO WRK-IND-LOGRADOURO
                   MOVE CLIENTES-END-NUMERO TO WRK-IND-NUMERO
                   MOVE CLIENTES-END-CEP TO WRK-IND-CEP
                   MOVE WRK-IND-FONE-DIG TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           SET INDICADOR-RECUSADO TO TRUE
                           MOVE 'INDICADOR NAO CADASTRADO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           PERFORM 5092-CONFERIR-INDICADOR
                   END-READ
                   MOVE WRK-REG-SALVO TO CLIENTES-REG
               END-IF
           END-IF.

      *COMPARA O INDICADOR (NO BUFFER) COM O CLIENTE NOVO GUARDADO
       5092-CONFERIR-INDICADOR.
           EVALUATE TRUE
               WHEN CLI-INATIVO
                   SET INDICADOR-RECUSADO TO TRUE
                   MOVE 'INDICADOR INATIVO OU FUNDIDO' TO
                                      WRK-MSG-ERRO
               WHEN CLIENTES-DOC-NUM NOT = ZEROS
                       AND CLIENTES-DOC-NUM = WRK-IND-DOC-NUM
                   SET INDICADOR-RECUSADO TO TRUE
                   MOVE 'MESMO CPF/CNPJ DO INDICADOR' TO
                                      WRK-MSG-ERRO
               WHEN CLIENTES-END-LOGRADOURO NOT = SPACES
                       AND CLIENTES-END-LOGRADOURO = WRK-IND-LOGRADOURO
                       AND CLIENTES-END-NUMERO = WRK-IND-NUMERO
                       AND CLIENTES-END-CEP = WRK-IND-CEP
                   SET INDICADOR-RECUSADO TO TRUE
                   MOVE 'MESMO ENDERECO DO INDICADOR' TO
                                      WRK-MSG-ERRO
           END-EVALUATE.

      *ANOTA A INDICACAO PENDENTE DO CLIENTE NOVO (NO BUFFER); SE
      *O TELEFONE JA TINHA UMA INDICACAO DE UM CADASTRO ANTERIOR,
      *ELA E SUBSTITUIDA PELA NOVA
       5095-GRAVAR-INDICACAO.
           MOVE CLIENTES-FONE TO IND-INDICADO.
           MOVE WRK-IND-FONE-DIG TO IND-INDICADOR.
           MOVE CLIENTES-DATA-INCLUSAO TO IND-DATA.
           MOVE WRK-OPERADOR TO IND-OPERADOR.
           MOVE WRK-FILIAL-OPERADOR TO IND-FILIAL.
           SET IND-PENDENTE TO TRUE.
           MOVE ZEROS TO IND-DATA-SITUACAO.
           MOVE ZEROS TO IND-PEDIDO.
           MOVE ZEROS TO IND-VALOR-PEDIDO.
           MOVE ZEROS TO IND-CREDITO.
           MOVE ZEROS TO IND-FAVORECIDO.
           MOVE SPACES TO IND-MOTIVO.
           WRITE IND-REG
               INVALID KEY
                   REWRITE IND-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           MOVE 'INDICACAO' TO AUDIT-ACAO.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           PERFORM 4000-GRAVA-AUDITORIA.

      *VALIDA O DIGITO VERIFICADOR DO CPF OU CNPJ INFORMADO
       5050-VALIDA-DOCUMENTO.
           MOVE CLIENTES-DOC-NUM TO WRK-DOC-NUM.
           SET DOC-VALIDO TO TRUE.
           IF CLI-DOC-CPF
               PERFORM 5051-VALIDA-CPF
           END-IF.
           IF CLI-DOC-CNPJ
               PERFORM 5052-VALIDA-CNPJ
           END-IF.

       5051-VALIDA-CPF.
      *    PRIMEIRO DIGITO: PESOS 10 A 2 SOBRE OS 9 PRIMEIROS
      *    DIGITOS DO CPF (QUE OCUPAM AS POSICOES 4 A 12 DO CAMPO
      *    DE 14 POSICOES, JA QUE O CPF TEM SOMENTE 11 DIGITOS)
           MOVE ZEROS TO WRK-DOC-SOMA.
           MOVE 10 TO WRK-DOC-PESO.
           MOVE 4 TO WRK-DOC-IDX.
           PERFORM 9 TIMES
               COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA +
                   (WRK-DOC-TBL(WRK-DOC-IDX) * WRK-DOC-PESO)
               SUBTRACT 1 FROM WRK-DOC-PESO
               ADD 1 TO WRK-DOC-IDX
           END-PERFORM.
           PERFORM 5053-CALCULA-DV-CPF.
           IF WRK-DOC-DV NOT = WRK-DOC-TBL(13)
               SET DOC-INVALIDO TO TRUE
           END-IF.
           IF DOC-VALIDO
               MOVE ZEROS TO WRK-DOC-SOMA
               MOVE 11 TO WRK-DOC-PESO
               MOVE 4 TO WRK-DOC-IDX
               PERFORM 10 TIMES
                   COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA +
                       (WRK-DOC-TBL(WRK-DOC-IDX) * WRK-DOC-PESO)
                   SUBTRACT 1 FROM WRK-DOC-PESO
                   ADD 1 TO WRK-DOC-IDX
               END-PERFORM
               PERFORM 5053-CALCULA-DV-CPF
               IF WRK-DOC-DV NOT = WRK-DOC-TBL(14)
                   SET DOC-INVALIDO TO TRUE
               END-IF
           END-IF.

       5052-VALIDA-CNPJ.
           MOVE ZEROS TO WRK-DOC-SOMA.
           MOVE 1 TO WRK-DOC-IDX.
           PERFORM 12 TIMES
               COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA +
                   (WRK-DOC-TBL(WRK-DOC-IDX) *
                    WRK-CNPJ-PESO1-VAL(WRK-DOC-IDX))
               ADD 1 TO WRK-DOC-IDX
           END-PERFORM.
           PERFORM 5054-CALCULA-DV-CNPJ.
           IF WRK-DOC-DV NOT = WRK-DOC-TBL(13)
               SET DOC-INVALIDO TO TRUE
           END-IF.
           IF DOC-VALIDO
               MOVE ZEROS TO WRK-DOC-SOMA
               MOVE 1 TO WRK-DOC-IDX
               PERFORM 13 TIMES
                   COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA +
                       (WRK-DOC-TBL(WRK-DOC-IDX) *
                        WRK-CNPJ-PESO2-VAL(WRK-DOC-IDX))
                   ADD 1 TO WRK-DOC-IDX
               END-PERFORM
               PERFORM 5054-CALCULA-DV-CNPJ
               IF WRK-DOC-DV NOT = WRK-DOC-TBL(14)
                   SET DOC-INVALIDO TO TRUE
               END-IF
           END-IF.

      *CPF: RESTO DA DIVISAO DA SOMA*10 POR 11; SE O RESTO FOR
      *10 OU 11, O DIGITO VERIFICADOR E ZERO
       5053-CALCULA-DV-CPF.
           MULTIPLY WRK-DOC-SOMA BY 10 GIVING WRK-DOC-SOMA10.
           DIVIDE WRK-DOC-SOMA10 BY 11 GIVING WRK-DOC-QUOC
               REMAINDER WRK-DOC-RESTO.
           IF WRK-DOC-RESTO >= 10
               MOVE 0 TO WRK-DOC-DV
           ELSE
               MOVE WRK-DOC-RESTO TO WRK-DOC-DV
           END-IF.

      *CNPJ: RESTO DA DIVISAO DA SOMA POR 11; SE MENOR QUE 2,
      *O DIGITO VERIFICADOR E ZERO, SENAO E 11 MENOS O RESTO
       5054-CALCULA-DV-CNPJ.
           DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QUOC
               REMAINDER WRK-DOC-RESTO.
           IF WRK-DOC-RESTO < 2
               MOVE 0 TO WRK-DOC-DV
           ELSE
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
           END-IF.

      *MODULO DE CONSULTA: SEMPRE SO-LEITURA, NUNCA ACEITA SS-DADOS
      *DE VOLTA NEM REESCREVE O REGISTRO; QUEM PRECISAR EDITAR TEM
      *QUE PASSAR POR 7000-ALTERAR
       6000-CONSULTAR.
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
               PERFORM 6835-EXIBIR-CHAVE.
               ACCEPT CHAVE.
                   READ CLIENTES
                       INVALID KEY
                           MOVE 'NAO ENCOTRADO' TO WRK-MSG-ERRO
                       NOT INVALID KEY
                           PERFORM 2085-CONFERIR-FILIAL
                           IF FILIAL-OCULTA
                               CONTINUE
                           ELSE
                               MOVE '-- ENCONTRADO (SO LEITURA) --' TO
                                                  WRK-MSG-ERRO
                               PERFORM 6830-EXIBIR-DADOS
                               DISPLAY 'ULTIMA ALTERACAO POR '
                                       CLIENTES-ULT-OPERADOR ' EM '
                                       CLIENTES-ULT-DATA ' '
                                       CLIENTES-ULT-HORA
      *CLASSE ABC ATRIBUIDA PELO LOTE ABCCLI, PARA O BALCAO SABER
      *COM QUEM ESTA FALANDO
                               IF CLIENTES-CLASSE NOT = SPACES
                                   DISPLAY 'CLASSE ABC: '
                                           CLIENTES-CLASSE
                               END-IF
                               IF END-DEVOLVIDO
                                   DISPLAY '** ENDERECO DEVOLVIDO PELO '
                                           'CORREIO - CONFIRMAR COM O '
                                           'CLIENTE **'
                               END-IF
                           END-IF
                    END-READ.
                        ACCEPT MOSTRA-ERRO.

      *BUSCA PELO NOME, USANDO A CHAVE ALTERNATIVA CLIENTES-NOME.
      *COMO A CHAVE PERMITE DUPLICATAS, LISTA TODOS OS HOMONIMOS
       6500-CONSULTAR-NOME.
           MOVE 'MODULO - BUSCA POR NOME' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-BUSCA-NOME.
           ACCEPT TELA-BUSCA-NOME.
           MOVE CLIENTES-NOME TO WRK-BUSCA-NOME.
           START CLIENTES KEY IS EQUAL CLIENTES-NOME
               INVALID KEY
                   MOVE 'NAO ENCONTRADO' TO WRK-MSG-ERRO
           END-START.
           IF CLIENTES-STATUS = 0
               READ CLIENTES NEXT
                   AT END
                       MOVE 'NAO ENCONTRADO' TO WRK-MSG-ERRO
               END-READ
           END-IF.
           IF CLIENTES-STATUS = 0
               DISPLAY '------------------'
               DISPLAY 'CLIENTES ENCONTRADOS'
               DISPLAY '------------------'
               PERFORM UNTIL CLIENTES-STATUS NOT = 0
                       OR CLIENTES-NOME NOT = WRK-BUSCA-NOME
                   PERFORM 2086-VERIFICAR-FILIAL
                   IF FILIAL-VISIVEL
                       PERFORM 6850-EXIBIR-LINHA-LISTA
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *BUSCA POR TRECHO DO NOME EM QUALQUER POSICAO (NAO SO PREFIXO
      *COMO NO FILTRO DO RELATORIO), VARRENDO O ARQUIVO INTEIRO JA
      *QUE A CHAVE ALTERNATIVA CLIENTES-NOME SO AJUDA PARA IGUALDADE
      *OU PREFIXO, NAO PARA UM TRECHO NO MEIO DO NOME
       6600-CONSULTAR-PARCIAL.
           MOVE 'MODULO - BUSCA PARCIAL DO NOME' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO WRK-BUSCA-PARCIAL.
           DISPLAY TELA-BUSCA-PARCIAL.
           ACCEPT TELA-BUSCA-PARCIAL.
           MOVE ZEROS TO WRK-BUSCA-PARCIAL-LEN.
           IF WRK-BUSCA-PARCIAL NOT = SPACES
               INSPECT WRK-BUSCA-PARCIAL TALLYING
                   WRK-BUSCA-PARCIAL-LEN FOR CHARACTERS
                   BEFORE INITIAL SPACE
           END-IF.
           IF WRK-BUSCA-PARCIAL-LEN = ZEROS
               MOVE 'DIGITE AO MENOS UMA LETRA PARA BUSCAR' TO
                                  WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE LOW-VALUES TO CLIENTES-CHAVE
               START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                   INVALID KEY
                       MOVE 'NENHUM REGISTRO ENCONTRADO' TO
                                          WRK-MSG-ERRO
               END-START
               IF CLIENTES-STATUS = 0
                   READ CLIENTES NEXT
                       AT END
                           MOVE 'NENHUM REGISTRO ENCONTRADO' TO
                                              WRK-MSG-ERRO
                   END-READ
               END-IF
               IF CLIENTES-STATUS = 0
                   DISPLAY '------------------'
                   DISPLAY 'CLIENTES ENCONTRADOS'
                   DISPLAY '------------------'
                   PERFORM UNTIL CLIENTES-STATUS = 10
                       PERFORM 6610-PROCURA-TRECHO-NOME
                       PERFORM 2086-VERIFICAR-FILIAL
                       IF BUSCA-ACHOU AND FILIAL-VISIVEL
                           PERFORM 6850-EXIBIR-LINHA-LISTA
                       END-IF
                       READ CLIENTES NEXT
                   END-PERFORM
               END-IF
               ACCEPT MOSTRA-ERRO
           END-IF.

      *PROCURA WRK-BUSCA-PARCIAL EM QUALQUER POSICAO DE CLIENTES-NOME,
      *TESTANDO TODAS AS POSICOES INICIAIS POSSIVEIS POR REFERENCE
      *MODIFICATION
       6610-PROCURA-TRECHO-NOME.
           SET BUSCA-NAO-ACHOU TO TRUE.
           PERFORM VARYING WRK-BUSCA-POS FROM 1 BY 1
                   UNTIL WRK-BUSCA-POS >
                           (31 - WRK-BUSCA-PARCIAL-LEN)
                       OR BUSCA-ACHOU
               IF CLIENTES-NOME(WRK-BUSCA-POS:WRK-BUSCA-PARCIAL-LEN)
                  = WRK-BUSCA-PARCIAL(1:WRK-BUSCA-PARCIAL-LEN)
                   SET BUSCA-ACHOU TO TRUE
               END-IF
           END-PERFORM.

      *BUSCA PELO CPF/CNPJ EM QUALQUER POSICAO DO CADASTRO; A
      *CHAVE DO ARQUIVO NAO AJUDA, ENTAO E UMA PASSADA SEQUENCIAL
      *COMPLETA, COMO A BUSCA PARCIAL DE NOME
       6700-CONSULTAR-DOCUMENTO.
           MOVE 'MODULO - CONSULTA POR CPF/CNPJ' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-BUSCA-DOC.
           DISPLAY TELA-BUSCA-DOC.
           ACCEPT TELA-BUSCA-DOC.
           IF WRK-BUSCA-DOC = ZEROS
               MOVE 'INFORME O CPF/CNPJ PARA BUSCAR' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE ZEROS TO WRK-DOC-ACHADOS
               MOVE LOW-VALUES TO CLIENTES-CHAVE
               START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                   INVALID KEY
                       MOVE 10 TO CLIENTES-STATUS
               END-START
               IF CLIENTES-STATUS NOT = 10
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-IF
               DISPLAY '------------------'
               DISPLAY 'CLIENTES COM O DOCUMENTO'
               DISPLAY '------------------'
               PERFORM UNTIL CLIENTES-STATUS NOT = 0
                   PERFORM 2086-VERIFICAR-FILIAL
                   IF CLIENTES-DOC-NUM = WRK-BUSCA-DOC
                           AND FILIAL-VISIVEL
                       ADD 1 TO WRK-DOC-ACHADOS
                       DISPLAY CLIENTES-FONE ' '
                               CLIENTES-NOME ' '
                               CLIENTES-STATUS-REG
                       MOVE 'CONS-DOC' TO WRK-ACESSO-VISAO
                       PERFORM 4500-GRAVA-ACESSO
                   END-IF
                   READ CLIENTES NEXT
                       AT END
                           MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO CLIENTES-STATUS
               IF WRK-DOC-ACHADOS = ZEROS
                   MOVE 'NENHUM CLIENTE COM ESTE DOCUMENTO' TO
                                      WRK-MSG-ERRO
               ELSE
                   MOVE 'FIM DA BUSCA' TO WRK-MSG-ERRO
               END-IF
               ACCEPT MOSTRA-ERRO
           END-IF.

      *FICHA DO CLIENTE: DADOS CADASTRAIS, TOTAIS DO HISTORICO DE
      *PEDIDOS, USO DAS ANOTACOES, CARIMBO DA ULTIMA ALTERACAO E
      *SITUACAO, TUDO NUMA TELA SO - SEM PASSEAR POR CO, HP E NT
      *REDIGITANDO O TELEFONE; DA PROPRIA FICHA O OPERADOR SALTA
      *PARA ALTERAR OU PARA O HISTORICO COM UMA TECLA (A CHAVE JA
      *FICA PREENCHIDA NA TELA SEGUINTE, BASTA TECLAR ENTER)
       6800-FICHA-DO-CLIENTE.
           MOVE 'MODULO - FICHA DO CLIENTE' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 6835-EXIBIR-CHAVE.
           ACCEPT CHAVE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       MOVE 'FICHA' TO WRK-ACESSO-VISAO
                       PERFORM 4500-GRAVA-ACESSO
                       PERFORM 6810-MONTAR-FICHA
                       MOVE 'A=ALTERAR H=HISTORICO OUTRA=VOLTAR' TO
                                          WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       EVALUATE WRK-TECLA
                           WHEN 'A'
                               IF PERFIL-CONSULTA
                                   PERFORM 2070-NEGAR-OPCAO
                               ELSE
                                   IF JANELA-LOTE-ATIVA
                                       PERFORM 2060-BLOQUEAR-OPERACAO
                                   ELSE
                                       PERFORM 7000-ALTERAR
                                   END-IF
                               END-IF
                           WHEN 'H'
                               PERFORM 8500-HISTORICO-PEDIDOS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *APURA OS TOTAIS DO HISTORICO E MOSTRA A FICHA; CANCELADOS E
      *ESTORNOS NAO ENTRAM NA CONTA DO VALOR DE VIDA
       6810-MONTAR-FICHA.
           PERFORM 6830-EXIBIR-DADOS.
           MOVE ZEROS TO WRK-FC-QTDE-PED.
           MOVE ZEROS TO WRK-FC-VALOR-VIDA.
           MOVE ZEROS TO WRK-FC-ULT-DATA.
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
                   ADD 1 TO WRK-FC-QTDE-PED
                   ADD PEDIDOS-VALOR TO WRK-FC-VALOR-VIDA
                   IF PEDIDOS-DATA > WRK-FC-ULT-DATA
                       MOVE PEDIDOS-DATA TO WRK-FC-ULT-DATA
                   END-IF
               END-IF
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.
           MOVE ZEROS TO WRK-FC-NOTAS.
           PERFORM VARYING WRK-OBS-IDX FROM 1 BY 1
                   UNTIL WRK-OBS-IDX > 5
               IF CLIENTES-OBSERVACOES (WRK-OBS-IDX) NOT = SPACES
                   ADD 1 TO WRK-FC-NOTAS
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN CLI-ATIVO
                   MOVE 'ATIVO' TO WRK-SITUACAO-EXIB
               WHEN CLI-SUSPENSO
                   MOVE 'SUSPENSO' TO WRK-SITUACAO-EXIB
               WHEN CLI-CANCELADO
                   MOVE 'CANCELADO' TO WRK-SITUACAO-EXIB
               WHEN OTHER
                   MOVE 'INATIVO' TO WRK-SITUACAO-EXIB
           END-EVALUATE.
           DISPLAY 'SITUACAO: ' WRK-SITUACAO-EXIB
                   '  CLASSE: ' CLIENTES-CLASSE
                   '  NOTAS USADAS: ' WRK-FC-NOTAS '/5'.
           DISPLAY 'PEDIDOS: ' WRK-FC-QTDE-PED
                   '  VALOR DE VIDA: ' WRK-FC-VALOR-VIDA
                   '  ULTIMO PEDIDO: ' WRK-FC-ULT-DATA.
           DISPLAY 'ULTIMA ALTERACAO POR ' CLIENTES-ULT-OPERADOR
                   ' EM ' CLIENTES-ULT-DATA ' '
                   CLIENTES-ULT-HORA.
           PERFORM 8513-LER-SCORE.
           IF SCORE-ACHADO
               DISPLAY 'NOTA DE CREDITO: ' SCORE-NOTA
                       '  ATRASO MEDIO: ' SCORE-MEDIA-DIAS ' DIAS'
                       '  VENCIDO HOJE: ' SCORE-VENCIDO
           END-IF.
           PERFORM 8509-LER-RESUMO.
           IF RESUMO-ACHADO
               DISPLAY 'POSICAO DA NOITE DE ' WRK-RSM-POSICAO
                       '  EM ABERTO: ' RSM-SALDO-ABERTO
                       '  VENCIDO: ' RSM-VENCIDO
               DISPLAY 'ATRASO ATE 30/60/90/MAIS DIAS: '
                       RSM-FAIXA-30 '/' RSM-FAIXA-60 '/'
                       RSM-FAIXA-90 '/' RSM-FAIXA-MAIS
               DISPLAY 'ULTIMO PAGAMENTO: ' RSM-ULT-PAGTO-DATA
                       ' VALOR ' RSM-ULT-PAGTO-VALOR
                       '  COMPRAS 12 MESES: ' RSM-TOTAL-12M
           END-IF.
           PERFORM 8511-LER-SEGMENTO.
           IF SEGMENTO-ACHADO
               DISPLAY 'SEGMENTO RFM: ' RFM-SEGMENTO ' '
                       WRK-SEG-NOME-EXIB
                       '  R/F/V: ' RFM-NOTA-R '/' RFM-NOTA-F '/'
                       RFM-NOTA-V
                       '  CALCULADO EM ' RFM-DATA-CALCULO
           END-IF.
           PERFORM 8740-SALDO-CREDITO.
           IF WRK-CRC-SALDO > ZEROS
               MOVE WRK-CRC-SALDO TO WRK-ED-CRC-SALDO
               DISPLAY 'CREDITO DISPONIVEL EM CONTA: '
                       WRK-ED-CRC-SALDO
           END-IF.
           PERFORM 8760-SALDO-PONTOS.
           IF WRK-PTS-SALDO > ZEROS
               MOVE WRK-PTS-SALDO TO WRK-ED-PTS-SALDO
               DISPLAY 'PONTOS DE FIDELIDADE: ' WRK-ED-PTS-SALDO
           END-IF.
      *CLIENTE AGRUPADO MOSTRA O SALDO CONSOLIDADO DO GRUPO, PARA
      *A NEGOCIACAO COM A MATRIZ NAO SER AS CEGAS
           MOVE CLIENTES-FONE TO GRP-FONE.
           READ GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GRP-GRUPO TO WRK-GRP-EXAME
                   MOVE CLIENTES-FONE TO WRK-FONE-CORRENTE
                   PERFORM 8662-SALDO-DO-GRUPO
                   MOVE WRK-FONE-CORRENTE TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                   END-READ
                   DISPLAY 'GRUPO ' WRK-GRP-EXAME ' COM '
                           WRK-GRP-MEMBROS ' MEMBROS - SALDO '
                           'CONSOLIDADO: ' WRK-GRP-TOTAL
           END-READ.
           PERFORM 6820-LISTAR-NEGATIVACOES.
           PERFORM 8514-AVISAR-ARQUIVADOS.

      *CADA AVISO PREVIO, INCLUSAO E EXCLUSAO NO BIRO DE CREDITO
      *DO CLIENTE, COM AS DATAS; A NEGATIVACAO EM VIGOR APARECE
      *COMO INCLUIDO
       6820-LISTAR-NEGATIVACOES.
           MOVE CLIENTES-FONE TO NEG-FONE.
           MOVE ZEROS TO NEG-PEDIDO.
           MOVE ZEROS TO NEG-SEQ.
           START NEGATIVACOES KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY
                   MOVE 10 TO NEG-STATUS
           END-START.
           IF NEG-STATUS NOT = 10
               READ NEGATIVACOES NEXT
                   AT END
                       MOVE 10 TO NEG-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL NEG-STATUS NOT = 0
                   OR NEG-FONE NOT = CLIENTES-FONE
               EVALUATE TRUE
                   WHEN NEG-AVISADO
                       MOVE 'AVISADO' TO WRK-NEG-SIT-TXT
                   WHEN NEG-INCLUIDO
                       MOVE 'INCLUIDO' TO WRK-NEG-SIT-TXT
                   WHEN NEG-EXCLUIDO
                       MOVE 'EXCLUIDO' TO WRK-NEG-SIT-TXT
                   WHEN OTHER
                       MOVE 'AVISO CANC' TO WRK-NEG-SIT-TXT
               END-EVALUATE
               MOVE NEG-VALOR TO WRK-ED-NEG-VALOR
               DISPLAY 'BIRO: PEDIDO ' NEG-PEDIDO ' ' WRK-NEG-SIT-TXT
                       ' AVISO ' NEG-DATA-AVISO
                       ' INC ' NEG-DATA-INCLUSAO
                       ' EXC ' NEG-DATA-EXCLUSAO
                       ' ' WRK-ED-NEG-VALOR
               READ NEGATIVACOES NEXT
                   AT END
                       MOVE 10 TO NEG-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO NEG-STATUS.

      *MASCARAMENTO DOS DADOS PESSOAIS: O PERFIL SO CONSULTA E O
      *ESTAGIARIO VEEM CPF/CNPJ, EMAIL, CELULAR E ENDERECO
      *MASCARADOS NAS TELAS DE CONSULTA; OS DEMAIS PERFIS VEEM O
      *DADO COMPLETO, E CADA EXIBICAO SEM MASCARA FICA NO DIARIO
      *DE CONSULTAS COMO SEM-MASC
       6830-EXIBIR-DADOS.
           IF PERFIL-MASCARADO
               PERFORM 6840-MASCARAR-DADOS
               DISPLAY TELA-DADOS-MASCARADOS
           ELSE
               DISPLAY SS-DADOS
               MOVE 'SEM-MASC' TO WRK-ACESSO-VISAO
               PERFORM 4500-GRAVA-ACESSO
           END-IF.

      *TELA DE DIGITACAO DA CHAVE: PARA QUEM VE MASCARADO SO O
      *TELEFONE, SEM O QUE SOBROU NO BUFFER DA LEITURA ANTERIOR
      *(A ESCOLHA DO LI CHEGA AQUI COM O ULTIMO CLIENTE LISTADO)
       6835-EXIBIR-CHAVE.
           IF PERFIL-MASCARADO
               DISPLAY CHAVE
           ELSE
               DISPLAY TELA-REGISTRO
           END-IF.

      *MONTA OS DADOS MASCARADOS DO CLIENTE NO BUFFER:
      *CPF COMO ***.456.789-**, CNPJ COMO **.345.678/****-**,
      *EMAIL SO COM A PRIMEIRA LETRA E O DOMINIO, CELULAR SO COM
      *OS 4 ULTIMOS DIGITOS, LOGRADOURO SO COM A PRIMEIRA PALAVRA
      *(RUA, AV...), NUMERO ESCONDIDO E CEP SO COM OS 5 PRIMEIROS
      *DIGITOS; BAIRRO, CIDADE E UF FICAM VISIVEIS
       6840-MASCARAR-DADOS.
           MOVE SPACES TO WRK-MASCARADOS.
           IF CLIENTES-DOC-NUM NOT = ZEROS
               MOVE CLIENTES-DOC-NUM TO WRK-MSC-DOC-NUM
               IF CLI-DOC-CNPJ
                   STRING '**.' WRK-MSC-DOC-TXT (3:3) '.'
                          WRK-MSC-DOC-TXT (6:3) '/****-**'
                       DELIMITED BY SIZE INTO WRK-MSC-DOC
               ELSE
                   STRING '***.' WRK-MSC-DOC-TXT (7:3) '.'
                          WRK-MSC-DOC-TXT (10:3) '-**'
                       DELIMITED BY SIZE INTO WRK-MSC-DOC
               END-IF
           END-IF.
           PERFORM 6845-MASCARAR-EMAIL.
           IF CLIENTES-FONE-CEL NOT = ZEROS
               MOVE CLIENTES-FONE-CEL TO WRK-MSC-CEL-NUM
               STRING '(**) *****-' WRK-MSC-CEL-TXT (8:4)
                   DELIMITED BY SIZE INTO WRK-MSC-CEL
           END-IF.
           IF CLIENTES-END-LOGRADOURO NOT = SPACES
               STRING CLIENTES-END-LOGRADOURO DELIMITED BY SPACE
                      ' *****' DELIMITED BY SIZE
                   INTO WRK-MSC-LOGRADOURO
           END-IF.
           IF CLIENTES-END-NUMERO NOT = SPACES
               MOVE '***' TO WRK-MSC-NUMERO
           END-IF.
           IF CLIENTES-END-CEP NOT = ZEROS
               MOVE CLIENTES-END-CEP TO WRK-MSC-CEP-NUM
               STRING WRK-MSC-CEP-TXT (1:5) '-***'
                   DELIMITED BY SIZE INTO WRK-MSC-CEP
           END-IF.

      *EMAIL MASCARADO: j***@dominio
       6845-MASCARAR-EMAIL.
           MOVE SPACES TO WRK-MSC-EMAIL.
           IF CLIENTES-EMAIL NOT = SPACES
               MOVE SPACES TO WRK-EMAIL-LOCAL
               MOVE SPACES TO WRK-EMAIL-DOMINIO
               UNSTRING CLIENTES-EMAIL DELIMITED BY '@'
                   INTO WRK-EMAIL-LOCAL WRK-EMAIL-DOMINIO
               END-UNSTRING
               STRING WRK-EMAIL-LOCAL (1:1) '***@' DELIMITED BY SIZE
                      WRK-EMAIL-DOMINIO DELIMITED BY SPACE
                   INTO WRK-MSC-EMAIL
           END-IF.

      *UMA LINHA DAS LISTAS DE CONSULTA (BN, BP E RE): TELEFONE,
      *NOME E EMAIL, COM A MESMA REGRA DE MASCARA DAS TELAS
       6850-EXIBIR-LINHA-LISTA.
           IF PERFIL-MASCARADO
               PERFORM 6845-MASCARAR-EMAIL
               DISPLAY CLIENTES-FONE ' '
                       CLIENTES-NOME ' '
                       WRK-MSC-EMAIL
           ELSE
               DISPLAY CLIENTES-FONE ' '
                       CLIENTES-NOME ' '
                       CLIENTES-EMAIL
               MOVE 'SEM-MASC' TO WRK-ACESSO-VISAO
               PERFORM 4500-GRAVA-ACESSO
           END-IF.

      *NAVEGACAO PELO CADASTRO EM ORDEM DE NOME (CHAVE ALTERNATIVA)
      *COM ESCOLHA DIRETA: CADA PAGINA MOSTRA ATE 9 CLIENTES
      *NUMERADOS; O OPERADOR TECLA O NUMERO PARA ABRIR O CLIENTE
      *EM CONSULTA OU ALTERACAO SEM REDIGITAR O TELEFONE (A CHAVE
      *JA VAI PREENCHIDA, BASTA TECLAR ENTER NA TELA SEGUINTE)
       6900-LISTAR-ESCOLHER.
           MOVE 'MODULO - LISTAR E ESCOLHER' TO WRK-MODULO.
           DISPLAY TELA.
           SET LISTA-CONTINUA TO TRUE.
           MOVE LOW-VALUES TO CLIENTES-NOME.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-NOME
               INVALID KEY
                   MOVE 10 TO CLIENTES-STATUS
           END-START.
           IF CLIENTES-STATUS NOT = 10
               READ CLIENTES NEXT
                   AT END
                       MOVE 10 TO CLIENTES-STATUS
               END-READ
           END-IF.
           IF CLIENTES-STATUS NOT = 0
               MOVE 'NENHUM REGISTRO ENCONTRADO' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               MOVE ZEROS TO CLIENTES-STATUS
           ELSE
               PERFORM 6910-MOSTRAR-PAGINA UNTIL LISTA-ENCERRADA
           END-IF.

      *MONTA E MOSTRA UMA PAGINA, GUARDANDO O TELEFONE DE CADA
      *LINHA PARA A ESCOLHA POR NUMERO
       6910-MOSTRAR-PAGINA.
           MOVE ZEROS TO WRK-LISTA-QTD.
           DISPLAY '------------------'.
           DISPLAY 'CLIENTES EM ORDEM DE NOME'.
           DISPLAY '------------------'.
           PERFORM UNTIL CLIENTES-STATUS NOT = 0
                   OR WRK-LISTA-QTD = 9
               PERFORM 2086-VERIFICAR-FILIAL
               IF FILIAL-VISIVEL
                   ADD 1 TO WRK-LISTA-QTD
                   MOVE CLIENTES-FONE TO
                           WRK-LISTA-FONE (WRK-LISTA-QTD)
                   DISPLAY WRK-LISTA-QTD ' - ' CLIENTES-FONE ' '
                           CLIENTES-NOME ' ' CLIENTES-STATUS-REG
               END-IF
               READ CLIENTES NEXT
                   AT END
                       MOVE 10 TO CLIENTES-STATUS
               END-READ
           END-PERFORM.
           MOVE 'NUMERO=ABRIR C=PROXIMA OUTRA=SAIR' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           MOVE WRK-TECLA (1:1) TO WRK-ESCOLHA-CHAR.
           EVALUATE TRUE
               WHEN WRK-ESCOLHA-CHAR = 'C'
                   IF CLIENTES-STATUS NOT = 0
                       MOVE 'FIM DO CADASTRO' TO WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       SET LISTA-ENCERRADA TO TRUE
                       MOVE ZEROS TO CLIENTES-STATUS
                   END-IF
               WHEN WRK-ESCOLHA-NUM IS NUMERIC
                   IF WRK-ESCOLHA-NUM >= 1
                           AND WRK-ESCOLHA-NUM <= WRK-LISTA-QTD
                       PERFORM 6920-ABRIR-ESCOLHIDO
                   END-IF
                   SET LISTA-ENCERRADA TO TRUE
                   MOVE ZEROS TO CLIENTES-STATUS
               WHEN OTHER
                   SET LISTA-ENCERRADA TO TRUE
                   MOVE ZEROS TO CLIENTES-STATUS
           END-EVALUATE.

      *ABRE O CLIENTE ESCOLHIDO EM CONSULTA OU ALTERACAO, COM A
      *CHAVE JA PREENCHIDA NA TELA DE DESTINO
       6920-ABRIR-ESCOLHIDO.
           MOVE WRK-ESCOLHA-NUM TO WRK-LISTA-IDX.
           MOVE WRK-LISTA-FONE (WRK-LISTA-IDX) TO CLIENTES-FONE.
           MOVE 'C=CONSULTA A=ALTERACAO' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'A'
               IF PERFIL-CONSULTA
                   PERFORM 2070-NEGAR-OPCAO
               ELSE
                   IF JANELA-LOTE-ATIVA
                       PERFORM 2060-BLOQUEAR-OPERACAO
                   ELSE
                       PERFORM 7000-ALTERAR
                   END-IF
               END-IF
           ELSE
               PERFORM 6000-CONSULTAR
           END-IF.

      *FILA DE TRABALHO: LISTA OS PEDIDOS ABERTOS E FATURADOS DE
      *TODOS OS CLIENTES, DO MAIS ANTIGO PARA O MAIS NOVO, COM
      *FILTRO DE DATAS, SITUACAO E FILIAL E A MESMA ESCOLHA POR
      *NUMERO DO 6900-LISTAR-ESCOLHER - E A LISTA DE COBRANCA E
      *ACOMPANHAMENTO DA MANHA, SEM PERCORRER O CADASTRO CLIENTE
      *A CLIENTE; AS ENTREGAS FRUSTRADAS E REAGENDADAS NA BAIXA DO
      *ROMANEIO ENTRAM NA MESMA FILA COM SITUACAO R (REENTREGA)
       6950-FILA-DE-TRABALHO.
           MOVE 'MODULO - FILA DE PEDIDOS' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-FT-DATA-DE.
           MOVE ZEROS TO WRK-FT-DATA-ATE.
           MOVE SPACES TO WRK-FT-SITUACAO.
           MOVE ZEROS TO WRK-FT-FILIAL.
           DISPLAY TELA-FILTRO-FILA.
           ACCEPT TELA-FILTRO-FILA.
      *QUEM SO ENXERGA A PROPRIA FILIAL NAO ESCOLHE O FILTRO
           IF NOT PERFIL-TODAS-FILIAIS
               MOVE WRK-FILIAL-OPERADOR TO WRK-FT-FILIAL
               IF WRK-FT-FILIAL = ZEROS
                   MOVE 1 TO WRK-FT-FILIAL
               END-IF
           END-IF.
           PERFORM 6952-CARREGAR-FILA.
           IF WRK-FT-TOTAL = ZEROS
               MOVE 'NENHUM PEDIDO NO FILTRO' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 6956-ORDENAR-FILA
               MOVE 1 TO WRK-FT-BASE
               SET LISTA-CONTINUA TO TRUE
               PERFORM 6958-PAGINA-DA-FILA UNTIL LISTA-ENCERRADA
           END-IF.

      *VARRE OS PEDIDOS INTEIROS E GUARDA NA TABELA OS ABERTOS E
      *FATURADOS QUE PASSAM NOS FILTROS (ATE 200; ALEM DISSO O
      *OPERADOR APERTA O FILTRO DE DATAS)
       6952-CARREGAR-FILA.
           MOVE ZEROS TO WRK-FT-TOTAL.
           MOVE LOW-VALUES TO PEDIDOS-CHAVE.
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
                   OR WRK-FT-TOTAL = 200
               IF (PED-ABERTO OR PED-FATURADO)
                       AND (WRK-FT-SITUACAO = SPACES
                           OR PEDIDOS-SITUACAO = WRK-FT-SITUACAO)
                       AND (WRK-FT-FILIAL = ZEROS
                           OR PEDIDOS-FILIAL = WRK-FT-FILIAL)
                       AND (WRK-FT-DATA-DE = ZEROS
                           OR PEDIDOS-DATA NOT < WRK-FT-DATA-DE)
                       AND (WRK-FT-DATA-ATE = ZEROS
                           OR PEDIDOS-DATA NOT > WRK-FT-DATA-ATE)
                   ADD 1 TO WRK-FT-TOTAL
                   MOVE PEDIDOS-DATA TO
                           WRK-FT-DATA (WRK-FT-TOTAL)
                   MOVE PEDIDOS-FONE TO
                           WRK-FT-FONE (WRK-FT-TOTAL)
                   MOVE PEDIDOS-NUMERO TO
                           WRK-FT-PEDIDO (WRK-FT-TOTAL)
                   MOVE PEDIDOS-SITUACAO TO
                           WRK-FT-SIT (WRK-FT-TOTAL)
                   MOVE PEDIDOS-VALOR TO
                           WRK-FT-VALOR (WRK-FT-TOTAL)
               END-IF
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.
           IF WRK-FT-SITUACAO = SPACES OR WRK-FT-SITUACAO = 'R'
               PERFORM 6954-CARREGAR-REENTREGAS
           END-IF.

      *ENTREGA FRUSTRADA ESPERANDO NOVA SAIDA, PELA DATA NOVA; A
      *FILIAL E O VALOR SAO OS DO PEDIDO DA ENTREGA
       6954-CARREGAR-REENTREGAS.
           MOVE LOW-VALUES TO ENT-CHAVE.
           START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   MOVE 10 TO ENT-STATUS
           END-START.
           IF ENT-STATUS NOT = 10
               READ ENTREGAS NEXT
                   AT END
                       MOVE 10 TO ENT-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ENT-STATUS NOT = 0
                   OR WRK-FT-TOTAL = 200
               IF ENT-FRUSTRADA
                       AND (WRK-FT-DATA-DE = ZEROS
                           OR ENT-DATA NOT < WRK-FT-DATA-DE)
                       AND (WRK-FT-DATA-ATE = ZEROS
                           OR ENT-DATA NOT > WRK-FT-DATA-ATE)
                   MOVE ENT-FONE TO PEDIDOS-FONE
                   MOVE ENT-PEDIDO TO PEDIDOS-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           MOVE ZEROS TO PEDIDOS-VALOR
                           MOVE ZEROS TO PEDIDOS-FILIAL
                   END-READ
                   IF WRK-FT-FILIAL = ZEROS
                           OR PEDIDOS-FILIAL = WRK-FT-FILIAL
                       ADD 1 TO WRK-FT-TOTAL
                       MOVE ENT-DATA TO WRK-FT-DATA (WRK-FT-TOTAL)
                       MOVE ENT-FONE TO WRK-FT-FONE (WRK-FT-TOTAL)
                       MOVE ENT-PEDIDO TO
                               WRK-FT-PEDIDO (WRK-FT-TOTAL)
                       MOVE 'R' TO WRK-FT-SIT (WRK-FT-TOTAL)
                       MOVE PEDIDOS-VALOR TO
                               WRK-FT-VALOR (WRK-FT-TOTAL)
                   END-IF
               END-IF
               READ ENTREGAS NEXT
                   AT END
                       MOVE 10 TO ENT-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ENT-STATUS.

      *DO MAIS ANTIGO PARA O MAIS NOVO, POR TROCA SIMPLES (A
      *TABELA E PEQUENA)
       6956-ORDENAR-FILA.
           PERFORM VARYING WRK-FT-IDX FROM 1 BY 1
                   UNTIL WRK-FT-IDX NOT < WRK-FT-TOTAL
               PERFORM VARYING WRK-FT-JDX FROM 1 BY 1
                       UNTIL WRK-FT-JDX NOT < WRK-FT-TOTAL
                   IF WRK-FT-DATA (WRK-FT-JDX) >
                           WRK-FT-DATA (WRK-FT-JDX + 1)
                       MOVE WRK-FT-ENT (WRK-FT-JDX) TO
                               WRK-FT-TROCA
                       MOVE WRK-FT-ENT (WRK-FT-JDX + 1) TO
                               WRK-FT-ENT (WRK-FT-JDX)
                       MOVE WRK-FT-TROCA TO
                               WRK-FT-ENT (WRK-FT-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *MOSTRA UMA PAGINA DE 9 PEDIDOS NUMERADOS; O NUMERO ABRE O
      *HISTORICO DO CLIENTE DAQUELE PEDIDO COM A CHAVE PREENCHIDA
       6958-PAGINA-DA-FILA.
           MOVE ZEROS TO WRK-LISTA-QTD.
           DISPLAY '------------------'.
           DISPLAY 'FILA DE PEDIDOS EM ABERTO (MAIS ANTIGO ANTES)'.
           DISPLAY 'SITUACAO R = ENTREGA FRUSTRADA A REENVIAR'.
           DISPLAY '------------------'.
           MOVE WRK-FT-BASE TO WRK-FT-IDX.
           PERFORM UNTIL WRK-FT-IDX > WRK-FT-TOTAL
                   OR WRK-LISTA-QTD = 9
               ADD 1 TO WRK-LISTA-QTD
               MOVE WRK-FT-FONE (WRK-FT-IDX) TO
                       WRK-LISTA-FONE (WRK-LISTA-QTD)
               DISPLAY WRK-LISTA-QTD ' - '
                       WRK-FT-DATA (WRK-FT-IDX) ' '
                       WRK-FT-FONE (WRK-FT-IDX) '/'
                       WRK-FT-PEDIDO (WRK-FT-IDX) ' '
                       WRK-FT-SIT (WRK-FT-IDX) ' '
                       WRK-FT-VALOR (WRK-FT-IDX)
               ADD 1 TO WRK-FT-IDX
           END-PERFORM.
           MOVE 'NUMERO=ABRIR C=PROXIMA OUTRA=SAIR' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           MOVE WRK-TECLA (1:1) TO WRK-ESCOLHA-CHAR.
           EVALUATE TRUE
               WHEN WRK-ESCOLHA-CHAR = 'C'
                   IF WRK-FT-IDX > WRK-FT-TOTAL
                       MOVE 'FIM DA FILA' TO WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       SET LISTA-ENCERRADA TO TRUE
                   ELSE
                       MOVE WRK-FT-IDX TO WRK-FT-BASE
                   END-IF
               WHEN WRK-ESCOLHA-NUM IS NUMERIC
                   IF WRK-ESCOLHA-NUM >= 1
                           AND WRK-ESCOLHA-NUM <= WRK-LISTA-QTD
                       MOVE WRK-ESCOLHA-NUM TO WRK-LISTA-IDX
                       MOVE WRK-LISTA-FONE (WRK-LISTA-IDX) TO
                               CLIENTES-FONE
      *A CHAVE JA VAI PREENCHIDA NA TELA DO HISTORICO; BASTA
      *TECLAR ENTER, COMO NO ABRIR DO 6920
                       PERFORM 8500-HISTORICO-PEDIDOS
                   END-IF
                   SET LISTA-ENCERRADA TO TRUE
               WHEN OTHER
                   SET LISTA-ENCERRADA TO TRUE
           END-EVALUATE.

      *ALTERACAO
       7000-ALTERAR.
           MOVE 'MODULO - ALTERAR' TO WRK-MODULO.
           DISPLAY TELA.
               DISPLAY TELA-REGISTRO.
               ACCEPT CHAVE.
      *TRAVA O REGISTRO PARA QUE NENHUM OUTRO OPERADOR ALTERE O
      *MESMO CLIENTE ENQUANTO ESTA TELA ESTIVER ABERTA
                   READ CLIENTES WITH LOCK
                       IF CLIENTES-STATUS = 0
                           PERFORM 2085-CONFERIR-FILIAL
                           IF FILIAL-OCULTA
                               UNLOCK CLIENTES
                               ACCEPT MOSTRA-ERRO
                           ELSE
      *MOSTRA PRIMEIRO EM MODO SO-LEITURA; SO ENTRA EM MODO DE
      *EDICAO SE O OPERADOR CONFIRMAR, PARA EVITAR ALTERACAO
      *ACIDENTAL DE CAMPOS SO POR TER ENTRADO NA OPCAO ALTERAR
      *GUARDA O REGISTRO COMO ESTA ANTES DE QUALQUER EDICAO, CASO O
      *OPERADOR PRECISE DESFAZER A ALTERACAO DEPOIS
                           MOVE CLIENTES-REG TO WRK-ULTIMA-ALTERACAO
                           DISPLAY SS-DADOS
                           MOVE 'EDITAR ESTE REGISTRO? (S/N)' TO
                                              WRK-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                           IF WRK-TECLA = 'S'
      *OS CAMPOS JA VEM PREENCHIDOS COM O VALOR ATUAL (LIDO ACIMA);
      *TECLAR ENTER SEM DIGITAR NADA NUM CAMPO MANTEM O VALOR ATUAL,
      *SO OS CAMPOS REALMENTE DIGITADOS DE NOVO SAO ALTERADOS
                               MOVE 'TECLE ENTER EM CADA CAMPO PARA' &
                                    ' MANTER O VALOR ATUAL' TO
                                              WRK-MSG-ERRO
                               ACCEPT MOSTRA-ERRO
                               ACCEPT SS-DADOS
                               PERFORM 5060-VALIDA-CAMPOS
                               IF CAMPO-INVALIDO
                                   ACCEPT MOSTRA-ERRO
                               ELSE
                               PERFORM 5050-VALIDA-DOCUMENTO
                               IF DOC-INVALIDO
                                   MOVE 'CPF/CNPJ INVALIDO' TO
                                                  WRK-MSG-ERRO
                                   ACCEPT MOSTRA-ERRO
                               ELSE
      *REESCREVER POR CIMA OS DADOS PELA CHAVE DO USUARIO
      *AUMENTO DE LIMITE ACIMA DO TETO NAO ENTRA SOZINHO: O
      *VALOR NOVO VIRA PENDENCIA PARA UM SEGUNDO ADMIN E O
      *REGISTRO SEGUE COM O LIMITE ANTIGO
                                   IF CLIENTES-LIMITE-CRED >
                                           WRK-UA-LIMITE-CRED
                                       AND CLIENTES-LIMITE-CRED >
                                           WRK-TETO-LIMITE
                                       PERFORM 8702-PENDURAR-LIMITE
                                   END-IF
                                   PERFORM 5070-CARIMBA-ALTERACAO
                                   REWRITE CLIENTES-REG
                                   IF CLIENTES-STATUS = 0
                                       MOVE 'REGISTRO ALTERADO' TO
                                                  WRK-MSG-ERRO
                                       ACCEPT MOSTRA-ERRO
                                       MOVE 'ALTERACAO' TO AUDIT-ACAO
                                       MOVE WRK-UA-EMAIL TO
                                                  AUDIT-EMAIL-ANTES
                                       PERFORM 4000-GRAVA-AUDITORIA
                                       MOVE 'A' TO JRN-ACAO
                                       PERFORM 4300-GRAVA-JORNAL
      *MUDANCA DE SITUACAO ENTRA NA FILA DE NOTIFICACOES PARA O
      *CLIENTE SER AVISADO PELO CANAL PREFERIDO DELE
                                       IF CLIENTES-STATUS-REG NOT =
                                               WRK-UA-STATUS-REG
                                           PERFORM 4400-ENFILEIRAR
                                       END-IF
                                       SET UA-DISPONIVEL TO TRUE
                                   ELSE
                                       PERFORM 9800-TRADUZ-STATUS
                                       MOVE WRK-STATUS-MSG TO
                                                  WRK-MSG-ERRO
                                       ACCEPT MOSTRA-ERRO
                                   END-IF
                               END-IF
                               END-IF
                           ELSE
                               MOVE 'VISUALIZACAO, NADA ALTERADO' TO
                                                  WRK-MSG-ERRO
                               ACCEPT MOSTRA-ERRO
                           END-IF
      *LIBERA A TRAVA, JA TENDO GRAVADO OU DESISTIDO DA ALTERACAO
                           UNLOCK CLIENTES
                           END-IF
                       ELSE
      *COBRE TANTO "NAO ENCONTRADO" (23) QUANTO "REGISTRO EM
      *EDICAO POR OUTRO OPERADOR" (51), JA TRADUZIDO NA TABELA
                           PERFORM 9800-TRADUZ-STATUS
                           MOVE WRK-STATUS-MSG TO WRK-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                       END-IF.


      *DESFAZ A ULTIMA ALTERACAO GRAVADA EM 7000-ALTERAR NESTA SESSAO,
      *RESTAURANDO O REGISTRO PARA COMO ESTAVA ANTES DA EDICAO. SO
      *GUARDA UM NIVEL DE UNDO (NAO UMA PILHA DE ALTERACOES)
       7500-DESFAZER.
           MOVE 'MODULO - DESFAZER ALTERACAO' TO WRK-MODULO.
           DISPLAY TELA.
           IF UA-INDISPONIVEL
               MOVE 'NENHUMA ALTERACAO RECENTE PARA DESFAZER' TO
                                          WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE WRK-UA-FONE TO CLIENTES-FONE
               READ CLIENTES WITH LOCK
               IF CLIENTES-STATUS = 0
                   MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-ANTES
                   MOVE WRK-ULTIMA-ALTERACAO TO CLIENTES-REG
                   REWRITE CLIENTES-REG
                   IF CLIENTES-STATUS = 0
                       MOVE 'ALTERACAO DESFEITA' TO WRK-MSG-ERRO
                       MOVE 'DESFAZER' TO AUDIT-ACAO
                       PERFORM 4000-GRAVA-AUDITORIA
                       MOVE 'A' TO JRN-ACAO
                       PERFORM 4300-GRAVA-JORNAL
                       SET UA-INDISPONIVEL TO TRUE
                   ELSE
                       PERFORM 9800-TRADUZ-STATUS
                       MOVE WRK-STATUS-MSG TO WRK-MSG-ERRO
                   END-IF
                   UNLOCK CLIENTES
               ELSE
                   PERFORM 9800-TRADUZ-STATUS
                   MOVE WRK-STATUS-MSG TO WRK-MSG-ERRO
               END-IF
               PERFORM 6830-EXIBIR-DADOS
               ACCEPT MOSTRA-ERRO
           END-IF.

      *MUDANCA DO TELEFONE DE UM CLIENTE: COPIA O REGISTRO
      *COMPLETO PARA A CHAVE NOVA, TRANSPORTA OS PEDIDOS (COM
      *ITENS E RECEBIMENTOS) PARA A CHAVE NOVA MANTENDO OS
      *NUMEROS, MARCA O REGISTRO ANTIGO COMO INATIVO COM O
      *APONTADOR DO NUMERO NOVO NAS ANOTACOES, E AUDITA OS DOIS
      *LADOS - SEM ISSO CADA MUDANCA DE NUMERO PARTIA O CLIENTE
      *EM DOIS
       7700-MUDAR-TELEFONE.
           MOVE 'MODULO - MUDAR TELEFONE' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-FONE-ANTIGO.
           MOVE ZEROS TO WRK-FONE-NOVO.
           DISPLAY TELA-MUDA-FONE.
           ACCEPT TELA-MUDA-FONE.
           SET MUDANCA-VALIDA TO TRUE.
           IF WRK-FONE-NOVO = ZEROS
                   OR WRK-FONE-NOVO = WRK-FONE-ANTIGO
               SET MUDANCA-INVALIDA TO TRUE
               MOVE 'TELEFONE NOVO INVALIDO' TO WRK-MSG-ERRO
           END-IF.
           IF MUDANCA-VALIDA
               DIVIDE WRK-FONE-NOVO BY 10000000 GIVING
                   WRK-DDD-VERIFICA REMAINDER WRK-DDD-RESTO
               PERFORM 5061-VALIDA-DDD
               IF DDD-NAO-ACHADO
                   SET MUDANCA-INVALIDA TO TRUE
                   MOVE 'DDD DO TELEFONE NOVO INVALIDO' TO
                                      WRK-MSG-ERRO
               END-IF
           END-IF.
           IF MUDANCA-VALIDA
               MOVE WRK-FONE-ANTIGO TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       SET MUDANCA-INVALIDA TO TRUE
                       MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       PERFORM 2085-CONFERIR-FILIAL
                       IF FILIAL-OCULTA
                           SET MUDANCA-INVALIDA TO TRUE
                       ELSE
                           IF CLI-INATIVO
                               SET MUDANCA-INVALIDA TO TRUE
                               MOVE 'CLIENTE INATIVO NAO MUDA' TO
                                                  WRK-MSG-ERRO
                           ELSE
                               MOVE CLIENTES-REG TO WRK-REG-SALVO
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF MUDANCA-VALIDA
               MOVE WRK-FONE-NOVO TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MUDANCA-INVALIDA TO TRUE
                       MOVE 'TELEFONE NOVO JA CADASTRADO' TO
                                          WRK-MSG-ERRO
               END-READ
           END-IF.
           IF MUDANCA-VALIDA
               PERFORM 7710-APLICAR-MUDANCA
           END-IF.
           ACCEPT MOSTRA-ERRO.

       7710-APLICAR-MUDANCA.
      *GRAVA A COPIA COMPLETA DO CLIENTE SOB A CHAVE NOVA
           MOVE WRK-REG-SALVO TO CLIENTES-REG.
           MOVE WRK-FONE-NOVO TO CLIENTES-FONE.
           PERFORM 5070-CARIMBA-ALTERACAO.
           WRITE CLIENTES-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A CHAVE NOVA' TO
                                      WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'MUDA-FONE' TO AUDIT-ACAO
                   MOVE SPACES TO AUDIT-EMAIL-ANTES
                   PERFORM 4000-GRAVA-AUDITORIA
                   MOVE 'I' TO JRN-ACAO
                   PERFORM 4300-GRAVA-JORNAL
                   PERFORM 7720-INATIVAR-ANTIGO
           END-WRITE.

      *O REGISTRO ANTIGO VIRA INATIVO, COM O APONTADOR DO NUMERO
      *NOVO GRAVADO NA PRIMEIRA LINHA LIVRE DE ANOTACOES
       7720-INATIVAR-ANTIGO.
           MOVE WRK-REG-SALVO TO CLIENTES-REG.
           SET CLI-INATIVO TO TRUE.
           MOVE ZEROS TO WRK-OBS-IDX.
           PERFORM VARYING WRK-OBS-IDX FROM 1 BY 1
                   UNTIL WRK-OBS-IDX > 5
                   OR CLIENTES-OBSERVACOES (WRK-OBS-IDX) = SPACES
               CONTINUE
           END-PERFORM.
           IF WRK-OBS-IDX > 5
               MOVE 5 TO WRK-OBS-IDX
           END-IF.
           MOVE SPACES TO CLIENTES-OBSERVACOES (WRK-OBS-IDX).
           STRING 'MUDOU PARA O FONE ' WRK-FONE-NOVO
               DELIMITED BY SIZE
               INTO CLIENTES-OBSERVACOES (WRK-OBS-IDX).
           PERFORM 5070-CARIMBA-ALTERACAO.
           REWRITE CLIENTES-REG
               INVALID KEY
                   MOVE 'FALHA AO INATIVAR O ANTIGO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'MUDA-FONE' TO AUDIT-ACAO
                   MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-ANTES
                   PERFORM 4000-GRAVA-AUDITORIA
                   MOVE 'A' TO JRN-ACAO
                   PERFORM 4300-GRAVA-JORNAL
                   PERFORM 7730-TRANSPORTAR-HISTORICO
           END-REWRITE.

      *TRANSPORTA OS PEDIDOS DO TELEFONE ANTIGO PARA O NOVO,
      *MANTENDO OS NUMEROS (A CHAVE NOVA NAO TEM PEDIDO NENHUM);
      *O POSICIONAMENTO E REFEITO A CADA PEDIDO POIS O PROPRIO
      *TRANSPORTE GRAVA E APAGA NO ARQUIVO
       7730-TRANSPORTAR-HISTORICO.
           MOVE ZEROS TO WRK-MT-PED-MOVIDOS.
           SET MT-PED-RESTANTE TO TRUE.
           PERFORM 7740-MOVER-UM-PEDIDO UNTIL MT-PED-ESGOTADO.
      *CONTRATOS E ORCAMENTOS TAMBEM MUDAM DE CHAVE: PRESOS NO
      *TELEFONE INATIVADO, O CTRPED PULARIA OS CONTRATOS E A
      *COBRANCA MENSAL DO CLIENTE PARARIA EM SILENCIO
           PERFORM 7770-MOVER-CONTRATOS.
           PERFORM 7780-MOVER-ORCAMENTOS.
      *A CONTA DE CREDITOS E AS RESERVAS TAMBEM APONTAM PARA O
      *TELEFONE: SEM O TRANSPORTE O SALDO DO CLIENTE SUMIRIA E O
      *AVISO DE CHEGADA IRIA PARA UMA CHAVE MORTA
           PERFORM 7796-MOVER-CREDITOS.
           PERFORM 7791-MOVER-PONTOS.
           PERFORM 7798-ATUALIZAR-RESERVAS.
           PERFORM 7799-ATUALIZAR-ORDENS-SERVICO.
      *ENTREGAS, DESCONTOS, CONSENTIMENTOS, ATENDIMENTOS E O
      *VINCULO DE GRUPO TAMBEM APONTAM PARA O TELEFONE: PRESOS NA
      *CHAVE INATIVADA, A ENTREGA ABERTA SUMIRIA DO ROMANEIO, O
      *DESCONTO PENDENTE FICARIA ORFAO, O CONSENTIMENTO DE
      *MARKETING SE PERDERIA E OS RETORNOS MARCADOS SAIRIAM DA
      *LISTA DO DIA
           PERFORM 7741-MOVER-ENTREGAS.
           PERFORM 7743-MOVER-DESCONTOS.
           PERFORM 7745-MOVER-CONSENTIMENTOS.
           PERFORM 7747-MOVER-ATENDIMENTOS.
           PERFORM 7749-MOVER-GRUPO.
      *ACORDOS, PERDAS, NEGATIVACOES, CHEQUES, PIX, CONSUMO DE
      *LOTE E INDICACOES VAO JUNTO (VIDE 7731 EM DIANTE)
           PERFORM 7731-MOVER-ACORDOS.
           PERFORM 7733-MOVER-PARC-ACORDOS.
           PERFORM 7735-MOVER-PERDAS.
           PERFORM 7737-MOVER-NEGATIVACOES.
           PERFORM 7751-MOVER-CHEQUES.
           PERFORM 7753-MOVER-COBRANCAS-PIX.
           PERFORM 7756-MOVER-LOTES-ITENS.
           PERFORM 7758-MOVER-INDICACAO.
           PERFORM 7759-ATUALIZAR-INDICADORES.
           MOVE SPACES TO WRK-MSG-ERRO.
           STRING 'MUDADO ' WRK-MT-PED-MOVIDOS 'P '
                   WRK-MT-CONTR-MOVIDOS 'C '
                   WRK-MT-ORC-MOVIDOS 'O'
               DELIMITED BY SIZE INTO WRK-MSG-ERRO.

       7740-MOVER-UM-PEDIDO.
           MOVE WRK-FONE-ANTIGO TO PEDIDOS-FONE.
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
           IF PEDIDOS-STATUS NOT = 0
                   OR PEDIDOS-FONE NOT = WRK-FONE-ANTIGO
               SET MT-PED-ESGOTADO TO TRUE
               MOVE ZEROS TO PEDIDOS-STATUS
           ELSE
               MOVE PEDIDOS-REG TO WRK-PED-MOV
               MOVE PEDIDOS-NUMERO TO WRK-MT-NUM-PED
      *GRAVA PRIMEIRO NA CHAVE NOVA E SO APAGA A ANTIGA DEPOIS DO
      *WRITE PASSAR, COMO O ARQPED FAZ: UMA FALHA NO MEIO NAO
      *PODE DEIXAR O REGISTRO VIVO SO NUM BUFFER DE WORKING
               MOVE WRK-FONE-NOVO TO PEDIDOS-FONE
               WRITE PEDIDOS-REG
                   INVALID KEY
      *A FALHA SAI DIRETO NA TELA: A MENSAGEM DE RESUMO DO 7730
      *SOBRESCREVERIA O AVISO E O TRANSPORTE PARCIAL PASSARIA
      *DESPERCEBIDO
                       DISPLAY 'FALHA NO TRANSPORTE DO PEDIDO '
                               PEDIDOS-FONE '/' PEDIDOS-NUMERO
                       SET MT-PED-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRNF-ACAO
                       PERFORM 4310-GRAVA-JRN-PEDIDO
                       ADD 1 TO WRK-MT-PED-MOVIDOS
                       MOVE WRK-PED-MOV TO PEDIDOS-REG
                       DELETE PEDIDOS
                           INVALID KEY
                               DISPLAY 'FALHA AO APAGAR O PEDIDO '
                                       'VELHO ' PEDIDOS-FONE '/'
                                       PEDIDOS-NUMERO
                           NOT INVALID KEY
                               MOVE 'D' TO WRK-JRNF-ACAO
                               PERFORM 4310-GRAVA-JRN-PEDIDO
                       END-DELETE
                       PERFORM 7750-MOVER-ITENS
                       PERFORM 7760-MOVER-RECEBIMENTOS
                       PERFORM 7790-MOVER-PARCELAS
                       PERFORM 7792-MOVER-CAMPANHA-PEDIDO
               END-WRITE
           END-IF.

      *TRANSPORTA AS ENTREGAS COMBINADAS DO TELEFONE ANTIGO PARA
      *O NOVO, MANTENDO OS NUMEROS DE PEDIDO (QUE O MT PRESERVA)
       7741-MOVER-ENTREGAS.
           SET MT-ENT-RESTANTE TO TRUE.
           PERFORM 7742-MOVER-UMA-ENTREGA UNTIL MT-ENT-ESGOTADA.

       7742-MOVER-UMA-ENTREGA.
           MOVE WRK-FONE-ANTIGO TO ENT-FONE.
           MOVE ZEROS TO ENT-PEDIDO.
           START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   MOVE 10 TO ENT-STATUS
           END-START.
           IF ENT-STATUS NOT = 10
               READ ENTREGAS NEXT
                   AT END
                       MOVE 10 TO ENT-STATUS
               END-READ
           END-IF.
           IF ENT-STATUS NOT = 0
                   OR ENT-FONE NOT = WRK-FONE-ANTIGO
               SET MT-ENT-ESGOTADA TO TRUE
               MOVE ZEROS TO ENT-STATUS
           ELSE
               MOVE ENT-REG TO WRK-ENT-MOV
               MOVE WRK-FONE-NOVO TO ENT-FONE
               WRITE ENT-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DA ENTREGA '
                               ENT-FONE '/' ENT-PEDIDO
                       SET MT-ENT-ESGOTADA TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-ENT-MOV TO ENT-REG
                       DELETE ENTREGAS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *TRANSPORTA AS LINHAS DE DESCONTO (ITENS E CABECALHO) DO
      *TELEFONE ANTIGO PARA O NOVO; AS PENDENTES CONTINUAM NA
      *FILA AP APONTANDO PARA O PEDIDO CERTO
       7743-MOVER-DESCONTOS.
           SET MT-DESC-RESTANTE TO TRUE.
           PERFORM 7744-MOVER-UM-DESCONTO UNTIL MT-DESC-ESGOTADO.

       7744-MOVER-UM-DESCONTO.
           MOVE WRK-FONE-ANTIGO TO DESC-FONE.
           MOVE ZEROS TO DESC-PEDIDO.
           MOVE ZEROS TO DESC-ITEM.
           START DESCONTOS KEY IS NOT LESS THAN DESC-CHAVE
               INVALID KEY
                   MOVE 10 TO DESC-STATUS
           END-START.
           IF DESC-STATUS NOT = 10
               READ DESCONTOS NEXT
                   AT END
                       MOVE 10 TO DESC-STATUS
               END-READ
           END-IF.
           IF DESC-STATUS NOT = 0
                   OR DESC-FONE NOT = WRK-FONE-ANTIGO
               SET MT-DESC-ESGOTADO TO TRUE
               MOVE ZEROS TO DESC-STATUS
           ELSE
               MOVE DESC-REG TO WRK-DESC-MOV
               MOVE WRK-FONE-NOVO TO DESC-FONE
               WRITE DESC-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO DESCONTO '
                               DESC-FONE '/' DESC-PEDIDO '/'
                               DESC-ITEM
                       SET MT-DESC-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-DESC-MOV TO DESC-REG
                       DELETE DESCONTOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *TRANSPORTA OS CONSENTIMENTOS LGPD: SEM ISSO O CAMPCLI
      *DEIXARIA DE ENXERGAR O CONSENTIMENTO DE MARKETING DO
      *CLIENTE QUE SO MUDOU DE NUMERO
       7745-MOVER-CONSENTIMENTOS.
           SET MT-CONS-RESTANTE TO TRUE.
           PERFORM 7746-MOVER-UM-CONSENTIMENTO
               UNTIL MT-CONS-ESGOTADO.

       7746-MOVER-UM-CONSENTIMENTO.
           MOVE WRK-FONE-ANTIGO TO CONS-FONE.
           MOVE LOW-VALUES TO CONS-FINALIDADE.
           START CONSENTIMENTOS KEY IS NOT LESS THAN CONS-CHAVE
               INVALID KEY
                   MOVE 10 TO CONS-STATUS
           END-START.
           IF CONS-STATUS NOT = 10
               READ CONSENTIMENTOS NEXT
                   AT END
                       MOVE 10 TO CONS-STATUS
               END-READ
           END-IF.
           IF CONS-STATUS NOT = 0
                   OR CONS-FONE NOT = WRK-FONE-ANTIGO
               SET MT-CONS-ESGOTADO TO TRUE
               MOVE ZEROS TO CONS-STATUS
           ELSE
               MOVE CONS-REG TO WRK-CONS-MOV
               MOVE WRK-FONE-NOVO TO CONS-FONE
               WRITE CONS-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO CONSENT. '
                               CONS-FONE '/' CONS-FINALIDADE
                       SET MT-CONS-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-CONS-MOV TO CONS-REG
                       DELETE CONSENTIMENTOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *TRANSPORTA OS ATENDIMENTOS E SEUS RETORNOS MARCADOS, QUE
      *SAO A LISTA DE TRABALHO DO DIA
       7747-MOVER-ATENDIMENTOS.
           SET MT-ATD-RESTANTE TO TRUE.
           PERFORM 7748-MOVER-UM-ATENDIMENTO UNTIL MT-ATD-ESGOTADO.

       7748-MOVER-UM-ATENDIMENTO.
           MOVE WRK-FONE-ANTIGO TO ATD-FONE.
           MOVE ZEROS TO ATD-SEQ.
           START ATENDIMENTOS KEY IS NOT LESS THAN ATD-CHAVE
               INVALID KEY
                   MOVE 10 TO ATD-STATUS
           END-START.
           IF ATD-STATUS NOT = 10
               READ ATENDIMENTOS NEXT
                   AT END
                       MOVE 10 TO ATD-STATUS
               END-READ
           END-IF.
           IF ATD-STATUS NOT = 0
                   OR ATD-FONE NOT = WRK-FONE-ANTIGO
               SET MT-ATD-ESGOTADO TO TRUE
               MOVE ZEROS TO ATD-STATUS
           ELSE
               MOVE ATD-REG TO WRK-ATD-MOV
               MOVE WRK-FONE-NOVO TO ATD-FONE
               WRITE ATD-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO ATEND. '
                               ATD-FONE '/' ATD-SEQ
                       SET MT-ATD-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-ATD-MOV TO ATD-REG
                       DELETE ATENDIMENTOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *O VINCULO DE GRUPO E UM REGISTRO UNICO POR TELEFONE: LE O
      *ANTIGO, REGRAVA NO NOVO E APAGA O ANTIGO
       7749-MOVER-GRUPO.
           MOVE WRK-FONE-ANTIGO TO GRP-FONE.
           READ GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GRP-REG TO WRK-GRP-MOV
                   MOVE WRK-FONE-NOVO TO GRP-FONE
                   WRITE GRP-REG
                       INVALID KEY
                           DISPLAY 'FALHA NO TRANSPORTE DO GRUPO '
                                   GRP-FONE
                       NOT INVALID KEY
                           MOVE WRK-GRP-MOV TO GRP-REG
                           MOVE WRK-FONE-ANTIGO TO GRP-FONE
                           DELETE GRUPOS
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
           END-READ.

       7750-MOVER-ITENS.
           SET MT-ITEM-RESTANTE TO TRUE.
           PERFORM 7755-MOVER-UM-ITEM UNTIL MT-ITEM-ESGOTADO.

       7755-MOVER-UM-ITEM.
           MOVE WRK-FONE-ANTIGO TO ITEM-FONE.
           MOVE WRK-MT-NUM-PED TO ITEM-PEDIDO.
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
           IF ITEM-STATUS NOT = 0
                   OR ITEM-FONE NOT = WRK-FONE-ANTIGO
                   OR ITEM-PEDIDO NOT = WRK-MT-NUM-PED
               SET MT-ITEM-ESGOTADO TO TRUE
               MOVE ZEROS TO ITEM-STATUS
           ELSE
               MOVE ITEM-REG TO WRK-ITEM-MOV
               MOVE WRK-FONE-NOVO TO ITEM-FONE
               WRITE ITEM-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO ITEM '
                               ITEM-FONE '/' ITEM-PEDIDO '/'
                               ITEM-NUMERO
                       SET MT-ITEM-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRNF-ACAO
                       PERFORM 4320-GRAVA-JRN-ITEM
                       MOVE WRK-ITEM-MOV TO ITEM-REG
                       DELETE ITENS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'D' TO WRK-JRNF-ACAO
                               PERFORM 4320-GRAVA-JRN-ITEM
                       END-DELETE
               END-WRITE
           END-IF.

       7760-MOVER-RECEBIMENTOS.
           SET MT-RECEB-RESTANTE TO TRUE.
           PERFORM 7765-MOVER-UM-RECEB UNTIL MT-RECEB-ESGOTADO.

       7765-MOVER-UM-RECEB.
           MOVE WRK-FONE-ANTIGO TO RECEB-FONE.
           MOVE WRK-MT-NUM-PED TO RECEB-PEDIDO.
           MOVE ZEROS TO RECEB-SEQ.
           START RECEBIMENTOS KEY IS NOT LESS THAN RECEB-CHAVE
               INVALID KEY
                   MOVE 10 TO RECEB-STATUS
           END-START.
           IF RECEB-STATUS NOT = 10
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-IF.
           IF RECEB-STATUS NOT = 0
                   OR RECEB-FONE NOT = WRK-FONE-ANTIGO
                   OR RECEB-PEDIDO NOT = WRK-MT-NUM-PED
               SET MT-RECEB-ESGOTADO TO TRUE
               MOVE ZEROS TO RECEB-STATUS
           ELSE
               MOVE RECEB-REG TO WRK-RECEB-MOV
               MOVE WRK-FONE-NOVO TO RECEB-FONE
               WRITE RECEB-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO RECEB. '
                               RECEB-FONE '/' RECEB-PEDIDO '/'
                               RECEB-SEQ
                       SET MT-RECEB-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRNF-ACAO
                       PERFORM 4330-GRAVA-JRN-RECEB
                       MOVE WRK-RECEB-MOV TO RECEB-REG
                       DELETE RECEBIMENTOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'D' TO WRK-JRNF-ACAO
                               PERFORM 4330-GRAVA-JRN-RECEB
                       END-DELETE
               END-WRITE
           END-IF.

      *TRANSPORTA A AGENDA DE PARCELAS DO PEDIDO RECEM MOVIDO;
      *PARCELA PRESA NO TELEFONE ANTIGO SUMIRIA DO ENVELHECIMENTO
      *E DA BAIXA PELO RECEBIMENTO
       7790-MOVER-PARCELAS.
           SET MT-PARC-RESTANTE TO TRUE.
           PERFORM 7795-MOVER-UMA-PARCELA UNTIL MT-PARC-ESGOTADO.

      *TRANSPORTA A CAMPANHA ATRIBUIDA AO PEDIDO RECEM MOVIDO;
      *PRESA NO TELEFONE ANTIGO, A VENDA SAIRIA DO RETORNO DA
      *CAMPANHA
       7792-MOVER-CAMPANHA-PEDIDO.
           MOVE WRK-FONE-ANTIGO TO PCAMP-FONE.
           MOVE WRK-MT-NUM-PED TO PCAMP-PEDIDO.
           READ PEDIDOS-CAMPANHA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PCAMP-REG TO WRK-PCAMP-MOV
                   MOVE WRK-FONE-NOVO TO PCAMP-FONE
                   WRITE PCAMP-REG
                       INVALID KEY
                           DISPLAY 'FALHA NO TRANSPORTE DA CAMPANHA '
                                   'DO PEDIDO ' PCAMP-FONE '/'
                                   PCAMP-PEDIDO
                       NOT INVALID KEY
                           MOVE WRK-PCAMP-MOV TO PCAMP-REG
                           DELETE PEDIDOS-CAMPANHA
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
           END-READ.
           MOVE ZEROS TO PCAMP-STATUS.

       7795-MOVER-UMA-PARCELA.
           MOVE WRK-FONE-ANTIGO TO PARC-FONE.
           MOVE WRK-MT-NUM-PED TO PARC-PEDIDO.
           MOVE ZEROS TO PARC-PARCELA.
           START PARCELAS KEY IS NOT LESS THAN PARC-CHAVE
               INVALID KEY
                   MOVE 10 TO PARC-STATUS
           END-START.
           IF PARC-STATUS NOT = 10
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-IF.
           IF PARC-STATUS NOT = 0
                   OR PARC-FONE NOT = WRK-FONE-ANTIGO
                   OR PARC-PEDIDO NOT = WRK-MT-NUM-PED
               SET MT-PARC-ESGOTADO TO TRUE
               MOVE ZEROS TO PARC-STATUS
           ELSE
               MOVE PARC-REG TO WRK-PARC-MOV
               MOVE WRK-FONE-NOVO TO PARC-FONE
               WRITE PARC-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DA PARCELA '
                               PARC-FONE '/' PARC-PEDIDO '/'
                               PARC-PARCELA
                       SET MT-PARC-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-PARC-MOV TO PARC-REG
                       DELETE PARCELAS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *TRANSPORTA OS CONTRATOS MENSAIS DO TELEFONE ANTIGO PARA O
      *NOVO, MANTENDO OS NUMEROS (A CHAVE NOVA NAO TEM CONTRATO)
       7770-MOVER-CONTRATOS.
           MOVE ZEROS TO WRK-MT-CONTR-MOVIDOS.
           SET MT-CONTR-RESTANTE TO TRUE.
           PERFORM 7775-MOVER-UM-CONTRATO UNTIL MT-CONTR-ESGOTADO.

       7775-MOVER-UM-CONTRATO.
           MOVE WRK-FONE-ANTIGO TO CONTR-FONE.
           MOVE ZEROS TO CONTR-NUMERO.
           START CONTRATOS KEY IS NOT LESS THAN CONTR-CHAVE
               INVALID KEY
                   MOVE 10 TO CONTR-STATUS
           END-START.
           IF CONTR-STATUS NOT = 10
               READ CONTRATOS NEXT
                   AT END
                       MOVE 10 TO CONTR-STATUS
               END-READ
           END-IF.
           IF CONTR-STATUS NOT = 0
                   OR CONTR-FONE NOT = WRK-FONE-ANTIGO
               SET MT-CONTR-ESGOTADO TO TRUE
               MOVE ZEROS TO CONTR-STATUS
           ELSE
               MOVE CONTR-REG TO WRK-CONTR-MOV
               MOVE WRK-FONE-NOVO TO CONTR-FONE
               WRITE CONTR-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO CONTRATO '
                               CONTR-FONE '/' CONTR-NUMERO
                       SET MT-CONTR-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-MT-CONTR-MOVIDOS
                       MOVE WRK-CONTR-MOV TO CONTR-REG
                       DELETE CONTRATOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *TRANSPORTA OS MOVIMENTOS DA CONTA DE CREDITOS DO TELEFONE
      *ANTIGO PARA O NOVO, MANTENDO AS SEQUENCIAS (A CHAVE NOVA
      *NAO TEM MOVIMENTO NENHUM)
       7796-MOVER-CREDITOS.
           SET MT-CRC-RESTANTE TO TRUE.
           PERFORM 7797-MOVER-UM-CREDITO UNTIL MT-CRC-ESGOTADO.

       7797-MOVER-UM-CREDITO.
           MOVE WRK-FONE-ANTIGO TO CRC-FONE.
           MOVE ZEROS TO CRC-SEQ.
           START CREDITOS KEY IS NOT LESS THAN CRC-CHAVE
               INVALID KEY
                   MOVE 10 TO CRC-STATUS
           END-START.
           IF CRC-STATUS NOT = 10
               READ CREDITOS NEXT
                   AT END
                       MOVE 10 TO CRC-STATUS
               END-READ
           END-IF.
           IF CRC-STATUS NOT = 0
                   OR CRC-FONE NOT = WRK-FONE-ANTIGO
               SET MT-CRC-ESGOTADO TO TRUE
               MOVE ZEROS TO CRC-STATUS
           ELSE
               MOVE CRC-REG TO WRK-CRC-MOV
               MOVE WRK-FONE-NOVO TO CRC-FONE
               WRITE CRC-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO CREDITO '
                               CRC-FONE '/' CRC-SEQ
                       SET MT-CRC-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-CRC-MOV TO CRC-REG
                       DELETE CREDITOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *OS PONTOS DE FIDELIDADE ACOMPANHAM O CLIENTE DO MESMO JEITO
      *QUE A CONTA DE CREDITOS
       7791-MOVER-PONTOS.
           SET MT-PTS-RESTANTE TO TRUE.
           PERFORM 7793-MOVER-UM-PONTO UNTIL MT-PTS-ESGOTADO.

       7793-MOVER-UM-PONTO.
           MOVE WRK-FONE-ANTIGO TO PTS-FONE.
           MOVE ZEROS TO PTS-SEQ.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 10 TO PTS-STATUS
           END-START.
           IF PTS-STATUS NOT = 10
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-IF.
           IF PTS-STATUS NOT = 0
                   OR PTS-FONE NOT = WRK-FONE-ANTIGO
               SET MT-PTS-ESGOTADO TO TRUE
               MOVE ZEROS TO PTS-STATUS
           ELSE
               MOVE PTS-REG TO WRK-PTS-MOV
               MOVE WRK-FONE-NOVO TO PTS-FONE
               WRITE PTS-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DOS PONTOS '
                               PTS-FONE '/' PTS-SEQ
                       SET MT-PTS-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-PTS-MOV TO PTS-REG
                       DELETE PONTOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *AS RESERVAS SAO CHAVEADAS POR PRODUTO, ENTAO BASTA
      *REGRAVAR O TELEFONE NAS LINHAS DO CLIENTE (VARREDURA
      *INTEIRA, O ARQUIVO E PEQUENO)
       7798-ATUALIZAR-RESERVAS.
           MOVE ZEROS TO RES-PRODUTO.
           MOVE ZEROS TO RES-SEQ.
           START RESERVAS KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY
                   MOVE 10 TO RES-STATUS
           END-START.
           IF RES-STATUS NOT = 10
               READ RESERVAS NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL RES-STATUS NOT = 0
               IF RES-FONE = WRK-FONE-ANTIGO
                   MOVE WRK-FONE-NOVO TO RES-FONE
                   REWRITE RES-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               READ RESERVAS NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RES-STATUS.

      *AS ORDENS DE SERVICO SAO CHAVEADAS PELO NUMERO DA OS, ENTAO
      *BASTA REGRAVAR O TELEFONE DO ITEM, COMO NAS RESERVAS
       7799-ATUALIZAR-ORDENS-SERVICO.
           MOVE ZEROS TO OS-NUMERO.
           START ORDENS-SERVICO KEY IS NOT LESS THAN OS-NUMERO
               INVALID KEY
                   MOVE 10 TO OS-STATUS
           END-START.
           IF OS-STATUS NOT = 10
               READ ORDENS-SERVICO NEXT
                   AT END
                       MOVE 10 TO OS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL OS-STATUS NOT = 0
               IF OS-FONE = WRK-FONE-ANTIGO
                   MOVE WRK-FONE-NOVO TO OS-FONE
                   REWRITE OS-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               READ ORDENS-SERVICO NEXT
                   AT END
                       MOVE 10 TO OS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO OS-STATUS.

      *TRANSPORTA OS ORCAMENTOS (PENDENTES E JA CONVERTIDOS, PARA
      *O HISTORICO IR INTEIRO) DO TELEFONE ANTIGO PARA O NOVO
       7780-MOVER-ORCAMENTOS.
           MOVE ZEROS TO WRK-MT-ORC-MOVIDOS.
           SET MT-ORC-RESTANTE TO TRUE.
           PERFORM 7785-MOVER-UM-ORCAMENTO UNTIL MT-ORC-ESGOTADO.

       7785-MOVER-UM-ORCAMENTO.
           MOVE WRK-FONE-ANTIGO TO ORC-FONE.
           MOVE ZEROS TO ORC-NUMERO.
           START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE 10 TO ORC-STATUS
           END-START.
           IF ORC-STATUS NOT = 10
               READ ORCAMENTOS NEXT
                   AT END
                       MOVE 10 TO ORC-STATUS
               END-READ
           END-IF.
           IF ORC-STATUS NOT = 0
                   OR ORC-FONE NOT = WRK-FONE-ANTIGO
               SET MT-ORC-ESGOTADO TO TRUE
               MOVE ZEROS TO ORC-STATUS
           ELSE
               MOVE ORC-REG TO WRK-ORC-MOV
               MOVE WRK-FONE-NOVO TO ORC-FONE
               WRITE ORC-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO ORCAMENTO '
                               ORC-FONE '/' ORC-NUMERO
                       SET MT-ORC-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-MT-ORC-MOVIDOS
                       MOVE WRK-ORC-MOV TO ORC-REG
                       DELETE ORCAMENTOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
      *AS LINHAS COTADAS DO ORCAMENTO MUDAM DE CHAVE JUNTO
                       PERFORM 7787-MOVER-LINHAS-ORC
               END-WRITE
           END-IF.

      *TRANSPORTA AS LINHAS COTADAS DO ORCAMENTO RECEM MOVIDO
      *(MESMO NUMERO, SO O TELEFONE MUDA)
       7787-MOVER-LINHAS-ORC.
           SET MT-ORCI-RESTANTE TO TRUE.
           PERFORM 7788-MOVER-UMA-LINHA-ORC UNTIL MT-ORCI-ESGOTADO.

       7788-MOVER-UMA-LINHA-ORC.
           MOVE WRK-FONE-ANTIGO TO ORCI-FONE.
           MOVE ORC-NUMERO TO ORCI-ORCAMENTO.
           MOVE ZEROS TO ORCI-NUMERO.
           START ORC-ITENS KEY IS NOT LESS THAN ORCI-CHAVE
               INVALID KEY
                   MOVE 10 TO ORCI-STATUS
           END-START.
           IF ORCI-STATUS NOT = 10
               READ ORC-ITENS NEXT
                   AT END
                       MOVE 10 TO ORCI-STATUS
               END-READ
           END-IF.
           IF ORCI-STATUS NOT = 0
                   OR ORCI-FONE NOT = WRK-FONE-ANTIGO
                   OR ORCI-ORCAMENTO NOT = ORC-NUMERO
               SET MT-ORCI-ESGOTADO TO TRUE
               MOVE ZEROS TO ORCI-STATUS
           ELSE
               MOVE ORCI-REG TO WRK-ORCI-MOV
               MOVE WRK-FONE-NOVO TO ORCI-FONE
               WRITE ORCI-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DA LINHA DO '
                               'ORCAMENTO ' ORCI-FONE '/'
                               ORCI-ORCAMENTO '/' ORCI-NUMERO
                       SET MT-ORCI-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-ORCI-MOV TO ORCI-REG
                       DELETE ORC-ITENS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *TRANSPORTA OS ACORDOS DE RENEGOCIACAO E A AGENDA DELES,
      *MANTENDO OS NUMEROS (A CHAVE NOVA NAO TEM ACORDO); PRESO
      *NO TELEFONE INATIVADO, O ACORDO SUMIRIA DA OPCAO AR E DA
      *COBRANCA E O ACOVENC NAO ACHARIA MAIS AS PARCELAS DE
      *ORIGEM, QUE JA FORAM PARA O TELEFONE NOVO
       7731-MOVER-ACORDOS.
           SET MT-ACO-RESTANTE TO TRUE.
           PERFORM 7732-MOVER-UM-ACORDO UNTIL MT-ACO-ESGOTADO.

       7732-MOVER-UM-ACORDO.
           MOVE WRK-FONE-ANTIGO TO ACO-FONE.
           MOVE ZEROS TO ACO-NUMERO.
           START ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE 10 TO ACO-STATUS
           END-START.
           IF ACO-STATUS NOT = 10
               READ ACORDOS NEXT
                   AT END
                       MOVE 10 TO ACO-STATUS
               END-READ
           END-IF.
           IF ACO-STATUS NOT = 0
                   OR ACO-FONE NOT = WRK-FONE-ANTIGO
               SET MT-ACO-ESGOTADO TO TRUE
               MOVE ZEROS TO ACO-STATUS
           ELSE
               MOVE ACO-REG TO WRK-ACO-MOV
               MOVE WRK-FONE-NOVO TO ACO-FONE
               WRITE ACO-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO ACORDO '
                               ACO-FONE '/' ACO-NUMERO
                       SET MT-ACO-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-ACO-MOV TO ACO-REG
                       DELETE ACORDOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

       7733-MOVER-PARC-ACORDOS.
           SET MT-AP-RESTANTE TO TRUE.
           PERFORM 7734-MOVER-UMA-PARC-ACORDO UNTIL MT-AP-ESGOTADO.

       7734-MOVER-UMA-PARC-ACORDO.
           MOVE WRK-FONE-ANTIGO TO AP-FONE.
           MOVE ZEROS TO AP-ACORDO.
           MOVE ZEROS TO AP-PARCELA.
           START ACORDO-PARCELAS KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY
                   MOVE 10 TO AP-STATUS
           END-START.
           IF AP-STATUS NOT = 10
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-IF.
           IF AP-STATUS NOT = 0
                   OR AP-FONE NOT = WRK-FONE-ANTIGO
               SET MT-AP-ESGOTADO TO TRUE
               MOVE ZEROS TO AP-STATUS
           ELSE
               MOVE AP-REG TO WRK-AP-MOV
               MOVE WRK-FONE-NOVO TO AP-FONE
               WRITE AP-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DA PARCELA DO '
                               'ACORDO ' AP-FONE '/' AP-ACORDO '/'
                               AP-PARCELA
                       SET MT-AP-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-AP-MOV TO AP-REG
                       DELETE ACORDO-PARCELAS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *AS BAIXAS POR PERDA, NEGATIVACOES, CHEQUES EM CUSTODIA,
      *COBRANCAS PIX E O CONSUMO DE LOTE SAO CHAVEADOS POR
      *TELEFONE+PEDIDO; COMO O MT PRESERVA OS NUMEROS DOS
      *PEDIDOS, BASTA TROCAR O TELEFONE. SEM ISSO O PEDIDO
      *BAIXADO VOLTARIA A SER SALDO EM ABERTO, A EXCLUSAO DO BIRO
      *NUNCA SAIRIA, A DEVOLUCAO DO CHEQUE E A BAIXA DO PIX NAO
      *ACHARIAM O PEDIDO E A DEVOLUCAO NAO VOLTARIA AO LOTE
       7735-MOVER-PERDAS.
           SET MT-PRD-RESTANTE TO TRUE.
           PERFORM 7736-MOVER-UMA-PERDA UNTIL MT-PRD-ESGOTADO.

       7736-MOVER-UMA-PERDA.
           MOVE WRK-FONE-ANTIGO TO PRD-FONE.
           MOVE ZEROS TO PRD-PEDIDO.
           START PERDAS KEY IS NOT LESS THAN PRD-CHAVE
               INVALID KEY
                   MOVE 10 TO PRD-STATUS
           END-START.
           IF PRD-STATUS NOT = 10
               READ PERDAS NEXT
                   AT END
                       MOVE 10 TO PRD-STATUS
               END-READ
           END-IF.
           IF PRD-STATUS NOT = 0
                   OR PRD-FONE NOT = WRK-FONE-ANTIGO
               SET MT-PRD-ESGOTADO TO TRUE
               MOVE ZEROS TO PRD-STATUS
           ELSE
               MOVE PRD-REG TO WRK-PRD-MOV
               MOVE WRK-FONE-NOVO TO PRD-FONE
               WRITE PRD-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DA PERDA '
                               PRD-FONE '/' PRD-PEDIDO
                       SET MT-PRD-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-PRD-MOV TO PRD-REG
                       DELETE PERDAS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

       7737-MOVER-NEGATIVACOES.
           SET MT-NEG-RESTANTE TO TRUE.
           PERFORM 7738-MOVER-UMA-NEGATIVACAO UNTIL MT-NEG-ESGOTADO.

       7738-MOVER-UMA-NEGATIVACAO.
           MOVE WRK-FONE-ANTIGO TO NEG-FONE.
           MOVE ZEROS TO NEG-PEDIDO.
           MOVE ZEROS TO NEG-SEQ.
           START NEGATIVACOES KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY
                   MOVE 10 TO NEG-STATUS
           END-START.
           IF NEG-STATUS NOT = 10
               READ NEGATIVACOES NEXT
                   AT END
                       MOVE 10 TO NEG-STATUS
               END-READ
           END-IF.
           IF NEG-STATUS NOT = 0
                   OR NEG-FONE NOT = WRK-FONE-ANTIGO
               SET MT-NEG-ESGOTADO TO TRUE
               MOVE ZEROS TO NEG-STATUS
           ELSE
               MOVE NEG-REG TO WRK-NEG-MOV
               MOVE WRK-FONE-NOVO TO NEG-FONE
               WRITE NEG-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DA NEGATIVACAO '
                               NEG-FONE '/' NEG-PEDIDO '/' NEG-SEQ
                       SET MT-NEG-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-NEG-MOV TO NEG-REG
                       DELETE NEGATIVACOES
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

       7751-MOVER-CHEQUES.
           SET MT-CHQ-RESTANTE TO TRUE.
           PERFORM 7752-MOVER-UM-CHEQUE UNTIL MT-CHQ-ESGOTADO.

       7752-MOVER-UM-CHEQUE.
           MOVE WRK-FONE-ANTIGO TO CHQ-FONE.
           MOVE ZEROS TO CHQ-PEDIDO.
           MOVE ZEROS TO CHQ-SEQ.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY
                   MOVE 10 TO CHQ-STATUS
           END-START.
           IF CHQ-STATUS NOT = 10
               READ CHEQUES NEXT
                   AT END
                       MOVE 10 TO CHQ-STATUS
               END-READ
           END-IF.
           IF CHQ-STATUS NOT = 0
                   OR CHQ-FONE NOT = WRK-FONE-ANTIGO
               SET MT-CHQ-ESGOTADO TO TRUE
               MOVE ZEROS TO CHQ-STATUS
           ELSE
               MOVE CHQ-REG TO WRK-CHQ-MOV
               MOVE WRK-FONE-NOVO TO CHQ-FONE
               WRITE CHQ-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO CHEQUE '
                               CHQ-FONE '/' CHQ-PEDIDO '/' CHQ-SEQ
                       SET MT-CHQ-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-CHQ-MOV TO CHQ-REG
                       DELETE CHEQUES
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

       7753-MOVER-COBRANCAS-PIX.
           SET MT-PIX-RESTANTE TO TRUE.
           PERFORM 7754-MOVER-UMA-COBRANCA-PIX UNTIL MT-PIX-ESGOTADO.

       7754-MOVER-UMA-COBRANCA-PIX.
           MOVE WRK-FONE-ANTIGO TO PIX-FONE.
           MOVE ZEROS TO PIX-PEDIDO.
           MOVE ZEROS TO PIX-PARCELA.
           START PIX-EMITIDOS KEY IS NOT LESS THAN PIX-CHAVE
               INVALID KEY
                   MOVE 10 TO PIX-STATUS
           END-START.
           IF PIX-STATUS NOT = 10
               READ PIX-EMITIDOS NEXT
                   AT END
                       MOVE 10 TO PIX-STATUS
               END-READ
           END-IF.
           IF PIX-STATUS NOT = 0
                   OR PIX-FONE NOT = WRK-FONE-ANTIGO
               SET MT-PIX-ESGOTADO TO TRUE
               MOVE ZEROS TO PIX-STATUS
           ELSE
               MOVE PIX-REG TO WRK-PIX-MOV
               MOVE WRK-FONE-NOVO TO PIX-FONE
               WRITE PIX-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO PIX '
                               PIX-FONE '/' PIX-PEDIDO '/' PIX-PARCELA
                       SET MT-PIX-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-PIX-MOV TO PIX-REG
                       DELETE PIX-EMITIDOS
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

       7756-MOVER-LOTES-ITENS.
           SET MT-ILOTE-RESTANTE TO TRUE.
           PERFORM 7757-MOVER-UM-LOTE-ITEM UNTIL MT-ILOTE-ESGOTADO.

       7757-MOVER-UM-LOTE-ITEM.
           MOVE WRK-FONE-ANTIGO TO ILOTE-FONE.
           MOVE ZEROS TO ILOTE-PEDIDO.
           MOVE ZEROS TO ILOTE-ITEM.
           MOVE ZEROS TO ILOTE-PRODUTO.
           MOVE ZEROS TO ILOTE-VALIDADE.
           MOVE LOW-VALUES TO ILOTE-NUMERO.
           START ITENS-LOTE KEY IS NOT LESS THAN ILOTE-CHAVE
               INVALID KEY
                   MOVE 10 TO ILOTE-STATUS
           END-START.
           IF ILOTE-STATUS NOT = 10
               READ ITENS-LOTE NEXT
                   AT END
                       MOVE 10 TO ILOTE-STATUS
               END-READ
           END-IF.
           IF ILOTE-STATUS NOT = 0
                   OR ILOTE-FONE NOT = WRK-FONE-ANTIGO
               SET MT-ILOTE-ESGOTADO TO TRUE
               MOVE ZEROS TO ILOTE-STATUS
           ELSE
               MOVE ILOTE-REG TO WRK-ILOTE-MOV
               MOVE WRK-FONE-NOVO TO ILOTE-FONE
               WRITE ILOTE-REG
                   INVALID KEY
                       DISPLAY 'FALHA NO TRANSPORTE DO LOTE DO ITEM '
                               ILOTE-FONE '/' ILOTE-PEDIDO '/'
                               ILOTE-ITEM
                       SET MT-ILOTE-ESGOTADO TO TRUE
                   NOT INVALID KEY
                       MOVE WRK-ILOTE-MOV TO ILOTE-REG
                       DELETE ITENS-LOTE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-WRITE
           END-IF.

      *A INDICACAO E UM REGISTRO UNICO PELO TELEFONE DO INDICADO,
      *COMO O GRUPO; O CLIENTE TAMBEM PODE SER O INDICADOR OU O
      *FAVORECIDO DA RECOMPENSA NAS INDICACOES DE OUTROS, E ALI
      *BASTA REGRAVAR O TELEFONE (VARREDURA INTEIRA, COMO NAS
      *RESERVAS), SENAO O INDCLI CREDITARIA UMA CHAVE MORTA
       7758-MOVER-INDICACAO.
           MOVE WRK-FONE-ANTIGO TO IND-INDICADO.
           READ INDICACOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IND-REG TO WRK-IND-MOV
                   MOVE WRK-FONE-NOVO TO IND-INDICADO
                   WRITE IND-REG
                       INVALID KEY
                           DISPLAY 'FALHA NO TRANSPORTE DA INDICACAO '
                                   IND-INDICADO
                       NOT INVALID KEY
                           MOVE WRK-IND-MOV TO IND-REG
                           MOVE WRK-FONE-ANTIGO TO IND-INDICADO
                           DELETE INDICACOES
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                   END-WRITE
           END-READ.
           MOVE ZEROS TO IND-STATUS.

       7759-ATUALIZAR-INDICADORES.
           MOVE ZEROS TO IND-INDICADO.
           START INDICACOES KEY IS NOT LESS THAN IND-INDICADO
               INVALID KEY
                   MOVE 10 TO IND-STATUS
           END-START.
           IF IND-STATUS NOT = 10
               READ INDICACOES NEXT
                   AT END
                       MOVE 10 TO IND-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL IND-STATUS NOT = 0
               IF IND-INDICADOR = WRK-FONE-ANTIGO
                       OR IND-FAVORECIDO = WRK-FONE-ANTIGO
                   IF IND-INDICADOR = WRK-FONE-ANTIGO
                       MOVE WRK-FONE-NOVO TO IND-INDICADOR
                   END-IF
                   IF IND-FAVORECIDO = WRK-FONE-ANTIGO
                       MOVE WRK-FONE-NOVO TO IND-FAVORECIDO
                   END-IF
                   REWRITE IND-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               READ INDICACOES NEXT
                   AT END
                       MOVE 10 TO IND-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO IND-STATUS.

      *DELETANDO A CHAVE DO CLIENTE
       8000-EXCLUSAO.
           MOVE 'MODULO - EXCLUSAO' TO WRK-MODULO.
           DISPLAY TELA.
               DISPLAY TELA-REGISTRO.
               ACCEPT CHAVE.
      *TRAVA O REGISTRO PARA QUE NENHUM OUTRO OPERADOR MEXA NO
      *MESMO CLIENTE ENQUANTO A CONFIRMACAO DE EXCLUSAO ESTA ABERTA
                   READ CLIENTES WITH LOCK
                       INVALID KEY
                           MOVE 'NAO ENCOTRADO' TO WRK-MSG-ERRO
                       NOT INVALID KEY
                           IF CLIENTES-STATUS = 51
                               PERFORM 9800-TRADUZ-STATUS
                               MOVE WRK-STATUS-MSG TO WRK-MSG-ERRO
                           ELSE
      *UMA PALAVRA INTEIRA EM VEZ DE UMA UNICA TECLA, PARA EVITAR
      *EXCLUSAO POR TOQUE ACIDENTAL NA TECLA S
                               MOVE 'DIGITE CONFIRMAR PARA EXCLUIR' TO
                                                  WRK-MSG-ERRO
                               PERFORM 6830-EXIBIR-DADOS
                           END-IF
                    END-READ.
                        MOVE CLIENTES-STATUS TO WRK-LEITURA-STATUS.
                        ACCEPT MOSTRA-ERRO.
      *NAO EXCLUIMOS MAIS O REGISTRO FISICAMENTE: SO MARCAMOS COMO
      *INATIVO, POIS JA TIVEMOS EXCLUSAO ACIDENTAL E PRECISAMOS
      *CONTINUAR SABENDO QUE O CLIENTE UM DIA EXISTIU NO CADASTRO
      *A EXCLUSAO NAO SAI MAIS NA HORA: O PEDIDO CONFIRMADO VIRA
      *PENDENCIA E SO UM SEGUNDO ADMIN, NA OPCAO AQ, EFETIVA A
      *MARCACAO DE INATIVO - JA TIVEMOS INCIDENTE COM UM ADMIN SO
                        IF WRK-TECLA = 'CONFIRMAR' AND
                           WRK-LEITURA-STATUS = 0
                               PERFORM 8704-PENDURAR-EXCLUSAO
                               MOVE 'EXCLUSAO AGUARDA SEGUNDO ADMIN'
                                       TO WRK-MSG-ERRO
                               ACCEPT MOSTRA-ERRO
                         END-IF.
      *LIBERA A TRAVA SE TIVER SIDO OBTIDA PELO READ ACIMA
                         IF WRK-LEITURA-STATUS = 0
                             UNLOCK CLIENTES
                         END-IF.

      *ORCAMENTOS DO CLIENTE: LISTA OS JA COTADOS, INCLUI UM NOVO
      *OU CONVERTE UM PENDENTE EM PEDIDO DE VERDADE COM UMA TECLA,
      *SEM REDIGITAR NADA - O CLIENTE QUE VOLTA UMA SEMANA DEPOIS
      *FECHA PELO NUMERO DO ORCAMENTO
       8050-ORCAMENTOS.
           MOVE 'MODULO - ORCAMENTOS' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       PERFORM 8060-LISTAR-ORCAMENTOS
                       ACCEPT MOSTRA-ERRO
                       IF NOT PERFIL-CONSULTA
                           MOVE 'I=INCLUIR C=CONVERTER OUTRA=VOLTAR' TO
                                              WRK-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                           EVALUATE WRK-TECLA
                               WHEN 'I'
                                   IF JANELA-LOTE-ATIVA
                                       PERFORM 2060-BLOQUEAR-OPERACAO
                                   ELSE
                                       PERFORM 8070-INCLUIR-ORCAMENTO
                                       ACCEPT MOSTRA-ERRO
                                   END-IF
                               WHEN 'C'
                                   IF JANELA-LOTE-ATIVA
                                       PERFORM 2060-BLOQUEAR-OPERACAO
                                   ELSE
                                       PERFORM 8080-CONVERTER-ORCAMENTO
                                       ACCEPT MOSTRA-ERRO
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

      *PERCORRE OS ORCAMENTOS DO CLIENTE EM ORDEM, GUARDANDO O
      *MAIOR NUMERO JA USADO PARA NUMERAR O PROXIMO
       8060-LISTAR-ORCAMENTOS.
           MOVE ZEROS TO WRK-ULT-ORC-NUM.
           MOVE CLIENTES-FONE TO ORC-FONE.
           MOVE ZEROS TO ORC-NUMERO.
           START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE 10 TO ORC-STATUS
           END-START.
           IF ORC-STATUS NOT = 10
               READ ORCAMENTOS NEXT
                   AT END
                       MOVE 10 TO ORC-STATUS
               END-READ
           END-IF.
           IF ORC-STATUS = 0 AND ORC-FONE = CLIENTES-FONE
               DISPLAY '------------------'
               DISPLAY 'ORCAMENTOS DO CLIENTE'
               DISPLAY '------------------'
               PERFORM UNTIL ORC-STATUS NOT = 0
                       OR ORC-FONE NOT = CLIENTES-FONE
                   DISPLAY ORC-NUMERO ' ' ORC-DATA
                           ' VALIDO ATE ' ORC-VALIDADE ' '
                           ORC-VALOR ' ' ORC-DESCRICAO ' '
                           ORC-SITUACAO
                   MOVE ORC-NUMERO TO WRK-ULT-ORC-NUM
                   READ ORCAMENTOS NEXT
                       AT END
                           MOVE 10 TO ORC-STATUS
                   END-READ
               END-PERFORM
               MOVE 'FIM DOS ORCAMENTOS' TO WRK-MSG-ERRO
           ELSE
               MOVE 'NENHUM ORCAMENTO PARA ESTE CLIENTE' TO
                                  WRK-MSG-ERRO
           END-IF.
           MOVE ZEROS TO ORC-STATUS.

      *O ORCAMENTO DE VERDADE TEM VARIAS LINHAS: ELAS SAO
      *DIGITADAS COMO OS ITENS DO PEDIDO (COM CATALOGO E PRECO
      *VIGENTE SUGERIDO) E O CABECALHO SAI COM A SOMA DELAS
       8070-INCLUIR-ORCAMENTO.
           MOVE ZEROS TO WRK-ORC-VALIDADE-DIG.
           MOVE ZEROS TO WRK-ORC-VALOR-DIG.
           MOVE SPACES TO WRK-ORC-DESC-DIG.
           DISPLAY TELA-ORCAMENTO.
           ACCEPT TELA-ORCAMENTO.
           ACCEPT WRK-HOJE-ORC FROM DATE YYYYMMDD.
           IF WRK-ORC-VALIDADE-DIG < WRK-HOJE-ORC
               MOVE 'VALIDADE NO PASSADO' TO WRK-MSG-ERRO
           ELSE
               COMPUTE WRK-ORC-EM-EDICAO = WRK-ULT-ORC-NUM + 1
               MOVE ZEROS TO WRK-ORCI-NUM
               MOVE ZEROS TO WRK-ORC-VALOR-DIG
               SET MAIS-ITENS TO TRUE
               PERFORM 8072-INCLUIR-LINHA-ORC UNTIL FIM-ITENS
               IF WRK-ORCI-NUM = ZEROS
                   MOVE 'ORCAMENTO SEM LINHAS, NADA GRAVADO' TO
                                      WRK-MSG-ERRO
               ELSE
                   MOVE CLIENTES-FONE TO ORC-FONE
                   MOVE WRK-ORC-EM-EDICAO TO ORC-NUMERO
                   MOVE WRK-HOJE-ORC TO ORC-DATA
                   MOVE WRK-ORC-VALIDADE-DIG TO ORC-VALIDADE
                   MOVE WRK-ORC-VALOR-DIG TO ORC-VALOR
                   MOVE WRK-ORC-DESC-DIG TO ORC-DESCRICAO
                   SET ORC-PENDENTE TO TRUE
                   WRITE ORC-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O ORCAMENTO' TO
                                              WRK-MSG-ERRO
                           PERFORM 8076-DESFAZER-LINHAS-ORC
                       NOT INVALID KEY
                           MOVE 'ORCAMENTO INCLUIDO' TO
                                              WRK-MSG-ERRO
                           MOVE ORC-NUMERO TO WRK-ULT-ORC-NUM
                           PERFORM 8078-ABRIR-ORIGEM-ORC
                   END-WRITE
               END-IF
           END-IF.

      *DIGITA E GRAVA UMA LINHA COTADA; O PRODUTO DE CATALOGO
      *TRAZ DESCRICAO E O PRECO VIGENTE DE HOJE COMO SUGESTAO,
      *MAS O PRECO COTADO E O QUE O OPERADOR FECHAR
       8072-INCLUIR-LINHA-ORC.
           MOVE SPACES TO WRK-CODIGO-LIDO.
           DISPLAY TELA-PEDIDO-PRODUTO.
           ACCEPT TELA-PEDIDO-PRODUTO.
           PERFORM 8848-IDENTIFICAR-CODIGO.
           MOVE WRK-COD-PRODUTO TO WRK-PED-PROD-CODIGO.
           MOVE SPACES TO ORCI-DESCRICAO.
      *O EAN DE UMA EMBALAGEM JA TRAZ A QUANTIDADE DELA
           MOVE WRK-COD-FATOR TO ORCI-QTDE.
           MOVE ZEROS TO ORCI-PRECO-UNIT.
           MOVE SPACES TO WRK-PRECO-ORIGEM.
           MOVE ZEROS TO PROD-STATUS.
           IF CODIGO-INVALIDO
               MOVE 23 TO PROD-STATUS
           END-IF.
           IF WRK-PED-PROD-CODIGO NOT = ZEROS
               MOVE WRK-PED-PROD-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE 'PRODUTO NAO EXISTE NO CATALOGO' TO
                                          WRK-MSG-ERRO
                       MOVE 23 TO PROD-STATUS
                   NOT INVALID KEY
                       IF PROD-FORA-LINHA
                           MOVE 'PRODUTO FORA DE LINHA' TO
                                              WRK-MSG-ERRO
                           MOVE 23 TO PROD-STATUS
                       ELSE
                           MOVE PROD-DESCRICAO TO ORCI-DESCRICAO
                           MOVE WRK-HOJE-ORC TO PEDIDOS-DATA
                           PERFORM 8527-PRECO-VIGENTE
                           IF PRECO-ACHADO
                               MOVE WRK-PRECO-VIGENTE TO
                                       ORCI-PRECO-UNIT
                           ELSE
                               MOVE PROD-PRECO TO ORCI-PRECO-UNIT
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF PROD-STATUS = ZEROS
               DISPLAY TELA-ITEM-ORC
               ACCEPT TELA-ITEM-ORC
               IF ORCI-DESCRICAO = SPACES OR ORCI-QTDE = ZEROS
                   MOVE 'LINHA SEM DESCRICAO/QUANTIDADE' TO
                                      WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
               ELSE
                   PERFORM 8074-GRAVAR-LINHA-ORC
               END-IF
           ELSE
               DISPLAY MOSTRA-ERRO
           END-IF.
           MOVE 'MAIS UMA LINHA NESTE ORCAMENTO? (S/N)' TO
                              WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               SET MAIS-ITENS TO TRUE
           ELSE
               SET FIM-ITENS TO TRUE
           END-IF.

       8074-GRAVAR-LINHA-ORC.
           MOVE CLIENTES-FONE TO ORCI-FONE.
           MOVE WRK-ORC-EM-EDICAO TO ORCI-ORCAMENTO.
           COMPUTE ORCI-NUMERO = WRK-ORCI-NUM + 1.
           MOVE WRK-PED-PROD-CODIGO TO ORCI-PROD-CODIGO.
           COMPUTE ORCI-TOTAL = ORCI-QTDE * ORCI-PRECO-UNIT.
           WRITE ORCI-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A LINHA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
               NOT INVALID KEY
                   ADD 1 TO WRK-ORCI-NUM
                   ADD ORCI-TOTAL TO WRK-ORC-VALOR-DIG
                   IF WRK-ORCI-NUM = 1
                           AND WRK-ORC-DESC-DIG = SPACES
                       MOVE ORCI-DESCRICAO TO WRK-ORC-DESC-DIG
                   END-IF
           END-WRITE.

      *APAGA AS LINHAS DE UM ORCAMENTO CUJO CABECALHO FALHOU,
      *PARA NAO FICAR LINHA ORFA (MESMO CUIDADO DO 8526)
       8076-DESFAZER-LINHAS-ORC.
           PERFORM VARYING ORCI-NUMERO FROM 1 BY 1
                   UNTIL ORCI-NUMERO > WRK-ORCI-NUM
               MOVE CLIENTES-FONE TO ORCI-FONE
               MOVE WRK-ORC-EM-EDICAO TO ORCI-ORCAMENTO
               DELETE ORC-ITENS
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.

      *CONVERTE UM ORCAMENTO PENDENTE E DENTRO DA VALIDADE EM
      *PEDIDO DE VERDADE (CABECALHO + ITEM UNICO), NOS MESMOS
      *MOLDES DO LANCAMENTO PELA TELA; CLIENTE SUSPENSO NAO FECHA
       8080-CONVERTER-ORCAMENTO.
           IF CLI-SUSPENSO
               MOVE 'CLIENTE SUSPENSO - SEM PEDIDO' TO WRK-MSG-ERRO
           ELSE
               MOVE ZEROS TO WRK-ORC-ESCOLHA
               MOVE SPACES TO WRK-CAMPANHA-DIG
               DISPLAY TELA-ORC-ESCOLHA
               ACCEPT TELA-ORC-ESCOLHA
               MOVE CLIENTES-FONE TO ORC-FONE
               MOVE WRK-ORC-ESCOLHA TO ORC-NUMERO
               READ ORCAMENTOS
                   INVALID KEY
                       MOVE 'ORCAMENTO NAO ENCONTRADO' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       ACCEPT WRK-HOJE-ORC FROM DATE YYYYMMDD
                       PERFORM 8541-VALIDAR-CAMPANHA
                       EVALUATE TRUE
                           WHEN NOT ORC-PENDENTE
                               MOVE 'ORCAMENTO JA CONVERTIDO' TO
                                              WRK-MSG-ERRO
                           WHEN ORC-VALIDADE < WRK-HOJE-ORC
                               MOVE 'ORCAMENTO VENCIDO' TO
                                              WRK-MSG-ERRO
                           WHEN CAMPANHA-RECUSADA
                               MOVE 'CAMPANHA NAO CADASTRADA' TO
                                              WRK-MSG-ERRO
                           WHEN OTHER
                               PERFORM 8090-GERAR-PEDIDO-DO-ORC
                       END-EVALUATE
               END-READ
           END-IF.

       8090-GERAR-PEDIDO-DO-ORC.
      *NUMERA O PEDIDO NA SEQUENCIA DO CLIENTE
           MOVE ZEROS TO WRK-ULT-PEDIDO-NUM.
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
               MOVE PEDIDOS-NUMERO TO WRK-ULT-PEDIDO-NUM
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           COMPUTE PEDIDOS-NUMERO = WRK-ULT-PEDIDO-NUM + 1.
           MOVE WRK-HOJE-ORC TO PEDIDOS-DATA.
           MOVE ORC-VALOR TO PEDIDOS-VALOR.
           MOVE ORC-DESCRICAO TO PEDIDOS-DESCRICAO.
           SET PED-ABERTO TO TRUE.
           PERFORM 8518-CARIMBA-PEDIDO.
           WRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O PEDIDO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRNF-ACAO
                   PERFORM 4310-GRAVA-JRN-PEDIDO
                   MOVE PEDIDOS-NUMERO TO WRK-ULT-PEDIDO-NUM
                   MOVE 'PED-INCLUI' TO AUDIT-ACAO
                   MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
                   PERFORM 8542-GRAVAR-CAMPANHA-PEDIDO
      *AS LINHAS COTADAS VIRAM ITENS DO PEDIDO COM O PRECO DA
      *COTACAO (E BAIXAM O ESTOQUE COMO O LANCAMENTO FARIA);
      *ORCAMENTO ANTIGO SEM LINHAS SEGUE VIRANDO O ITEM UNICO
                   PERFORM 8092-COPIAR-LINHAS-ORC
                   IF WRK-ORCI-NUM = ZEROS
                       MOVE PEDIDOS-FONE TO ITEM-FONE
                       MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO
                       MOVE 1 TO ITEM-NUMERO
                       MOVE ZEROS TO ITEM-PROD-CODIGO
                       MOVE ORC-DESCRICAO TO ITEM-DESCRICAO
                       MOVE 1 TO ITEM-QTDE
                       MOVE ORC-VALOR TO ITEM-PRECO-UNIT
                       MOVE ORC-VALOR TO ITEM-TOTAL
                       MOVE ZEROS TO ITEM-DESC-PCT
                       WRITE ITEM-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'I' TO WRK-JRNF-ACAO
                               PERFORM 4320-GRAVA-JRN-ITEM
                       END-WRITE
                   END-IF
                   SET ORC-CONVERTIDO TO TRUE
                   REWRITE ORC-REG
                       INVALID KEY
                           MOVE 'PEDIDO GERADO, ORCAMENTO NAO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'ORCAMENTO CONVERTIDO EM PEDIDO' TO
                                              WRK-MSG-ERRO
                           PERFORM 8098-FECHAR-ORIGEM-ORC
                   END-REWRITE
           END-WRITE.

      *VINCULO DO ORCAMENTO RECEM INCLUIDO: QUEM EMITIU, EM QUE
      *FILIAL, VALOR E VALIDADE; O CANAL VEM DO PROSPECTO QUE DEU
      *ORIGEM AO CLIENTE (D SE ELE NUNCA FOI PROSPECTO), E O
      *PRIMEIRO ORCAMENTO DELE GUARDA A DATA DA CONVERSAO PARA O
      *TEMPO DA ETAPA CLIENTE -> ORCAMENTO
       8078-ABRIR-ORIGEM-ORC.
           MOVE 'D' TO WRK-ORIG-CANAL.
           MOVE ZEROS TO WRK-ORIG-DATA-ANT.
           SET ORIG-PROSPECTO TO TRUE.
           MOVE ORC-FONE TO ORIG-FONE.
           MOVE ZEROS TO ORIG-NUMERO.
           READ ORIGENS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ORIG-CANAL TO WRK-ORIG-CANAL
                   IF ORIG-CONVERTIDO AND ORIG-PRIMEIRO-ORC = ZEROS
                       MOVE ORIG-DATA-CONV TO WRK-ORIG-DATA-ANT
                       MOVE ORC-NUMERO TO ORIG-PRIMEIRO-ORC
                       REWRITE ORIG-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.
           PERFORM 8079-LIMPAR-ORIGEM.
           SET ORIG-ORCAMENTO TO TRUE.
           MOVE ORC-FONE TO ORIG-FONE.
           MOVE ORC-NUMERO TO ORIG-NUMERO.
           MOVE WRK-ORIG-CANAL TO ORIG-CANAL.
           MOVE WRK-OPERADOR TO ORIG-OPER-INICIO.
           MOVE WRK-FILIAL-OPERADOR TO ORIG-FILIAL-INICIO.
           MOVE ORC-DATA TO ORIG-DATA-INICIO.
           MOVE ORC-VALIDADE TO ORIG-VALIDADE.
           MOVE ORC-VALOR TO ORIG-VALOR.
           MOVE WRK-ORIG-DATA-ANT TO ORIG-DATA-ANTERIOR.
           WRITE ORIG-REG
               INVALID KEY
                   REWRITE ORIG-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

      *VINCULO EM BRANCO, ABERTO E SEM CONVERSAO
       8079-LIMPAR-ORIGEM.
           MOVE SPACES TO ORIG-REG.
           MOVE ZEROS TO ORIG-FONE.
           MOVE ZEROS TO ORIG-NUMERO.
           MOVE ZEROS TO ORIG-FILIAL-INICIO.
           MOVE ZEROS TO ORIG-DATA-INICIO.
           MOVE ZEROS TO ORIG-VALIDADE.
           MOVE ZEROS TO ORIG-VALOR.
           SET ORIG-ABERTO TO TRUE.
           MOVE ZEROS TO ORIG-FILIAL-CONV.
           MOVE ZEROS TO ORIG-DATA-CONV.
           MOVE ZEROS TO ORIG-DESTINO.
           MOVE ZEROS TO ORIG-PRIMEIRO-ORC.
           MOVE ZEROS TO ORIG-DATA-ANTERIOR.

      *ORCAMENTO CONVERTIDO: O VINCULO GANHA QUEM CONVERTEU, QUANDO
      *E O PEDIDO GERADO; ORCAMENTO EMITIDO ANTES DO VINCULO EXISTIR
      *GANHA UM AGORA, SEM O OPERADOR DA EMISSAO
       8098-FECHAR-ORIGEM-ORC.
           SET ORIG-ORCAMENTO TO TRUE.
           MOVE ORC-FONE TO ORIG-FONE.
           MOVE ORC-NUMERO TO ORIG-NUMERO.
           READ ORIGENS
               INVALID KEY
                   PERFORM 8078-ABRIR-ORIGEM-ORC
                   MOVE SPACES TO ORIG-OPER-INICIO
                   MOVE ZEROS TO ORIG-FILIAL-INICIO
           END-READ.
           SET ORIG-CONVERTIDO TO TRUE.
           MOVE WRK-OPERADOR TO ORIG-OPER-CONV.
           MOVE WRK-FILIAL-OPERADOR TO ORIG-FILIAL-CONV.
           MOVE WRK-HOJE-ORC TO ORIG-DATA-CONV.
           MOVE WRK-ULT-PEDIDO-NUM TO ORIG-DESTINO.
           REWRITE ORIG-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *COPIA AS LINHAS COTADAS DO ORCAMENTO CORRENTE PARA OS
      *ITENS DO PEDIDO RECEM GRAVADO, EXATAMENTE COMO O 8522
      *GRAVARIA: PRECO DA COTACAO, TOTAL POR LINHA E BAIXA DE
      *ESTOQUE DOS PRODUTOS DE CATALOGO; DEIXA EM WRK-ORCI-NUM
      *QUANTAS LINHAS FORAM COPIADAS
       8092-COPIAR-LINHAS-ORC.
           MOVE ZEROS TO WRK-ORCI-NUM.
           MOVE CLIENTES-FONE TO ORCI-FONE.
           MOVE ORC-NUMERO TO ORCI-ORCAMENTO.
           MOVE ZEROS TO ORCI-NUMERO.
           START ORC-ITENS KEY IS NOT LESS THAN ORCI-CHAVE
               INVALID KEY
                   MOVE 10 TO ORCI-STATUS
           END-START.
           IF ORCI-STATUS NOT = 10
               READ ORC-ITENS NEXT
                   AT END
                       MOVE 10 TO ORCI-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ORCI-STATUS NOT = 0
                   OR ORCI-FONE NOT = CLIENTES-FONE
                   OR ORCI-ORCAMENTO NOT = ORC-NUMERO
               ADD 1 TO WRK-ORCI-NUM
               MOVE PEDIDOS-FONE TO ITEM-FONE
               MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO
               MOVE WRK-ORCI-NUM TO ITEM-NUMERO
               MOVE ORCI-PROD-CODIGO TO ITEM-PROD-CODIGO
               MOVE ORCI-DESCRICAO TO ITEM-DESCRICAO
               MOVE ORCI-QTDE TO ITEM-QTDE
               MOVE ORCI-PRECO-UNIT TO ITEM-PRECO-UNIT
               MOVE ORCI-TOTAL TO ITEM-TOTAL
               MOVE ZEROS TO ITEM-DESC-PCT
               WRITE ITEM-REG
                   INVALID KEY
                       DISPLAY 'FALHA AO COPIAR A LINHA '
                               ORCI-NUMERO ' DO ORCAMENTO'
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRNF-ACAO
                       PERFORM 4320-GRAVA-JRN-ITEM
                       PERFORM 8094-BAIXAR-ESTOQUE-ORC
               END-WRITE
               READ ORC-ITENS NEXT
                   AT END
                       MOVE 10 TO ORCI-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ORCI-STATUS.

      *BAIXA DE ESTOQUE DA LINHA CONVERTIDA PELO MESMO 8525 DO
      *LANCAMENTO PELA TELA (KIT BAIXA OS COMPONENTES)
       8094-BAIXAR-ESTOQUE-ORC.
           IF ITEM-PROD-CODIGO NOT = ZEROS
               MOVE ITEM-PROD-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 8525-BAIXAR-ESTOQUE
               END-READ
           END-IF.

      *PROSPECTOS: ENTRADA RAPIDA DA LIGACAO DE UM INTERESSADO
      *(SEM AS EXIGENCIAS DO CADASTRO), LISTAGEM PARA A EQUIPE E
      *CONVERSAO EM CLIENTE DE VERDADE QUANDO ELE FINALMENTE
      *COMPRA - A TELA DE CADASTRO JA VEM PRE-PREENCHIDA E O
      *PROSPECTO E APAGADO NA INCLUSAO BEM SUCEDIDA
       8150-PROSPECTOS.
           MOVE 'MODULO - PROSPECTOS' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE 'I=INCLUIR L=LISTAR V=CONVERTER OUTRA=VOLTAR' TO
                              WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'I'
                   PERFORM 8160-INCLUIR-PROSPECTO
               WHEN 'L'
                   PERFORM 8170-LISTAR-PROSPECTOS
               WHEN 'V'
                   PERFORM 8180-CONVERTER-PROSPECTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8160-INCLUIR-PROSPECTO.
           MOVE ZEROS TO PROSP-FONE.
           MOVE SPACES TO PROSP-NOME.
           MOVE 'T' TO PROSP-CANAL.
           MOVE SPACES TO PROSP-INTERESSE.
           DISPLAY TELA-PROSPECTO.
           ACCEPT TELA-PROSPECTO.
           IF PROSP-FONE = ZEROS OR PROSP-NOME = SPACES
               MOVE 'TELEFONE E NOME SAO OBRIGATORIOS' TO
                                  WRK-MSG-ERRO
           ELSE
               ACCEPT PROSP-DATA-CAPTURA FROM DATE YYYYMMDD
               WRITE PROSP-REG
                   INVALID KEY
                       MOVE 'PROSPECTO JA ANOTADO' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'PROSPECTO ANOTADO' TO WRK-MSG-ERRO
                       PERFORM 8196-ABRIR-ORIGEM-PROSP
               END-WRITE
           END-IF.
           ACCEPT MOSTRA-ERRO.

       8170-LISTAR-PROSPECTOS.
           MOVE ZEROS TO WRK-PROSP-LISTADOS.
           MOVE LOW-VALUES TO PROSP-FONE.
           START PROSPECTOS KEY IS NOT LESS THAN PROSP-FONE
               INVALID KEY
                   MOVE 10 TO PROSP-STATUS
           END-START.
           IF PROSP-STATUS NOT = 10
               READ PROSPECTOS NEXT
                   AT END
                       MOVE 10 TO PROSP-STATUS
               END-READ
           END-IF.
           DISPLAY '------------------'.
           DISPLAY 'PROSPECTOS ANOTADOS'.
           DISPLAY '------------------'.
           PERFORM UNTIL PROSP-STATUS NOT = 0
               ADD 1 TO WRK-PROSP-LISTADOS
               DISPLAY PROSP-FONE ' ' PROSP-NOME ' '
                       PROSP-CANAL ' ' PROSP-DATA-CAPTURA ' '
                       PROSP-INTERESSE
               READ PROSPECTOS NEXT
                   AT END
                       MOVE 10 TO PROSP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PROSP-STATUS.
           IF WRK-PROSP-LISTADOS = ZEROS
               MOVE 'NENHUM PROSPECTO ANOTADO' TO WRK-MSG-ERRO
           ELSE
               MOVE 'FIM DA LISTA' TO WRK-MSG-ERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *CONVERSAO: LE O PROSPECTO, PRE-PREENCHE A TELA DE CADASTRO
      *COM O QUE JA SE SABE (O RESTO O OPERADOR COMPLETA NA HORA,
      *COM AS MESMAS VALIDACOES DA OPCAO IN) E, SE A INCLUSAO
      *PASSAR, APAGA O PROSPECTO
       8180-CONVERTER-PROSPECTO.
           MOVE ZEROS TO PROSP-FONE.
           DISPLAY TELA-PROSPECTO.
           ACCEPT PROSP-CHAVE-TELA.
           READ PROSPECTOS
               INVALID KEY
                   MOVE 'PROSPECTO NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 8190-INCLUIR-DO-PROSPECTO
           END-READ.

       8190-INCLUIR-DO-PROSPECTO.
           MOVE PROSP-FONE TO CLIENTES-FONE.
           MOVE PROSP-NOME TO CLIENTES-NOME.
           MOVE SPACES TO CLIENTES-EMAIL.
           MOVE ZEROS TO CLIENTES-FONE-CEL.
           MOVE ZEROS TO CLIENTES-DATA-NASC.
           IF PROSP-CANAL = 'E' OR PROSP-CANAL = 'S'
                   OR PROSP-CANAL = 'T'
               MOVE PROSP-CANAL TO CLIENTES-PREF-CONTATO
           ELSE
               SET PREF-EMAIL TO TRUE
           END-IF.
           MOVE SPACES TO CLIENTES-ENDERECO.
           MOVE SPACES TO CLIENTES-DOC-TIPO.
           MOVE ZEROS TO CLIENTES-DOC-NUM.
           SET CLI-ATIVO TO TRUE.
           MOVE ZEROS TO CLIENTES-LIMITE-CRED.
           MOVE SPACES TO CLIENTES-CLASSE.
           MOVE SPACES TO CLIENTES-END-INVALIDO.
           MOVE WRK-FILIAL-OPERADOR TO CLIENTES-FILIAL.
           PERFORM 2055-LIMPAR-OBSERVACAO
               VARYING WRK-OBS-IDX FROM 1 BY 1
               UNTIL WRK-OBS-IDX > 5.
      *O INTERESSE ANOTADO VIRA A PRIMEIRA NOTA DO CLIENTE
           MOVE PROSP-INTERESSE TO CLIENTES-OBSERVACOES (1).
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           MOVE 'COMPLETE OS DADOS DO CLIENTE' TO WRK-MSG-ERRO.
           DISPLAY MOSTRA-ERRO.
           ACCEPT TELA-REGISTRO.
           PERFORM 5060-VALIDA-CAMPOS.
           IF CAMPO-INVALIDO
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 5050-VALIDA-DOCUMENTO
               IF DOC-INVALIDO
                   MOVE 'CPF/CNPJ INVALIDO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
                   PERFORM 5080-CONFERIR-DOC-UNICO
                   IF DOC-EM-USO
                       MOVE SPACES TO WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       SET CLI-ATIVO TO TRUE
                       PERFORM 5070-CARIMBA-ALTERACAO
                       ACCEPT CLIENTES-DATA-INCLUSAO
                           FROM DATE YYYYMMDD
                       WRITE CLIENTES-REG
                           INVALID KEY
                               MOVE 'JA EXISTE A CHAVE' TO
                               PERFORM 4000-GRAVA-AUDITORIA
                               MOVE 'I' TO JRN-ACAO
                               PERFORM 4300-GRAVA-JORNAL
      *CLIENTE INCLUIDO: O PROSPECTO CUMPRIU O PAPEL E E APAGADO
      *PELA CHAVE ORIGINAL DELE (O OPERADOR PODE TER CORRIGIDO O
      *TELEFONE NA TELA, MAS PROSP-FONE GUARDA A CHAVE LIDA)
                               DELETE PROSPECTOS
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                               PERFORM 8197-FECHAR-ORIGEM-PROSP
                               PERFORM 5090-INDICACAO
                               MOVE 'PROSPECTO CONVERTIDO' TO
                                              WRK-MSG-ERRO
                               ACCEPT MOSTRA-ERRO
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

      *VINCULO DE ORIGEM DO PROSPECTO RECEM ANOTADO: QUEM ANOTOU,
      *EM QUE FILIAL, POR QUAL CANAL E QUANDO
       8196-ABRIR-ORIGEM-PROSP.
           PERFORM 8079-LIMPAR-ORIGEM.
           SET ORIG-PROSPECTO TO TRUE.
           MOVE PROSP-FONE TO ORIG-FONE.
           MOVE PROSP-CANAL TO ORIG-CANAL.
           MOVE WRK-OPERADOR TO ORIG-OPER-INICIO.
           MOVE WRK-FILIAL-OPERADOR TO ORIG-FILIAL-INICIO.
           MOVE PROSP-DATA-CAPTURA TO ORIG-DATA-INICIO.
           WRITE ORIG-REG
               INVALID KEY
                   REWRITE ORIG-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

      *PROSPECTO CONVERTIDO: O VINCULO PASSA PARA A CHAVE DO CLIENTE
      *CRIADO (O TELEFONE PODE TER SIDO CORRIGIDO NA TELA) COM QUEM
      *CONVERTEU E QUANDO; PROSPECTO ANOTADO ANTES DO VINCULO EXISTIR
      *GANHA UM AGORA, SEM O OPERADOR DA CAPTURA
       8197-FECHAR-ORIGEM-PROSP.
           SET ORIG-PROSPECTO TO TRUE.
           MOVE PROSP-FONE TO ORIG-FONE.
           MOVE ZEROS TO ORIG-NUMERO.
           READ ORIGENS
               INVALID KEY
                   PERFORM 8079-LIMPAR-ORIGEM
                   SET ORIG-PROSPECTO TO TRUE
                   MOVE PROSP-CANAL TO ORIG-CANAL
                   MOVE PROSP-DATA-CAPTURA TO ORIG-DATA-INICIO
               NOT INVALID KEY
                   DELETE ORIGENS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           MOVE CLIENTES-FONE TO ORIG-FONE.
           SET ORIG-CONVERTIDO TO TRUE.
           MOVE WRK-OPERADOR TO ORIG-OPER-CONV.
           MOVE WRK-FILIAL-OPERADOR TO ORIG-FILIAL-CONV.
           MOVE CLIENTES-DATA-INCLUSAO TO ORIG-DATA-CONV.
           MOVE CLIENTES-FONE TO ORIG-DESTINO.
           WRITE ORIG-REG
               INVALID KEY
                   REWRITE ORIG-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

      *LISTA OS PEDIDOS JA LANCADOS PARA O CLIENTE E PERMITE INCLUIR
      *UM NOVO PEDIDO NO HISTORICO DELE
       8500-HISTORICO-PEDIDOS.
           MOVE 'MODULO - HISTORICO DE PEDIDOS' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       ACCEPT MOSTRA-ERRO
                   ELSE
                   PERFORM 8510-LISTAR-PEDIDOS
                   ACCEPT MOSTRA-ERRO
      *PERFIL SO-CONSULTA VE O HISTORICO MAS NAO ALCANCA OS
      *LANCAMENTOS; AS PERGUNTAS DE GRAVACAO NEM APARECEM
                   IF PERFIL-CONSULTA
                       MOVE 'N' TO WRK-TECLA
                   ELSE
                   MOVE 'INCLUIR NOVO PEDIDO PARA ESTE CLIENTE? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
      *CLIENTE SUSPENSO NAO RECEBE PEDIDO NOVO; A SUSPENSAO VEM
      *DO FATURAMENTO (INADIMPLENCIA) E TEM QUE SER RESPEITADA
      *NO BALCAO
                           IF CLI-SUSPENSO
                               MOVE 'CLIENTE SUSPENSO - SEM PEDIDO' TO
                                                  WRK-MSG-ERRO
                               ACCEPT MOSTRA-ERRO
                           ELSE
                               PERFORM 8520-INCLUIR-PEDIDO
                               ACCEPT MOSTRA-ERRO
                           END-IF
                       END-IF
                   END-IF
                   MOVE 'ALTERAR SITUACAO DE UM PEDIDO? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8530-SITUACAO-PEDIDO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
                   MOVE 'LANCAR RECEBIMENTO PARA UM PEDIDO? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8550-INCLUIR-RECEBIMENTO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
      *O CLIENTE PAGA VARIOS PEDIDOS COM UM VALOR SO; O SISTEMA
      *DISTRIBUI DO PEDIDO MAIS ANTIGO PARA O MAIS NOVO E GRAVA
      *UM RECEBIMENTO POR PEDIDO, CADA UM COM SEU RECIBO
                   MOVE 'RECEBER VARIOS PEDIDOS DE UMA VEZ? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8562-RECEBIMENTO-UNICO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
      *ADIANTAMENTO: O CLIENTE DEIXA DINHEIRO NA CONTA DE
      *CREDITOS PARA ABATER PEDIDOS FUTUROS
                   MOVE 'LANCAR ADIANTAMENTO DO CLIENTE? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8744-ADIANTAMENTO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
      *RESGATE DE PONTOS: OS PONTOS DE FIDELIDADE VIRAM DEPOSITO
      *NA CONTA DE CREDITOS E ABATEM O PROXIMO PEDIDO
                   MOVE 'RESGATAR PONTOS DE FIDELIDADE? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8768-RESGATAR-PONTOS
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
      *VALE-PRESENTE: O CLIENTE CORRENTE COMPRA UM VALE NUMERADO
      *PARA PRESENTEAR; QUEM GANHA USA NO RECEBIMENTO (FORMA V)
                   MOVE 'VENDER VALE-PRESENTE? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8370-VENDER-VALE
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
                   MOVE 'AGENDAR/ATUALIZAR ENTREGA? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8592-ENTREGA-DO-PEDIDO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
                   MOVE 'ALTERAR ITENS DE UM PEDIDO ABERTO? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8580-ALTERAR-PEDIDO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
                   MOVE 'REGISTRAR DEVOLUCAO DE MERCADORIA? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       IF JANELA-LOTE-ATIVA
                           PERFORM 2060-BLOQUEAR-OPERACAO
                       ELSE
                           PERFORM 8570-DEVOLUCAO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
                   MOVE 'VER PEDIDOS ARQUIVADOS? (S/N)' TO
                                      WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8598-VER-ARQUIVADOS
                       ACCEPT MOSTRA-ERRO
                   END-IF
      *SEGUNDA VIA DE RECIBO: O CLIENTE VOLTA PEDINDO A COPIA E O
      *OPERADOR REIMPRIME SEM SAIR DO HISTORICO
                   MOVE 'REIMPRIMIR RECIBO DE RECEBIMENTO? (S/N)'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8560-REIMPRIMIR-RECIBO
                       ACCEPT MOSTRA-ERRO
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      *PERCORRE OS PEDIDOS DO CLIENTE EM ORDEM, JA QUE A CHAVE DO
      *ARQUIVO E TELEFONE+NUMERO, E VAI GUARDANDO O MAIOR NUMERO DE
      *PEDIDO JA USADO PARA PODER NUMERAR O PROXIMO, SE FOR O CASO
       8510-LISTAR-PEDIDOS.
           MOVE ZEROS TO WRK-ULT-PEDIDO-NUM.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY
                   MOVE 'NENHUM PEDIDO ENCONTRADO PARA ESTE CLIENTE'
                       TO WRK-MSG-ERRO
           END-START.
           IF PEDIDOS-STATUS = 0
               READ PEDIDOS NEXT
                   AT END
                       MOVE 'NENHUM PEDIDO ENCONTRADO PARA ESTE' &
                            ' CLIENTE' TO WRK-MSG-ERRO
               END-READ
           END-IF.
           IF PEDIDOS-STATUS = 0 AND PEDIDOS-FONE = CLIENTES-FONE
               DISPLAY '------------------'
               DISPLAY 'PEDIDOS DO CLIENTE'
               DISPLAY '------------------'
               PERFORM UNTIL PEDIDOS-STATUS NOT = 0
                       OR PEDIDOS-FONE NOT = CLIENTES-FONE
                   PERFORM 8515-TRADUZ-SITUACAO-PED
                   PERFORM 8512-SOMAR-RECEBIMENTOS
                   COMPUTE WRK-PED-SALDO =
                           PEDIDOS-VALOR - WRK-PED-RECEBIDO
                   MOVE WRK-PED-SALDO TO WRK-PED-SALDO-EXIB
      *O SALDO DO PEDIDO BAIXADO POR PERDA CONTINUA DEVIDO, MAS
      *JA SAIU DO CONTAS A RECEBER
                   MOVE SPACES TO WRK-PRD-MARCA
                   MOVE PEDIDOS-FONE TO PRD-FONE
                   MOVE PEDIDOS-NUMERO TO PRD-PEDIDO
                   READ PERDAS
                       NOT INVALID KEY
                           MOVE 'PERDIDO' TO WRK-PRD-MARCA
                   END-READ
                   DISPLAY PEDIDOS-NUMERO ' ' PEDIDOS-DATA ' '
                           PEDIDOS-VALOR ' ' PEDIDOS-DESCRICAO ' '
                           WRK-PED-SITUACAO-EXIB
                           ' SALDO ' WRK-PED-SALDO-EXIB
                           ' ' WRK-PRD-MARCA
                   MOVE PEDIDOS-NUMERO TO WRK-ULT-PEDIDO-NUM
                   READ PEDIDOS NEXT
                       AT END
                           MOVE 10 TO PEDIDOS-STATUS
                   END-READ
               END-PERFORM
               MOVE 'FIM DO HISTORICO' TO WRK-MSG-ERRO
           ELSE
               MOVE 'NENHUM PEDIDO ENCONTRADO PARA ESTE CLIENTE' TO
                                  WRK-MSG-ERRO
           END-IF.
           PERFORM 8514-AVISAR-ARQUIVADOS.

      *AVISA O OPERADOR QUANDO O CLIENTE TEM PEDIDOS MAIS ANTIGOS
      *JA MOVIDOS PARA O ARQUIVO HISTORICO PELO LOTE ARQPED, PARA
      *QUE UM HISTORICO CURTO NA TELA NAO PASSE POR HISTORICO
      *COMPLETO
       8514-AVISAR-ARQUIVADOS.
           IF PEDARQ-ABERTO
               MOVE CLIENTES-FONE TO PEDARQ-FONE
               READ PEDIDOS-ARQUIVADOS
                   NOT INVALID KEY
                       DISPLAY 'PEDIDOS MAIS ANTIGOS NO ARQUIVO '
                               'HISTORICO: ' PEDARQ-QUANTIDADE
                               ' (ATE ' PEDARQ-DATA-NOVA ')'
               END-READ
           END-IF.

      *SOMA OS RECEBIMENTOS JA LANCADOS PARA O PEDIDO CORRENTE DO
      *BUFFER PEDIDOS-REG, GUARDANDO TAMBEM A ULTIMA SEQUENCIA
      *USADA PARA PODER NUMERAR UM NOVO RECEBIMENTO
       8512-SOMAR-RECEBIMENTOS.
           MOVE ZEROS TO WRK-PED-RECEBIDO.
           MOVE ZEROS TO WRK-ULT-RECEB-SEQ.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           MOVE ZEROS TO RECEB-SEQ.
           START RECEBIMENTOS KEY IS NOT LESS THAN RECEB-CHAVE
               INVALID KEY
                   MOVE 10 TO RECEB-STATUS
           END-START.
           IF RECEB-STATUS NOT = 10
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL RECEB-STATUS NOT = 0
                   OR RECEB-FONE NOT = PEDIDOS-FONE
                   OR RECEB-PEDIDO NOT = PEDIDOS-NUMERO
               ADD RECEB-VALOR TO WRK-PED-RECEBIDO
               MOVE RECEB-SEQ TO WRK-ULT-RECEB-SEQ
               READ RECEBIMENTOS NEXT
                   AT END
                       MOVE 10 TO RECEB-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RECEB-STATUS.

      *TRADUZ A SITUACAO DO PEDIDO CORRENTE PARA A LISTAGEM; UM
      *PEDIDO GRAVADO ANTES DO CAMPO DE SITUACAO EXISTIR E TRATADO
      *COMO ABERTO
       8515-TRADUZ-SITUACAO-PED.
           EVALUATE TRUE
               WHEN PED-FATURADO
                   MOVE 'FATURADO' TO WRK-PED-SITUACAO-EXIB
               WHEN PED-PAGO
                   MOVE 'PAGO' TO WRK-PED-SITUACAO-EXIB
               WHEN PED-CANCELADO
                   MOVE 'CANCELADO' TO WRK-PED-SITUACAO-EXIB
               WHEN PED-ESTORNO
                   MOVE 'ESTORNO' TO WRK-PED-SITUACAO-EXIB
               WHEN OTHER
                   MOVE 'ABERTO' TO WRK-PED-SITUACAO-EXIB
           END-EVALUATE.

      *LE A PONTUACAO DE CREDITO DO CLIENTE CORRENTE CALCULADA
      *PELO LOTE SCORECLI; SEM ARQUIVO OU SEM REGISTRO, A TELA
      *SEGUE SEM A NOTA, COMO ANTES DO LOTE EXISTIR
       8513-LER-SCORE.
           SET SCORE-NAO-ACHADO TO TRUE.
           OPEN INPUT SCORES.
           IF SCORE-STATUS = ZEROS
               MOVE CLIENTES-FONE TO SCORE-FONE
               READ SCORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SCORE-ACHADO TO TRUE
               END-READ
               CLOSE SCORES
           END-IF.
           MOVE ZEROS TO SCORE-STATUS.

      *LE A POSICAO DO CLIENTE CORRENTE NO RESUMO DA NOITE (LOTE
      *RESCLI); SEM ARQUIVO, COM RESUMO INCOMPLETO OU MAIS VELHO QUE
      *A ULTIMA NOITE, OU SEM REGISTRO DO CLIENTE, A FICHA SEGUE
      *SEM A POSICAO
       8509-LER-RESUMO.
           SET RESUMO-NAO-ACHADO TO TRUE.
           OPEN INPUT RESUMO.
           IF RSM-STATUS = ZEROS
               PERFORM 8955-CALCULAR-ONTEM
               MOVE ZEROS TO RSM-FONE
               READ RESUMO
                   INVALID KEY
                       MOVE ZEROS TO WRK-RSM-POSICAO
                   NOT INVALID KEY
                       MOVE ZEROS TO WRK-RSM-POSICAO
                       IF RSM-COMPLETO
                               AND RSM-CTL-DATA NOT < WRK-ONTEM
                           MOVE RSM-CTL-DATA TO WRK-RSM-POSICAO
                       END-IF
               END-READ
               IF WRK-RSM-POSICAO NOT = ZEROS
                   MOVE CLIENTES-FONE TO RSM-FONE
                   READ RESUMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET RESUMO-ACHADO TO TRUE
                   END-READ
               END-IF
               CLOSE RESUMO
           END-IF.
           MOVE ZEROS TO RSM-STATUS.

      *LE O SEGMENTO RFM DO CLIENTE CORRENTE GRAVADO PELO LOTE
      *RFMCLI; SEM ARQUIVO OU SEM REGISTRO A FICHA SEGUE SEM ELE
       8511-LER-SEGMENTO.
           SET SEGMENTO-NAO-ACHADO TO TRUE.
           OPEN INPUT SEGMENTOS-RFM.
           IF RFM-STATUS = ZEROS
               MOVE CLIENTES-FONE TO RFM-FONE
               READ SEGMENTOS-RFM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SEGMENTO-ACHADO TO TRUE
               END-READ
               CLOSE SEGMENTOS-RFM
           END-IF.
           MOVE ZEROS TO RFM-STATUS.
           EVALUATE RFM-SEGMENTO
               WHEN 'CA'
                   MOVE 'CAMPEAO' TO WRK-SEG-NOME-EXIB
               WHEN 'LE'
                   MOVE 'LEAL' TO WRK-SEG-NOME-EXIB
               WHEN 'PR'
                   MOVE 'PROMISSOR' TO WRK-SEG-NOME-EXIB
               WHEN 'NO'
                   MOVE 'NOVO' TO WRK-SEG-NOME-EXIB
               WHEN 'AT'
                   MOVE 'PRECISA ATENCAO' TO WRK-SEG-NOME-EXIB
               WHEN 'RI'
                   MOVE 'EM RISCO' TO WRK-SEG-NOME-EXIB
               WHEN 'HI'
                   MOVE 'HIBERNANDO' TO WRK-SEG-NOME-EXIB
               WHEN 'PE'
                   MOVE 'PERDIDO' TO WRK-SEG-NOME-EXIB
               WHEN 'SC'
                   MOVE 'SEM COMPRA' TO WRK-SEG-NOME-EXIB
               WHEN OTHER
                   MOVE SPACES TO WRK-SEG-NOME-EXIB
           END-EVALUATE.

      *SOMA O SALDO EM ABERTO DE TODOS OS PEDIDOS DO CLIENTE
      *CORRENTE (VALOR DO PEDIDO MENOS RECEBIMENTOS, IGNORANDO
      *CANCELADOS E ESTORNOS), PARA A CONFERENCIA DO LIMITE
       8516-SOMAR-ABERTO-CLIENTE.
           MOVE ZEROS TO WRK-TOTAL-ABERTO-CLI.
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
                   PERFORM 8512-SOMAR-RECEBIMENTOS
                   COMPUTE WRK-PED-SALDO =
                           PEDIDOS-VALOR - WRK-PED-RECEBIDO
                   IF WRK-PED-SALDO > ZEROS
                       ADD WRK-PED-SALDO TO WRK-TOTAL-ABERTO-CLI
                   END-IF
               END-IF
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *CONFERE O LIMITE DE CREDITO DO CLIENTE ANTES DE GRAVAR O
      *CABECALHO: SE O SALDO EM ABERTO MAIS O PEDIDO NOVO PASSAR
      *DO LIMITE, SO GRAVA COM O AVAL DO SUPERVISOR (PALAVRA
      *INTEIRA, NO MESMO ESPIRITO DO CONFIRMAR DA EXCLUSAO);
      *LIMITE ZERADO SIGNIFICA CLIENTE SEM CONTROLE DE LIMITE.
      *O BUFFER PEDIDOS-REG E REUTILIZADO PELA VARREDURA, ENTAO
      *OS CAMPOS JA DIGITADOS DO PEDIDO NOVO SAO GUARDADOS ANTES
      *E RESTAURADOS DEPOIS
       8517-VERIFICAR-LIMITE.
           SET CREDITO-LIBERADO TO TRUE.
           IF CLIENTES-LIMITE-CRED NOT = ZEROS
               MOVE PEDIDOS-NUMERO TO WRK-PED-NUMERO-SAV
               MOVE PEDIDOS-DATA TO WRK-PED-DATA-SAV
               MOVE PEDIDOS-VALOR TO WRK-PED-VALOR-SAV
      *A DESCRICAO TAMBEM VOLTA LIMPA: SEM ISSO A DESCRICAO DO
      *ULTIMO PEDIDO VARRIDO FICARIA NO BUFFER E O STRING DO
      *CABECALHO NOVO (QUE NAO PREENCHE O CAMPO INTEIRO) LEVARIA
      *O RESTO DELA PARA O DISCO
               MOVE PEDIDOS-DESCRICAO TO WRK-PED-DESC-SAV
               PERFORM 8516-SOMAR-ABERTO-CLIENTE
               MOVE CLIENTES-FONE TO PEDIDOS-FONE
               MOVE WRK-PED-NUMERO-SAV TO PEDIDOS-NUMERO
               MOVE WRK-PED-DATA-SAV TO PEDIDOS-DATA
               MOVE WRK-PED-VALOR-SAV TO PEDIDOS-VALOR
               MOVE WRK-PED-DESC-SAV TO PEDIDOS-DESCRICAO
               IF (WRK-TOTAL-ABERTO-CLI + WRK-PED-VALOR-SAV) >
                       CLIENTES-LIMITE-CRED
                   MOVE 'LIMITE DE CREDITO EXCEDIDO' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
      *A NOTA DE CREDITO DO LOTE SCORECLI VAI JUNTO DO PEDIDO DE
      *AVAL, PARA O SUPERVISOR DECIDIR PELO COMPORTAMENTO REAL
      *DO CLIENTE E NAO PELO CHUTE DO LIMITE
                   PERFORM 8513-LER-SCORE
                   IF SCORE-ACHADO
                       DISPLAY 'NOTA DE CREDITO DO CLIENTE: '
                               SCORE-NOTA ' (ATRASO MEDIO '
                               SCORE-MEDIA-DIAS ' DIAS)'
                   END-IF
                   MOVE 'DIGITE LIBERAR P/ AVAL SUPERVISOR' TO
                                      WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA NOT = 'LIBERAR'
                       SET CREDITO-NEGADO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *APAGA OS ITENS JA GRAVADOS DE UM PEDIDO QUE ACABOU RECUSADO
      *PELO LIMITE DE CREDITO, PARA NAO DEIXAR LINHAS SEM CABECALHO
       8526-DESFAZER-ITENS.
      *CADA ITEM VOLTA AO ESTOQUE ANTES DE SER APAGADO (A BAIXA
      *DO 8525 JA ACONTECEU NA DIGITACAO), NOS MOLDES DO
      *8585-DESFAZER-ACRESCIMO DO FLUXO DE ALTERACAO; OS
      *DESCONTOS JA REGISTRADOS DO PEDIDO RECUSADO TAMBEM CAEM
           PERFORM VARYING ITEM-NUMERO FROM 1 BY 1
                   UNTIL ITEM-NUMERO > WRK-ITEM-NUM
               MOVE CLIENTES-FONE TO ITEM-FONE
               MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO
               READ ITENS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 8589-DEVOLVER-AO-ESTOQUE
                       DELETE ITENS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'D' TO WRK-JRNF-ACAO
                               PERFORM 4320-GRAVA-JRN-ITEM
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM 8534-DESFAZER-DESCONTOS.

      *APAGA AS LINHAS DE DESCONTO (ITENS E O ITEM 000 DO
      *CABECALHO) DO PEDIDO QUE NAO FOI GRAVADO: SEM ISSO O
      *PROXIMO PEDIDO DO CLIENTE, QUE REUSA O MESMO NUMERO,
      *HERDARIA DESCONTO APLICADO FANTASMA E PENDENTES NA FILA
      *AP APONTANDO PARA PEDIDO QUE NAO EXISTE
      *O POSICIONAMENTO E REFEITO A CADA LINHA APAGADA, COMO NOS
      *TRANSPORTES DO MT: APAGAR E LER NEXT NO MESMO LACO NAO E
      *CONFIAVEL NO ARQUIVO INDEXADO
       8534-DESFAZER-DESCONTOS.
           SET DESC-LIMPA-RESTANTE TO TRUE.
           PERFORM 8539-APAGAR-UM-DESCONTO
               UNTIL DESC-LIMPA-ESGOTADA.

       8539-APAGAR-UM-DESCONTO.
           MOVE CLIENTES-FONE TO DESC-FONE.
           MOVE PEDIDOS-NUMERO TO DESC-PEDIDO.
           MOVE ZEROS TO DESC-ITEM.
           START DESCONTOS KEY IS NOT LESS THAN DESC-CHAVE
               INVALID KEY
                   MOVE 10 TO DESC-STATUS
           END-START.
           IF DESC-STATUS NOT = 10
               READ DESCONTOS NEXT
                   AT END
                       MOVE 10 TO DESC-STATUS
               END-READ
           END-IF.
           IF DESC-STATUS NOT = 0
                   OR DESC-FONE NOT = CLIENTES-FONE
                   OR DESC-PEDIDO NOT = PEDIDOS-NUMERO
               SET DESC-LIMPA-ESGOTADA TO TRUE
               MOVE ZEROS TO DESC-STATUS
           ELSE
               DELETE DESCONTOS
                   INVALID KEY
                       SET DESC-LIMPA-ESGOTADA TO TRUE
               END-DELETE
           END-IF.

      *GRAVA NO PROPRIO PEDIDO QUEM FOI E QUANDO FOI O LANCAMENTO,
      *NOS MOLDES DO 5070-CARIMBA-ALTERACAO DO CADASTRO; E DESTE
      *CARIMBO QUE SAI O FECHAMENTO DE CAIXA DIARIO POR OPERADOR
       8518-CARIMBA-PEDIDO.
           MOVE WRK-OPERADOR TO PEDIDOS-OPERADOR.
           ACCEPT PEDIDOS-DATA-LANC FROM DATE YYYYMMDD.
           ACCEPT PEDIDOS-HORA-LANC FROM TIME.
           MOVE WRK-FILIAL-OPERADOR TO PEDIDOS-FILIAL.

      *GRAVA UM NOVO PEDIDO PARA O CLIENTE CORRENTE, NUMERADO A
      *PARTIR DO ULTIMO PEDIDO JA LANCADO PARA ELE
       8520-INCLUIR-PEDIDO.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE WRK-FILIAL-OPERADOR TO PEDIDOS-FILIAL.
           COMPUTE PEDIDOS-NUMERO = WRK-ULT-PEDIDO-NUM + 1.
           MOVE ZEROS TO PEDIDOS-DATA.
           MOVE ZEROS TO PEDIDOS-VALOR.
           MOVE SPACES TO PEDIDOS-DESCRICAO.
           MOVE SPACES TO WRK-CAMPANHA-DIG.
           DISPLAY TELA-PEDIDO.
           ACCEPT TELA-PEDIDO.
      *DATA DENTRO DE MES JA FECHADO E RECUSADA NA HORA: O
      *CONTADOR JA LEVOU OS TOTAIS DAQUELE MES
           MOVE PEDIDOS-DATA TO WRK-DATA-VERIFICA.
           PERFORM 2080-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               MOVE 'PERIODO FECHADO - DATA RECUSADA' TO
                                  WRK-MSG-ERRO
           ELSE
               PERFORM 8541-VALIDAR-CAMPANHA
               IF CAMPANHA-RECUSADA
                   MOVE 'CAMPANHA NAO CADASTRADA' TO WRK-MSG-ERRO
               ELSE
                   PERFORM 8523-LANCAR-ITENS-PEDIDO
               END-IF
           END-IF.

       8523-LANCAR-ITENS-PEDIDO.
      *LACO DE ITENS: A VENDA REAL TEM VARIAS LINHAS, ENTAO OS
      *ITENS SAO DIGITADOS UM A UM ATE O OPERADOR DIZER QUE CHEGA;
      *O VALOR DO CABECALHO VAI SENDO ACUMULADO COM CADA ITEM
           MOVE ZEROS TO WRK-ITEM-NUM.
           MOVE SPACES TO WRK-PRIMEIRO-ITEM-DESC.
           SET MAIS-ITENS TO TRUE.
           PERFORM 8522-INCLUIR-ITEM UNTIL FIM-ITENS.
           IF WRK-ITEM-NUM = ZEROS
               MOVE 'PEDIDO SEM ITENS, NADA GRAVADO' TO WRK-MSG-ERRO
           ELSE
      *DESCONTO SOBRE O PEDIDO INTEIRO, DENTRO DA MESMA ALCADA
      *DOS ITENS; PENDENTE NAO MEXE NO VALOR ATE O ADMIN APROVAR
               MOVE ZEROS TO WRK-PED-DESC-DIG
               DISPLAY TELA-DESC-PEDIDO
               ACCEPT TELA-DESC-PEDIDO
               IF WRK-PED-DESC-DIG > ZEROS
                   PERFORM 8529-DESCONTO-DO-PEDIDO
               END-IF
               PERFORM 8517-VERIFICAR-LIMITE
               IF CREDITO-NEGADO
      *OS ITENS JA GRAVADOS DO PEDIDO RECUSADO SAO DESFEITOS PARA
      *NAO FICAR LINHA ORFA SEM CABECALHO NO ARQUIVO DE ITENS
                   PERFORM 8526-DESFAZER-ITENS
                   MOVE 'PEDIDO NAO GRAVADO - SEM AVAL' TO
                                      WRK-MSG-ERRO
               ELSE
                   IF WRK-ITEM-NUM = 1
                       MOVE WRK-PRIMEIRO-ITEM-DESC TO
                                          PEDIDOS-DESCRICAO
                   ELSE
                       STRING 'PEDIDO COM ' WRK-ITEM-NUM ' ITENS'
                           DELIMITED BY SIZE INTO PEDIDOS-DESCRICAO
                   END-IF
                   SET PED-ABERTO TO TRUE
                   PERFORM 8518-CARIMBA-PEDIDO
                   WRITE PEDIDOS-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O PEDIDO' TO
                                              WRK-MSG-ERRO
      *OS ITENS JA GRAVADOS DO CABECALHO QUE FALHOU SAO DESFEITOS
      *PARA NAO FICAR LINHA ORFA NO ARQUIVO DE ITENS
                           PERFORM 8526-DESFAZER-ITENS
                       NOT INVALID KEY
                           MOVE 'I' TO WRK-JRNF-ACAO
                           PERFORM 4310-GRAVA-JRN-PEDIDO
                           MOVE 'PEDIDO INCLUIDO' TO WRK-MSG-ERRO
                           MOVE PEDIDOS-NUMERO TO WRK-ULT-PEDIDO-NUM
                           MOVE 'PED-INCLUI' TO AUDIT-ACAO
                           MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                           PERFORM 4100-GRAVA-AUDIT-PEDIDO
                           PERFORM 8542-GRAVAR-CAMPANHA-PEDIDO
      *PLANO DE PARCELAS COMBINADO COM O CLIENTE, GRAVADO DEPOIS
      *DO CABECALHO PASSAR PARA A AGENDA NUNCA APONTAR PARA UM
      *PEDIDO QUE NAO EXISTE
                           PERFORM 8519-PARCELAR-PEDIDO
      *CLIENTE COM CREDITO EM CONTA PODE ABATER O PEDIDO NOVO
      *NA HORA, COMO NOTA DE CREDITO
                           PERFORM 8746-OFERECER-CREDITO
                   END-WRITE
               END-IF
           END-IF.

      *PERGUNTA O PLANO DE PARCELAMENTO DO PEDIDO RECEM GRAVADO E
      *MONTA A AGENDA DE VENCIMENTOS: UMA PARCELA POR MES A PARTIR
      *DO PRIMEIRO VENCIMENTO, VALORES IGUAIS E A DIFERENCA DE
      *ARREDONDAMENTO NA ULTIMA; 1 PARCELA (A VISTA) NAO GRAVA NADA
      *E O AGECLI SEGUE ENVELHECENDO PELA DATA DO PEDIDO
       8519-PARCELAR-PEDIDO.
           MOVE 1 TO WRK-QTD-PARCELAS.
           MOVE ZEROS TO WRK-PRIM-VENCIMENTO.
           DISPLAY TELA-PARCELAMENTO.
           ACCEPT TELA-PARCELAMENTO.
           IF WRK-QTD-PARCELAS > 1
               IF WRK-PRIM-VENCIMENTO = ZEROS
                   MOVE 'SEM VENCIMENTO - AGENDA NAO GRAVADA' TO
                                      WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
               ELSE
                   MOVE WRK-PRIM-VENCIMENTO TO WRK-PARC-VENC
                   MOVE ZEROS TO WRK-PARC-ACUMULADO
                   COMPUTE WRK-PARC-VALOR-CALC =
                           PEDIDOS-VALOR / WRK-QTD-PARCELAS
                   PERFORM 8521-GRAVAR-PARCELA
                       VARYING WRK-PARC-IDX FROM 1 BY 1
                       UNTIL WRK-PARC-IDX > WRK-QTD-PARCELAS
               END-IF
           END-IF.

      *GRAVA UMA PARCELA DA AGENDA E AVANCA O VENCIMENTO UM MES;
      *DIA ACIMA DE 28 RECUA PARA 28 NOS MESES SEGUINTES, PARA A
      *AGENDA NUNCA CAIR NUM DIA QUE O MES NAO TEM
       8521-GRAVAR-PARCELA.
           MOVE CLIENTES-FONE TO PARC-FONE.
           MOVE PEDIDOS-NUMERO TO PARC-PEDIDO.
           MOVE WRK-PARC-IDX TO PARC-PARCELA.
           MOVE WRK-PARC-VENC TO PARC-VENCIMENTO.
           IF WRK-PARC-IDX = WRK-QTD-PARCELAS
               COMPUTE PARC-VALOR =
                       PEDIDOS-VALOR - WRK-PARC-ACUMULADO
           ELSE
               MOVE WRK-PARC-VALOR-CALC TO PARC-VALOR
               ADD WRK-PARC-VALOR-CALC TO WRK-PARC-ACUMULADO
           END-IF.
           MOVE ZEROS TO PARC-RECEBIDO.
           SET PARC-ABERTA TO TRUE.
           WRITE PARC-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A PARCELA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
           END-WRITE.
           IF WRK-PARC-VENC-MES = 12
               MOVE 1 TO WRK-PARC-VENC-MES
               ADD 1 TO WRK-PARC-VENC-ANO
           ELSE
               ADD 1 TO WRK-PARC-VENC-MES
           END-IF.
           IF WRK-PARC-VENC-DIA > 28
               MOVE 28 TO WRK-PARC-VENC-DIA
           END-IF.

      *DIGITA E GRAVA UM ITEM DO PEDIDO EM ABERTO; O CODIGO DE
      *PRODUTO, SE INFORMADO, TEM QUE EXISTIR NO CATALOGO E ESTAR
      *EM LINHA, E TRAZ DESCRICAO E PRECO SUGERIDO PARA O ITEM
       8522-INCLUIR-ITEM.
           MOVE SPACES TO WRK-CODIGO-LIDO.
           DISPLAY TELA-PEDIDO-PRODUTO.
           ACCEPT TELA-PEDIDO-PRODUTO.
           PERFORM 8848-IDENTIFICAR-CODIGO.
           MOVE WRK-COD-PRODUTO TO WRK-PED-PROD-CODIGO.
           MOVE SPACES TO ITEM-DESCRICAO.
      *O EAN DE UMA EMBALAGEM JA TRAZ A QUANTIDADE DELA
           MOVE WRK-COD-FATOR TO ITEM-QTDE.
           MOVE ZEROS TO ITEM-PRECO-UNIT.
           MOVE SPACES TO WRK-PRECO-ORIGEM.
           MOVE ZEROS TO PROD-STATUS.
           IF CODIGO-INVALIDO
               MOVE 23 TO PROD-STATUS
           END-IF.
           IF WRK-PED-PROD-CODIGO NOT = ZEROS
               MOVE WRK-PED-PROD-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE 'PRODUTO NAO EXISTE NO CATALOGO' TO
                                          WRK-MSG-ERRO
                       MOVE 23 TO PROD-STATUS
                   NOT INVALID KEY
                       IF PROD-FORA-LINHA
                           MOVE 'PRODUTO FORA DE LINHA' TO
                                              WRK-MSG-ERRO
                           MOVE 23 TO PROD-STATUS
                       ELSE
                           MOVE PROD-DESCRICAO TO ITEM-DESCRICAO
      *O PRECO SUGERIDO E O VIGENTE NA DATA DO PEDIDO; UM
      *ORCAMENTO PENDENTE CONTINUA VALENDO O PRECO DA EPOCA
                           PERFORM 8527-PRECO-VIGENTE
                           IF PRECO-ACHADO
                               MOVE WRK-PRECO-VIGENTE TO
                                       ITEM-PRECO-UNIT
                           ELSE
                               MOVE PROD-PRECO TO ITEM-PRECO-UNIT
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF PROD-STATUS = ZEROS
               MOVE ZEROS TO WRK-ITEM-DESC-DIG
               DISPLAY TELA-ITEM-PEDIDO
               ACCEPT TELA-ITEM-PEDIDO
               IF ITEM-DESCRICAO = SPACES OR ITEM-QTDE = ZEROS
                   MOVE 'ITEM SEM DESCRICAO/QUANTIDADE' TO
                                      WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
               ELSE
      *QUANTIDADE ACIMA DO ESTOQUE NAO GRAVA SEM O OPERADOR
      *CONFIRMAR QUE A MERCADORIA REALMENTE EXISTE NA PRATELEIRA;
      *O ESTOQUE DO KIT E O QUE OS COMPONENTES MONTAM
                   IF WRK-PED-PROD-CODIGO NOT = ZEROS
                       PERFORM 8381-SALDO-DISPONIVEL
                   END-IF
      *PRODUTO COM LOTE NAO VENDE ACIMA DO SALDO DENTRO DA
      *VALIDADE: O LOTE VENCIDO FICA BLOQUEADO, SEM CONFIRMACAO
                   IF WRK-PED-PROD-CODIGO NOT = ZEROS
                           AND SALDO-POR-LOTE
                           AND ITEM-QTDE > WRK-KIT-DISPONIVEL
                       MOVE SPACES TO WRK-MSG-ERRO
                       STRING 'SO ' WRK-KIT-DISPONIVEL
                               ' NA VALIDADE-NAO GRAVA'
                           DELIMITED BY SIZE INTO WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
                   ELSE
                       IF WRK-PED-PROD-CODIGO NOT = ZEROS
                               AND ITEM-QTDE > WRK-KIT-DISPONIVEL
                           MOVE SPACES TO WRK-MSG-ERRO
                           STRING 'ESTOQUE ' WRK-KIT-DISPONIVEL
                                   ' - VENDER ASSIM MESMO? (S/N)'
                               DELIMITED BY SIZE INTO WRK-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                           IF WRK-TECLA = 'S'
                               PERFORM 8524-GRAVAR-ITEM
                           ELSE
                               MOVE 'ITEM NAO GRAVADO - SEM ESTOQUE' TO
                                                  WRK-MSG-ERRO
                               DISPLAY MOSTRA-ERRO
      *O KIT NAO RECEBE MERCADORIA, ENTAO NAO TEM LISTA DE ESPERA
                               IF PROD-NAO-KIT
                                   PERFORM 8531-OFERECER-RESERVA
                               END-IF
                           END-IF
                       ELSE
                           PERFORM 8524-GRAVAR-ITEM
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY MOSTRA-ERRO
           END-IF.
           MOVE 'MAIS UM ITEM NESTE PEDIDO? (S/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               SET MAIS-ITENS TO TRUE
           ELSE
               SET FIM-ITENS TO TRUE
           END-IF.

       8524-GRAVAR-ITEM.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
           COMPUTE ITEM-NUMERO = WRK-ITEM-NUM + 1.
           MOVE WRK-PED-PROD-CODIGO TO ITEM-PROD-CODIGO.
           COMPUTE ITEM-TOTAL = ITEM-QTDE * ITEM-PRECO-UNIT.
      *DESCONTO DENTRO DA ALCADA SAI APLICADO NA HORA; ACIMA DELA
      *O ITEM GRAVA PELO VALOR CHEIO E O DESCONTO FICA PENDENTE
      *DA APROVACAO DE UM ADMIN (OPCAO AP); O PRECO UNITARIO
      *NUNCA E FALSIFICADO, ENTAO AS ESTATISTICAS DE PRODUTO
      *CONTINUAM VALENDO
           MOVE ZEROS TO ITEM-DESC-PCT.
           IF WRK-ITEM-DESC-DIG > ZEROS
               COMPUTE WRK-DESC-VALOR-CALC ROUNDED =
                       ITEM-QTDE * ITEM-PRECO-UNIT *
                       WRK-ITEM-DESC-DIG / 100
               IF PERFIL-ADMIN
                       OR WRK-ITEM-DESC-DIG NOT > WRK-FIN-DESC-MAX
                   MOVE WRK-ITEM-DESC-DIG TO ITEM-DESC-PCT
                   SUBTRACT WRK-DESC-VALOR-CALC FROM ITEM-TOTAL
                   MOVE 'A' TO WRK-TECLA
                   PERFORM 8528-REGISTRAR-DESCONTO
               ELSE
                   MOVE 'P' TO WRK-TECLA
                   PERFORM 8528-REGISTRAR-DESCONTO
                   MOVE 'DESCONTO ACIMA DA ALCADA - PENDENTE' TO
                                      WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
               END-IF
           END-IF.
           WRITE ITEM-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O ITEM' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRNF-ACAO
                   PERFORM 4320-GRAVA-JRN-ITEM
                   ADD 1 TO WRK-ITEM-NUM
                   ADD ITEM-TOTAL TO PEDIDOS-VALOR
                   IF WRK-ITEM-NUM = 1
                       MOVE ITEM-DESCRICAO TO WRK-PRIMEIRO-ITEM-DESC
                   END-IF
      *ITEM DE CATALOGO BAIXA O ESTOQUE NA HORA E DEIXA O
      *MOVIMENTO DE SAIDA NO DIARIO
                   IF WRK-PED-PROD-CODIGO NOT = ZEROS
                       PERFORM 8525-BAIXAR-ESTOQUE
                   END-IF
           END-WRITE.

      *DA BAIXA NO ESTOQUE DO PRODUTO DO ITEM RECEM GRAVADO, NA
      *FILIAL DO OPERADOR; O SALDO NUNCA FICA NEGATIVO (A VENDA
      *ACIMA DO ESTOQUE JA FOI CONFIRMADA PELO OPERADOR E O AJUSTE
      *SAI NO INVENTARIO); O KIT NAO TEM ESTOQUE PROPRIO E BAIXA
      *OS COMPONENTES
       8525-BAIXAR-ESTOQUE.
           MOVE 'S' TO WRK-EST-TIPO-DIG.
           MOVE SPACES TO WRK-EST-MOTIVO-DIG.
           STRING 'VENDA PED ' ITEM-PEDIDO
               DELIMITED BY SIZE INTO WRK-EST-MOTIVO-DIG.
           PERFORM 8380-VERIFICAR-KIT.
           IF PROD-E-KIT
               MOVE ITEM-QTDE TO WRK-KIT-QTDE-MOV
               PERFORM 8382-MOVIMENTAR-KIT
           ELSE
               MOVE ITEM-QTDE TO WRK-EST-QTDE-DIG
               PERFORM 8401-APLICAR-NA-FILIAL
               REWRITE PROD-REG
                   INVALID KEY
                       MOVE 'FALHA AO BAIXAR O ESTOQUE' TO
                                          WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
               END-REWRITE
               PERFORM 8392-SAIDA-POR-LOTE
               PERFORM 8835-GRAVAR-MOV-ESTOQUE
           END-IF.

      *SEM MERCADORIA E SEM VENDA: OFERECE GUARDAR O CLIENTE NA
      *LISTA DE ESPERA DO PRODUTO; QUANDO O ESTOQUE ENTRAR, AS
      *RESERVAS SAO ATENDIDAS PELA ORDEM DE CHEGADA E O CLIENTE
      *E AVISADO PELA FILA DE NOTIFICACOES
       8531-OFERECER-RESERVA.
           MOVE 'RESERVAR PARA QUANDO CHEGAR? (S/N)' TO
                              WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               PERFORM 8532-GRAVAR-RESERVA
               DISPLAY MOSTRA-ERRO
           END-IF.

       8532-GRAVAR-RESERVA.
      *A SEQUENCIA NOVA E A ULTIMA DO PRODUTO MAIS UM, ACHADA
      *VARRENDO AS RESERVAS JA GRAVADAS DESTE PRODUTO
           MOVE ZEROS TO WRK-RES-SEQ-PROX.
           MOVE WRK-PED-PROD-CODIGO TO RES-PRODUTO.
           MOVE ZEROS TO RES-SEQ.
           START RESERVAS KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY
                   MOVE 10 TO RES-STATUS
           END-START.
           IF RES-STATUS NOT = 10
               READ RESERVAS NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL RES-STATUS NOT = 0
                   OR RES-PRODUTO NOT = WRK-PED-PROD-CODIGO
               MOVE RES-SEQ TO WRK-RES-SEQ-PROX
               READ RESERVAS NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RES-STATUS.
           MOVE WRK-PED-PROD-CODIGO TO RES-PRODUTO.
           COMPUTE RES-SEQ = WRK-RES-SEQ-PROX + 1.
           MOVE CLIENTES-FONE TO RES-FONE.
           MOVE ITEM-QTDE TO RES-QTDE.
           ACCEPT RES-DATA FROM DATE YYYYMMDD.
           SET RES-AGUARDANDO TO TRUE.
           PERFORM 8402-FILIAL-DO-MOVIMENTO.
           MOVE WRK-EFIL-FILIAL TO RES-FILIAL.
           WRITE RES-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A RESERVA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'RESERVA ANOTADA NA LISTA DE ESPERA' TO
                                      WRK-MSG-ERRO
           END-WRITE.

      *PROCURA NA TABELA DE PRECOS A LINHA DO PRODUTO CORRENTE
      *COM A VIGENCIA MAIS RECENTE QUE NAO ULTRAPASSE A DATA DO
      *PEDIDO; SEM LINHA, O CHAMADOR USA O PRECO DO CATALOGO.
      *ACORDO DE PRECO DO CLIENTE (OU DO GRUPO DELE) VIGENTE NA
      *DATA VALE ANTES DO PRECO GERAL; WRK-PRECO-ORIGEM DIZ AO
      *OPERADOR DE ONDE VEIO O PRECO SUGERIDO
       8527-PRECO-VIGENTE.
           SET PRECO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-PRECO-VIGENTE.
           MOVE PROD-CODIGO TO PRECO-PRODUTO.
           MOVE ZEROS TO PRECO-VIGENCIA.
           START PRECOS KEY IS NOT LESS THAN PRECO-CHAVE
               INVALID KEY
                   MOVE 10 TO PRECO-STATUS
           END-START.
           IF PRECO-STATUS NOT = 10
               READ PRECOS NEXT
                   AT END
                       MOVE 10 TO PRECO-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PRECO-STATUS NOT = 0
                   OR PRECO-PRODUTO NOT = PROD-CODIGO
                   OR PRECO-VIGENCIA > PEDIDOS-DATA
               SET PRECO-ACHADO TO TRUE
               MOVE PRECO-VALOR TO WRK-PRECO-VIGENTE
               READ PRECOS NEXT
                   AT END
                       MOVE 10 TO PRECO-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PRECO-STATUS.
           IF PRECO-ACHADO
               MOVE WRK-PRECO-VIGENTE TO WRK-PRECO-BASE
               MOVE 'TABELA GERAL DE PRECOS' TO WRK-PRECO-ORIGEM
           ELSE
               MOVE PROD-PRECO TO WRK-PRECO-BASE
               MOVE 'PRECO DO CATALOGO' TO WRK-PRECO-ORIGEM
           END-IF.
           PERFORM 8445-PRECO-NEGOCIADO.

      *APLICA (OU DEIXA PENDENTE) O DESCONTO SOBRE O PEDIDO
      *INTEIRO, REGISTRADO COMO ITEM 000; QUANDO APLICADO, O
      *VALOR DO CABECALHO JA SAI LIQUIDO E A AUDITORIA REGISTRA
       8529-DESCONTO-DO-PEDIDO.
           COMPUTE WRK-DESC-VALOR-CALC ROUNDED =
                   PEDIDOS-VALOR * WRK-PED-DESC-DIG / 100.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
           MOVE ZEROS TO ITEM-NUMERO.
           MOVE WRK-PED-DESC-DIG TO WRK-ITEM-DESC-DIG.
           IF PERFIL-ADMIN
                   OR WRK-PED-DESC-DIG NOT > WRK-FIN-DESC-MAX
               SUBTRACT WRK-DESC-VALOR-CALC FROM PEDIDOS-VALOR
               MOVE 'A' TO WRK-TECLA
               PERFORM 8528-REGISTRAR-DESCONTO
               MOVE 'PED-DESC' TO AUDIT-ACAO
               MOVE WRK-DESC-VALOR-CALC TO AUDIT-VALOR
               PERFORM 4100-GRAVA-AUDIT-PEDIDO
           ELSE
               MOVE 'P' TO WRK-TECLA
               PERFORM 8528-REGISTRAR-DESCONTO
               MOVE 'DESCONTO ACIMA DA ALCADA - PENDENTE' TO
                                  WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           END-IF.

      *GRAVA O REGISTRO DO DESCONTO DO ITEM CORRENTE (OU DO
      *PEDIDO, QUANDO ITEM 000); A SITUACAO (A=APLICADO OU
      *P=PENDENTE) VEM EM WRK-TECLA DO CHAMADOR
       8528-REGISTRAR-DESCONTO.
           MOVE ITEM-FONE TO DESC-FONE.
           MOVE ITEM-PEDIDO TO DESC-PEDIDO.
           MOVE ITEM-NUMERO TO DESC-ITEM.
           MOVE WRK-ITEM-DESC-DIG TO DESC-PCT.
           MOVE WRK-DESC-VALOR-CALC TO DESC-VALOR.
           MOVE WRK-TECLA TO DESC-SITUACAO.
           MOVE WRK-OPERADOR TO DESC-SOLICITANTE.
           MOVE SPACES TO DESC-APROVADOR.
           IF DESC-APROVADO
               MOVE WRK-OPERADOR TO DESC-APROVADOR
           END-IF.
           ACCEPT DESC-DATA FROM DATE YYYYMMDD.
           WRITE DESC-REG
               INVALID KEY
                   REWRITE DESC-REG
                   END-REWRITE
           END-WRITE.

      *MUDA A SITUACAO DE UM PEDIDO JA LANCADO, RESPEITANDO O CICLO
      *ABERTO -> FATURADO -> PAGO; O CANCELAMENTO SO E ACEITO PARA
      *PEDIDO AINDA NAO PAGO E GERA UM PEDIDO DE ESTORNO EM VEZ DE
      *APAGAR O REGISTRO, PARA OS TOTAIS DO MES CONTINUAREM FECHANDO
       8530-SITUACAO-PEDIDO.
           MOVE ZEROS TO WRK-PED-NUM-ESCOLHA.
           MOVE SPACES TO WRK-PED-SITUACAO-NOVA.
           DISPLAY TELA-SITUACAO-PEDIDO.
           ACCEPT TELA-SITUACAO-PEDIDO.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE WRK-PED-NUM-ESCOLHA TO PEDIDOS-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   PERFORM 8535-APLICAR-SITUACAO
           END-READ.

      *PEDIDO QUE CHEGOU A PAGO ENFILEIRA A PERGUNTA DE
      *SATISFACAO NO NOTIFIC (CODIGO Q), QUE DISTRIBUI NO CANAL
      *PREFERIDO; A RESPOSTA VOLTA PELA OPCAO PS
       8533-ENFILEIRAR-PESQUISA.
           MOVE CLIENTES-FONE TO NOTIF-FONE.
           MOVE CLIENTES-NOME TO NOTIF-NOME.
           MOVE SPACES TO NOTIF-STATUS-ANTES.
           MOVE 'Q' TO NOTIF-STATUS-DEPOIS.
           ACCEPT NOTIF-DATA FROM DATE YYYYMMDD.
           MOVE CLIENTES-PREF-CONTATO TO NOTIF-CANAL.
           MOVE CLIENTES-EMAIL TO NOTIF-EMAIL.
           MOVE CLIENTES-FONE-CEL TO NOTIF-CELULAR.
           WRITE NOTIF-REG.

      *VALIDA A TRANSICAO PEDIDA E GRAVA A SITUACAO NOVA NO PEDIDO
       8535-APLICAR-SITUACAO.
           EVALUATE TRUE
               WHEN PED-CANCELADO OR PED-ESTORNO
                   MOVE 'PEDIDO CANCELADO NAO PODE MUDAR' TO
                                      WRK-MSG-ERRO
               WHEN WRK-PED-SITUACAO-NOVA = 'F' AND PED-ABERTO
                   SET PED-FATURADO TO TRUE
                   PERFORM 8536-FATURAR-PEDIDO
               WHEN WRK-PED-SITUACAO-NOVA = 'P' AND PED-FATURADO
                   SET PED-PAGO TO TRUE
                   PERFORM 8537-REGRAVAR-PEDIDO
                   PERFORM 8533-ENFILEIRAR-PESQUISA
                   PERFORM 8762-CREDITAR-PONTOS
               WHEN WRK-PED-SITUACAO-NOVA = 'C' AND NOT PED-PAGO
      *PEDIDO FATURADO TEM NOTA FISCAL: O CANCELAMENTO SO ANDA
      *DEPOIS DA NOTA CANCELADA FICAR REGISTRADA NO LIVRO
                   PERFORM 8539-REGISTRAR-NF-CANCEL
                   IF NF-CANCEL-OK
                       PERFORM 8540-CANCELAR-PEDIDO
                   END-IF
               WHEN WRK-PED-SITUACAO-NOVA = 'C' AND PED-PAGO
                   MOVE 'PEDIDO PAGO NAO PODE SER CANCELADO' TO
                                      WRK-MSG-ERRO
               WHEN OTHER
                   MOVE 'TRANSICAO DE SITUACAO INVALIDA' TO
                                      WRK-MSG-ERRO
           END-EVALUATE.

      *FATURAMENTO: REGRAVA O PEDIDO JA COMO FATURADO E, NO MESMO
      *PASSO, TIRA O PROXIMO NUMERO FISCAL E REGISTRA A NOTA NO
      *LIVRO - E ESTE NUMERO QUE VAI NO TALAO DE PAPEL
       8536-FATURAR-PEDIDO.
           REWRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O PEDIDO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'A' TO WRK-JRNF-ACAO
                   PERFORM 4310-GRAVA-JRN-PEDIDO
                   MOVE 'PED-SITUAC' TO AUDIT-ACAO
                   MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
                   PERFORM 8538-EMITIR-NOTA
                   MOVE SPACES TO WRK-MSG-ERRO
                   STRING 'FATURADO - NOTA FISCAL ' WRK-NF-NUMERO
                       DELIMITED BY SIZE INTO WRK-MSG-ERRO
           END-REWRITE.

      *TIRA O PROXIMO NUMERO DO SEQUENCIAL FISCAL (SEM FUROS) E
      *GRAVA A LINHA DE EMISSAO NO LIVRO DE REGISTRO, COM OS
      *TRIBUTOS DESTACADOS
       8538-EMITIR-NOTA.
           MOVE ZEROS TO WRK-NF-NUMERO.
           OPEN INPUT NOTAFIS-SEQ.
           IF NFSEQ-STATUS = ZEROS
               READ NOTAFIS-SEQ
                   NOT AT END
                       MOVE NFSEQ-REG TO WRK-NF-NUMERO
               END-READ
               CLOSE NOTAFIS-SEQ
           END-IF.
           ADD 1 TO WRK-NF-NUMERO.
           OPEN OUTPUT NOTAFIS-SEQ.
           MOVE WRK-NF-NUMERO TO NFSEQ-REG.
           WRITE NFSEQ-REG.
           CLOSE NOTAFIS-SEQ.
           MOVE ZEROS TO NFSEQ-STATUS.
           OPEN EXTEND NOTAFIS.
           IF NF-STATUS = 35 THEN
               OPEN OUTPUT NOTAFIS
               CLOSE NOTAFIS
               OPEN EXTEND NOTAFIS
           END-IF.
           MOVE WRK-NF-NUMERO TO NF-NUMERO.
           SET NF-EMITIDA TO TRUE.
           MOVE PEDIDOS-FONE TO NF-FONE.
           MOVE PEDIDOS-NUMERO TO NF-PEDIDO.
           ACCEPT NF-DATA FROM DATE YYYYMMDD.
           MOVE PEDIDOS-VALOR TO NF-VALOR.
           MOVE WRK-OPERADOR TO NF-OPERADOR.
           PERFORM 8310-CALCULAR-TRIBUTOS.
           WRITE NF-REG.
           CLOSE NOTAFIS.
           MOVE ZEROS TO NF-STATUS.

      *ANTES DE CANCELAR UM PEDIDO FATURADO, ACHA NO LIVRO A NOTA
      *EMITIDA PARA ELE E REGISTRA O CANCELAMENTO DELA; SEM O
      *REGISTRO GRAVADO O CANCELAMENTO DO PEDIDO NAO ANDA, PARA O
      *TALAO DE PAPEL E O ARQUIVO NUNCA DIVERGIREM. PEDIDO AINDA
      *ABERTO (SEM NOTA) CANCELA DIRETO, COMO SEMPRE FOI
       8539-REGISTRAR-NF-CANCEL.
           SET NF-CANCEL-OK TO TRUE.
           IF NOT PED-FATURADO
               CONTINUE
           ELSE
               SET NF-NAO-ACHADA TO TRUE
               MOVE ZEROS TO WRK-NF-NUMERO
               OPEN INPUT NOTAFIS
               IF NF-STATUS = ZEROS
                   READ NOTAFIS
                       AT END
                           MOVE 10 TO NF-STATUS
                   END-READ
                   PERFORM UNTIL NF-STATUS = 10
                       IF NF-EMITIDA
                               AND NF-FONE = PEDIDOS-FONE
                               AND NF-PEDIDO = PEDIDOS-NUMERO
                           SET NF-ACHADA TO TRUE
                           MOVE NF-NUMERO TO WRK-NF-NUMERO
                           MOVE NF-DESTAQUE TO WRK-NF-DESTAQUE-SALVO
                       END-IF
                       READ NOTAFIS
                           AT END
                               MOVE 10 TO NF-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE NOTAFIS
               END-IF
               MOVE ZEROS TO NF-STATUS
      *PEDIDO FATURADO ANTES DA NUMERACAO FISCAL EXISTIR NAO TEM
      *NOTA NO LIVRO; NAO HA O QUE CANCELAR NELE
               IF NF-ACHADA
                   OPEN EXTEND NOTAFIS
                   IF NF-STATUS NOT = ZEROS
                       SET NF-CANCEL-FALHOU TO TRUE
                       MOVE 'LIVRO FISCAL INDISPONIVEL' TO
                                          WRK-MSG-ERRO
                   ELSE
                       MOVE WRK-NF-NUMERO TO NF-NUMERO
                       SET NF-CANCELADA TO TRUE
                       MOVE PEDIDOS-FONE TO NF-FONE
                       MOVE PEDIDOS-NUMERO TO NF-PEDIDO
                       ACCEPT NF-DATA FROM DATE YYYYMMDD
                       MOVE PEDIDOS-VALOR TO NF-VALOR
                       MOVE WRK-OPERADOR TO NF-OPERADOR
                       MOVE WRK-NF-DESTAQUE-SALVO TO NF-DESTAQUE
                       WRITE NF-REG
                       CLOSE NOTAFIS
                   END-IF
                   MOVE ZEROS TO NF-STATUS
               END-IF
           END-IF.

      *CALCULA OS TRIBUTOS DA NOTA ITEM A ITEM: O PEDIDO DE
      *CONTRATO (GERADO PELO CTRPED) E SERVICO, O RESTO E
      *MERCADORIA; A UF DE DESTINO E A DA ENTREGA AGENDADA OU, SEM
      *ELA, A DO CADASTRO. O IMPOSTO DE CADA ITEM E ARREDONDADO NO
      *ITEM E SOMADO NO DESTAQUE DA NOTA POR TRIBUTO E ALIQUOTA
       8310-CALCULAR-TRIBUTOS.
           MOVE SPACES TO NF-DESTAQUE.
           MOVE ZEROS TO NF-TOTAL-IMPOSTO.
           PERFORM VARYING WRK-TRB-SLOT FROM 1 BY 1
                   UNTIL WRK-TRB-SLOT > 5
               MOVE ZEROS TO NF-TRB-ALIQUOTA (WRK-TRB-SLOT)
               MOVE ZEROS TO NF-TRB-BASE (WRK-TRB-SLOT)
               MOVE ZEROS TO NF-TRB-VALOR (WRK-TRB-SLOT)
           END-PERFORM.
           IF PEDIDOS-DESCRICAO (1:9) = 'CONTRATO '
               SET TRB-SERVICO TO TRUE
           ELSE
               SET TRB-MERCADORIA TO TRUE
           END-IF.
           MOVE SPACES TO WRK-TRB-UF.
           MOVE PEDIDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTES-END-UF TO WRK-TRB-UF
           END-READ.
           MOVE ZEROS TO CLIENTES-STATUS.
           MOVE PEDIDOS-FONE TO ENT-FONE.
           MOVE PEDIDOS-NUMERO TO ENT-PEDIDO.
           READ ENTREGAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENT-UF NOT = SPACES
                       MOVE ENT-UF TO WRK-TRB-UF
                   END-IF
           END-READ.
           MOVE ZEROS TO ENT-STATUS.
           MOVE WRK-TRB-UF TO NF-UF-DESTINO.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
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
                   OR ITEM-FONE NOT = PEDIDOS-FONE
                   OR ITEM-PEDIDO NOT = PEDIDOS-NUMERO
               PERFORM 8312-TRIBUTAR-ITEM
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ITEM-STATUS.

      *A CATEGORIA VEM DO CATALOGO; ITEM SEM CATALOGO (E O FRETE)
      *CAI NAS REGRAS DE CATEGORIA 000
       8312-TRIBUTAR-ITEM.
           MOVE ZEROS TO WRK-TRB-CATEGORIA.
           IF ITEM-PROD-CODIGO NOT = ZEROS AND NOT ITEM-FRETE
               MOVE ITEM-PROD-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-CATEGORIA TO WRK-TRB-CATEGORIA
               END-READ
               MOVE ZEROS TO PROD-STATUS
           END-IF.
           PERFORM 8314-ACHAR-ALIQUOTA.
           COMPUTE WRK-TRB-IMPOSTO-ITEM ROUNDED =
                   ITEM-TOTAL * WRK-TRB-ALIQUOTA / 100.
           PERFORM 8316-SOMAR-NO-DESTAQUE.

      *A REGRA MAIS ESPECIFICA VENCE: CATEGORIA E UF EXATAS (4),
      *CATEGORIA COM QUALQUER UF (3), QUALQUER CATEGORIA NA UF (2)
      *E QUALQUER CATEGORIA EM QUALQUER UF (1); SEM REGRA, A
      *ALIQUOTA PADRAO DA NATUREZA
       8314-ACHAR-ALIQUOTA.
           MOVE ZEROS TO WRK-TRB-NIVEL.
           PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                   UNTIL WRK-TRB-IDX > WRK-TOTAL-REGRAS-TRIB
               MOVE ZEROS TO WRK-TRB-NIVEL-REGRA
               IF WRK-RT-NATUREZA (WRK-TRB-IDX) = WRK-TRB-NATUREZA
                   EVALUATE TRUE
                       WHEN WRK-RT-CATEGORIA (WRK-TRB-IDX) =
                               WRK-TRB-CATEGORIA
                           AND WRK-RT-UF (WRK-TRB-IDX) = WRK-TRB-UF
                           MOVE 4 TO WRK-TRB-NIVEL-REGRA
                       WHEN WRK-RT-CATEGORIA (WRK-TRB-IDX) =
                               WRK-TRB-CATEGORIA
                           AND WRK-RT-UF (WRK-TRB-IDX) = SPACES
                           MOVE 3 TO WRK-TRB-NIVEL-REGRA
                       WHEN WRK-RT-CATEGORIA (WRK-TRB-IDX) = ZEROS
                           AND WRK-RT-UF (WRK-TRB-IDX) = WRK-TRB-UF
                           MOVE 2 TO WRK-TRB-NIVEL-REGRA
                       WHEN WRK-RT-CATEGORIA (WRK-TRB-IDX) = ZEROS
                           AND WRK-RT-UF (WRK-TRB-IDX) = SPACES
                           MOVE 1 TO WRK-TRB-NIVEL-REGRA
                   END-EVALUATE
               END-IF
               IF WRK-TRB-NIVEL-REGRA > WRK-TRB-NIVEL
                   MOVE WRK-TRB-NIVEL-REGRA TO WRK-TRB-NIVEL
                   MOVE WRK-RT-SIGLA (WRK-TRB-IDX) TO WRK-TRB-SIGLA
                   MOVE WRK-RT-ALIQUOTA (WRK-TRB-IDX) TO
                                      WRK-TRB-ALIQUOTA
               END-IF
           END-PERFORM.
           IF WRK-TRB-NIVEL = ZEROS
               IF TRB-SERVICO
                   MOVE 'ISS' TO WRK-TRB-SIGLA
                   MOVE WRK-TRB-ISS-PADRAO TO WRK-TRB-ALIQUOTA
               ELSE
                   MOVE 'ICMS' TO WRK-TRB-SIGLA
                   MOVE WRK-TRB-ICMS-PADRAO TO WRK-TRB-ALIQUOTA
               END-IF
           END-IF.

      *SOMA O ITEM NA LINHA DO DESTAQUE DE MESMO TRIBUTO E
      *ALIQUOTA (OU NA PRIMEIRA LIVRE); ACIMA DE CINCO
      *COMBINACOES NA MESMA NOTA, A QUINTA LINHA ACUMULA AS DEMAIS
       8316-SOMAR-NO-DESTAQUE.
           MOVE ZEROS TO WRK-TRB-SLOT-ACHADO.
           PERFORM VARYING WRK-TRB-SLOT FROM 1 BY 1
                   UNTIL WRK-TRB-SLOT > 5
               IF WRK-TRB-SLOT-ACHADO = ZEROS
                   IF NF-TRB-SIGLA (WRK-TRB-SLOT) = SPACES
                       OR (NF-TRB-SIGLA (WRK-TRB-SLOT) = WRK-TRB-SIGLA
                       AND NF-TRB-ALIQUOTA (WRK-TRB-SLOT) =
                               WRK-TRB-ALIQUOTA)
                       MOVE WRK-TRB-SLOT TO WRK-TRB-SLOT-ACHADO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-TRB-SLOT-ACHADO = ZEROS
               MOVE 5 TO WRK-TRB-SLOT-ACHADO
           END-IF.
           IF NF-TRB-SIGLA (WRK-TRB-SLOT-ACHADO) = SPACES
               MOVE WRK-TRB-SIGLA TO
                       NF-TRB-SIGLA (WRK-TRB-SLOT-ACHADO)
               MOVE WRK-TRB-ALIQUOTA TO
                       NF-TRB-ALIQUOTA (WRK-TRB-SLOT-ACHADO)
           END-IF.
           ADD ITEM-TOTAL TO NF-TRB-BASE (WRK-TRB-SLOT-ACHADO).
           ADD WRK-TRB-IMPOSTO-ITEM TO
                   NF-TRB-VALOR (WRK-TRB-SLOT-ACHADO).
           ADD WRK-TRB-IMPOSTO-ITEM TO NF-TOTAL-IMPOSTO.

      *NF-E REJEITADAS: LISTA AS REJEITADAS COM O MOTIVO DADO NO
      *RETORNO; DEPOIS DE ACERTAR O CADASTRO (DOCUMENTO, ENDERECO)
      *O OPERADOR LIBERA A NOTA E O PROXIMO NFEENV GERA DE NOVO
       8320-NFE-REJEITADAS.
           MOVE 'MODULO - NF-E REJEITADAS' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 8952-LISTAR-NFE-REJEITADAS.
           IF WRK-NFE-LISTADAS = ZEROS
               MOVE 'NENHUMA NF-E REJEITADA' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE 'L=LIBERAR REENVIO OUTRA=VOLTAR' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'L'
                   PERFORM 8322-LIBERAR-REENVIO
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

       8322-LIBERAR-REENVIO.
           MOVE ZEROS TO WRK-NFE-NUMERO-DIG.
           DISPLAY TELA-NFE-REENVIO.
           ACCEPT TELA-NFE-REENVIO.
           MOVE WRK-NFE-NUMERO-DIG TO NFE-NUMERO.
           READ NFE-SITUACAO
               INVALID KEY
                   MOVE 'NOTA SEM NF-E GERADA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF NOT NFE-REJEITADA
                       MOVE 'SO A REJEITADA VOLTA AO ENVIO' TO
                                          WRK-MSG-ERRO
                   ELSE
                       SET NFE-CORRIGIDA TO TRUE
                       MOVE WRK-OPERADOR TO NFE-OPERADOR
                       ACCEPT NFE-DATA-CORRECAO FROM DATE YYYYMMDD
                       REWRITE NFE-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR A NF-E' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'NOTA LIBERADA PARA O REENVIO' TO
                                                  WRK-MSG-ERRO
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE ZEROS TO NFE-STATUS.

      *ACORDO DE RENEGOCIACAO: O CLIENTE COM PARCELAS VENCIDAS EM
      *VARIOS PEDIDOS JUNTA TUDO NUM ACORDO SO, COM MULTA E JUROS
      *PELAS REGRAS DO FINCFG E DESCONTO NOS JUROS DENTRO DA
      *ALCADA (ADMIN NAO TEM TETO); AS PARCELAS ORIGINAIS FICAM
      *RENEGOCIADAS E O ACORDO GANHA AGENDA PROPRIA. O PAGAMENTO
      *DE UMA PARCELA DO ACORDO VIRA RECEBIMENTO NOS PEDIDOS DE
      *ORIGEM; O LOTE ACOVENC DERRUBA O ACORDO QUE ATRASAR ALEM
      *DA TOLERANCIA E DEVOLVE A DIVIDA ORIGINAL
       8330-ACORDO-RENEGOCIACAO.
           MOVE 'MODULO - ACORDO DE DIVIDA' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       ACCEPT MOSTRA-ERRO
                   ELSE
                   PERFORM 8331-LISTAR-ACORDOS
                   MOVE 'N=NOVO P=PAGAR OUTRA=VOLTAR' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   EVALUATE WRK-TECLA
                       WHEN 'N'
                           PERFORM 8333-NOVO-ACORDO
                           ACCEPT MOSTRA-ERRO
                       WHEN 'P'
                           PERFORM 8342-PAGAR-PARCELA-ACORDO
                           ACCEPT MOSTRA-ERRO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   END-IF
           END-READ.

      *LISTA OS ACORDOS DO CLIENTE (O ATIVO COM A AGENDA) E JA
      *DEIXA APURADOS O ACORDO ATIVO E O PROXIMO NUMERO LIVRE
       8331-LISTAR-ACORDOS.
           MOVE ZEROS TO WRK-ACO-ATIVOS.
           MOVE ZEROS TO WRK-ACO-NUMERO-ATIVO.
           MOVE ZEROS TO WRK-ACO-PROX-NUM.
           DISPLAY '------------------'.
           DISPLAY 'ACORDOS DO CLIENTE'.
           DISPLAY '------------------'.
           MOVE CLIENTES-FONE TO ACO-FONE.
           MOVE ZEROS TO ACO-NUMERO.
           START ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   MOVE 10 TO ACO-STATUS
           END-START.
           IF ACO-STATUS NOT = 10
               READ ACORDOS NEXT
                   AT END
                       MOVE 10 TO ACO-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ACO-STATUS NOT = 0
                   OR ACO-FONE NOT = CLIENTES-FONE
               MOVE ACO-NUMERO TO WRK-ACO-PROX-NUM
               MOVE ACO-TOTAL TO WRK-ED-ACO-VALOR
               EVALUATE TRUE
                   WHEN ACO-ATIVO
                       MOVE 'ATIVO' TO WRK-ACO-SIT-TXT
                       ADD 1 TO WRK-ACO-ATIVOS
                       MOVE ACO-NUMERO TO WRK-ACO-NUMERO-ATIVO
                   WHEN ACO-QUITADO
                       MOVE 'QUITADO' TO WRK-ACO-SIT-TXT
                   WHEN OTHER
                       MOVE 'CAIU' TO WRK-ACO-SIT-TXT
               END-EVALUATE
               DISPLAY 'ACORDO ' ACO-NUMERO ' DE ' ACO-DATA
                       ' TOTAL ' WRK-ED-ACO-VALOR
                       ' EM ' ACO-QTD-PARC 'X - ' WRK-ACO-SIT-TXT
               IF ACO-ATIVO
                   PERFORM 8332-LISTAR-PARCELAS-ACORDO
               END-IF
               READ ACORDOS NEXT
                   AT END
                       MOVE 10 TO ACO-STATUS
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-ACO-PROX-NUM.
           MOVE ZEROS TO ACO-STATUS.

       8332-LISTAR-PARCELAS-ACORDO.
           MOVE ACO-FONE TO AP-FONE.
           MOVE ACO-NUMERO TO AP-ACORDO.
           MOVE ZEROS TO AP-PARCELA.
           START ACORDO-PARCELAS KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY
                   MOVE 10 TO AP-STATUS
           END-START.
           IF AP-STATUS NOT = 10
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL AP-STATUS NOT = 0
                   OR AP-FONE NOT = ACO-FONE
                   OR AP-ACORDO NOT = ACO-NUMERO
               MOVE AP-VALOR TO WRK-ED-ACO-VALOR
               IF AP-QUITADA
                   DISPLAY '   PARCELA ' AP-PARCELA
                           ' VENC ' AP-VENCIMENTO
                           ' VALOR ' WRK-ED-ACO-VALOR
                           ' PAGA EM ' AP-DATA-PAGTO
               ELSE
                   DISPLAY '   PARCELA ' AP-PARCELA
                           ' VENC ' AP-VENCIMENTO
                           ' VALOR ' WRK-ED-ACO-VALOR
                           ' EM ABERTO'
               END-IF
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO AP-STATUS.

      *UM ACORDO ATIVO POR CLIENTE: ENQUANTO ELE VALE, A COBRANCA
      *E A PONTUACAO DO CLIENTE SAO FEITAS PELO ACORDO
       8333-NOVO-ACORDO.
           IF WRK-ACO-ATIVOS > ZEROS
               MOVE 'CLIENTE JA TEM ACORDO ATIVO' TO WRK-MSG-ERRO
           ELSE
               ACCEPT WRK-ACO-HOJE FROM DATE YYYYMMDD
               PERFORM 8334-APURAR-VENCIDAS
               IF ACO-QTD-ORIG = ZEROS
                   MOVE 'NENHUMA PARCELA VENCIDA' TO WRK-MSG-ERRO
               ELSE
                   PERFORM 8337-NEGOCIAR-ACORDO
               END-IF
           END-IF.

      *MONTA O ACORDO NO BUFFER COM AS PARCELAS ABERTAS VENCIDAS
      *DO CLIENTE (A CHAVE TELEFONE+PEDIDO+PARCELA JA ENTREGA
      *TODAS DO MAIS ANTIGO PARA O MAIS NOVO), ATE O LIMITE DA
      *TABELA DE ORIGENS DO ACORDO
       8334-APURAR-VENCIDAS.
           MOVE CLIENTES-FONE TO ACO-FONE.
           MOVE WRK-ACO-PROX-NUM TO ACO-NUMERO.
           MOVE ZEROS TO ACO-PRINCIPAL.
           MOVE ZEROS TO ACO-MULTA.
           MOVE ZEROS TO ACO-JUROS.
           MOVE ZEROS TO ACO-DESCONTO.
           MOVE ZEROS TO ACO-TOTAL.
           MOVE ZEROS TO ACO-PRINC-PAGO.
           MOVE ZEROS TO ACO-NIVEL-COBR.
           MOVE ZEROS TO ACO-QTD-ORIG.
           DISPLAY '------------------'.
           DISPLAY 'PARCELAS VENCIDAS DO CLIENTE'.
           DISPLAY '------------------'.
           MOVE CLIENTES-FONE TO PARC-FONE.
           MOVE ZEROS TO PARC-PEDIDO.
           MOVE ZEROS TO PARC-PARCELA.
           START PARCELAS KEY IS NOT LESS THAN PARC-CHAVE
               INVALID KEY
                   MOVE 10 TO PARC-STATUS
           END-START.
           IF PARC-STATUS NOT = 10
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PARC-STATUS NOT = 0
                   OR PARC-FONE NOT = CLIENTES-FONE
                   OR ACO-QTD-ORIG = 20
               IF PARC-ABERTA AND PARC-VENCIMENTO < WRK-ACO-HOJE
                       AND PARC-VALOR > PARC-RECEBIDO
                   PERFORM 8335-INCLUIR-NO-ACORDO
               END-IF
               READ PARCELAS NEXT
                   AT END
                       MOVE 10 TO PARC-STATUS
               END-READ
           END-PERFORM.
           IF ACO-QTD-ORIG = 20 AND PARC-STATUS = 0
                   AND PARC-FONE = CLIENTES-FONE
               DISPLAY 'ATENCAO: SO AS 20 PRIMEIRAS PARCELAS VENCIDAS'
                       ' ENTRAM NESTE ACORDO'
           END-IF.
           MOVE ZEROS TO PARC-STATUS.

      *PARCELA DE PEDIDO CANCELADO OU ESTORNADO NAO E DIVIDA
       8335-INCLUIR-NO-ACORDO.
           MOVE PARC-FONE TO PEDIDOS-FONE.
           MOVE PARC-PEDIDO TO PEDIDOS-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                       PERFORM 8336-SOMAR-NO-ACORDO
                   END-IF
           END-READ.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *ENCARGOS PELAS MESMAS REGRAS DO RECEBIMENTO (MULTA UMA VEZ,
      *JUROS PRO RATA AO MES EM BASE 30/360), CONTADOS ATE HOJE
      *SOBRE O SALDO DA PARCELA
       8336-SOMAR-NO-ACORDO.
           ADD 1 TO ACO-QTD-ORIG.
           MOVE PARC-PEDIDO TO ACO-ORIG-PEDIDO (ACO-QTD-ORIG).
           MOVE PARC-PARCELA TO ACO-ORIG-PARCELA (ACO-QTD-ORIG).
           COMPUTE WRK-ACO-SALDO-PARC = PARC-VALOR - PARC-RECEBIDO.
           ADD WRK-ACO-SALDO-PARC TO ACO-PRINCIPAL.
           MOVE PARC-VENCIMENTO TO WRK-BASE-ATRASO.
           MOVE WRK-ACO-HOJE TO WRK-DATA-RECEB-CALC.
           COMPUTE WRK-ATRASO-DIAS =
                   ((WRK-DRC-ANO - WRK-BAT-ANO) * 360) +
                   ((WRK-DRC-MES - WRK-BAT-MES) * 30) +
                   (WRK-DRC-DIA - WRK-BAT-DIA).
           COMPUTE WRK-MULTA-CALC ROUNDED =
                   WRK-ACO-SALDO-PARC * WRK-FIN-MULTA-PCT / 100.
           COMPUTE WRK-JUROS-CALC ROUNDED =
                   WRK-ACO-SALDO-PARC * WRK-FIN-JUROS-PCT / 100 *
                   WRK-ATRASO-DIAS / 30.
           ADD WRK-MULTA-CALC TO ACO-MULTA.
           ADD WRK-JUROS-CALC TO ACO-JUROS.
           MOVE WRK-ACO-SALDO-PARC TO WRK-ED-ACO-VALOR.
           MOVE WRK-ATRASO-DIAS TO WRK-ED-ACO-DIAS.
           DISPLAY 'PEDIDO ' PARC-PEDIDO ' PARCELA ' PARC-PARCELA
                   ' VENC ' PARC-VENCIMENTO
                   ' SALDO ' WRK-ED-ACO-VALOR
                   ' ATRASO ' WRK-ED-ACO-DIAS ' DIAS'.

      *MOSTRA A CONTA, PEDE DESCONTO E PLANO E CONFERE A ALCADA:
      *O DESCONTO E UM PERCENTUAL SO SOBRE OS JUROS; A MULTA E O
      *PRINCIPAL NAO SE NEGOCIAM
       8337-NEGOCIAR-ACORDO.
           MOVE ACO-PRINCIPAL TO WRK-ED-ACO-VALOR.
           DISPLAY 'PRINCIPAL VENCIDO....: ' WRK-ED-ACO-VALOR.
           MOVE ACO-MULTA TO WRK-ED-ACO-VALOR.
           DISPLAY 'MULTA................: ' WRK-ED-ACO-VALOR.
           MOVE ACO-JUROS TO WRK-ED-ACO-VALOR.
           DISPLAY 'JUROS................: ' WRK-ED-ACO-VALOR.
           MOVE ZEROS TO WRK-ACO-DESC-PCT.
           MOVE 1 TO WRK-ACO-QTD-PARC.
           MOVE ZEROS TO WRK-ACO-PRIM-VENC.
           DISPLAY TELA-ACORDO.
           ACCEPT TELA-ACORDO.
           EVALUATE TRUE
               WHEN WRK-ACO-DESC-PCT > 100
                   MOVE 'DESCONTO ACIMA DE 100%' TO WRK-MSG-ERRO
               WHEN WRK-ACO-DESC-PCT > WRK-FIN-ACO-DESC-MAX
                       AND NOT PERFIL-ADMIN
                   MOVE 'DESCONTO ACIMA DA ALCADA' TO WRK-MSG-ERRO
               WHEN WRK-ACO-QTD-PARC = ZEROS
                   MOVE 'QTDE DE PARCELAS INVALIDA' TO
                                      WRK-MSG-ERRO
               WHEN WRK-ACO-PRIM-VENC < WRK-ACO-HOJE
                   MOVE 'PRIMEIRO VENCIMENTO INVALIDO' TO
                                      WRK-MSG-ERRO
               WHEN OTHER
                   COMPUTE ACO-DESCONTO ROUNDED =
                           ACO-JUROS * WRK-ACO-DESC-PCT / 100
                   COMPUTE ACO-TOTAL = ACO-PRINCIPAL + ACO-MULTA +
                           ACO-JUROS - ACO-DESCONTO
                   MOVE ACO-TOTAL TO WRK-ED-ACO-VALOR
                   MOVE SPACES TO WRK-MSG-ERRO
                   STRING 'TOTAL ' WRK-ED-ACO-VALOR ' OK? (S/N)'
                       DELIMITED BY SIZE INTO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8338-GRAVAR-ACORDO
                   ELSE
                       MOVE 'ACORDO NAO GRAVADO' TO WRK-MSG-ERRO
                   END-IF
           END-EVALUATE.

      *GRAVA O ACORDO, A AGENDA NOVA (UMA PARCELA POR MES, COMO NO
      *PARCELAMENTO DO PEDIDO) E MARCA AS PARCELAS ORIGINAIS
       8338-GRAVAR-ACORDO.
           MOVE WRK-ACO-HOJE TO ACO-DATA.
           MOVE WRK-ACO-QTD-PARC TO ACO-QTD-PARC.
           SET ACO-ATIVO TO TRUE.
           MOVE WRK-ACO-HOJE TO ACO-DATA-SITUACAO.
           MOVE WRK-OPERADOR TO ACO-OPERADOR.
           WRITE ACO-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O ACORDO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE WRK-ACO-PRIM-VENC TO WRK-PARC-VENC
                   MOVE ZEROS TO WRK-PARC-ACUMULADO
                   COMPUTE WRK-PARC-VALOR-CALC =
                           ACO-TOTAL / ACO-QTD-PARC
                   PERFORM 8339-GRAVAR-PARCELA-ACORDO
                       VARYING WRK-PARC-IDX FROM 1 BY 1
                       UNTIL WRK-PARC-IDX > ACO-QTD-PARC
                   PERFORM 8340-RENEGOCIAR-ORIGEM
                       VARYING WRK-ACO-IDX FROM 1 BY 1
                       UNTIL WRK-ACO-IDX > ACO-QTD-ORIG
                   MOVE CLIENTES-FONE TO PEDIDOS-FONE
                   MOVE ZEROS TO PEDIDOS-NUMERO
                   MOVE 'ACORDO-INC' TO AUDIT-ACAO
                   MOVE ACO-TOTAL TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
                   MOVE 'ACORDO GRAVADO' TO WRK-MSG-ERRO
           END-WRITE.

       8339-GRAVAR-PARCELA-ACORDO.
           MOVE ACO-FONE TO AP-FONE.
           MOVE ACO-NUMERO TO AP-ACORDO.
           MOVE WRK-PARC-IDX TO AP-PARCELA.
           MOVE WRK-PARC-VENC TO AP-VENCIMENTO.
           IF WRK-PARC-IDX = ACO-QTD-PARC
               COMPUTE AP-VALOR = ACO-TOTAL - WRK-PARC-ACUMULADO
           ELSE
               MOVE WRK-PARC-VALOR-CALC TO AP-VALOR
               ADD WRK-PARC-VALOR-CALC TO WRK-PARC-ACUMULADO
           END-IF.
           MOVE ZEROS TO AP-RECEBIDO.
           MOVE ZEROS TO AP-DATA-PAGTO.
           SET AP-ABERTA TO TRUE.
           WRITE AP-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A PARCELA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
           END-WRITE.
           IF WRK-PARC-VENC-MES = 12
               MOVE 1 TO WRK-PARC-VENC-MES
               ADD 1 TO WRK-PARC-VENC-ANO
           ELSE
               ADD 1 TO WRK-PARC-VENC-MES
           END-IF.
           IF WRK-PARC-VENC-DIA > 28
               MOVE 28 TO WRK-PARC-VENC-DIA
           END-IF.

       8340-RENEGOCIAR-ORIGEM.
           MOVE ACO-FONE TO PARC-FONE.
           MOVE ACO-ORIG-PEDIDO (WRK-ACO-IDX) TO PARC-PEDIDO.
           MOVE ACO-ORIG-PARCELA (WRK-ACO-IDX) TO PARC-PARCELA.
           READ PARCELAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PARC-RENEGOCIADA TO TRUE
                   REWRITE PARC-REG
                       INVALID KEY
                           MOVE 'FALHA AO MARCAR A PARCELA' TO
                                              WRK-MSG-ERRO
                           DISPLAY MOSTRA-ERRO
                   END-REWRITE
           END-READ.
           MOVE ZEROS TO PARC-STATUS.

      *PAGA A PROXIMA PARCELA EM ABERTO DO ACORDO ATIVO, SEMPRE
      *PELO VALOR CHEIO: A PARTE DE PRINCIPAL (NA PROPORCAO DO
      *ACORDO; NA ULTIMA PARCELA, O QUE FALTA) E LANCADA COMO
      *RECEBIMENTO NAS PARCELAS DE ORIGEM, DA MAIS ANTIGA PARA A
      *MAIS NOVA, E O RESTO SAO OS ENCARGOS NEGOCIADOS
       8342-PAGAR-PARCELA-ACORDO.
           IF WRK-ACO-ATIVOS = ZEROS
               MOVE 'CLIENTE SEM ACORDO ATIVO' TO WRK-MSG-ERRO
           ELSE
               MOVE CLIENTES-FONE TO ACO-FONE
               MOVE WRK-ACO-NUMERO-ATIVO TO ACO-NUMERO
               READ ACORDOS
                   INVALID KEY
                       MOVE 'ACORDO NAO ENCONTRADO' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       PERFORM 8343-ACHAR-PARCELA-ABERTA
                       IF WRK-ACO-ABERTAS = ZEROS
                           MOVE 'ACORDO SEM PARCELA EM ABERTO' TO
                                              WRK-MSG-ERRO
                       ELSE
                           PERFORM 8344-RECEBER-PARCELA-ACORDO
                       END-IF
               END-READ
               MOVE ZEROS TO ACO-STATUS
           END-IF.

      *CONTA AS PARCELAS EM ABERTO DO ACORDO E DEIXA A PRIMEIRA
      *DELAS NO BUFFER DA AGENDA
       8343-ACHAR-PARCELA-ABERTA.
           MOVE ZEROS TO WRK-ACO-ABERTAS.
           MOVE ZEROS TO WRK-ACO-PARC-PAGAR.
           MOVE ACO-FONE TO AP-FONE.
           MOVE ACO-NUMERO TO AP-ACORDO.
           MOVE ZEROS TO AP-PARCELA.
           START ACORDO-PARCELAS KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY
                   MOVE 10 TO AP-STATUS
           END-START.
           IF AP-STATUS NOT = 10
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL AP-STATUS NOT = 0
                   OR AP-FONE NOT = ACO-FONE
                   OR AP-ACORDO NOT = ACO-NUMERO
               IF AP-ABERTA
                   ADD 1 TO WRK-ACO-ABERTAS
                   IF WRK-ACO-PARC-PAGAR = ZEROS
                       MOVE AP-PARCELA TO WRK-ACO-PARC-PAGAR
                   END-IF
               END-IF
               READ ACORDO-PARCELAS NEXT
                   AT END
                       MOVE 10 TO AP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO AP-STATUS.
           IF WRK-ACO-ABERTAS > ZEROS
               MOVE ACO-FONE TO AP-FONE
               MOVE ACO-NUMERO TO AP-ACORDO
               MOVE WRK-ACO-PARC-PAGAR TO AP-PARCELA
               READ ACORDO-PARCELAS
                   INVALID KEY
                       MOVE ZEROS TO WRK-ACO-ABERTAS
               END-READ
               MOVE ZEROS TO AP-STATUS
           END-IF.

       8344-RECEBER-PARCELA-ACORDO.
           MOVE ZEROS TO WRK-RECEB-DATA-DIG.
           MOVE 'D' TO WRK-RECEB-FORMA-DIG.
           DISPLAY TELA-ACORDO-PAGTO.
           ACCEPT TELA-ACORDO-PAGTO.
           IF WRK-RECEB-FORMA-DIG NOT = 'D'
                   AND WRK-RECEB-FORMA-DIG NOT = 'P'
                   AND WRK-RECEB-FORMA-DIG NOT = 'B'
                   AND WRK-RECEB-FORMA-DIG NOT = 'C'
               MOVE 'D' TO WRK-RECEB-FORMA-DIG
           END-IF.
           MOVE WRK-RECEB-DATA-DIG TO WRK-DATA-VERIFICA.
           PERFORM 2080-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               MOVE 'PERIODO FECHADO - DATA RECUSADA' TO
                                  WRK-MSG-ERRO
           ELSE
               COMPUTE WRK-ACO-VALOR-PAGAR = AP-VALOR - AP-RECEBIDO
               MOVE WRK-ACO-VALOR-PAGAR TO WRK-ED-ACO-VALOR
               MOVE SPACES TO WRK-MSG-ERRO
               STRING 'PAGAR ' AP-PARCELA ' ' WRK-ED-ACO-VALOR
                       '? (S/N)'
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   PERFORM 8345-DIVIDIR-PAGAMENTO
                   SET PAGTO-ACORDO TO TRUE
                   PERFORM 8346-APLICAR-NA-ORIGEM
                       VARYING WRK-ACO-IDX FROM 1 BY 1
                       UNTIL WRK-ACO-IDX > ACO-QTD-ORIG
                       OR WRK-ACO-RESTANTE = ZEROS
                   MOVE 'N' TO WRK-PAGTO-ACORDO
                   PERFORM 8348-BAIXAR-PARCELA-ACORDO
               ELSE
                   MOVE 'NADA LANCADO' TO WRK-MSG-ERRO
               END-IF
           END-IF.

      *SEPARA O VALOR DA PARCELA EM PRINCIPAL, MULTA E JUROS NA
      *MESMA PROPORCAO EM QUE ELES ENTRARAM NO TOTAL DO ACORDO
       8345-DIVIDIR-PAGAMENTO.
           IF WRK-ACO-ABERTAS = 1
               COMPUTE WRK-ACO-RESTANTE =
                       ACO-PRINCIPAL - ACO-PRINC-PAGO
           ELSE
               COMPUTE WRK-ACO-RESTANTE ROUNDED =
                       WRK-ACO-VALOR-PAGAR * ACO-PRINCIPAL / ACO-TOTAL
           END-IF.
           IF WRK-ACO-RESTANTE > WRK-ACO-VALOR-PAGAR
               MOVE WRK-ACO-VALOR-PAGAR TO WRK-ACO-RESTANTE
           END-IF.
           COMPUTE WRK-ACO-ENCARGO =
                   WRK-ACO-VALOR-PAGAR - WRK-ACO-RESTANTE.
           MOVE ZEROS TO WRK-ACO-MULTA-PARTE.
           IF ACO-TOTAL > ACO-PRINCIPAL
               COMPUTE WRK-ACO-MULTA-PARTE ROUNDED =
                       WRK-ACO-ENCARGO * ACO-MULTA /
                       (ACO-TOTAL - ACO-PRINCIPAL)
           END-IF.
           COMPUTE WRK-ACO-JUROS-PARTE =
                   WRK-ACO-ENCARGO - WRK-ACO-MULTA-PARTE.

      *LANCA NA PARCELA DE ORIGEM O QUE CABE NELA PELO FLUXO
      *NORMAL DE RECEBIMENTO (RECIBO, JORNAL E AUDITORIA); OS
      *ENCARGOS DA PARCELA DO ACORDO VAO SO NO PRIMEIRO LANCAMENTO
       8346-APLICAR-NA-ORIGEM.
           MOVE ACO-FONE TO PARC-FONE.
           MOVE ACO-ORIG-PEDIDO (WRK-ACO-IDX) TO PARC-PEDIDO.
           MOVE ACO-ORIG-PARCELA (WRK-ACO-IDX) TO PARC-PARCELA.
           READ PARCELAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-ACO-SALDO-PARC =
                           PARC-VALOR - PARC-RECEBIDO
                   IF WRK-ACO-SALDO-PARC > ZEROS
                       IF WRK-ACO-SALDO-PARC < WRK-ACO-RESTANTE
                           MOVE WRK-ACO-SALDO-PARC TO
                                   WRK-RECEB-VALOR-DIG
                       ELSE
                           MOVE WRK-ACO-RESTANTE TO
                                   WRK-RECEB-VALOR-DIG
                       END-IF
                       MOVE PARC-PARCELA TO WRK-RECEB-PARCELA-DIG
                       MOVE PARC-FONE TO PEDIDOS-FONE
                       MOVE PARC-PEDIDO TO PEDIDOS-NUMERO
                       READ PEDIDOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 8555-GRAVAR-RECEBIMENTO
                               SUBTRACT WRK-RECEB-VALOR-DIG FROM
                                       WRK-ACO-RESTANTE
                               ADD WRK-RECEB-VALOR-DIG TO
                                       ACO-PRINC-PAGO
                               MOVE ZEROS TO WRK-ACO-MULTA-PARTE
                               MOVE ZEROS TO WRK-ACO-JUROS-PARTE
                       END-READ
                       MOVE ZEROS TO PEDIDOS-STATUS
                   END-IF
           END-READ.
           MOVE ZEROS TO PARC-STATUS.

      *QUITA A PARCELA DO ACORDO E, SE ERA A ULTIMA EM ABERTO, O
      *PROPRIO ACORDO
       8348-BAIXAR-PARCELA-ACORDO.
           MOVE AP-VALOR TO AP-RECEBIDO.
           MOVE WRK-RECEB-DATA-DIG TO AP-DATA-PAGTO.
           SET AP-QUITADA TO TRUE.
           REWRITE AP-REG
               INVALID KEY
                   MOVE 'FALHA AO BAIXAR A PARCELA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
           END-REWRITE.
           IF WRK-ACO-ABERTAS = 1
               SET ACO-QUITADO TO TRUE
               MOVE WRK-RECEB-DATA-DIG TO ACO-DATA-SITUACAO
           END-IF.
           REWRITE ACO-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O ACORDO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF ACO-QUITADO
                       MOVE 'ACORDO QUITADO' TO WRK-MSG-ERRO
                   ELSE
                       MOVE 'PARCELA DO ACORDO PAGA' TO WRK-MSG-ERRO
                   END-IF
           END-REWRITE.
           MOVE ZEROS TO AP-STATUS.

      *BAIXA POR PERDA DE TITULO INCOBRAVEL: O OPERADOR ESCOLHE O
      *PEDIDO NA LISTA DO CLIENTE E A BAIXA VIRA PENDENCIA NA FILA
      *AQ; SO QUANDO UM ADMIN (OUTRO QUE NAO O SOLICITANTE) APROVA
      *E QUE O SALDO E MARCADO COMO PERDIDO
       8350-BAIXA-POR-PERDA.
           MOVE 'MODULO - BAIXA POR PERDA' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       CONTINUE
                   ELSE
                       PERFORM 8510-LISTAR-PEDIDOS
                       PERFORM 8351-PEDIR-BAIXA
                   END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

      *SO PEDIDO VIVO, COM SALDO E AINDA NAO BAIXADO VAI PARA A
      *FILA; A PENDENCIA LEVA O SALDO DE AGORA PARA O APROVADOR
       8351-PEDIR-BAIXA.
           MOVE ZEROS TO WRK-PED-NUM-ESCOLHA.
           DISPLAY TELA-PERDA.
           ACCEPT TELA-PERDA.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE WRK-PED-NUM-ESCOLHA TO PEDIDOS-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE PEDIDOS-FONE TO PRD-FONE
                   MOVE PEDIDOS-NUMERO TO PRD-PEDIDO
                   READ PERDAS
                       INVALID KEY
                           MOVE 23 TO PRD-STATUS
                   END-READ
                   PERFORM 8512-SOMAR-RECEBIMENTOS
                   COMPUTE WRK-PRD-SALDO =
                           PEDIDOS-VALOR - WRK-PED-RECEBIDO
                   EVALUATE TRUE
                       WHEN PED-CANCELADO OR PED-ESTORNO
                           MOVE 'PEDIDO CANCELADO NAO BAIXA' TO
                                              WRK-MSG-ERRO
                       WHEN PRD-STATUS = ZEROS
                           MOVE 'PEDIDO JA BAIXADO POR PERDA' TO
                                              WRK-MSG-ERRO
                       WHEN WRK-PRD-SALDO NOT > ZEROS
                           MOVE 'PEDIDO SEM SALDO EM ABERTO' TO
                                              WRK-MSG-ERRO
                       WHEN OTHER
                           MOVE 'PERDA' TO PND-ACAO
                           MOVE PEDIDOS-FONE TO PND-FONE
                           MOVE PEDIDOS-NUMERO TO PND-FONE2
                           MOVE WRK-PRD-SALDO TO PND-VALOR
                           PERFORM 8726-GRAVAR-PENDENCIA
                           MOVE 'BAIXA REGISTRADA - AGUARDA ADMIN'
                                           TO WRK-MSG-ERRO
                   END-EVALUATE
           END-READ.
           MOVE ZEROS TO PRD-STATUS.

      *CHEQUE DEVOLVIDO PELO BANCO: O OPERADOR ESCOLHE O CHEQUE NA
      *LISTA DO CLIENTE; O RECEBIMENTO E ESTORNADO (O SALDO DO
      *PEDIDO REABRE), A TARIFA VIRA UM PEDIDO NOVO DO CLIENTE E
      *O CHEQUE FICA MARCADO DEVOLVIDO PARA O SCORECLI
       8360-CHEQUE-DEVOLVIDO.
           MOVE 'MODULO - CHEQUE DEVOLVIDO' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       CONTINUE
                   ELSE
                       PERFORM 8510-LISTAR-PEDIDOS
                       PERFORM 8362-LISTAR-CHEQUES
                       PERFORM 8361-DEVOLVER-CHEQUE
                   END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

      *SO CHEQUE AINDA NAO DEVOLVIDO, DE RECEBIMENTO QUE AINDA
      *EXISTE, PODE SER ESTORNADO
       8361-DEVOLVER-CHEQUE.
           MOVE ZEROS TO WRK-PED-NUM-ESCOLHA.
           MOVE ZEROS TO WRK-CHQ-SEQ-DIG.
           DISPLAY TELA-CHQ-DEVOLVIDO.
           ACCEPT TELA-CHQ-DEVOLVIDO.
           MOVE CLIENTES-FONE TO CHQ-FONE.
           MOVE WRK-PED-NUM-ESCOLHA TO CHQ-PEDIDO.
           MOVE WRK-CHQ-SEQ-DIG TO CHQ-SEQ.
           READ CHEQUES
               INVALID KEY
                   MOVE 'CHEQUE NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF CHQ-DEVOLVIDO
                       MOVE 'CHEQUE JA DEVOLVIDO' TO WRK-MSG-ERRO
                   ELSE
                       MOVE CHQ-FONE TO PEDIDOS-FONE
                       MOVE CHQ-PEDIDO TO PEDIDOS-NUMERO
                       MOVE CHQ-CHAVE TO RECEB-CHAVE
                       READ PEDIDOS
                           INVALID KEY
                               MOVE 23 TO PEDIDOS-STATUS
                       END-READ
                       READ RECEBIMENTOS
                           INVALID KEY
                               MOVE 23 TO RECEB-STATUS
                       END-READ
                       IF PEDIDOS-STATUS NOT = ZEROS
                               OR RECEB-STATUS NOT = ZEROS
                           MOVE 'RECEBIMENTO DO CHEQUE SUMIU' TO
                                              WRK-MSG-ERRO
                       ELSE
                           PERFORM 8363-ESTORNAR-CHEQUE
                       END-IF
                   END-IF
           END-READ.
           MOVE ZEROS TO PEDIDOS-STATUS.
           MOVE ZEROS TO RECEB-STATUS.

      *LISTA OS CHEQUES DO CLIENTE CORRENTE COM A SITUACAO DE
      *CADA UM
       8362-LISTAR-CHEQUES.
           MOVE CLIENTES-FONE TO CHQ-FONE.
           MOVE ZEROS TO CHQ-PEDIDO.
           MOVE ZEROS TO CHQ-SEQ.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY
                   MOVE 10 TO CHQ-STATUS
           END-START.
           IF CHQ-STATUS NOT = 10
               READ CHEQUES NEXT
                   AT END
                       MOVE 10 TO CHQ-STATUS
               END-READ
           END-IF.
           DISPLAY '------------------'.
           DISPLAY 'CHEQUES DO CLIENTE'.
           DISPLAY '------------------'.
           PERFORM UNTIL CHQ-STATUS NOT = 0
                   OR CHQ-FONE NOT = CLIENTES-FONE
               EVALUATE TRUE
                   WHEN CHQ-CUSTODIA
                       MOVE 'NA GAVETA' TO WRK-CHQ-SIT-TXT
                   WHEN CHQ-DEPOSITADO
                       MOVE 'DEPOSITADO' TO WRK-CHQ-SIT-TXT
                   WHEN OTHER
                       MOVE 'DEVOLVIDO' TO WRK-CHQ-SIT-TXT
               END-EVALUATE
               COMPUTE WRK-ED-CHQ-VALOR = CHQ-VALOR + CHQ-MULTA
                       + CHQ-JUROS
               DISPLAY CHQ-PEDIDO ' ' CHQ-SEQ ' BANCO ' CHQ-BANCO
                       ' CHEQUE ' CHQ-NUMERO ' BOM PARA '
                       CHQ-BOM-PARA ' VALOR ' WRK-ED-CHQ-VALOR ' '
                       WRK-CHQ-SIT-TXT
               READ CHEQUES NEXT
                   AT END
                       MOVE 10 TO CHQ-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO CHQ-STATUS.

      *ESTORNO DO RECEBIMENTO PAGO COM O CHEQUE: O RECEBIMENTO
      *FICA NO ARQUIVO COM VALOR E ENCARGOS ZERADOS (A SEQUENCIA
      *NAO E REAPROVEITADA E O JORNAL GUARDA O ANTES), A PARCELA
      *APONTADA VOLTA A TER SALDO E O PEDIDO PAGO VOLTA A
      *FATURADO - A VENDA ACONTECEU, O DINHEIRO E QUE NAO VEIO
       8363-ESTORNAR-CHEQUE.
           MOVE RECEB-VALOR TO WRK-CHQ-ESTORNO.
           MOVE ZEROS TO RECEB-VALOR.
           MOVE ZEROS TO RECEB-MULTA.
           MOVE ZEROS TO RECEB-JUROS.
           REWRITE RECEB-REG
               INVALID KEY
                   MOVE 'FALHA AO ESTORNAR O RECEBIMENTO' TO
                                      WRK-MSG-ERRO
                   MOVE 23 TO RECEB-STATUS
               NOT INVALID KEY
                   MOVE 'A' TO WRK-JRNF-ACAO
                   PERFORM 4330-GRAVA-JRN-RECEB
                   MOVE 'CHQ-DEVOLV' TO AUDIT-ACAO
                   MOVE WRK-CHQ-ESTORNO TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
           END-REWRITE.
           IF RECEB-STATUS = ZEROS
               IF RECEB-PARCELA NOT = ZEROS
                   PERFORM 8364-REABRIR-PARCELA
               END-IF
               IF PED-PAGO
                   SET PED-FATURADO TO TRUE
                   REWRITE PEDIDOS-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O PEDIDO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'A' TO WRK-JRNF-ACAO
                           PERFORM 4310-GRAVA-JRN-PEDIDO
                   END-REWRITE
               END-IF
               SET CHQ-DEVOLVIDO TO TRUE
               ACCEPT CHQ-DATA-SITUACAO FROM DATE YYYYMMDD
               MOVE WRK-FIN-CHQ-TARIFA TO CHQ-TARIFA
               MOVE ZEROS TO CHQ-PEDIDO-TARIFA
               IF CHQ-TARIFA > ZEROS
                   PERFORM 8365-COBRAR-TARIFA
               END-IF
               REWRITE CHQ-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O CHEQUE' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'ESTORNO FEITO - SALDO REABERTO' TO
                                          WRK-MSG-ERRO
               END-REWRITE
           END-IF.

       8364-REABRIR-PARCELA.
           MOVE RECEB-FONE TO PARC-FONE.
           MOVE RECEB-PEDIDO TO PARC-PEDIDO.
           MOVE RECEB-PARCELA TO PARC-PARCELA.
           READ PARCELAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARC-RECEBIDO > WRK-CHQ-ESTORNO
                       SUBTRACT WRK-CHQ-ESTORNO FROM PARC-RECEBIDO
                   ELSE
                       MOVE ZEROS TO PARC-RECEBIDO
                   END-IF
                   IF PARC-QUITADA
                       SET PARC-ABERTA TO TRUE
                   END-IF
                   REWRITE PARC-REG
                       INVALID KEY
                           MOVE 'FALHA AO REABRIR A PARCELA' TO
                                              WRK-MSG-ERRO
                           DISPLAY MOSTRA-ERRO
                   END-REWRITE
           END-READ.
           MOVE ZEROS TO PARC-STATUS.

      *A TARIFA DO CHEQUE DEVOLVIDO E COBRADA COMO UM PEDIDO NOVO
      *DO CLIENTE, NUMERADO DEPOIS DO ULTIMO DA LISTA; ASSIM ENTRA
      *NA CARTEIRA, NA COBRANCA E NO EXTRATO COMO QUALQUER DIVIDA
       8365-COBRAR-TARIFA.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           COMPUTE PEDIDOS-NUMERO = WRK-ULT-PEDIDO-NUM + 1.
           ACCEPT PEDIDOS-DATA FROM DATE YYYYMMDD.
           MOVE CHQ-TARIFA TO PEDIDOS-VALOR.
           MOVE SPACES TO PEDIDOS-DESCRICAO.
           STRING 'TARIFA CHEQUE DEVOLVIDO ' CHQ-NUMERO
               DELIMITED BY SIZE INTO PEDIDOS-DESCRICAO.
           SET PED-ABERTO TO TRUE.
           PERFORM 8518-CARIMBA-PEDIDO.
           WRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A TARIFA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRNF-ACAO
                   PERFORM 4310-GRAVA-JRN-PEDIDO
                   MOVE PEDIDOS-NUMERO TO WRK-ULT-PEDIDO-NUM
                   MOVE PEDIDOS-NUMERO TO CHQ-PEDIDO-TARIFA
                   MOVE 'CHQ-TARIFA' TO AUDIT-ACAO
                   MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
           END-WRITE.

       8537-REGRAVAR-PEDIDO.
           REWRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O PEDIDO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'A' TO WRK-JRNF-ACAO
                   PERFORM 4310-GRAVA-JRN-PEDIDO
                   MOVE 'SITUACAO DO PEDIDO ATUALIZADA' TO
                                      WRK-MSG-ERRO
                   MOVE 'PED-SITUAC' TO AUDIT-ACAO
                   MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
           END-REWRITE.

      *MARCA O PEDIDO COMO CANCELADO E GRAVA UM PEDIDO DE ESTORNO
      *COM O MESMO VALOR E O NUMERO SEGUINTE AO ULTIMO DO CLIENTE,
      *PARA QUE O CANCELAMENTO FIQUE VISIVEL NO HISTORICO E OS
      *RELATORIOS POSSAM ABATER O VALOR ESTORNADO
       8540-CANCELAR-PEDIDO.
           SET PED-CANCELADO TO TRUE.
           REWRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O PEDIDO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'A' TO WRK-JRNF-ACAO
                   PERFORM 4310-GRAVA-JRN-PEDIDO
                   MOVE 'PED-CANCEL' TO AUDIT-ACAO
                   MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
      *PONTOS AINDA NAO USADOS DO PEDIDO CANCELADO VOLTAM
                   MOVE 999999999 TO WRK-PTS-ESTORNAR
                   PERFORM 8765-ESTORNAR-PONTOS
                   PERFORM 8545-GRAVAR-ESTORNO
           END-REWRITE.

      *CODIGO DE CAMPANHA DIGITADO: SO VALE O QUE O CAMPCLI JA
      *EXTRAIU; EM BRANCO, NADA A CONFERIR
       8541-VALIDAR-CAMPANHA.
           SET CAMPANHA-ACEITA TO TRUE.
           IF WRK-CAMPANHA-DIG NOT = SPACES
               SET CAMPANHA-RECUSADA TO TRUE
               OPEN INPUT CAMPANHAS
               IF CAMP-STATUS = ZEROS
                   MOVE WRK-CAMPANHA-DIG TO CAMP-CODIGO
                   READ CAMPANHAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CAMPANHA-ACEITA TO TRUE
                   END-READ
                   CLOSE CAMPANHAS
               END-IF
               MOVE ZEROS TO CAMP-STATUS
           END-IF.

      *ATRIBUI A CAMPANHA DIGITADA AO PEDIDO RECEM GRAVADO
       8542-GRAVAR-CAMPANHA-PEDIDO.
           IF WRK-CAMPANHA-DIG NOT = SPACES
               MOVE PEDIDOS-FONE TO PCAMP-FONE
               MOVE PEDIDOS-NUMERO TO PCAMP-PEDIDO
               MOVE WRK-CAMPANHA-DIG TO PCAMP-CAMPANHA
               MOVE PEDIDOS-DATA TO PCAMP-DATA
               MOVE WRK-OPERADOR TO PCAMP-OPERADOR
               WRITE PCAMP-REG
                   INVALID KEY
                       REWRITE PCAMP-REG
                       END-REWRITE
               END-WRITE
           END-IF.

       8545-GRAVAR-ESTORNO.
           COMPUTE PEDIDOS-NUMERO = WRK-ULT-PEDIDO-NUM + 1.
           ACCEPT PEDIDOS-DATA FROM DATE YYYYMMDD.
           MOVE SPACES TO PEDIDOS-DESCRICAO.
           STRING 'ESTORNO PEDIDO ' WRK-PED-NUM-ESCOLHA
               DELIMITED BY SIZE INTO PEDIDOS-DESCRICAO.
           SET PED-ESTORNO TO TRUE.
           PERFORM 8518-CARIMBA-PEDIDO.
           WRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O ESTORNO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRNF-ACAO
                   PERFORM 4310-GRAVA-JRN-PEDIDO
                   MOVE 'PEDIDO CANCELADO COM ESTORNO' TO
                                      WRK-MSG-ERRO
                   MOVE PEDIDOS-NUMERO TO WRK-ULT-PEDIDO-NUM
                   MOVE 'PED-ESTORN' TO AUDIT-ACAO
                   MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
           END-WRITE.

      *LANCA UM RECEBIMENTO (PARCIAL OU TOTAL) PARA UM PEDIDO DO
      *CLIENTE CORRENTE; PEDIDO CANCELADO OU ESTORNO NAO RECEBE
       8550-INCLUIR-RECEBIMENTO.
           MOVE ZEROS TO WRK-PED-NUM-ESCOLHA.
           MOVE ZEROS TO WRK-RECEB-DATA-DIG.
           MOVE ZEROS TO WRK-RECEB-VALOR-DIG.
           MOVE ZEROS TO WRK-RECEB-PARCELA-DIG.
           MOVE 'D' TO WRK-RECEB-FORMA-DIG.
           DISPLAY TELA-RECEBIMENTO.
           ACCEPT TELA-RECEBIMENTO.
           IF WRK-RECEB-FORMA-DIG NOT = 'D'
                   AND WRK-RECEB-FORMA-DIG NOT = 'P'
                   AND WRK-RECEB-FORMA-DIG NOT = 'B'
                   AND WRK-RECEB-FORMA-DIG NOT = 'C'
                   AND WRK-RECEB-FORMA-DIG NOT = 'H'
                   AND WRK-RECEB-FORMA-DIG NOT = 'V'
               MOVE 'D' TO WRK-RECEB-FORMA-DIG
           END-IF.
      *CHEQUE PEDE BANCO, NUMERO E BOM PARA, QUE VAO PARA A
      *CUSTODIA JUNTO COM O RECEBIMENTO
           SET CHQ-DADOS-OK TO TRUE.
           IF WRK-RECEB-FORMA-DIG = 'H'
               PERFORM 8552-DIGITAR-CHEQUE
           END-IF.
      *VALE-PRESENTE PEDE O NUMERO DO VALE, CONFERIDO ANTES DE
      *GRAVAR O RECEBIMENTO
           SET VALE-DADOS-OK TO TRUE.
           IF WRK-RECEB-FORMA-DIG = 'V'
               PERFORM 8375-DIGITAR-VALE
           END-IF.
      *RECEBIMENTO RETROATIVO EM MES FECHADO E RECUSADO: ERA POR
      *AQUI QUE OS TOTAIS JA ENTREGUES AO CONTADOR MUDAVAM
           MOVE WRK-RECEB-DATA-DIG TO WRK-DATA-VERIFICA.
           PERFORM 2080-VERIFICAR-PERIODO.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE WRK-PED-NUM-ESCOLHA TO PEDIDOS-NUMERO.
           IF PERIODO-FECHADO
               MOVE 'PERIODO FECHADO - DATA RECUSADA' TO
                                  WRK-MSG-ERRO
           ELSE
           IF CHQ-DADOS-FALTANDO
               MOVE 'FALTA BANCO OU NUMERO DO CHEQUE' TO
                                  WRK-MSG-ERRO
           ELSE
           IF VALE-DADOS-RECUSADOS
               MOVE WRK-VALE-RECUSA TO WRK-MSG-ERRO
           ELSE
           READ PEDIDOS
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF PED-CANCELADO OR PED-ESTORNO
                       MOVE 'PEDIDO CANCELADO NAO RECEBE' TO
                                          WRK-MSG-ERRO
                   ELSE
      *A PARCELA APONTADA TEM QUE EXISTIR NA AGENDA DO PEDIDO;
      *ZERO CONTINUA VALENDO RECEBIMENTO SEM PARCELA, COMO NOS
      *PEDIDOS SEM PARCELAMENTO
                       IF WRK-RECEB-PARCELA-DIG NOT = ZEROS
                           MOVE PEDIDOS-FONE TO PARC-FONE
                           MOVE PEDIDOS-NUMERO TO PARC-PEDIDO
                           MOVE WRK-RECEB-PARCELA-DIG TO PARC-PARCELA
                           READ PARCELAS
                               INVALID KEY
                                   MOVE 'PARCELA NAO ENCONTRADA' TO
                                                      WRK-MSG-ERRO
                                   MOVE 23 TO PARC-STATUS
                               NOT INVALID KEY
                                   MOVE ZEROS TO PARC-STATUS
      *PARCELA EM ACORDO SO RECEBE PELA OPCAO AR
                                   IF PARC-RENEGOCIADA
                                       MOVE 'PARCELA EM ACORDO' TO
                                                          WRK-MSG-ERRO
                                       MOVE 23 TO PARC-STATUS
                                   END-IF
                           END-READ
                       ELSE
                           MOVE ZEROS TO PARC-STATUS
                       END-IF
                       IF PARC-STATUS = ZEROS
                           PERFORM 8555-GRAVAR-RECEBIMENTO
                       END-IF
                   END-IF
           END-READ
           END-IF
           END-IF
           END-IF.
           MOVE ZEROS TO PARC-STATUS.

      *DADOS DO CHEQUE DO RECEBIMENTO; SEM BOM PARA (OU COM DATA
      *ANTERIOR AO RECEBIMENTO) O CHEQUE E A VISTA
       8552-DIGITAR-CHEQUE.
           MOVE ZEROS TO WRK-CHQ-BANCO-DIG.
           MOVE ZEROS TO WRK-CHQ-NUMERO-DIG.
           MOVE ZEROS TO WRK-CHQ-BOM-PARA-DIG.
           DISPLAY TELA-CHEQUE.
           ACCEPT TELA-CHEQUE.
           IF WRK-CHQ-BANCO-DIG = ZEROS OR WRK-CHQ-NUMERO-DIG = ZEROS
               SET CHQ-DADOS-FALTANDO TO TRUE
           END-IF.
           IF WRK-CHQ-BOM-PARA-DIG < WRK-RECEB-DATA-DIG
               MOVE WRK-RECEB-DATA-DIG TO WRK-CHQ-BOM-PARA-DIG
           END-IF.

      *NUMERA O RECEBIMENTO NA SEQUENCIA DO PEDIDO E GRAVA; SE COM
      *ESTE LANCAMENTO O PEDIDO FICAR TOTALMENTE RECEBIDO, A
      *SITUACAO DO PEDIDO AVANCA SOZINHA PARA PAGO
       8555-GRAVAR-RECEBIMENTO.
           PERFORM 8512-SOMAR-RECEBIMENTOS.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           COMPUTE RECEB-SEQ = WRK-ULT-RECEB-SEQ + 1.
           MOVE WRK-RECEB-DATA-DIG TO RECEB-DATA.
           MOVE WRK-RECEB-VALOR-DIG TO RECEB-VALOR.
           MOVE WRK-RECEB-PARCELA-DIG TO RECEB-PARCELA.
           MOVE WRK-RECEB-FORMA-DIG TO RECEB-FORMA.
      *MULTA E JUROS DO ATRASO SAEM DA CONTA DO SISTEMA, NAO DA
      *CALCULADORA DO OPERADOR; OS COMPONENTES FICAM GRAVADOS
      *SEPARADOS DO PRINCIPAL
           PERFORM 8554-CALCULAR-ENCARGOS.
           MOVE WRK-MULTA-CALC TO RECEB-MULTA.
           MOVE WRK-JUROS-CALC TO RECEB-JUROS.
      *O NUMERO DO RECIBO E TIRADO DO SEQUENCIAL ANTES DO WRITE,
      *PARA FICAR GRAVADO NO PROPRIO RECEBIMENTO
           PERFORM 8553-PROXIMO-RECIBO.
           MOVE WRK-NUM-RECIBO TO RECEB-RECIBO.
           WRITE RECEB-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O RECEBIMENTO' TO
                                      WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRNF-ACAO
                   PERFORM 4330-GRAVA-JRN-RECEB
                   MOVE 'RECEBIMENTO LANCADO' TO WRK-MSG-ERRO
                   IF RECEB-CHEQUE
                       PERFORM 8559-GUARDAR-CHEQUE
                   END-IF
                   IF RECEB-VALE
                       PERFORM 8378-BAIXAR-VALE
                   END-IF
                   MOVE 'RECEBIMENT' TO AUDIT-ACAO
      *RECEBIMENTO DE PEDIDO JA BAIXADO POR PERDA E RECUPERACAO
      *(O CONTEXP LANCA CONTRA RECUPERACAO DE PERDAS, NAO CONTRA
      *CLIENTES A RECEBER)
                   MOVE PEDIDOS-FONE TO PRD-FONE
                   MOVE PEDIDOS-NUMERO TO PRD-PEDIDO
                   READ PERDAS
                       NOT INVALID KEY
                           MOVE 'RECUPERACAO DE PERDA LANCADA' TO
                                              WRK-MSG-ERRO
                           MOVE 'RECUPERA' TO AUDIT-ACAO
                   END-READ
                   MOVE RECEB-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
      *O RECIBO IMPRESSO SAI NA HORA, PARA O CLIENTE NAO IR
      *EMBORA DE MAOS VAZIAS
                   MOVE 'PRIMEIRA VIA' TO WRK-RECIBO-VIA
                   PERFORM 8558-IMPRIMIR-RECIBO
      *BAIXA NA PARCELA APONTADA: ACUMULA O RECEBIDO E QUITA A
      *PARCELA QUANDO COBERTA POR INTEIRO
                   IF RECEB-PARCELA NOT = ZEROS
                       PERFORM 8557-BAIXAR-PARCELA
                   END-IF
                   ADD RECEB-VALOR TO WRK-PED-RECEBIDO
                   IF WRK-PED-RECEBIDO NOT < PEDIDOS-VALOR
                           AND NOT PED-PAGO
                       SET PED-PAGO TO TRUE
                       REWRITE PEDIDOS-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR O PEDIDO' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'A' TO WRK-JRNF-ACAO
                               PERFORM 4310-GRAVA-JRN-PEDIDO
                               MOVE 'RECEBIDO - PEDIDO QUITADO' TO
                                                  WRK-MSG-ERRO
                               PERFORM 8533-ENFILEIRAR-PESQUISA
                               PERFORM 8762-CREDITAR-PONTOS
                       END-REWRITE
                   END-IF
           END-WRITE.

      *O CHEQUE DO RECEBIMENTO RECEM GRAVADO ENTRA NA CUSTODIA,
      *NA GAVETA, COM O PRINCIPAL E OS ENCARGOS QUE ELE PAGOU
       8559-GUARDAR-CHEQUE.
           MOVE RECEB-CHAVE TO CHQ-CHAVE.
           MOVE WRK-CHQ-BANCO-DIG TO CHQ-BANCO.
           MOVE WRK-CHQ-NUMERO-DIG TO CHQ-NUMERO.
           MOVE WRK-CHQ-BOM-PARA-DIG TO CHQ-BOM-PARA.
           MOVE RECEB-DATA TO CHQ-DATA-RECEB.
           MOVE RECEB-VALOR TO CHQ-VALOR.
           MOVE RECEB-MULTA TO CHQ-MULTA.
           MOVE RECEB-JUROS TO CHQ-JUROS.
           SET CHQ-CUSTODIA TO TRUE.
           MOVE RECEB-DATA TO CHQ-DATA-SITUACAO.
           MOVE ZEROS TO CHQ-TARIFA.
           MOVE ZEROS TO CHQ-PEDIDO-TARIFA.
           WRITE CHQ-REG
               INVALID KEY
                   MOVE 'FALHA AO GUARDAR O CHEQUE' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
           END-WRITE.

      *CALCULA MULTA (UMA VEZ) E JUROS (PRO RATA AO MES, BASE
      *30/360) SOBRE O PRINCIPAL DIGITADO, CONTADOS DO VENCIMENTO
      *DA PARCELA APONTADA OU, SEM PARCELA, DA DATA DO PEDIDO;
      *PAGAMENTO EM DIA NAO TEM ENCARGO
       8554-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-MULTA-CALC.
           MOVE ZEROS TO WRK-JUROS-CALC.
           IF WRK-RECEB-PARCELA-DIG NOT = ZEROS
               MOVE PARC-VENCIMENTO TO WRK-BASE-ATRASO
           ELSE
               MOVE PEDIDOS-DATA TO WRK-BASE-ATRASO
           END-IF.
           MOVE WRK-RECEB-DATA-DIG TO WRK-DATA-RECEB-CALC.
           COMPUTE WRK-ATRASO-DIAS =
                   ((WRK-DRC-ANO - WRK-BAT-ANO) * 360) +
                   ((WRK-DRC-MES - WRK-BAT-MES) * 30) +
                   (WRK-DRC-DIA - WRK-BAT-DIA).
           IF WRK-ATRASO-DIAS > ZEROS AND NOT PAGTO-ACORDO
               COMPUTE WRK-MULTA-CALC ROUNDED =
                       WRK-RECEB-VALOR-DIG *
                       WRK-FIN-MULTA-PCT / 100
               COMPUTE WRK-JUROS-CALC ROUNDED =
                       WRK-RECEB-VALOR-DIG *
                       WRK-FIN-JUROS-PCT / 100 *
                       WRK-ATRASO-DIAS / 30
               MOVE WRK-MULTA-CALC TO WRK-ED-MULTA
               MOVE WRK-JUROS-CALC TO WRK-ED-JUROS
               MOVE SPACES TO WRK-MSG-ERRO
               STRING 'ATRASO: MULTA ' WRK-ED-MULTA
                       ' JUROS ' WRK-ED-JUROS
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           END-IF.
      *NO REPASSE DE UM PAGAMENTO DE ACORDO OS ENCARGOS SAO OS
      *NEGOCIADOS NO ACORDO, NA PROPORCAO DA PARCELA PAGA
           IF PAGTO-ACORDO
               MOVE WRK-ACO-MULTA-PARTE TO WRK-MULTA-CALC
               MOVE WRK-ACO-JUROS-PARTE TO WRK-JUROS-CALC
           END-IF.

      *LE O SEQUENCIAL DO ULTIMO RECIBO, AVANCA UM E REGRAVA; O
      *ARQUIVO NASCE NO PRIMEIRO RECIBO DA INSTALACAO
       8553-PROXIMO-RECIBO.
           MOVE ZEROS TO WRK-NUM-RECIBO.
           OPEN INPUT RECIBO-SEQ.
           IF RECSEQ-STATUS = ZEROS
               READ RECIBO-SEQ
                   NOT AT END
                       MOVE RECSEQ-REG TO WRK-NUM-RECIBO
               END-READ
               CLOSE RECIBO-SEQ
           END-IF.
           ADD 1 TO WRK-NUM-RECIBO.
           OPEN OUTPUT RECIBO-SEQ.
           MOVE WRK-NUM-RECIBO TO RECSEQ-REG.
           WRITE RECSEQ-REG.
           CLOSE RECIBO-SEQ.
           MOVE ZEROS TO RECSEQ-STATUS.

      *GRAVA O DOCUMENTO IMPRIMIVEL DO RECIBO DO RECEBIMENTO
      *CORRENTE DO BUFFER RECEB-REG, COM O CLIENTE DO BUFFER
      *CLIENTES-REG
       8558-IMPRIMIR-RECIBO.
           OPEN EXTEND RECIBOS.
           IF RECIBOS-STATUS = 35 THEN
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN EXTEND RECIBOS
           END-IF.
           MOVE ALL '=' TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING 'RECIBO NR ' WRK-NUM-RECIBO ' - '
                   WRK-RECIBO-VIA
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING 'CLIENTE ' CLIENTES-FONE ' ' CLIENTES-NOME
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE RECEB-VALOR TO WRK-ED-RECIBO-VAL.
           MOVE SPACES TO RECIBO-LINHA.
           STRING 'PEDIDO ' RECEB-PEDIDO
                   ' PARCELA ' RECEB-PARCELA
                   ' DATA ' RECEB-DATA
                   ' VALOR ' WRK-ED-RECIBO-VAL
                   ' FORMA ' RECEB-FORMA
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           IF RECEB-MULTA NOT = ZEROS OR RECEB-JUROS NOT = ZEROS
               MOVE RECEB-MULTA TO WRK-ED-MULTA
               MOVE RECEB-JUROS TO WRK-ED-JUROS
               MOVE SPACES TO RECIBO-LINHA
               STRING 'MULTA ' WRK-ED-MULTA
                       ' JUROS ' WRK-ED-JUROS
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
      *NA EMISSAO, O RECIBO DA VENDA OU DO USO DE VALE-PRESENTE
      *TRAZ O NUMERO DO VALE, O SALDO QUE FICOU E A VALIDADE
           IF WRK-RECIBO-VIA = 'PRIMEIRA VIA'
                   AND (RECEB-VALE OR PED-VENDA-VALE)
               MOVE VALE-SALDO TO WRK-ED-VALE-SALDO
               MOVE SPACES TO RECIBO-LINHA
               STRING 'VALE-PRESENTE ' VALE-NUMERO
                       ' SALDO ' WRK-ED-VALE-SALDO
                       ' VALIDO ATE ' VALE-VALIDADE
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.
           MOVE SPACES TO WRK-MOD-CAMPOS.
           MOVE CLIENTES-NOME TO WRK-MOD-NOME.
           MOVE RECEB-VALOR TO WRK-MOD-ED-VALOR.
           MOVE WRK-MOD-ED-VALOR TO WRK-MOD-VALOR.
           MOVE RECEB-DATA TO WRK-MOD-VENCTO.
           STRING 'PEDIDO ' RECEB-PEDIDO
               DELIMITED BY SIZE INTO WRK-MOD-PEDIDO.
           MOVE WRK-FILIAL-OPERADOR TO WRK-MOD-FILIAL.
           PERFORM 8486-RODAPE-RECIBO.
           MOVE SPACES TO RECIBO-LINHA.
           STRING 'OPERADOR ' WRK-OPERADOR
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           CLOSE RECIBOS.

      *RECEBIMENTO UNICO: O CLIENTE PAGA UM VALOR SO E O SISTEMA
      *O DISTRIBUI PELOS PEDIDOS EM ABERTO, DO MAIS ANTIGO PARA O
      *MAIS NOVO (A CHAVE TELEFONE+NUMERO JA ENTREGA ESSA ORDEM).
      *CADA PEDIDO ALCANCADO RECEBE UM LANCAMENTO PROPRIO, COM
      *RECIBO, ENCARGOS, JORNAL E AUDITORIA DO FLUXO NORMAL
       8562-RECEBIMENTO-UNICO.
           MOVE ZEROS TO WRK-RECEB-DATA-DIG.
           MOVE ZEROS TO WRK-RU-VALOR-DIG.
           MOVE 'D' TO WRK-RECEB-FORMA-DIG.
           DISPLAY TELA-RECEB-UNICO.
           ACCEPT TELA-RECEB-UNICO.
           IF WRK-RECEB-FORMA-DIG NOT = 'D'
                   AND WRK-RECEB-FORMA-DIG NOT = 'P'
                   AND WRK-RECEB-FORMA-DIG NOT = 'B'
                   AND WRK-RECEB-FORMA-DIG NOT = 'C'
               MOVE 'D' TO WRK-RECEB-FORMA-DIG
           END-IF.
           MOVE WRK-RECEB-DATA-DIG TO WRK-DATA-VERIFICA.
           PERFORM 2080-VERIFICAR-PERIODO.
           EVALUATE TRUE
               WHEN PERIODO-FECHADO
                   MOVE 'PERIODO FECHADO - DATA RECUSADA' TO
                                      WRK-MSG-ERRO
               WHEN WRK-RU-VALOR-DIG = ZEROS
                   MOVE 'VALOR TOTAL E OBRIGATORIO' TO WRK-MSG-ERRO
               WHEN OTHER
                   PERFORM 8563-LISTAR-ABERTOS
                   IF WRK-RU-QTD = ZEROS
                       MOVE 'NENHUM PEDIDO EM ABERTO' TO
                                          WRK-MSG-ERRO
                   ELSE
                       MOVE 'DISTRIBUIR DO MAIS ANTIGO? (S/N)' TO
                                          WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       IF WRK-TECLA = 'S'
                           PERFORM 8564-DISTRIBUIR-VALOR
                       ELSE
                           MOVE 'NADA LANCADO' TO WRK-MSG-ERRO
                       END-IF
                   END-IF
           END-EVALUATE.

      *MONTA E MOSTRA A TABELA DOS PEDIDOS COM SALDO EM ABERTO DO
      *CLIENTE CORRENTE, NA ORDEM DO ARQUIVO (MAIS ANTIGO ANTES)
       8563-LISTAR-ABERTOS.
           MOVE ZEROS TO WRK-RU-QTD.
           DISPLAY '------------------'.
           DISPLAY 'PEDIDOS EM ABERTO DO CLIENTE'.
           DISPLAY '------------------'.
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
                   OR WRK-RU-QTD = 30
               IF NOT PED-CANCELADO AND NOT PED-ESTORNO
                       AND NOT PED-PAGO
                   PERFORM 8512-SOMAR-RECEBIMENTOS
                   COMPUTE WRK-PED-SALDO =
                           PEDIDOS-VALOR - WRK-PED-RECEBIDO
                   IF WRK-PED-SALDO > ZEROS
                       ADD 1 TO WRK-RU-QTD
                       MOVE PEDIDOS-NUMERO TO
                               WRK-RU-NUM (WRK-RU-QTD)
                       MOVE WRK-PED-SALDO TO
                               WRK-RU-SALDO (WRK-RU-QTD)
                       MOVE WRK-PED-SALDO TO WRK-ED-RU-SALDO
                       DISPLAY 'PEDIDO ' PEDIDOS-NUMERO
                               ' DE ' PEDIDOS-DATA
                               ' SALDO ' WRK-ED-RU-SALDO
                   END-IF
               END-IF
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *APLICA O VALOR NA TABELA MONTADA: CADA PEDIDO LEVA NO
      *MAXIMO O PROPRIO SALDO E O QUE SOBRAR SEGUE PARA O
      *PROXIMO; SOBRA SEM PEDIDO PARA RECEBER NAO E GRAVADA E O
      *OPERADOR E AVISADO PARA DEVOLVER O TROCO
       8564-DISTRIBUIR-VALOR.
           MOVE WRK-RU-VALOR-DIG TO WRK-RU-RESTANTE.
           MOVE ZEROS TO WRK-RECEB-PARCELA-DIG.
           PERFORM VARYING WRK-RU-IDX FROM 1 BY 1
                   UNTIL WRK-RU-IDX > WRK-RU-QTD
                   OR WRK-RU-RESTANTE = ZEROS
               IF WRK-RU-SALDO (WRK-RU-IDX) < WRK-RU-RESTANTE
                   MOVE WRK-RU-SALDO (WRK-RU-IDX) TO
                           WRK-RU-APLICAR
               ELSE
                   MOVE WRK-RU-RESTANTE TO WRK-RU-APLICAR
               END-IF
               MOVE CLIENTES-FONE TO PEDIDOS-FONE
               MOVE WRK-RU-NUM (WRK-RU-IDX) TO PEDIDOS-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-RU-APLICAR TO WRK-RECEB-VALOR-DIG
                       PERFORM 8555-GRAVAR-RECEBIMENTO
                       SUBTRACT WRK-RU-APLICAR FROM
                               WRK-RU-RESTANTE
               END-READ
           END-PERFORM.
           IF WRK-RU-RESTANTE > ZEROS
               MOVE WRK-RU-RESTANTE TO WRK-ED-RU-SALDO
               MOVE SPACES TO WRK-MSG-ERRO
               STRING 'SOBRA: ' WRK-ED-RU-SALDO
                       ' - GUARDAR COMO CREDITO? (S/N)'
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   MOVE 'D' TO WRK-CRC-TIPO
                   MOVE WRK-RU-RESTANTE TO WRK-CRC-VALOR-DIG
                   MOVE 'SOBRA RECEB. UNICO' TO WRK-CRC-MOTIVO-DIG
                   PERFORM 8742-GRAVAR-MOV-CREDITO
               ELSE
                   MOVE 'SOBRA DEVOLVIDA COMO TROCO' TO
                                      WRK-MSG-ERRO
               END-IF
           ELSE
               MOVE 'VALOR DISTRIBUIDO NOS PEDIDOS' TO
                                  WRK-MSG-ERRO
           END-IF.

      *SEGUNDA VIA DE UM RECIBO JA EMITIDO: O OPERADOR APONTA O
      *PEDIDO E A SEQUENCIA DO RECEBIMENTO E O DOCUMENTO SAI DE
      *NOVO MARCADO COMO SEGUNDA VIA
       8560-REIMPRIMIR-RECIBO.
           MOVE ZEROS TO WRK-REIMP-PEDIDO.
           MOVE ZEROS TO WRK-REIMP-SEQ.
           DISPLAY TELA-REIMPRESSAO.
           ACCEPT TELA-REIMPRESSAO.
           MOVE CLIENTES-FONE TO RECEB-FONE.
           MOVE WRK-REIMP-PEDIDO TO RECEB-PEDIDO.
           MOVE WRK-REIMP-SEQ TO RECEB-SEQ.
           READ RECEBIMENTOS
               INVALID KEY
                   MOVE 'RECEBIMENTO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF RECEB-RECIBO = ZEROS
                       MOVE 'RECEBIMENTO SEM RECIBO EMITIDO' TO
                                          WRK-MSG-ERRO
                   ELSE
                       MOVE RECEB-RECIBO TO WRK-NUM-RECIBO
                       MOVE 'SEGUNDA VIA' TO WRK-RECIBO-VIA
                       PERFORM 8558-IMPRIMIR-RECIBO
                       MOVE 'SEGUNDA VIA EMITIDA' TO WRK-MSG-ERRO
                   END-IF
           END-READ.

      *ACUMULA O VALOR RECEBIDO NA PARCELA APONTADA (JA LIDA NA
      *VALIDACAO DO 8550) E A MARCA QUITADA QUANDO O ACUMULADO
      *ALCANCA O VALOR DELA
       8557-BAIXAR-PARCELA.
           ADD RECEB-VALOR TO PARC-RECEBIDO.
      *A PARCELA RENEGOCIADA GUARDA A MARCA MESMO COBERTA: QUEM
      *RESPONDE POR ELA E O ACORDO
           IF PARC-RECEBIDO NOT < PARC-VALOR
                   AND NOT PARC-RENEGOCIADA
               SET PARC-QUITADA TO TRUE
           END-IF.
           REWRITE PARC-REG
               INVALID KEY
                   MOVE 'FALHA AO BAIXAR A PARCELA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
           END-REWRITE.

      *ALTERACAO DE ITENS DE UM PEDIDO AINDA ABERTO: O CLIENTE
      *MUDOU DE IDEIA UMA HORA DEPOIS E ISSO NAO PODE VIRAR UM
      *SEGUNDO PEDIDO NAS ESTATISTICAS; SO PEDIDO PED-ABERTO
      *ACEITA MUDANCA, O CABECALHO E SEMPRE RECALCULADO COMO A
      *SOMA DOS ITENS E TUDO FICA NA AUDITORIA
       8580-ALTERAR-PEDIDO.
           MOVE ZEROS TO WRK-ALT-PEDIDO-DIG.
           DISPLAY TELA-ALT-PEDIDO.
           ACCEPT TELA-ALT-PEDIDO.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE WRK-ALT-PEDIDO-DIG TO PEDIDOS-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF NOT PED-ABERTO
                       MOVE 'SO PEDIDO ABERTO ACEITA ALTERACAO' TO
                                          WRK-MSG-ERRO
                   ELSE
                       PERFORM 8582-LISTAR-ITENS-PEDIDO
                       MOVE 'A=ADICIONAR R=RETIRAR Q=QUANTIDADE' TO
                                          WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       EVALUATE WRK-TECLA
                           WHEN 'A'
                               PERFORM 8583-ADICIONAR-ITENS
                           WHEN 'R'
                               PERFORM 8587-RETIRAR-ITEM
                           WHEN 'Q'
                               PERFORM 8588-MUDAR-QUANTIDADE
                           WHEN OTHER
                               MOVE 'NADA ALTERADO' TO WRK-MSG-ERRO
                       END-EVALUATE
                   END-IF
           END-READ.

      *LISTA OS ITENS DO PEDIDO EM ALTERACAO E GUARDA O MAIOR
      *NUMERO DE ITEM PARA NUMERAR OS NOVOS
       8582-LISTAR-ITENS-PEDIDO.
           MOVE ZEROS TO WRK-ALT-ULT-ITEM.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
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
           DISPLAY '------------------'.
           DISPLAY 'ITENS DO PEDIDO ' PEDIDOS-NUMERO.
           DISPLAY '------------------'.
           PERFORM UNTIL ITEM-STATUS NOT = 0
                   OR ITEM-FONE NOT = PEDIDOS-FONE
                   OR ITEM-PEDIDO NOT = PEDIDOS-NUMERO
               DISPLAY ITEM-NUMERO ' ' ITEM-DESCRICAO ' QTDE '
                       ITEM-QTDE ' TOTAL ' ITEM-TOTAL
               MOVE ITEM-NUMERO TO WRK-ALT-ULT-ITEM
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ITEM-STATUS.

      *ACRESCENTA ITENS AO PEDIDO COM O MESMO LACO DA INCLUSAO;
      *SE O ACRESCIMO ESTOURAR O LIMITE SEM AVAL, OS ITENS NOVOS
      *SAO DESFEITOS E A MERCADORIA VOLTA AO ESTOQUE
       8583-ADICIONAR-ITENS.
           MOVE PEDIDOS-VALOR TO WRK-ALT-VALOR-ANT.
           MOVE WRK-ALT-ULT-ITEM TO WRK-ITEM-NUM.
           COMPUTE WRK-ALT-PRIM-NOVO = WRK-ALT-ULT-ITEM + 1.
           SET MAIS-ITENS TO TRUE.
           PERFORM 8522-INCLUIR-ITEM UNTIL FIM-ITENS.
           COMPUTE WRK-ALT-DELTA =
                   PEDIDOS-VALOR - WRK-ALT-VALOR-ANT.
           IF WRK-ALT-DELTA > ZEROS
               PERFORM 8584-LIMITE-DO-ACRESCIMO
               IF CREDITO-NEGADO
                   PERFORM 8585-DESFAZER-ACRESCIMO
                   MOVE WRK-ALT-VALOR-ANT TO PEDIDOS-VALOR
                   MOVE 'ACRESCIMO DESFEITO - SEM AVAL' TO
                                      WRK-MSG-ERRO
               END-IF
           END-IF.
           PERFORM 8586-RECALCULAR-PEDIDO.

      *CONFERE SE O ACRESCIMO CABE NO LIMITE DE CREDITO, COM O
      *MESMO AVAL DE SUPERVISOR DO 8517; A VARREDURA DO SALDO
      *REUTILIZA O BUFFER, ENTAO O PEDIDO E RELIDO DEPOIS
       8584-LIMITE-DO-ACRESCIMO.
           SET CREDITO-LIBERADO TO TRUE.
           IF CLIENTES-LIMITE-CRED NOT = ZEROS
               PERFORM 8516-SOMAR-ABERTO-CLIENTE
               MOVE CLIENTES-FONE TO PEDIDOS-FONE
               MOVE WRK-ALT-PEDIDO-DIG TO PEDIDOS-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-TOTAL-ABERTO-CLI > CLIENTES-LIMITE-CRED
                   MOVE 'LIMITE DE CREDITO EXCEDIDO' TO
                                      WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   MOVE 'DIGITE LIBERAR P/ AVAL SUPERVISOR' TO
                                      WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA NOT = 'LIBERAR'
                       SET CREDITO-NEGADO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *APAGA OS ITENS RECEM ACRESCENTADOS E DEVOLVE A MERCADORIA
      *DE CATALOGO AO ESTOQUE
       8585-DESFAZER-ACRESCIMO.
           PERFORM VARYING WRK-ALT-ITEM-DIG FROM WRK-ALT-PRIM-NOVO
                   BY 1 UNTIL WRK-ALT-ITEM-DIG > WRK-ITEM-NUM
               MOVE CLIENTES-FONE TO ITEM-FONE
               MOVE WRK-ALT-PEDIDO-DIG TO ITEM-PEDIDO
               MOVE WRK-ALT-ITEM-DIG TO ITEM-NUMERO
               READ ITENS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 8589-DEVOLVER-AO-ESTOQUE
                       DELETE ITENS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'D' TO WRK-JRNF-ACAO
                               PERFORM 4320-GRAVA-JRN-ITEM
                       END-DELETE
               END-READ
           END-PERFORM.

      *RECALCULA O CABECALHO COMO A SOMA DOS ITENS RESTANTES E
      *REGRAVA, COM LINHA DE AUDITORIA DA ALTERACAO
       8586-RECALCULAR-PEDIDO.
           MOVE ZEROS TO PEDIDOS-VALOR.
           MOVE CLIENTES-FONE TO ITEM-FONE.
           MOVE WRK-ALT-PEDIDO-DIG TO ITEM-PEDIDO.
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
                   OR ITEM-PEDIDO NOT = WRK-ALT-PEDIDO-DIG
               ADD ITEM-TOTAL TO PEDIDOS-VALOR
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ITEM-STATUS.
      *UM DESCONTO DE CABECALHO JA APLICADO (ITEM 000 APROVADO DO
      *DESCPED) CONTINUA VALENDO DEPOIS DA ALTERACAO: SEM ESTE
      *ABATIMENTO O RECALCULO DEVOLVERIA O PEDIDO AO VALOR CHEIO
      *COM O DESCONTO AINDA MARCADO COMO APLICADO
           MOVE CLIENTES-FONE TO DESC-FONE.
           MOVE WRK-ALT-PEDIDO-DIG TO DESC-PEDIDO.
           MOVE ZEROS TO DESC-ITEM.
           READ DESCONTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DESC-APROVADO
                       IF DESC-VALOR > PEDIDOS-VALOR
                           MOVE ZEROS TO PEDIDOS-VALOR
                       ELSE
                           SUBTRACT DESC-VALOR FROM PEDIDOS-VALOR
                       END-IF
                   END-IF
           END-READ.
           MOVE ZEROS TO DESC-STATUS.
           REWRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O PEDIDO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'A' TO WRK-JRNF-ACAO
                   PERFORM 4310-GRAVA-JRN-PEDIDO
                   MOVE 'PED-ALTERA' TO AUDIT-ACAO
                   MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
                   MOVE 'PEDIDO RECALCULADO E GRAVADO' TO
                                      WRK-MSG-ERRO
           END-REWRITE.

      *RETIRA UM ITEM DO PEDIDO; A MERCADORIA DE CATALOGO VOLTA
      *AO ESTOQUE E O CABECALHO E RECALCULADO
       8587-RETIRAR-ITEM.
           MOVE ZEROS TO WRK-ALT-ITEM-DIG.
           DISPLAY TELA-ALT-ITEM.
           ACCEPT TELA-ALT-ITEM.
           MOVE CLIENTES-FONE TO ITEM-FONE.
           MOVE WRK-ALT-PEDIDO-DIG TO ITEM-PEDIDO.
           MOVE WRK-ALT-ITEM-DIG TO ITEM-NUMERO.
           READ ITENS
               INVALID KEY
                   MOVE 'ITEM NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   PERFORM 8589-DEVOLVER-AO-ESTOQUE
                   DELETE ITENS
                       INVALID KEY
                           MOVE 'FALHA AO RETIRAR O ITEM' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'D' TO WRK-JRNF-ACAO
                           PERFORM 4320-GRAVA-JRN-ITEM
                           PERFORM 8586-RECALCULAR-PEDIDO
                   END-DELETE
           END-READ.

      *MUDA A QUANTIDADE DE UM ITEM: O AUMENTO PASSA PELA
      *CONFERENCIA DE LIMITE ANTES DE GRAVAR E O ESTOQUE
      *ACOMPANHA A DIFERENCA NOS DOIS SENTIDOS
       8588-MUDAR-QUANTIDADE.
           MOVE ZEROS TO WRK-ALT-ITEM-DIG.
           MOVE ZEROS TO WRK-ALT-QTDE-DIG.
           DISPLAY TELA-ALT-ITEM.
           ACCEPT TELA-ALT-ITEM.
           DISPLAY TELA-ALT-QTDE.
           ACCEPT TELA-ALT-QTDE.
           MOVE CLIENTES-FONE TO ITEM-FONE.
           MOVE WRK-ALT-PEDIDO-DIG TO ITEM-PEDIDO.
           MOVE WRK-ALT-ITEM-DIG TO ITEM-NUMERO.
           READ ITENS
               INVALID KEY
                   MOVE 'ITEM NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF WRK-ALT-QTDE-DIG = ZEROS
                       MOVE 'QUANTIDADE ZERO - USE RETIRAR' TO
                                          WRK-MSG-ERRO
                   ELSE
                       PERFORM 8590-APLICAR-QUANTIDADE
                   END-IF
           END-READ.

       8590-APLICAR-QUANTIDADE.
           COMPUTE WRK-ALT-DELTA ROUNDED =
                   (WRK-ALT-QTDE-DIG - ITEM-QTDE) *
                   ITEM-PRECO-UNIT *
                   (100 - ITEM-DESC-PCT) / 100.
           SET CREDITO-LIBERADO TO TRUE.
           IF WRK-ALT-DELTA > ZEROS
               PERFORM 8584-LIMITE-DO-ACRESCIMO
      *A CONFERENCIA DO LIMITE VARRE OS PEDIDOS E REUTILIZA OS
      *BUFFERS, ENTAO O ITEM EM EDICAO E RELIDO ANTES DE GRAVAR
               MOVE CLIENTES-FONE TO ITEM-FONE
               MOVE WRK-ALT-PEDIDO-DIG TO ITEM-PEDIDO
               MOVE WRK-ALT-ITEM-DIG TO ITEM-NUMERO
               READ ITENS
                   INVALID KEY
                       MOVE 23 TO ITEM-STATUS
               END-READ
           END-IF.
           IF CREDITO-NEGADO
               MOVE 'QUANTIDADE NAO ALTERADA - SEM AVAL' TO
                                  WRK-MSG-ERRO
           ELSE
               PERFORM 8591-AJUSTAR-ESTOQUE-QTDE
               MOVE WRK-ALT-QTDE-DIG TO ITEM-QTDE
               COMPUTE ITEM-TOTAL ROUNDED =
                       ITEM-QTDE * ITEM-PRECO-UNIT *
                       (100 - ITEM-DESC-PCT) / 100
               REWRITE ITEM-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O ITEM' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'A' TO WRK-JRNF-ACAO
                       PERFORM 4320-GRAVA-JRN-ITEM
                       PERFORM 8586-RECALCULAR-PEDIDO
               END-REWRITE
           END-IF.

      *ESTOQUE ACOMPANHA A MUDANCA DE QUANTIDADE: AUMENTO E SAIDA
      *ADICIONAL, REDUCAO E ENTRADA DE VOLTA (NO KIT, NOS
      *COMPONENTES)
       8591-AJUSTAR-ESTOQUE-QTDE.
           MOVE PEDIDOS-FILIAL TO WRK-EST-FILIAL.
           IF ITEM-PROD-CODIGO NOT = ZEROS
               MOVE ITEM-PROD-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 8380-VERIFICAR-KIT
                       IF WRK-ALT-QTDE-DIG > ITEM-QTDE
                           COMPUTE WRK-EST-QTDE-DIG =
                                   WRK-ALT-QTDE-DIG - ITEM-QTDE
                           MOVE 'S' TO WRK-EST-TIPO-DIG
                       ELSE
                           COMPUTE WRK-EST-QTDE-DIG =
                                   ITEM-QTDE - WRK-ALT-QTDE-DIG
                           MOVE 'E' TO WRK-EST-TIPO-DIG
                       END-IF
                       MOVE 'ALTERACAO PEDIDO' TO WRK-EST-MOTIVO-DIG
                       IF WRK-EST-QTDE-DIG > ZEROS AND PROD-E-KIT
                           MOVE WRK-EST-QTDE-DIG TO WRK-KIT-QTDE-MOV
                           PERFORM 8382-MOVIMENTAR-KIT
                       END-IF
                       IF WRK-EST-QTDE-DIG > ZEROS AND PROD-NAO-KIT
                           PERFORM 8401-APLICAR-NA-FILIAL
                           REWRITE PROD-REG
                           END-REWRITE
                           IF WRK-EST-TIPO-DIG = 'E'
                               PERFORM 8395-VOLTA-POR-LOTE
                           ELSE
                               PERFORM 8392-SAIDA-POR-LOTE
                           END-IF
                           PERFORM 8835-GRAVAR-MOV-ESTOQUE
                       END-IF
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-EST-FILIAL.

      *DEVOLVE AO ESTOQUE A MERCADORIA DO ITEM CORRENTE (USADO NA
      *RETIRADA E NO DESFAZER DO ACRESCIMO), NA FILIAL DO PEDIDO
       8589-DEVOLVER-AO-ESTOQUE.
           MOVE PEDIDOS-FILIAL TO WRK-EST-FILIAL.
           IF ITEM-PROD-CODIGO NOT = ZEROS
               MOVE ITEM-PROD-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'E' TO WRK-EST-TIPO-DIG
                       MOVE 'ITEM RETIRADO' TO WRK-EST-MOTIVO-DIG
                       PERFORM 8380-VERIFICAR-KIT
                       IF PROD-E-KIT
                           MOVE ITEM-QTDE TO WRK-KIT-QTDE-MOV
                           PERFORM 8382-MOVIMENTAR-KIT
                       ELSE
                           MOVE ITEM-QTDE TO WRK-EST-QTDE-DIG
                           PERFORM 8401-APLICAR-NA-FILIAL
                           REWRITE PROD-REG
                           END-REWRITE
                           PERFORM 8395-VOLTA-POR-LOTE
                           PERFORM 8835-GRAVAR-MOV-ESTOQUE
                       END-IF
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-EST-FILIAL.

      *PAGINA, SO LEITURA, OS PEDIDOS DO CLIENTE CORRENTE JA
      *MOVIDOS PARA PEDIDOS.HIS PELO ARQPED - A COMPRA DE DOIS
      *ANOS ATRAS DEIXA DE EXIGIR ALGUEM COM ACESSO AO SERVIDOR
       8598-VER-ARQUIVADOS.
           MOVE ZEROS TO WRK-HIS-LISTADOS.
           MOVE ZEROS TO WRK-RELATORIO-LINHA.
           OPEN INPUT PEDIDOS-HISTORICO.
           IF HIS-STATUS NOT = ZEROS
               MOVE 'SEM ARQUIVO HISTORICO NESTA BASE' TO
                                  WRK-MSG-ERRO
           ELSE
               DISPLAY '------------------'
               DISPLAY 'PEDIDOS ARQUIVADOS DO CLIENTE'
               DISPLAY '------------------'
               READ PEDIDOS-HISTORICO
                   AT END
                       MOVE 10 TO HIS-STATUS
               END-READ
               PERFORM UNTIL HIS-STATUS = 10
                   IF HIS-FONE = CLIENTES-FONE
                       ADD 1 TO WRK-HIS-LISTADOS
                       DISPLAY HIS-NUMERO ' ' HIS-DATA ' '
                               HIS-VALOR ' ' HIS-DESCRICAO ' '
                               HIS-SITUACAO
                       ADD 1 TO WRK-RELATORIO-LINHA
                       IF WRK-RELATORIO-LINHA =
                               WRK-RELATORIO-PAGINA
                           DISPLAY '-- PRESSIONE ENTER PARA '
                                   'CONTINUAR --'
                           ACCEPT WRK-TECLA
                           MOVE ZEROS TO WRK-RELATORIO-LINHA
                       END-IF
                   END-IF
                   READ PEDIDOS-HISTORICO
                       AT END
                           MOVE 10 TO HIS-STATUS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-HISTORICO
               IF WRK-HIS-LISTADOS = ZEROS
                   MOVE 'NENHUM PEDIDO ARQUIVADO' TO WRK-MSG-ERRO
               ELSE
                   MOVE 'FIM DOS ARQUIVADOS' TO WRK-MSG-ERRO
               END-IF
           END-IF.
           MOVE ZEROS TO HIS-STATUS.

      *AGENDA (OU ATUALIZA) A ENTREGA DO PEDIDO APONTADO; NA
      *PRIMEIRA VEZ O ENDERECO VEM DO CADASTRO E O OPERADOR
      *CORRIGE PARA O LUGAR COMBINADO; DEPOIS E SO ATUALIZAR A
      *SITUACAO (SAIU, ENTREGUE, FRUSTRADA). CADA GRAVACAO
      *RECALCULA O FRETE PELO CEP COMBINADO (VIDE 8300)
       8592-ENTREGA-DO-PEDIDO.
           MOVE ZEROS TO WRK-ENT-PEDIDO-DIG.
           DISPLAY TELA-ENTREGA.
           ACCEPT ENT-CHAVE-TELA.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE WRK-ENT-PEDIDO-DIG TO PEDIDOS-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF PED-CANCELADO OR PED-ESTORNO
                       MOVE 'PEDIDO CANCELADO NAO ENTREGA' TO
                                          WRK-MSG-ERRO
                   ELSE
                       PERFORM 8594-GRAVAR-ENTREGA
                   END-IF
           END-READ.

       8594-GRAVAR-ENTREGA.
           MOVE CLIENTES-FONE TO ENT-FONE.
           MOVE WRK-ENT-PEDIDO-DIG TO ENT-PEDIDO.
           MOVE ZEROS TO WRK-CPE-DATA-PEDIDA.
           MOVE SPACES TO WRK-CPE-PER-PEDIDO.
           MOVE ZEROS TO WRK-CPE-PND-ID.
           SET AGENDA-COM-VAGA TO TRUE.
           READ ENTREGAS
               INVALID KEY
      *ENTREGA NOVA: PRE-PREENCHE COM O ENDERECO DO CADASTRO
                   MOVE ZEROS TO ENT-DATA
                   MOVE 'M' TO ENT-PERIODO
                   MOVE CLIENTES-END-LOGRADOURO TO ENT-LOGRADOURO
                   MOVE CLIENTES-END-NUMERO TO ENT-END-NUMERO
                   MOVE CLIENTES-END-BAIRRO TO ENT-BAIRRO
                   MOVE CLIENTES-END-CIDADE TO ENT-CIDADE
                   MOVE CLIENTES-END-UF TO ENT-UF
                   MOVE CLIENTES-END-CEP TO ENT-CEP
                   SET ENT-PENDENTE TO TRUE
                   MOVE ZEROS TO WRK-CPE-DATA-ORIG
                   MOVE SPACES TO WRK-CPE-PER-ORIG
                   PERFORM 8610-MOSTRAR-VAGAS
                   DISPLAY ENT-DADOS
                   ACCEPT ENT-DADOS
                   PERFORM 8596-VALIDAR-ENTREGA
                   PERFORM 8597-REMARCAR-ENTREGA
                       UNTIL NOT AGENDA-LOTADA
                   IF CAMPO-VALIDO
                       MOVE CLIENTES-FONE TO ENT-FONE
                       MOVE WRK-ENT-PEDIDO-DIG TO ENT-PEDIDO
                       WRITE ENT-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR A ENTREGA' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'ENTREGA AGENDADA' TO
                                                  WRK-MSG-ERRO
                               PERFORM 8622-REGISTRAR-REMARCACAO
                               PERFORM 8300-LANCAR-FRETE
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   MOVE ENT-DATA TO WRK-CPE-DATA-ORIG
                   MOVE ENT-PERIODO TO WRK-CPE-PER-ORIG
                   DISPLAY ENT-DADOS
                   MOVE 'ATUALIZAR ESTA ENTREGA? (S/N)' TO
                                      WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8610-MOSTRAR-VAGAS
                       ACCEPT ENT-DADOS
                       PERFORM 8596-VALIDAR-ENTREGA
                       PERFORM 8597-REMARCAR-ENTREGA
                           UNTIL NOT AGENDA-LOTADA
                       IF CAMPO-VALIDO
                           REWRITE ENT-REG
                               INVALID KEY
                                   MOVE 'FALHA AO GRAVAR A ENTREGA'
                                           TO WRK-MSG-ERRO
                               NOT INVALID KEY
                                   MOVE 'ENTREGA ATUALIZADA' TO
                                                      WRK-MSG-ERRO
                                   PERFORM 8622-REGISTRAR-REMARCACAO
                                   PERFORM 8300-LANCAR-FRETE
                           END-REWRITE
                       END-IF
                   ELSE
                       MOVE 'VISUALIZACAO, NADA ALTERADO' TO
                                          WRK-MSG-ERRO
                   END-IF
           END-READ.

       8596-VALIDAR-ENTREGA.
           SET CAMPO-VALIDO TO TRUE.
           SET AGENDA-COM-VAGA TO TRUE.
           IF ENT-DATA = ZEROS
               SET CAMPO-INVALIDO TO TRUE
               MOVE 'DATA DA ENTREGA E OBRIGATORIA' TO WRK-MSG-ERRO
           END-IF.
      *A VAGA E CONTADA POR PERIODO, ENTAO ELE TEM QUE SER M OU T
           IF NOT ENT-MANHA AND NOT ENT-TARDE
               SET CAMPO-INVALIDO TO TRUE
               MOVE 'PERIODO DEVE SER M OU T' TO WRK-MSG-ERRO
           END-IF.
           IF ENT-SITUACAO NOT = 'P' AND ENT-SITUACAO NOT = 'S'
                   AND ENT-SITUACAO NOT = 'E'
                   AND ENT-SITUACAO NOT = 'F'
               SET ENT-PENDENTE TO TRUE
           END-IF.
           IF CAMPO-VALIDO
               PERFORM 8612-CONFERIR-VAGA
           END-IF.

      *PERIODO LOTADO SEM LIBERACAO: MOSTRA O MOTIVO E DEIXA O
      *OPERADOR ESCOLHER OUTRA DATA OU PERIODO, COM AS VAGAS NA
      *TELA; DESISTINDO, A ENTREGA NAO E GRAVADA
       8597-REMARCAR-ENTREGA.
           ACCEPT MOSTRA-ERRO.
           MOVE 'ESCOLHER OUTRA DATA? (S/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               PERFORM 8610-MOSTRAR-VAGAS
               DISPLAY ENT-DADOS
               ACCEPT ENT-DADOS
               PERFORM 8596-VALIDAR-ENTREGA
           ELSE
               SET CAMPO-INVALIDO TO TRUE
               SET AGENDA-COM-VAGA TO TRUE
               MOVE 'ENTREGA NAO GRAVADA - LOTADO' TO WRK-MSG-ERRO
           END-IF.

      *VAGAS DA AGENDA DA FILIAL DE HOJE E DOS SETE DIAS SEGUINTES,
      *POR PERIODO, NA PARTE DE BAIXO DA TELA DA ENTREGA
       8610-MOSTRAR-VAGAS.
           PERFORM 8626-PREPARAR-AGENDA.
           INITIALIZE WRK-TABELA-VAGAS.
           ACCEPT WRK-CPE-DATA-CONS FROM DATE YYYYMMDD.
           PERFORM VARYING WRK-VG-IDX FROM 1 BY 1
                   UNTIL WRK-VG-IDX > 8
               MOVE WRK-CPE-DATA-CONS TO WRK-VG-DATA (WRK-VG-IDX)
               PERFORM 8617-CAPACIDADE-DO-DIA
               PERFORM 8619-AVANCAR-UM-DIA
           END-PERFORM.
           PERFORM 8620-CONTAR-OCUPACAO.
           PERFORM VARYING WRK-VG-IDX FROM 1 BY 1
                   UNTIL WRK-VG-IDX > 8
               PERFORM 8611-MONTAR-LINHA-VAGA
           END-PERFORM.
           DISPLAY TELA-VAGAS-ENTREGA.

      *DD/MM, DIA DA SEMANA E, POR PERIODO, AS VAGAS QUE SOBRAM
      *(OU LOTADO, FERIADO, SEM LIMITE)
       8611-MONTAR-LINHA-VAGA.
           MOVE WRK-VG-DATA (WRK-VG-IDX) TO WRK-VG-DATA-AUX.
           EVALUATE TRUE
               WHEN WRK-VG-REGRA (WRK-VG-IDX) = 'L'
                   MOVE 'SEM LIMITE' TO WRK-VG-TXT-M
                   MOVE 'SEM LIMITE' TO WRK-VG-TXT-T
               WHEN WRK-VG-REGRA (WRK-VG-IDX) = 'F'
                   MOVE 'FERIADO' TO WRK-VG-TXT-M
                   MOVE 'FERIADO' TO WRK-VG-TXT-T
               WHEN OTHER
                   COMPUTE WRK-VG-VAGAS = WRK-VG-CAP-M (WRK-VG-IDX)
                           - WRK-VG-OCU-M (WRK-VG-IDX)
                   PERFORM 8616-TEXTO-VAGAS
                   MOVE WRK-VG-TXT TO WRK-VG-TXT-M
                   COMPUTE WRK-VG-VAGAS = WRK-VG-CAP-T (WRK-VG-IDX)
                           - WRK-VG-OCU-T (WRK-VG-IDX)
                   PERFORM 8616-TEXTO-VAGAS
                   MOVE WRK-VG-TXT TO WRK-VG-TXT-T
           END-EVALUATE.
           MOVE SPACES TO WRK-VG-LINHA (WRK-VG-IDX).
           STRING WRK-VG-AUX-DIA '/' WRK-VG-AUX-MES ' '
                   TB-NOME-DIA (WRK-VG-DOW (WRK-VG-IDX))
                   ' M ' WRK-VG-TXT-M ' T ' WRK-VG-TXT-T
               DELIMITED BY SIZE INTO WRK-VG-LINHA (WRK-VG-IDX).

       8616-TEXTO-VAGAS.
           IF WRK-VG-VAGAS NOT > ZEROS
               MOVE 'LOTADO' TO WRK-VG-TXT
           ELSE
               MOVE WRK-VG-VAGAS TO WRK-VG-ED-VAGAS
               MOVE SPACES TO WRK-VG-TXT
               STRING WRK-VG-ED-VAGAS ' VAGAS'
                   DELIMITED BY SIZE INTO WRK-VG-TXT
           END-IF.

      *SO A DATA OU O PERIODO NOVOS CONSOMEM VAGA, E SO DE ENTREGA
      *QUE AINDA VAI SAIR (PENDENTE OU FRUSTRADA A REAGENDAR); A
      *DATA DIGITADA VAI NA POSICAO 9 DA TABELA DE VAGAS. O PRIMEIRO
      *PEDIDO RECUSADO FICA GUARDADO PARA O REGISTRO DA REMARCACAO
       8612-CONFERIR-VAGA.
           IF (ENT-PENDENTE OR ENT-FRUSTRADA)
                   AND (ENT-DATA NOT = WRK-CPE-DATA-ORIG
                       OR ENT-PERIODO NOT = WRK-CPE-PER-ORIG)
               PERFORM 8626-PREPARAR-AGENDA
               MOVE 9 TO WRK-VG-IDX
               MOVE ENT-DATA TO WRK-VG-DATA (9)
               PERFORM 8617-CAPACIDADE-DO-DIA
               IF WRK-VG-REGRA (9) NOT = 'L'
                   PERFORM 8620-CONTAR-OCUPACAO
                   IF ENT-TARDE
                       COMPUTE WRK-VG-VAGAS = WRK-VG-CAP-T (9)
                               - WRK-VG-OCU-T (9)
                   ELSE
                       COMPUTE WRK-VG-VAGAS = WRK-VG-CAP-M (9)
                               - WRK-VG-OCU-M (9)
                   END-IF
                   IF WRK-VG-VAGAS NOT > ZEROS
                       SET AGENDA-LOTADA TO TRUE
                       IF WRK-CPE-DATA-PEDIDA = ZEROS
                           MOVE ENT-DATA TO WRK-CPE-DATA-PEDIDA
                           MOVE ENT-PERIODO TO WRK-CPE-PER-PEDIDO
                       END-IF
                       PERFORM 8613-LIBERAR-LOTADA
                   END-IF
               END-IF
           END-IF.

      *PERIODO LOTADO SO RECEBE A ENTREGA COM LIBERACAO DE ADMIN: O
      *PROPRIO ADMIN ENCAIXA NA HORA (FICA NA AUDITORIA); O DEMAIS
      *OPERADOR PEDE NA FILA A QUATRO OLHOS (OPCAO AQ) E, DEPOIS
      *DE APROVADO, REPETE O AGENDAMENTO
       8613-LIBERAR-LOTADA.
           SET CAMPO-INVALIDO TO TRUE.
           IF PERFIL-ADMIN
               MOVE 'LOTADO - ENCAIXAR MESMO? (S/N)' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   SET AGENDA-ENCAIXE TO TRUE
                   SET CAMPO-VALIDO TO TRUE
                   PERFORM 8625-AUDITAR-ENCAIXE
               ELSE
                   MOVE 'PERIODO LOTADO' TO WRK-MSG-ERRO
               END-IF
           ELSE
               PERFORM 8614-PROCURAR-LIBERACAO-AGENDA
               EVALUATE TRUE
                   WHEN LIBERACAO-APROVADA
                       SET AGENDA-ENCAIXE TO TRUE
                       SET CAMPO-VALIDO TO TRUE
                   WHEN LIBERACAO-PENDENTE
                       MOVE 'PERIODO LOTADO - AGUARDA ADMIN' TO
                                          WRK-MSG-ERRO
                   WHEN OTHER
                       MOVE 'AGENDA' TO PND-ACAO
                       MOVE CLIENTES-FONE TO PND-FONE
                       MOVE WRK-ENT-PEDIDO-DIG TO PND-FONE2
                       MOVE ZEROS TO PND-VALOR
                       PERFORM 8726-GRAVAR-PENDENCIA
                       MOVE 'LOTADO - PEDIDO AO ADMIN' TO
                                          WRK-MSG-ERRO
               END-EVALUATE
           END-IF.

      *PROCURA NA FILA O ENCAIXE DESTE OPERADOR PARA ESTE PEDIDO,
      *COMO A LIBERACAO DE OUTRA FILIAL (2087); GUARDA O ID DO
      *APROVADO PARA MARCA-LO COMO USADO NA GRAVACAO
       8614-PROCURAR-LIBERACAO-AGENDA.
           SET LIBERACAO-NENHUMA TO TRUE.
           MOVE ZEROS TO WRK-CPE-PND-ID.
           MOVE LOW-VALUES TO PND-ID.
           START PENDENCIAS KEY IS NOT LESS THAN PND-ID
               INVALID KEY
                   MOVE 10 TO PND-STATUS
           END-START.
           IF PND-STATUS NOT = 10
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PND-STATUS NOT = 0
               IF PND-AGENDA AND PND-FONE = CLIENTES-FONE
                       AND PND-FONE2 = WRK-ENT-PEDIDO-DIG
                       AND PND-SOLICITANTE = WRK-OPERADOR
                   PERFORM 2088-CLASSIFICAR-LIBERACAO
                   IF LIBERACAO-APROVADA AND WRK-CPE-PND-ID = ZEROS
                       MOVE PND-ID TO WRK-CPE-PND-ID
                   END-IF
               END-IF
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PND-STATUS.

      *RELE O ENTCAP.DAT INTEIRO PARA A TABELA EM MEMORIA
       8615-CARREGAR-CAPACIDADE.
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
                   READ CAPAC-ENTREGA
                       AT END
                           MOVE 10 TO CENT-STATUS
                   END-READ
               END-PERFORM
               CLOSE CAPAC-ENTREGA
           END-IF.
           MOVE ZEROS TO CENT-STATUS.

      *O QUE VALE NA DATA DA POSICAO WRK-VG-IDX DA TABELA DE VAGAS:
      *A LINHA DO DIA DA SEMANA, TROCADA POR ZERO NO FERIADO, E POR
      *CIMA DE TUDO A EXCECAO DA DATA; FILIAL SEM LINHA NENHUMA
      *FICA SEM LIMITE
       8617-CAPACIDADE-DO-DIA.
           MOVE WRK-VG-DATA (WRK-VG-IDX) TO WRK-ZEL-DATA.
           PERFORM 8618-DIA-DA-SEMANA.
           MOVE WRK-CPE-DOW TO WRK-VG-DOW (WRK-VG-IDX).
           MOVE ZEROS TO WRK-VG-CAP-M (WRK-VG-IDX).
           MOVE ZEROS TO WRK-VG-CAP-T (WRK-VG-IDX).
           IF FILIAL-SEM-CAPACIDADE
               SET CAPAC-SEM-CONTROLE TO TRUE
           ELSE
               SET CAPAC-SEMANAL TO TRUE
               PERFORM VARYING WRK-CPE-IDX FROM 1 BY 1
                       UNTIL WRK-CPE-IDX > WRK-TOTAL-CAPAC
                   IF WRK-CPE-FILIAL (WRK-CPE-IDX) = WRK-CPE-FIL-ENT
                       AND WRK-CPE-TIPO (WRK-CPE-IDX) = 'S'
                       AND WRK-CPE-DIA (WRK-CPE-IDX) = WRK-CPE-DOW
                       MOVE WRK-CPE-MANHA (WRK-CPE-IDX) TO
                               WRK-VG-CAP-M (WRK-VG-IDX)
                       MOVE WRK-CPE-TARDE (WRK-CPE-IDX) TO
                               WRK-VG-CAP-T (WRK-VG-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                       UNTIL WRK-FER-IDX > WRK-TOTAL-FERIADOS
                   IF WRK-FER-DATA (WRK-FER-IDX) =
                           WRK-VG-DATA (WRK-VG-IDX)
                       SET CAPAC-FERIADO TO TRUE
                       MOVE ZEROS TO WRK-VG-CAP-M (WRK-VG-IDX)
                       MOVE ZEROS TO WRK-VG-CAP-T (WRK-VG-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-CPE-IDX FROM 1 BY 1
                       UNTIL WRK-CPE-IDX > WRK-TOTAL-CAPAC
                   IF WRK-CPE-FILIAL (WRK-CPE-IDX) = WRK-CPE-FIL-ENT
                       AND WRK-CPE-TIPO (WRK-CPE-IDX) = 'D'
                       AND WRK-CPE-DIA (WRK-CPE-IDX) =
                           WRK-VG-DATA (WRK-VG-IDX)
                       SET CAPAC-EXCECAO TO TRUE
                       MOVE WRK-CPE-MANHA (WRK-CPE-IDX) TO
                               WRK-VG-CAP-M (WRK-VG-IDX)
                       MOVE WRK-CPE-TARDE (WRK-CPE-IDX) TO
                               WRK-VG-CAP-T (WRK-VG-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WRK-CPE-REGRA TO WRK-VG-REGRA (WRK-VG-IDX).

      *DIA DA SEMANA DE WRK-ZEL-DATA PELA CONGRUENCIA DE ZELLER
      *(0 = SABADO), CONVERTIDO PARA 1 = SEGUNDA ... 7 = DOMINGO
      *COMO NO JOBAGEN; CADA PARCELA USA DIVISAO INTEIRA PROPRIA
       8618-DIA-DA-SEMANA.
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
               REMAINDER WRK-CPE-DOW.
           ADD 1 TO WRK-CPE-DOW.

      *AMANHA DE WRK-CPE-DATA-CONS, COM VIRADA DE MES E DE ANO PELA
      *TABELA DE DIAS (FEVEREIRO COM 29 EM ANO BISSEXTO SIMPLES,
      *COMO NO 8955)
       8619-AVANCAR-UM-DIA.
           MOVE TB-DIAS (WRK-CPE-CONS-MES) TO WRK-CPE-ULT-DIA.
           IF WRK-CPE-CONS-MES = 2
               DIVIDE WRK-CPE-CONS-ANO BY 4
                   GIVING WRK-QUOC-BISSEXTO
                   REMAINDER WRK-RESTO-BISSEXTO
               IF WRK-RESTO-BISSEXTO = ZEROS
                   MOVE 29 TO WRK-CPE-ULT-DIA
               END-IF
           END-IF.
           IF WRK-CPE-CONS-DIA < WRK-CPE-ULT-DIA
               ADD 1 TO WRK-CPE-CONS-DIA
           ELSE
               MOVE 1 TO WRK-CPE-CONS-DIA
               IF WRK-CPE-CONS-MES = 12
                   MOVE 1 TO WRK-CPE-CONS-MES
                   ADD 1 TO WRK-CPE-CONS-ANO
               ELSE
                   ADD 1 TO WRK-CPE-CONS-MES
               END-IF
           END-IF.

      *VARRE AS ENTREGAS E CONTA, POR PERIODO, AS DA MESMA FILIAL
      *NAS DATAS DA TABELA DE VAGAS; A ENTREGA EM TELA NAO CONTA
      *(NA ATUALIZACAO ELA AINDA ESTA GRAVADA COM A DATA ANTIGA).
      *O REGISTRO DA ENTREGA E O DO CLIENTE SAO GUARDADOS ANTES E
      *RESTAURADOS DEPOIS, COMO NA CONFERENCIA DE DOCUMENTO (5080)
       8620-CONTAR-OCUPACAO.
           PERFORM VARYING WRK-VG-IDX FROM 1 BY 1
                   UNTIL WRK-VG-IDX > 9
               MOVE ZEROS TO WRK-VG-OCU-M (WRK-VG-IDX)
               MOVE ZEROS TO WRK-VG-OCU-T (WRK-VG-IDX)
           END-PERFORM.
           MOVE ENT-REG TO WRK-CPE-ENT-SALVA.
           MOVE CLIENTES-REG TO WRK-CPE-CLI-SALVO.
           MOVE LOW-VALUES TO ENT-CHAVE.
           START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   MOVE 10 TO ENT-STATUS
           END-START.
           IF ENT-STATUS NOT = 10
               READ ENTREGAS NEXT
                   AT END
                       MOVE 10 TO ENT-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ENT-STATUS NOT = 0
               IF ENT-FONE NOT = WRK-CPE-FONE-ENT
                       OR ENT-PEDIDO NOT = WRK-ENT-PEDIDO-DIG
                   PERFORM 8621-SOMAR-OCUPACAO
               END-IF
               READ ENTREGAS NEXT
                   AT END
                       MOVE 10 TO ENT-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ENT-STATUS.
           MOVE ZEROS TO CLIENTES-STATUS.
           MOVE WRK-CPE-ENT-SALVA TO ENT-REG.
           MOVE WRK-CPE-CLI-SALVO TO CLIENTES-REG.

       8621-SOMAR-OCUPACAO.
           MOVE ZEROS TO WRK-CPE-FIL-OUTRA.
           PERFORM VARYING WRK-VG-IDX FROM 1 BY 1
                   UNTIL WRK-VG-IDX > 9
               IF WRK-VG-DATA (WRK-VG-IDX) = ENT-DATA
                       AND ENT-DATA NOT = ZEROS
                   IF WRK-CPE-FIL-OUTRA = ZEROS
                       PERFORM 8623-FILIAL-DA-ENTREGA
                   END-IF
                   IF WRK-CPE-FIL-OUTRA = WRK-CPE-FIL-ENT
                       IF ENT-TARDE
                           ADD 1 TO WRK-VG-OCU-T (WRK-VG-IDX)
                       ELSE
                           ADD 1 TO WRK-VG-OCU-M (WRK-VG-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *FILIAL DA ENTREGA LIDA NA VARREDURA = A DO CLIENTE DELA
      *(ZERO OU SEM CADASTRO E A MATRIZ, COMO NO ROMANEIO)
       8623-FILIAL-DA-ENTREGA.
           IF ENT-FONE = WRK-CPE-FONE-ENT
               MOVE WRK-CPE-FIL-ENT TO WRK-CPE-FIL-OUTRA
           ELSE
               MOVE ENT-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE ZEROS TO CLIENTES-FILIAL
               END-READ
               IF CLIENTES-STATUS NOT = ZEROS
                   MOVE ZEROS TO CLIENTES-FILIAL
               END-IF
               MOVE CLIENTES-FILIAL TO WRK-CPE-FIL-OUTRA
               IF WRK-CPE-FIL-OUTRA = ZEROS
                   MOVE 1 TO WRK-CPE-FIL-OUTRA
               END-IF
           END-IF.

      *ENTREGA GRAVADA EM OUTRA DATA/PERIODO DEPOIS DE UMA RECUSA
      *POR FALTA DE VAGA VAI PARA O ENTREMAR.DAT COMO REMARCADA; A
      *ENCAIXADA NO LOTADO VAI COMO ENCAIXE E CONSOME A LIBERACAO
      *DA FILA, SE VEIO DE UMA
       8622-REGISTRAR-REMARCACAO.
           IF WRK-CPE-DATA-PEDIDA NOT = ZEROS
                   AND (ENT-DATA NOT = WRK-CPE-DATA-PEDIDA
                       OR ENT-PERIODO NOT = WRK-CPE-PER-PEDIDO)
               MOVE 'R' TO WRK-CPE-MOTIVO
               PERFORM 8624-GRAVAR-REMARCACAO
           END-IF.
           IF AGENDA-ENCAIXE
               MOVE 'E' TO WRK-CPE-MOTIVO
               PERFORM 8624-GRAVAR-REMARCACAO
               IF WRK-CPE-PND-ID NOT = ZEROS
                   MOVE WRK-CPE-PND-ID TO PND-ID
                   READ PENDENCIAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET PND-EXECUTADA TO TRUE
                           REWRITE PND-REG
                           END-REWRITE
                   END-READ
                   MOVE ZEROS TO PND-STATUS
               END-IF
           END-IF.

       8624-GRAVAR-REMARCACAO.
           OPEN EXTEND ENTREGA-REMARCADA.
           IF ERM-STATUS = 35 THEN
               OPEN OUTPUT ENTREGA-REMARCADA
               CLOSE ENTREGA-REMARCADA
               OPEN EXTEND ENTREGA-REMARCADA
           END-IF.
           MOVE ENT-FONE TO ERM-FONE.
           MOVE ENT-PEDIDO TO ERM-PEDIDO.
           MOVE WRK-CPE-FIL-ENT TO ERM-FILIAL.
           IF WRK-CPE-MOTIVO = 'E'
               MOVE ENT-DATA TO ERM-DATA-PEDIDA
               MOVE ENT-PERIODO TO ERM-PERIODO-PEDIDO
           ELSE
               MOVE WRK-CPE-DATA-PEDIDA TO ERM-DATA-PEDIDA
               MOVE WRK-CPE-PER-PEDIDO TO ERM-PERIODO-PEDIDO
           END-IF.
           MOVE ENT-DATA TO ERM-DATA-NOVA.
           MOVE ENT-PERIODO TO ERM-PERIODO-NOVO.
           MOVE WRK-CPE-MOTIVO TO ERM-MOTIVO.
           MOVE WRK-OPERADOR TO ERM-OPERADOR.
           ACCEPT ERM-DATA-REG FROM DATE YYYYMMDD.
           ACCEPT ERM-HORA-REG FROM TIME.
           WRITE ERM-REG.
           CLOSE ENTREGA-REMARCADA.
           MOVE ZEROS TO ERM-STATUS.

      *LINHA DE AUDITORIA DO ENCAIXE FEITO PELO PROPRIO ADMIN: A
      *DATA E O PERIODO LOTADOS VAO NO CAMPO DE TEXTO
       8625-AUDITAR-ENCAIXE.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'ENCAIXE' TO AUDIT-ACAO.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE CLIENTES-FONE TO AUDIT-CHAVE.
           MOVE CLIENTES-NOME TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           STRING 'LOTADO ' ENT-DATA ' ' ENT-PERIODO
                   ' FILIAL ' WRK-CPE-FIL-ENT
               DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE WRK-ENT-PEDIDO-DIG TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *CAPACIDADE E FERIADOS RELIDOS A CADA AGENDAMENTO (A TELA CE
      *PODE TER MUDADO NO MEIO DO DIA) E A FILIAL DA ENTREGA, QUE E
      *A DO CLIENTE EM TELA
       8626-PREPARAR-AGENDA.
           MOVE CLIENTES-FONE TO WRK-CPE-FONE-ENT.
           MOVE CLIENTES-FILIAL TO WRK-CPE-FIL-ENT.
           IF WRK-CPE-FIL-ENT = ZEROS
               MOVE 1 TO WRK-CPE-FIL-ENT
           END-IF.
           PERFORM 8615-CARREGAR-CAPACIDADE.
           SET FILIAL-SEM-CAPACIDADE TO TRUE.
           PERFORM VARYING WRK-CPE-IDX FROM 1 BY 1
                   UNTIL WRK-CPE-IDX > WRK-TOTAL-CAPAC
               IF WRK-CPE-FILIAL (WRK-CPE-IDX) = WRK-CPE-FIL-ENT
                   SET FILIAL-COM-CAPACIDADE TO TRUE
               END-IF
           END-PERFORM.
           PERFORM 8732-CARREGAR-FERIADOS.

      *CAPACIDADE DE ENTREGAS (SO ADMIN): POR FILIAL, UMA LINHA POR
      *DIA DA SEMANA (TIPO S, DIA 1=SEGUNDA ... 7=DOMINGO) E AS
      *EXCECOES POR DATA (TIPO D, DIA AAAAMMDD), COM O NUMERO DE
      *ENTREGAS DE MANHA E DE TARDE. FILIAL SEM LINHA NENHUMA NAO
      *TEM LIMITE; FERIADO DO CALENDARIO (OPCAO FE) E ZERO, SALVO
      *SE HOUVER EXCECAO PARA A DATA
       8630-CAPACIDADE-ENTREGAS.
           MOVE 'MODULO - CAPAC. ENTREGAS' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 8615-CARREGAR-CAPACIDADE.
           PERFORM 8631-LISTAR-CAPACIDADE.
           MOVE 'G=GRAVAR R=REMOVER' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'G'
                   PERFORM 8632-GRAVAR-CAPACIDADE
                   ACCEPT MOSTRA-ERRO
               WHEN 'R'
                   PERFORM 8634-REMOVER-CAPACIDADE
                   ACCEPT MOSTRA-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8631-LISTAR-CAPACIDADE.
           DISPLAY '------------------'.
           DISPLAY 'CAPACIDADE DE ENTREGAS (FIL TIPO DIA MANHA TARDE)'.
           DISPLAY '------------------'.
           PERFORM VARYING WRK-CPE-IDX FROM 1 BY 1
                   UNTIL WRK-CPE-IDX > WRK-TOTAL-CAPAC
               IF WRK-CPE-TIPO (WRK-CPE-IDX) = 'S'
                   AND WRK-CPE-DIA (WRK-CPE-IDX) > ZEROS
                   AND WRK-CPE-DIA (WRK-CPE-IDX) < 8
                   DISPLAY WRK-CPE-FILIAL (WRK-CPE-IDX) ' S '
                           TB-NOME-DIA (WRK-CPE-DIA (WRK-CPE-IDX))
                           '      ' WRK-CPE-MANHA (WRK-CPE-IDX) ' '
                           WRK-CPE-TARDE (WRK-CPE-IDX)
               END-IF
               IF WRK-CPE-TIPO (WRK-CPE-IDX) = 'D'
                   DISPLAY WRK-CPE-FILIAL (WRK-CPE-IDX) ' D '
                           WRK-CPE-DIA (WRK-CPE-IDX) ' '
                           WRK-CPE-MANHA (WRK-CPE-IDX) ' '
                           WRK-CPE-TARDE (WRK-CPE-IDX)
               END-IF
           END-PERFORM.

      *A MESMA FILIAL, TIPO E DIA DIGITADOS DE NOVO REGRAVAM AS
      *QUANTIDADES DAQUELA LINHA; FILIAL EM BRANCO E A MATRIZ
       8632-GRAVAR-CAPACIDADE.
           PERFORM 8635-DIGITAR-CAPACIDADE.
           EVALUATE TRUE
               WHEN NOT CE-TIPO-VALIDO
                   MOVE 'TIPO DEVE SER S OU D' TO WRK-MSG-ERRO
               WHEN WRK-CE-TIPO-DIG = 'S'
                       AND (WRK-CE-DIA-DIG < 1 OR WRK-CE-DIA-DIG > 7)
                   MOVE 'DIA DA SEMANA DE 1 A 7' TO WRK-MSG-ERRO
               WHEN WRK-CE-TIPO-DIG = 'D'
                       AND (WRK-CE-DIG-MES < 1 OR WRK-CE-DIG-MES > 12
                       OR WRK-CE-DIG-DIA < 1 OR WRK-CE-DIG-DIA > 31)
                   MOVE 'DATA INVALIDA (AAAAMMDD)' TO WRK-MSG-ERRO
               WHEN WRK-CE-ACHADO = ZEROS AND WRK-TOTAL-CAPAC = 300
                   MOVE 'TABELA DE CAPACIDADE CHEIA' TO WRK-MSG-ERRO
               WHEN OTHER
                   IF WRK-CE-ACHADO = ZEROS
                       ADD 1 TO WRK-TOTAL-CAPAC
                       MOVE WRK-TOTAL-CAPAC TO WRK-CE-ACHADO
                       MOVE SPACES TO WRK-CE-ANTES
                   ELSE
                       MOVE SPACES TO WRK-CE-ANTES
                       STRING 'MANHA ' WRK-CPE-MANHA (WRK-CE-ACHADO)
                               ' TARDE ' WRK-CPE-TARDE (WRK-CE-ACHADO)
                           DELIMITED BY SIZE INTO WRK-CE-ANTES
                   END-IF
                   MOVE WRK-CE-FILIAL-DIG TO
                           WRK-CPE-FILIAL (WRK-CE-ACHADO)
                   MOVE WRK-CE-TIPO-DIG TO
                           WRK-CPE-TIPO (WRK-CE-ACHADO)
                   MOVE WRK-CE-DIA-DIG TO WRK-CPE-DIA (WRK-CE-ACHADO)
                   MOVE WRK-CE-MANHA-DIG TO
                           WRK-CPE-MANHA (WRK-CE-ACHADO)
                   MOVE WRK-CE-TARDE-DIG TO
                           WRK-CPE-TARDE (WRK-CE-ACHADO)
                   MOVE WRK-OPERADOR TO
                           WRK-CPE-OPERADOR (WRK-CE-ACHADO)
                   ACCEPT WRK-VG-DATA-AUX FROM DATE YYYYMMDD
                   MOVE WRK-VG-DATA-AUX TO WRK-CPE-DATA (WRK-CE-ACHADO)
                   MOVE SPACES TO WRK-CE-DEPOIS
                   STRING 'MANHA ' WRK-CE-MANHA-DIG
                           ' TARDE ' WRK-CE-TARDE-DIG
                       DELIMITED BY SIZE INTO WRK-CE-DEPOIS
                   PERFORM 8638-GRAVAR-CAPACIDADES
                   PERFORM 8639-AUDITAR-CAPACIDADE
                   MOVE 'CAPACIDADE GRAVADA' TO WRK-MSG-ERRO
           END-EVALUATE.

      *POSICAO NA TABELA DA LINHA DIGITADA (FILIAL, TIPO E DIA),
      *OU ZERO SE ELA AINDA NAO EXISTE
       8633-ACHAR-CAPACIDADE.
           MOVE ZEROS TO WRK-CE-ACHADO.
           PERFORM VARYING WRK-CPE-IDX FROM 1 BY 1
                   UNTIL WRK-CPE-IDX > WRK-TOTAL-CAPAC
               IF WRK-CPE-FILIAL (WRK-CPE-IDX) = WRK-CE-FILIAL-DIG
                   AND WRK-CPE-TIPO (WRK-CPE-IDX) = WRK-CE-TIPO-DIG
                   AND WRK-CPE-DIA (WRK-CPE-IDX) = WRK-CE-DIA-DIG
                   AND WRK-CE-TIPO-DIG NOT = SPACES
                   SET WRK-CE-ACHADO TO WRK-CPE-IDX
               END-IF
           END-PERFORM.

      *REMOVER A LINHA DO DIA DA SEMANA DEIXA O DIA SEM ENTREGA
      *(CAPACIDADE ZERO); REMOVER A EXCECAO VOLTA A VALER A SEMANA
       8634-REMOVER-CAPACIDADE.
           PERFORM 8635-DIGITAR-CAPACIDADE.
           IF WRK-CE-ACHADO = ZEROS
               MOVE 'LINHA NAO ENCONTRADA' TO WRK-MSG-ERRO
           ELSE
               MOVE SPACES TO WRK-CE-ANTES
               STRING 'MANHA ' WRK-CPE-MANHA (WRK-CE-ACHADO)
                       ' TARDE ' WRK-CPE-TARDE (WRK-CE-ACHADO)
                   DELIMITED BY SIZE INTO WRK-CE-ANTES
               MOVE 'REMOVIDA' TO WRK-CE-DEPOIS
               MOVE SPACES TO WRK-CPE-TIPO (WRK-CE-ACHADO)
               PERFORM 8638-GRAVAR-CAPACIDADES
               PERFORM 8639-AUDITAR-CAPACIDADE
               MOVE 'CAPACIDADE REMOVIDA' TO WRK-MSG-ERRO
           END-IF.

       8635-DIGITAR-CAPACIDADE.
           MOVE ZEROS TO WRK-CE-FILIAL-DIG.
           MOVE SPACES TO WRK-CE-TIPO-DIG.
           MOVE ZEROS TO WRK-CE-DIA-DIG.
           MOVE ZEROS TO WRK-CE-MANHA-DIG.
           MOVE ZEROS TO WRK-CE-TARDE-DIG.
           DISPLAY TELA-CAPAC-ENTREGA.
           ACCEPT TELA-CAPAC-ENTREGA.
           IF WRK-CE-FILIAL-DIG = ZEROS
               MOVE 1 TO WRK-CE-FILIAL-DIG
           END-IF.
           PERFORM 8633-ACHAR-CAPACIDADE.

       8638-GRAVAR-CAPACIDADES.
           OPEN OUTPUT CAPAC-ENTREGA.
           PERFORM VARYING WRK-CPE-IDX FROM 1 BY 1
                   UNTIL WRK-CPE-IDX > WRK-TOTAL-CAPAC
               IF WRK-CPE-TIPO (WRK-CPE-IDX) NOT = SPACES
                   MOVE WRK-CAPAC (WRK-CPE-IDX) TO CENT-REG
                   WRITE CENT-REG
               END-IF
           END-PERFORM.
           CLOSE CAPAC-ENTREGA.
           MOVE ZEROS TO CENT-STATUS.

      *LINHA DE AUDITORIA DA MANUTENCAO DE CAPACIDADE: QUAL LINHA E
      *AS QUANTIDADES ANTES E DEPOIS
       8639-AUDITAR-CAPACIDADE.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'CAPAC-ENT' TO AUDIT-ACAO.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE ZEROS TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-NOME.
           STRING 'FILIAL ' WRK-CE-FILIAL-DIG ' ' WRK-CE-TIPO-DIG
                   ' ' WRK-CE-DIA-DIG
               DELIMITED BY SIZE INTO AUDIT-NOME.
           MOVE WRK-CE-ANTES TO AUDIT-EMAIL-ANTES.
           MOVE WRK-CE-DEPOIS TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *FRETE DA ENTREGA: CALCULADO PELO CEP DO LUGAR COMBINADO NA
      *TABELA DO FRETE.DAT (FIXO DA FAIXA MAIS O ADICIONAL DO
      *DEGRAU DO VALOR DA MERCADORIA, OU GRATIS A PARTIR DO PISO)
      *E LANCADO COMO ITEM PROPRIO DO PEDIDO; REAGENDAR PARA OUTRO
      *CEP REGRAVA O MESMO ITEM. PEDIDO JA FATURADO NAO E MEXIDO
       8300-LANCAR-FRETE.
           MOVE ZEROS TO WRK-FRT-VALOR.
           IF NOT PED-ABERTO
               MOVE 'ENTREGA OK - PEDIDO JA FECHADO' TO WRK-MSG-ERRO
           ELSE
               PERFORM 8302-APURAR-MERCADORIA
               PERFORM 8304-CALCULAR-FRETE
               IF FRETE-SEM-FAIXA
                   MOVE 'CEP FORA DA TABELA DE FRETE' TO
                                      WRK-MSG-ERRO
               ELSE
                   PERFORM 8306-GRAVAR-ITEM-FRETE
                   DISPLAY TELA-FRETE-ENTREGA
               END-IF
           END-IF.

      *SOMA OS ITENS DE MERCADORIA DO PEDIDO E GUARDA O NUMERO DO
      *ITEM DE FRETE JA LANCADO (SE HOUVER) E O DO ULTIMO ITEM
       8302-APURAR-MERCADORIA.
           MOVE ZEROS TO WRK-FRT-MERCADORIA.
           MOVE ZEROS TO WRK-FRT-ITEM.
           MOVE ZEROS TO WRK-FRT-ULT-ITEM.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
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
                   OR ITEM-FONE NOT = PEDIDOS-FONE
                   OR ITEM-PEDIDO NOT = PEDIDOS-NUMERO
               IF ITEM-FRETE
                   MOVE ITEM-NUMERO TO WRK-FRT-ITEM
               ELSE
                   ADD ITEM-TOTAL TO WRK-FRT-MERCADORIA
               END-IF
               MOVE ITEM-NUMERO TO WRK-FRT-ULT-ITEM
               READ ITENS NEXT
                   AT END
                       MOVE 10 TO ITEM-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ITEM-STATUS.

      *ACHA A FAIXA DO CEP DA ENTREGA E MONTA O VALOR DO FRETE
       8304-CALCULAR-FRETE.
           SET FRETE-SEM-FAIXA TO TRUE.
           MOVE ZEROS TO WRK-FRT-FAIXA-ACHADA.
           PERFORM VARYING WRK-FRT-IDX FROM 1 BY 1
                   UNTIL WRK-FRT-IDX > WRK-TOTAL-FAIXAS-FRETE
               IF WRK-FRT-FAIXA-ACHADA = ZEROS
                       AND ENT-CEP >= WRK-FF-CEP-INI (WRK-FRT-IDX)
                       AND ENT-CEP <= WRK-FF-CEP-FIM (WRK-FRT-IDX)
                   SET WRK-FRT-FAIXA-ACHADA TO WRK-FRT-IDX
               END-IF
           END-PERFORM.
           IF WRK-FRT-FAIXA-ACHADA NOT = ZEROS
               SET FRETE-CALCULADO TO TRUE
               IF WRK-FRT-MERCADORIA < WRK-FRETE-PISO
                   MOVE WRK-FF-FIXO (WRK-FRT-FAIXA-ACHADA) TO
                                      WRK-FRT-VALOR
                   MOVE ZEROS TO WRK-FRT-DEGRAU-ACHADO
                   PERFORM VARYING WRK-FRT-DEGRAU FROM 1 BY 1
                           UNTIL WRK-FRT-DEGRAU > 3
                       IF WRK-FRT-DEGRAU-ACHADO = ZEROS
                          AND (WRK-FF-VALOR-ATE (WRK-FRT-FAIXA-ACHADA,
                                   WRK-FRT-DEGRAU) = ZEROS
                           OR WRK-FRT-MERCADORIA NOT >
                              WRK-FF-VALOR-ATE (WRK-FRT-FAIXA-ACHADA,
                                   WRK-FRT-DEGRAU))
                           MOVE WRK-FRT-DEGRAU TO WRK-FRT-DEGRAU-ACHADO
                           ADD WRK-FF-ADICIONAL (WRK-FRT-FAIXA-ACHADA,
                                   WRK-FRT-DEGRAU) TO WRK-FRT-VALOR
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *GRAVA (OU REGRAVA) O ITEM DE FRETE E RECALCULA O PEDIDO
       8306-GRAVAR-ITEM-FRETE.
           MOVE PEDIDOS-FONE TO ITEM-FONE.
           MOVE PEDIDOS-NUMERO TO ITEM-PEDIDO.
           IF WRK-FRT-ITEM = ZEROS
               COMPUTE ITEM-NUMERO = WRK-FRT-ULT-ITEM + 1
               PERFORM 8307-MONTAR-ITEM-FRETE
               WRITE ITEM-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O FRETE' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRNF-ACAO
                       PERFORM 4320-GRAVA-JRN-ITEM
                       PERFORM 8308-TOTALIZAR-FRETE
               END-WRITE
           ELSE
               MOVE WRK-FRT-ITEM TO ITEM-NUMERO
               READ ITENS
                   INVALID KEY
                       MOVE 'FALHA AO LER O ITEM DE FRETE' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       PERFORM 8307-MONTAR-ITEM-FRETE
                       REWRITE ITEM-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR O FRETE' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'A' TO WRK-JRNF-ACAO
                               PERFORM 4320-GRAVA-JRN-ITEM
                               PERFORM 8308-TOTALIZAR-FRETE
                       END-REWRITE
               END-READ
           END-IF.

       8307-MONTAR-ITEM-FRETE.
           MOVE WRK-COD-FRETE TO ITEM-PROD-CODIGO.
           MOVE SPACES TO ITEM-DESCRICAO.
           IF WRK-FRT-VALOR = ZEROS
               STRING 'FRETE GRATIS - CEP ' ENT-CEP
                   DELIMITED BY SIZE INTO ITEM-DESCRICAO
           ELSE
               STRING 'FRETE - CEP ' ENT-CEP
                   DELIMITED BY SIZE INTO ITEM-DESCRICAO
           END-IF.
           MOVE 1 TO ITEM-QTDE.
           MOVE WRK-FRT-VALOR TO ITEM-PRECO-UNIT.
           MOVE WRK-FRT-VALOR TO ITEM-TOTAL.
           MOVE ZEROS TO ITEM-DESC-PCT.

      *O CABECALHO VOLTA A SER A SOMA DOS ITENS, AGORA COM O FRETE,
      *PELO MESMO RECALCULO DA ALTERACAO DE PEDIDO
       8308-TOTALIZAR-FRETE.
           MOVE PEDIDOS-NUMERO TO WRK-ALT-PEDIDO-DIG.
           PERFORM 8586-RECALCULAR-PEDIDO.
           IF PEDIDOS-STATUS = ZEROS
               IF WRK-FRT-VALOR = ZEROS
                   MOVE 'ENTREGA GRAVADA - FRETE GRATIS' TO
                                      WRK-MSG-ERRO
               ELSE
                   MOVE 'ENTREGA E FRETE GRAVADOS' TO WRK-MSG-ERRO
               END-IF
           END-IF.

      *DEVOLUCAO DE MERCADORIA: O OPERADOR APONTA O ITEM DO
      *PEDIDO E A QUANTIDADE QUE VOLTOU; A NOTA DE CREDITO ABATE
      *O SALDO DO PEDIDO (RECEBIMENTO DE FORMA N), A MERCADORIA
      *VOLTA AO ESTOQUE E O MOTIVO FICA REGISTRADO PARA O
      *RELATORIO MENSAL - NADA DE CANCELAR O PEDIDO INTEIRO POR
      *CAUSA DE UM ITEM
       8570-DEVOLUCAO.
           MOVE ZEROS TO WRK-DV-PEDIDO-DIG.
           MOVE ZEROS TO WRK-DV-ITEM-DIG.
           MOVE ZEROS TO WRK-DV-QTDE-DIG.
           MOVE SPACES TO WRK-DV-MOTIVO-DIG.
           DISPLAY TELA-DEVOLUCAO.
           ACCEPT TELA-DEVOLUCAO.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
           MOVE WRK-DV-PEDIDO-DIG TO PEDIDOS-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF PED-CANCELADO OR PED-ESTORNO
                       MOVE 'PEDIDO CANCELADO NAO DEVOLVE' TO
                                          WRK-MSG-ERRO
                   ELSE
                       PERFORM 8572-VALIDAR-ITEM-DEVOL
                   END-IF
           END-READ.

       8572-VALIDAR-ITEM-DEVOL.
           MOVE CLIENTES-FONE TO ITEM-FONE.
           MOVE WRK-DV-PEDIDO-DIG TO ITEM-PEDIDO.
           MOVE WRK-DV-ITEM-DIG TO ITEM-NUMERO.
           READ ITENS
               INVALID KEY
                   MOVE 'ITEM NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF WRK-DV-QTDE-DIG = ZEROS
                           OR WRK-DV-QTDE-DIG > ITEM-QTDE
                       MOVE 'QUANTIDADE DEVOLVIDA INVALIDA' TO
                                          WRK-MSG-ERRO
                   ELSE
                       PERFORM 8574-EFETIVAR-DEVOLUCAO
                   END-IF
           END-READ.

      *O CREDITO DA DEVOLUCAO E PROPORCIONAL AO TOTAL LIQUIDO DO
      *ITEM (JA DESCONTADO), NUNCA AO PRECO CHEIO. A NOTA DE
      *CREDITO ABATE NO MAXIMO O SALDO EM ABERTO DO PEDIDO; O QUE
      *PASSAR DISSO VIRA DEPOSITO NA CONTA DE CREDITOS - NUNCA AS
      *DUAS COISAS AO MESMO TEMPO
       8574-EFETIVAR-DEVOLUCAO.
           COMPUTE WRK-DV-CREDITO ROUNDED =
                   ITEM-TOTAL * WRK-DV-QTDE-DIG / ITEM-QTDE.
           PERFORM 8512-SOMAR-RECEBIMENTOS.
           COMPUTE WRK-PED-SALDO =
                   PEDIDOS-VALOR - WRK-PED-RECEBIDO.
           IF WRK-PED-SALDO < ZEROS
               MOVE ZEROS TO WRK-PED-SALDO
           END-IF.
           IF WRK-PED-SALDO = ZEROS
      *PEDIDO JA RECEBIDO POR INTEIRO: NADA A ABATER, O CREDITO
      *INTEIRO VAI PARA A CONTA DO CLIENTE
               MOVE 'D' TO WRK-CRC-TIPO
               MOVE WRK-DV-CREDITO TO WRK-CRC-VALOR-DIG
               MOVE 'EXCEDENTE DEVOLUCAO' TO WRK-CRC-MOTIVO-DIG
               PERFORM 8742-GRAVAR-MOV-CREDITO
               PERFORM 8576-ESTOQUE-DE-VOLTA
               PERFORM 8578-REGISTRAR-DEVOLUCAO
               PERFORM 8767-ESTORNO-DEVOLUCAO
               MOVE 'DEVOLUCAO REGISTRADA' TO WRK-MSG-ERRO
           ELSE
               PERFORM 8575-NOTA-DE-CREDITO
           END-IF.

       8575-NOTA-DE-CREDITO.
           MOVE CLIENTES-FONE TO RECEB-FONE.
           MOVE WRK-DV-PEDIDO-DIG TO RECEB-PEDIDO.
           COMPUTE RECEB-SEQ = WRK-ULT-RECEB-SEQ + 1.
           ACCEPT RECEB-DATA FROM DATE YYYYMMDD.
           IF WRK-DV-CREDITO > WRK-PED-SALDO
               MOVE WRK-PED-SALDO TO RECEB-VALOR
           ELSE
               MOVE WRK-DV-CREDITO TO RECEB-VALOR
           END-IF.
           MOVE ZEROS TO RECEB-PARCELA.
           MOVE 'N' TO RECEB-FORMA.
           MOVE ZEROS TO RECEB-RECIBO.
           MOVE ZEROS TO RECEB-MULTA.
           MOVE ZEROS TO RECEB-JUROS.
           WRITE RECEB-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A NOTA DE CREDITO' TO
                                      WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRNF-ACAO
                   PERFORM 4330-GRAVA-JRN-RECEB
                   MOVE 'DEVOLUCAO' TO AUDIT-ACAO
                   MOVE RECEB-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
                   PERFORM 8576-ESTOQUE-DE-VOLTA
                   PERFORM 8578-REGISTRAR-DEVOLUCAO
      *NOTA DE CREDITO QUE COBRE O SALDO QUITA O PEDIDO, COMO
      *QUALQUER RECEBIMENTO
                   ADD RECEB-VALOR TO WRK-PED-RECEBIDO
                   IF WRK-PED-RECEBIDO NOT < PEDIDOS-VALOR
                           AND NOT PED-PAGO
                       SET PED-PAGO TO TRUE
                       REWRITE PEDIDOS-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'A' TO WRK-JRNF-ACAO
                               PERFORM 4310-GRAVA-JRN-PEDIDO
                               PERFORM 8762-CREDITAR-PONTOS
                       END-REWRITE
                   END-IF
      *PEDIDO QUE JA RENDEU PONTOS DEVOLVE A PARTE DO ITEM
                   PERFORM 8767-ESTORNO-DEVOLUCAO
      *A PARTE DO CREDITO QUE NAO COUBE NO SALDO DO PEDIDO VIRA
      *DEPOSITO NA CONTA DE CREDITOS
                   IF WRK-DV-CREDITO > RECEB-VALOR
                       COMPUTE WRK-CRC-VALOR-DIG =
                               WRK-DV-CREDITO - RECEB-VALOR
                       MOVE 'D' TO WRK-CRC-TIPO
                       MOVE 'EXCEDENTE DEVOLUCAO' TO
                               WRK-CRC-MOTIVO-DIG
                       PERFORM 8742-GRAVAR-MOV-CREDITO
                   END-IF
                   MOVE 'DEVOLUCAO REGISTRADA' TO WRK-MSG-ERRO
           END-WRITE.

      *MERCADORIA DE CATALOGO VOLTA PARA A PRATELEIRA, COM
      *MOVIMENTO DE ENTRADA NO DIARIO DE ESTOQUE; O KIT DEVOLVIDO
      *VOLTA DESMONTADO, COMPONENTE POR COMPONENTE, E O PRODUTO
      *COM LOTE VOLTA AO LOTE DE ONDE SAIU
       8576-ESTOQUE-DE-VOLTA.
           IF ITEM-PROD-CODIGO NOT = ZEROS
               MOVE ITEM-PROD-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'E' TO WRK-EST-TIPO-DIG
                       MOVE 'DEVOLUCAO' TO WRK-EST-MOTIVO-DIG
                       PERFORM 8380-VERIFICAR-KIT
                       IF PROD-E-KIT
                           MOVE WRK-DV-QTDE-DIG TO WRK-KIT-QTDE-MOV
                           PERFORM 8382-MOVIMENTAR-KIT
                       ELSE
                           MOVE WRK-DV-QTDE-DIG TO WRK-EST-QTDE-DIG
                           PERFORM 8401-APLICAR-NA-FILIAL
                           REWRITE PROD-REG
                           END-REWRITE
                           PERFORM 8395-VOLTA-POR-LOTE
                           PERFORM 8835-GRAVAR-MOV-ESTOQUE
                       END-IF
               END-READ
           END-IF.

       8578-REGISTRAR-DEVOLUCAO.
           OPEN EXTEND DEVOLUCOES.
           IF DEVOL-STATUS = 35 THEN
               OPEN OUTPUT DEVOLUCOES
               CLOSE DEVOLUCOES
               OPEN EXTEND DEVOLUCOES
           END-IF.
           ACCEPT DEVOL-DATA FROM DATE YYYYMMDD.
           MOVE CLIENTES-FONE TO DEVOL-FONE.
           MOVE WRK-DV-PEDIDO-DIG TO DEVOL-PEDIDO.
           MOVE WRK-DV-ITEM-DIG TO DEVOL-ITEM.
           MOVE WRK-DV-QTDE-DIG TO DEVOL-QTDE.
           MOVE WRK-DV-CREDITO TO DEVOL-VALOR.
           MOVE WRK-DV-MOTIVO-DIG TO DEVOL-MOTIVO.
           MOVE WRK-OPERADOR TO DEVOL-OPERADOR.
           WRITE DEVOL-REG.
           CLOSE DEVOLUCOES.
           MOVE ZEROS TO DEVOL-STATUS.

      *CONSENTIMENTOS LGPD: LISTA O HISTORICO DO TITULAR E
      *REGISTRA A CONCESSAO OU A REVOGACAO POR FINALIDADE; TUDO
      *FICA TAMBEM NA TRILHA DE AUDITORIA
       8690-CONSENTIMENTOS.
           MOVE 'MODULO - CONSENTIMENTOS' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       PERFORM 8692-LISTAR-CONSENTIMENTOS
                       MOVE 'REGISTRAR/REVOGAR CONSENTIMENTO? (S/N)' TO
                                          WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       IF WRK-TECLA = 'S'
                           PERFORM 8694-GRAVAR-CONSENTIMENTO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
           END-READ.

       8692-LISTAR-CONSENTIMENTOS.
           MOVE ZEROS TO WRK-CONS-LISTADOS.
           MOVE CLIENTES-FONE TO CONS-FONE.
           MOVE LOW-VALUES TO CONS-FINALIDADE.
           START CONSENTIMENTOS KEY IS NOT LESS THAN CONS-CHAVE
               INVALID KEY
                   MOVE 10 TO CONS-STATUS
           END-START.
           IF CONS-STATUS NOT = 10
               READ CONSENTIMENTOS NEXT
                   AT END
                       MOVE 10 TO CONS-STATUS
               END-READ
           END-IF.
           DISPLAY '------------------'.
           DISPLAY 'CONSENTIMENTOS DO TITULAR'.
           DISPLAY '------------------'.
           PERFORM UNTIL CONS-STATUS NOT = 0
                   OR CONS-FONE NOT = CLIENTES-FONE
               ADD 1 TO WRK-CONS-LISTADOS
               DISPLAY CONS-FINALIDADE ' ' CONS-SITUACAO
                       ' DESDE ' CONS-DATA
                       ' ORIGEM ' CONS-ORIGEM
                       ' POR ' CONS-OPERADOR
                       ' REVOG ' CONS-DATA-REVOG
               READ CONSENTIMENTOS NEXT
                   AT END
                       MOVE 10 TO CONS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO CONS-STATUS.
           IF WRK-CONS-LISTADOS = ZEROS
               DISPLAY 'NENHUM CONSENTIMENTO REGISTRADO'
           END-IF.

       8694-GRAVAR-CONSENTIMENTO.
           MOVE 'M' TO WRK-CONS-FIN-DIG.
           MOVE 'S' TO WRK-CONS-SIT-DIG.
           MOVE 'B' TO WRK-CONS-ORIGEM-DIG.
           DISPLAY TELA-CONSENTIMENTO.
           ACCEPT TELA-CONSENTIMENTO.
           IF WRK-CONS-FIN-DIG NOT = 'M'
                   AND WRK-CONS-FIN-DIG NOT = 'C'
                   AND WRK-CONS-FIN-DIG NOT = 'P'
               MOVE 'FINALIDADE INVALIDA (M/C/P)' TO WRK-MSG-ERRO
           ELSE
               MOVE CLIENTES-FONE TO CONS-FONE
               MOVE WRK-CONS-FIN-DIG TO CONS-FINALIDADE
               READ CONSENTIMENTOS
                   INVALID KEY
                       MOVE WRK-CONS-SIT-DIG TO CONS-SITUACAO
                       ACCEPT CONS-DATA FROM DATE YYYYMMDD
                       MOVE WRK-CONS-ORIGEM-DIG TO CONS-ORIGEM
                       MOVE WRK-OPERADOR TO CONS-OPERADOR
                       MOVE ZEROS TO CONS-DATA-REVOG
                       IF CONS-REVOGADO
                           ACCEPT CONS-DATA-REVOG FROM DATE YYYYMMDD
                       END-IF
                       WRITE CONS-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               PERFORM 8696-AUDITAR-CONSENTIMENTO
                               MOVE 'CONSENTIMENTO REGISTRADO' TO
                                                  WRK-MSG-ERRO
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WRK-CONS-SIT-DIG TO CONS-SITUACAO
                       MOVE WRK-CONS-ORIGEM-DIG TO CONS-ORIGEM
                       MOVE WRK-OPERADOR TO CONS-OPERADOR
                       IF CONS-REVOGADO
                           ACCEPT CONS-DATA-REVOG FROM DATE YYYYMMDD
                       ELSE
                           ACCEPT CONS-DATA FROM DATE YYYYMMDD
                           MOVE ZEROS TO CONS-DATA-REVOG
                       END-IF
                       REWRITE CONS-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               PERFORM 8696-AUDITAR-CONSENTIMENTO
                               MOVE 'CONSENTIMENTO ATUALIZADO' TO
                                                  WRK-MSG-ERRO
                       END-REWRITE
               END-READ
           END-IF.

      *LINHA DE AUDITORIA DO CONSENTIMENTO: FINALIDADE E SITUACAO
      *NO CAMPO DE TEXTO
       8696-AUDITAR-CONSENTIMENTO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'CONSENTIM' TO AUDIT-ACAO.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE CLIENTES-FONE TO AUDIT-CHAVE.
           MOVE CLIENTES-NOME TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           STRING 'FINALIDADE ' CONS-FINALIDADE
                   ' SITUACAO ' CONS-SITUACAO
                   ' ORIGEM ' CONS-ORIGEM
               DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *PESQUISA DE SATISFACAO: O OPERADOR ANOTA A NOTA (0-10) E
      *O COMENTARIO QUE O CLIENTE DEU PARA UM PEDIDO PAGO; O
      *RELATORIO MENSAL PESQREL FECHA AS MEDIAS POR FILIAL E
      *OPERADOR E LISTA OS DETRATORES
       8680-PESQUISA-SATISFACAO.
           MOVE 'MODULO - PESQUISA SATISFACAO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-PSQ-FONE-DIG.
           MOVE ZEROS TO WRK-PSQ-PEDIDO-DIG.
           MOVE ZEROS TO PSQ-NOTA.
           MOVE SPACES TO PSQ-COMENTARIO.
           DISPLAY TELA-PESQUISA.
           ACCEPT PSQ-CHAVE-TELA.
           MOVE WRK-PSQ-FONE-DIG TO PEDIDOS-FONE.
           MOVE WRK-PSQ-PEDIDO-DIG TO PEDIDOS-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF NOT PED-PAGO
                       MOVE 'PESQUISA E SO DE PEDIDO PAGO' TO
                                          WRK-MSG-ERRO
                   ELSE
                       PERFORM 8682-GRAVAR-RESPOSTA
                   END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.

       8682-GRAVAR-RESPOSTA.
           ACCEPT PSQ-DADOS.
           IF PSQ-NOTA > 10
               MOVE 'NOTA VALIDA E DE 0 A 10' TO WRK-MSG-ERRO
           ELSE
               MOVE WRK-PSQ-FONE-DIG TO PSQ-FONE
               MOVE WRK-PSQ-PEDIDO-DIG TO PSQ-PEDIDO
               ACCEPT PSQ-DATA FROM DATE YYYYMMDD
               MOVE WRK-OPERADOR TO PSQ-OPERADOR
               WRITE PSQ-REG
                   INVALID KEY
                       REWRITE PSQ-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR A RESPOSTA' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'RESPOSTA REGRAVADA' TO
                                                  WRK-MSG-ERRO
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'RESPOSTA REGISTRADA' TO WRK-MSG-ERRO
               END-WRITE
           END-IF.

      *AGRUPAMENTO DE CLIENTES: VINCULA O CLIENTE A UM GRUPO (OU
      *TIRA DELE, COM GRUPO ZERO) E MOSTRA A VISAO CONSOLIDADA:
      *CADA MEMBRO COM O SEU SALDO EM ABERTO E O TOTAL DO GRUPO
       8660-GRUPO-DE-CLIENTES.
           MOVE 'MODULO - GRUPO DE CLIENTES' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       MOVE CLIENTES-FONE TO WRK-FONE-CORRENTE
                       MOVE CLIENTES-FONE TO GRP-FONE
                       READ GRUPOS
                           INVALID KEY
                               DISPLAY 'CLIENTE SEM GRUPO'
                               MOVE ZEROS TO WRK-GRP-NUMERO-DIG
                               MOVE 'N' TO WRK-GRP-PAGADOR-DIG
                           NOT INVALID KEY
                               MOVE GRP-GRUPO TO WRK-GRP-EXAME
                               PERFORM 8664-MOSTRAR-GRUPO
                               MOVE GRP-GRUPO TO WRK-GRP-NUMERO-DIG
                               MOVE GRP-PAGADOR TO WRK-GRP-PAGADOR-DIG
                       END-READ
                       IF PERFIL-CONSULTA
                           MOVE 'FIM DA CONSULTA' TO WRK-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                       ELSE
                           MOVE 'ALTERAR O VINCULO DE GRUPO? (S/N)' TO
                                              WRK-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                           IF WRK-TECLA = 'S'
                               PERFORM 8666-VINCULAR-GRUPO
                               ACCEPT MOSTRA-ERRO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *SOMA O SALDO EM ABERTO DE CADA MEMBRO DO GRUPO EM EXAME
      *(VARREDURA DO GRUPOCLI + 8516 POR MEMBRO); OS BUFFERS DE
      *CLIENTE E PEDIDO SAO REUTILIZADOS E O CHAMADOR RESTAURA O
      *CLIENTE CORRENTE DEPOIS
       8662-SALDO-DO-GRUPO.
           MOVE ZEROS TO WRK-GRP-TOTAL.
           MOVE ZEROS TO WRK-GRP-MEMBROS.
           MOVE LOW-VALUES TO GRP-FONE.
           START GRUPOS KEY IS NOT LESS THAN GRP-FONE
               INVALID KEY
                   MOVE 10 TO GRP-STATUS
           END-START.
           IF GRP-STATUS NOT = 10
               READ GRUPOS NEXT
                   AT END
                       MOVE 10 TO GRP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL GRP-STATUS NOT = 0
               IF GRP-GRUPO = WRK-GRP-EXAME
                   ADD 1 TO WRK-GRP-MEMBROS
                   MOVE GRP-FONE TO CLIENTES-FONE
                   PERFORM 8516-SOMAR-ABERTO-CLIENTE
                   ADD WRK-TOTAL-ABERTO-CLI TO WRK-GRP-TOTAL
               END-IF
               READ GRUPOS NEXT
                   AT END
                       MOVE 10 TO GRP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO GRP-STATUS.

      *LISTA OS MEMBROS DO GRUPO COM O SALDO DE CADA UM E O TOTAL
       8664-MOSTRAR-GRUPO.
           DISPLAY '------------------'.
           DISPLAY 'MEMBROS DO GRUPO ' WRK-GRP-EXAME.
           DISPLAY '------------------'.
           MOVE ZEROS TO WRK-GRP-TOTAL.
           MOVE ZEROS TO WRK-GRP-MEMBROS.
           MOVE LOW-VALUES TO GRP-FONE.
           START GRUPOS KEY IS NOT LESS THAN GRP-FONE
               INVALID KEY
                   MOVE 10 TO GRP-STATUS
           END-START.
           IF GRP-STATUS NOT = 10
               READ GRUPOS NEXT
                   AT END
                       MOVE 10 TO GRP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL GRP-STATUS NOT = 0
               IF GRP-GRUPO = WRK-GRP-EXAME
                   ADD 1 TO WRK-GRP-MEMBROS
                   MOVE GRP-FONE TO CLIENTES-FONE
                   PERFORM 8516-SOMAR-ABERTO-CLIENTE
                   ADD WRK-TOTAL-ABERTO-CLI TO WRK-GRP-TOTAL
                   MOVE GRP-FONE TO WRK-FONE-ANTIGO
                   READ CLIENTES
                       INVALID KEY
                           MOVE '** SEM CADASTRO **' TO
                                   CLIENTES-NOME
                   END-READ
                   DISPLAY GRP-FONE ' ' CLIENTES-NOME
                           ' SALDO ' WRK-TOTAL-ABERTO-CLI
                           ' PAGADOR=' GRP-PAGADOR
      *A CHAVE DO GRUPO VOLTA PARA O MEMBRO CORRENTE, POIS O
      *BUFFER FOI REUTILIZADO PELA LEITURA DO NOME
                   MOVE WRK-FONE-ANTIGO TO GRP-FONE
               END-IF
               READ GRUPOS NEXT
                   AT END
                       MOVE 10 TO GRP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO GRP-STATUS.
           DISPLAY 'TOTAL DO GRUPO: ' WRK-GRP-TOTAL.
           MOVE WRK-FONE-CORRENTE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
           END-READ.

      *GRAVA (OU REMOVE, COM GRUPO ZERO) O VINCULO DO CLIENTE
       8666-VINCULAR-GRUPO.
           DISPLAY TELA-GRUPO.
           ACCEPT TELA-GRUPO.
           MOVE WRK-FONE-CORRENTE TO GRP-FONE.
           IF WRK-GRP-NUMERO-DIG = ZEROS
               DELETE GRUPOS
                   INVALID KEY
                       MOVE 'CLIENTE JA ESTAVA SEM GRUPO' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'CLIENTE RETIRADO DO GRUPO' TO
                                          WRK-MSG-ERRO
               END-DELETE
           ELSE
               MOVE WRK-GRP-NUMERO-DIG TO GRP-GRUPO
               MOVE WRK-GRP-PAGADOR-DIG TO GRP-PAGADOR
               WRITE GRP-REG
                   INVALID KEY
                       REWRITE GRP-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR O VINCULO' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'VINCULO ATUALIZADO' TO
                                                  WRK-MSG-ERRO
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'CLIENTE VINCULADO AO GRUPO' TO
                                          WRK-MSG-ERRO
               END-WRITE
           END-IF.

      *ATENDIMENTOS: ANOTA E CONSULTA OS CONTATOS DE UM CLIENTE
      *(LIGOU SOBRE RENOVACAO, RETORNAR SEXTA) E LISTA OS
      *RETORNOS VENCIDOS DO OPERADOR LOGADO - A VENDA DEIXA DE
      *CAIR NO BURACO ENTRE OS TURNOS
       8640-ATENDIMENTOS.
           MOVE 'MODULO - ATENDIMENTOS' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT WRK-HOJE-ATD FROM DATE YYYYMMDD.
           MOVE 'C=CONTATOS DE UM CLIENTE R=RETORNOS DE HOJE' TO
                              WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'C'
                   PERFORM 8642-CONTATOS-DO-CLIENTE
               WHEN 'R'
                   PERFORM 8648-RETORNOS-DO-DIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8642-CONTATOS-DO-CLIENTE.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       PERFORM 8644-LISTAR-CONTATOS
                       MOVE 'REGISTRAR CONTATO NOVO? (S/N)' TO
                                          WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       IF WRK-TECLA = 'S'
                           PERFORM 8646-REGISTRAR-CONTATO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
           END-READ.

      *LISTA OS CONTATOS JA ANOTADOS DO CLIENTE, GUARDANDO A
      *ULTIMA SEQUENCIA PARA NUMERAR O PROXIMO
       8644-LISTAR-CONTATOS.
           MOVE ZEROS TO WRK-ATD-ULT-SEQ.
           MOVE ZEROS TO WRK-ATD-LISTADOS.
           MOVE CLIENTES-FONE TO ATD-FONE.
           MOVE ZEROS TO ATD-SEQ.
           START ATENDIMENTOS KEY IS NOT LESS THAN ATD-CHAVE
               INVALID KEY
                   MOVE 10 TO ATD-STATUS
           END-START.
           IF ATD-STATUS NOT = 10
               READ ATENDIMENTOS NEXT
                   AT END
                       MOVE 10 TO ATD-STATUS
               END-READ
           END-IF.
           DISPLAY '------------------'.
           DISPLAY 'CONTATOS DO CLIENTE'.
           DISPLAY '------------------'.
           PERFORM UNTIL ATD-STATUS NOT = 0
                   OR ATD-FONE NOT = CLIENTES-FONE
               ADD 1 TO WRK-ATD-LISTADOS
               DISPLAY ATD-SEQ ' ' ATD-DATA ' ' ATD-CANAL ' '
                       ATD-ASSUNTO ' POR ' ATD-OPERADOR
               DISPLAY '  ' ATD-TEXTO
               IF ATD-RETORNO NOT = ZEROS
                   DISPLAY '  RETORNAR EM ' ATD-RETORNO
                           ' FEITO=' ATD-RETORNO-FEITO
               END-IF
               MOVE ATD-SEQ TO WRK-ATD-ULT-SEQ
               READ ATENDIMENTOS NEXT
                   AT END
                       MOVE 10 TO ATD-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ATD-STATUS.
           IF WRK-ATD-LISTADOS = ZEROS
               DISPLAY 'NENHUM CONTATO ANOTADO'
           END-IF.

       8646-REGISTRAR-CONTATO.
           MOVE 'T' TO ATD-CANAL.
           MOVE SPACES TO ATD-ASSUNTO.
           MOVE SPACES TO ATD-TEXTO.
           MOVE ZEROS TO ATD-RETORNO.
           DISPLAY TELA-ATENDIMENTO.
           ACCEPT TELA-ATENDIMENTO.
           IF ATD-ASSUNTO = SPACES
               MOVE 'ASSUNTO E OBRIGATORIO' TO WRK-MSG-ERRO
           ELSE
               MOVE CLIENTES-FONE TO ATD-FONE
               COMPUTE ATD-SEQ = WRK-ATD-ULT-SEQ + 1
               MOVE WRK-HOJE-ATD TO ATD-DATA
               ACCEPT ATD-HORA FROM TIME
               MOVE WRK-OPERADOR TO ATD-OPERADOR
               SET ATD-RETORNO-PENDENTE TO TRUE
               WRITE ATD-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O CONTATO' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'CONTATO ANOTADO' TO WRK-MSG-ERRO
               END-WRITE
           END-IF.

      *LISTA OS RETORNOS DO OPERADOR LOGADO VENCIDOS ATE HOJE E
      *AINDA SEM BAIXA, E DEIXA DAR BAIXA NUM DELES
       8648-RETORNOS-DO-DIA.
           MOVE ZEROS TO WRK-ATD-LISTADOS.
           MOVE LOW-VALUES TO ATD-CHAVE.
           START ATENDIMENTOS KEY IS NOT LESS THAN ATD-CHAVE
               INVALID KEY
                   MOVE 10 TO ATD-STATUS
           END-START.
           IF ATD-STATUS NOT = 10
               READ ATENDIMENTOS NEXT
                   AT END
                       MOVE 10 TO ATD-STATUS
               END-READ
           END-IF.
           DISPLAY '------------------'.
           DISPLAY 'RETORNOS DE HOJE DO OPERADOR ' WRK-OPERADOR.
           DISPLAY '------------------'.
           PERFORM UNTIL ATD-STATUS NOT = 0
               IF ATD-OPERADOR = WRK-OPERADOR
                       AND ATD-RETORNO NOT = ZEROS
                       AND ATD-RETORNO NOT > WRK-HOJE-ATD
                       AND ATD-RETORNO-PENDENTE
                   ADD 1 TO WRK-ATD-LISTADOS
                   DISPLAY ATD-FONE '/' ATD-SEQ ' '
                           ATD-RETORNO ' ' ATD-ASSUNTO
               END-IF
               READ ATENDIMENTOS NEXT
                   AT END
                       MOVE 10 TO ATD-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ATD-STATUS.
           IF WRK-ATD-LISTADOS = ZEROS
               MOVE 'NENHUM RETORNO PENDENTE' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE 'DAR BAIXA EM UM RETORNO? (S/N)' TO
                                  WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   PERFORM 8649-BAIXAR-RETORNO
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

       8649-BAIXAR-RETORNO.
           MOVE ZEROS TO WRK-ATD-FONE-DIG.
           MOVE ZEROS TO WRK-ATD-SEQ-DIG.
           DISPLAY TELA-BAIXA-RETORNO.
           ACCEPT TELA-BAIXA-RETORNO.
           MOVE WRK-ATD-FONE-DIG TO ATD-FONE.
           MOVE WRK-ATD-SEQ-DIG TO ATD-SEQ.
           READ ATENDIMENTOS
               INVALID KEY
                   MOVE 'RETORNO NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   SET ATD-RETORNO-DADO TO TRUE
                   REWRITE ATD-REG
                       INVALID KEY
                           MOVE 'FALHA AO DAR BAIXA' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'RETORNO BAIXADO' TO WRK-MSG-ERRO
                   END-REWRITE
           END-READ.

      *MOSTRA E, SE O OPERADOR CONFIRMAR, EDITA AS ATE 5 LINHAS DE
      *ANOTACOES LIVRES DO CLIENTE; MESMO ESQUEMA DE TRAVA/CARIMBO/
      *AUDITORIA JA USADO EM 7000-ALTERAR
       8600-NOTAS-CLIENTE.
           MOVE 'MODULO - NOTAS DO CLIENTE' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES WITH LOCK
               IF CLIENTES-STATUS = 0
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       UNLOCK CLIENTES
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       DISPLAY TELA-OBSERVACOES
                       MOVE 'ALTERAR ESTAS NOTAS? (S/N)' TO WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       IF WRK-TECLA = 'S'
                           ACCEPT TELA-OBSERVACOES
                           PERFORM 5070-CARIMBA-ALTERACAO
                           REWRITE CLIENTES-REG
                           IF CLIENTES-STATUS = 0
                               MOVE 'NOTAS ATUALIZADAS' TO WRK-MSG-ERRO
                               ACCEPT MOSTRA-ERRO
                               MOVE 'ALTERACAO' TO AUDIT-ACAO
                               MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-ANTES
                               PERFORM 4000-GRAVA-AUDITORIA
                               MOVE 'A' TO JRN-ACAO
                               PERFORM 4300-GRAVA-JORNAL
                           ELSE
                               PERFORM 9800-TRADUZ-STATUS
                               MOVE WRK-STATUS-MSG TO WRK-MSG-ERRO
                               ACCEPT MOSTRA-ERRO
                           END-IF
                       END-IF
                       UNLOCK CLIENTES
                   END-IF
               ELSE
                   PERFORM 9800-TRADUZ-STATUS
                   MOVE WRK-STATUS-MSG TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               END-IF.

      *TRANSFERENCIA DE CLIENTE ENTRE FILIAIS (SO ADMIN): MUDA A
      *FILIAL DO CADASTRO E DOS PEDIDOS AINDA ABERTOS (O QUE JA
      *FOI VENDIDO FICA NA FILIAL ONDE ACONTECEU); TUDO FICA NA
      *AUDITORIA E NO DIARIO DE TRANSFERENCIAS DO RELATORIO
      *MENSAL. OS CONTRATOS NAO CARREGAM FILIAL, ENTAO O CTRPED
      *PASSA A GERAR NA FILIAL NOVA SOZINHO (A FILIAL DO PEDIDO
      *GERADO VEM DO CADASTRO DO CLIENTE)
       8790-TRANSFERIR-FILIAL.
           MOVE 'MODULO - TRANSF. FILIAL' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           ACCEPT CHAVE.
           READ CLIENTES WITH LOCK
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   DISPLAY SS-DADOS
                   DISPLAY 'FILIAL ATUAL: ' CLIENTES-FILIAL
                   MOVE ZEROS TO WRK-TF-DESTINO
                   DISPLAY TELA-TRANSFERENCIA
                   ACCEPT TELA-TRANSFERENCIA
                   IF WRK-TF-DESTINO = ZEROS
                           OR WRK-TF-DESTINO = CLIENTES-FILIAL
                       MOVE 'FILIAL DE DESTINO INVALIDA' TO
                                          WRK-MSG-ERRO
                   ELSE
                       PERFORM 8792-EFETIVAR-TRANSFERENCIA
                   END-IF
                   UNLOCK CLIENTES
                   ACCEPT MOSTRA-ERRO
           END-READ.

       8792-EFETIVAR-TRANSFERENCIA.
           MOVE CLIENTES-FILIAL TO WRK-TF-ORIGEM.
           MOVE WRK-TF-DESTINO TO CLIENTES-FILIAL.
           PERFORM 5070-CARIMBA-ALTERACAO.
           REWRITE CLIENTES-REG
               INVALID KEY
                   PERFORM 9800-TRADUZ-STATUS
                   MOVE WRK-STATUS-MSG TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'TRANSF-FIL' TO AUDIT-ACAO
                   MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-ANTES
                   PERFORM 4000-GRAVA-AUDITORIA
                   MOVE 'A' TO JRN-ACAO
                   PERFORM 4300-GRAVA-JORNAL
                   PERFORM 8794-MOVER-PEDIDOS-ABERTOS
                   PERFORM 8796-REGISTRAR-TRANSFERENCIA
                   MOVE 'CLIENTE TRANSFERIDO DE FILIAL' TO
                                      WRK-MSG-ERRO
           END-REWRITE.

      *SO OS PEDIDOS AINDA ABERTOS MUDAM DE FILIAL; FATURADOS,
      *PAGOS E CANCELADOS SAO HISTORIA DA FILIAL ONDE NASCERAM
       8794-MOVER-PEDIDOS-ABERTOS.
           MOVE ZEROS TO WRK-TF-PED-MOVIDOS.
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
               IF PED-ABERTO
                   MOVE WRK-TF-DESTINO TO PEDIDOS-FILIAL
                   REWRITE PEDIDOS-REG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'A' TO WRK-JRNF-ACAO
                           PERFORM 4310-GRAVA-JRN-PEDIDO
                           ADD 1 TO WRK-TF-PED-MOVIDOS
                   END-REWRITE
               END-IF
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

       8796-REGISTRAR-TRANSFERENCIA.
           OPEN EXTEND TRANSFERENCIAS.
           IF TRF-STATUS = 35 THEN
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN EXTEND TRANSFERENCIAS
           END-IF.
           ACCEPT TRF-DATA FROM DATE YYYYMMDD.
           MOVE CLIENTES-FONE TO TRF-FONE.
           MOVE WRK-TF-ORIGEM TO TRF-FILIAL-ORIGEM.
           MOVE WRK-TF-DESTINO TO TRF-FILIAL-DESTINO.
           MOVE WRK-OPERADOR TO TRF-OPERADOR.
           MOVE WRK-TF-PED-MOVIDOS TO TRF-PEDIDOS-MOVIDOS.
           WRITE TRF-REG.
           CLOSE TRANSFERENCIAS.
           MOVE ZEROS TO TRF-STATUS.

      *MANUTENCAO DAS TABELAS DE REFERENCIA (SO ADMIN): FAIXAS
      *DE CEP DO CEPUF.DAT E DDDS DO DDDTAB.DAT, SEM EDITOR DE
      *TEXTO E SEM ESPERAR PROGRAMADOR; AS TABELAS EM MEMORIA SAO
      *ATUALIZADAS NA HORA E TUDO FICA NA AUDITORIA
       8770-TABELAS-REFERENCIA.
           MOVE 'MODULO - TABELAS CEP/DDD' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE 'C=FAIXAS DE CEP D=DDDS OUTRA=VOLTAR' TO
                              WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'C'
                   PERFORM 8772-MANTER-FAIXAS-CEP
               WHEN 'D'
                   PERFORM 8780-MANTER-DDDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8772-MANTER-FAIXAS-CEP.
           DISPLAY '------------------'.
           DISPLAY 'FAIXAS DE CEP EM VIGOR'.
           DISPLAY '------------------'.
           PERFORM VARYING WRK-CEP-TBL-IDX FROM 1 BY 1
                   UNTIL WRK-CEP-TBL-IDX > WRK-TOTAL-FAIXAS-CEP
               IF WRK-FX-CEP-INI (WRK-CEP-TBL-IDX) NOT = ZEROS
                       OR WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX)
                               NOT = ZEROS
                   DISPLAY WRK-FX-CEP-INI (WRK-CEP-TBL-IDX) ' A '
                           WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX) ' '
                           WRK-FX-CIDADE (WRK-CEP-TBL-IDX) ' '
                           WRK-FX-UF (WRK-CEP-TBL-IDX)
               END-IF
           END-PERFORM.
           MOVE 'I=INCLUIR R=REMOVER OUTRA=VOLTAR' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'I'
                   PERFORM 8774-INCLUIR-FAIXA
                   ACCEPT MOSTRA-ERRO
               WHEN 'R'
                   PERFORM 8776-REMOVER-FAIXA
                   ACCEPT MOSTRA-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *A FAIXA NOVA NAO PODE SOBREPOR NENHUMA EXISTENTE: DUAS
      *FAIXAS COBRINDO O MESMO CEP FARIAM O PREENCHIMENTO
      *AUTOMATICO DE CIDADE/UF DEPENDER DA ORDEM DO ARQUIVO
       8774-INCLUIR-FAIXA.
           MOVE ZEROS TO WRK-TB-CEP-INI-DIG.
           MOVE ZEROS TO WRK-TB-CEP-FIM-DIG.
           MOVE SPACES TO WRK-TB-CIDADE-DIG.
           MOVE SPACES TO WRK-TB-UF-DIG.
           DISPLAY TELA-FAIXA-CEP.
           ACCEPT TELA-FAIXA-CEP.
           SET TB-FAIXA-OK TO TRUE.
           PERFORM VARYING WRK-CEP-TBL-IDX FROM 1 BY 1
                   UNTIL WRK-CEP-TBL-IDX > WRK-TOTAL-FAIXAS-CEP
               IF WRK-TB-CEP-INI-DIG NOT >
                       WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX)
                   AND WRK-TB-CEP-FIM-DIG NOT <
                       WRK-FX-CEP-INI (WRK-CEP-TBL-IDX)
                   SET TB-FAIXA-SOBREPOE TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-TB-CEP-INI-DIG = ZEROS
                       OR WRK-TB-CEP-FIM-DIG <
                               WRK-TB-CEP-INI-DIG
                   MOVE 'FAIXA DE CEP INVALIDA' TO WRK-MSG-ERRO
               WHEN WRK-TB-UF-DIG = SPACES
                   MOVE 'UF E OBRIGATORIA' TO WRK-MSG-ERRO
               WHEN TB-FAIXA-SOBREPOE
                   MOVE 'FAIXA SOBREPOE UMA EXISTENTE' TO
                                      WRK-MSG-ERRO
               WHEN WRK-TOTAL-FAIXAS-CEP = 100
                   MOVE 'TABELA DE FAIXAS CHEIA' TO WRK-MSG-ERRO
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-FAIXAS-CEP
                   MOVE WRK-TB-CEP-INI-DIG TO
                           WRK-FX-CEP-INI (WRK-TOTAL-FAIXAS-CEP)
                   MOVE WRK-TB-CEP-FIM-DIG TO
                           WRK-FX-CEP-FIM (WRK-TOTAL-FAIXAS-CEP)
                   MOVE WRK-TB-CIDADE-DIG TO
                           WRK-FX-CIDADE (WRK-TOTAL-FAIXAS-CEP)
                   MOVE WRK-TB-UF-DIG TO
                           WRK-FX-UF (WRK-TOTAL-FAIXAS-CEP)
                   PERFORM 8778-GRAVAR-FAIXAS
                   PERFORM 8779-AUDITAR-TABELA
                   MOVE 'FAIXA INCLUIDA' TO WRK-MSG-ERRO
           END-EVALUATE.

       8776-REMOVER-FAIXA.
           MOVE ZEROS TO WRK-TB-CEP-INI-DIG.
           MOVE ZEROS TO WRK-TB-CEP-FIM-DIG.
           MOVE SPACES TO WRK-TB-CIDADE-DIG.
           MOVE SPACES TO WRK-TB-UF-DIG.
           DISPLAY TELA-FAIXA-CEP.
           ACCEPT TELA-FAIXA-CEP.
           MOVE 'FAIXA NAO ENCONTRADA' TO WRK-MSG-ERRO.
           PERFORM VARYING WRK-CEP-TBL-IDX FROM 1 BY 1
                   UNTIL WRK-CEP-TBL-IDX > WRK-TOTAL-FAIXAS-CEP
               IF WRK-FX-CEP-INI (WRK-CEP-TBL-IDX) =
                       WRK-TB-CEP-INI-DIG
                   AND WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX) =
                       WRK-TB-CEP-FIM-DIG
                   AND WRK-TB-CEP-INI-DIG NOT = ZEROS
                   MOVE ZEROS TO
                           WRK-FX-CEP-INI (WRK-CEP-TBL-IDX)
                   MOVE ZEROS TO
                           WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX)
                   MOVE 'FAIXA REMOVIDA' TO WRK-MSG-ERRO
               END-IF
           END-PERFORM.
           IF WRK-MSG-ERRO = 'FAIXA REMOVIDA'
               PERFORM 8778-GRAVAR-FAIXAS
               PERFORM 0080-CARREGAR-FAIXAS-CEP
               PERFORM 8779-AUDITAR-TABELA
           END-IF.

      *REGRAVA O CEPUF.DAT INTEIRO A PARTIR DA TABELA EM MEMORIA
      *(LINHAS ZERADAS PELA REMOCAO FICAM DE FORA)
       8778-GRAVAR-FAIXAS.
           OPEN OUTPUT CEP-REFERENCIA.
           PERFORM VARYING WRK-CEP-TBL-IDX FROM 1 BY 1
                   UNTIL WRK-CEP-TBL-IDX > WRK-TOTAL-FAIXAS-CEP
               IF WRK-FX-CEP-INI (WRK-CEP-TBL-IDX) NOT = ZEROS
                       OR WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX)
                               NOT = ZEROS
                   MOVE WRK-FX-CEP-INI (WRK-CEP-TBL-IDX) TO
                           CEP-REF-INI
                   MOVE WRK-FX-CEP-FIM (WRK-CEP-TBL-IDX) TO
                           CEP-REF-FIM
                   MOVE WRK-FX-CIDADE (WRK-CEP-TBL-IDX) TO
                           CEP-REF-CIDADE
                   MOVE WRK-FX-UF (WRK-CEP-TBL-IDX) TO
                           CEP-REF-UF
                   WRITE CEP-REF-REG
               END-IF
           END-PERFORM.
           CLOSE CEP-REFERENCIA.

       8780-MANTER-DDDS.
           DISPLAY '------------------'.
           DISPLAY 'DDDS VALIDOS EM VIGOR'.
           DISPLAY '------------------'.
           PERFORM VARYING WRK-DDD-IDX FROM 1 BY 1
                   UNTIL WRK-DDD-IDX > WRK-TOTAL-DDDS
               IF WRK-DDD-USO (WRK-DDD-IDX) NOT = ZEROS
                   DISPLAY WRK-DDD-USO (WRK-DDD-IDX)
                       WITH NO ADVANCING
                   DISPLAY ' ' WITH NO ADVANCING
               END-IF
           END-PERFORM.
           DISPLAY ' '.
           MOVE 'I=INCLUIR R=REMOVER OUTRA=VOLTAR' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'I'
                   PERFORM 8782-INCLUIR-DDD
                   ACCEPT MOSTRA-ERRO
               WHEN 'R'
                   PERFORM 8784-REMOVER-DDD
                   ACCEPT MOSTRA-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8782-INCLUIR-DDD.
           MOVE ZEROS TO WRK-DDD-DIG.
           DISPLAY TELA-DDD.
           ACCEPT TELA-DDD.
           MOVE WRK-DDD-DIG TO WRK-DDD-VERIFICA.
           PERFORM 5061-VALIDA-DDD.
           EVALUATE TRUE
               WHEN WRK-DDD-DIG = ZEROS
                   MOVE 'DDD NAO INFORMADO' TO WRK-MSG-ERRO
               WHEN DDD-ACHADO
                   MOVE 'DDD JA ESTA NA TABELA' TO WRK-MSG-ERRO
               WHEN WRK-TOTAL-DDDS = 100
                   MOVE 'TABELA DE DDDS CHEIA' TO WRK-MSG-ERRO
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-DDDS
                   MOVE WRK-DDD-DIG TO
                           WRK-DDD-USO (WRK-TOTAL-DDDS)
                   PERFORM 8786-GRAVAR-DDDS
                   PERFORM 8779-AUDITAR-TABELA
                   MOVE 'DDD INCLUIDO' TO WRK-MSG-ERRO
           END-EVALUATE.

       8784-REMOVER-DDD.
           MOVE ZEROS TO WRK-DDD-DIG.
           DISPLAY TELA-DDD.
           ACCEPT TELA-DDD.
           MOVE 'DDD NAO ESTAVA NA TABELA' TO WRK-MSG-ERRO.
           PERFORM VARYING WRK-DDD-IDX FROM 1 BY 1
                   UNTIL WRK-DDD-IDX > WRK-TOTAL-DDDS
               IF WRK-DDD-USO (WRK-DDD-IDX) = WRK-DDD-DIG
                       AND WRK-DDD-DIG NOT = ZEROS
                   MOVE ZEROS TO WRK-DDD-USO (WRK-DDD-IDX)
                   MOVE 'DDD REMOVIDO' TO WRK-MSG-ERRO
               END-IF
           END-PERFORM.
           IF WRK-MSG-ERRO = 'DDD REMOVIDO'
               PERFORM 8786-GRAVAR-DDDS
               PERFORM 0085-CARREGAR-DDDS
               PERFORM 8779-AUDITAR-TABELA
           END-IF.

       8786-GRAVAR-DDDS.
           OPEN OUTPUT DDD-TABELA.
           PERFORM VARYING WRK-DDD-IDX FROM 1 BY 1
                   UNTIL WRK-DDD-IDX > WRK-TOTAL-DDDS
               IF WRK-DDD-USO (WRK-DDD-IDX) NOT = ZEROS
                   MOVE WRK-DDD-USO (WRK-DDD-IDX) TO DDDTAB-REG
                   WRITE DDDTAB-REG
               END-IF
           END-PERFORM.
           CLOSE DDD-TABELA.

      *LINHA DE AUDITORIA DA MANUTENCAO DE TABELA: O QUE MUDOU
      *VAI NO CAMPO DE TEXTO
       8779-AUDITAR-TABELA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'TAB-REFER' TO AUDIT-ACAO.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE ZEROS TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           STRING 'CEP ' WRK-TB-CEP-INI-DIG '-'
                   WRK-TB-CEP-FIM-DIG ' DDD ' WRK-DDD-DIG
               DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *APURA O SALDO DA CONTA DE CREDITOS DO CLIENTE CORRENTE
      *(DEPOSITOS MENOS APLICACOES) E GUARDA A ULTIMA SEQUENCIA
      *USADA, PARA O PROXIMO MOVIMENTO
       8740-SALDO-CREDITO.
           MOVE ZEROS TO WRK-CRC-SALDO.
           MOVE ZEROS TO WRK-CRC-SEQ-PROX.
           MOVE CLIENTES-FONE TO CRC-FONE.
           MOVE ZEROS TO CRC-SEQ.
           START CREDITOS KEY IS NOT LESS THAN CRC-CHAVE
               INVALID KEY
                   MOVE 10 TO CRC-STATUS
           END-START.
           IF CRC-STATUS NOT = 10
               READ CREDITOS NEXT
                   AT END
                       MOVE 10 TO CRC-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL CRC-STATUS NOT = 0
                   OR CRC-FONE NOT = CLIENTES-FONE
               IF CRC-DEPOSITO
                   ADD CRC-VALOR TO WRK-CRC-SALDO
               ELSE
                   SUBTRACT CRC-VALOR FROM WRK-CRC-SALDO
               END-IF
               MOVE CRC-SEQ TO WRK-CRC-SEQ-PROX
               READ CREDITOS NEXT
                   AT END
                       MOVE 10 TO CRC-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO CRC-STATUS.

      *GRAVA UM MOVIMENTO NA CONTA DE CREDITOS DO CLIENTE
      *CORRENTE; TIPO, VALOR E MOTIVO JA VEM PREENCHIDOS PELO
      *CHAMADOR E TUDO FICA NA TRILHA DE AUDITORIA
       8742-GRAVAR-MOV-CREDITO.
           PERFORM 8740-SALDO-CREDITO.
           MOVE CLIENTES-FONE TO CRC-FONE.
           COMPUTE CRC-SEQ = WRK-CRC-SEQ-PROX + 1.
           ACCEPT CRC-DATA FROM DATE YYYYMMDD.
           MOVE WRK-CRC-TIPO TO CRC-TIPO.
           MOVE WRK-CRC-VALOR-DIG TO CRC-VALOR.
           MOVE WRK-OPERADOR TO CRC-OPERADOR.
           MOVE WRK-CRC-MOTIVO-DIG TO CRC-MOTIVO.
           WRITE CRC-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O CREDITO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF CRC-DEPOSITO
                       MOVE 'CRED-DEP' TO AUDIT-ACAO
                   ELSE
                       MOVE 'CRED-APL' TO AUDIT-ACAO
                   END-IF
                   MOVE SPACES TO AUDIT-EMAIL-ANTES
                   PERFORM 4000-GRAVA-AUDITORIA
                   MOVE 'CREDITO MOVIMENTADO' TO WRK-MSG-ERRO
           END-WRITE.

      *ADIANTAMENTO: DEPOSITO AVULSO NA CONTA DE CREDITOS DO
      *CLIENTE CORRENTE, COM MOTIVO PARA O EXTRATO
       8744-ADIANTAMENTO.
           MOVE ZEROS TO WRK-CRC-VALOR-DIG.
           MOVE SPACES TO WRK-CRC-MOTIVO-DIG.
           DISPLAY TELA-ADIANTAMENTO.
           ACCEPT TELA-ADIANTAMENTO.
           IF WRK-CRC-VALOR-DIG = ZEROS
               MOVE 'VALOR E OBRIGATORIO' TO WRK-MSG-ERRO
           ELSE
               IF WRK-CRC-MOTIVO-DIG = SPACES
                   MOVE 'ADIANTAMENTO' TO WRK-CRC-MOTIVO-DIG
               END-IF
               MOVE 'D' TO WRK-CRC-TIPO
               PERFORM 8742-GRAVAR-MOV-CREDITO
               PERFORM 8740-SALDO-CREDITO
               MOVE WRK-CRC-SALDO TO WRK-ED-CRC-SALDO
               MOVE SPACES TO WRK-MSG-ERRO
               STRING 'ADIANTAMENTO GRAVADO - SALDO '
                       WRK-ED-CRC-SALDO
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
           END-IF.

      *PEDIDO NOVO GRAVADO: SE O CLIENTE TEM CREDITO EM CONTA,
      *OFERECE ABATER O PEDIDO NA HORA; O ABATIMENTO ENTRA COMO
      *RECEBIMENTO EM NOTA DE CREDITO (FORMA N, QUE NAO E
      *DINHEIRO NOVO NO CAIXA) E SAI DA CONTA COMO APLICACAO
       8746-OFERECER-CREDITO.
           PERFORM 8740-SALDO-CREDITO.
           IF WRK-CRC-SALDO > ZEROS
               IF WRK-CRC-SALDO < PEDIDOS-VALOR
                   MOVE WRK-CRC-SALDO TO WRK-CRC-APLICAR
               ELSE
                   MOVE PEDIDOS-VALOR TO WRK-CRC-APLICAR
               END-IF
               MOVE WRK-CRC-APLICAR TO WRK-ED-CRC-SALDO
               MOVE SPACES TO WRK-MSG-ERRO
               STRING 'USAR CREDITO DE ' WRK-ED-CRC-SALDO
                       ' NESTE PEDIDO? (S/N)'
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   PERFORM 8748-APLICAR-CREDITO
                   DISPLAY MOSTRA-ERRO
               END-IF
           END-IF.

       8748-APLICAR-CREDITO.
           PERFORM 8512-SOMAR-RECEBIMENTOS.
           MOVE PEDIDOS-FONE TO RECEB-FONE.
           MOVE PEDIDOS-NUMERO TO RECEB-PEDIDO.
           COMPUTE RECEB-SEQ = WRK-ULT-RECEB-SEQ + 1.
           ACCEPT RECEB-DATA FROM DATE YYYYMMDD.
           MOVE WRK-CRC-APLICAR TO RECEB-VALOR.
           MOVE ZEROS TO RECEB-PARCELA.
           MOVE 'N' TO RECEB-FORMA.
           MOVE ZEROS TO RECEB-RECIBO.
           MOVE ZEROS TO RECEB-MULTA.
           MOVE ZEROS TO RECEB-JUROS.
           WRITE RECEB-REG
               INVALID KEY
                   MOVE 'FALHA AO ABATER O CREDITO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-JRNF-ACAO
                   PERFORM 4330-GRAVA-JRN-RECEB
                   MOVE 'CRED-APL' TO AUDIT-ACAO
                   MOVE RECEB-VALOR TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
                   MOVE 'A' TO WRK-CRC-TIPO
                   MOVE WRK-CRC-APLICAR TO WRK-CRC-VALOR-DIG
                   MOVE 'ABATIMENTO PEDIDO' TO WRK-CRC-MOTIVO-DIG
                   PERFORM 8742-GRAVAR-MOV-CREDITO
                   ADD RECEB-VALOR TO WRK-PED-RECEBIDO
                   IF WRK-PED-RECEBIDO NOT < PEDIDOS-VALOR
                           AND NOT PED-PAGO
                       SET PED-PAGO TO TRUE
                       REWRITE PEDIDOS-REG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'A' TO WRK-JRNF-ACAO
                               PERFORM 4310-GRAVA-JRN-PEDIDO
      *PEDIDO QUITADO PELO CREDITO TAMBEM DISPARA A PESQUISA DE
      *SATISFACAO, COMO QUALQUER OUTRO CAMINHO ATE PAGO
                               PERFORM 8533-ENFILEIRAR-PESQUISA
                               PERFORM 8762-CREDITAR-PONTOS
                       END-REWRITE
                   END-IF
                   MOVE 'CREDITO ABATIDO NO PEDIDO' TO
                                      WRK-MSG-ERRO
           END-WRITE.

      *APURA O SALDO DE PONTOS DO CLIENTE CORRENTE: SO CONTAM OS
      *GANHOS AINDA NA VALIDADE, DESCONTADO O JA RESGATADO E O
      *ESTORNADO (O VENCIDO SIMPLESMENTE DEIXA DE CONTAR); GUARDA
      *A ULTIMA SEQUENCIA USADA, PARA O PROXIMO MOVIMENTO
       8760-SALDO-PONTOS.
           MOVE ZEROS TO WRK-PTS-SALDO.
           MOVE ZEROS TO WRK-PTS-SEQ-PROX.
           ACCEPT WRK-PTS-HOJE FROM DATE YYYYMMDD.
           MOVE CLIENTES-FONE TO PTS-FONE.
           MOVE ZEROS TO PTS-SEQ.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 10 TO PTS-STATUS
           END-START.
           IF PTS-STATUS NOT = 10
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PTS-STATUS NOT = 0
                   OR PTS-FONE NOT = CLIENTES-FONE
               IF PTS-GANHO AND PTS-VALIDADE NOT < WRK-PTS-HOJE
                   COMPUTE WRK-PTS-SALDO = WRK-PTS-SALDO
                           + PTS-PONTOS - PTS-USADOS - PTS-ESTORNADOS
               END-IF
               MOVE PTS-SEQ TO WRK-PTS-SEQ-PROX
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PTS-STATUS.

      *PEDIDO QUE CHEGOU A PAGO RENDE UM PONTO POR REAL DO SEU
      *VALOR, COM O BONUS DA CLASSE DO CLIENTE; UM PEDIDO SO
      *RENDE PONTOS UMA VEZ (O CHEQUE DEVOLVIDO QUE O TRAZ DE
      *VOLTA A FATURADO NAO GERA UM SEGUNDO GANHO NA QUITACAO)
       8762-CREDITAR-PONTOS.
           PERFORM 8763-ACHAR-GANHO-PEDIDO.
      *A VENDA DE VALE-PRESENTE NAO PONTUA: OS PONTOS SAEM NA
      *COMPRA FEITA COM O VALE
           IF PTS-GANHO-AUSENTE AND NOT PED-VENDA-VALE
               EVALUATE CLIENTES-CLASSE
                   WHEN 'A'
                       COMPUTE WRK-PTS-CALC = PEDIDOS-VALOR
                               * (100 + WRK-FIN-PTS-BONUS-A) / 100
                   WHEN 'B'
                       COMPUTE WRK-PTS-CALC = PEDIDOS-VALOR
                               * (100 + WRK-FIN-PTS-BONUS-B) / 100
                   WHEN OTHER
                       COMPUTE WRK-PTS-CALC = PEDIDOS-VALOR
               END-EVALUATE
               IF WRK-PTS-CALC > ZEROS
                   PERFORM 8764-GRAVAR-GANHO
               END-IF
           END-IF.

      *PROCURA O GANHO DE PONTOS DO PEDIDO CORRENTE NOS MOVIMENTOS
      *DO CLIENTE; DE PASSAGEM GUARDA A ULTIMA SEQUENCIA USADA
       8763-ACHAR-GANHO-PEDIDO.
           SET PTS-GANHO-AUSENTE TO TRUE.
           MOVE ZEROS TO WRK-PTS-SEQ-PROX.
           MOVE CLIENTES-FONE TO PTS-FONE.
           MOVE ZEROS TO PTS-SEQ.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 10 TO PTS-STATUS
           END-START.
           IF PTS-STATUS NOT = 10
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PTS-STATUS NOT = 0
                   OR PTS-FONE NOT = CLIENTES-FONE
               IF PTS-GANHO AND PTS-PEDIDO = PEDIDOS-NUMERO
                   SET PTS-GANHO-ACHADO TO TRUE
                   MOVE PTS-SEQ TO WRK-PTS-SEQ-ACHADA
               END-IF
               MOVE PTS-SEQ TO WRK-PTS-SEQ-PROX
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PTS-STATUS.

      *GRAVA O GANHO COM VALIDADE DE 12 MESES (MESMO DIA DO ANO
      *SEGUINTE) E DEIXA O LANCAMENTO NA TRILHA DE AUDITORIA
       8764-GRAVAR-GANHO.
           MOVE CLIENTES-FONE TO PTS-FONE.
           COMPUTE PTS-SEQ = WRK-PTS-SEQ-PROX + 1.
           SET PTS-GANHO TO TRUE.
           ACCEPT PTS-DATA FROM DATE YYYYMMDD.
           MOVE PEDIDOS-NUMERO TO PTS-PEDIDO.
           MOVE WRK-PTS-CALC TO PTS-PONTOS.
           MOVE ZEROS TO PTS-USADOS.
           MOVE ZEROS TO PTS-ESTORNADOS.
           COMPUTE PTS-VALIDADE = PTS-DATA + 10000.
           MOVE ZEROS TO PTS-VALOR.
           MOVE WRK-OPERADOR TO PTS-OPERADOR.
           WRITE PTS-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR OS PONTOS' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'PTS-GANHO' TO AUDIT-ACAO
                   MOVE PTS-PONTOS TO AUDIT-VALOR
                   PERFORM 4100-GRAVA-AUDIT-PEDIDO
           END-WRITE.

      *ESTORNA ATE WRK-PTS-ESTORNAR PONTOS DO GANHO DO PEDIDO
      *CORRENTE; SO VOLTA O QUE AINDA NAO FOI USADO EM RESGATE
       8765-ESTORNAR-PONTOS.
           PERFORM 8763-ACHAR-GANHO-PEDIDO.
           IF PTS-GANHO-ACHADO
               MOVE CLIENTES-FONE TO PTS-FONE
               MOVE WRK-PTS-SEQ-ACHADA TO PTS-SEQ
               READ PONTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 8766-BAIXAR-ESTORNO
               END-READ
               MOVE ZEROS TO PTS-STATUS
           END-IF.

       8766-BAIXAR-ESTORNO.
           COMPUTE WRK-PTS-DISP =
                   PTS-PONTOS - PTS-USADOS - PTS-ESTORNADOS.
           IF WRK-PTS-ESTORNAR > WRK-PTS-DISP
               MOVE WRK-PTS-DISP TO WRK-PTS-ESTORNAR
           END-IF.
           IF WRK-PTS-ESTORNAR > ZEROS
               ADD WRK-PTS-ESTORNAR TO PTS-ESTORNADOS
               REWRITE PTS-REG
                   INVALID KEY
                       MOVE 'FALHA AO ESTORNAR OS PONTOS' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'PTS-ESTORN' TO AUDIT-ACAO
                       MOVE WRK-PTS-ESTORNAR TO AUDIT-VALOR
                       PERFORM 4100-GRAVA-AUDIT-PEDIDO
               END-REWRITE
           END-IF.

      *NA DEVOLUCAO DE MERCADORIA O ESTORNO E PROPORCIONAL: OS
      *PONTOS DO PEDIDO NA MESMA RAZAO DO CREDITO DEVOLVIDO SOBRE
      *O VALOR DO PEDIDO
       8767-ESTORNO-DEVOLUCAO.
           PERFORM 8763-ACHAR-GANHO-PEDIDO.
           IF PTS-GANHO-ACHADO AND PEDIDOS-VALOR > ZEROS
               MOVE CLIENTES-FONE TO PTS-FONE
               MOVE WRK-PTS-SEQ-ACHADA TO PTS-SEQ
               READ PONTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-PTS-ESTORNAR ROUNDED =
                               PTS-PONTOS * WRK-DV-CREDITO
                               / PEDIDOS-VALOR
                       PERFORM 8766-BAIXAR-ESTORNO
               END-READ
               MOVE ZEROS TO PTS-STATUS
           END-IF.

      *RESGATE: O OPERADOR DIGITA QUANTOS PONTOS TROCAR; O VALOR
      *ENTRA COMO DEPOSITO NA CONTA DE CREDITOS, QUE O PROXIMO
      *PEDIDO ABATE PELO 8746/8748 COMO QUALQUER CREDITO
       8768-RESGATAR-PONTOS.
           PERFORM 8760-SALDO-PONTOS.
           IF WRK-PTS-SALDO = ZEROS
               MOVE 'CLIENTE SEM PONTOS A RESGATAR' TO WRK-MSG-ERRO
           ELSE
               MOVE ZEROS TO WRK-PTS-RESGATE-DIG
               DISPLAY TELA-RESGATE-PONTOS
               ACCEPT TELA-RESGATE-PONTOS
               COMPUTE WRK-CRC-VALOR-DIG =
                       WRK-PTS-RESGATE-DIG * WRK-FIN-PTS-VALOR
               EVALUATE TRUE
                   WHEN WRK-PTS-RESGATE-DIG = ZEROS
                           OR WRK-PTS-RESGATE-DIG > WRK-PTS-SALDO
                       MOVE 'QUANTIDADE DE PONTOS INVALIDA' TO
                                          WRK-MSG-ERRO
                   WHEN WRK-CRC-VALOR-DIG = ZEROS
                       MOVE 'RESGATE ABAIXO DE UM CENTAVO' TO
                                          WRK-MSG-ERRO
                   WHEN OTHER
                       PERFORM 8769-EFETIVAR-RESGATE
               END-EVALUATE
           END-IF.

      *CONSOME OS PONTOS DOS GANHOS MAIS ANTIGOS PRIMEIRO (OS QUE
      *VENCEM ANTES), GRAVA O RESGATE E FAZ O DEPOSITO NA CONTA
       8769-EFETIVAR-RESGATE.
           MOVE WRK-PTS-RESGATE-DIG TO WRK-PTS-RESTANTE.
           MOVE CLIENTES-FONE TO PTS-FONE.
           MOVE ZEROS TO PTS-SEQ.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE 10 TO PTS-STATUS
           END-START.
           IF PTS-STATUS NOT = 10
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PTS-STATUS NOT = 0
                   OR PTS-FONE NOT = CLIENTES-FONE
                   OR WRK-PTS-RESTANTE = ZEROS
               IF PTS-GANHO AND PTS-VALIDADE NOT < WRK-PTS-HOJE
                   COMPUTE WRK-PTS-DISP = PTS-PONTOS
                           - PTS-USADOS - PTS-ESTORNADOS
                   IF WRK-PTS-DISP > WRK-PTS-RESTANTE
                       MOVE WRK-PTS-RESTANTE TO WRK-PTS-DISP
                   END-IF
                   IF WRK-PTS-DISP > ZEROS
                       ADD WRK-PTS-DISP TO PTS-USADOS
                       SUBTRACT WRK-PTS-DISP FROM WRK-PTS-RESTANTE
                       REWRITE PTS-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
               END-IF
               READ PONTOS NEXT
                   AT END
                       MOVE 10 TO PTS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PTS-STATUS.
           MOVE CLIENTES-FONE TO PTS-FONE.
           COMPUTE PTS-SEQ = WRK-PTS-SEQ-PROX + 1.
           SET PTS-RESGATE TO TRUE.
           ACCEPT PTS-DATA FROM DATE YYYYMMDD.
           MOVE ZEROS TO PTS-PEDIDO.
           MOVE WRK-PTS-RESGATE-DIG TO PTS-PONTOS.
           MOVE ZEROS TO PTS-USADOS.
           MOVE ZEROS TO PTS-ESTORNADOS.
           MOVE ZEROS TO PTS-VALIDADE.
           MOVE WRK-CRC-VALOR-DIG TO PTS-VALOR.
           MOVE WRK-OPERADOR TO PTS-OPERADOR.
           WRITE PTS-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O RESGATE' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'D' TO WRK-CRC-TIPO
                   MOVE 'RESGATE DE PONTOS' TO WRK-CRC-MOTIVO-DIG
                   PERFORM 8742-GRAVAR-MOV-CREDITO
                   MOVE 'PONTOS RESGATADOS EM CREDITO' TO
                                      WRK-MSG-ERRO
           END-WRITE.

      *VENDA DE VALE-PRESENTE NO BALCAO: O COMPRADOR E O CLIENTE
      *CORRENTE; A VENDA ENTRA COMO UM PEDIDO DELE JA RECEBIDO,
      *SEM NOTA FISCAL (A NOTA SAI NA COMPRA FEITA COM O VALE), E
      *O VALE NASCE ATIVO, COM SALDO IGUAL AO VALOR E VALIDADE DE
      *12 MESES
       8370-VENDER-VALE.
           MOVE ZEROS TO WRK-VALE-VALOR-DIG.
           MOVE 'D' TO WRK-RECEB-FORMA-DIG.
           DISPLAY TELA-VENDA-VALE.
           ACCEPT TELA-VENDA-VALE.
           IF WRK-RECEB-FORMA-DIG NOT = 'D'
                   AND WRK-RECEB-FORMA-DIG NOT = 'P'
                   AND WRK-RECEB-FORMA-DIG NOT = 'B'
                   AND WRK-RECEB-FORMA-DIG NOT = 'C'
               MOVE 'D' TO WRK-RECEB-FORMA-DIG
           END-IF.
           IF WRK-VALE-VALOR-DIG = ZEROS
               MOVE 'VALOR E OBRIGATORIO' TO WRK-MSG-ERRO
           ELSE
               PERFORM 8372-PROXIMO-VALE
               MOVE CLIENTES-FONE TO PEDIDOS-FONE
               COMPUTE PEDIDOS-NUMERO = WRK-ULT-PEDIDO-NUM + 1
               ACCEPT PEDIDOS-DATA FROM DATE YYYYMMDD
               MOVE WRK-VALE-VALOR-DIG TO PEDIDOS-VALOR
               MOVE SPACES TO PEDIDOS-DESCRICAO
               STRING 'VALE-PRESENTE ' WRK-VALE-NOVO
                   DELIMITED BY SIZE INTO PEDIDOS-DESCRICAO
               SET PED-ABERTO TO TRUE
               PERFORM 8518-CARIMBA-PEDIDO
               WRITE PEDIDOS-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O PEDIDO' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-JRNF-ACAO
                       PERFORM 4310-GRAVA-JRN-PEDIDO
                       MOVE PEDIDOS-NUMERO TO WRK-ULT-PEDIDO-NUM
                       MOVE 'VALE-VENDA' TO AUDIT-ACAO
                       MOVE PEDIDOS-VALOR TO AUDIT-VALOR
                       PERFORM 4100-GRAVA-AUDIT-PEDIDO
                       PERFORM 8374-GRAVAR-VALE
               END-WRITE
           END-IF.

      *TIRA O PROXIMO NUMERO DO SEQUENCIAL DE VALES (O ARQUIVO
      *NASCE NO PRIMEIRO VALE DA INSTALACAO) E COMPLETA COM O
      *DIGITO VERIFICADOR
       8372-PROXIMO-VALE.
           MOVE ZEROS TO WRK-VALE-NOVO.
           OPEN INPUT VALE-SEQ.
           IF VALESEQ-STATUS = ZEROS
               READ VALE-SEQ
                   NOT AT END
                       MOVE VALESEQ-REG TO WRK-VALE-NOVO-BASE
               END-READ
               CLOSE VALE-SEQ
           END-IF.
           ADD 1 TO WRK-VALE-NOVO-BASE.
           OPEN OUTPUT VALE-SEQ.
           MOVE WRK-VALE-NOVO-BASE TO VALESEQ-REG.
           WRITE VALESEQ-REG.
           CLOSE VALE-SEQ.
           MOVE ZEROS TO VALESEQ-STATUS.
           PERFORM 8373-CALCULAR-DV-VALE.
           MOVE WRK-VALE-DV-CALC TO WRK-VALE-NOVO-DV.

      *DIGITO VERIFICADOR MODULO 11 DOS SETE PRIMEIROS DIGITOS DE
      *WRK-VALE-NOVO, PESOS 2 A 8 DA DIREITA PARA A ESQUERDA;
      *RESTO QUE DARIA DIGITO 10 OU 11 VIRA ZERO
       8373-CALCULAR-DV-VALE.
           MOVE ZEROS TO WRK-VALE-SOMA.
           PERFORM VARYING WRK-VALE-POS FROM 1 BY 1
                   UNTIL WRK-VALE-POS > 7
               COMPUTE WRK-VALE-SOMA = WRK-VALE-SOMA +
                   WRK-VALE-DIGITO (WRK-VALE-POS) * (9 - WRK-VALE-POS)
           END-PERFORM.
           DIVIDE WRK-VALE-SOMA BY 11
               GIVING WRK-VALE-QUOC
               REMAINDER WRK-VALE-RESTO.
           COMPUTE WRK-VALE-DV-CALC = 11 - WRK-VALE-RESTO.
           IF WRK-VALE-DV-CALC > 9
               MOVE ZEROS TO WRK-VALE-DV-CALC
           END-IF.

      *GRAVA O VALE DO PEDIDO DE VENDA RECEM GRAVADO; O PAGAMENTO
      *DO VALE ENTRA PELO CAMINHO NORMAL DO RECEBIMENTO, QUE EMITE
      *O RECIBO E QUITA O PEDIDO, E O MOVIMENTO DE VENDA LEVA A
      *CHAVE DESSE RECEBIMENTO
       8374-GRAVAR-VALE.
           MOVE WRK-VALE-NOVO TO VALE-NUMERO.
           MOVE PEDIDOS-DATA TO VALE-DATA-VENDA.
           COMPUTE VALE-VALIDADE = PEDIDOS-DATA + 10000.
           MOVE PEDIDOS-VALOR TO VALE-VALOR.
           MOVE PEDIDOS-VALOR TO VALE-SALDO.
           SET VALE-ATIVO TO TRUE.
           MOVE PEDIDOS-FONE TO VALE-FONE.
           MOVE PEDIDOS-NUMERO TO VALE-PEDIDO.
           MOVE ZEROS TO VALE-ULTIMO-USO.
           MOVE WRK-OPERADOR TO VALE-OPERADOR.
           WRITE VALE-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O VALE' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE PEDIDOS-DATA TO WRK-RECEB-DATA-DIG
                   MOVE PEDIDOS-VALOR TO WRK-RECEB-VALOR-DIG
                   MOVE ZEROS TO WRK-RECEB-PARCELA-DIG
                   PERFORM 8555-GRAVAR-RECEBIMENTO
                   IF RECEB-STATUS = ZEROS
                       MOVE 'V' TO WRK-VMOV-TIPO
                       PERFORM 8377-GRAVAR-MOV-VALE
                       MOVE SPACES TO WRK-MSG-ERRO
                       STRING 'VALE-PRESENTE ' VALE-NUMERO ' EMITIDO'
                           DELIMITED BY SIZE INTO WRK-MSG-ERRO
                   END-IF
           END-WRITE.

      *VALE APRESENTADO NO RECEBIMENTO: CONFERE O DIGITO, A
      *EXISTENCIA, A SITUACAO, A VALIDADE NA DATA DO RECEBIMENTO
      *E SE O SALDO COBRE O VALOR; O USO PODE SER PARCIAL
       8375-DIGITAR-VALE.
           MOVE ZEROS TO WRK-VALE-NUM-DIG.
           DISPLAY TELA-VALE.
           ACCEPT TELA-VALE.
           SET VALE-DADOS-RECUSADOS TO TRUE.
           MOVE WRK-VALE-NUM-DIG TO WRK-VALE-NOVO.
           PERFORM 8373-CALCULAR-DV-VALE.
           IF WRK-VALE-NUM-DIG = ZEROS
                   OR WRK-VALE-DV-CALC NOT = WRK-VALE-NOVO-DV
               MOVE 'NUMERO DE VALE INVALIDO' TO WRK-VALE-RECUSA
           ELSE
               MOVE WRK-VALE-NUM-DIG TO VALE-NUMERO
               READ VALES
                   INVALID KEY
                       MOVE 'VALE NAO ENCONTRADO' TO WRK-VALE-RECUSA
                   NOT INVALID KEY
                       PERFORM 8376-CONFERIR-VALE
               END-READ
           END-IF.

       8376-CONFERIR-VALE.
           MOVE VALE-SALDO TO WRK-ED-VALE-SALDO.
           EVALUATE TRUE
               WHEN NOT VALE-ATIVO
                   MOVE 'VALE JA USADO OU VENCIDO' TO
                                      WRK-VALE-RECUSA
               WHEN VALE-VALIDADE < WRK-RECEB-DATA-DIG
                   MOVE 'VALE VENCIDO' TO WRK-VALE-RECUSA
               WHEN WRK-RECEB-VALOR-DIG > VALE-SALDO
                   MOVE SPACES TO WRK-VALE-RECUSA
                   STRING 'SALDO DO VALE ' WRK-ED-VALE-SALDO
                       DELIMITED BY SIZE INTO WRK-VALE-RECUSA
               WHEN OTHER
                   SET VALE-DADOS-OK TO TRUE
           END-EVALUATE.

      *ACRESCENTA AO MOVIMENTO DE VALES A VENDA OU O RESGATE DO
      *VALE DO BUFFER, COM O RECEBIMENTO DO BUFFER QUE O LANCOU
       8377-GRAVAR-MOV-VALE.
           OPEN EXTEND VALES-MOV.
           IF VMOV-STATUS = 35 THEN
               OPEN OUTPUT VALES-MOV
               CLOSE VALES-MOV
               OPEN EXTEND VALES-MOV
           END-IF.
           MOVE WRK-VMOV-TIPO TO VMOV-TIPO.
           MOVE VALE-NUMERO TO VMOV-NUMERO.
           MOVE RECEB-DATA TO VMOV-DATA.
           MOVE RECEB-VALOR TO VMOV-VALOR.
           MOVE VALE-SALDO TO VMOV-SALDO.
           MOVE RECEB-FONE TO VMOV-FONE.
           MOVE RECEB-PEDIDO TO VMOV-PEDIDO.
           MOVE RECEB-SEQ TO VMOV-RECEB-SEQ.
           MOVE WRK-OPERADOR TO VMOV-OPERADOR.
           WRITE VMOV-REG.
           CLOSE VALES-MOV.

      *ABATE DO SALDO DO VALE O RECEBIMENTO RECEM GRAVADO; O VALE
      *QUE ZERA FICA USADO, O QUE SOBRA CONTINUA ATIVO
       8378-BAIXAR-VALE.
           MOVE WRK-VALE-NUM-DIG TO VALE-NUMERO.
           READ VALES
               INVALID KEY
                   MOVE 'FALHA AO BAIXAR O VALE' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
               NOT INVALID KEY
                   SUBTRACT RECEB-VALOR FROM VALE-SALDO
                   MOVE RECEB-DATA TO VALE-ULTIMO-USO
                   IF VALE-SALDO = ZEROS
                       SET VALE-USADO TO TRUE
                   END-IF
                   REWRITE VALE-REG
                       INVALID KEY
                           MOVE 'FALHA AO BAIXAR O VALE' TO
                                              WRK-MSG-ERRO
                           DISPLAY MOSTRA-ERRO
                       NOT INVALID KEY
                           MOVE 'R' TO WRK-VMOV-TIPO
                           PERFORM 8377-GRAVAR-MOV-VALE
                   END-REWRITE
           END-READ.

      *VISOR DE RELATORIOS: LISTA OS ARQUIVOS CONHECIDOS QUE
      *EXISTEM EM DISCO (COM DATA E TAMANHO) E PAGINA O ESCOLHIDO
      *NA TELA, SO LEITURA; OS DE SEGURANCA E AUDITORIA SO
      *APARECEM PARA ADMIN
       8750-VER-RELATORIOS.
           MOVE 'MODULO - VER RELATORIOS' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY '------------------'.
           DISPLAY 'RELATORIOS EM DISCO'.
           DISPLAY '------------------'.
           PERFORM 8752-LISTAR-RELATORIO
               VARYING WRK-VR-IDX FROM 1 BY 1
               UNTIL WRK-VR-IDX > 52.
           MOVE ZEROS TO WRK-VR-ESCOLHA.
           DISPLAY TELA-VISOR.
           ACCEPT TELA-VISOR.
           IF WRK-VR-ESCOLHA >= 1 AND WRK-VR-ESCOLHA <= 52
               IF (TB-REL-ADMIN (WRK-VR-ESCOLHA) = 'A'
                       AND NOT PERFIL-ADMIN)
                   OR (TB-REL-ADMIN (WRK-VR-ESCOLHA) = 'G'
                       AND NOT PERFIL-TODAS-FILIAIS)
                   PERFORM 2070-NEGAR-OPCAO
               ELSE
                   PERFORM 8754-PAGINAR-RELATORIO
               END-IF
           END-IF.

       8752-LISTAR-RELATORIO.
           IF (TB-REL-ADMIN (WRK-VR-IDX) = 'A'
                   AND NOT PERFIL-ADMIN)
               OR (TB-REL-ADMIN (WRK-VR-IDX) = 'G'
                   AND NOT PERFIL-TODAS-FILIAIS)
               CONTINUE
           ELSE
               PERFORM 8753-NOME-DO-RELATORIO
               CALL 'CBL_CHECK_FILE_EXIST' USING WRK-VISOR-NOME
                       WRK-FILE-INFO
                   RETURNING WRK-VR-RC
               END-CALL
               IF WRK-VR-RC = ZEROS
                   MOVE WRK-FI-ANO TO WRK-VRD-ANO
                   MOVE WRK-FI-MES TO WRK-VRD-MES
                   MOVE WRK-FI-DIA TO WRK-VRD-DIA
                   DISPLAY WRK-VR-IDX ' - '
                           WRK-VISOR-NOME ' '
                           TB-REL-TITULO (WRK-VR-IDX)
                           ' DE ' WRK-VR-DATA-EXIB
               END-IF
           END-IF.

      *RELATORIO SEPARADO POR FILIAL (F): QUEM NAO VE TODAS AS
      *FILIAIS ABRE A COPIA DA SUA FILIAL (ZERO E A MATRIZ, 01); O
      *CONSOLIDADO DA EMPRESA FICA PARA ADMIN E GERENTE REGIONAL
       8753-NOME-DO-RELATORIO.
           MOVE TB-REL-NOME (WRK-VR-IDX) TO WRK-VISOR-NOME.
           IF TB-REL-ADMIN (WRK-VR-IDX) = 'F'
                   AND NOT PERFIL-TODAS-FILIAIS
               MOVE WRK-FILIAL-OPERADOR TO WRK-FIL-OPERADOR
               IF WRK-FIL-OPERADOR = ZEROS
                   MOVE 1 TO WRK-FIL-OPERADOR
               END-IF
               MOVE SPACES TO WRK-VISOR-NOME
               STRING TB-REL-NOME (WRK-VR-IDX) DELIMITED BY '.'
                       '-' WRK-FIL-OPERADOR '.TXT' DELIMITED BY SIZE
                   INTO WRK-VISOR-NOME
           END-IF.

       8754-PAGINAR-RELATORIO.
           MOVE WRK-VR-ESCOLHA TO WRK-VR-IDX.
           PERFORM 8753-NOME-DO-RELATORIO.
           OPEN INPUT VISOR.
           IF VISOR-STATUS NOT = ZEROS
               MOVE 'RELATORIO NAO ESTA EM DISCO' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE ZEROS TO WRK-RELATORIO-LINHA
               READ VISOR
                   AT END
                       MOVE 10 TO VISOR-STATUS
               END-READ
               PERFORM UNTIL VISOR-STATUS = 10
                   DISPLAY VISOR-LINHA
                   ADD 1 TO WRK-RELATORIO-LINHA
                   IF WRK-RELATORIO-LINHA = WRK-RELATORIO-PAGINA
                       DISPLAY '-- PRESSIONE ENTER PARA '
                               'CONTINUAR --'
                       ACCEPT WRK-TECLA
                       MOVE ZEROS TO WRK-RELATORIO-LINHA
                   END-IF
                   READ VISOR
                       AT END
                           MOVE 10 TO VISOR-STATUS
                   END-READ
               END-PERFORM
               CLOSE VISOR
               MOVE 'FIM DO RELATORIO' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           END-IF.
           MOVE ZEROS TO VISOR-STATUS.

      *CALENDARIO DE FERIADOS (SO ADMIN): LISTA, INCLUI E REMOVE
      *FERIADOS; O ARQUIVO E RELIDO E REGRAVADO INTEIRO A PARTIR
      *DA TABELA, COMO O FECHAMENTO DE PERIODO FAZ
       8730-CALENDARIO.
           MOVE 'MODULO - FERIADOS' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 8732-CARREGAR-FERIADOS.
           DISPLAY '------------------'.
           DISPLAY 'FERIADOS CADASTRADOS'.
           DISPLAY '------------------'.
           IF WRK-TOTAL-FERIADOS = ZEROS
               DISPLAY 'NENHUM FERIADO CADASTRADO'
           ELSE
               PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                       UNTIL WRK-FER-IDX > WRK-TOTAL-FERIADOS
                   IF WRK-FER-DATA (WRK-FER-IDX) NOT = ZEROS
                       DISPLAY WRK-FER-DATA (WRK-FER-IDX) ' '
                               WRK-FER-DESC (WRK-FER-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 'I=INCLUIR R=REMOVER OUTRA=VOLTAR' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'I'
                   PERFORM 8734-INCLUIR-FERIADO
                   ACCEPT MOSTRA-ERRO
               WHEN 'R'
                   PERFORM 8736-REMOVER-FERIADO
                   ACCEPT MOSTRA-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8732-CARREGAR-FERIADOS.
           MOVE ZEROS TO WRK-TOTAL-FERIADOS.
           OPEN INPUT FERIADOS.
           IF FER-STATUS = ZEROS
               PERFORM 8733-LER-FERIADO
                   UNTIL FER-STATUS NOT = ZEROS
                       OR WRK-TOTAL-FERIADOS = 100
               CLOSE FERIADOS
           END-IF.
           MOVE ZEROS TO FER-STATUS.

       8733-LER-FERIADO.
           READ FERIADOS
               AT END
                   MOVE 10 TO FER-STATUS
               NOT AT END
                   ADD 1 TO WRK-TOTAL-FERIADOS
                   MOVE FER-DATA TO
                           WRK-FER-DATA (WRK-TOTAL-FERIADOS)
                   MOVE FER-DESCRICAO TO
                           WRK-FER-DESC (WRK-TOTAL-FERIADOS)
           END-READ.

       8734-INCLUIR-FERIADO.
           MOVE ZEROS TO WRK-FER-DATA-DIG.
           MOVE SPACES TO WRK-FER-DESC-DIG.
           DISPLAY TELA-FERIADO.
           ACCEPT TELA-FERIADO.
           EVALUATE TRUE
               WHEN WRK-FER-DATA-DIG = ZEROS
                   MOVE 'DATA E OBRIGATORIA' TO WRK-MSG-ERRO
               WHEN WRK-TOTAL-FERIADOS = 100
                   MOVE 'CALENDARIO CHEIO' TO WRK-MSG-ERRO
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-FERIADOS
                   MOVE WRK-FER-DATA-DIG TO
                           WRK-FER-DATA (WRK-TOTAL-FERIADOS)
                   MOVE WRK-FER-DESC-DIG TO
                           WRK-FER-DESC (WRK-TOTAL-FERIADOS)
                   PERFORM 8738-GRAVAR-FERIADOS
                   PERFORM 8739-AUDITAR-FERIADO
                   MOVE 'FERIADO INCLUIDO' TO WRK-MSG-ERRO
           END-EVALUATE.

       8736-REMOVER-FERIADO.
           MOVE ZEROS TO WRK-FER-DATA-DIG.
           MOVE SPACES TO WRK-FER-DESC-DIG.
           DISPLAY TELA-FERIADO.
           ACCEPT TELA-FERIADO.
           MOVE SPACES TO WRK-MSG-ERRO.
           MOVE 'DATA NAO ESTAVA NO CALENDARIO' TO WRK-MSG-ERRO.
           PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX > WRK-TOTAL-FERIADOS
               IF WRK-FER-DATA (WRK-FER-IDX) = WRK-FER-DATA-DIG
                       AND WRK-FER-DATA-DIG NOT = ZEROS
                   MOVE ZEROS TO WRK-FER-DATA (WRK-FER-IDX)
                   MOVE 'FERIADO REMOVIDO' TO WRK-MSG-ERRO
               END-IF
           END-PERFORM.
           IF WRK-MSG-ERRO = 'FERIADO REMOVIDO'
               PERFORM 8738-GRAVAR-FERIADOS
               PERFORM 8739-AUDITAR-FERIADO
           END-IF.

       8738-GRAVAR-FERIADOS.
           OPEN OUTPUT FERIADOS.
           PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX > WRK-TOTAL-FERIADOS
               IF WRK-FER-DATA (WRK-FER-IDX) NOT = ZEROS
                   MOVE WRK-FER-DATA (WRK-FER-IDX) TO FER-DATA
                   MOVE WRK-FER-DESC (WRK-FER-IDX) TO
                           FER-DESCRICAO
                   WRITE FER-REG
               END-IF
           END-PERFORM.
           CLOSE FERIADOS.

      *LINHA DE AUDITORIA DO CALENDARIO: A DATA DO FERIADO VAI NO
      *CAMPO DE TEXTO
       8739-AUDITAR-FERIADO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'CALENDARIO' TO AUDIT-ACAO.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE ZEROS TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           STRING 'FERIADO ' WRK-FER-DATA-DIG ' '
                   WRK-FER-DESC-DIG
               DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *FILA DE APROVACAO A QUATRO OLHOS (SO ADMIN): LISTA OS
      *PENDENTES (EXPIRANDO DE OFICIO OS PARADOS ALEM DA
      *VALIDADE), REGISTRA UMA INSTRUCAO DE FUSAO NOVA E DECIDE
      *UMA PENDENCIA - NUNCA A PROPRIA: OS DOIS NOMES FICAM NA
      *TRILHA DE AUDITORIA
       8710-FILA-APROVACAO.
           MOVE 'MODULO - APROVACOES' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT WRK-HOJE-CAIXA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-PND-LISTADAS.
           MOVE ZEROS TO WRK-PND-PROX-ID.
           MOVE LOW-VALUES TO PND-ID.
           START PENDENCIAS KEY IS NOT LESS THAN PND-ID
               INVALID KEY
                   MOVE 10 TO PND-STATUS
           END-START.
           IF PND-STATUS NOT = 10
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-IF.
           DISPLAY '------------------'.
           DISPLAY 'ACOES AGUARDANDO SEGUNDO ADMIN'.
           DISPLAY '------------------'.
           PERFORM UNTIL PND-STATUS NOT = 0
               MOVE PND-ID TO WRK-PND-PROX-ID
               IF PND-PENDENTE
                   PERFORM 8712-EXPIRAR-SE-VELHA
               END-IF
               IF PND-PENDENTE
                   ADD 1 TO WRK-PND-LISTADAS
                   DISPLAY PND-ID ' ' PND-ACAO ' FONE ' PND-FONE
                           ' DEST ' PND-FONE2
                           ' VALOR ' PND-VALOR
                           ' POR ' PND-SOLICITANTE
                           ' EM ' PND-DATA
               END-IF
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PND-STATUS.
           IF WRK-PND-LISTADAS = ZEROS
               DISPLAY 'NENHUMA PENDENCIA ABERTA'
           END-IF.
           MOVE 'A=APROVAR R=RECUSAR M=NOVA FUSAO OUTRA=VOLTAR' TO
                              WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'A'
                   PERFORM 8714-DECIDIR-PENDENCIA
               WHEN 'R'
                   PERFORM 8714-DECIDIR-PENDENCIA
               WHEN 'M'
                   PERFORM 8716-PENDURAR-MERGE
                   ACCEPT MOSTRA-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *PENDENCIA PARADA ALEM DA VALIDADE EXPIRA DE OFICIO (BASE
      *COMERCIAL 30/360), PARA A FILA NAO VIRAR DEPOSITO
       8712-EXPIRAR-SE-VELHA.
           MOVE PND-DATA TO WRK-PND-DATA-R-AUX.
           ACCEPT WRK-HOJE-SENHA FROM DATE YYYYMMDD.
           COMPUTE WRK-PND-IDADE =
                   ((WRK-HJS-ANO - WRK-PND-ANO) * 360) +
                   ((WRK-HJS-MES - WRK-PND-MES) * 30) +
                   (WRK-HJS-DIA - WRK-PND-DIA).
           IF WRK-PND-IDADE > WRK-PND-VALIDADE
               SET PND-EXPIRADA TO TRUE
               REWRITE PND-REG
               END-REWRITE
           END-IF.

       8714-DECIDIR-PENDENCIA.
           MOVE WRK-TECLA (1:1) TO WRK-ESCOLHA-CHAR.
           MOVE ZEROS TO WRK-PND-ID-DIG.
           DISPLAY TELA-PENDENCIA.
           ACCEPT TELA-PENDENCIA.
           MOVE WRK-PND-ID-DIG TO PND-ID.
           READ PENDENCIAS
               INVALID KEY
                   MOVE 'PENDENCIA NAO ENCONTRADA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PND-PENDENTE
                           MOVE 'PENDENCIA JA DECIDIDA' TO
                                              WRK-MSG-ERRO
      *O SEGUNDO PAR DE OLHOS TEM QUE SER DE OUTRA PESSOA
                       WHEN PND-SOLICITANTE = WRK-OPERADOR
                           MOVE 'SOLICITANTE NAO APROVA A SI' TO
                                              WRK-MSG-ERRO
                       WHEN WRK-ESCOLHA-CHAR = 'R'
                           SET PND-RECUSADA TO TRUE
                           MOVE WRK-OPERADOR TO PND-APROVADOR
                           REWRITE PND-REG
                           END-REWRITE
                           PERFORM 8719-AUDITAR-PENDENCIA
                           MOVE 'PENDENCIA RECUSADA' TO
                                              WRK-MSG-ERRO
                       WHEN OTHER
                           PERFORM 8718-EXECUTAR-PENDENCIA
                   END-EVALUATE
           END-READ.
           ACCEPT MOSTRA-ERRO.

      *EXECUTA A ACAO APROVADA E MARCA A PENDENCIA, COM OS DOIS
      *NOMES NA AUDITORIA
       8718-EXECUTAR-PENDENCIA.
           EVALUATE TRUE
               WHEN PND-LIMITE
                   PERFORM 8720-EFETIVAR-LIMITE
               WHEN PND-EXCLUSAO
                   PERFORM 8722-EFETIVAR-EXCLUSAO
               WHEN PND-MERGE
                   PERFORM 8724-EFETIVAR-MERGE
               WHEN PND-PERDA
                   PERFORM 8728-EFETIVAR-PERDA
               WHEN PND-REAJUSTE
                   PERFORM 8729-LIBERAR-REAJUSTE
               WHEN PND-FILIAL
                   PERFORM 8725-LIBERAR-FILIAL
               WHEN PND-AGENDA
                   PERFORM 8727-LIBERAR-AGENDA
               WHEN OTHER
                   MOVE 'ACAO DESCONHECIDA' TO WRK-MSG-ERRO
           END-EVALUATE.

       8720-EFETIVAR-LIMITE.
           MOVE PND-FONE TO CLIENTES-FONE.
           READ CLIENTES WITH LOCK
               INVALID KEY
                   MOVE 'CLIENTE DA PENDENCIA NAO EXISTE' TO
                                      WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE PND-VALOR TO CLIENTES-LIMITE-CRED
                   PERFORM 5070-CARIMBA-ALTERACAO
                   REWRITE CLIENTES-REG
                   IF CLIENTES-STATUS = 0
                       SET PND-APROVADA TO TRUE
                       MOVE WRK-OPERADOR TO PND-APROVADOR
                       REWRITE PND-REG
                       END-REWRITE
                       PERFORM 8719-AUDITAR-PENDENCIA
                       MOVE 'A' TO JRN-ACAO
                       PERFORM 4300-GRAVA-JORNAL
                       MOVE 'LIMITE NOVO EFETIVADO' TO
                                          WRK-MSG-ERRO
                   ELSE
                       PERFORM 9800-TRADUZ-STATUS
                       MOVE WRK-STATUS-MSG TO WRK-MSG-ERRO
                   END-IF
                   UNLOCK CLIENTES
           END-READ.

       8722-EFETIVAR-EXCLUSAO.
           MOVE PND-FONE TO CLIENTES-FONE.
           READ CLIENTES WITH LOCK
               INVALID KEY
                   MOVE 'CLIENTE DA PENDENCIA NAO EXISTE' TO
                                      WRK-MSG-ERRO
               NOT INVALID KEY
                   SET CLI-INATIVO TO TRUE
                   REWRITE CLIENTES-REG
                   IF CLIENTES-STATUS = 0
                       SET PND-APROVADA TO TRUE
                       MOVE WRK-OPERADOR TO PND-APROVADOR
                       REWRITE PND-REG
                       END-REWRITE
                       PERFORM 8719-AUDITAR-PENDENCIA
                       MOVE 'A' TO JRN-ACAO
                       PERFORM 4300-GRAVA-JORNAL
                       MOVE 'EXCLUSAO EFETIVADA' TO WRK-MSG-ERRO
                   ELSE
                       PERFORM 9800-TRADUZ-STATUS
                       MOVE WRK-STATUS-MSG TO WRK-MSG-ERRO
                   END-IF
                   UNLOCK CLIENTES
           END-READ.

      *A FUSAO APROVADA VIRA UMA LINHA NO ARQUIVO DE INSTRUCOES
      *DO MRGCLI, QUE O LOTE EXECUTA NA PROXIMA RODADA
       8724-EFETIVAR-MERGE.
           OPEN EXTEND FUSAO-INSTRUCOES.
           IF FUSAO-STATUS = 35 THEN
               OPEN OUTPUT FUSAO-INSTRUCOES
               CLOSE FUSAO-INSTRUCOES
               OPEN EXTEND FUSAO-INSTRUCOES
           END-IF.
           MOVE PND-FONE TO FUSAO-FONE-ORIGEM.
           MOVE PND-FONE2 TO FUSAO-FONE-DESTINO.
           WRITE FUSAO-INSTRUCAO.
           CLOSE FUSAO-INSTRUCOES.
           MOVE ZEROS TO FUSAO-STATUS.
           SET PND-APROVADA TO TRUE.
           MOVE WRK-OPERADOR TO PND-APROVADOR.
           REWRITE PND-REG
           END-REWRITE.
           PERFORM 8719-AUDITAR-PENDENCIA.
           MOVE 'FUSAO LIBERADA PARA O MRGCLI' TO WRK-MSG-ERRO.

      *A BAIXA APROVADA GRAVA O PEDIDO EM PERDAS.DAT COM O SALDO
      *DE AGORA (QUE PODE TER CAIDO DESDE O PEDIDO DA BAIXA);
      *PEDIDO JA QUITADO NESSE MEIO TEMPO NAO TEM O QUE BAIXAR
       8728-EFETIVAR-PERDA.
           MOVE PND-FONE TO PEDIDOS-FONE.
           MOVE PND-FONE2 TO PEDIDOS-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE 'PEDIDO DA PENDENCIA NAO EXISTE' TO
                                      WRK-MSG-ERRO
               NOT INVALID KEY
                   PERFORM 8512-SOMAR-RECEBIMENTOS
                   COMPUTE WRK-PRD-SALDO =
                           PEDIDOS-VALOR - WRK-PED-RECEBIDO
                   IF WRK-PRD-SALDO NOT > ZEROS
                       MOVE 'PEDIDO QUITADO - NADA A BAIXAR'
                                      TO WRK-MSG-ERRO
                   ELSE
                       MOVE PEDIDOS-FONE TO PRD-FONE
                       MOVE PEDIDOS-NUMERO TO PRD-PEDIDO
                       ACCEPT PRD-DATA FROM DATE YYYYMMDD
                       MOVE WRK-PRD-SALDO TO PRD-VALOR
                       MOVE PND-SOLICITANTE TO PRD-SOLICITANTE
                       MOVE WRK-OPERADOR TO PRD-APROVADOR
                       MOVE PND-ID TO PRD-PENDENCIA
                       WRITE PRD-REG
                           INVALID KEY
                               MOVE 'PEDIDO JA BAIXADO POR PERDA' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               SET PND-APROVADA TO TRUE
                               MOVE WRK-OPERADOR TO PND-APROVADOR
                               MOVE WRK-PRD-SALDO TO PND-VALOR
                               REWRITE PND-REG
                               END-REWRITE
                               PERFORM 8719-AUDITAR-PENDENCIA
                               MOVE 'BAIXA POR PERDA EFETIVADA' TO
                                                  WRK-MSG-ERRO
                       END-WRITE
                   END-IF
           END-READ.

      *A SIMULACAO DE REAJUSTE APROVADA FICA LIBERADA PARA O
      *REAJAPL, QUE SO APLICA COM OS MESMOS PARAMETROS SIMULADOS
       8729-LIBERAR-REAJUSTE.
           SET PND-APROVADA TO TRUE.
           MOVE WRK-OPERADOR TO PND-APROVADOR.
           REWRITE PND-REG
           END-REWRITE.
           PERFORM 8719-AUDITAR-PENDENCIA.
           MOVE 'REAJUSTE LIBERADO P/ O REAJAPL' TO WRK-MSG-ERRO.

      *O ATENDIMENTO DE CLIENTE DE OUTRA FILIAL LIBERADO VALE SO
      *PARA O OPERADOR QUE PEDIU, DENTRO DA VALIDADE DA FILA
       8725-LIBERAR-FILIAL.
           SET PND-APROVADA TO TRUE.
           MOVE WRK-OPERADOR TO PND-APROVADOR.
           REWRITE PND-REG
           END-REWRITE.
           PERFORM 8719-AUDITAR-PENDENCIA.
           MOVE 'ATENDIMENTO LIBERADO' TO WRK-MSG-ERRO.

      *O ENCAIXE LIBERADO SERVE UMA VEZ, PARA O MESMO OPERADOR E
      *PEDIDO, E E CONSUMIDO QUANDO A ENTREGA E GRAVADA (VIDE 8622)
       8727-LIBERAR-AGENDA.
           SET PND-APROVADA TO TRUE.
           MOVE WRK-OPERADOR TO PND-APROVADOR.
           REWRITE PND-REG
           END-REWRITE.
           PERFORM 8719-AUDITAR-PENDENCIA.
           MOVE 'ENCAIXE NA AGENDA LIBERADO' TO WRK-MSG-ERRO.

      *LINHA DE AUDITORIA DA DECISAO: SOLICITANTE NO NOME,
      *APROVADOR NO OPERADOR, ACAO E VALOR NOS CAMPOS DE SEMPRE
       8719-AUDITAR-PENDENCIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE PND-ACAO TO AUDIT-ACAO.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE PND-FONE TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-NOME.
           MOVE PND-SOLICITANTE TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           STRING 'DECISAO ' PND-SITUACAO
               DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE PND-ID TO AUDIT-PEDIDO.
           MOVE PND-VALOR TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *GRAVA UMA PENDENCIA NOVA COM O PROXIMO ID LIVRE
       8726-GRAVAR-PENDENCIA.
           MOVE PND-REG TO WRK-PND-SALVA.
           MOVE ZEROS TO WRK-PND-PROX-ID.
           MOVE LOW-VALUES TO PND-ID.
           START PENDENCIAS KEY IS NOT LESS THAN PND-ID
               INVALID KEY
                   MOVE 10 TO PND-STATUS
           END-START.
           IF PND-STATUS NOT = 10
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PND-STATUS NOT = 0
               MOVE PND-ID TO WRK-PND-PROX-ID
               READ PENDENCIAS NEXT
                   AT END
                       MOVE 10 TO PND-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PND-STATUS.
           MOVE WRK-PND-SALVA TO PND-REG.
           COMPUTE PND-ID = WRK-PND-PROX-ID + 1.
           MOVE WRK-OPERADOR TO PND-SOLICITANTE.
           MOVE SPACES TO PND-APROVADOR.
           ACCEPT PND-DATA FROM DATE YYYYMMDD.
           SET PND-PENDENTE TO TRUE.
           WRITE PND-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *O AUMENTO DE LIMITE ACIMA DO TETO VIRA PENDENCIA E O
      *REGISTRO SEGUE COM O LIMITE ANTIGO ATE O SEGUNDO ADMIN
       8702-PENDURAR-LIMITE.
           MOVE 'LIMITE' TO PND-ACAO.
           MOVE CLIENTES-FONE TO PND-FONE.
           MOVE ZEROS TO PND-FONE2.
           MOVE CLIENTES-LIMITE-CRED TO PND-VALOR.
           PERFORM 8726-GRAVAR-PENDENCIA.
           MOVE WRK-UA-LIMITE-CRED TO CLIENTES-LIMITE-CRED.
           MOVE 'LIMITE ACIMA DO TETO - PENDENTE' TO WRK-MSG-ERRO.
           DISPLAY MOSTRA-ERRO.

       8704-PENDURAR-EXCLUSAO.
           MOVE 'EXCLUSAO' TO PND-ACAO.
           MOVE CLIENTES-FONE TO PND-FONE.
           MOVE ZEROS TO PND-FONE2.
           MOVE ZEROS TO PND-VALOR.
           PERFORM 8726-GRAVAR-PENDENCIA.

       8716-PENDURAR-MERGE.
           MOVE ZEROS TO WRK-MERGE-ORIGEM.
           MOVE ZEROS TO WRK-MERGE-DESTINO.
           DISPLAY TELA-MERGE.
           ACCEPT TELA-MERGE.
           IF WRK-MERGE-ORIGEM = ZEROS
                   OR WRK-MERGE-DESTINO = ZEROS
                   OR WRK-MERGE-ORIGEM = WRK-MERGE-DESTINO
               MOVE 'PAR DE FUSAO INVALIDO' TO WRK-MSG-ERRO
           ELSE
               MOVE 'MERGE' TO PND-ACAO
               MOVE WRK-MERGE-ORIGEM TO PND-FONE
               MOVE WRK-MERGE-DESTINO TO PND-FONE2
               MOVE ZEROS TO PND-VALOR
               PERFORM 8726-GRAVAR-PENDENCIA
               MOVE 'FUSAO REGISTRADA - AGUARDA ADMIN' TO
                                  WRK-MSG-ERRO
           END-IF.

       8700-AJUDA.
           MOVE 'MODULO - AJUDA' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-AJUDA.
           ACCEPT MOSTRA-ERRO.
           DISPLAY TELA.
           DISPLAY TELA-AJUDA-2.
           ACCEPT MOSTRA-ERRO.
           DISPLAY TELA.
           DISPLAY TELA-AJUDA-3.
           ACCEPT MOSTRA-ERRO.

      *MANUTENCAO DO CATALOGO DE PRODUTOS: O OPERADOR INFORMA O
      *CODIGO; SE NAO EXISTIR, OFERECE A INCLUSAO; SE EXISTIR,
      *MOSTRA E OFERECE A ALTERACAO (INCLUSIVE TIRAR DE LINHA)
       8800-PRODUTOS.
           MOVE 'MODULO - CATALOGO DE PRODUTOS' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO PROD-CODIGO.
           MOVE SPACES TO PROD-DESCRICAO.
           MOVE ZEROS TO PROD-PRECO.
           SET PROD-EM-LINHA TO TRUE.
           MOVE ZEROS TO PROD-ESTOQUE.
           MOVE ZEROS TO PROD-ESTOQUE-MIN.
           MOVE ZEROS TO PROD-CATEGORIA.
           MOVE ZEROS TO PROD-CUSTO.
           MOVE ZEROS TO PROD-GARANTIA.
           MOVE ZEROS TO PROD-RECOMPRA-DIAS.
           DISPLAY TELA-PRODUTO.
           ACCEPT PROD-CHAVE-TELA.
      *O CODIGO DO ITEM DE FRETE NAO PODE VIRAR PRODUTO
           IF PROD-CODIGO = ZEROS OR PROD-CODIGO = WRK-COD-FRETE
               IF PROD-CODIGO = ZEROS
                   MOVE 'CODIGO DO PRODUTO E OBRIGATORIO' TO
                                      WRK-MSG-ERRO
               ELSE
                   MOVE 'CODIGO RESERVADO AO FRETE' TO WRK-MSG-ERRO
               END-IF
               ACCEPT MOSTRA-ERRO
           ELSE
               READ PRODUTOS
                   INVALID KEY
                       PERFORM 8810-INCLUIR-PRODUTO
                   NOT INVALID KEY
                       PERFORM 8820-ALTERAR-PRODUTO
               END-READ
               ACCEPT MOSTRA-ERRO
               MOVE 'MOVIMENTAR ESTOQUE DESTE PRODUTO? (S/N)' TO
                                  WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   PERFORM 8380-VERIFICAR-KIT
                   IF PROD-E-KIT
                       MOVE 'KIT NAO TEM ESTOQUE PROPRIO' TO
                                          WRK-MSG-ERRO
                   ELSE
                       PERFORM 8830-MOVIMENTAR-ESTOQUE
                   END-IF
                   ACCEPT MOSTRA-ERRO
               END-IF
               MOVE 'VER ESTOQUE POR FILIAL? (S/N)' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   PERFORM 8405-ESTOQUE-POR-FILIAL
                   ACCEPT MOSTRA-ERRO
               END-IF
               MOVE 'VER/MONTAR COMPONENTES DE KIT? (S/N)' TO
                                  WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   PERFORM 8385-COMPONENTES-KIT
                   ACCEPT MOSTRA-ERRO
               END-IF
               MOVE 'VER/CADASTRAR PRECO COM VIGENCIA? (S/N)' TO
                                  WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   PERFORM 8840-PRECOS-DO-PRODUTO
                   ACCEPT MOSTRA-ERRO
               END-IF
               MOVE 'CODIGOS DE BARRAS (EAN)? (S/N)' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   PERFORM 8846-CODIGOS-DE-BARRAS
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.

       8810-INCLUIR-PRODUTO.
           MOVE 'PRODUTO NOVO - PREENCHA OS DADOS' TO WRK-MSG-ERRO.
           DISPLAY MOSTRA-ERRO.
           ACCEPT PROD-DADOS.
           IF PROD-DESCRICAO = SPACES
               MOVE 'DESCRICAO E OBRIGATORIA' TO WRK-MSG-ERRO
           ELSE
               IF NOT PROD-EM-LINHA AND NOT PROD-FORA-LINHA
                   SET PROD-EM-LINHA TO TRUE
               END-IF
               WRITE PROD-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O PRODUTO' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'PRODUTO INCLUIDO' TO WRK-MSG-ERRO
               END-WRITE
           END-IF.

       8820-ALTERAR-PRODUTO.
           DISPLAY PROD-DADOS.
           MOVE 'ALTERAR ESTE PRODUTO? (S/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               ACCEPT PROD-DADOS
               IF PROD-DESCRICAO = SPACES
                   MOVE 'DESCRICAO E OBRIGATORIA' TO WRK-MSG-ERRO
               ELSE
                   IF NOT PROD-EM-LINHA AND NOT PROD-FORA-LINHA
                       SET PROD-EM-LINHA TO TRUE
                   END-IF
                   REWRITE PROD-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O PRODUTO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'PRODUTO ALTERADO' TO WRK-MSG-ERRO
                   END-REWRITE
               END-IF
           ELSE
               MOVE 'VISUALIZACAO, NADA ALTERADO' TO WRK-MSG-ERRO
           END-IF.

      *ENTRADA OU AJUSTE DE ESTOQUE DO PRODUTO CORRENTE NA FILIAL
      *DO OPERADOR: ENTRADA SOMA A QUANTIDADE (NO LOTE INFORMADO,
      *SE HOUVER), AJUSTE SUBSTITUI O SALDO DA FILIAL PELO CONTADO
      *E DESCARTE TIRA O SALDO DE UM LOTE VENCIDO; TUDO FICA NO
      *DIARIO. O AJUSTE PARA CIMA PEDE O LOTE DA SOBRA E O PARA
      *BAIXO TIRA DOS LOTES PELA ORDEM DE VENCIMENTO
       8830-MOVIMENTAR-ESTOQUE.
           MOVE 'E' TO WRK-EST-TIPO-DIG.
           MOVE ZEROS TO WRK-EST-QTDE-DIG.
           MOVE SPACES TO WRK-EST-MOTIVO-DIG.
           DISPLAY TELA-ESTOQUE.
           ACCEPT TELA-ESTOQUE.
           SET LOTE-DADOS-OK TO TRUE.
           MOVE SPACES TO WRK-LOTE-NUM-DIG.
           MOVE ZEROS TO WRK-LOTE-AJUSTE.
           IF WRK-EST-TIPO-DIG = 'E'
               PERFORM 8397-PEDIR-LOTE
           END-IF.
           IF WRK-EST-TIPO-DIG = 'A'
               PERFORM 8400-SALDO-NA-FILIAL
               COMPUTE WRK-LOTE-AJUSTE = WRK-EST-QTDE-DIG
                                       - WRK-EFIL-SALDO
               IF WRK-LOTE-AJUSTE > ZEROS
                   PERFORM 8397-PEDIR-LOTE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-EST-TIPO-DIG NOT = 'E'
                       AND WRK-EST-TIPO-DIG NOT = 'A'
                       AND WRK-EST-TIPO-DIG NOT = 'V'
                   MOVE 'TIPO INVALIDO (E/A/V)' TO WRK-MSG-ERRO
               WHEN LOTE-DADOS-RECUSADOS
                   CONTINUE
               WHEN WRK-EST-TIPO-DIG = 'V'
                   PERFORM 8399-DESCARTAR-LOTE
               WHEN OTHER
                   PERFORM 8401-APLICAR-NA-FILIAL
                   REWRITE PROD-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O PRODUTO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           PERFORM 8835-GRAVAR-MOV-ESTOQUE
                           IF WRK-EST-TIPO-DIG = 'E'
                               PERFORM 8398-ENTRADA-NO-LOTE
                               PERFORM 8837-ATENDER-RESERVAS
                           END-IF
                           IF WRK-EST-TIPO-DIG = 'A'
                               PERFORM 8408-AJUSTE-NOS-LOTES
                           END-IF
                           MOVE 'ESTOQUE ATUALIZADO' TO
                                              WRK-MSG-ERRO
                   END-REWRITE
           END-EVALUATE.

      *MERCADORIA ENTROU: PERCORRE A LISTA DE ESPERA DO PRODUTO
      *PELA ORDEM DE CHEGADA E AVISA CADA CLIENTE CUJA RESERVA
      *CABE NA QUANTIDADE QUE ENTROU; A RESERVA AVISADA VIRA V E
      *NAO E AVISADA DE NOVO (O ESTOQUE SO BAIXA NA VENDA). SO
      *CONTAM AS RESERVAS DA FILIAL ONDE A MERCADORIA ENTROU
       8837-ATENDER-RESERVAS.
           MOVE WRK-EST-QTDE-DIG TO WRK-RES-QTDE-DISP.
           MOVE PROD-CODIGO TO RES-PRODUTO.
           MOVE ZEROS TO RES-SEQ.
           START RESERVAS KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY
                   MOVE 10 TO RES-STATUS
           END-START.
           IF RES-STATUS NOT = 10
               READ RESERVAS NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL RES-STATUS NOT = 0
                   OR RES-PRODUTO NOT = PROD-CODIGO
                   OR WRK-RES-QTDE-DISP = ZEROS
               IF RES-AGUARDANDO
                       AND RES-QTDE NOT > WRK-RES-QTDE-DISP
                       AND (RES-FILIAL = WRK-EFIL-FILIAL
                           OR (RES-FILIAL = ZEROS
                               AND WRK-EFIL-FILIAL = 1))
                   PERFORM 8838-AVISAR-RESERVA
               END-IF
               READ RESERVAS NEXT
                   AT END
                       MOVE 10 TO RES-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO RES-STATUS.

       8838-AVISAR-RESERVA.
           SUBTRACT RES-QTDE FROM WRK-RES-QTDE-DISP.
           SET RES-AVISADA TO TRUE.
           REWRITE RES-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *O AVISO SAI PELO CANAL DE PREFERENCIA DO CADASTRO; CODIGO
      *G E O "SEU PRODUTO CHEGOU" DO LOTE DE NOTIFICACOES
           MOVE RES-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTES-FONE TO NOTIF-FONE
                   MOVE CLIENTES-NOME TO NOTIF-NOME
                   MOVE SPACES TO NOTIF-STATUS-ANTES
                   MOVE 'G' TO NOTIF-STATUS-DEPOIS
                   ACCEPT NOTIF-DATA FROM DATE YYYYMMDD
                   MOVE CLIENTES-PREF-CONTATO TO NOTIF-CANAL
                   MOVE CLIENTES-EMAIL TO NOTIF-EMAIL
                   MOVE CLIENTES-FONE-CEL TO NOTIF-CELULAR
                   WRITE NOTIF-REG
           END-READ.

      *LISTA AS VIGENCIAS DE PRECO JA CADASTRADAS DO PRODUTO
      *CORRENTE (AS ANTIGAS CONTINUAM CONSULTAVEIS) E OFERECE O
      *CADASTRO DE UMA VIGENCIA NOVA - INCLUSIVE FUTURA, PARA O
      *AUMENTO DO TRIMESTRE SER CARREGADO COM ANTECEDENCIA
       8840-PRECOS-DO-PRODUTO.
           DISPLAY '------------------'.
           DISPLAY 'VIGENCIAS DE PRECO DO PRODUTO ' PROD-CODIGO.
           DISPLAY '------------------'.
           MOVE PROD-CODIGO TO PRECO-PRODUTO.
           MOVE ZEROS TO PRECO-VIGENCIA.
           START PRECOS KEY IS NOT LESS THAN PRECO-CHAVE
               INVALID KEY
                   MOVE 10 TO PRECO-STATUS
           END-START.
           IF PRECO-STATUS NOT = 10
               READ PRECOS NEXT
                   AT END
                       MOVE 10 TO PRECO-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PRECO-STATUS NOT = 0
                   OR PRECO-PRODUTO NOT = PROD-CODIGO
               DISPLAY 'DESDE ' PRECO-VIGENCIA ' PRECO '
                       PRECO-VALOR
               READ PRECOS NEXT
                   AT END
                       MOVE 10 TO PRECO-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PRECO-STATUS.
           MOVE 'CADASTRAR VIGENCIA NOVA? (S/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               PERFORM 8845-GRAVAR-PRECO
           ELSE
               MOVE 'VISUALIZACAO, NADA GRAVADO' TO WRK-MSG-ERRO
           END-IF.

       8845-GRAVAR-PRECO.
           MOVE ZEROS TO WRK-PRECO-VIG-DIG.
           MOVE ZEROS TO WRK-PRECO-VAL-DIG.
           DISPLAY TELA-PRECO.
           ACCEPT TELA-PRECO.
           IF WRK-PRECO-VIG-DIG = ZEROS
                   OR WRK-PRECO-VAL-DIG = ZEROS
               MOVE 'VIGENCIA E PRECO SAO OBRIGATORIOS' TO
                                  WRK-MSG-ERRO
           ELSE
               MOVE PROD-CODIGO TO PRECO-PRODUTO
               MOVE WRK-PRECO-VIG-DIG TO PRECO-VIGENCIA
               MOVE WRK-PRECO-VAL-DIG TO PRECO-VALOR
               WRITE PRECO-REG
                   INVALID KEY
                       REWRITE PRECO-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR O PRECO' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'VIGENCIA REGRAVADA' TO
                                                  WRK-MSG-ERRO
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'VIGENCIA CADASTRADA' TO WRK-MSG-ERRO
               END-WRITE
           END-IF.

      *LISTA OS CODIGOS DE BARRAS DO PRODUTO CORRENTE (O DA UNIDADE
      *E OS DAS EMBALAGENS, COM O FATOR DE CADA UM) E OFERECE O
      *CADASTRO OU A EXCLUSAO DE UM; COMO PRODEAN.DAT E CHAVEADO
      *PELO EAN, A LISTA PERCORRE O ARQUIVO TODO
       8846-CODIGOS-DE-BARRAS.
           DISPLAY '------------------'.
           DISPLAY 'CODIGOS DE BARRAS DO PRODUTO ' PROD-CODIGO.
           DISPLAY '------------------'.
           MOVE ZEROS TO PEAN-CODIGO.
           START PRODUTOS-EAN KEY IS NOT LESS THAN PEAN-CODIGO
               INVALID KEY
                   MOVE 10 TO PEAN-STATUS
           END-START.
           IF PEAN-STATUS NOT = 10
               READ PRODUTOS-EAN NEXT
                   AT END
                       MOVE 10 TO PEAN-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PEAN-STATUS NOT = 0
               IF PEAN-PRODUTO = PROD-CODIGO
                   DISPLAY 'EAN ' PEAN-CODIGO ' UNIDADES '
                           PEAN-FATOR ' ORIGEM ' PEAN-ORIGEM
               END-IF
               READ PRODUTOS-EAN NEXT
                   AT END
                       MOVE 10 TO PEAN-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEAN-STATUS.
           MOVE 'CADASTRAR/EXCLUIR EAN? (C/E/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'C' OR WRK-TECLA = 'E'
               PERFORM 8847-GRAVAR-EAN
           ELSE
               MOVE 'VISUALIZACAO, NADA GRAVADO' TO WRK-MSG-ERRO
           END-IF.

      *O EAN TEM QUE TER O DIGITO CERTO E NAO PODE ESTAR LIGADO A
      *OUTRO PRODUTO; O MESMO EAN NO MESMO PRODUTO SO REGRAVA O
      *FATOR DA EMBALAGEM
       8847-GRAVAR-EAN.
           MOVE WRK-TECLA TO WRK-EAN-ACAO.
           MOVE SPACES TO WRK-CODIGO-LIDO.
           MOVE 1 TO WRK-EAN-FATOR-DIG.
           DISPLAY TELA-EAN.
           ACCEPT TELA-EAN.
           PERFORM 8849-CONFERIR-CODIGO.
           IF CODIGO-OK AND WRK-COD-TAM < 8
               MOVE 'EAN TEM DE 8 A 14 DIGITOS' TO WRK-MSG-ERRO
               SET CODIGO-INVALIDO TO TRUE
           END-IF.
           IF CODIGO-VAZIO
               MOVE 'EAN E OBRIGATORIO' TO WRK-MSG-ERRO
           END-IF.
           IF CODIGO-OK
               MOVE WRK-EAN-NUM TO PEAN-CODIGO
               READ PRODUTOS-EAN
                   INVALID KEY
                       MOVE ZEROS TO PEAN-PRODUTO
               END-READ
               MOVE WRK-EAN-NUM TO PEAN-CODIGO
               EVALUATE TRUE
                   WHEN PEAN-PRODUTO NOT = ZEROS
                           AND PEAN-PRODUTO NOT = PROD-CODIGO
                       MOVE 'EAN JA E DE OUTRO PRODUTO' TO
                                          WRK-MSG-ERRO
                   WHEN WRK-EAN-ACAO = 'E'
                       IF PEAN-PRODUTO = ZEROS
                           MOVE 'EAN NAO E DESTE PRODUTO' TO
                                              WRK-MSG-ERRO
                       ELSE
                           DELETE PRODUTOS-EAN RECORD
                               INVALID KEY
                                   MOVE 'FALHA AO EXCLUIR O EAN' TO
                                                      WRK-MSG-ERRO
                               NOT INVALID KEY
                                   MOVE 'EAN EXCLUIDO' TO WRK-MSG-ERRO
                           END-DELETE
                       END-IF
                   WHEN WRK-EAN-FATOR-DIG = ZEROS
                       MOVE 'INFORME UNIDADES DA EMBALAGEM' TO
                                          WRK-MSG-ERRO
                   WHEN OTHER
                       MOVE WRK-EAN-FATOR-DIG TO PEAN-FATOR
                       MOVE 'M' TO PEAN-ORIGEM
                       ACCEPT PEAN-DATA FROM DATE YYYYMMDD
                       IF PEAN-PRODUTO = ZEROS
                           MOVE PROD-CODIGO TO PEAN-PRODUTO
                           WRITE PEAN-REG
                               INVALID KEY
                                   MOVE 'FALHA AO GRAVAR O EAN' TO
                                                      WRK-MSG-ERRO
                               NOT INVALID KEY
                                   MOVE 'EAN CADASTRADO' TO
                                                      WRK-MSG-ERRO
                           END-WRITE
                       ELSE
                           REWRITE PEAN-REG
                               INVALID KEY
                                   MOVE 'FALHA AO GRAVAR O EAN' TO
                                                      WRK-MSG-ERRO
                               NOT INVALID KEY
                                   MOVE 'EAN REGRAVADO' TO
                                                      WRK-MSG-ERRO
                           END-REWRITE
                       END-IF
               END-EVALUATE
           END-IF.

      *IDENTIFICA O CODIGO DIGITADO OU LIDO PELO LEITOR NAS TELAS
      *DE ITEM: ATE 6 DIGITOS E O CODIGO INTERNO DO PRODUTO; 8,
      *12, 13 OU 14 DIGITOS E UM EAN, QUE TEM O DIGITO CONFERIDO E
      *E PROCURADO EM PRODEAN.DAT - O EAN DE UMA EMBALAGEM DEVOLVE
      *O FATOR DELA. BRANCO OU ZERO E CODIGO VAZIO, E O CODIGO QUE
      *NAO SE IDENTIFICA DEIXA A MENSAGEM EM WRK-MSG-ERRO
       8848-IDENTIFICAR-CODIGO.
           MOVE ZEROS TO WRK-COD-PRODUTO.
           MOVE 1 TO WRK-COD-FATOR.
           PERFORM 8849-CONFERIR-CODIGO.
           IF CODIGO-OK
               IF WRK-COD-TAM > 6
                   MOVE WRK-EAN-NUM TO PEAN-CODIGO
                   READ PRODUTOS-EAN
                       INVALID KEY
                           MOVE 'EAN NAO CADASTRADO NO CATALOGO' TO
                                              WRK-MSG-ERRO
                           SET CODIGO-INVALIDO TO TRUE
                       NOT INVALID KEY
                           MOVE PEAN-PRODUTO TO WRK-COD-PRODUTO
                           MOVE PEAN-FATOR TO WRK-COD-FATOR
                   END-READ
               ELSE
                   MOVE WRK-EAN-NUM TO WRK-COD-PRODUTO
               END-IF
           END-IF.

      *SO CONFERE O FORMATO: TAMANHO, DIGITOS E, NO EAN, O DIGITO
      *VERIFICADOR; O EAN FICA EM WRK-EAN-NUM COM 14 POSICOES
       8849-CONFERIR-CODIGO.
           SET CODIGO-OK TO TRUE.
           MOVE ZEROS TO WRK-EAN-NUM.
           MOVE 14 TO WRK-COD-TAM.
           PERFORM UNTIL WRK-COD-TAM = ZEROS
                   OR WRK-CODIGO-LIDO(WRK-COD-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-COD-TAM
           END-PERFORM.
           IF WRK-COD-TAM = ZEROS
               SET CODIGO-VAZIO TO TRUE
           ELSE
               IF WRK-CODIGO-LIDO(1:WRK-COD-TAM) NOT NUMERIC
                   MOVE 'CODIGO SO PODE TER DIGITOS' TO WRK-MSG-ERRO
                   SET CODIGO-INVALIDO TO TRUE
               ELSE
                   MOVE WRK-CODIGO-LIDO(1:WRK-COD-TAM) TO WRK-EAN-NUM
                   EVALUATE WRK-COD-TAM
                       WHEN 1 THRU 6
                           IF WRK-EAN-NUM = ZEROS
                               SET CODIGO-VAZIO TO TRUE
                           END-IF
                       WHEN 8
                       WHEN 12
                       WHEN 13
                       WHEN 14
                           MOVE ZEROS TO WRK-EAN-SOMA
                           MOVE 3 TO WRK-EAN-PESO
                           PERFORM VARYING WRK-EAN-IDX FROM 1 BY 1
                                   UNTIL WRK-EAN-IDX > 13
                               COMPUTE WRK-EAN-SOMA = WRK-EAN-SOMA +
                                   WRK-EAN-DIGITO(WRK-EAN-IDX) *
                                   WRK-EAN-PESO
                               COMPUTE WRK-EAN-PESO = 4 - WRK-EAN-PESO
                           END-PERFORM
                           DIVIDE WRK-EAN-SOMA BY 10
                               GIVING WRK-EAN-QUOC
                               REMAINDER WRK-EAN-RESTO
                           IF WRK-EAN-RESTO = ZEROS
                               MOVE ZEROS TO WRK-EAN-DV
                           ELSE
                               COMPUTE WRK-EAN-DV = 10 - WRK-EAN-RESTO
                           END-IF
                           IF WRK-EAN-DV NOT = WRK-EAN-DIGITO(14)
                               MOVE 'EAN COM DIGITO INVALIDO' TO
                                                  WRK-MSG-ERRO
                               SET CODIGO-INVALIDO TO TRUE
                           END-IF
                       WHEN OTHER
                           MOVE 'CODIGO COM TAMANHO INVALIDO' TO
                                              WRK-MSG-ERRO
                           SET CODIGO-INVALIDO TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

      *O PRODUTO DO BUFFER E UM KIT SE TEM AO MENOS UM COMPONENTE
      *NA COMPOSICAO; O BUFFER DE PRODUTOS NAO E TOCADO
       8380-VERIFICAR-KIT.
           SET PROD-NAO-KIT TO TRUE.
           MOVE PROD-CODIGO TO WRK-KIT-PAI.
           PERFORM 8383-PRIMEIRO-COMPONENTE.
           IF KIT-STATUS = 0 AND KIT-PAI = WRK-KIT-PAI
               SET PROD-E-KIT TO TRUE
           END-IF.
           MOVE ZEROS TO KIT-STATUS.

      *SALDO DISPONIVEL DO PRODUTO DO BUFFER NA FILIAL DO
      *OPERADOR: O PROPRIO ESTOQUE, OU, NO KIT, QUANTOS KITS OS
      *COMPONENTES MONTAM - O COMPONENTE MAIS ESCASSO MANDA; O PAI
      *VOLTA AO BUFFER. PRODUTO COM LOTE SO CONTA O QUE ESTA
      *DENTRO DA VALIDADE
       8381-SALDO-DISPONIVEL.
           SET SALDO-LIVRE TO TRUE.
           PERFORM 8380-VERIFICAR-KIT.
           PERFORM 8400-SALDO-NA-FILIAL.
           MOVE WRK-EFIL-SALDO TO WRK-KIT-DISPONIVEL.
           IF PROD-E-KIT
               MOVE 99999 TO WRK-KIT-DISPONIVEL
               PERFORM 8383-PRIMEIRO-COMPONENTE
               PERFORM UNTIL KIT-STATUS NOT = 0
                       OR KIT-PAI NOT = WRK-KIT-PAI
                   MOVE KIT-COMPONENTE TO PROD-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           MOVE ZEROS TO WRK-KIT-CABEM
                       NOT INVALID KEY
                           PERFORM 8400-SALDO-NA-FILIAL
                           PERFORM 8390-LOTES-DO-PRODUTO
                           IF PROD-COM-LOTE
                                   AND WRK-LOTE-VALIDO < WRK-EFIL-SALDO
                               MOVE WRK-LOTE-VALIDO TO WRK-EFIL-SALDO
                               SET SALDO-POR-LOTE TO TRUE
                           END-IF
                           DIVIDE WRK-EFIL-SALDO BY KIT-QTDE
                               GIVING WRK-KIT-CABEM
                   END-READ
                   IF WRK-KIT-CABEM < WRK-KIT-DISPONIVEL
                       MOVE WRK-KIT-CABEM TO WRK-KIT-DISPONIVEL
                   END-IF
                   READ KITS NEXT
                       AT END
                           MOVE 10 TO KIT-STATUS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO KIT-STATUS
               PERFORM 8384-RELER-PAI
           END-IF.
           IF PROD-NAO-KIT
               PERFORM 8390-LOTES-DO-PRODUTO
               IF PROD-COM-LOTE
                       AND WRK-LOTE-VALIDO < WRK-KIT-DISPONIVEL
                   MOVE WRK-LOTE-VALIDO TO WRK-KIT-DISPONIVEL
                   SET SALDO-POR-LOTE TO TRUE
               END-IF
           END-IF.

      *SAIDA (TIPO S) OU VOLTA (TIPO E) DE WRK-KIT-QTDE-MOV KITS
      *DO PAI EM WRK-KIT-PAI: CADA COMPONENTE MOVIMENTA A SUA
      *QUANTIDADE POR KIT, COM A LINHA DELE NO DIARIO DE ESTOQUE
      *E O MOTIVO JA DEIXADO PELO CHAMADOR; O PAI VOLTA AO BUFFER
       8382-MOVIMENTAR-KIT.
           PERFORM 8383-PRIMEIRO-COMPONENTE.
           PERFORM UNTIL KIT-STATUS NOT = 0
                   OR KIT-PAI NOT = WRK-KIT-PAI
               MOVE KIT-COMPONENTE TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-EST-QTDE-DIG =
                               WRK-KIT-QTDE-MOV * KIT-QTDE
                       PERFORM 8401-APLICAR-NA-FILIAL
                       REWRITE PROD-REG
                       END-REWRITE
                       IF WRK-EST-TIPO-DIG = 'S'
                           PERFORM 8392-SAIDA-POR-LOTE
                       ELSE
                           PERFORM 8395-VOLTA-POR-LOTE
                       END-IF
                       PERFORM 8835-GRAVAR-MOV-ESTOQUE
               END-READ
               READ KITS NEXT
                   AT END
                       MOVE 10 TO KIT-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO KIT-STATUS.
           PERFORM 8384-RELER-PAI.

      *POSICIONA NO PRIMEIRO COMPONENTE DO PAI EM WRK-KIT-PAI
       8383-PRIMEIRO-COMPONENTE.
           MOVE WRK-KIT-PAI TO KIT-PAI.
           MOVE ZEROS TO KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE 10 TO KIT-STATUS
           END-START.
           IF KIT-STATUS NOT = 10
               READ KITS NEXT
                   AT END
                       MOVE 10 TO KIT-STATUS
               END-READ
           END-IF.

       8384-RELER-PAI.
           MOVE WRK-KIT-PAI TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
           END-READ.

      *LISTA A COMPOSICAO DO PRODUTO CORRENTE COM O SALDO QUE ELA
      *MONTA E OFERECE INCLUIR, ALTERAR OU RETIRAR UM COMPONENTE;
      *O PRIMEIRO COMPONENTE TRANSFORMA O PRODUTO EM KIT
       8385-COMPONENTES-KIT.
           DISPLAY '------------------'.
           DISPLAY 'COMPONENTES DO PRODUTO ' PROD-CODIGO.
           DISPLAY '------------------'.
           MOVE PROD-CODIGO TO WRK-KIT-PAI.
           MOVE PROD-CODIGO TO WRK-KIT-PAI-TELA.
           PERFORM 8383-PRIMEIRO-COMPONENTE.
           PERFORM UNTIL KIT-STATUS NOT = 0
                   OR KIT-PAI NOT = WRK-KIT-PAI
               MOVE KIT-COMPONENTE TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE SPACES TO PROD-DESCRICAO
                       MOVE ZEROS TO PROD-ESTOQUE
               END-READ
               DISPLAY KIT-COMPONENTE ' ' PROD-DESCRICAO
                       ' QTDE ' KIT-QTDE ' ESTOQUE ' PROD-ESTOQUE
               READ KITS NEXT
                   AT END
                       MOVE 10 TO KIT-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO KIT-STATUS.
           PERFORM 8384-RELER-PAI.
           PERFORM 8381-SALDO-DISPONIVEL.
           IF PROD-E-KIT
               DISPLAY 'KITS MONTAVEIS COM O ESTOQUE: '
                       WRK-KIT-DISPONIVEL
           ELSE
               DISPLAY 'PRODUTO SEM COMPONENTES (NAO E KIT)'
           END-IF.
           MOVE 'INCLUIR/ALTERAR/RETIRAR COMPONENTE? (S/N)' TO
                              WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               PERFORM 8386-GRAVAR-COMPONENTE
               PERFORM 8384-RELER-PAI
           ELSE
               MOVE 'VISUALIZACAO, NADA GRAVADO' TO WRK-MSG-ERRO
           END-IF.

      *O COMPONENTE PRECISA EXISTIR NO CATALOGO, NAO PODE SER O
      *PROPRIO PAI NEM O FRETE, E NAO PODE SER OUTRO KIT (A BAIXA
      *E DE UM NIVEL SO); QUANTIDADE ZERO RETIRA O COMPONENTE
       8386-GRAVAR-COMPONENTE.
           MOVE ZEROS TO WRK-KIT-COMP-DIG.
           MOVE ZEROS TO WRK-KIT-QTDE-DIG.
           DISPLAY TELA-KIT.
           ACCEPT TELA-KIT.
           MOVE WRK-KIT-PAI-TELA TO KIT-PAI.
           MOVE WRK-KIT-COMP-DIG TO KIT-COMPONENTE.
           MOVE WRK-KIT-COMP-DIG TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE 23 TO PROD-STATUS
           END-READ.
           EVALUATE TRUE
               WHEN WRK-KIT-COMP-DIG = ZEROS
                   MOVE 'COMPONENTE E OBRIGATORIO' TO WRK-MSG-ERRO
               WHEN WRK-KIT-COMP-DIG = WRK-KIT-PAI-TELA
                       OR WRK-KIT-COMP-DIG = WRK-COD-FRETE
                   MOVE 'COMPONENTE INVALIDO' TO WRK-MSG-ERRO
               WHEN WRK-KIT-QTDE-DIG = ZEROS
                   DELETE KITS
                       INVALID KEY
                           MOVE 'COMPONENTE NAO ESTA NO KIT' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'COMPONENTE RETIRADO' TO
                                              WRK-MSG-ERRO
                   END-DELETE
               WHEN PROD-STATUS NOT = ZEROS
                   MOVE 'COMPONENTE NAO EXISTE NO CATALOGO' TO
                                      WRK-MSG-ERRO
               WHEN OTHER
                   PERFORM 8387-CONFERIR-COMPONENTE
           END-EVALUATE.
           MOVE ZEROS TO PROD-STATUS.

       8387-CONFERIR-COMPONENTE.
           PERFORM 8380-VERIFICAR-KIT.
           MOVE WRK-KIT-PAI-TELA TO WRK-KIT-PAI.
           MOVE WRK-KIT-PAI-TELA TO KIT-PAI.
           MOVE WRK-KIT-COMP-DIG TO KIT-COMPONENTE.
           IF PROD-E-KIT
               MOVE 'COMPONENTE NAO PODE SER KIT' TO WRK-MSG-ERRO
           ELSE
               MOVE WRK-KIT-QTDE-DIG TO KIT-QTDE
               WRITE KIT-REG
                   INVALID KEY
                       REWRITE KIT-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR O COMPONENTE' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'COMPONENTE ALTERADO' TO
                                                  WRK-MSG-ERRO
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'COMPONENTE INCLUIDO' TO WRK-MSG-ERRO
               END-WRITE
           END-IF.

      *LOTES DO PRODUTO DO BUFFER (O BUFFER NAO E TOCADO): LIGA
      *PROD-COM-LOTE SE HA QUALQUER LOTE, MESMO ZERADO, E SOMA O
      *SALDO DOS LOTES AINDA DENTRO DA VALIDADE, O UNICO VENDAVEL
       8390-LOTES-DO-PRODUTO.
           ACCEPT WRK-LOTE-HOJE FROM DATE YYYYMMDD.
           SET PROD-SEM-LOTE TO TRUE.
           MOVE ZEROS TO WRK-LOTE-VALIDO.
           MOVE PROD-CODIGO TO WRK-LOTE-PRODUTO.
           PERFORM 8391-PRIMEIRO-LOTE.
           PERFORM UNTIL LOTE-STATUS NOT = 0
                   OR LOTE-PRODUTO NOT = WRK-LOTE-PRODUTO
               SET PROD-COM-LOTE TO TRUE
               IF LOTE-VALIDADE NOT < WRK-LOTE-HOJE
                   ADD LOTE-SALDO TO WRK-LOTE-VALIDO
               END-IF
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO LOTE-STATUS.

      *POSICIONA NO LOTE DO PRODUTO EM WRK-LOTE-PRODUTO QUE VENCE
      *PRIMEIRO (A CHAVE E PRODUTO+VALIDADE+LOTE)
       8391-PRIMEIRO-LOTE.
           MOVE WRK-LOTE-PRODUTO TO LOTE-PRODUTO.
           MOVE ZEROS TO LOTE-VALIDADE.
           MOVE SPACES TO LOTE-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOTE-CHAVE
               INVALID KEY
                   MOVE 10 TO LOTE-STATUS
           END-START.
           IF LOTE-STATUS NOT = 10
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-IF.

      *SAIDA DE WRK-EST-QTDE-DIG UNIDADES DO PRODUTO DO BUFFER
      *PARA O ITEM CORRENTE: CONSOME PRIMEIRO O LOTE QUE VENCE
      *ANTES, PULANDO O VENCIDO, E GUARDA DE QUAL LOTE SAIU CADA
      *PARTE PARA A DEVOLUCAO VOLTAR AO LOTE DE ORIGEM; PRODUTO
      *SEM LOTE NAO TEM O QUE CONSUMIR
       8392-SAIDA-POR-LOTE.
           ACCEPT WRK-LOTE-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-EST-QTDE-DIG TO WRK-LOTE-FALTA.
           MOVE PROD-CODIGO TO WRK-LOTE-PRODUTO.
           PERFORM 8391-PRIMEIRO-LOTE.
           PERFORM UNTIL LOTE-STATUS NOT = 0
                   OR LOTE-PRODUTO NOT = WRK-LOTE-PRODUTO
                   OR WRK-LOTE-FALTA = ZEROS
               IF LOTE-VALIDADE NOT < WRK-LOTE-HOJE
                       AND LOTE-SALDO > ZEROS
                   PERFORM 8393-CONSUMIR-LOTE
               END-IF
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO LOTE-STATUS.

       8393-CONSUMIR-LOTE.
           IF LOTE-SALDO < WRK-LOTE-FALTA
               MOVE LOTE-SALDO TO WRK-LOTE-PARTE
           ELSE
               MOVE WRK-LOTE-FALTA TO WRK-LOTE-PARTE
           END-IF.
           SUBTRACT WRK-LOTE-PARTE FROM LOTE-SALDO.
           SUBTRACT WRK-LOTE-PARTE FROM WRK-LOTE-FALTA.
           REWRITE LOTE-REG
           END-REWRITE.
           PERFORM 8394-MONTAR-ITEM-LOTE.
           READ ITENS-LOTE
               INVALID KEY
                   PERFORM 8394-MONTAR-ITEM-LOTE
                   MOVE WRK-LOTE-PARTE TO ILOTE-QTDE
                   WRITE ILOTE-REG
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-LOTE-PARTE TO ILOTE-QTDE
                   REWRITE ILOTE-REG
                   END-REWRITE
           END-READ.

       8394-MONTAR-ITEM-LOTE.
           MOVE ITEM-FONE TO ILOTE-FONE.
           MOVE ITEM-PEDIDO TO ILOTE-PEDIDO.
           MOVE ITEM-NUMERO TO ILOTE-ITEM.
           MOVE LOTE-PRODUTO TO ILOTE-PRODUTO.
           MOVE LOTE-VALIDADE TO ILOTE-VALIDADE.
           MOVE LOTE-NUMERO TO ILOTE-NUMERO.

      *VOLTA DE WRK-EST-QTDE-DIG UNIDADES DO PRODUTO DO BUFFER
      *DEVOLVIDAS PELO ITEM CORRENTE: CADA PARTE VOLTA AO LOTE DE
      *ONDE SAIU (O VENCIDO CONTINUA BLOQUEADO PARA A VENDA)
       8395-VOLTA-POR-LOTE.
           MOVE WRK-EST-QTDE-DIG TO WRK-LOTE-FALTA.
           MOVE ITEM-FONE TO ILOTE-FONE.
           MOVE ITEM-PEDIDO TO ILOTE-PEDIDO.
           MOVE ITEM-NUMERO TO ILOTE-ITEM.
           MOVE PROD-CODIGO TO ILOTE-PRODUTO.
           MOVE ZEROS TO ILOTE-VALIDADE.
           MOVE SPACES TO ILOTE-NUMERO.
           START ITENS-LOTE KEY IS NOT LESS THAN ILOTE-CHAVE
               INVALID KEY
                   MOVE 10 TO ILOTE-STATUS
           END-START.
           IF ILOTE-STATUS NOT = 10
               READ ITENS-LOTE NEXT
                   AT END
                       MOVE 10 TO ILOTE-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ILOTE-STATUS NOT = 0
                   OR ILOTE-FONE NOT = ITEM-FONE
                   OR ILOTE-PEDIDO NOT = ITEM-PEDIDO
                   OR ILOTE-ITEM NOT = ITEM-NUMERO
                   OR ILOTE-PRODUTO NOT = PROD-CODIGO
                   OR WRK-LOTE-FALTA = ZEROS
               IF ILOTE-QTDE > ZEROS
                   PERFORM 8396-DEVOLVER-AO-LOTE
               END-IF
               READ ITENS-LOTE NEXT
                   AT END
                       MOVE 10 TO ILOTE-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ILOTE-STATUS.

       8396-DEVOLVER-AO-LOTE.
           IF ILOTE-QTDE < WRK-LOTE-FALTA
               MOVE ILOTE-QTDE TO WRK-LOTE-PARTE
           ELSE
               MOVE WRK-LOTE-FALTA TO WRK-LOTE-PARTE
           END-IF.
           SUBTRACT WRK-LOTE-PARTE FROM ILOTE-QTDE.
           SUBTRACT WRK-LOTE-PARTE FROM WRK-LOTE-FALTA.
           REWRITE ILOTE-REG
           END-REWRITE.
           MOVE ILOTE-PRODUTO TO LOTE-PRODUTO.
           MOVE ILOTE-VALIDADE TO LOTE-VALIDADE.
           MOVE ILOTE-NUMERO TO LOTE-NUMERO.
           READ LOTES
               INVALID KEY
                   MOVE ILOTE-PRODUTO TO LOTE-PRODUTO
                   MOVE ILOTE-VALIDADE TO LOTE-VALIDADE
                   MOVE ILOTE-NUMERO TO LOTE-NUMERO
                   MOVE WRK-LOTE-PARTE TO LOTE-SALDO
                   ACCEPT LOTE-ENTRADA FROM DATE YYYYMMDD
                   WRITE LOTE-REG
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-LOTE-PARTE TO LOTE-SALDO
                   REWRITE LOTE-REG
                   END-REWRITE
           END-READ.

      *PEDE O LOTE E A VALIDADE DE UMA ENTRADA DO PRODUTO DO
      *BUFFER; SEM LOTE SO SE O PRODUTO NUNCA TEVE LOTE, E A
      *VALIDADE NAO PODE ESTAR VENCIDA
       8397-PEDIR-LOTE.
           PERFORM 8390-LOTES-DO-PRODUTO.
           MOVE SPACES TO WRK-LOTE-NUM-DIG.
           MOVE ZEROS TO WRK-LOTE-VAL-DIG.
           DISPLAY TELA-LOTE.
           ACCEPT TELA-LOTE.
           SET LOTE-DADOS-RECUSADOS TO TRUE.
           EVALUATE TRUE
               WHEN WRK-LOTE-NUM-DIG = SPACES AND PROD-COM-LOTE
                   MOVE 'INFORME O LOTE E A VALIDADE' TO
                                      WRK-MSG-ERRO
               WHEN WRK-LOTE-NUM-DIG = SPACES
                   SET LOTE-DADOS-OK TO TRUE
               WHEN WRK-LOTE-VAL-DIG < WRK-LOTE-HOJE
                   MOVE 'VALIDADE INVALIDA OU VENCIDA' TO
                                      WRK-MSG-ERRO
               WHEN OTHER
                   SET LOTE-DADOS-OK TO TRUE
           END-EVALUATE.

      *SOMA AO LOTE DIGITADO (CRIANDO-O NA PRIMEIRA ENTRADA) AS
      *WRK-EST-QTDE-DIG UNIDADES QUE ENTRARAM NO PRODUTO DO BUFFER
       8398-ENTRADA-NO-LOTE.
           IF WRK-LOTE-NUM-DIG NOT = SPACES
               MOVE PROD-CODIGO TO LOTE-PRODUTO
               MOVE WRK-LOTE-VAL-DIG TO LOTE-VALIDADE
               MOVE WRK-LOTE-NUM-DIG TO LOTE-NUMERO
               READ LOTES
                   INVALID KEY
                       MOVE PROD-CODIGO TO LOTE-PRODUTO
                       MOVE WRK-LOTE-VAL-DIG TO LOTE-VALIDADE
                       MOVE WRK-LOTE-NUM-DIG TO LOTE-NUMERO
                       MOVE WRK-EST-QTDE-DIG TO LOTE-SALDO
                       ACCEPT LOTE-ENTRADA FROM DATE YYYYMMDD
                       WRITE LOTE-REG
                       END-WRITE
                   NOT INVALID KEY
                       ADD WRK-EST-QTDE-DIG TO LOTE-SALDO
                       REWRITE LOTE-REG
                       END-REWRITE
               END-READ
           END-IF.

      *LEVA AOS LOTES DO PRODUTO DO BUFFER A DIFERENCA DE UM
      *AJUSTE JA GRAVADO (WRK-LOTE-AJUSTE): A SOBRA ENTRA NO LOTE
      *DIGITADO NO 8397 (CRIANDO-O SE PRECISO) E A FALTA SAI DOS
      *LOTES DENTRO DA VALIDADE, O QUE VENCE PRIMEIRO ANTES, COMO
      *NA VENDA; PRODUTO SEM LOTE NAO TEM O QUE ACERTAR
       8408-AJUSTE-NOS-LOTES.
           EVALUATE TRUE
               WHEN WRK-LOTE-AJUSTE > ZEROS
                       AND WRK-LOTE-NUM-DIG NOT = SPACES
                   MOVE WRK-LOTE-AJUSTE TO WRK-LOTE-PARTE
                   MOVE PROD-CODIGO TO LOTE-PRODUTO
                   MOVE WRK-LOTE-VAL-DIG TO LOTE-VALIDADE
                   MOVE WRK-LOTE-NUM-DIG TO LOTE-NUMERO
                   READ LOTES
                       INVALID KEY
                           MOVE PROD-CODIGO TO LOTE-PRODUTO
                           MOVE WRK-LOTE-VAL-DIG TO LOTE-VALIDADE
                           MOVE WRK-LOTE-NUM-DIG TO LOTE-NUMERO
                           MOVE WRK-LOTE-PARTE TO LOTE-SALDO
                           ACCEPT LOTE-ENTRADA FROM DATE YYYYMMDD
                           WRITE LOTE-REG
                           END-WRITE
                       NOT INVALID KEY
                           ADD WRK-LOTE-PARTE TO LOTE-SALDO
                           REWRITE LOTE-REG
                           END-REWRITE
                   END-READ
               WHEN WRK-LOTE-AJUSTE < ZEROS
                   COMPUTE WRK-LOTE-FALTA = ZEROS - WRK-LOTE-AJUSTE
                   PERFORM 8409-FALTA-NOS-LOTES
           END-EVALUATE.

      *TIRA WRK-LOTE-FALTA UNIDADES DOS LOTES DO PRODUTO DO BUFFER
      *NA ORDEM DO 8392, SEM AMARRAR A ITEM DE PEDIDO
       8409-FALTA-NOS-LOTES.
           ACCEPT WRK-LOTE-HOJE FROM DATE YYYYMMDD.
           MOVE PROD-CODIGO TO WRK-LOTE-PRODUTO.
           PERFORM 8391-PRIMEIRO-LOTE.
           PERFORM UNTIL LOTE-STATUS NOT = 0
                   OR LOTE-PRODUTO NOT = WRK-LOTE-PRODUTO
                   OR WRK-LOTE-FALTA = ZEROS
               IF LOTE-VALIDADE NOT < WRK-LOTE-HOJE
                       AND LOTE-SALDO > ZEROS
                   IF LOTE-SALDO < WRK-LOTE-FALTA
                       MOVE LOTE-SALDO TO WRK-LOTE-PARTE
                   ELSE
                       MOVE WRK-LOTE-FALTA TO WRK-LOTE-PARTE
                   END-IF
                   SUBTRACT WRK-LOTE-PARTE FROM LOTE-SALDO
                   SUBTRACT WRK-LOTE-PARTE FROM WRK-LOTE-FALTA
                   REWRITE LOTE-REG
                   END-REWRITE
               END-IF
               READ LOTES NEXT
                   AT END
                       MOVE 10 TO LOTE-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO LOTE-STATUS.

      *DESCARTE DE LOTE VENCIDO DO PRODUTO CORRENTE: O SALDO
      *INTEIRO DO LOTE SAI DO ESTOQUE E DO LOTE, COM A SAIDA NO
      *DIARIO - A MERCADORIA JOGADA FORA DEIXA RASTRO
       8399-DESCARTAR-LOTE.
           ACCEPT WRK-LOTE-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-LOTE-NUM-DIG.
           MOVE ZEROS TO WRK-LOTE-VAL-DIG.
           DISPLAY TELA-LOTE.
           ACCEPT TELA-LOTE.
           MOVE PROD-CODIGO TO LOTE-PRODUTO.
           MOVE WRK-LOTE-VAL-DIG TO LOTE-VALIDADE.
           MOVE WRK-LOTE-NUM-DIG TO LOTE-NUMERO.
           READ LOTES
               INVALID KEY
                   MOVE 'LOTE NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LOTE-VALIDADE NOT < WRK-LOTE-HOJE
                           MOVE 'LOTE AINDA DENTRO DA VALIDADE' TO
                                              WRK-MSG-ERRO
                       WHEN LOTE-SALDO = ZEROS
                           MOVE 'LOTE JA ESTA ZERADO' TO
                                              WRK-MSG-ERRO
                       WHEN OTHER
                           MOVE LOTE-SALDO TO WRK-EST-QTDE-DIG
                           MOVE ZEROS TO LOTE-SALDO
                           REWRITE LOTE-REG
                           END-REWRITE
                           MOVE 'S' TO WRK-EST-TIPO-DIG
                           PERFORM 8401-APLICAR-NA-FILIAL
                           REWRITE PROD-REG
                           END-REWRITE
                           IF WRK-EST-MOTIVO-DIG = SPACES
                               MOVE 'DESCARTE LOTE VENC' TO
                                       WRK-EST-MOTIVO-DIG
                           END-IF
                           PERFORM 8835-GRAVAR-MOV-ESTOQUE
                           MOVE 'LOTE VENCIDO DESCARTADO' TO
                                              WRK-MSG-ERRO
                   END-EVALUATE
           END-READ.

      *FILIAL DO MOVIMENTO DE ESTOQUE: A DEIXADA PELO CHAMADOR EM
      *WRK-EST-FILIAL (PEDIDO DE OUTRA FILIAL, GUIA DE
      *TRANSFERENCIA) OU, SEM ELA, A DO OPERADOR; ZERO E A MATRIZ
       8402-FILIAL-DO-MOVIMENTO.
           IF WRK-EST-FILIAL > ZEROS
               MOVE WRK-EST-FILIAL TO WRK-EFIL-FILIAL
           ELSE
               MOVE WRK-FILIAL-OPERADOR TO WRK-EFIL-FILIAL
           END-IF.
           IF WRK-EFIL-FILIAL = ZEROS
               MOVE 1 TO WRK-EFIL-FILIAL
           END-IF.

      *SALDO DO PRODUTO DO BUFFER NA FILIAL DO MOVIMENTO: A FILIAL
      *TEM O SEU REGISTRO NO ESTOQUE POR FILIAL; A MATRIZ NAO TEM -
      *O SALDO DELA E O PROD-ESTOQUE (TOTAL DA EMPRESA) MENOS O QUE
      *ESTA NAS OUTRAS, ENTAO O PRODUTO QUE NUNCA SAIU DA MATRIZ
      *CONTINUA INTEIRO NELA SEM CONVERSAO NENHUMA
       8400-SALDO-NA-FILIAL.
           PERFORM 8402-FILIAL-DO-MOVIMENTO.
           IF WRK-EFIL-FILIAL = 1
               PERFORM 8403-SOMAR-OUTRAS-FILIAIS
               IF WRK-EFIL-OUTRAS < PROD-ESTOQUE
                   COMPUTE WRK-EFIL-SALDO =
                           PROD-ESTOQUE - WRK-EFIL-OUTRAS
               ELSE
                   MOVE ZEROS TO WRK-EFIL-SALDO
               END-IF
           ELSE
               MOVE PROD-CODIGO TO EFIL-PRODUTO
               MOVE WRK-EFIL-FILIAL TO EFIL-FILIAL
               READ ESTOQUE-FILIAL
                   INVALID KEY
                       MOVE ZEROS TO EFIL-SALDO
                       MOVE ZEROS TO EFIL-MINIMO
               END-READ
               MOVE ZEROS TO EFIL-STATUS
               MOVE EFIL-SALDO TO WRK-EFIL-SALDO
           END-IF.

      *APLICA AO PRODUTO DO BUFFER, NA FILIAL DO MOVIMENTO, A
      *SAIDA (S), ENTRADA (E) OU AJUSTE (A) DE WRK-EST-QTDE-DIG;
      *O PROD-ESTOQUE ACOMPANHA A FILIAL E FICA PARA O CHAMADOR
      *REGRAVAR. A SAIDA NUNCA TIRA MAIS DO QUE A FILIAL TEM (A
      *VENDA ACIMA DO SALDO JA FOI CONFIRMADA E O ACERTO SAI NO
      *INVENTARIO), ENTAO O BALCAO NAO CONSOME A MATRIZ
       8401-APLICAR-NA-FILIAL.
           PERFORM 8400-SALDO-NA-FILIAL.
           EVALUATE WRK-EST-TIPO-DIG
               WHEN 'S'
                   IF WRK-EST-QTDE-DIG > WRK-EFIL-SALDO
                       MOVE WRK-EFIL-SALDO TO WRK-EFIL-MOVIDO
                   ELSE
                       MOVE WRK-EST-QTDE-DIG TO WRK-EFIL-MOVIDO
                   END-IF
                   IF WRK-EFIL-MOVIDO > PROD-ESTOQUE
                       MOVE ZEROS TO PROD-ESTOQUE
                   ELSE
                       SUBTRACT WRK-EFIL-MOVIDO FROM PROD-ESTOQUE
                   END-IF
                   SUBTRACT WRK-EFIL-MOVIDO FROM WRK-EFIL-SALDO
               WHEN 'E'
                   ADD WRK-EST-QTDE-DIG TO PROD-ESTOQUE
                   ADD WRK-EST-QTDE-DIG TO WRK-EFIL-SALDO
               WHEN OTHER
                   COMPUTE WRK-EFIL-CALC = PROD-ESTOQUE
                           - WRK-EFIL-SALDO + WRK-EST-QTDE-DIG
                   IF WRK-EFIL-CALC < ZEROS
                       MOVE ZEROS TO WRK-EFIL-CALC
                   END-IF
                   MOVE WRK-EFIL-CALC TO PROD-ESTOQUE
                   MOVE WRK-EST-QTDE-DIG TO WRK-EFIL-SALDO
           END-EVALUATE.
           IF WRK-EFIL-FILIAL NOT = 1
               PERFORM 8404-GRAVAR-SALDO-FILIAL
           END-IF.

      *SOMA O SALDO E O MINIMO DO PRODUTO DO BUFFER EM TODAS AS
      *FILIAIS QUE NAO SAO A MATRIZ
       8403-SOMAR-OUTRAS-FILIAIS.
           MOVE ZEROS TO WRK-EFIL-OUTRAS.
           MOVE ZEROS TO WRK-EFIL-MIN-OUTRAS.
           PERFORM 8407-PRIMEIRA-FILIAL.
           PERFORM UNTIL EFIL-STATUS NOT = 0
                   OR EFIL-PRODUTO NOT = PROD-CODIGO
               IF EFIL-FILIAL NOT = 1
                   ADD EFIL-SALDO TO WRK-EFIL-OUTRAS
                   ADD EFIL-MINIMO TO WRK-EFIL-MIN-OUTRAS
               END-IF
               READ ESTOQUE-FILIAL NEXT
                   AT END
                       MOVE 10 TO EFIL-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO EFIL-STATUS.

      *GRAVA O SALDO NOVO DA FILIAL DO MOVIMENTO; O MINIMO LIDO
      *PELO 8400 CONTINUA O MESMO
       8404-GRAVAR-SALDO-FILIAL.
           MOVE PROD-CODIGO TO EFIL-PRODUTO.
           MOVE WRK-EFIL-FILIAL TO EFIL-FILIAL.
           MOVE WRK-EFIL-SALDO TO EFIL-SALDO.
           WRITE EFIL-REG
               INVALID KEY
                   REWRITE EFIL-REG
                       INVALID KEY
                           MOVE 'FALHA NO ESTOQUE DA FILIAL' TO
                                              WRK-MSG-ERRO
                           DISPLAY MOSTRA-ERRO
                   END-REWRITE
           END-WRITE.
           MOVE ZEROS TO EFIL-STATUS.

      *POSICIONA NO PRIMEIRO REGISTRO DE FILIAL DO PRODUTO DO BUFFER
       8407-PRIMEIRA-FILIAL.
           MOVE PROD-CODIGO TO EFIL-PRODUTO.
           MOVE ZEROS TO EFIL-FILIAL.
           START ESTOQUE-FILIAL KEY IS NOT LESS THAN EFIL-CHAVE
               INVALID KEY
                   MOVE 10 TO EFIL-STATUS
           END-START.
           IF EFIL-STATUS NOT = 10
               READ ESTOQUE-FILIAL NEXT
                   AT END
                       MOVE 10 TO EFIL-STATUS
               END-READ
           END-IF.

      *POSICAO DO PRODUTO CORRENTE EM CADA FILIAL, COM O MINIMO DE
      *CADA UMA: O MINIMO DO CATALOGO CONTINUA SENDO O DA EMPRESA E
      *O DA MATRIZ E O QUE SOBRA DELE DEPOIS DOS MINIMOS DAS OUTRAS
       8405-ESTOQUE-POR-FILIAL.
           DISPLAY '------------------'.
           DISPLAY 'ESTOQUE POR FILIAL DO PRODUTO ' PROD-CODIGO.
           DISPLAY '------------------'.
           PERFORM 8403-SOMAR-OUTRAS-FILIAIS.
           MOVE ZEROS TO WRK-EFIL-SALDO.
           IF WRK-EFIL-OUTRAS < PROD-ESTOQUE
               COMPUTE WRK-EFIL-SALDO = PROD-ESTOQUE - WRK-EFIL-OUTRAS
           END-IF.
           MOVE ZEROS TO WRK-EFIL-MIN-MATRIZ.
           IF WRK-EFIL-MIN-OUTRAS < PROD-ESTOQUE-MIN
               COMPUTE WRK-EFIL-MIN-MATRIZ =
                       PROD-ESTOQUE-MIN - WRK-EFIL-MIN-OUTRAS
           END-IF.
           DISPLAY 'FILIAL 01 SALDO ' WRK-EFIL-SALDO
                   ' MINIMO ' WRK-EFIL-MIN-MATRIZ ' (MATRIZ)'.
           PERFORM 8407-PRIMEIRA-FILIAL.
           PERFORM UNTIL EFIL-STATUS NOT = 0
                   OR EFIL-PRODUTO NOT = PROD-CODIGO
               IF EFIL-FILIAL NOT = 1
                   DISPLAY 'FILIAL ' EFIL-FILIAL ' SALDO ' EFIL-SALDO
                           ' MINIMO ' EFIL-MINIMO
               END-IF
               READ ESTOQUE-FILIAL NEXT
                   AT END
                       MOVE 10 TO EFIL-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO EFIL-STATUS.
           DISPLAY 'TOTAL NAS PRATELEIRAS ' PROD-ESTOQUE
                   ' MINIMO DA EMPRESA ' PROD-ESTOQUE-MIN.
           MOVE 'MUDAR MINIMO DA FILIAL? (S/N)' TO
                              WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               PERFORM 8406-GRAVAR-MINIMO-FILIAL
           ELSE
               MOVE 'VISUALIZACAO, NADA GRAVADO' TO WRK-MSG-ERRO
           END-IF.

       8406-GRAVAR-MINIMO-FILIAL.
           MOVE ZEROS TO WRK-EFIL-FILIAL-DIG.
           MOVE ZEROS TO WRK-EFIL-MINIMO-DIG.
           DISPLAY TELA-MINIMO-FILIAL.
           ACCEPT TELA-MINIMO-FILIAL.
           IF WRK-EFIL-FILIAL-DIG NOT > 1
               MOVE 'MATRIZ: MINIMO SAI DO CATALOGO' TO WRK-MSG-ERRO
           ELSE
               MOVE PROD-CODIGO TO EFIL-PRODUTO
               MOVE WRK-EFIL-FILIAL-DIG TO EFIL-FILIAL
               READ ESTOQUE-FILIAL
                   INVALID KEY
                       MOVE PROD-CODIGO TO EFIL-PRODUTO
                       MOVE WRK-EFIL-FILIAL-DIG TO EFIL-FILIAL
                       MOVE ZEROS TO EFIL-SALDO
                       MOVE WRK-EFIL-MINIMO-DIG TO EFIL-MINIMO
                       WRITE EFIL-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR O MINIMO' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'MINIMO DA FILIAL GRAVADO' TO
                                                  WRK-MSG-ERRO
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WRK-EFIL-MINIMO-DIG TO EFIL-MINIMO
                       REWRITE EFIL-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR O MINIMO' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'MINIMO DA FILIAL GRAVADO' TO
                                                  WRK-MSG-ERRO
                       END-REWRITE
               END-READ
               MOVE ZEROS TO EFIL-STATUS
           END-IF.

      *GUIA DE TRANSFERENCIA DE MERCADORIA ENTRE FILIAIS: NUMERO
      *ZERO EMITE UMA GUIA NOVA, COM SAIDA NA FILIAL DO OPERADOR E A
      *MERCADORIA EM TRANSITO; UM NUMERO EXISTENTE MOSTRA A GUIA E,
      *SE AINDA EM TRANSITO, DEIXA A FILIAL DE DESTINO CONFIRMAR A
      *CHEGADA, QUE DA A ENTRADA NO ESTOQUE DELA
       8410-GUIA-TRANSFERENCIA.
           MOVE 'MODULO - TRANSFERENCIAS' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-GTR-NUM-DIG.
           MOVE ZEROS TO WRK-GTR-DESTINO-DIG.
           DISPLAY TELA-GUIA.
           ACCEPT GTR-CHAVE-TELA.
           IF WRK-GTR-NUM-DIG = ZEROS
               PERFORM 8412-EMITIR-GUIA
           ELSE
               MOVE WRK-GTR-NUM-DIG TO GTR-NUMERO
               READ GUIAS-TRANSF
                   INVALID KEY
                       MOVE 'GUIA NAO EXISTE' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       PERFORM 8415-MOSTRAR-GUIA
               END-READ
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *LE O SEQUENCIAL DA ULTIMA GUIA, AVANCA UM E REGRAVA, COMO O
      *8221-PROXIMA-COMPRA
       8411-PROXIMA-GUIA.
           MOVE ZEROS TO WRK-GTR-NUM-DIG.
           OPEN INPUT GUIA-SEQ.
           IF GTRSEQ-STATUS = ZEROS
               READ GUIA-SEQ
                   NOT AT END
                       MOVE GTRSEQ-REG TO WRK-GTR-NUM-DIG
               END-READ
               CLOSE GUIA-SEQ
           END-IF.
           ADD 1 TO WRK-GTR-NUM-DIG.
           OPEN OUTPUT GUIA-SEQ.
           MOVE WRK-GTR-NUM-DIG TO GTRSEQ-REG.
           WRITE GTRSEQ-REG.
           CLOSE GUIA-SEQ.
           MOVE ZEROS TO GTRSEQ-STATUS.

      *A ORIGEM E A FILIAL DO OPERADOR QUE DESPACHA; CADA LINHA
      *DIGITADA JA SAI DO ESTOQUE DELA, COM O MOVIMENTO S NO DIARIO
       8412-EMITIR-GUIA.
           ACCEPT GTR-DADOS.
           MOVE ZEROS TO WRK-EST-FILIAL.
           PERFORM 8402-FILIAL-DO-MOVIMENTO.
           IF WRK-GTR-DESTINO-DIG = ZEROS
                   OR WRK-GTR-DESTINO-DIG = WRK-EFIL-FILIAL
               MOVE 'FILIAL DE DESTINO INVALIDA' TO WRK-MSG-ERRO
           ELSE
               PERFORM 8411-PROXIMA-GUIA
               MOVE WRK-GTR-NUM-DIG TO GTR-NUMERO
               MOVE WRK-EFIL-FILIAL TO GTR-ORIGEM
               MOVE WRK-GTR-DESTINO-DIG TO GTR-DESTINO
               ACCEPT GTR-DATA-SAIDA FROM DATE YYYYMMDD
               MOVE WRK-OPERADOR TO GTR-OPER-SAIDA
               SET GTR-EM-TRANSITO TO TRUE
               MOVE ZEROS TO GTR-DATA-ENTRADA
               MOVE SPACES TO GTR-OPER-ENTRADA
               DISPLAY TELA-GUIA
               MOVE ZEROS TO WRK-GTR-PROX-ITEM
               SET MAIS-ITENS TO TRUE
               PERFORM 8413-INCLUIR-ITEM-GUIA UNTIL FIM-ITENS
               IF WRK-GTR-PROX-ITEM = ZEROS
                   MOVE 'GUIA SEM ITENS, NADA GRAVADO' TO WRK-MSG-ERRO
               ELSE
                   WRITE GTR-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR A GUIA' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-MSG-ERRO
                           STRING 'GUIA ' GTR-NUMERO ' EM TRANSITO'
                               DELIMITED BY SIZE INTO WRK-MSG-ERRO
                   END-WRITE
               END-IF
           END-IF.

      *DIGITA UMA LINHA DA GUIA; PRODUTO ZERO ENCERRA A GUIA
       8413-INCLUIR-ITEM-GUIA.
           MOVE ZEROS TO WRK-GTR-PROD-DIG.
           MOVE ZEROS TO WRK-GTR-QTDE-DIG.
           DISPLAY TELA-GUIA-ITEM.
           ACCEPT TELA-GUIA-ITEM.
           IF WRK-GTR-PROD-DIG = ZEROS
               SET FIM-ITENS TO TRUE
           ELSE
               MOVE WRK-GTR-PROD-DIG TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE 'PRODUTO NAO EXISTE NO CATALOGO' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       PERFORM 8414-GRAVAR-ITEM-GUIA
               END-READ
               DISPLAY MOSTRA-ERRO
           END-IF.

      *SO SAI O QUE A ORIGEM TEM; O KIT NAO TEM ESTOQUE PROPRIO E
      *VIAJA PELOS COMPONENTES
       8414-GRAVAR-ITEM-GUIA.
           PERFORM 8380-VERIFICAR-KIT.
           MOVE GTR-ORIGEM TO WRK-EST-FILIAL.
           PERFORM 8400-SALDO-NA-FILIAL.
           EVALUATE TRUE
               WHEN PROD-E-KIT
                   MOVE 'KIT NAO TEM ESTOQUE PROPRIO' TO WRK-MSG-ERRO
               WHEN WRK-GTR-QTDE-DIG = ZEROS
                   MOVE 'QUANTIDADE E OBRIGATORIA' TO WRK-MSG-ERRO
               WHEN WRK-GTR-QTDE-DIG > WRK-EFIL-SALDO
                   MOVE SPACES TO WRK-MSG-ERRO
                   STRING 'SO ' WRK-EFIL-SALDO ' NA FILIAL DE ORIGEM'
                       DELIMITED BY SIZE INTO WRK-MSG-ERRO
               WHEN OTHER
                   MOVE GTR-NUMERO TO GTRI-NUMERO
                   COMPUTE GTRI-ITEM = WRK-GTR-PROX-ITEM + 1
                   MOVE PROD-CODIGO TO GTRI-PRODUTO
                   MOVE WRK-GTR-QTDE-DIG TO GTRI-QTDE
                   WRITE GTRI-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR A LINHA' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           ADD 1 TO WRK-GTR-PROX-ITEM
                           MOVE 'S' TO WRK-EST-TIPO-DIG
                           MOVE WRK-GTR-QTDE-DIG TO WRK-EST-QTDE-DIG
                           PERFORM 8416-MOTIVO-GUIA
                           PERFORM 8401-APLICAR-NA-FILIAL
                           REWRITE PROD-REG
                           END-REWRITE
                           PERFORM 8835-GRAVAR-MOV-ESTOQUE
                           MOVE 'ITEM SAIU NA GUIA' TO WRK-MSG-ERRO
                   END-WRITE
           END-EVALUATE.
           MOVE ZEROS TO WRK-EST-FILIAL.

      *MOTIVO DO MOVIMENTO DE ESTOQUE DA GUIA CORRENTE
       8416-MOTIVO-GUIA.
           MOVE SPACES TO WRK-EST-MOTIVO-DIG.
           STRING 'GUIA TRANSF ' GTR-NUMERO
               DELIMITED BY SIZE INTO WRK-EST-MOTIVO-DIG.

      *LISTA A GUIA; A GUIA EM TRANSITO SO TEM A CHEGADA CONFIRMADA
      *PELA FILIAL DE DESTINO (OU POR UM ADMIN), QUE E QUEM VIU A
      *MERCADORIA DESCER DO CAMINHAO
       8415-MOSTRAR-GUIA.
           DISPLAY '------------------'.
           DISPLAY 'GUIA ' GTR-NUMERO ' DA FILIAL ' GTR-ORIGEM
                   ' PARA A FILIAL ' GTR-DESTINO
                   ' SITUACAO ' GTR-SITUACAO.
           DISPLAY 'SAIDA EM ' GTR-DATA-SAIDA ' POR ' GTR-OPER-SAIDA
                   ' ENTRADA EM ' GTR-DATA-ENTRADA ' POR '
                   GTR-OPER-ENTRADA.
           DISPLAY '------------------'.
           PERFORM 8418-PRIMEIRO-ITEM-GUIA.
           PERFORM UNTIL GTRI-STATUS NOT = 0
                   OR GTRI-NUMERO NOT = GTR-NUMERO
               MOVE GTRI-QTDE TO WRK-GTR-ED-QTDE
               DISPLAY GTRI-ITEM ' PRODUTO ' GTRI-PRODUTO
                       ' QUANTIDADE ' WRK-GTR-ED-QTDE
               READ GUIA-ITENS NEXT
                   AT END
                       MOVE 10 TO GTRI-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO GTRI-STATUS.
           MOVE ZEROS TO WRK-EST-FILIAL.
           PERFORM 8402-FILIAL-DO-MOVIMENTO.
           EVALUATE TRUE
               WHEN NOT GTR-EM-TRANSITO
                   MOVE 'GUIA JA RECEBIDA NO DESTINO' TO WRK-MSG-ERRO
               WHEN WRK-EFIL-FILIAL NOT = GTR-DESTINO
                       AND NOT PERFIL-ADMIN
                   MOVE 'SO O DESTINO CONFIRMA CHEGADA' TO
                                      WRK-MSG-ERRO
               WHEN OTHER
                   MOVE 'CONFIRMA A CHEGADA? (S/N)' TO
                                      WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8417-CONFIRMAR-CHEGADA
                   ELSE
                       MOVE 'VISUALIZACAO, NADA ALTERADO' TO
                                          WRK-MSG-ERRO
                   END-IF
           END-EVALUATE.

      *CADA LINHA DA GUIA ENTRA NO ESTOQUE DO DESTINO COM O
      *MOVIMENTO E NO DIARIO E ATENDE A LISTA DE ESPERA DE LA
       8417-CONFIRMAR-CHEGADA.
           MOVE GTR-DESTINO TO WRK-EST-FILIAL.
           MOVE 'E' TO WRK-EST-TIPO-DIG.
           PERFORM 8416-MOTIVO-GUIA.
           PERFORM 8418-PRIMEIRO-ITEM-GUIA.
           PERFORM UNTIL GTRI-STATUS NOT = 0
                   OR GTRI-NUMERO NOT = GTR-NUMERO
               MOVE GTRI-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GTRI-QTDE TO WRK-EST-QTDE-DIG
                       PERFORM 8401-APLICAR-NA-FILIAL
                       REWRITE PROD-REG
                       END-REWRITE
                       PERFORM 8835-GRAVAR-MOV-ESTOQUE
                       PERFORM 8837-ATENDER-RESERVAS
               END-READ
               READ GUIA-ITENS NEXT
                   AT END
                       MOVE 10 TO GTRI-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO GTRI-STATUS.
           MOVE ZEROS TO WRK-EST-FILIAL.
           SET GTR-RECEBIDA TO TRUE.
           ACCEPT GTR-DATA-ENTRADA FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR TO GTR-OPER-ENTRADA.
           REWRITE GTR-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A GUIA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'CHEGADA CONFIRMADA NO DESTINO' TO
                                      WRK-MSG-ERRO
           END-REWRITE.

      *POSICIONA NA PRIMEIRA LINHA DA GUIA DO BUFFER
       8418-PRIMEIRO-ITEM-GUIA.
           MOVE GTR-NUMERO TO GTRI-NUMERO.
           MOVE ZEROS TO GTRI-ITEM.
           START GUIA-ITENS KEY IS NOT LESS THAN GTRI-CHAVE
               INVALID KEY
                   MOVE 10 TO GTRI-STATUS
           END-START.
           IF GTRI-STATUS NOT = 10
               READ GUIA-ITENS NEXT
                   AT END
                       MOVE 10 TO GTRI-STATUS
               END-READ
           END-IF.

      *ORDEM DE SERVICO DA ASSISTENCIA TECNICA: NUMERO ZERO ABRE
      *UMA OS NOVA PARA UM ITEM VENDIDO (TELEFONE, PEDIDO E ITEM),
      *CONFERINDO A GARANTIA; UM NUMERO EXISTENTE MOSTRA A OS E
      *DEIXA MUDAR A SITUACAO E O TECNICO
       8420-ORDENS-SERVICO.
           MOVE 'MODULO - ASSIST. TECNICA' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-OS-NUM-DIG.
           MOVE ZEROS TO WRK-OS-FONE-DIG.
           MOVE ZEROS TO WRK-OS-PEDIDO-DIG.
           MOVE ZEROS TO WRK-OS-ITEM-DIG.
           MOVE SPACES TO WRK-OS-SERIE-DIG.
           MOVE SPACES TO WRK-OS-DEFEITO-DIG.
           MOVE SPACES TO WRK-OS-TECNICO-DIG.
           DISPLAY TELA-OS.
           ACCEPT OS-CHAVE-TELA.
           IF WRK-OS-NUM-DIG = ZEROS
               IF PERFIL-CONSULTA
                   MOVE 'PERFIL SO DE CONSULTA' TO WRK-MSG-ERRO
               ELSE
                   PERFORM 8422-ABRIR-OS
               END-IF
           ELSE
               MOVE WRK-OS-NUM-DIG TO OS-NUMERO
               READ ORDENS-SERVICO
                   INVALID KEY
                       MOVE 'OS NAO EXISTE' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       PERFORM 8427-MOSTRAR-OS
               END-READ
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *LE O SEQUENCIAL DA ULTIMA OS, AVANCA UM E REGRAVA, COMO O
      *8411-PROXIMA-GUIA
       8421-PROXIMA-OS.
           MOVE ZEROS TO WRK-OS-NUM-DIG.
           OPEN INPUT OS-SEQ.
           IF OSSEQ-STATUS = ZEROS
               READ OS-SEQ
                   NOT AT END
                       MOVE OSSEQ-REG TO WRK-OS-NUM-DIG
               END-READ
               CLOSE OS-SEQ
           END-IF.
           ADD 1 TO WRK-OS-NUM-DIG.
           OPEN OUTPUT OS-SEQ.
           MOVE WRK-OS-NUM-DIG TO OSSEQ-REG.
           WRITE OSSEQ-REG.
           CLOSE OS-SEQ.
           MOVE ZEROS TO OSSEQ-STATUS.

      *A OS NASCE ABERTA, PRESA AO ITEM VENDIDO; FORA DA GARANTIA
      *O REPARO E COBRADO, ENTAO SAI JUNTO UM ORCAMENTO PENDENTE
      *PARA O CLIENTE, QUE A OPCAO OR CONVERTE EM PEDIDO QUANDO
      *ELE APROVAR
       8422-ABRIR-OS.
           ACCEPT OS-DADOS.
           SET OS-DADOS-RECUSADOS TO TRUE.
      *A OS (E O ORCAMENTO DELA) SO SAI PARA CLIENTE DA FILIAL DO
      *OPERADOR, OU DE OUTRA COM LIBERACAO NA FILA AQ
           MOVE WRK-OS-FONE-DIG TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-VISIVEL
                       MOVE WRK-OS-FONE-DIG TO ITEM-FONE
                       MOVE WRK-OS-PEDIDO-DIG TO ITEM-PEDIDO
                       MOVE WRK-OS-ITEM-DIG TO ITEM-NUMERO
                       READ ITENS
                           INVALID KEY
                               MOVE 'ITEM DE PEDIDO NAO ENCONTRADO'
                                               TO WRK-MSG-ERRO
                           NOT INVALID KEY
                               PERFORM 8423-CONFERIR-ITEM-OS
                       END-READ
                   END-IF
           END-READ.
           IF OS-DADOS-OK AND WRK-OS-GARANTIA-SIT = 'N'
               PERFORM 8424-VALOR-DO-REPARO
           END-IF.
           IF OS-DADOS-OK
               PERFORM 8421-PROXIMA-OS
               MOVE WRK-OS-NUM-DIG TO OS-NUMERO
               MOVE ITEM-FONE TO OS-FONE
               MOVE ITEM-PEDIDO TO OS-PEDIDO
               MOVE ITEM-NUMERO TO OS-ITEM
               MOVE ITEM-PROD-CODIGO TO OS-PRODUTO
               MOVE WRK-OS-SERIE-DIG TO OS-SERIE
               MOVE WRK-OS-DEFEITO-DIG TO OS-DEFEITO
               SET OS-ABERTA TO TRUE
               MOVE WRK-OS-TECNICO-DIG TO OS-TECNICO
               MOVE WRK-OS-HOJE TO OS-DATA-ABERTURA
               MOVE WRK-OS-HOJE TO OS-DATA-SITUACAO
               MOVE WRK-OS-GARANTIA-SIT TO OS-GARANTIA
               MOVE WRK-OS-FIM-GARANTIA TO OS-FIM-GARANTIA
               MOVE ZEROS TO OS-ORCAMENTO
               MOVE WRK-OPERADOR TO OS-OPERADOR
               WRITE OS-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR A OS' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-MSG-ERRO
                       IF OS-EM-GARANTIA
                           STRING 'OS ' OS-NUMERO ' ABERTA NA GARANTIA'
                               DELIMITED BY SIZE INTO WRK-MSG-ERRO
                       ELSE
                           PERFORM 8425-ORCAMENTO-DA-OS
                       END-IF
               END-WRITE
           END-IF.

      *SO ITEM DE MERCADORIA TEM ASSISTENCIA; O PEDIDO CANCELADO
      *NAO TEM MAIS O PRODUTO COM O CLIENTE
       8423-CONFERIR-ITEM-OS.
           EVALUATE TRUE
               WHEN ITEM-FRETE
                   MOVE 'FRETE NAO TEM ASSISTENCIA' TO WRK-MSG-ERRO
               WHEN WRK-OS-DEFEITO-DIG = SPACES
                   MOVE 'DEFEITO E OBRIGATORIO' TO WRK-MSG-ERRO
               WHEN OTHER
                   MOVE ITEM-FONE TO PEDIDOS-FONE
                   MOVE ITEM-PEDIDO TO PEDIDOS-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           MOVE 'PEDIDO NAO ENCONTRADO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           IF PED-CANCELADO OR PED-ESTORNO
                               MOVE 'PEDIDO CANCELADO' TO
                                                  WRK-MSG-ERRO
                           ELSE
                               PERFORM 8426-PRAZO-DE-GARANTIA
                               SET OS-DADOS-OK TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE.

      *FORA DA GARANTIA O OPERADOR INFORMA O VALOR ESTIMADO DO
      *REPARO, QUE VIRA O VALOR DO ORCAMENTO; SEM VALOR A OS NAO
      *E ABERTA
       8424-VALOR-DO-REPARO.
           MOVE SPACES TO WRK-MSG-ERRO.
           STRING 'GARANTIA VENCEU EM ' WRK-OS-FIM-GARANTIA
               DELIMITED BY SIZE INTO WRK-MSG-ERRO.
           DISPLAY MOSTRA-ERRO.
           MOVE ZEROS TO WRK-OS-VALOR-DIG.
           DISPLAY TELA-OS-ORCAMENTO.
           ACCEPT TELA-OS-ORCAMENTO.
           IF WRK-OS-VALOR-DIG = ZEROS
               SET OS-DADOS-RECUSADOS TO TRUE
               MOVE 'SEM VALOR, OS NAO ABERTA' TO WRK-MSG-ERRO
           END-IF.

      *ORCAMENTO DO REPARO PARA O CLIENTE DO ITEM, NUMERADO NA
      *SEQUENCIA DOS ORCAMENTOS DELE E VALIDO POR UM MES; A OS
      *GUARDA O NUMERO DO ORCAMENTO
       8425-ORCAMENTO-DA-OS.
           MOVE ZEROS TO WRK-OS-ULT-ORC.
           MOVE OS-FONE TO ORC-FONE.
           MOVE ZEROS TO ORC-NUMERO.
           START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE 10 TO ORC-STATUS
           END-START.
           IF ORC-STATUS NOT = 10
               READ ORCAMENTOS NEXT
                   AT END
                       MOVE 10 TO ORC-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL ORC-STATUS NOT = 0
                   OR ORC-FONE NOT = OS-FONE
               MOVE ORC-NUMERO TO WRK-OS-ULT-ORC
               READ ORCAMENTOS NEXT
                   AT END
                       MOVE 10 TO ORC-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO ORC-STATUS.
           MOVE OS-FONE TO ORC-FONE.
           COMPUTE ORC-NUMERO = WRK-OS-ULT-ORC + 1.
           MOVE WRK-OS-HOJE TO ORC-DATA.
           MOVE WRK-OS-HOJE TO WRK-OS-DATA-BASE.
           MOVE 1 TO WRK-OS-MESES.
           PERFORM 8428-SOMAR-MESES.
           MOVE WRK-OS-DATA-FIM TO ORC-VALIDADE.
           MOVE WRK-OS-VALOR-DIG TO ORC-VALOR.
           MOVE SPACES TO ORC-DESCRICAO.
           STRING 'REPARO OS ' OS-NUMERO ' FORA DA GARANTIA'
               DELIMITED BY SIZE INTO ORC-DESCRICAO.
           SET ORC-PENDENTE TO TRUE.
           WRITE ORC-REG
               INVALID KEY
                   MOVE SPACES TO WRK-MSG-ERRO
                   STRING 'OS ' OS-NUMERO ' SEM ORCAMENTO'
                       DELIMITED BY SIZE INTO WRK-MSG-ERRO
               NOT INVALID KEY
                   PERFORM 8078-ABRIR-ORIGEM-ORC
                   MOVE ORC-NUMERO TO OS-ORCAMENTO
                   REWRITE OS-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE SPACES TO WRK-MSG-ERRO
                   STRING 'OS ' OS-NUMERO ' ORCAMENTO ' ORC-NUMERO
                       DELIMITED BY SIZE INTO WRK-MSG-ERRO
           END-WRITE.

      *A GARANTIA CORRE DA DATA DO PEDIDO PELO PRAZO DO PRODUTO NO
      *CATALOGO; PRODUTO SEM PRAZO (OU ITEM SEM PRODUTO) FICA COM A
      *GARANTIA LEGAL
       8426-PRAZO-DE-GARANTIA.
           MOVE WRK-OS-GARANTIA-LEGAL TO WRK-OS-MESES.
           IF ITEM-PROD-CODIGO NOT = ZEROS
               MOVE ITEM-PROD-CODIGO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROD-GARANTIA > ZEROS
                           MOVE PROD-GARANTIA TO WRK-OS-MESES
                       END-IF
               END-READ
           END-IF.
           MOVE PEDIDOS-DATA TO WRK-OS-DATA-BASE.
           PERFORM 8428-SOMAR-MESES.
           MOVE WRK-OS-DATA-FIM TO WRK-OS-FIM-GARANTIA.
           ACCEPT WRK-OS-HOJE FROM DATE YYYYMMDD.
           IF WRK-OS-HOJE > WRK-OS-FIM-GARANTIA
               MOVE 'N' TO WRK-OS-GARANTIA-SIT
           ELSE
               MOVE 'S' TO WRK-OS-GARANTIA-SIT
           END-IF.

      *MOSTRA A OS; A SITUACAO E O TECNICO MUDAM ATE A ENTREGA AO
      *CLIENTE, E A DATA DA SITUACAO MARCA DESDE QUANDO ELA ESTA
      *PARADA ALI
       8427-MOSTRAR-OS.
           MOVE OS-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
           END-READ.
           DISPLAY '------------------'.
           DISPLAY 'OS ' OS-NUMERO ' ABERTA EM ' OS-DATA-ABERTURA
                   ' POR ' OS-OPERADOR.
           DISPLAY 'CLIENTE ' OS-FONE ' PEDIDO ' OS-PEDIDO
                   ' ITEM ' OS-ITEM.
           DISPLAY 'PRODUTO ' OS-PRODUTO ' ' PROD-DESCRICAO.
           DISPLAY 'SERIE ' OS-SERIE ' DEFEITO ' OS-DEFEITO.
           DISPLAY 'GARANTIA ATE ' OS-FIM-GARANTIA ' NA GARANTIA '
                   OS-GARANTIA ' ORCAMENTO ' OS-ORCAMENTO.
           DISPLAY 'SITUACAO ' OS-SITUACAO ' DESDE '
                   OS-DATA-SITUACAO ' TECNICO ' OS-TECNICO.
           DISPLAY '------------------'.
           EVALUATE TRUE
               WHEN PERFIL-CONSULTA
                   MOVE 'VISUALIZACAO, NADA ALTERADO' TO
                                      WRK-MSG-ERRO
               WHEN OS-ENTREGUE
                   MOVE 'OS JA ENTREGUE AO CLIENTE' TO WRK-MSG-ERRO
               WHEN OTHER
                   MOVE 'MUDAR SITUACAO/TECNICO? (S/N)' TO
                                      WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8429-MUDAR-SITUACAO-OS
                   ELSE
                       MOVE 'VISUALIZACAO, NADA ALTERADO' TO
                                          WRK-MSG-ERRO
                   END-IF
           END-EVALUATE.

      *SOMA WRK-OS-MESES A WRK-OS-DATA-BASE; O DIA QUE NAO EXISTE
      *NO MES DE CHEGADA CAI PARA O DIA 30 (28 EM FEVEREIRO)
       8428-SOMAR-MESES.
           COMPUTE WRK-OS-TOTAL-MESES = WRK-OS-BASE-ANO * 12
                   + WRK-OS-BASE-MES - 1 + WRK-OS-MESES.
           DIVIDE WRK-OS-TOTAL-MESES BY 12
               GIVING WRK-OS-FIM-ANO
               REMAINDER WRK-OS-FIM-MES.
           ADD 1 TO WRK-OS-FIM-MES.
           MOVE WRK-OS-BASE-DIA TO WRK-OS-FIM-DIA.
           IF WRK-OS-FIM-DIA > 30
               MOVE 30 TO WRK-OS-FIM-DIA
           END-IF.
           IF WRK-OS-FIM-MES = 2 AND WRK-OS-FIM-DIA > 28
               MOVE 28 TO WRK-OS-FIM-DIA
           END-IF.

       8429-MUDAR-SITUACAO-OS.
           MOVE OS-SITUACAO TO WRK-OS-SITUACAO-DIG.
           MOVE OS-TECNICO TO WRK-OS-TECNICO-DIG.
           DISPLAY TELA-OS-SITUACAO.
           ACCEPT TELA-OS-SITUACAO.
           IF WRK-OS-SITUACAO-DIG NOT = 'A'
                   AND WRK-OS-SITUACAO-DIG NOT = 'N'
                   AND WRK-OS-SITUACAO-DIG NOT = 'P'
                   AND WRK-OS-SITUACAO-DIG NOT = 'R'
                   AND WRK-OS-SITUACAO-DIG NOT = 'E'
               MOVE 'SITUACAO INVALIDA' TO WRK-MSG-ERRO
           ELSE
               IF WRK-OS-SITUACAO-DIG NOT = OS-SITUACAO
                   ACCEPT OS-DATA-SITUACAO FROM DATE YYYYMMDD
               END-IF
               MOVE WRK-OS-SITUACAO-DIG TO OS-SITUACAO
               MOVE WRK-OS-TECNICO-DIG TO OS-TECNICO
               REWRITE OS-REG
                   INVALID KEY
                       MOVE 'FALHA AO ATUALIZAR A OS' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-MSG-ERRO
                       STRING 'OS ' OS-NUMERO ' ATUALIZADA'
                           DELIMITED BY SIZE INTO WRK-MSG-ERRO
               END-REWRITE
           END-IF.

      *PRECOS NEGOCIADOS (OPCAO PN): ESCOLHE O CLIENTE OU O
      *GRUPO, LISTA OS ACORDOS JA CADASTRADOS (OS ENCERRADOS
      *CONTINUAM CONSULTAVEIS) E, FORA DO PERFIL DE CONSULTA,
      *OFERECE O CADASTRO DE UMA LINHA NOVA OU O ENCERRAMENTO
       8440-PRECOS-NEGOCIADOS.
           MOVE 'MODULO - PRECOS NEGOCIADOS' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO WRK-PESP-TIPO-ALVO-DIG.
           MOVE ZEROS TO WRK-PESP-ALVO-DIG.
           DISPLAY TELA-ACORDO-ALVO.
           ACCEPT TELA-ACORDO-ALVO.
           PERFORM 8443-CONFERIR-ALVO-ACORDO.
           IF ALVO-ACORDO-INVALIDO
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 8441-LISTAR-ACORDOS-PRECO
               IF PERFIL-CONSULTA
                   MOVE 'FIM DA CONSULTA' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
                   MOVE 'CADASTRAR OU ENCERRAR ACORDO? (S/N)' TO
                                      WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8442-GRAVAR-ACORDO-PRECO
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-IF
           END-IF.

       8441-LISTAR-ACORDOS-PRECO.
           DISPLAY '------------------'.
           DISPLAY 'ACORDOS DE PRECO DE ' WRK-PESP-TIPO-ALVO-DIG
                   ' ' WRK-PESP-ALVO-DIG.
           DISPLAY 'ITEM     INICIO   FIM      PRECO FIXO  PCT'.
           DISPLAY '------------------'.
           MOVE WRK-PESP-TIPO-ALVO-DIG TO PESP-TIPO-ALVO.
           MOVE WRK-PESP-ALVO-DIG TO PESP-ALVO.
           MOVE SPACES TO PESP-TIPO-ITEM.
           MOVE ZEROS TO PESP-ITEM.
           MOVE ZEROS TO PESP-VIGENCIA.
           START PRECOS-ESP KEY IS NOT LESS THAN PESP-CHAVE
               INVALID KEY
                   MOVE 10 TO PESP-STATUS
           END-START.
           IF PESP-STATUS NOT = 10
               READ PRECOS-ESP NEXT
                   AT END
                       MOVE 10 TO PESP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PESP-STATUS NOT = 0
                   OR PESP-TIPO-ALVO NOT = WRK-PESP-TIPO-ALVO-DIG
                   OR PESP-ALVO NOT = WRK-PESP-ALVO-DIG
               DISPLAY PESP-TIPO-ITEM ' ' PESP-ITEM ' '
                       PESP-VIGENCIA ' ' PESP-FIM ' '
                       PESP-PRECO ' ' PESP-DESC-PCT
               READ PRECOS-ESP NEXT
                   AT END
                       MOVE 10 TO PESP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PESP-STATUS.

      *O ACORDO POR PRODUTO ACEITA PRECO FIXO OU DESCONTO, O POR
      *CATEGORIA SO DESCONTO; A MESMA VIGENCIA DIGITADA DE NOVO
      *REGRAVA A LINHA (E ASSIM QUE SE ENCERRA UM ACORDO ABERTO)
       8442-GRAVAR-ACORDO-PRECO.
           MOVE SPACES TO WRK-PESP-TIPO-ITEM-DIG.
           MOVE ZEROS TO WRK-PESP-ITEM-DIG.
           MOVE ZEROS TO WRK-PESP-VIG-DIG.
           MOVE ZEROS TO WRK-PESP-FIM-DIG.
           MOVE ZEROS TO WRK-PESP-PRECO-DIG.
           MOVE ZEROS TO WRK-PESP-PCT-DIG.
           DISPLAY TELA-ACORDO-PRECO.
           ACCEPT TELA-ACORDO-PRECO.
           MOVE ZEROS TO PROD-STATUS.
           EVALUATE TRUE
               WHEN WRK-PESP-TIPO-ITEM-DIG NOT = 'P'
                       AND WRK-PESP-TIPO-ITEM-DIG NOT = 'T'
                   MOVE 'INFORME P (PRODUTO) OU T (CATEGORIA)' TO
                                      WRK-MSG-ERRO
               WHEN WRK-PESP-ITEM-DIG = ZEROS
                       OR WRK-PESP-VIG-DIG = ZEROS
                   MOVE 'CODIGO E INICIO DA VIGENCIA SAO OBRIGATORIOS'
                                   TO WRK-MSG-ERRO
               WHEN WRK-PESP-FIM-DIG NOT = ZEROS
                       AND WRK-PESP-FIM-DIG < WRK-PESP-VIG-DIG
                   MOVE 'FIM ANTES DO INICIO DA VIGENCIA' TO
                                      WRK-MSG-ERRO
               WHEN WRK-PESP-PRECO-DIG = ZEROS
                       AND WRK-PESP-PCT-DIG = ZEROS
                   MOVE 'INFORME O PRECO FIXO OU O DESCONTO' TO
                                      WRK-MSG-ERRO
               WHEN WRK-PESP-PRECO-DIG NOT = ZEROS
                       AND WRK-PESP-PCT-DIG NOT = ZEROS
                   MOVE 'INFORME SO O PRECO FIXO OU SO O DESCONTO' TO
                                      WRK-MSG-ERRO
               WHEN WRK-PESP-TIPO-ITEM-DIG = 'T'
                       AND WRK-PESP-PRECO-DIG NOT = ZEROS
                   MOVE 'CATEGORIA SO ACEITA DESCONTO PCT' TO
                                      WRK-MSG-ERRO
               WHEN WRK-PESP-TIPO-ITEM-DIG = 'T'
                       AND WRK-PESP-ITEM-DIG > 999
                   MOVE 'CATEGORIA INVALIDA' TO WRK-MSG-ERRO
               WHEN OTHER
                   IF WRK-PESP-TIPO-ITEM-DIG = 'P'
                       MOVE WRK-PESP-ITEM-DIG TO PROD-CODIGO
                       READ PRODUTOS
                           INVALID KEY
                               MOVE 'PRODUTO NAO EXISTE NO CATALOGO'
                                               TO WRK-MSG-ERRO
                               MOVE 23 TO PROD-STATUS
                       END-READ
                   END-IF
                   IF PROD-STATUS = ZEROS
                       PERFORM 8447-GRAVAR-LINHA-ACORDO
                   END-IF
           END-EVALUATE.
           MOVE ZEROS TO PROD-STATUS.

      *CLIENTE TEM DE EXISTIR NO CADASTRO E SER DA FILIAL DO
      *OPERADOR (OU LIBERADO NA FILA AQ); GRUPO TEM DE TER AO
      *MENOS UM MEMBRO NO GRUPOCLI
       8443-CONFERIR-ALVO-ACORDO.
           SET ALVO-ACORDO-OK TO TRUE.
           EVALUATE TRUE
               WHEN WRK-PESP-TIPO-ALVO-DIG = 'C'
                   MOVE WRK-PESP-ALVO-DIG TO CLIENTES-FONE
                   READ CLIENTES
                       INVALID KEY
                           SET ALVO-ACORDO-INVALIDO TO TRUE
                           MOVE 'CLIENTE NAO ENCONTRADO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           PERFORM 2085-CONFERIR-FILIAL
                           IF FILIAL-OCULTA
                               SET ALVO-ACORDO-INVALIDO TO TRUE
                           END-IF
                   END-READ
               WHEN WRK-PESP-TIPO-ALVO-DIG = 'G'
                       AND WRK-PESP-ALVO-DIG NOT > 999999
                   PERFORM 8444-CONFERIR-GRUPO
               WHEN OTHER
                   SET ALVO-ACORDO-INVALIDO TO TRUE
                   MOVE 'INFORME C (CLIENTE) OU G (GRUPO)' TO
                                      WRK-MSG-ERRO
           END-EVALUATE.

       8444-CONFERIR-GRUPO.
           SET ALVO-ACORDO-INVALIDO TO TRUE.
           MOVE 'GRUPO SEM NENHUM MEMBRO' TO WRK-MSG-ERRO.
           MOVE LOW-VALUES TO GRP-FONE.
           START GRUPOS KEY IS NOT LESS THAN GRP-FONE
               INVALID KEY
                   MOVE 10 TO GRP-STATUS
           END-START.
           IF GRP-STATUS NOT = 10
               READ GRUPOS NEXT
                   AT END
                       MOVE 10 TO GRP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL GRP-STATUS NOT = 0 OR ALVO-ACORDO-OK
               IF GRP-GRUPO = WRK-PESP-ALVO-DIG
                   SET ALVO-ACORDO-OK TO TRUE
               END-IF
               READ GRUPOS NEXT
                   AT END
                       MOVE 10 TO GRP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO GRP-STATUS.

      *PRECO NEGOCIADO DO CLIENTE DO BUFFER PARA O PRODUTO DO
      *BUFFER NA DATA DO PEDIDO: VALE O PRIMEIRO ACORDO ACHADO NA
      *ORDEM CLIENTE/PRODUTO, CLIENTE/CATEGORIA, GRUPO/PRODUTO E
      *GRUPO/CATEGORIA; O DESCONTO DO ACORDO INCIDE SOBRE O PRECO
      *GERAL JA APURADO PELO 8527 (WRK-PRECO-BASE)
       8445-PRECO-NEGOCIADO.
           SET ACORDO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-PESP-GRUPO.
           IF CLIENTES-FONE NOT = ZEROS
               MOVE 'C' TO WRK-PESP-TIPO-ALVO
               MOVE CLIENTES-FONE TO WRK-PESP-ALVO
               MOVE 'P' TO WRK-PESP-TIPO-ITEM
               MOVE PROD-CODIGO TO WRK-PESP-ITEM
               PERFORM 8446-PROCURAR-ACORDO-PRECO
               IF ACORDO-NAO-ACHADO
                   MOVE 'T' TO WRK-PESP-TIPO-ITEM
                   MOVE PROD-CATEGORIA TO WRK-PESP-ITEM
                   PERFORM 8446-PROCURAR-ACORDO-PRECO
               END-IF
               IF ACORDO-NAO-ACHADO
                   MOVE CLIENTES-FONE TO GRP-FONE
                   READ GRUPOS
                       INVALID KEY
                           MOVE ZEROS TO WRK-PESP-GRUPO
                       NOT INVALID KEY
                           MOVE GRP-GRUPO TO WRK-PESP-GRUPO
                   END-READ
                   MOVE ZEROS TO GRP-STATUS
               END-IF
               IF ACORDO-NAO-ACHADO AND WRK-PESP-GRUPO NOT = ZEROS
                   MOVE 'G' TO WRK-PESP-TIPO-ALVO
                   MOVE WRK-PESP-GRUPO TO WRK-PESP-ALVO
                   MOVE 'P' TO WRK-PESP-TIPO-ITEM
                   MOVE PROD-CODIGO TO WRK-PESP-ITEM
                   PERFORM 8446-PROCURAR-ACORDO-PRECO
                   IF ACORDO-NAO-ACHADO
                       MOVE 'T' TO WRK-PESP-TIPO-ITEM
                       MOVE PROD-CATEGORIA TO WRK-PESP-ITEM
                       PERFORM 8446-PROCURAR-ACORDO-PRECO
                   END-IF
               END-IF
           END-IF.
           IF ACORDO-ACHADO
               IF WRK-PESP-ACHADO-PRECO NOT = ZEROS
                   MOVE WRK-PESP-ACHADO-PRECO TO WRK-PRECO-VIGENTE
               ELSE
                   COMPUTE WRK-PRECO-VIGENTE ROUNDED =
                       WRK-PRECO-BASE * (100 - WRK-PESP-ACHADO-PCT)
                                      / 100
               END-IF
               SET PRECO-ACHADO TO TRUE
               IF WRK-PESP-TIPO-ALVO = 'C'
                   MOVE 'ACORDO DO CLIENTE' TO WRK-PESP-ORIGEM-ALVO
               ELSE
                   MOVE SPACES TO WRK-PESP-ORIGEM-ALVO
                   STRING 'ACORDO DO GRUPO ' WRK-PESP-GRUPO
                       DELIMITED BY SIZE INTO WRK-PESP-ORIGEM-ALVO
               END-IF
               MOVE SPACES TO WRK-PRECO-ORIGEM
               IF WRK-PESP-TIPO-ITEM = 'P'
                   STRING WRK-PESP-ORIGEM-ALVO DELIMITED BY '  '
                       ' POR PRODUTO' DELIMITED BY SIZE
                       INTO WRK-PRECO-ORIGEM
               ELSE
                   STRING WRK-PESP-ORIGEM-ALVO DELIMITED BY '  '
                       ' POR CATEGORIA' DELIMITED BY SIZE
                       INTO WRK-PRECO-ORIGEM
               END-IF
           END-IF.

      *VALE A LINHA DO ACORDO COM A VIGENCIA MAIS RECENTE QUE NAO
      *ULTRAPASSE A DATA DO PEDIDO; SE ESSA LINHA JA TERMINOU, O
      *ACORDO ESTA ENCERRADO E NAO HA PRECO NEGOCIADO
       8446-PROCURAR-ACORDO-PRECO.
           MOVE WRK-PESP-ACORDO TO PESP-ACORDO.
           MOVE ZEROS TO PESP-VIGENCIA.
           START PRECOS-ESP KEY IS NOT LESS THAN PESP-CHAVE
               INVALID KEY
                   MOVE 10 TO PESP-STATUS
           END-START.
           IF PESP-STATUS NOT = 10
               READ PRECOS-ESP NEXT
                   AT END
                       MOVE 10 TO PESP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL PESP-STATUS NOT = 0
                   OR PESP-ACORDO NOT = WRK-PESP-ACORDO
                   OR PESP-VIGENCIA > PEDIDOS-DATA
               IF PESP-FIM = ZEROS OR PESP-FIM NOT < PEDIDOS-DATA
                   SET ACORDO-ACHADO TO TRUE
                   MOVE PESP-PRECO TO WRK-PESP-ACHADO-PRECO
                   MOVE PESP-DESC-PCT TO WRK-PESP-ACHADO-PCT
               ELSE
                   SET ACORDO-NAO-ACHADO TO TRUE
               END-IF
               READ PRECOS-ESP NEXT
                   AT END
                       MOVE 10 TO PESP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PESP-STATUS.

       8447-GRAVAR-LINHA-ACORDO.
           MOVE WRK-PESP-TIPO-ALVO-DIG TO PESP-TIPO-ALVO.
           MOVE WRK-PESP-ALVO-DIG TO PESP-ALVO.
           MOVE WRK-PESP-TIPO-ITEM-DIG TO PESP-TIPO-ITEM.
           MOVE WRK-PESP-ITEM-DIG TO PESP-ITEM.
           MOVE WRK-PESP-VIG-DIG TO PESP-VIGENCIA.
           MOVE WRK-PESP-FIM-DIG TO PESP-FIM.
           MOVE WRK-PESP-PRECO-DIG TO PESP-PRECO.
           MOVE WRK-PESP-PCT-DIG TO PESP-DESC-PCT.
           MOVE WRK-OPERADOR TO PESP-OPERADOR.
           ACCEPT PESP-DATA FROM DATE YYYYMMDD.
           WRITE PESP-REG
               INVALID KEY
                   REWRITE PESP-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O ACORDO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'ACORDO REGRAVADO' TO WRK-MSG-ERRO
                   END-REWRITE
               NOT INVALID KEY
                   MOVE 'ACORDO CADASTRADO' TO WRK-MSG-ERRO
           END-WRITE.

      *EQUIPAMENTOS DE COMODATO (OPCAO EQ): PELO NUMERO DE SERIE,
      *CADASTRA O EQUIPAMENTO NOVO (NASCE EM ESTOQUE) OU MOSTRA O
      *EXISTENTE E, FORA DO PERFIL DE CONSULTA, MUDA A SITUACAO -
      *A SAIDA EM COMODATO PARA UM CONTRATO E A VOLTA DELE
       8450-EQUIPAMENTOS.
           MOVE 'MODULO - EQUIP. COMODATO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE SPACES TO WRK-EQP-SERIE-DIG.
           MOVE ZEROS TO EQP-PRODUTO.
           MOVE ZEROS TO EQP-CUSTO.
           DISPLAY TELA-EQUIP.
           ACCEPT EQP-CHAVE-TELA.
           IF WRK-EQP-SERIE-DIG = SPACES
               MOVE 'NUMERO DE SERIE E OBRIGATORIO' TO WRK-MSG-ERRO
           ELSE
               MOVE WRK-EQP-SERIE-DIG TO EQP-SERIE
               READ EQUIPAMENTOS
                   INVALID KEY
                       IF PERFIL-CONSULTA
                           MOVE 'EQUIPAMENTO NAO CADASTRADO' TO
                                              WRK-MSG-ERRO
                       ELSE
                           PERFORM 8451-INCLUIR-EQUIPAMENTO
                       END-IF
                   NOT INVALID KEY
                       PERFORM 8453-MOSTRAR-EQUIPAMENTO
               END-READ
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *O EQUIPAMENTO NOVO PRECISA DE UM PRODUTO DO CATALOGO E DO
      *CUSTO, QUE E O VALOR COBRADO SE ELE NAO VOLTAR
       8451-INCLUIR-EQUIPAMENTO.
           MOVE 'EQUIPAMENTO NOVO - PREENCHA OS DADOS' TO WRK-MSG-ERRO.
           DISPLAY MOSTRA-ERRO.
           MOVE ZEROS TO EQP-PRODUTO.
           MOVE ZEROS TO EQP-CUSTO.
           ACCEPT EQP-DADOS.
           MOVE EQP-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF EQP-CUSTO = ZEROS
                       MOVE 'CUSTO E OBRIGATORIO' TO WRK-MSG-ERRO
                   ELSE
                       PERFORM 8452-GRAVAR-EQUIPAMENTO
                   END-IF
           END-READ.

       8452-GRAVAR-EQUIPAMENTO.
           MOVE WRK-EQP-SERIE-DIG TO EQP-SERIE.
           SET EQP-EM-ESTOQUE TO TRUE.
           ACCEPT EQP-DATA-SITUACAO FROM DATE YYYYMMDD.
           MOVE ZEROS TO EQP-FONE.
           MOVE ZEROS TO EQP-CONTR-NUMERO.
           MOVE SPACES TO EQP-INSTALACAO.
           MOVE ZEROS TO EQP-END-CEP.
           MOVE ZEROS TO EQP-DATA-INSTALACAO.
           SET EQP-SEM-RECOLHIMENTO TO TRUE.
           MOVE ZEROS TO EQP-DATA-RECOLHER.
           MOVE WRK-FILIAL-OPERADOR TO EQP-FILIAL.
           MOVE WRK-OPERADOR TO EQP-OPERADOR.
           WRITE EQP-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O EQUIPAMENTO' TO
                                      WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'EQUIPAMENTO CADASTRADO EM ESTOQUE' TO
                                      WRK-MSG-ERRO
           END-WRITE.

       8453-MOSTRAR-EQUIPAMENTO.
           MOVE EQP-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
           END-READ.
           MOVE EQP-CUSTO TO WRK-EQP-ED-CUSTO.
           DISPLAY '------------------'.
           DISPLAY 'SERIE ' EQP-SERIE ' FILIAL ' EQP-FILIAL.
           DISPLAY 'PRODUTO ' EQP-PRODUTO ' ' PROD-DESCRICAO.
           DISPLAY 'CUSTO ' WRK-EQP-ED-CUSTO ' SITUACAO '
                   EQP-SITUACAO ' DESDE ' EQP-DATA-SITUACAO
                   ' POR ' EQP-OPERADOR.
           IF EQP-EM-COMODATO
               DISPLAY 'CONTRATO ' EQP-FONE '/' EQP-CONTR-NUMERO
                       ' INSTALADO EM ' EQP-DATA-INSTALACAO
               DISPLAY 'ENDERECO ' EQP-END-LOGRADOURO ' '
                       EQP-END-NUMERO
               DISPLAY '         ' EQP-END-BAIRRO ' '
                       EQP-END-CIDADE ' ' EQP-END-UF ' '
                       EQP-END-CEP
               IF EQP-RECOLHIMENTO-PEDIDO
                   DISPLAY 'ORDEM DE RECOLHIMENTO EMITIDA EM '
                           EQP-DATA-RECOLHER
               END-IF
           END-IF.
           DISPLAY '------------------'.
           EVALUATE TRUE
               WHEN PERFIL-CONSULTA
                   MOVE 'VISUALIZACAO, NADA ALTERADO' TO
                                      WRK-MSG-ERRO
               WHEN EQP-BAIXADO
                   MOVE 'EQUIPAMENTO BAIXADO' TO WRK-MSG-ERRO
               WHEN OTHER
                   MOVE 'MUDAR SITUACAO? (S/N)' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8454-MUDAR-SITUACAO-EQP
                   ELSE
                       MOVE 'VISUALIZACAO, NADA ALTERADO' TO
                                          WRK-MSG-ERRO
                   END-IF
           END-EVALUATE.

      *SO SAI EM COMODATO O QUE ESTA NO ESTOQUE, E O QUE ESTA NO
      *CLIENTE PRECISA VOLTAR ANTES DE IR PARA OUTRO CONTRATO; A
      *BAIXA (EQUIPAMENTO PERDIDO OU SUCATEADO) E SO DO ADMIN. A
      *VOLTA DO CLIENTE DESFAZ O VINCULO COM O CONTRATO E CUMPRE
      *A ORDEM DE RECOLHIMENTO, SE HOUVER
       8454-MUDAR-SITUACAO-EQP.
           MOVE EQP-SITUACAO TO WRK-EQP-SITUACAO-DIG.
           MOVE EQP-SITUACAO TO WRK-EQP-SITUACAO-ANT.
           MOVE EQP-FONE TO WRK-EQP-FONE-DIG.
           MOVE EQP-CONTR-NUMERO TO WRK-EQP-CONTRATO-DIG.
           DISPLAY TELA-EQUIP-SITUACAO.
           ACCEPT TELA-EQUIP-SITUACAO.
           SET EQP-DADOS-RECUSADOS TO TRUE.
           EVALUATE TRUE
               WHEN WRK-EQP-SITUACAO-DIG NOT = 'E'
                       AND WRK-EQP-SITUACAO-DIG NOT = 'C'
                       AND WRK-EQP-SITUACAO-DIG NOT = 'M'
                       AND WRK-EQP-SITUACAO-DIG NOT = 'B'
                   MOVE 'SITUACAO INVALIDA' TO WRK-MSG-ERRO
               WHEN WRK-EQP-SITUACAO-DIG = WRK-EQP-SITUACAO-ANT
                   MOVE 'SITUACAO NAO MUDOU' TO WRK-MSG-ERRO
               WHEN WRK-EQP-SITUACAO-DIG = 'B' AND NOT PERFIL-ADMIN
                   MOVE 'BAIXA DE EQUIPAMENTO SO PELO ADMIN' TO
                                      WRK-MSG-ERRO
               WHEN WRK-EQP-SITUACAO-DIG = 'C' AND NOT EQP-EM-ESTOQUE
                   MOVE 'SO SAI EM COMODATO O QUE ESTA NO ESTOQUE' TO
                                      WRK-MSG-ERRO
               WHEN WRK-EQP-SITUACAO-DIG = 'C'
                   PERFORM 8455-CONFERIR-COMODATO
               WHEN OTHER
                   SET EQP-DADOS-OK TO TRUE
           END-EVALUATE.
           IF EQP-DADOS-OK
               PERFORM 8457-GRAVAR-SITUACAO-EQP
           END-IF.

      *O CONTRATO DO COMODATO TEM QUE ESTAR EM VIGOR E O CLIENTE
      *DELE NA FILIAL DO OPERADOR (OU LIBERADO); O ENDERECO DE
      *INSTALACAO VEM SUGERIDO PELO ENDERECO DO CADASTRO
       8455-CONFERIR-COMODATO.
           IF WRK-EQP-FONE-DIG = ZEROS
               MOVE 'INFORME O CONTRATO DO COMODATO' TO WRK-MSG-ERRO
           ELSE
               MOVE WRK-EQP-FONE-DIG TO CONTR-FONE
               MOVE WRK-EQP-CONTRATO-DIG TO CONTR-NUMERO
               READ CONTRATOS
                   INVALID KEY
                       MOVE 'CONTRATO NAO ENCONTRADO' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       IF CONTR-ENCERRADO
                           MOVE 'CONTRATO ENCERRADO' TO WRK-MSG-ERRO
                       ELSE
                           MOVE CONTR-FONE TO CLIENTES-FONE
                           READ CLIENTES
                               INVALID KEY
                                   MOVE 'CLIENTE NAO ENCONTRADO' TO
                                                      WRK-MSG-ERRO
                               NOT INVALID KEY
                                   PERFORM 2085-CONFERIR-FILIAL
                                   IF FILIAL-VISIVEL
                                       PERFORM 8456-ENDERECO-INSTALACAO
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-IF.

       8456-ENDERECO-INSTALACAO.
           MOVE CLIENTES-END-LOGRADOURO TO EQP-END-LOGRADOURO.
           MOVE CLIENTES-END-NUMERO TO EQP-END-NUMERO.
           MOVE CLIENTES-END-BAIRRO TO EQP-END-BAIRRO.
           MOVE CLIENTES-END-CIDADE TO EQP-END-CIDADE.
           MOVE CLIENTES-END-UF TO EQP-END-UF.
           MOVE CLIENTES-END-CEP TO EQP-END-CEP.
           DISPLAY TELA-EQUIP-ENDERECO.
           ACCEPT TELA-EQUIP-ENDERECO.
           IF EQP-END-LOGRADOURO = SPACES
               MOVE 'ENDERECO DE INSTALACAO E OBRIGATORIO' TO
                                  WRK-MSG-ERRO
           ELSE
               SET EQP-DADOS-OK TO TRUE
           END-IF.

      *A SAIDA EM COMODATO E A VOLTA DO CLIENTE VAO PARA A TRILHA
      *DE AUDITORIA DO CLIENTE, COM O NUMERO DE SERIE
       8457-GRAVAR-SITUACAO-EQP.
           ACCEPT WRK-EQP-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO AUDIT-ACAO.
           IF WRK-EQP-SITUACAO-ANT = 'C'
               MOVE EQP-FONE TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO CLIENTES-NOME
                       MOVE SPACES TO CLIENTES-EMAIL
               END-READ
               MOVE 'EQP-VOLTA' TO AUDIT-ACAO
               MOVE ZEROS TO EQP-FONE
               MOVE ZEROS TO EQP-CONTR-NUMERO
               MOVE SPACES TO EQP-INSTALACAO
               MOVE ZEROS TO EQP-END-CEP
               MOVE ZEROS TO EQP-DATA-INSTALACAO
               SET EQP-SEM-RECOLHIMENTO TO TRUE
               MOVE ZEROS TO EQP-DATA-RECOLHER
           END-IF.
           IF WRK-EQP-SITUACAO-DIG = 'C'
               MOVE 'COMODATO' TO AUDIT-ACAO
               MOVE WRK-EQP-FONE-DIG TO EQP-FONE
               MOVE WRK-EQP-CONTRATO-DIG TO EQP-CONTR-NUMERO
               MOVE WRK-EQP-HOJE TO EQP-DATA-INSTALACAO
               SET EQP-SEM-RECOLHIMENTO TO TRUE
               MOVE ZEROS TO EQP-DATA-RECOLHER
           END-IF.
           MOVE WRK-EQP-SITUACAO-DIG TO EQP-SITUACAO.
           MOVE WRK-EQP-HOJE TO EQP-DATA-SITUACAO.
           MOVE WRK-OPERADOR TO EQP-OPERADOR.
           REWRITE EQP-REG
               INVALID KEY
                   MOVE 'FALHA AO ATUALIZAR O EQUIPAMENTO' TO
                                      WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'EQUIPAMENTO ATUALIZADO' TO WRK-MSG-ERRO
                   IF AUDIT-ACAO NOT = SPACES
                       MOVE SPACES TO AUDIT-EMAIL-ANTES
                       STRING 'SERIE ' EQP-SERIE
                           DELIMITED BY SIZE INTO AUDIT-EMAIL-ANTES
                       PERFORM 4000-GRAVA-AUDITORIA
                   END-IF
           END-REWRITE.

      *CONTINGENCIA DO BALCAO (OPCAO CG NA JANELA DO LOTE, OU NA
      *ABERTURA QUANDO O CADASTRO NAO CONFERE COM O CONTROLE): O
      *CLIENTE E CONSULTADO NA COPIA DA SEGUNDA UNIDADE E CADA
      *PEDIDO OU RECEBIMENTO VAI PARA O CONTING.DAT COM NUMERO
      *PROVISORIO E DOCUMENTO PROVISORIO IMPRESSO; O LOTE CONTREP
      *LANCA DEPOIS NOS ARQUIVOS OFICIAIS, COM AS VALIDACOES DE
      *SEMPRE, E DA O NUMERO DEFINITIVO
       8460-CONTINGENCIA.
           MOVE 'MODULO - CONTINGENCIA' TO WRK-MODULO.
           MOVE ZEROS TO WRK-CTG-QTDE-SESSAO.
           OPEN INPUT CLIENTE-REPLICA.
           IF CLIREP-STATUS NOT = ZEROS
               MOVE 'COPIA DO CADASTRO INDISPONIVEL' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE 'S' TO WRK-TECLA
               PERFORM 8461-CAPTURAR-CONTINGENCIA
                   UNTIL WRK-TECLA NOT = 'S'
               CLOSE CLIENTE-REPLICA
               MOVE SPACES TO WRK-MSG-ERRO
               STRING WRK-CTG-QTDE-SESSAO ' LANCAMENTOS PROVISORIOS'
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           END-IF.
           MOVE ZEROS TO CLIREP-STATUS.

      *UM LANCAMENTO: O CLIENTE DA COPIA VAI PARA O BUFFER DO
      *CADASTRO (MESMO LAYOUT), PARA A CONFERENCIA DE FILIAL E O
      *DOCUMENTO IMPRESSO USAREM OS CAMPOS DE SEMPRE
       8461-CAPTURAR-CONTINGENCIA.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-CTG-FONE-DIG.
           MOVE SPACES TO WRK-CTG-TIPO-DIG.
           DISPLAY TELA-CONTINGENCIA.
           ACCEPT TELA-CONTINGENCIA.
           SET CTG-DADOS-RECUSADOS TO TRUE.
           MOVE WRK-CTG-FONE-DIG TO CLIREP-FONE.
           READ CLIENTE-REPLICA
               INVALID KEY
                   MOVE 'CLIENTE NAO ESTA NA COPIA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE CLIREP-REG TO CLIENTES-REG
                   PERFORM 2086-VERIFICAR-FILIAL
                   IF FILIAL-OCULTA
                       MOVE 'CLIENTE DE OUTRA FILIAL' TO WRK-MSG-ERRO
                   ELSE
                       DISPLAY TELA-CTG-CLIENTE
                       EVALUATE WRK-CTG-TIPO-DIG
                           WHEN 'P'
                               PERFORM 8462-PEDIDO-CONTINGENCIA
                           WHEN 'R'
                               PERFORM 8463-RECEB-CONTINGENCIA
                           WHEN OTHER
                               MOVE 'TIPO DEVE SER P OU R' TO
                                                  WRK-MSG-ERRO
                       END-EVALUATE
                   END-IF
           END-READ.
           IF CTG-DADOS-OK
               PERFORM 8464-GRAVAR-CONTINGENCIA
           END-IF.
           ACCEPT MOSTRA-ERRO.
           MOVE 'OUTRO LANCAMENTO? (S/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.

      *PEDIDO DE UM ITEM SO; PRODUTO, SALDO, PERIODO E LIMITE DE
      *CREDITO SAO CONFERIDOS PELO LOTE NA HORA DE LANCAR, CONTRA
      *OS ARQUIVOS OFICIAIS. CLIENTE SUSPENSO NAO COMPRA NEM AQUI
       8462-PEDIDO-CONTINGENCIA.
           IF CLI-SUSPENSO
               MOVE 'CLIENTE SUSPENSO - SEM PEDIDO' TO WRK-MSG-ERRO
           ELSE
               MOVE ZEROS TO CTG-PROD-CODIGO
               MOVE SPACES TO CTG-DESCRICAO
               MOVE 1 TO CTG-QTDE
               MOVE ZEROS TO CTG-PRECO-UNIT
               MOVE SPACES TO CTG-FORMA
               DISPLAY TELA-CTG-PEDIDO
               ACCEPT TELA-CTG-PEDIDO
               IF CTG-DESCRICAO = SPACES OR CTG-QTDE = ZEROS
                       OR CTG-PRECO-UNIT = ZEROS
                   MOVE 'FALTA DESCRICAO/QTDE/PRECO' TO WRK-MSG-ERRO
               ELSE
                   IF CTG-FORMA NOT = SPACES
                           AND CTG-FORMA NOT = 'D'
                           AND CTG-FORMA NOT = 'P'
                           AND CTG-FORMA NOT = 'B'
                           AND CTG-FORMA NOT = 'C'
                       MOVE 'FORMA DEVE SER D/P/B/C' TO WRK-MSG-ERRO
                   ELSE
                       COMPUTE CTG-VALOR = CTG-QTDE * CTG-PRECO-UNIT
                       MOVE ZEROS TO CTG-PEDIDO
                       MOVE ZEROS TO CTG-PARCELA
                       SET CTG-DADOS-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

      *RECEBIMENTO DE UM PEDIDO JA EXISTENTE; CHEQUE E VALE NAO
      *ENTRAM NA CONTINGENCIA, POIS DEPENDEM DA CUSTODIA E DO
      *SALDO DO VALE NOS ARQUIVOS OFICIAIS
       8463-RECEB-CONTINGENCIA.
           MOVE ZEROS TO CTG-PEDIDO.
           MOVE ZEROS TO CTG-PARCELA.
           MOVE ZEROS TO CTG-VALOR.
           MOVE 'D' TO CTG-FORMA.
           DISPLAY TELA-CTG-RECEB.
           ACCEPT TELA-CTG-RECEB.
           IF CTG-PEDIDO = ZEROS OR CTG-VALOR = ZEROS
               MOVE 'FALTA PEDIDO OU VALOR' TO WRK-MSG-ERRO
           ELSE
               IF CTG-FORMA NOT = 'D'
                       AND CTG-FORMA NOT = 'P'
                       AND CTG-FORMA NOT = 'B'
                       AND CTG-FORMA NOT = 'C'
                   MOVE 'FORMA DEVE SER D/P/B/C' TO WRK-MSG-ERRO
               ELSE
                   MOVE ZEROS TO CTG-PROD-CODIGO
                   MOVE SPACES TO CTG-DESCRICAO
                   MOVE ZEROS TO CTG-QTDE
                   MOVE ZEROS TO CTG-PRECO-UNIT
                   SET CTG-DADOS-OK TO TRUE
               END-IF
           END-IF.

      *NUMERA, CARIMBA E ACRESCENTA O LANCAMENTO; O ARQUIVO E
      *ABERTO E FECHADO A CADA GRAVACAO, POIS OS OUTROS TERMINAIS
      *TAMBEM ACRESCENTAM NELE
       8464-GRAVAR-CONTINGENCIA.
           PERFORM 8465-PROXIMO-PROVISORIO.
           MOVE WRK-CTG-NUMERO TO CTG-PROVISORIO.
           MOVE WRK-CTG-TIPO-DIG TO CTG-TIPO.
           MOVE WRK-CTG-MOTIVO TO CTG-MOTIVO.
           MOVE CLIENTES-FONE TO CTG-FONE.
           MOVE CLIENTES-NOME TO CTG-NOME.
           ACCEPT CTG-DATA FROM DATE YYYYMMDD.
           ACCEPT CTG-HORA FROM TIME.
           MOVE WRK-OPERADOR TO CTG-OPERADOR.
           MOVE WRK-FILIAL-OPERADOR TO CTG-FILIAL.
           OPEN EXTEND CONTINGENCIA.
           IF CTG-STATUS = 35 THEN
               OPEN OUTPUT CONTINGENCIA
               CLOSE CONTINGENCIA
               OPEN EXTEND CONTINGENCIA
           END-IF.
           WRITE CTG-REG.
           IF CTG-STATUS = ZEROS
               ADD 1 TO WRK-CTG-QTDE-SESSAO
               PERFORM 8466-IMPRIMIR-PROVISORIO
               MOVE SPACES TO WRK-MSG-ERRO
               STRING 'GRAVADO - PROVISORIO C' WRK-CTG-NUMERO
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
           ELSE
               MOVE 'FALHA AO GRAVAR A CONTINGENCIA' TO WRK-MSG-ERRO
           END-IF.
           CLOSE CONTINGENCIA.
           MOVE ZEROS TO CTG-STATUS.

      *LE O SEQUENCIAL DO ULTIMO NUMERO PROVISORIO, AVANCA UM E
      *REGRAVA, COMO O 8553-PROXIMO-RECIBO
       8465-PROXIMO-PROVISORIO.
           MOVE ZEROS TO WRK-CTG-NUMERO.
           OPEN INPUT CONTING-SEQ.
           IF CTGSEQ-STATUS = ZEROS
               READ CONTING-SEQ
                   NOT AT END
                       MOVE CTGSEQ-REG TO WRK-CTG-NUMERO
               END-READ
               CLOSE CONTING-SEQ
           END-IF.
           ADD 1 TO WRK-CTG-NUMERO.
           OPEN OUTPUT CONTING-SEQ.
           MOVE WRK-CTG-NUMERO TO CTGSEQ-REG.
           WRITE CTGSEQ-REG.
           CLOSE CONTING-SEQ.
           MOVE ZEROS TO CTGSEQ-STATUS.

      *DOCUMENTO PROVISORIO NO MESMO RECIBOS.TXT DO BALCAO; O
      *NUMERO C... E O QUE O CLIENTE APRESENTA ATE O DEFINITIVO
       8466-IMPRIMIR-PROVISORIO.
           OPEN EXTEND RECIBOS.
           IF RECIBOS-STATUS = 35 THEN
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN EXTEND RECIBOS
           END-IF.
           MOVE ALL '=' TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           IF CTG-E-PEDIDO
               STRING 'PEDIDO PROVISORIO C' CTG-PROVISORIO
                       ' - CONTINGENCIA'
                   DELIMITED BY SIZE INTO RECIBO-LINHA
           ELSE
               STRING 'RECIBO PROVISORIO C' CTG-PROVISORIO
                       ' - CONTINGENCIA'
                   DELIMITED BY SIZE INTO RECIBO-LINHA
           END-IF.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING 'CLIENTE ' CTG-FONE ' ' CTG-NOME
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE CTG-VALOR TO WRK-ED-RECIBO-VAL.
           MOVE SPACES TO RECIBO-LINHA.
           IF CTG-E-PEDIDO
               STRING 'ITEM ' CTG-DESCRICAO ' QTDE ' CTG-QTDE
                   DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
               MOVE SPACES TO RECIBO-LINHA
               IF CTG-FORMA = SPACES
                   STRING 'DATA ' CTG-DATA ' VALOR '
                           WRK-ED-RECIBO-VAL ' A PRAZO'
                       DELIMITED BY SIZE INTO RECIBO-LINHA
               ELSE
                   STRING 'DATA ' CTG-DATA ' VALOR '
                           WRK-ED-RECIBO-VAL ' PAGO NA FORMA '
                           CTG-FORMA
                       DELIMITED BY SIZE INTO RECIBO-LINHA
               END-IF
           ELSE
               STRING 'PEDIDO ' CTG-PEDIDO
                       ' PARCELA ' CTG-PARCELA
                       ' DATA ' CTG-DATA
                       ' VALOR ' WRK-ED-RECIBO-VAL
                       ' FORMA ' CTG-FORMA
                   DELIMITED BY SIZE INTO RECIBO-LINHA
           END-IF.
           WRITE RECIBO-LINHA.
           MOVE 'NUMERO DEFINITIVO SAI NO REPROCESSAMENTO' TO
                              RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO WRK-MOD-CAMPOS.
           MOVE CTG-NOME TO WRK-MOD-NOME.
           MOVE CTG-VALOR TO WRK-MOD-ED-VALOR.
           MOVE WRK-MOD-ED-VALOR TO WRK-MOD-VALOR.
           MOVE CTG-DATA TO WRK-MOD-VENCTO.
           IF CTG-E-PEDIDO
               STRING 'C' CTG-PROVISORIO
                   DELIMITED BY SIZE INTO WRK-MOD-PEDIDO
           ELSE
               STRING 'PEDIDO ' CTG-PEDIDO
                   DELIMITED BY SIZE INTO WRK-MOD-PEDIDO
           END-IF.
           MOVE WRK-FILIAL-OPERADOR TO WRK-MOD-FILIAL.
           PERFORM 8486-RODAPE-RECIBO.
           MOVE SPACES TO RECIBO-LINHA.
           STRING 'OPERADOR ' WRK-OPERADOR
               DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           CLOSE RECIBOS.

      *MODELOS DE MENSAGEM (SO ADMIN): O TEXTO DAS CARTAS DE
      *COBRANCA, DOS EXTRATOS, DOS AVISOS DE SITUACAO, DAS
      *CAMPANHAS E DO RODAPE DO RECIBO, POR TIPO E CANAL E COM
      *VIGENCIA, SEM DEPENDER DE PROGRAMADOR. TIPOS: COBRANC1 A
      *COBRANC3 (NIVEIS DO COBRANCA), EXTRATO, AVISO-X (X E O
      *CODIGO DA SITUACAO NOVA DO NOTIFIC), O CODIGO DA CAMPANHA
      *OU CAMPANHA (GERAL) E RECIBO; CANAIS E (EMAIL), S (SMS),
      *L (LIGACAO) E I (IMPRESSO, O RODAPE DO RECIBO)
       8470-MODELOS-MENSAGEM.
           MOVE 'MODULO - MODELOS DE MSG' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 8471-LISTAR-MODELOS.
           MOVE 'G=GRAVAR R=REMOVER P=PREVIA' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'G'
                   PERFORM 8472-GRAVAR-VERSAO
                   ACCEPT MOSTRA-ERRO
               WHEN 'R'
                   PERFORM 8474-REMOVER-VERSAO
                   ACCEPT MOSTRA-ERRO
               WHEN 'P'
                   PERFORM 8476-PREVIA-MODELO
                   ACCEPT MOSTRA-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8471-LISTAR-MODELOS.
           DISPLAY '------------------'.
           DISPLAY 'MODELOS DE MENSAGEM (TIPO CANAL VIGENCIA TEXTO)'.
           DISPLAY '------------------'.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX > WRK-TOTAL-MODELOS
               IF WRK-MOD-TIPO (WRK-MOD-IDX) NOT = SPACES
                   DISPLAY WRK-MOD-TIPO (WRK-MOD-IDX) ' '
                           WRK-MOD-CANAL (WRK-MOD-IDX) ' '
                           WRK-MOD-VIGENCIA (WRK-MOD-IDX) ' '
                           WRK-MOD-TEXTO (WRK-MOD-IDX) (1:50)
               END-IF
           END-PERFORM.

      *A MESMA VIGENCIA DIGITADA DE NOVO REGRAVA O TEXTO DAQUELA
      *VERSAO; VIGENCIA EM BRANCO E HOJE. AS VERSOES ANTERIORES
      *FICAM NO ARQUIVO, E VALE SEMPRE A MAIS RECENTE JA INICIADA
       8472-GRAVAR-VERSAO.
           MOVE SPACES TO WRK-MM-TIPO-DIG.
           MOVE SPACES TO WRK-MM-CANAL-DIG.
           MOVE ZEROS TO WRK-MM-VIG-DIG.
           MOVE SPACES TO WRK-MM-TEXTO-DIG.
           DISPLAY TELA-MODELO.
           ACCEPT TELA-MODELO.
           ACCEPT WRK-MOD-HOJE FROM DATE YYYYMMDD.
           IF WRK-MM-VIG-DIG = ZEROS
               MOVE WRK-MOD-HOJE TO WRK-MM-VIG-DIG
           END-IF.
           PERFORM 8473-ACHAR-VERSAO.
           EVALUATE TRUE
               WHEN WRK-MM-TIPO-DIG = SPACES
                   MOVE 'TIPO DO MODELO E OBRIGATORIO' TO
                                      WRK-MSG-ERRO
               WHEN NOT MM-CANAL-VALIDO
                   MOVE 'CANAL DEVE SER E, S, L OU I' TO
                                      WRK-MSG-ERRO
               WHEN WRK-MM-TEXTO-DIG = SPACES
                   MOVE 'TEXTO DO MODELO E OBRIGATORIO' TO
                                      WRK-MSG-ERRO
               WHEN WRK-MM-ACHADO = ZEROS
                       AND WRK-TOTAL-MODELOS = 200
                   MOVE 'TABELA DE MODELOS CHEIA' TO WRK-MSG-ERRO
               WHEN OTHER
                   IF WRK-MM-ACHADO = ZEROS
                       ADD 1 TO WRK-TOTAL-MODELOS
                       MOVE WRK-TOTAL-MODELOS TO WRK-MM-ACHADO
                       MOVE SPACES TO WRK-MM-TEXTO-ANTES
                   ELSE
                       MOVE WRK-MOD-TEXTO (WRK-MM-ACHADO) TO
                               WRK-MM-TEXTO-ANTES
                   END-IF
                   MOVE WRK-MM-TIPO-DIG TO
                           WRK-MOD-TIPO (WRK-MM-ACHADO)
                   MOVE WRK-MM-CANAL-DIG TO
                           WRK-MOD-CANAL (WRK-MM-ACHADO)
                   MOVE WRK-MM-VIG-DIG TO
                           WRK-MOD-VIGENCIA (WRK-MM-ACHADO)
                   MOVE WRK-MM-TEXTO-DIG TO
                           WRK-MOD-TEXTO (WRK-MM-ACHADO)
                   MOVE WRK-OPERADOR TO
                           WRK-MOD-OPERADOR (WRK-MM-ACHADO)
                   MOVE WRK-MOD-HOJE TO
                           WRK-MOD-DATA (WRK-MM-ACHADO)
                   PERFORM 8478-GRAVAR-MODELOS
                   PERFORM 8479-AUDITAR-MODELO
                   MOVE 'MODELO GRAVADO' TO WRK-MSG-ERRO
           END-EVALUATE.

      *POSICAO NA TABELA DA VERSAO DIGITADA (TIPO, CANAL E
      *VIGENCIA), OU ZERO SE ELA AINDA NAO EXISTE
       8473-ACHAR-VERSAO.
           MOVE ZEROS TO WRK-MM-ACHADO.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX > WRK-TOTAL-MODELOS
               IF WRK-MOD-TIPO (WRK-MOD-IDX) = WRK-MM-TIPO-DIG
                   AND WRK-MOD-CANAL (WRK-MOD-IDX) =
                           WRK-MM-CANAL-DIG
                   AND WRK-MOD-VIGENCIA (WRK-MOD-IDX) =
                           WRK-MM-VIG-DIG
                   AND WRK-MM-TIPO-DIG NOT = SPACES
                   SET WRK-MM-ACHADO TO WRK-MOD-IDX
               END-IF
           END-PERFORM.

      *REMOVER UMA VERSAO FAZ VALER DE NOVO A ANTERIOR (OU, SE ERA
      *A UNICA, O TEXTO PADRAO DO LOTE)
       8474-REMOVER-VERSAO.
           MOVE SPACES TO WRK-MM-TIPO-DIG.
           MOVE SPACES TO WRK-MM-CANAL-DIG.
           MOVE ZEROS TO WRK-MM-VIG-DIG.
           MOVE SPACES TO WRK-MM-TEXTO-DIG.
           DISPLAY TELA-MODELO.
           ACCEPT TELA-MODELO.
           PERFORM 8473-ACHAR-VERSAO.
           IF WRK-MM-ACHADO = ZEROS
               MOVE 'VERSAO NAO ENCONTRADA' TO WRK-MSG-ERRO
           ELSE
               MOVE WRK-MOD-TEXTO (WRK-MM-ACHADO) TO
                       WRK-MM-TEXTO-ANTES
               MOVE SPACES TO WRK-MM-TEXTO-DIG
               MOVE SPACES TO WRK-MOD-TIPO (WRK-MM-ACHADO)
               PERFORM 8478-GRAVAR-MODELOS
               PERFORM 0092-CARREGAR-MODELOS
               PERFORM 8479-AUDITAR-MODELO
               MOVE 'VERSAO REMOVIDA' TO WRK-MSG-ERRO
           END-IF.

      *PREVIA COM UM CLIENTE REAL: MONTA O TEXTO DIGITADO OU, SEM
      *TEXTO, A VERSAO VIGENTE NA DATA INFORMADA (EM BRANCO, HOJE),
      *COM OS CAMPOS DO ULTIMO PEDIDO NAO CANCELADO DO CLIENTE.
      *COMO A PREVIA MOSTRA O NOME SEM MASCARA, FICA NO DIARIO DE
      *CONSULTAS
       8476-PREVIA-MODELO.
           MOVE SPACES TO WRK-MM-TIPO-DIG.
           MOVE SPACES TO WRK-MM-CANAL-DIG.
           MOVE ZEROS TO WRK-MM-VIG-DIG.
           MOVE SPACES TO WRK-MM-TEXTO-DIG.
           DISPLAY TELA-MODELO.
           ACCEPT TELA-MODELO.
           IF WRK-MM-VIG-DIG = ZEROS
               ACCEPT WRK-MOD-HOJE FROM DATE YYYYMMDD
           ELSE
               MOVE WRK-MM-VIG-DIG TO WRK-MOD-HOJE
           END-IF.
           MOVE WRK-MM-TEXTO-DIG TO WRK-MOD-MOLDE.
           IF WRK-MM-TEXTO-DIG = SPACES
               MOVE WRK-MM-TIPO-DIG TO WRK-MOD-TIPO-PROC
               MOVE WRK-MM-CANAL-DIG TO WRK-MOD-CANAL-PROC
               PERFORM 8480-PROCURAR-MODELO
           END-IF.
           IF WRK-MOD-MOLDE = SPACES
               MOVE 'NENHUM MODELO VIGENTE NA DATA' TO WRK-MSG-ERRO
           ELSE
               DISPLAY TELA
               DISPLAY TELA-REGISTRO
               ACCEPT CHAVE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       PERFORM 8477-CAMPOS-DA-PREVIA
                       PERFORM 8482-MONTAR-MENSAGEM
                       DISPLAY '------------------'
                       DISPLAY 'PREVIA DA MENSAGEM'
                       DISPLAY '------------------'
                       DISPLAY WRK-MOD-MENSAGEM (1:50)
                       DISPLAY WRK-MOD-MENSAGEM (51:50)
                       MOVE 'SEM-MASC' TO WRK-ACESSO-VISAO
                       PERFORM 4500-GRAVA-ACESSO
                       MOVE 'FIM DA PREVIA' TO WRK-MSG-ERRO
               END-READ
           END-IF.

      *CAMPOS DA PREVIA: NOME E FILIAL DO CLIENTE E, DO ULTIMO
      *PEDIDO NAO CANCELADO, O SALDO, A DATA, O NUMERO E O ATRASO
      *DESDE A DATA DO PEDIDO (BASE 30/360, SO COM SALDO)
       8477-CAMPOS-DA-PREVIA.
           MOVE SPACES TO WRK-MOD-CAMPOS.
           MOVE ZEROS TO WRK-MOD-VENCTO.
           MOVE CLIENTES-NOME TO WRK-MOD-NOME.
           MOVE CLIENTES-FILIAL TO WRK-MOD-FILIAL.
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
                   PERFORM 8512-SOMAR-RECEBIMENTOS
                   COMPUTE WRK-PED-SALDO =
                           PEDIDOS-VALOR - WRK-PED-RECEBIDO
                   MOVE WRK-PED-SALDO TO WRK-MOD-ED-VALOR
                   MOVE WRK-MOD-ED-VALOR TO WRK-MOD-VALOR
                   MOVE PEDIDOS-DATA TO WRK-MOD-VENCTO
                   MOVE SPACES TO WRK-MOD-PEDIDO
                   STRING 'PEDIDO ' PEDIDOS-NUMERO
                       DELIMITED BY SIZE INTO WRK-MOD-PEDIDO
                   MOVE ZEROS TO WRK-MM-ATRASO
                   IF WRK-PED-SALDO > ZEROS
                       MOVE PEDIDOS-DATA TO WRK-MM-DATA-BASE
                       COMPUTE WRK-MM-ATRASO =
                           ((WRK-MOD-HOJE-ANO - WRK-MM-BASE-ANO)
                               * 360) +
                           ((WRK-MOD-HOJE-MES - WRK-MM-BASE-MES)
                               * 30) +
                           (WRK-MOD-HOJE-DIA - WRK-MM-BASE-DIA)
                   END-IF
                   MOVE WRK-MM-ATRASO TO WRK-MOD-ED-ATRASO
                   MOVE WRK-MOD-ED-ATRASO TO WRK-MOD-ATRASO
               END-IF
               READ PEDIDOS NEXT
                   AT END
                       MOVE 10 TO PEDIDOS-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO PEDIDOS-STATUS.

      *REGRAVA O MODMSG.DAT INTEIRO A PARTIR DA TABELA EM MEMORIA
      *(VERSOES REMOVIDAS FICAM DE FORA)
       8478-GRAVAR-MODELOS.
           OPEN OUTPUT MODELOS-MSG.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX > WRK-TOTAL-MODELOS
               IF WRK-MOD-TIPO (WRK-MOD-IDX) NOT = SPACES
                   MOVE WRK-MODELO (WRK-MOD-IDX) TO MOD-REG
                   WRITE MOD-REG
               END-IF
           END-PERFORM.
           CLOSE MODELOS-MSG.

      *LINHA DE AUDITORIA DA MANUTENCAO DE MODELO: QUAL VERSAO E O
      *COMECO DO TEXTO ANTES E DEPOIS
       8479-AUDITAR-MODELO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'MODELO-MSG' TO AUDIT-ACAO.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE ZEROS TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-NOME.
           STRING 'MODELO ' WRK-MM-TIPO-DIG ' ' WRK-MM-CANAL-DIG
                   ' ' WRK-MM-VIG-DIG
               DELIMITED BY SIZE INTO AUDIT-NOME.
           MOVE WRK-MM-TEXTO-ANTES TO AUDIT-EMAIL-ANTES.
           MOVE WRK-MM-TEXTO-DIG TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *PROCURA O MODELO VIGENTE DO TIPO E CANAL PEDIDOS NA DATA DE
      *WRK-MOD-HOJE (A VERSAO DE MAIOR VIGENCIA ATE ELA); ACHANDO,
      *O TEXTO DELE TOMA O LUGAR DO QUE ESTIVER EM WRK-MOD-MOLDE
       8480-PROCURAR-MODELO.
           SET MODELO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-MOD-VIG-ACHADA.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX > WRK-TOTAL-MODELOS
               IF WRK-MOD-TIPO (WRK-MOD-IDX) = WRK-MOD-TIPO-PROC
                   AND WRK-MOD-CANAL (WRK-MOD-IDX) =
                           WRK-MOD-CANAL-PROC
                   AND WRK-MOD-VIGENCIA (WRK-MOD-IDX) NOT >
                           WRK-MOD-HOJE
                   AND WRK-MOD-VIGENCIA (WRK-MOD-IDX) NOT <
                           WRK-MOD-VIG-ACHADA
                   SET MODELO-ACHADO TO TRUE
                   MOVE WRK-MOD-VIGENCIA (WRK-MOD-IDX) TO
                           WRK-MOD-VIG-ACHADA
                   MOVE WRK-MOD-TEXTO (WRK-MOD-IDX) TO WRK-MOD-MOLDE
               END-IF
           END-PERFORM.

      *MONTA A MENSAGEM: COPIA O MODELO LETRA A LETRA, TROCANDO
      *CADA CAMPO PELO VALOR DA MENSAGEM CORRENTE (A MESMA MONTAGEM
      *DOS LOTES COBRANCA, EXTRATO, NOTIFIC E CAMPCLI)
       8482-MONTAR-MENSAGEM.
           MOVE SPACES TO WRK-MOD-MENSAGEM.
           MOVE 1 TO WRK-MOD-POS.
           MOVE 1 TO WRK-MOD-PONT.
           PERFORM UNTIL WRK-MOD-POS > 100 OR WRK-MOD-PONT > 100
               EVALUATE TRUE
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:5) = '&NOME'
                       MOVE WRK-MOD-NOME TO WRK-MOD-CAMPO
                       ADD 5 TO WRK-MOD-POS
                       PERFORM 8484-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:6) = '&VALOR'
                       MOVE WRK-MOD-VALOR TO WRK-MOD-CAMPO
                       ADD 6 TO WRK-MOD-POS
                       PERFORM 8484-ACRESCENTAR-VALOR
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
                       PERFORM 8484-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&PEDIDO'
                       MOVE WRK-MOD-PEDIDO TO WRK-MOD-CAMPO
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8484-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&FILIAL'
                       MOVE WRK-MOD-FILIAL TO WRK-MOD-CAMPO
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8484-ACRESCENTAR-VALOR
                   WHEN WRK-MOD-MOLDE (WRK-MOD-POS:7) = '&ATRASO'
                       MOVE WRK-MOD-ATRASO TO WRK-MOD-CAMPO
                       ADD 7 TO WRK-MOD-POS
                       PERFORM 8484-ACRESCENTAR-VALOR
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
       8484-ACRESCENTAR-VALOR.
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

      *RODAPE DO RECIBO PELO MODELO VIGENTE DO TIPO RECIBO NO
      *CANAL I (CNPJ, CANAL DE ATENDIMENTO E O QUE MAIS O JURIDICO
      *PEDIR); SEM MODELO O RECIBO SAI COMO SEMPRE. OS CAMPOS JA
      *VEM PREENCHIDOS PELO CHAMADOR, COM RECIBOS ABERTO
       8486-RODAPE-RECIBO.
           ACCEPT WRK-MOD-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-MOD-MOLDE.
           MOVE 'RECIBO' TO WRK-MOD-TIPO-PROC.
           MOVE 'I' TO WRK-MOD-CANAL-PROC.
           PERFORM 8480-PROCURAR-MODELO.
           IF MODELO-ACHADO
               PERFORM 8482-MONTAR-MENSAGEM
               MOVE WRK-MOD-MENSAGEM TO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.

      *GRAVA UMA LINHA NO DIARIO DE MOVIMENTOS DE ESTOQUE COM O
      *TIPO E A QUANTIDADE JA DEIXADOS EM WORKING PELO CHAMADOR
       8835-GRAVAR-MOV-ESTOQUE.
           OPEN EXTEND ESTOQUE-MOV.
           IF ESTMOV-STATUS = 35 THEN
               OPEN OUTPUT ESTOQUE-MOV
               CLOSE ESTOQUE-MOV
               OPEN EXTEND ESTOQUE-MOV
           END-IF.
           ACCEPT ESTMOV-DATA FROM DATE YYYYMMDD.
           ACCEPT ESTMOV-HORA FROM TIME.
           MOVE PROD-CODIGO TO ESTMOV-PRODUTO.
           MOVE WRK-EST-TIPO-DIG TO ESTMOV-TIPO.
           MOVE WRK-EST-QTDE-DIG TO ESTMOV-QTDE.
           MOVE WRK-OPERADOR TO ESTMOV-OPERADOR.
           MOVE WRK-EST-MOTIVO-DIG TO ESTMOV-MOTIVO.
           PERFORM 8402-FILIAL-DO-MOVIMENTO.
           MOVE WRK-EFIL-FILIAL TO ESTMOV-FILIAL.
           WRITE ESTMOV-REG.
           CLOSE ESTOQUE-MOV.
           MOVE ZEROS TO ESTMOV-STATUS.

      *MANUTENCAO DO CADASTRO DE FORNECEDORES, NOS MOLDES DO
      *CATALOGO DE PRODUTOS: CODIGO NOVO OFERECE A INCLUSAO,
      *CODIGO EXISTENTE MOSTRA E OFERECE A ALTERACAO (INCLUSIVE
      *DESATIVAR, QUE SO IMPEDE PEDIDO DE COMPRA NOVO)
       8200-FORNECEDORES.
           MOVE 'MODULO - FORNECEDORES' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO FORN-CODIGO.
           MOVE SPACES TO FORN-RAZAO.
           MOVE ZEROS TO FORN-CNPJ.
           MOVE ZEROS TO FORN-FONE.
           MOVE SPACES TO FORN-EMAIL.
           MOVE ZEROS TO FORN-PRAZO-DIAS.
           SET FORN-EM-ATIVIDADE TO TRUE.
           DISPLAY TELA-FORNECEDOR.
           ACCEPT FORN-CHAVE-TELA.
           IF FORN-CODIGO = ZEROS
               MOVE 'CODIGO E OBRIGATORIO' TO WRK-MSG-ERRO
           ELSE
               READ FORNECEDORES
                   INVALID KEY
                       PERFORM 8210-INCLUIR-FORNECEDOR
                   NOT INVALID KEY
                       PERFORM 8215-ALTERAR-FORNECEDOR
               END-READ
           END-IF.
           ACCEPT MOSTRA-ERRO.

       8210-INCLUIR-FORNECEDOR.
           MOVE 'FORNECEDOR NOVO - PREENCHA' TO WRK-MSG-ERRO.
           DISPLAY MOSTRA-ERRO.
           ACCEPT FORN-DADOS.
           IF FORN-RAZAO = SPACES
               MOVE 'RAZAO SOCIAL E OBRIGATORIA' TO WRK-MSG-ERRO
           ELSE
               IF NOT FORN-EM-ATIVIDADE AND NOT FORN-DESATIVADO
                   SET FORN-EM-ATIVIDADE TO TRUE
               END-IF
               WRITE FORN-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O FORNECEDOR' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'FORN-INCLUI' TO AUDIT-ACAO
                       MOVE ZEROS TO CMP-NUMERO
                       MOVE ZEROS TO AUDIT-VALOR
                       PERFORM 8229-AUDITAR-COMPRA
                       MOVE 'FORNECEDOR INCLUIDO' TO WRK-MSG-ERRO
               END-WRITE
           END-IF.

       8215-ALTERAR-FORNECEDOR.
           DISPLAY FORN-DADOS.
           MOVE 'ALTERAR ESTE FORNECEDOR? (S/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               ACCEPT FORN-DADOS
               IF FORN-RAZAO = SPACES
                   MOVE 'RAZAO SOCIAL E OBRIGATORIA' TO WRK-MSG-ERRO
               ELSE
                   IF NOT FORN-EM-ATIVIDADE AND NOT FORN-DESATIVADO
                       SET FORN-EM-ATIVIDADE TO TRUE
                   END-IF
                   REWRITE FORN-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O FORNECEDOR' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'FORN-ALTERA' TO AUDIT-ACAO
                           MOVE ZEROS TO CMP-NUMERO
                           MOVE ZEROS TO AUDIT-VALOR
                           PERFORM 8229-AUDITAR-COMPRA
                           MOVE 'FORNECEDOR ALTERADO' TO WRK-MSG-ERRO
                   END-REWRITE
               END-IF
           ELSE
               MOVE 'VISUALIZACAO, NADA ALTERADO' TO WRK-MSG-ERRO
           END-IF.

      *PEDIDO DE COMPRA AO FORNECEDOR: NUMERO ZERO ABRE UM PEDIDO
      *NOVO E DIGITA AS LINHAS POR CODIGO DO CATALOGO; UM NUMERO
      *EXISTENTE MOSTRA O PEDIDO, O QUE JA CHEGOU DE CADA LINHA E
      *OFERECE O CANCELAMENTO ENQUANTO NADA TIVER SIDO RECEBIDO
       8220-PEDIDOS-DE-COMPRA.
           MOVE 'MODULO - COMPRAS' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-CMP-NUM-DIG.
           MOVE ZEROS TO CMP-FORNECEDOR.
           MOVE ZEROS TO CMP-PREVISAO.
           DISPLAY TELA-COMPRA.
           ACCEPT CMP-CHAVE-TELA.
           IF WRK-CMP-NUM-DIG = ZEROS
               PERFORM 8222-INCLUIR-COMPRA
           ELSE
               MOVE WRK-CMP-NUM-DIG TO CMP-NUMERO
               READ COMPRAS
                   INVALID KEY
                       MOVE 'PEDIDO DE COMPRA NAO EXISTE' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       PERFORM 8226-MOSTRAR-COMPRA
               END-READ
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *LE O SEQUENCIAL DO ULTIMO PEDIDO DE COMPRA, AVANCA UM E
      *REGRAVA, COMO O 8553-PROXIMO-RECIBO
       8221-PROXIMA-COMPRA.
           MOVE ZEROS TO WRK-CMP-NUM-DIG.
           OPEN INPUT COMPRA-SEQ.
           IF CMPSEQ-STATUS = ZEROS
               READ COMPRA-SEQ
                   NOT AT END
                       MOVE CMPSEQ-REG TO WRK-CMP-NUM-DIG
               END-READ
               CLOSE COMPRA-SEQ
           END-IF.
           ADD 1 TO WRK-CMP-NUM-DIG.
           OPEN OUTPUT COMPRA-SEQ.
           MOVE WRK-CMP-NUM-DIG TO CMPSEQ-REG.
           WRITE CMPSEQ-REG.
           CLOSE COMPRA-SEQ.
           MOVE ZEROS TO CMPSEQ-STATUS.

      *O FORNECEDOR TEM QUE EXISTIR E ESTAR ATIVO; PREVISAO EM
      *BRANCO FICA ZERADA (SEM DATA COMBINADA)
       8222-INCLUIR-COMPRA.
           ACCEPT CMP-DADOS.
           MOVE CMP-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF FORN-DESATIVADO
                       MOVE 'FORNECEDOR DESATIVADO' TO WRK-MSG-ERRO
                   ELSE
                       PERFORM 8223-ABRIR-COMPRA
                   END-IF
           END-READ.

       8223-ABRIR-COMPRA.
           PERFORM 8221-PROXIMA-COMPRA.
           MOVE WRK-CMP-NUM-DIG TO CMP-NUMERO.
           ACCEPT CMP-DATA FROM DATE YYYYMMDD.
           MOVE ZEROS TO CMP-VALOR.
           SET CMP-ABERTO TO TRUE.
           MOVE WRK-OPERADOR TO CMP-OPERADOR.
           MOVE ZEROS TO CMP-NOTA-FORN.
           MOVE ZEROS TO CMP-DATA-RECEB.
           DISPLAY TELA-COMPRA.
           MOVE ZEROS TO WRK-CMP-PROX-ITEM.
           SET MAIS-ITENS TO TRUE.
           PERFORM 8224-INCLUIR-ITEM-COMPRA UNTIL FIM-ITENS.
           IF WRK-CMP-PROX-ITEM = ZEROS
               MOVE 'PEDIDO SEM ITENS, NADA GRAVADO' TO WRK-MSG-ERRO
           ELSE
               WRITE CMP-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O PEDIDO' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'COMPRA' TO AUDIT-ACAO
                       MOVE CMP-VALOR TO AUDIT-VALOR
                       PERFORM 8229-AUDITAR-COMPRA
                       MOVE SPACES TO WRK-MSG-ERRO
                       STRING 'COMPRA ' CMP-NUMERO ' GRAVADA'
                           DELIMITED BY SIZE INTO WRK-MSG-ERRO
               END-WRITE
           END-IF.

      *DIGITA UMA LINHA DO PEDIDO DE COMPRA; O CUSTO SUGERIDO E O
      *PRECO DE CUSTO DO CATALOGO; PRODUTO ZERO ENCERRA O PEDIDO
       8224-INCLUIR-ITEM-COMPRA.
           MOVE ZEROS TO WRK-CMPI-PROD-DIG.
           MOVE ZEROS TO WRK-CMPI-QTDE-DIG.
           MOVE ZEROS TO WRK-CMPI-CUSTO-DIG.
           DISPLAY TELA-COMPRA-ITEM.
           ACCEPT TELA-COMPRA-ITEM.
           IF WRK-CMPI-PROD-DIG = ZEROS
               SET FIM-ITENS TO TRUE
           ELSE
               MOVE WRK-CMPI-PROD-DIG TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE 'PRODUTO NAO EXISTE NO CATALOGO' TO
                                          WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
                   NOT INVALID KEY
                       PERFORM 8380-VERIFICAR-KIT
      *O KIT NAO TEM ESTOQUE PROPRIO: COMPRA-SE CADA COMPONENTE
                       IF PROD-E-KIT
                           MOVE 'KIT NAO TEM ESTOQUE PROPRIO' TO
                                              WRK-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                           MOVE 'COMPRE OS COMPONENTES' TO
                                              WRK-MSG-ERRO
                           DISPLAY MOSTRA-ERRO
                       ELSE
                           PERFORM 8225-GRAVAR-ITEM-COMPRA
                       END-IF
               END-READ
           END-IF.

       8225-GRAVAR-ITEM-COMPRA.
           IF WRK-CMPI-CUSTO-DIG = ZEROS
               MOVE PROD-CUSTO TO WRK-CMPI-CUSTO-DIG
           END-IF.
           IF WRK-CMPI-QTDE-DIG = ZEROS
               MOVE 'QUANTIDADE E OBRIGATORIA' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           ELSE
               MOVE CMP-NUMERO TO CMPI-NUMERO
               COMPUTE CMPI-ITEM = WRK-CMP-PROX-ITEM + 1
               MOVE WRK-CMPI-PROD-DIG TO CMPI-PRODUTO
               MOVE WRK-CMPI-QTDE-DIG TO CMPI-QTDE-PEDIDA
               MOVE ZEROS TO CMPI-QTDE-RECEBIDA
               MOVE WRK-CMPI-CUSTO-DIG TO CMPI-CUSTO-UNIT
               WRITE CMPI-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR A LINHA' TO
                                          WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
                   NOT INVALID KEY
                       ADD 1 TO WRK-CMP-PROX-ITEM
                       COMPUTE CMP-VALOR = CMP-VALOR +
                               CMPI-QTDE-PEDIDA * CMPI-CUSTO-UNIT
               END-WRITE
           END-IF.

      *LISTA AS LINHAS DO PEDIDO DE COMPRA COM O PEDIDO E O
      *RECEBIDO; SO O PEDIDO AINDA INTEIRO EM ABERTO PODE SER
      *CANCELADO - DEPOIS DO PRIMEIRO RECEBIMENTO A MERCADORIA JA
      *ESTA NO ESTOQUE E O SALDO SE RESOLVE COM O FORNECEDOR
       8226-MOSTRAR-COMPRA.
           DISPLAY '------------------'.
           DISPLAY 'PEDIDO DE COMPRA ' CMP-NUMERO
                   ' FORNECEDOR ' CMP-FORNECEDOR
                   ' SITUACAO ' CMP-SITUACAO.
           DISPLAY 'EMITIDO EM ' CMP-DATA ' PREVISAO ' CMP-PREVISAO
                   ' VALOR ' CMP-VALOR.
           DISPLAY '------------------'.
           MOVE CMP-NUMERO TO CMPI-NUMERO.
           MOVE ZEROS TO CMPI-ITEM.
           START COMPRA-ITENS KEY IS NOT LESS THAN CMPI-CHAVE
               INVALID KEY
                   MOVE 10 TO CMPI-STATUS
           END-START.
           IF CMPI-STATUS NOT = 10
               READ COMPRA-ITENS NEXT
                   AT END
                       MOVE 10 TO CMPI-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL CMPI-STATUS NOT = 0
                   OR CMPI-NUMERO NOT = CMP-NUMERO
               MOVE CMPI-QTDE-PEDIDA TO WRK-CMP-ED-QTDE
               MOVE CMPI-QTDE-RECEBIDA TO WRK-CMP-ED-QTDE2
               DISPLAY CMPI-ITEM ' PRODUTO ' CMPI-PRODUTO
                       ' PEDIDO ' WRK-CMP-ED-QTDE
                       ' RECEBIDO ' WRK-CMP-ED-QTDE2
                       ' CUSTO ' CMPI-CUSTO-UNIT
               READ COMPRA-ITENS NEXT
                   AT END
                       MOVE 10 TO CMPI-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO CMPI-STATUS.
           IF CMP-ABERTO
               MOVE 'CANCELAR ESTE PEDIDO? (S/N)' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   SET CMP-CANCELADO TO TRUE
                   REWRITE CMP-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O PEDIDO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'COMPRA-CANC' TO AUDIT-ACAO
                           MOVE CMP-VALOR TO AUDIT-VALOR
                           MOVE CMP-FORNECEDOR TO FORN-CODIGO
                           READ FORNECEDORES
                               INVALID KEY
                                   MOVE SPACES TO FORN-RAZAO
                           END-READ
                           PERFORM 8229-AUDITAR-COMPRA
                           MOVE 'PEDIDO CANCELADO' TO WRK-MSG-ERRO
                   END-REWRITE
               ELSE
                   MOVE 'VISUALIZACAO, NADA ALTERADO' TO WRK-MSG-ERRO
               END-IF
           ELSE
               MOVE 'VISUALIZACAO DO PEDIDO' TO WRK-MSG-ERRO
           END-IF.

      *LINHA DE AUDITORIA DAS GRAVACOES DE COMPRA: A CHAVE E O
      *CODIGO DO FORNECEDOR NO LUGAR DO TELEFONE E O NUMERO DO
      *PEDIDO DE COMPRA NO LUGAR DO PEDIDO DE VENDA; AUDIT-ACAO E
      *AUDIT-VALOR VEM PREENCHIDOS PELO CHAMADOR
       8229-AUDITAR-COMPRA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE FORN-CODIGO TO AUDIT-CHAVE.
           MOVE FORN-RAZAO TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE CMP-NUMERO TO AUDIT-PEDIDO.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *RECEBIMENTO DA NOTA DO FORNECEDOR: PARA CADA LINHA AINDA
      *PENDENTE DO PEDIDO DE COMPRA O OPERADOR DIGITA O QUE
      *CHEGOU; A DIFERENCA CONTRA O PEDIDO E MOSTRADA NA HORA
      *(CONFERENCIA), O QUE CHEGOU ENTRA NO ESTOQUE COM MOVIMENTO
      *E DE COMPRA NO DIARIO E A LISTA DE ESPERA DO PRODUTO E
      *ATENDIDA NA SEQUENCIA; QUANTIDADE ACIMA DO PEDIDO NAO ENTRA
      *(VOLTA NO CAMINHAO OU VIRA PEDIDO NOVO)
       8230-RECEBER-MERCADORIA.
           MOVE 'MODULO - RECEBIMENTO' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-CMP-NUM-DIG.
           MOVE ZEROS TO WRK-CMP-NOTA-DIG.
           DISPLAY TELA-RECEBE-COMPRA.
           ACCEPT TELA-RECEBE-COMPRA.
           MOVE WRK-CMP-NUM-DIG TO CMP-NUMERO.
           READ COMPRAS
               INVALID KEY
                   MOVE 'PEDIDO DE COMPRA NAO EXISTE' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CMP-CANCELADO
                           MOVE 'PEDIDO DE COMPRA CANCELADO' TO
                                              WRK-MSG-ERRO
                       WHEN CMP-RECEBIDO
                           MOVE 'PEDIDO JA RECEBIDO POR INTEIRO' TO
                                              WRK-MSG-ERRO
                       WHEN WRK-CMP-NOTA-DIG = ZEROS
                           MOVE 'NOTA DO FORNECEDOR OBRIGATORIA' TO
                                              WRK-MSG-ERRO
                       WHEN OTHER
                           PERFORM 8232-CONFERIR-LINHAS
                   END-EVALUATE
           END-READ.
           ACCEPT MOSTRA-ERRO.

       8232-CONFERIR-LINHAS.
           MOVE ZEROS TO WRK-CMP-FALTANDO.
           MOVE ZEROS TO WRK-CMP-DIVERGENCIAS.
           MOVE ZEROS TO WRK-CMP-ENTRADAS.
           MOVE ZEROS TO WRK-CMP-VALOR-NOTA.
           MOVE CMP-NUMERO TO CMPI-NUMERO.
           MOVE ZEROS TO CMPI-ITEM.
           START COMPRA-ITENS KEY IS NOT LESS THAN CMPI-CHAVE
               INVALID KEY
                   MOVE 10 TO CMPI-STATUS
           END-START.
           IF CMPI-STATUS NOT = 10
               READ COMPRA-ITENS NEXT
                   AT END
                       MOVE 10 TO CMPI-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL CMPI-STATUS NOT = 0
                   OR CMPI-NUMERO NOT = CMP-NUMERO
               IF CMPI-QTDE-RECEBIDA < CMPI-QTDE-PEDIDA
                   PERFORM 8234-RECEBER-LINHA
               END-IF
               READ COMPRA-ITENS NEXT
                   AT END
                       MOVE 10 TO CMPI-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO CMPI-STATUS.
      *O CABECALHO FECHA QUANDO NADA MAIS FALTA; SENAO FICA
      *RECEBIDO EM PARTE, ESPERANDO A PROXIMA ENTREGA
           IF WRK-CMP-FALTANDO = ZEROS
               SET CMP-RECEBIDO TO TRUE
           ELSE
               IF WRK-CMP-ENTRADAS > ZEROS
                   SET CMP-PARCIAL TO TRUE
               END-IF
           END-IF.
           IF WRK-CMP-ENTRADAS > ZEROS
               MOVE WRK-CMP-NOTA-DIG TO CMP-NOTA-FORN
               ACCEPT CMP-DATA-RECEB FROM DATE YYYYMMDD
           END-IF.
           REWRITE CMP-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O PEDIDO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'COMPRA-REC' TO AUDIT-ACAO
                   MOVE CMP-VALOR TO AUDIT-VALOR
                   MOVE CMP-FORNECEDOR TO FORN-CODIGO
                   READ FORNECEDORES
                       INVALID KEY
                           MOVE SPACES TO FORN-RAZAO
                   END-READ
                   PERFORM 8229-AUDITAR-COMPRA
                   IF WRK-CMP-ENTRADAS > ZEROS
                       PERFORM 8245-TITULO-DA-COMPRA
                   END-IF
                   MOVE SPACES TO WRK-MSG-ERRO
                   STRING 'RECEBIDO - DIVERGENCIAS: '
                           WRK-CMP-DIVERGENCIAS
                       DELIMITED BY SIZE INTO WRK-MSG-ERRO
           END-REWRITE.

      *UMA LINHA PENDENTE: MOSTRA O QUE FALTA, PEDE O QUE CHEGOU
      *E DA A ENTRADA NO ESTOQUE PELO MESMO CAMINHO DA OPCAO PD
       8234-RECEBER-LINHA.
           COMPUTE WRK-CMP-PENDENTE =
                   CMPI-QTDE-PEDIDA - CMPI-QTDE-RECEBIDA.
           MOVE CMPI-PRODUTO TO PROD-CODIGO.
           SET PROD-NAO-KIT TO TRUE.
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
               NOT INVALID KEY
                   PERFORM 8380-VERIFICAR-KIT
           END-READ.
      *PRODUTO QUE VIROU KIT DEPOIS DO PEDIDO NAO RECEBE ENTRADA: A
      *LINHA FICA PENDENTE E CONTA COMO DIVERGENCIA
           IF PROD-E-KIT
               MOVE 'LINHA E DE KIT - SEM ENTRADA' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               ADD 1 TO WRK-CMP-DIVERGENCIAS
               ADD WRK-CMP-PENDENTE TO WRK-CMP-FALTANDO
           ELSE
               PERFORM 8235-ENTRADA-DA-LINHA
           END-IF.

       8235-ENTRADA-DA-LINHA.
           MOVE WRK-CMP-PENDENTE TO WRK-CMP-CHEGOU-DIG.
           MOVE SPACES TO WRK-CODIGO-LIDO.
           DISPLAY TELA-RECEBE-ITEM.
           ACCEPT TELA-RECEBE-ITEM.
      *CODIGO LIDO QUE NAO E DO PRODUTO DA LINHA: A MERCADORIA NAO
      *E A PEDIDA E A LINHA CONTINUA PENDENTE (CONTA DIVERGENCIA)
           IF WRK-CODIGO-LIDO NOT = SPACES
               PERFORM 8848-IDENTIFICAR-CODIGO
               IF CODIGO-OK AND WRK-COD-PRODUTO NOT = CMPI-PRODUTO
                   MOVE 'CODIGO LIDO E DE OUTRO PRODUTO' TO
                                      WRK-MSG-ERRO
                   SET CODIGO-INVALIDO TO TRUE
               END-IF
               IF CODIGO-INVALIDO
                   ACCEPT MOSTRA-ERRO
                   MOVE ZEROS TO WRK-CMP-CHEGOU-DIG
               END-IF
           END-IF.
           IF WRK-CMP-CHEGOU-DIG > WRK-CMP-PENDENTE
               MOVE 'ACIMA DO PEDIDO - SO O PEDIDO' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               MOVE WRK-CMP-PENDENTE TO WRK-CMP-CHEGOU-DIG
               ADD 1 TO WRK-CMP-DIVERGENCIAS
           END-IF.
           IF WRK-CMP-CHEGOU-DIG < WRK-CMP-PENDENTE
               ADD 1 TO WRK-CMP-DIVERGENCIAS
               MOVE WRK-CMP-CHEGOU-DIG TO WRK-CMP-ED-QTDE
               MOVE WRK-CMP-PENDENTE TO WRK-CMP-ED-QTDE2
               MOVE SPACES TO WRK-MSG-ERRO
               STRING 'CHEGOU ' WRK-CMP-ED-QTDE
                       ' DE ' WRK-CMP-ED-QTDE2
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           END-IF.
           ADD WRK-CMP-CHEGOU-DIG TO CMPI-QTDE-RECEBIDA.
           COMPUTE WRK-CMP-FALTANDO = WRK-CMP-FALTANDO +
                   CMPI-QTDE-PEDIDA - CMPI-QTDE-RECEBIDA.
           IF WRK-CMP-CHEGOU-DIG > ZEROS
               REWRITE CMPI-REG
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR A LINHA' TO
                                          WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
               END-REWRITE
               IF PROD-STATUS = ZEROS
                   PERFORM 8397-PEDIR-LOTE
                   PERFORM UNTIL LOTE-DADOS-OK
                       ACCEPT MOSTRA-ERRO
                       PERFORM 8397-PEDIR-LOTE
                   END-PERFORM
                   ADD 1 TO WRK-CMP-ENTRADAS
                   COMPUTE WRK-CMP-VALOR-NOTA = WRK-CMP-VALOR-NOTA +
                           WRK-CMP-CHEGOU-DIG * CMPI-CUSTO-UNIT
                   MOVE 'E' TO WRK-EST-TIPO-DIG
                   MOVE WRK-CMP-CHEGOU-DIG TO WRK-EST-QTDE-DIG
                   PERFORM 8401-APLICAR-NA-FILIAL
                   REWRITE PROD-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O PRODUTO' TO
                                              WRK-MSG-ERRO
                           DISPLAY MOSTRA-ERRO
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-EST-MOTIVO-DIG
                           STRING 'COMPRA ' CMP-NUMERO
                               DELIMITED BY SIZE INTO
                                   WRK-EST-MOTIVO-DIG
                           PERFORM 8835-GRAVAR-MOV-ESTOQUE
                           PERFORM 8398-ENTRADA-NO-LOTE
                           PERFORM 8837-ATENDER-RESERVAS
                   END-REWRITE
               END-IF
           END-IF.

      *CONTAS A PAGAR: FORNECEDOR + NOTA + PARCELA. TITULO NOVO
      *OFERECE O LANCAMENTO; TITULO EM ABERTO MOSTRA E OFERECE A
      *BAIXA DO PAGAMENTO OU O CANCELAMENTO; PAGO OU CANCELADO E
      *SO CONSULTA
       8240-CONTAS-A-PAGAR.
           MOVE 'MODULO - CONTAS A PAGAR' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO PAG-FORNECEDOR.
           MOVE ZEROS TO PAG-NOTA.
           MOVE 1 TO PAG-PARCELA.
           MOVE ZEROS TO PAG-COMPRA.
           MOVE ZEROS TO PAG-VENCIMENTO.
           MOVE ZEROS TO PAG-VALOR.
           MOVE ZEROS TO PAG-DATA-BAIXA.
           MOVE ZEROS TO PAG-VALOR-PAGO.
           MOVE SPACES TO PAG-FORMA.
           DISPLAY TELA-PAGAR.
           ACCEPT PAG-CHAVE-TELA.
           IF PAG-FORNECEDOR = ZEROS OR PAG-NOTA = ZEROS
               MOVE 'FORNECEDOR E NOTA OBRIGATORIOS' TO WRK-MSG-ERRO
           ELSE
               MOVE PAG-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       MOVE 'FORNECEDOR NAO CADASTRADO' TO
                                          WRK-MSG-ERRO
                   NOT INVALID KEY
                       READ TITULOS-PAGAR
                           INVALID KEY
                               PERFORM 8241-LANCAR-TITULO
                           NOT INVALID KEY
                               PERFORM 8243-MOSTRAR-TITULO
                       END-READ
               END-READ
           END-IF.
           ACCEPT MOSTRA-ERRO.

       8241-LANCAR-TITULO.
           MOVE ZEROS TO PAG-COMPRA.
           MOVE ZEROS TO PAG-VENCIMENTO.
           MOVE ZEROS TO PAG-VALOR.
           MOVE 'TITULO NOVO - PREENCHA' TO WRK-MSG-ERRO.
           DISPLAY MOSTRA-ERRO.
           ACCEPT PAG-DADOS.
           PERFORM 8242-GRAVAR-TITULO.

      *GRAVA O TITULO EM ABERTO COM O CARIMBO DE QUEM LANCOU;
      *SERVE AO LANCAMENTO AVULSO E AO QUE VEM DO RECEBIMENTO
       8242-GRAVAR-TITULO.
           IF PAG-VENCIMENTO = ZEROS
               MOVE 'VENCIMENTO E OBRIGATORIO' TO WRK-MSG-ERRO
           ELSE
               IF PAG-VALOR = ZEROS
                   MOVE 'VALOR E OBRIGATORIO' TO WRK-MSG-ERRO
               ELSE
                   SET PAG-ABERTO TO TRUE
                   MOVE ZEROS TO PAG-DATA-BAIXA
                   MOVE ZEROS TO PAG-VALOR-PAGO
                   MOVE SPACES TO PAG-FORMA
                   MOVE WRK-OPERADOR TO PAG-OPERADOR
                   ACCEPT PAG-DATA-LANC FROM DATE YYYYMMDD
                   WRITE PAG-REG
                       INVALID KEY
                           MOVE 'TITULO JA LANCADO' TO WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'PAGAR-LANC' TO AUDIT-ACAO
                           MOVE PAG-VALOR TO AUDIT-VALOR
                           PERFORM 8249-AUDITAR-TITULO
                           MOVE 'TITULO A PAGAR LANCADO' TO
                                              WRK-MSG-ERRO
                   END-WRITE
               END-IF
           END-IF.

       8243-MOSTRAR-TITULO.
           DISPLAY PAG-DADOS.
           DISPLAY PAG-BAIXA-TELA.
           EVALUATE TRUE
               WHEN PAG-PAGO
                   MOVE 'TITULO JA PAGO' TO WRK-MSG-ERRO
               WHEN PAG-CANCELADO
                   MOVE 'TITULO CANCELADO' TO WRK-MSG-ERRO
               WHEN OTHER
                   MOVE 'BAIXAR O PAGAMENTO? (S/N)' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       PERFORM 8244-BAIXAR-TITULO
                   ELSE
                       MOVE 'CANCELAR O TITULO? (S/N)' TO
                                          WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                       IF WRK-TECLA = 'S'
                           PERFORM 8246-CANCELAR-TITULO
                       ELSE
                           MOVE 'VISUALIZACAO, NADA ALTERADO' TO
                                              WRK-MSG-ERRO
                       END-IF
                   END-IF
           END-EVALUATE.

      *BAIXA DO PAGAMENTO: DATA DE HOJE E VALOR DO TITULO VEM
      *SUGERIDOS; O VALOR PAGO PODE DIFERIR (JUROS, DESCONTO)
       8244-BAIXAR-TITULO.
           ACCEPT PAG-DATA-BAIXA FROM DATE YYYYMMDD.
           MOVE PAG-VALOR TO PAG-VALOR-PAGO.
           SET PAG-BANCO TO TRUE.
           ACCEPT PAG-BAIXA-TELA.
           EVALUATE TRUE
               WHEN NOT PAG-DINHEIRO AND NOT PAG-BANCO
                   MOVE 'PAGO EM DEVE SER D OU B' TO WRK-MSG-ERRO
               WHEN PAG-DATA-BAIXA = ZEROS
                   MOVE 'DATA DO PAGAMENTO OBRIGATORIA' TO
                                      WRK-MSG-ERRO
               WHEN PAG-VALOR-PAGO = ZEROS
                   MOVE 'VALOR PAGO E OBRIGATORIO' TO WRK-MSG-ERRO
               WHEN OTHER
                   SET PAG-PAGO TO TRUE
                   REWRITE PAG-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O TITULO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           MOVE 'PAGAR-BAIXA' TO AUDIT-ACAO
                           MOVE PAG-VALOR-PAGO TO AUDIT-VALOR
                           PERFORM 8249-AUDITAR-TITULO
                           MOVE 'PAGAMENTO BAIXADO' TO WRK-MSG-ERRO
                   END-REWRITE
           END-EVALUATE.

      *NO FIM DO RECEBIMENTO DA NOTA: OFERECE LANCAR O TITULO DA
      *NOTA COM O VALOR A CUSTO DO QUE ENTROU E VENCIMENTO PARA UM
      *MES; O OPERADOR CORRIGE VENCIMENTO E VALOR PELO BOLETO
       8245-TITULO-DA-COMPRA.
           MOVE 'LANCAR TITULO A PAGAR? (S/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               MOVE CMP-FORNECEDOR TO PAG-FORNECEDOR
               MOVE WRK-CMP-NOTA-DIG TO PAG-NOTA
               MOVE 1 TO PAG-PARCELA
               MOVE CMP-NUMERO TO PAG-COMPRA
               MOVE WRK-CMP-VALOR-NOTA TO PAG-VALOR
               ACCEPT WRK-PAG-VENC FROM DATE YYYYMMDD
               IF WRK-PAG-VENC-MES = 12
                   MOVE 1 TO WRK-PAG-VENC-MES
                   ADD 1 TO WRK-PAG-VENC-ANO
               ELSE
                   ADD 1 TO WRK-PAG-VENC-MES
               END-IF
               IF WRK-PAG-VENC-DIA > 28
                   MOVE 28 TO WRK-PAG-VENC-DIA
               END-IF
               MOVE WRK-PAG-VENC TO PAG-VENCIMENTO
               MOVE ZEROS TO PAG-DATA-BAIXA
               MOVE ZEROS TO PAG-VALOR-PAGO
               MOVE SPACES TO PAG-FORMA
               DISPLAY TELA
               DISPLAY TELA-PAGAR
               ACCEPT PAG-DADOS
               PERFORM 8242-GRAVAR-TITULO
               ACCEPT MOSTRA-ERRO
           END-IF.

      *CANCELAMENTO DO TITULO EM ABERTO; A DATA DA BAIXA GUARDA O
      *DIA DO CANCELAMENTO PARA O CONTEXP REVERTER A PARTIDA
       8246-CANCELAR-TITULO.
           SET PAG-CANCELADO TO TRUE.
           ACCEPT PAG-DATA-BAIXA FROM DATE YYYYMMDD.
           MOVE ZEROS TO PAG-VALOR-PAGO.
           REWRITE PAG-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR O TITULO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'PAGAR-CANC' TO AUDIT-ACAO
                   MOVE PAG-VALOR TO AUDIT-VALOR
                   PERFORM 8249-AUDITAR-TITULO
                   MOVE 'TITULO CANCELADO' TO WRK-MSG-ERRO
           END-REWRITE.

      *LINHA DE AUDITORIA DOS TITULOS A PAGAR: A CHAVE E A NOTA DO
      *FORNECEDOR, O NOME E A RAZAO SOCIAL E O PEDIDO E O PEDIDO
      *DE COMPRA DE ORIGEM (ZERO QUANDO AVULSO)
       8249-AUDITAR-TITULO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE PAG-NOTA TO AUDIT-CHAVE.
           MOVE FORN-RAZAO TO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE PAG-COMPRA TO AUDIT-PEDIDO.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *CONTAGEM DO INVENTARIO FISICO CONGELADO PELO INVCONG: O
      *OPERADOR DIGITA PRODUTO A PRODUTO O QUE CONTOU NA FOLHA,
      *ATE INFORMAR PRODUTO ZERO; RECONTAR SO REGRAVA A CONTAGEM
       8260-CONTAGEM-INVENTARIO.
           MOVE 'MODULO - INVENTARIO' TO WRK-MODULO.
           SET MAIS-ITENS TO TRUE.
           PERFORM 8261-CONTAR-PRODUTO UNTIL FIM-ITENS.

      *A CONTAGEM E SEMPRE EM UNIDADES; LIDO O EAN DE UMA CAIXA,
      *A QUANTIDADE JA VEM SUGERIDA COM AS UNIDADES DELA
       8261-CONTAR-PRODUTO.
           DISPLAY TELA.
           MOVE SPACES TO WRK-CODIGO-LIDO.
           MOVE ZEROS TO WRK-INV-CONTADO-DIG.
           DISPLAY INV-CHAVE-TELA.
           ACCEPT INV-CHAVE-TELA.
           PERFORM 8848-IDENTIFICAR-CODIGO.
           MOVE WRK-COD-PRODUTO TO WRK-INV-PROD-DIG.
           IF WRK-COD-FATOR > 1
               MOVE WRK-COD-FATOR TO WRK-INV-CONTADO-DIG
           END-IF.
           EVALUATE TRUE
               WHEN CODIGO-VAZIO
                   SET FIM-ITENS TO TRUE
               WHEN CODIGO-INVALIDO
                   ACCEPT MOSTRA-ERRO
               WHEN OTHER
                   MOVE WRK-INV-PROD-DIG TO INV-PRODUTO
                   READ INVENTARIO
                       INVALID KEY
                           MOVE 'PRODUTO FORA DO INVENTARIO' TO
                                              WRK-MSG-ERRO
                       NOT INVALID KEY
                           IF INV-ABERTO
                               PERFORM 8262-DIGITAR-CONTAGEM
                           ELSE
                               MOVE 'INVENTARIO JA APROVADO' TO
                                                  WRK-MSG-ERRO
                           END-IF
                   END-READ
                   ACCEPT MOSTRA-ERRO
           END-EVALUATE.

       8262-DIGITAR-CONTAGEM.
           DISPLAY INV-CONTA-TELA.
           ACCEPT INV-CONTA-TELA.
           IF INV-CONTADO-SIM
               MOVE 'CONTAGEM REGRAVADA' TO WRK-MSG-ERRO
           ELSE
               MOVE 'CONTAGEM GRAVADA' TO WRK-MSG-ERRO
           END-IF.
           MOVE WRK-INV-CONTADO-DIG TO INV-CONTADO.
           SET INV-CONTADO-SIM TO TRUE.
           MOVE WRK-OPERADOR TO INV-OPERADOR.
           REWRITE INV-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A CONTAGEM' TO WRK-MSG-ERRO
           END-REWRITE.

      *APROVACAO DO INVENTARIO PELO ADMINISTRADOR: MOSTRA O RESUMO
      *DA CONTAGEM E, CONFIRMADO, AJUSTA O ESTOQUE DOS DIVERGENTES
      *E FECHA O INVENTARIO; PRODUTO NAO CONTADO NAO E AJUSTADO
       8265-APROVAR-INVENTARIO.
           MOVE 'MODULO - APROVAR INVENT.' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 8266-RESUMIR-INVENTARIO.
           IF WRK-INV-ABERTOS = ZEROS
               MOVE 'NENHUM INVENTARIO EM ABERTO' TO WRK-MSG-ERRO
           ELSE
               DISPLAY '------------------'
               DISPLAY 'INVENTARIO CONGELADO EM ' WRK-INV-DATA-CONGEL
               DISPLAY '------------------'
               DISPLAY 'PRODUTOS NO INVENTARIO: ' WRK-INV-ABERTOS
               DISPLAY 'CONTADOS..............: ' WRK-INV-CONTADOS
               DISPLAY 'NAO CONTADOS..........: '
                       WRK-INV-NAO-CONTADOS
               DISPLAY 'COM DIVERGENCIA.......: '
                       WRK-INV-DIVERGENTES
               MOVE 'APROVAR E AJUSTAR ESTOQUE? S/N' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               IF WRK-TECLA = 'S'
                   PERFORM 8268-FECHAR-INVENTARIO
               ELSE
                   MOVE 'INVENTARIO NAO APROVADO' TO WRK-MSG-ERRO
               END-IF
           END-IF.
           ACCEPT MOSTRA-ERRO.

       8266-RESUMIR-INVENTARIO.
           MOVE ZEROS TO WRK-INV-ABERTOS.
           MOVE ZEROS TO WRK-INV-CONTADOS.
           MOVE ZEROS TO WRK-INV-NAO-CONTADOS.
           MOVE ZEROS TO WRK-INV-DIVERGENTES.
           MOVE ZEROS TO WRK-INV-DATA-CONGEL.
           PERFORM 8267-POSICIONAR-INVENTARIO.
           PERFORM UNTIL INV-STATUS NOT = 0
               IF INV-ABERTO
                   ADD 1 TO WRK-INV-ABERTOS
                   MOVE INV-DATA-CONGEL TO WRK-INV-DATA-CONGEL
                   IF INV-CONTADO-SIM
                       ADD 1 TO WRK-INV-CONTADOS
                       IF INV-CONTADO NOT = INV-SALDO-CONGEL
                           ADD 1 TO WRK-INV-DIVERGENTES
                       END-IF
                   ELSE
                       ADD 1 TO WRK-INV-NAO-CONTADOS
                   END-IF
               END-IF
               READ INVENTARIO NEXT
                   AT END
                       MOVE 10 TO INV-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO INV-STATUS.

      *POSICIONA NO PRIMEIRO PRODUTO DO INVENTARIO E JA LE O
      *PRIMEIRO REGISTRO; INV-STATUS 10 QUANDO ESTA VAZIO
       8267-POSICIONAR-INVENTARIO.
           MOVE ZEROS TO INV-PRODUTO.
           START INVENTARIO KEY IS NOT LESS THAN INV-PRODUTO
               INVALID KEY
                   MOVE 10 TO INV-STATUS
           END-START.
           IF INV-STATUS NOT = 10
               READ INVENTARIO NEXT
                   AT END
                       MOVE 10 TO INV-STATUS
               END-READ
           END-IF.

       8268-FECHAR-INVENTARIO.
           MOVE ZEROS TO WRK-INV-AJUSTADOS.
           PERFORM 8267-POSICIONAR-INVENTARIO.
           PERFORM UNTIL INV-STATUS NOT = 0
               IF INV-ABERTO
                   PERFORM 8269-FECHAR-ITEM
               END-IF
               READ INVENTARIO NEXT
                   AT END
                       MOVE 10 TO INV-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO INV-STATUS.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'INVENT-APR' TO AUDIT-ACAO.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-INV-DATA-CONGEL TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-NOME.
           STRING 'INVENTARIO - AJUSTADOS ' WRK-INV-AJUSTADOS
               DELIMITED BY SIZE INTO AUDIT-NOME.
           MOVE SPACES TO AUDIT-EMAIL-ANTES.
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.
           MOVE 'INVENTARIO APROVADO' TO WRK-MSG-ERRO.

       8269-FECHAR-ITEM.
           MOVE ZEROS TO INV-SALDO-AJUSTADO.
           IF INV-CONTADO-SIM AND INV-CONTADO NOT = INV-SALDO-CONGEL
               MOVE INV-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 8270-AJUSTAR-PRODUTO
               END-READ
           END-IF.
           SET INV-APROVADO TO TRUE.
           ACCEPT INV-DATA-APROV FROM DATE YYYYMMDD.
           REWRITE INV-REG
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *SO A DIFERENCA ENTRE O CONTADO E O CONGELADO MEXE NO SALDO
      *ATUAL, ENTAO O QUE FOI VENDIDO OU RECEBIDO DURANTE A
      *CONTAGEM CONTINUA VALENDO. A DIFERENCA CAI NO SALDO DA
      *FILIAL DE QUEM CONTOU (A MATRIZ SE O OPERADOR JA NAO EXISTE)
      *E O MOVIMENTO A DO DIARIO LEVA O SALDO NOVO DA FILIAL, COMO
      *NO AJUSTE MANUAL DO CATALOGO; NOS LOTES, A SOBRA ENTRA NO
      *LOTE QUE O ADMINISTRADOR INFORMAR E A FALTA SAI PELA ORDEM
      *DE VENCIMENTO
       8270-AJUSTAR-PRODUTO.
           MOVE INV-OPERADOR TO WRK-MO-USUARIO.
           PERFORM 0179-LOCALIZAR-OPERADOR.
           IF WRK-MO-ACHADO = ZEROS
               MOVE 1 TO WRK-EST-FILIAL
           ELSE
               MOVE WRK-CRED-FILIAL (WRK-MO-ACHADO) TO WRK-EST-FILIAL
           END-IF.
           IF WRK-EST-FILIAL = ZEROS
               MOVE 1 TO WRK-EST-FILIAL
           END-IF.
           PERFORM 8400-SALDO-NA-FILIAL.
           COMPUTE WRK-INV-NOVO-SALDO = WRK-EFIL-SALDO + INV-CONTADO
                                      - INV-SALDO-CONGEL.
           IF WRK-INV-NOVO-SALDO < ZEROS
               MOVE ZEROS TO WRK-INV-NOVO-SALDO
           END-IF.
           COMPUTE WRK-LOTE-AJUSTE = WRK-INV-NOVO-SALDO
                                   - WRK-EFIL-SALDO.
           MOVE SPACES TO WRK-LOTE-NUM-DIG.
           IF WRK-LOTE-AJUSTE > ZEROS
               PERFORM 8271-PEDIR-LOTE-INVENTARIO
           END-IF.
           MOVE 'A' TO WRK-EST-TIPO-DIG.
           MOVE WRK-INV-NOVO-SALDO TO WRK-EST-QTDE-DIG.
           MOVE 'INVENTARIO' TO WRK-EST-MOTIVO-DIG.
           PERFORM 8401-APLICAR-NA-FILIAL.
           REWRITE PROD-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 8835-GRAVAR-MOV-ESTOQUE
                   PERFORM 8408-AJUSTE-NOS-LOTES
                   MOVE PROD-ESTOQUE TO INV-SALDO-AJUSTADO
                   ADD 1 TO WRK-INV-AJUSTADOS
           END-REWRITE.
           MOVE ZEROS TO WRK-EST-FILIAL.

      *A SOBRA DE PRODUTO QUE JA TEVE LOTE PRECISA DE LOTE E
      *VALIDADE; O ADMINISTRADOR REPETE ATE INFORMAR UM ACEITO
       8271-PEDIR-LOTE-INVENTARIO.
           DISPLAY TELA.
           DISPLAY 'SOBRA NO INVENTARIO: ' PROD-CODIGO ' '
                   PROD-DESCRICAO.
           SET LOTE-DADOS-RECUSADOS TO TRUE.
           PERFORM UNTIL LOTE-DADOS-OK
               PERFORM 8397-PEDIR-LOTE
               IF LOTE-DADOS-RECUSADOS
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-PERFORM.

      *BAIXA DO ROMANEIO NA VOLTA DO CAMINHAO: PARA CADA ENTREGA
      *QUE SAIU O OPERADOR DIGITA SE FOI ENTREGUE (COM QUEM
      *RECEBEU) OU FRUSTRADA (COM O MOTIVO E A DATA NOVA); A
      *FRUSTRADA VOLTA AO ROMANEIO NA DATA NOVA E APARECE NA FILA
      *DE TRABALHO (OPCAO FT) ATE SAIR DE NOVO; O LOTE ROMRET FAZ
      *O MESMO COM O ARQUIVO DO MOTORISTA
       8280-BAIXA-ROMANEIO.
           MOVE 'MODULO - BAIXA ROMANEIO' TO WRK-MODULO.
           SET MAIS-ITENS TO TRUE.
           PERFORM 8281-BAIXAR-ENTREGA UNTIL FIM-ITENS.

       8281-BAIXAR-ENTREGA.
           DISPLAY TELA.
           MOVE ZEROS TO WRK-BX-FONE-DIG.
           MOVE ZEROS TO WRK-BX-PEDIDO-DIG.
           DISPLAY BX-CHAVE-TELA.
           ACCEPT BX-CHAVE-TELA.
           IF WRK-BX-FONE-DIG = ZEROS
               SET FIM-ITENS TO TRUE
           ELSE
               MOVE WRK-BX-FONE-DIG TO ENT-FONE
               MOVE WRK-BX-PEDIDO-DIG TO ENT-PEDIDO
               READ ENTREGAS
                   INVALID KEY
                       MOVE 'ENTREGA NAO AGENDADA' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       IF ENT-SAIU
                           PERFORM 8282-DIGITAR-BAIXA
                       ELSE
                           MOVE 'ENTREGA NAO SAIU NO ROMANEIO' TO
                                              WRK-MSG-ERRO
                       END-IF
               END-READ
               ACCEPT MOSTRA-ERRO
           END-IF.

      *A TENTATIVA E NUMERADA ANTES DA DIGITACAO PORQUE A
      *PROCURA PELA ULTIMA PASSA POR CIMA DO REGISTRO DA BAIXA
       8282-DIGITAR-BAIXA.
           PERFORM 8288-PROXIMA-TENTATIVA.
           MOVE 'E' TO EBX-RESULTADO.
           ACCEPT EBX-DATA-BAIXA FROM DATE YYYYMMDD.
           MOVE SPACES TO EBX-RECEBEDOR.
           MOVE SPACES TO EBX-MOTIVO.
           MOVE ZEROS TO EBX-NOVA-DATA.
           DISPLAY BX-DADOS.
           ACCEPT BX-DADOS.
           MOVE 'T' TO EBX-ORIGEM.
           PERFORM 8284-VALIDAR-BAIXA.
           IF CAMPO-VALIDO
               PERFORM 8286-GRAVAR-BAIXA
           END-IF.

       8284-VALIDAR-BAIXA.
           SET CAMPO-VALIDO TO TRUE.
           EVALUATE TRUE
               WHEN EBX-DATA-BAIXA = ZEROS
                   SET CAMPO-INVALIDO TO TRUE
                   MOVE 'DATA DA BAIXA E OBRIGATORIA' TO WRK-MSG-ERRO
               WHEN EBX-ENTREGUE
                   IF EBX-RECEBEDOR = SPACES
                       SET CAMPO-INVALIDO TO TRUE
                       MOVE 'RECEBEDOR E OBRIGATORIO' TO
                                          WRK-MSG-ERRO
                   ELSE
                       MOVE SPACES TO EBX-MOTIVO
                       MOVE ZEROS TO EBX-NOVA-DATA
                   END-IF
               WHEN EBX-FRUSTRADA
                   IF NOT EBX-MOTIVO-VALIDO
                       SET CAMPO-INVALIDO TO TRUE
                       MOVE 'MOTIVO DEVE SER A, E, R OU O' TO
                                          WRK-MSG-ERRO
                   ELSE
      *SEM DATA NOVA A ENTREGA SAI NO PROXIMO ROMANEIO
                       IF EBX-NOVA-DATA = ZEROS
                           MOVE EBX-DATA-BAIXA TO EBX-NOVA-DATA
                       END-IF
                       IF EBX-NOVA-DATA < EBX-DATA-BAIXA
                           SET CAMPO-INVALIDO TO TRUE
                           MOVE 'DATA NOVA ANTES DA BAIXA' TO
                                              WRK-MSG-ERRO
                       END-IF
                   END-IF
               WHEN OTHER
                   SET CAMPO-INVALIDO TO TRUE
                   MOVE 'RESULTADO DEVE SER E OU F' TO WRK-MSG-ERRO
           END-EVALUATE.

      *GRAVA A TENTATIVA E ATUALIZA A ENTREGA: ENTREGUE SAI DO
      *ROMANEIO DE VEZ, FRUSTRADA FICA F COM A DATA NOVA
       8286-GRAVAR-BAIXA.
           MOVE ENT-FONE TO EBX-FONE.
           MOVE ENT-PEDIDO TO EBX-PEDIDO.
           MOVE WRK-BX-TENTATIVA TO EBX-TENTATIVA.
           MOVE ENT-DATA TO EBX-DATA-AGENDADA.
           MOVE ENT-BAIRRO TO EBX-BAIRRO.
           MOVE ENT-CEP TO EBX-CEP.
           MOVE WRK-OPERADOR TO EBX-OPERADOR.
           WRITE EBX-REG
               INVALID KEY
                   MOVE 'FALHA AO GRAVAR A BAIXA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF EBX-ENTREGUE
                       SET ENT-ENTREGUE TO TRUE
                       MOVE 'ENTREGA BAIXADA' TO WRK-MSG-ERRO
                   ELSE
                       SET ENT-FRUSTRADA TO TRUE
                       MOVE EBX-NOVA-DATA TO ENT-DATA
                       MOVE 'FRUSTRADA E REAGENDADA' TO
                                          WRK-MSG-ERRO
                   END-IF
                   REWRITE ENT-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR A ENTREGA' TO
                                              WRK-MSG-ERRO
                   END-REWRITE
           END-WRITE.

      *NUMERO DA PROXIMA TENTATIVA DA ENTREGA CORRENTE: UMA A MAIS
      *QUE A ULTIMA JA BAIXADA (1 NA PRIMEIRA SAIDA)
       8288-PROXIMA-TENTATIVA.
           MOVE ZEROS TO WRK-BX-TENTATIVA.
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
               MOVE EBX-TENTATIVA TO WRK-BX-TENTATIVA
               READ BAIXAS-ENTREGA NEXT
                   AT END
                       MOVE 10 TO EBX-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO EBX-STATUS.
           ADD 1 TO WRK-BX-TENTATIVA.

      *MANUTENCAO DOS CONTRATOS MENSAIS: O OPERADOR INFORMA O
      *TELEFONE DO CLIENTE E O NUMERO DO CONTRATO; SE NAO EXISTIR,
           MOVE ZEROS TO CONTR-DATA-INI.
           MOVE ZEROS TO CONTR-DATA-FIM.
           MOVE ZEROS TO CONTR-ULT-REAJUSTE.
           SET CONTR-FIXO TO TRUE.
           MOVE ZEROS TO CONTR-FRANQUIA.
           MOVE SPACES TO CONTR-UNIDADE.
           MOVE ZEROS TO CONTR-PRECO-EXCED.
           MOVE ZEROS TO CONTR-LEITURA-ANT.
           DISPLAY TELA-CONTRATO.
           ACCEPT CONTR-CHAVE-TELA.
      *O CONTRATO SO PODE SER ABERTO PARA UM CLIENTE DO CADASTRO
           MOVE CONTR-FONE TO CLIENTES-FONE.
           SET CONTR-VALIDO TO TRUE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 2085-CONFERIR-FILIAL
                   IF FILIAL-OCULTA
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       READ CONTRATOS
                           INVALID KEY
                               PERFORM 8860-INCLUIR-CONTRATO
                           NOT INVALID KEY
                               PERFORM 8870-ALTERAR-CONTRATO
                       END-READ
                       ACCEPT MOSTRA-ERRO
      *CONTRATO MEDIDO: AS LEITURAS DO MES SAO DIGITADAS AQUI
      *(OU CHEGAM PELO LOTE LEITIMP)
                       IF CONTR-MEDIDO AND CONTR-VALIDO
                           PERFORM 8880-LEITURAS-CONTRATO
                           ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF
           END-READ.

       8860-INCLUIR-CONTRATO.
           MOVE 'CONTRATO NOVO - PREENCHA OS DADOS' TO WRK-MSG-ERRO.
           DISPLAY MOSTRA-ERRO.
           ACCEPT CONTR-DADOS.
           PERFORM 8875-CONFERIR-CONTRATO.
           IF CONTR-VALIDO
      *CONTRATO SEM INICIO INFORMADO COMECA HOJE; E DO INICIO
      *QUE O LOTE REAJUSTE CONTA O ANIVERSARIO
               IF CONTR-DATA-INI = ZEROS
                   INVALID KEY
                       MOVE 'FALHA AO GRAVAR O CONTRATO' TO
                                          WRK-MSG-ERRO
                       SET CONTR-INVALIDO TO TRUE
                   NOT INVALID KEY
                       MOVE 'CONTRATO INCLUIDO' TO WRK-MSG-ERRO
               END-WRITE
           MOVE 'ALTERAR ESTE CONTRATO? (S/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               MOVE CONTR-ATIVO TO WRK-CONTR-ATIVO-ANT
               ACCEPT CONTR-DADOS
               PERFORM 8875-CONFERIR-CONTRATO
      *O ENCERRAMENTO COM EQUIPAMENTO DE COMODATO NO CLIENTE SO
      *EMITE A ORDEM DE RECOLHIMENTO; O CONTRATO SEGUE EM VIGOR
      *ATE TODOS VOLTAREM (OPCAO EQ)
               MOVE ZEROS TO WRK-EQP-NO-CLIENTE
               IF CONTR-VALIDO AND CONTR-ESTAVA-EM-VIGOR
                       AND CONTR-ENCERRADO
                   PERFORM 8877-RECOLHER-EQUIPAMENTOS
               END-IF
               IF CONTR-VALIDO
                   REWRITE CONTR-REG
                       INVALID KEY
                           MOVE 'FALHA AO GRAVAR O CONTRATO' TO
                                              WRK-MSG-ERRO
                           SET CONTR-INVALIDO TO TRUE
                       NOT INVALID KEY
                           IF WRK-EQP-NO-CLIENTE > ZEROS
                               MOVE SPACES TO WRK-MSG-ERRO
                               STRING 'ENCERRAMENTO BLOQUEADO - '
                                       WRK-EQP-NO-CLIENTE
                                       ' EQUIP. A RECOLHER'
                                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
                           ELSE
                               MOVE 'CONTRATO ALTERADO' TO
                                                  WRK-MSG-ERRO
                           END-IF
                   END-REWRITE
               END-IF
           ELSE
               MOVE 'VISUALIZACAO, NADA ALTERADO' TO WRK-MSG-ERRO
           END-IF.

      *CONFERE OS DADOS DIGITADOS DO CONTRATO; O MEDIDO PRECISA DO
      *PRECO DO EXCEDENTE E DA UNIDADE, E QUALQUER TIPO QUE NAO
      *SEJA M FICA COMO VALOR FIXO
       8875-CONFERIR-CONTRATO.
           SET CONTR-VALIDO TO TRUE.
           IF NOT CONTR-EM-VIGOR AND NOT CONTR-ENCERRADO
               SET CONTR-EM-VIGOR TO TRUE
           END-IF.
           IF NOT CONTR-MEDIDO
               SET CONTR-FIXO TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN CONTR-DIA < 1 OR CONTR-DIA > 28
                   MOVE 'DIA DO MES INVALIDO (01-28)' TO WRK-MSG-ERRO
                   SET CONTR-INVALIDO TO TRUE
               WHEN CONTR-MEDIDO AND CONTR-PRECO-EXCED = ZEROS
                   MOVE 'CONTRATO MEDIDO SEM PRECO DO EXCEDENTE' TO
                                      WRK-MSG-ERRO
                   SET CONTR-INVALIDO TO TRUE
               WHEN CONTR-MEDIDO AND CONTR-UNIDADE = SPACES
                   MOVE 'CONTRATO MEDIDO SEM UNIDADE' TO WRK-MSG-ERRO
                   SET CONTR-INVALIDO TO TRUE
           END-EVALUATE.

      *PROCURA OS EQUIPAMENTOS AINDA EM COMODATO NO CONTRATO DO
      *BUFFER (O CADASTRO E PEQUENO E NAO TEM CHAVE PELO CONTRATO,
      *ENTAO E LIDO INTEIRO); CADA UM SEM ORDEM GANHA A ORDEM DE
      *RECOLHIMENTO DE HOJE, IMPRESSA NUM DOCUMENTO SO POR
      *ENCERRAMENTO. HAVENDO EQUIPAMENTO NO CLIENTE, O CONTRATO
      *VOLTA PARA EM VIGOR
       8877-RECOLHER-EQUIPAMENTOS.
           MOVE ZEROS TO WRK-EQP-NO-CLIENTE.
           MOVE ZEROS TO WRK-EQP-NOVAS-ORDENS.
           ACCEPT WRK-EQP-HOJE FROM DATE YYYYMMDD.
           MOVE LOW-VALUES TO EQP-SERIE.
           START EQUIPAMENTOS KEY IS NOT LESS THAN EQP-SERIE
               INVALID KEY
                   MOVE 10 TO EQP-STATUS
           END-START.
           IF EQP-STATUS NOT = 10
               READ EQUIPAMENTOS NEXT
                   AT END
                       MOVE 10 TO EQP-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL EQP-STATUS NOT = 0
               IF EQP-EM-COMODATO AND EQP-FONE = CONTR-FONE
                       AND EQP-CONTR-NUMERO = CONTR-NUMERO
                   ADD 1 TO WRK-EQP-NO-CLIENTE
                   IF NOT EQP-RECOLHIMENTO-PEDIDO
                       SET EQP-RECOLHIMENTO-PEDIDO TO TRUE
                       MOVE WRK-EQP-HOJE TO EQP-DATA-RECOLHER
                       REWRITE EQP-REG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WRK-EQP-NOVAS-ORDENS = ZEROS
                           PERFORM 8878-ABRIR-ORDEM-RECOLHE
                       END-IF
                       ADD 1 TO WRK-EQP-NOVAS-ORDENS
                       PERFORM 8879-LINHA-ORDEM-RECOLHE
                   END-IF
               END-IF
               READ EQUIPAMENTOS NEXT
                   AT END
                       MOVE 10 TO EQP-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO EQP-STATUS.
           IF WRK-EQP-NOVAS-ORDENS > ZEROS
               MOVE SPACES TO RECOLHE-LINHA
               STRING 'EQUIPAMENTOS A RECOLHER: ' WRK-EQP-NOVAS-ORDENS
                       ' - OPERADOR ' WRK-OPERADOR
                   DELIMITED BY SIZE INTO RECOLHE-LINHA
               WRITE RECOLHE-LINHA
               CLOSE RECOLHIMENTOS
               MOVE 'RECOLHER' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-EMAIL-ANTES
               PERFORM 4000-GRAVA-AUDITORIA
           END-IF.
           IF WRK-EQP-NO-CLIENTE > ZEROS
               SET CONTR-EM-VIGOR TO TRUE
           END-IF.

      *CABECALHO DA ORDEM DE RECOLHIMENTO, COM O CLIENTE DO BUFFER
       8878-ABRIR-ORDEM-RECOLHE.
           OPEN EXTEND RECOLHIMENTOS.
           IF RECOLHE-STATUS = 35 THEN
               OPEN OUTPUT RECOLHIMENTOS
               CLOSE RECOLHIMENTOS
               OPEN EXTEND RECOLHIMENTOS
           END-IF.
           MOVE ALL '=' TO RECOLHE-LINHA.
           WRITE RECOLHE-LINHA.
           MOVE SPACES TO RECOLHE-LINHA.
           STRING 'ORDEM DE RECOLHIMENTO - CONTRATO ' CONTR-FONE '/'
                   CONTR-NUMERO ' - EMITIDA EM ' WRK-EQP-HOJE
               DELIMITED BY SIZE INTO RECOLHE-LINHA.
           WRITE RECOLHE-LINHA.
           MOVE SPACES TO RECOLHE-LINHA.
           STRING 'CLIENTE ' CLIENTES-FONE ' ' CLIENTES-NOME
               DELIMITED BY SIZE INTO RECOLHE-LINHA.
           WRITE RECOLHE-LINHA.

      *UM EQUIPAMENTO DA ORDEM, COM O ENDERECO ONDE FOI INSTALADO
       8879-LINHA-ORDEM-RECOLHE.
           MOVE EQP-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
           END-READ.
           MOVE SPACES TO RECOLHE-LINHA.
           STRING 'SERIE ' EQP-SERIE ' PRODUTO ' EQP-PRODUTO ' '
                   PROD-DESCRICAO
               DELIMITED BY SIZE INTO RECOLHE-LINHA.
           WRITE RECOLHE-LINHA.
           MOVE SPACES TO RECOLHE-LINHA.
           STRING '  RETIRAR EM ' EQP-END-LOGRADOURO ' '
                   EQP-END-NUMERO ' ' EQP-END-BAIRRO
               DELIMITED BY SIZE INTO RECOLHE-LINHA.
           WRITE RECOLHE-LINHA.
           MOVE SPACES TO RECOLHE-LINHA.
           STRING '  ' EQP-END-CIDADE ' ' EQP-END-UF ' CEP '
                   EQP-END-CEP ' - INSTALADO EM ' EQP-DATA-INSTALACAO
               DELIMITED BY SIZE INTO RECOLHE-LINHA.
           WRITE RECOLHE-LINHA.

      *LEITURAS DE CONSUMO DO CONTRATO MEDIDO DO BUFFER: LISTA AS
      *JA REGISTRADAS (DIGITADAS AQUI OU IMPORTADAS PELO LEITIMP)
      *E OFERECE A DIGITACAO DA LEITURA DE UM MES; LEITURA JA
      *FATURADA PELO CTRPED NAO PODE MAIS SER TROCADA
       8880-LEITURAS-CONTRATO.
           DISPLAY '------------------'.
           DISPLAY 'LEITURAS DO CONTRATO ' CONTR-FONE '/'
                   CONTR-NUMERO ' - ANTERIOR ' CONTR-LEITURA-ANT.
           DISPLAY 'MES    LEITURA   SIT PEDIDO'.
           DISPLAY '------------------'.
           MOVE CONTR-FONE TO LEIT-FONE.
           MOVE CONTR-NUMERO TO LEIT-NUMERO.
           MOVE ZEROS TO LEIT-PERIODO.
           START LEITURAS KEY IS NOT LESS THAN LEIT-CHAVE
               INVALID KEY
                   MOVE 10 TO LEIT-STATUS
           END-START.
           IF LEIT-STATUS NOT = 10
               READ LEITURAS NEXT
                   AT END
                       MOVE 10 TO LEIT-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL LEIT-STATUS NOT = 0
                   OR LEIT-FONE NOT = CONTR-FONE
                   OR LEIT-NUMERO NOT = CONTR-NUMERO
               DISPLAY LEIT-PERIODO ' ' LEIT-LEITURA ' '
                       LEIT-SITUACAO '   ' LEIT-PEDIDO
               READ LEITURAS NEXT
                   AT END
                       MOVE 10 TO LEIT-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO LEIT-STATUS.
           MOVE 'DIGITAR A LEITURA DE UM MES? (S/N)' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA = 'S'
               PERFORM 8882-DIGITAR-LEITURA
           ELSE
               MOVE 'VISUALIZACAO, NADA GRAVADO' TO WRK-MSG-ERRO
           END-IF.

       8882-DIGITAR-LEITURA.
           MOVE ZEROS TO WRK-LEIT-PERIODO-DIG.
           MOVE ZEROS TO WRK-LEIT-LEITURA-DIG.
           DISPLAY TELA-LEITURA.
           ACCEPT TELA-LEITURA.
           MOVE CONTR-FONE TO LEIT-FONE.
           MOVE CONTR-NUMERO TO LEIT-NUMERO.
           MOVE WRK-LEIT-PERIODO-DIG TO LEIT-PERIODO.
           SET LEIT-NOVA TO TRUE.
           READ LEITURAS
               INVALID KEY
                   MOVE ZEROS TO LEIT-STATUS
               NOT INVALID KEY
                   SET LEIT-EXISTENTE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WRK-LEIT-MES-DIG < 1 OR WRK-LEIT-MES-DIG > 12
                   MOVE 'MES INVALIDO (AAAAMM)' TO WRK-MSG-ERRO
               WHEN WRK-LEIT-LEITURA-DIG < CONTR-LEITURA-ANT
                   MOVE 'LEITURA MENOR QUE A ANTERIOR' TO
                                      WRK-MSG-ERRO
               WHEN LEIT-EXISTENTE AND LEIT-FATURADA
                   MOVE 'LEITURA DO MES JA FATURADA' TO WRK-MSG-ERRO
               WHEN OTHER
                   MOVE CONTR-FONE TO LEIT-FONE
                   MOVE CONTR-NUMERO TO LEIT-NUMERO
                   MOVE WRK-LEIT-PERIODO-DIG TO LEIT-PERIODO
                   MOVE WRK-LEIT-LEITURA-DIG TO LEIT-LEITURA
                   SET LEIT-DIGITADA TO TRUE
                   MOVE WRK-OPERADOR TO LEIT-OPERADOR
                   ACCEPT LEIT-DATA FROM DATE YYYYMMDD
                   SET LEIT-PENDENTE TO TRUE
                   MOVE ZEROS TO LEIT-PEDIDO
                   MOVE ZEROS TO LEIT-CONSUMO
                   IF LEIT-EXISTENTE
                       REWRITE LEIT-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR A LEITURA' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'LEITURA REGRAVADA' TO
                                                  WRK-MSG-ERRO
                       END-REWRITE
                   ELSE
                       WRITE LEIT-REG
                           INVALID KEY
                               MOVE 'FALHA AO GRAVAR A LEITURA' TO
                                                  WRK-MSG-ERRO
                           NOT INVALID KEY
                               MOVE 'LEITURA REGISTRADA' TO
                                                  WRK-MSG-ERRO
                       END-WRITE
                   END-IF
           END-EVALUATE.

      *CONSULTA A TRILHA DE AUDITORIA PELA PROPRIA TELA, SEM
      *PRECISAR DE NINGUEM COM ACESSO AO SERVIDOR: FILTRA POR
      *CHAVE DO CLIENTE, POR OPERADOR E/OU POR FAIXA DE DATAS, E
               ACCEPT MOSTRA-ERRO
           END-IF.
           MOVE ZEROS TO REJEITADOS-STATUS.
           PERFORM 8931-REJEITADOS-LOJA-WEB.

      *PEDIDOS DA LOJA VIRTUAL RECUSADOS PELO LOTE LOJAWEB: PARA
      *CADA UM O OPERADOR LIBERA (O LOTE TENTA DE NOVO NA PROXIMA
      *RODADA), CORRIGE O CLIENTE E LIBERA, DESCARTA OU DEIXA PARA
      *DEPOIS; SEM ARQUIVO NAO HA NADA A TRATAR
       8931-REJEITADOS-LOJA-WEB.
           MOVE ZEROS TO WRK-RJW-LIBERADOS.
           MOVE ZEROS TO WRK-RJW-RESTANTES.
           SET RJW-MANTER TO TRUE.
           OPEN INPUT REJ-LOJA.
           IF REJ-LOJA-STATUS = ZEROS
               OPEN OUTPUT RJT-LOJA
               OPEN EXTEND LIB-LOJA
               IF LIB-LOJA-STATUS = 35 THEN
                   OPEN OUTPUT LIB-LOJA
                   CLOSE LIB-LOJA
                   OPEN EXTEND LIB-LOJA
               END-IF
               READ REJ-LOJA
                   AT END
                       MOVE 10 TO REJ-LOJA-STATUS
               END-READ
               PERFORM 8932-TRATAR-LINHA-LOJA
                   UNTIL REJ-LOJA-STATUS = 10
               CLOSE REJ-LOJA
               CLOSE RJT-LOJA
               CLOSE LIB-LOJA
               PERFORM 8934-REGRAVAR-REJ-LOJA
               MOVE SPACES TO WRK-MSG-ERRO
               STRING 'LOJA: LIBERADOS ' WRK-RJW-LIBERADOS
                       ' RESTAM ' WRK-RJW-RESTANTES
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           END-IF.
           MOVE ZEROS TO REJ-LOJA-STATUS.

      *O CABECALHO DECIDE O DESTINO DO PEDIDO; AS LINHAS DE ITEM
      *SEGUEM O DESTINO DO CABECALHO QUE AS PRECEDE
       8932-TRATAR-LINHA-LOJA.
           IF RJW-CABECALHO
               PERFORM 8933-DECIDIR-PEDIDO-LOJA
           END-IF.
           EVALUATE TRUE
               WHEN RJW-LIBERAR
                   MOVE RJW-REG TO LIB-LOJA-LINHA
                   WRITE LIB-LOJA-LINHA
               WHEN RJW-MANTER
                   MOVE RJW-REG TO RJT-LOJA-LINHA
                   WRITE RJT-LOJA-LINHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ REJ-LOJA
               AT END
                   MOVE 10 TO REJ-LOJA-STATUS
           END-READ.

       8933-DECIDIR-PEDIDO-LOJA.
           SET RJW-MANTER TO TRUE.
           PERFORM 8938-PREENCHER-DA-LOJA.
           MOVE SPACES TO WRK-MODULO.
           STRING 'LOJA VIRTUAL ' RJW-PEDIDO-SITE
               DELIMITED BY SIZE INTO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           MOVE RJW-MOTIVO TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           MOVE 'L=LIBERA C=CORRIGE D=DESCARTA' TO WRK-MSG-ERRO.
           ACCEPT MOSTRA-ERRO.
           EVALUATE WRK-TECLA
               WHEN 'L'
                   SET RJW-LIBERAR TO TRUE
               WHEN 'C'
                   ACCEPT TELA-REGISTRO
                   PERFORM 5060-VALIDA-CAMPOS
                   IF CAMPO-INVALIDO
                       ACCEPT MOSTRA-ERRO
                   ELSE
                       PERFORM 5050-VALIDA-DOCUMENTO
                       IF DOC-INVALIDO
                           MOVE 'CPF/CNPJ INVALIDO' TO WRK-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                       ELSE
                           PERFORM 8939-DEVOLVER-PARA-LOJA
                           SET RJW-LIBERAR TO TRUE
                       END-IF
                   END-IF
               WHEN 'D'
                   SET RJW-DESCARTAR TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RJW-LIBERAR
               ADD 1 TO WRK-RJW-LIBERADOS
               MOVE SPACES TO RJW-MOTIVO
               MOVE 'LOJA-LIBER' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-EMAIL-ANTES
               PERFORM 4000-GRAVA-AUDITORIA
           END-IF.
           IF RJW-DESCARTAR
               MOVE 'LOJA-DESCA' TO AUDIT-ACAO
               MOVE SPACES TO AUDIT-EMAIL-ANTES
               PERFORM 4000-GRAVA-AUDITORIA
           END-IF.
           IF RJW-MANTER
               ADD 1 TO WRK-RJW-RESTANTES
           END-IF.

      *PREENCHE O BUFFER DO CADASTRO COM O CLIENTE DO PEDIDO
      *RECUSADO, NOS MESMOS MOLDES DO LOTE LOJAWEB
       8938-PREENCHER-DA-LOJA.
           MOVE RJW-FONE TO CLIENTES-FONE.
           MOVE RJW-NOME TO CLIENTES-NOME.
           MOVE RJW-EMAIL TO CLIENTES-EMAIL.
           MOVE RJW-CEL TO CLIENTES-FONE-CEL.
           MOVE RJW-LOGRADOURO TO CLIENTES-END-LOGRADOURO.
           MOVE RJW-NUMERO TO CLIENTES-END-NUMERO.
           MOVE RJW-BAIRRO TO CLIENTES-END-BAIRRO.
           MOVE RJW-CIDADE TO CLIENTES-END-CIDADE.
           MOVE RJW-UF TO CLIENTES-END-UF.
           MOVE RJW-CEP TO CLIENTES-END-CEP.
           MOVE RJW-DOC-TIPO TO CLIENTES-DOC-TIPO.
           MOVE RJW-DOC-NUM TO CLIENTES-DOC-NUM.
           MOVE ZEROS TO CLIENTES-DATA-NASC.
           SET PREF-EMAIL TO TRUE.
           SET CLI-ATIVO TO TRUE.
           MOVE ZEROS TO CLIENTES-LIMITE-CRED.
           MOVE SPACES TO CLIENTES-CLASSE.
           MOVE 1 TO CLIENTES-FILIAL.
           PERFORM 2055-LIMPAR-OBSERVACAO
               VARYING WRK-OBS-IDX FROM 1 BY 1
               UNTIL WRK-OBS-IDX > 5.

      *DEVOLVE AO CABECALHO DO PEDIDO O CLIENTE CORRIGIDO NA TELA
       8939-DEVOLVER-PARA-LOJA.
           MOVE CLIENTES-FONE TO RJW-FONE.
           MOVE CLIENTES-NOME TO RJW-NOME.
           MOVE CLIENTES-EMAIL TO RJW-EMAIL.
           MOVE CLIENTES-FONE-CEL TO RJW-CEL.
           MOVE CLIENTES-END-LOGRADOURO TO RJW-LOGRADOURO.
           MOVE CLIENTES-END-NUMERO TO RJW-NUMERO.
           MOVE CLIENTES-END-BAIRRO TO RJW-BAIRRO.
           MOVE CLIENTES-END-CIDADE TO RJW-CIDADE.
           MOVE CLIENTES-END-UF TO RJW-UF.
           MOVE CLIENTES-END-CEP TO RJW-CEP.
           MOVE CLIENTES-DOC-TIPO TO RJW-DOC-TIPO.
           MOVE CLIENTES-DOC-NUM TO RJW-DOC-NUM.

      *DEVOLVE OS PEDIDOS AINDA NAO RESOLVIDOS PARA O LOJAWEB.REJ
       8934-REGRAVAR-REJ-LOJA.
           OPEN OUTPUT REJ-LOJA.
           OPEN INPUT RJT-LOJA.
           READ RJT-LOJA
               AT END
                   MOVE 10 TO RJT-LOJA-STATUS
           END-READ.
           PERFORM UNTIL RJT-LOJA-STATUS = 10
               MOVE RJT-LOJA-LINHA TO RJW-REG
               WRITE RJW-REG
               READ RJT-LOJA
                   AT END
                       MOVE 10 TO RJT-LOJA-STATUS
               END-READ
           END-PERFORM.
           CLOSE RJT-LOJA.
           CLOSE REJ-LOJA.
           MOVE ZEROS TO RJT-LOJA-STATUS.

       8935-TRATAR-REJEITADO.
           PERFORM 8937-PREENCHER-DO-REJEITO.
      *PAINEL DE OPERACOES: LISTA A ULTIMA EXECUCAO DE CADA JOB
      *REGISTRADA NO JOBCTL.DAT E APONTA O JOB QUE NAO RODOU DESDE
      *ANTEONTEM (OU QUE FICOU NO MEIO, RC 99) - O FATCLI QUE NAO
      *RODOU DEIXA DE SER UMA LIGACAO DO FATURAMENTO NA SEGUNDA;
      *DEPOIS, OS JOBS DA AGENDA PERIODICA QUE ESTAVAM PREVISTOS E
      *NAO RODARAM
       8950-PAINEL-DE-JOBS.
           MOVE 'MODULO - PAINEL DE JOBS' TO WRK-MODULO.
           DISPLAY TELA.
           PERFORM 8955-CALCULAR-ONTEM.
           MOVE ZEROS TO WRK-JOBS-LISTADOS.
           OPEN INPUT JOBCTL.
           IF JOBCTL-STATUS NOT = ZEROS
                           MOVE 10 TO JOBCTL-STATUS
                   END-READ
               END-PERFORM
               PERFORM 8951-LISTAR-AGENDA
               CLOSE JOBCTL
               MOVE ZEROS TO JOBCTL-STATUS
               PERFORM 8952-LISTAR-NFE-REJEITADAS
               PERFORM 8953-LISTAR-TRILHAS
               PERFORM 8954-LISTAR-CAPACIDADE
               IF WRK-JOBS-LISTADOS = ZEROS
                   MOVE 'NENHUM JOB REGISTRADO AINDA' TO WRK-MSG-ERRO
               ELSE
               ACCEPT MOSTRA-ERRO
           END-IF.

      *ONTEM = HOJE MENOS UM DIA, COM VIRADA DE MES E DE ANO PELA
      *TABELA DE DIAS (FEVEREIRO COM 29 EM ANO BISSEXTO SIMPLES);
      *UM DIA 31 INVENTADO NA VIRADA FLAGRARIA COMO ATRASADO TODO
      *JOB RODADO NA ULTIMA NOITE DE UM MES CURTO
       8955-CALCULAR-ONTEM.
           ACCEPT WRK-ONTEM FROM DATE YYYYMMDD.
           IF WRK-ONT-DIA > 1
               SUBTRACT 1 FROM WRK-ONT-DIA
           ELSE
               IF WRK-ONT-MES = 1
                   SUBTRACT 1 FROM WRK-ONT-ANO
                   MOVE 12 TO WRK-ONT-MES
               ELSE
                   SUBTRACT 1 FROM WRK-ONT-MES
               END-IF
               MOVE TB-DIAS (WRK-ONT-MES) TO WRK-ONT-DIA
               IF WRK-ONT-MES = 2
                   DIVIDE WRK-ONT-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ONT-DIA
                   END-IF
               END-IF
           END-IF.

      *AGENDA DOS JOBS PERIODICOS: CADA JOB DO PLANO DA ULTIMA
      *NOITE QUE NAO TERMINOU OK NO JOBCTL DESDE A DATA EM QUE
      *ESTAVA PREVISTO FICA NO PAINEL ATE ALGUEM RODAR - O QUE
      *ENTROU NA NOITE E CAIU, O QUE PASSOU DA TOLERANCIA E O QUE
      *FICOU AGUARDANDO DEPENDENCIA
       8951-LISTAR-AGENDA.
           MOVE ZEROS TO WRK-PRV-LISTADOS.
           OPEN INPUT JOB-PREVISTOS.
           IF PRV-STATUS = ZEROS
               READ JOB-PREVISTOS
                   AT END
                       MOVE 10 TO PRV-STATUS
               END-READ
               PERFORM UNTIL PRV-STATUS NOT = 0
                   SET PRV-EM-DIA TO TRUE
                   IF PRV-DECISAO = 'I'
                       SET PRV-PENDENTE TO TRUE
                   ELSE
                       MOVE PRV-JOB TO JOB-NOME
                       READ JOBCTL
                           INVALID KEY
                               SET PRV-PENDENTE TO TRUE
                           NOT INVALID KEY
                               IF JOB-DATA-INICIO < PRV-PREVISTO
                                  OR JOB-RC NOT = ZEROS
                                   SET PRV-PENDENTE TO TRUE
                               END-IF
                       END-READ
                   END-IF
                   IF PRV-PENDENTE
                       IF WRK-PRV-LISTADOS = ZEROS
                           DISPLAY '------------------'
                           DISPLAY 'PREVISTOS NA AGENDA QUE NAO RODARAM'
                           DISPLAY '------------------'
                       END-IF
                       ADD 1 TO WRK-PRV-LISTADOS
                       DISPLAY PRV-JOB ' PREVISTO ' PRV-PREVISTO
                               ' PLANO DE ' PRV-CALCULO
                       IF PRV-DECISAO = 'E'
                           DISPLAY '  ** ENTROU NA NOITE E NAO TERMINOU'
                                   ' OK **'
                       ELSE
                           DISPLAY '  ** ' PRV-MOTIVO
                       END-IF
                   END-IF
                   READ JOB-PREVISTOS
                       AT END
                           MOVE 10 TO PRV-STATUS
                   END-READ
               END-PERFORM
               CLOSE JOB-PREVISTOS
           END-IF.
           MOVE ZEROS TO PRV-STATUS.

      *NF-E REJEITADAS FICAM NO PAINEL ATE SAIREM DE NOVO NO
      *PROXIMO ENVIO; A CORRIGIDA APARECE COMO AGUARDANDO REENVIO
       8952-LISTAR-NFE-REJEITADAS.
           MOVE ZEROS TO WRK-NFE-LISTADAS.
           MOVE LOW-VALUES TO NFE-REG.
           START NFE-SITUACAO KEY IS NOT LESS THAN NFE-NUMERO
               INVALID KEY
                   MOVE 10 TO NFE-STATUS
           END-START.
           IF NFE-STATUS NOT = 10
               READ NFE-SITUACAO NEXT
                   AT END
                       MOVE 10 TO NFE-STATUS
               END-READ
           END-IF.
           PERFORM UNTIL NFE-STATUS NOT = 0
               IF NFE-REJEITADA OR NFE-CORRIGIDA
                   IF WRK-NFE-LISTADAS = ZEROS
                       DISPLAY '------------------'
                       DISPLAY 'NF-E REJEITADAS'
                       DISPLAY '------------------'
                   END-IF
                   ADD 1 TO WRK-NFE-LISTADAS
                   DISPLAY 'NOTA ' NFE-NUMERO ' PEDIDO ' NFE-FONE
                           '/' NFE-PEDIDO ' COD ' NFE-COD-RETORNO
                           ' ' NFE-MOTIVO
                   IF NFE-CORRIGIDA
                       DISPLAY '  ** CORRIGIDA, AGUARDANDO REENVIO **'
                   END-IF
               END-IF
               READ NFE-SITUACAO NEXT
                   AT END
                       MOVE 10 TO NFE-STATUS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO NFE-STATUS.

      *RESULTADO DA ULTIMA VERIFICACAO DAS TRILHAS PELO VERTRI:
      *UMA LINHA POR TRILHA, E A TRILHA QUEBRADA FICA NO PAINEL
      *COM O ARQUIVO, A LINHA E O MOTIVO ATE A PROXIMA VERIFICACAO
       8953-LISTAR-TRILHAS.
           MOVE ZEROS TO WRK-VTR-LISTADAS.
           DISPLAY '------------------'.
           DISPLAY 'VERIFICACAO DAS TRILHAS DE AUDITORIA'.
           DISPLAY '------------------'.
           OPEN INPUT TRILHA-VERIFICACAO.
           IF VTR-STATUS = ZEROS
               READ TRILHA-VERIFICACAO
                   AT END
                       MOVE 10 TO VTR-STATUS
               END-READ
               PERFORM UNTIL VTR-STATUS NOT = 0
                   ADD 1 TO WRK-VTR-LISTADAS
                   DISPLAY VTR-TRILHA ' EM ' VTR-DATA
                           ' ARQUIVOS ' VTR-ARQUIVOS
                           ' LINHAS ' VTR-LINHAS
                   IF VTR-QUEBRADA
                       DISPLAY '  ** TRILHA QUEBRADA EM '
                               VTR-ARQ-QUEBRA ' LINHA '
                               VTR-LINHA-QUEBRA ' **'
                       DISPLAY '  ** ' VTR-MOTIVO
                   END-IF
                   READ TRILHA-VERIFICACAO
                       AT END
                           MOVE 10 TO VTR-STATUS
                   END-READ
               END-PERFORM
               CLOSE TRILHA-VERIFICACAO
           END-IF.
           IF WRK-VTR-LISTADAS = ZEROS
               DISPLAY 'TRILHAS AINDA NAO VERIFICADAS PELO VERTRI'
           END-IF.
           MOVE ZEROS TO VTR-STATUS.

      *RESULTADO DA ULTIMA MEDIDA DE CAPACIDADE PELO CAPARQ: SO OS
      *ARQUIVOS EM ALERTA APARECEM, COM O TAMANHO CONTRA O LIMITE,
      *AS SEMANAS QUE FALTAM E A ROTINA RECOMENDADA
       8954-LISTAR-CAPACIDADE.
           MOVE ZEROS TO WRK-CAP-LIDAS.
           MOVE ZEROS TO WRK-CAP-ALERTAS.
           DISPLAY '------------------'.
           DISPLAY 'CAPACIDADE DOS ARQUIVOS DE DADOS'.
           DISPLAY '------------------'.
           OPEN INPUT CAPACIDADE.
           IF CAP-STATUS = ZEROS
               READ CAPACIDADE
                   AT END
                       MOVE 10 TO CAP-STATUS
               END-READ
               PERFORM UNTIL CAP-STATUS NOT = 0
                   ADD 1 TO WRK-CAP-LIDAS
                   MOVE CAP-DATA TO WRK-CAP-DATA
                   IF NOT CAP-NORMAL
                       ADD 1 TO WRK-CAP-ALERTAS
                       DISPLAY CAP-ARQUIVO ' ' CAP-TAMANHO-KB
                               ' KB DE ' CAP-LIMITE-KB ' KB'
                               ' MORTOS ' CAP-PCT-MORTOS '%'
                       EVALUATE TRUE
                           WHEN CAP-ULTRAPASSADO
                               DISPLAY '  ** LIMITE JA ULTRAPASSADO **'
                           WHEN CAP-PERTO-LIMITE
                               DISPLAY '  ** PASSA DO LIMITE EM '
                                       CAP-SEMANAS ' SEMANAS **'
                           WHEN OTHER
                               DISPLAY '  ** REGISTROS MORTOS ACIMA '
                                       'DE 30% **'
                       END-EVALUATE
                       DISPLAY '  ** ' CAP-RECOMENDACAO
                   END-IF
                   READ CAPACIDADE
                       AT END
                           MOVE 10 TO CAP-STATUS
                   END-READ
               END-PERFORM
               CLOSE CAPACIDADE
           END-IF.
           IF WRK-CAP-LIDAS = ZEROS
               DISPLAY 'CAPACIDADE AINDA NAO MEDIDA PELO CAPARQ'
           ELSE
               IF WRK-CAP-ALERTAS = ZEROS
                   DISPLAY 'ARQUIVOS DENTRO DO LIMITE NA MEDIDA DE '
                           WRK-CAP-DATA
               END-IF
           END-IF.
           MOVE ZEROS TO CAP-STATUS.

      *APROVACAO DE DESCONTOS PENDENTES (SO ADMIN): LISTA A FILA,
      *O ADMIN APONTA O DESCONTO E DECIDE; A APROVACAO APLICA O
      *ABATIMENTO NO ITEM/PEDIDO E TUDO FICA NA AUDITORIA
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE DESC-PEDIDO TO AUDIT-PEDIDO.
           MOVE DESC-VALOR TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *MANUTENCAO DE METAS DE VENDA (SO ADMIN): INFORMA MES,
      *FILIAL E OPERADOR; SE A META NAO EXISTE, INCLUI; SE
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE META-AAAAMM TO AUDIT-PEDIDO.
           MOVE META-VALOR TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

      *CAIXA FISICO: LISTA OS MOVIMENTOS DE HOJE DO OPERADOR
      *LOGADO E REGISTRA UM MOVIMENTO NOVO (FUNDO DE TROCO,
           MOVE SPACES TO AUDIT-EMAIL-DEPOIS.
           MOVE WRK-PERIODO-DIG TO AUDIT-PEDIDO.
           MOVE ZEROS TO AUDIT-VALOR.
           PERFORM 4010-GRAVA-AUDIT-ENCADEADA.

       9000-RELATORIOTELA.
           MOVE 'MODULO - RELATORIO' TO WRK-MODULO.
                   PERFORM UNTIL CLIENTES-STATUS = 10
                       PERFORM 9100-FILTRA-RELATORIO
                       IF RELATORIO-MOSTRA
                       PERFORM 6850-EXIBIR-LINHA-LISTA
                       ADD 1 TO WRK-RELATORIO-LINHA
                       END-IF
      *A CADA PAGINA CHEIA, PARA E ESPERA O OPERADOR ANTES DE
      *COM OS FILTROS DE NOME E DOMINIO DE EMAIL INFORMADOS
       9100-FILTRA-RELATORIO.
           SET RELATORIO-MOSTRA TO TRUE.
           PERFORM 2086-VERIFICAR-FILIAL.
           IF FILIAL-OCULTA
               SET RELATORIO-OCULTA TO TRUE
           END-IF.
           IF WRK-FILTRO-FILIAL > ZEROS
                   AND CLIENTES-FILIAL NOT = WRK-FILTRO-FILIAL
               SET RELATORIO-OCULTA TO TRUE
