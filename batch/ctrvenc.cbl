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

      *LAYOUT COMPLETO E ATUAL DO CADASTRO
       FD CLIENTES.
