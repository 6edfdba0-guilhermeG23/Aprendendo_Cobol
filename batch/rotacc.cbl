           05 ACC-OPERADOR PIC X(09).
           05 ACC-FONE PIC 9(09).
           05 ACC-VISAO PIC X(10).
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 ACC-VERIFICADOR PIC 9(09).

       FD ARQUIVO-MES.
       01 ARQMES-REG PIC X(53).

       FD CONFIGURACAO.
       01 CONFIG-REG PIC 9(03).
