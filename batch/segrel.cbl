           05 SEG-HORA PIC 9(08).
           05 SEG-USUARIO PIC X(09).
           05 SEG-EVENTO PIC X(10).
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 SEG-VERIFICADOR PIC 9(09).

       SD ORDENA-SEG.
       01 ORD-REG.
