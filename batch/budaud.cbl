           05 AUDIT-EMAIL-DEPOIS PIC X(40).
           05 AUDIT-PEDIDO PIC 9(06).
           05 AUDIT-VALOR PIC 9(07)V99.
      *CODIGO DE VERIFICACAO DA LINHA, CALCULADO SOBRE A LINHA E
      *SOBRE O CODIGO DA LINHA ANTERIOR DA TRILHA (VIDE VERTRI)
           05 AUDIT-VERIFICADOR PIC 9(09).

       FD BUSCA-REPORT.
       01 REPORT-LINHA PIC X(160).
