               88 RECEB-CREDITO VALUE 'C'.
               88 RECEB-BOLETO VALUE 'L'.
               88 RECEB-NOTA-CRED VALUE 'N'.
               88 RECEB-VALE VALUE 'V'.
           05 RECEB-RECIBO PIC 9(06).
           05 RECEB-MULTA PIC 9(05)V99.
           05 RECEB-JUROS PIC 9(05)V99.
           END-READ.

      *O RECEBIMENTO ENTRA NA BASE DO OPERADOR DO PEDIDO SE E DO
      *MES, NAO E NOTA DE CREDITO NEM VALE-PRESENTE (A VENDA DO
      *VALE JA ENTROU NA BASE DE QUEM O VENDEU) E O PEDIDO NAO
      *FOI CANCELADO NEM ESTORNADO DEPOIS
       2000-EXAMINAR-RECEBIMENTO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE RECEB-DATA TO WRK-DATA-EXAME.
           IF WRK-MES-EXAME = WRK-MES-REF
               IF RECEB-NOTA-CRED OR RECEB-VALE
                   ADD 1 TO WRK-TOTAL-FORA
               ELSE
                   PERFORM 2100-CREDITAR-NO-OPERADOR
