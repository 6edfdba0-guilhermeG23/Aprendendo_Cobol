               88 RES-AGUARDANDO VALUE 'A'.
               88 RES-AVISADA VALUE 'V'.
               88 RES-CANCELADA VALUE 'C'.
           05 RES-FILIAL PIC 9(02).

      *MESMO LAYOUT DA CONFIGURACAO FINANCEIRA DO CADASTRO
      *ONLINE; AQUI SO INTERESSA O LIMITE DE DIAS DA RESERVA
                           ' QTDE ' RES-QTDE
                           ' DESDE ' RES-DATA
                           ' (' WRK-IDADE-EXIB ' DIAS)'
                           ' FILIAL ' RES-FILIAL
                       DELIMITED BY SIZE INTO REPORT-LINHA
                   WRITE REPORT-LINHA
               END-IF
