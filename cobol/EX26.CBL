           PERFORM TESTA-STATUS.
       COMPARA-PRINCIPAL.
           IF  TIPONOTA NOT EQUAL "C"
           AND TIPONOTA NOT EQUAL "D"
           AND NF-NUMITEM NOT GREATER 1
               PERFORM CASA-NOTA-PEDIDO.
           PERFORM LER-NOTA.
