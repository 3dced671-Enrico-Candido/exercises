
       TRATA-NOTA.
           IF  TIPONOTA EQUAL "C"
           OR  TIPONOTA EQUAL "D"
               MOVE -1 TO WS-SINAL
           ELSE
               MOVE +1 TO WS-SINAL.
