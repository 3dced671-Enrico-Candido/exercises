           02 LINE 3  COL 1  VALUE "1 - CANCELAMENTO DE NOTA".
           02 LINE 4  COL 1  VALUE "2 - RESTAURACAO DE SOCIO".
           02 LINE 5  COL 1  VALUE "3 - EXPURGO DE SOCIOS (CORTE)".
           02 LINE 6  COL 1  VALUE "4 - AJUSTE DE INVENTARIO".
           02 LINE 7  COL 1  VALUE "5 - REAJUSTE DE MENSALIDADES".
           02 LINE 8  COL 1  VALUE "6 - PONTO DE REPOSICAO".
           02 LINE 9  COL 1  VALUE "7 - SAIR".
           02 LINE 11 COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-CHAVE.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE
                 "CHAVE (NOTA/SOCIO/DATA/CONTAGEM/PROPOSTA): ".
           02 COL PLUS 1   PIC 9(08) USING ENT-CHAVE.

       PROCEDURE DIVISION.
           PERFORM LE-SEQUENCIA.
           OPEN EXTEND AUDIT.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "7".
           CLOSE APROVACO AUDIT.
           PERFORM GRAVA-SEQUENCIA.
           PERFORM LIBERA-TRAVA-ONLINE.
               ELSE
                   IF  WS-OPCAO EQUAL "3"
                       MOVE "P" TO WS-TIPO
                       PERFORM SOLICITA-ACAO
                   ELSE
                       IF  WS-OPCAO EQUAL "4"
                           MOVE "I" TO WS-TIPO
                           PERFORM SOLICITA-ACAO
                       ELSE
                           IF  WS-OPCAO EQUAL "5"
                               MOVE "M" TO WS-TIPO
                               PERFORM SOLICITA-ACAO
                           ELSE
                               IF  WS-OPCAO EQUAL "6"
                                   MOVE "E" TO WS-TIPO
                                   PERFORM SOLICITA-ACAO.

       SOLICITA-ACAO.
           MOVE ZEROS TO ENT-CHAVE.
