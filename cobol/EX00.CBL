
       WORKING-STORAGE SECTION.
       77  WS-RC                 PIC S9(04) VALUE ZERO.
       77  CT-AVISOS             PIC 9(03) VALUE ZERO.
       77  WS-ETAPA              PIC X(30) VALUE SPACES.
       77  WS-FS-CHAINCTL        PIC X(02) VALUE SPACES.
       77  WS-FS-PARMOVRD        PIC X(02) VALUE SPACES.
           PERFORM EXECUTA-CADEIA.
           PERFORM LIBERA-TRAVA-BATCH.
           IF  WS-ABORTADA EQUAL "NAO"
               IF  CT-AVISOS GREATER ZERO
                   DISPLAY "CADEIA NOTURNA CONCLUIDA COM "
                           CT-AVISOS " ETAPA(S) COM AVISO"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "CADEIA NOTURNA CONCLUIDA COM SUCESSO"
                   MOVE ZERO TO RETURN-CODE.
           STOP RUN.

       VERIFICA-CALENDARIO.
           AND WS-DOW EQUAL 1
               MOVE "SIM" TO WS-ETAPA-ENTRA.
           IF  CD-FREQ EQUAL "U"
           AND WS-EH-ULTIMO EQUAL "SIM"
               MOVE "SIM" TO WS-ETAPA-ENTRA.
           IF  CD-FREQ EQUAL "M"
           AND WS-EH-ULTIMO EQUAL "SIM"
               MOVE "SIM" TO WS-ETAPA-ENTRA.
           IF  WS-ETAPA-ENTRA EQUAL "SIM"

       VERIFICA-ETAPA-PENDENTE.
           IF  TAB-EX-STATUS(WS-IX) NOT EQUAL "C"
           AND TAB-EX-STATUS(WS-IX) NOT EQUAL "A"
           AND TAB-EX-STATUS(WS-IX) NOT EQUAL "D"
               MOVE "NAO" TO WS-TUDO-CONCLUIDO.


       EXECUTA-ETAPA.
           IF  TAB-EX-STATUS(WS-IX) EQUAL "C"
           OR  TAB-EX-STATUS(WS-IX) EQUAL "A"
               DISPLAY "PRG00 - ETAPA JA CONCLUIDA: "
                       TAB-EX-NOME(WS-IX)
           ELSE
           IF  WS-RC EQUAL ZERO
               MOVE "C" TO TAB-EX-STATUS(WS-IX)
           ELSE
               IF  WS-RC EQUAL 16
                   MOVE "R" TO TAB-EX-STATUS(WS-IX)
               ELSE
                   IF  WS-RC GREATER ZERO
                   AND WS-RC LESS 8
                       MOVE "A" TO TAB-EX-STATUS(WS-IX)
                   ELSE
                       MOVE "E" TO TAB-EX-STATUS(WS-IX).
           PERFORM GRAVA-CONTROLE.
           PERFORM VERIFICA-RC
                   THRU VERIFICA-RC-FIM.

       GRAVA-CONTROLE.
           OPEN OUTPUT CHAINCTL.
           WRITE REGCHAINCTL.

       VERIFICA-RC.
           IF  WS-RC GREATER ZERO
           AND WS-RC LESS 8
               DISPLAY "PRG00 - ETAPA CONCLUIDA COM AVISO: " WS-ETAPA
                       " RC " WS-RC
               ADD 1 TO CT-AVISOS
               GO TO VERIFICA-RC-FIM.
           IF  WS-RC NOT EQUAL ZERO
               DISPLAY "CADEIA NOTURNA ABORTADA NA ETAPA: " WS-ETAPA
               DISPLAY "CODIGO DE RETORNO: " WS-RC
               IF  WS-RC EQUAL 16
                   DISPLAY "ARQUIVO DE ENTRADA RECUSADO PELO CONTROLE "
                           "DE RECEPCAO"
                   DISPLAY "VERIFIQUE O MOTIVO EM ARQCTL.DAT ANTES "
                           "DE REINICIAR A CADEIA"
               END-IF
               MOVE "SIM" TO WS-ABORTADA
               MOVE WS-RC TO RETURN-CODE.
       VERIFICA-RC-FIM.
           EXIT.
