           02 EN-DATA-PROM  PIC 9(08).
           02 EN-SITUACAO   PIC X(01).
           02 EN-DATA-CONF  PIC 9(08).
           02 EN-ZONA       PIC X(04).
           02 EN-MANIFESTO  PIC 9(06).
           02 EN-VEICULO    PIC X(08).
           02 EN-DATA-ROTA  PIC 9(08).
       FD  RELENTR LABEL RECORD OMITTED.
       01  REGRELENTR       PIC X(80).
       FD  PARMDATA
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  QT-ROTA          PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-IX-ROTA       PIC 9(04) VALUE ZEROS.
       77  CT-ROTEADAS      PIC 9(05) VALUE ZEROS.
       77  WS-ENTREGUES     PIC 9(05) VALUE ZEROS.
       77  WS-PERC-PRAZO    PIC 9(03)V9 VALUE ZEROS.
       01  TAB-ROTA.
                 04 TAB-RT-OCORR OCCURS 200 TIMES.
                       05 TAB-RT-ZONA     PIC X(04).
                       05 TAB-RT-ROTEADAS PIC 9(05).
                       05 TAB-RT-NOPRAZO  PIC 9(05).
                       05 TAB-RT-ATRASO   PIC 9(05).
                       05 TAB-RT-DEVOLV   PIC 9(05).
                       05 TAB-RT-ABERTAS  PIC 9(05).
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  CAB0.
                 03 DT-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DT-DIAS PIC ZZ.ZZ9 VALUE ZEROS.
       01  CAB1R.
                 03 FILLER  PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(50) VALUE
                            "DESEMPENHO DE PRAZO POR ROTA".
       01  CAB2R.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(08) VALUE "ZONA".
                 03 FILLER  PIC X(11) VALUE "ROTEADAS".
                 03 FILLER  PIC X(10) VALUE "NO PRAZO".
                 03 FILLER  PIC X(10) VALUE "ATRASADAS".
                 03 FILLER  PIC X(11) VALUE "DEVOLVIDAS".
                 03 FILLER  PIC X(09) VALUE "ABERTAS".
                 03 FILLER  PIC X(08) VALUE "% PRAZO".
       01  DETROTA.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DR-ZONA PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DR-ROTEADAS PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DR-NOPRAZO  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DR-ATRASO   PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DR-DEVOLV   PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DR-ABERTAS  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DR-PERC     PIC ZZ9,9 VALUE ZEROS.
       01  TOTENTR.
                 03 FILLER  PIC X(30) VALUE
                            "ENTREGAS ATRASADAS...........:".
                   UNTIL FIMARQ EQUAL "SIM".
           MOVE CT-ATRASADAS TO TE-QTDE.
           WRITE REGRELENTR FROM TOTENTR AFTER ADVANCING 3 LINES.
           PERFORM IMPRIME-DESEMPENHO.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           CLOSE ENTREGAS RELENTR.
           DISPLAY "ENTREGAS LIDAS.........: " CT-LIDAS.
           DISPLAY "ENTREGAS EM ABERTO.....: " CT-ABERTAS.
           DISPLAY "ENTREGAS ATRASADAS.....: " CT-ATRASADAS.
           DISPLAY "ENTREGAS ROTEIRIZADAS..: " CT-ROTEADAS.
           DISPLAY "ROTAS AVALIADAS........: " QT-ROTA.

       LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-PARMDATA.
           IF  EN-SITUACAO EQUAL "A"
               ADD 1 TO CT-ABERTAS
               PERFORM AVALIA-ENTREGA.
           IF  EN-MANIFESTO GREATER ZERO
               PERFORM ACUMULA-ROTA.
           PERFORM LEITURA.

       AVALIA-ENTREGA.
           ADD 1 TO CTLIN.
           ADD 1 TO CT-ATRASADAS.

       ACUMULA-ROTA.
           ADD 1 TO CT-ROTEADAS.
           MOVE ZEROS TO WS-IX-ROTA.
           PERFORM PROCURA-ROTA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ROTA
                   OR WS-IX-ROTA GREATER ZERO.
           IF  WS-IX-ROTA EQUAL ZERO
               IF  QT-ROTA NOT LESS 200
                   DISPLAY "PRG57 - TABELA DE ROTAS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-ROTA
               MOVE QT-ROTA TO WS-IX-ROTA
               MOVE EN-ZONA TO TAB-RT-ZONA(QT-ROTA)
               MOVE ZEROS   TO TAB-RT-ROTEADAS(QT-ROTA)
                               TAB-RT-NOPRAZO(QT-ROTA)
                               TAB-RT-ATRASO(QT-ROTA)
                               TAB-RT-DEVOLV(QT-ROTA)
                               TAB-RT-ABERTAS(QT-ROTA).
           ADD 1 TO TAB-RT-ROTEADAS(WS-IX-ROTA).
           IF  EN-SITUACAO EQUAL "E"
               IF  EN-DATA-CONF GREATER EN-DATA-PROM
                   ADD 1 TO TAB-RT-ATRASO(WS-IX-ROTA)
               ELSE
                   ADD 1 TO TAB-RT-NOPRAZO(WS-IX-ROTA).
           IF  EN-SITUACAO EQUAL "D"
               ADD 1 TO TAB-RT-DEVOLV(WS-IX-ROTA).
           IF  EN-SITUACAO EQUAL "A"
               ADD 1 TO TAB-RT-ABERTAS(WS-IX-ROTA).
       PROCURA-ROTA.
           IF  TAB-RT-ZONA(WS-IX) EQUAL EN-ZONA
               MOVE WS-IX TO WS-IX-ROTA.

       IMPRIME-DESEMPENHO.
           MOVE 31 TO CTLIN.
           PERFORM IMPRIME-LINHA-ROTA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ROTA.
       IMPRIME-LINHA-ROTA.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELENTR
               WRITE REGRELENTR AFTER ADVANCING PAGE
               MOVE 1 TO CTLIN
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELENTR FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELENTR FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELENTR FROM CAB1R AFTER ADVANCING 1 LINE
               WRITE REGRELENTR FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELENTR FROM CAB2R AFTER ADVANCING 1 LINE
               WRITE REGRELENTR FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE TAB-RT-ZONA(WS-IX)     TO DR-ZONA.
           MOVE TAB-RT-ROTEADAS(WS-IX) TO DR-ROTEADAS.
           MOVE TAB-RT-NOPRAZO(WS-IX)  TO DR-NOPRAZO.
           MOVE TAB-RT-ATRASO(WS-IX)   TO DR-ATRASO.
           MOVE TAB-RT-DEVOLV(WS-IX)   TO DR-DEVOLV.
           MOVE TAB-RT-ABERTAS(WS-IX)  TO DR-ABERTAS.
           COMPUTE WS-ENTREGUES = TAB-RT-NOPRAZO(WS-IX) +
                                  TAB-RT-ATRASO(WS-IX).
           MOVE ZEROS TO WS-PERC-PRAZO.
           IF  WS-ENTREGUES GREATER ZERO
               COMPUTE WS-PERC-PRAZO ROUNDED =
                       TAB-RT-NOPRAZO(WS-IX) * 100 / WS-ENTREGUES.
           MOVE WS-PERC-PRAZO TO DR-PERC.
           WRITE REGRELENTR FROM DETROTA AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
