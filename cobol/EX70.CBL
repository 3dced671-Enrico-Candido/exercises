       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  CT-ETAPAS        PIC 9(03) VALUE ZEROS.
       77  CT-ERROS-ETAPA   PIC 9(03) VALUE ZEROS.
       77  CT-AVISOS-ETAPA  PIC 9(03) VALUE ZEROS.
       77  CT-IOERR-HOJE    PIC 9(05) VALUE ZEROS.
       77  WS-MEDIA         PIC 9(07) VALUE ZEROS.
       77  WS-ELAPSED-HOJE  PIC 9(07) VALUE ZEROS.
           DISPLAY "PRG70 - TOTAIS DE CONTROLE".
           DISPLAY "ETAPAS RELATADAS.......: " CT-ETAPAS.
           DISPLAY "ETAPAS COM ERRO........: " CT-ERROS-ETAPA.
           DISPLAY "ETAPAS COM AVISO.......: " CT-AVISOS-ETAPA.
           DISPLAY "ERROS DE E/S NO DIA....: " CT-IOERR-HOJE.

       LE-DATA-PROCESSO.
           IF  CC-DATA NOT EQUAL WS-HOJE
               GO TO RELATA-ETAPA-FIM.
           ADD 1 TO CT-ETAPAS.
           IF  CC-STATUS EQUAL "A"
               ADD 1 TO CT-AVISOS-ETAPA
           ELSE
               IF  CC-STATUS NOT EQUAL "C"
               AND CC-STATUS NOT EQUAL "D"
                   ADD 1 TO CT-ERROS-ETAPA
               END-IF
               IF  CC-RC NOT EQUAL ZEROS
                   ADD 1 TO CT-ERROS-ETAPA.
           MOVE CC-ETAPA  TO ME-NOME.
           MOVE CC-STATUS TO ME-ST.
           MOVE CC-RC     TO ME-RC.

       RELATA-VEREDITO.
           IF  CT-ERROS-ETAPA EQUAL ZERO
           AND CT-AVISOS-ETAPA EQUAL ZERO
           AND CT-IOERR-HOJE EQUAL ZERO
           AND CT-ETAPAS GREATER ZERO
               MOVE "CADEIA LIMPA - NENHUMA ACAO NECESSARIA"
