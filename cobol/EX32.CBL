              "REJPEDI.DAT REJPEDI.NEW RESPEDI.DAT 5475".
           02 FILLER PIC X(40) VALUE
              "REJIMP.DAT  REJIMP.NEW  RESIMP.DAT  3859".
           02 FILLER PIC X(40) VALUE
              "REJPTO.DAT  REJPTO.NEW  RESPTO.DAT  3051".
       01  TAB-ARQREJ-R REDEFINES TAB-ARQREJ.
           02 TAB-AR-OCORR OCCURS 7 TIMES.
              03 TAB-AR-REJ    PIC X(12).
              03 TAB-AR-NOVO   PIC X(12).
              03 TAB-AR-RES    PIC X(12).
           02 LINE 6  COL 1  VALUE "4 - CLIENTES (REJCLI)".
           02 LINE 7  COL 1  VALUE "5 - PEDIDOS FATURAMENTO (REJPEDI)".
           02 LINE 8  COL 1  VALUE "6 - IMPORTACAO DE PEDIDOS (REJIMP)".
           02 LINE 9  COL 1  VALUE "7 - APONTAMENTOS DE PONTO (REJPTO)".
           02 LINE 10 COL 1  VALUE "8 - RELATORIO DE PENDENCIAS".
           02 LINE 11 COL 1  VALUE "9 - SAIR".
           02 LINE 12 COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-ACAO.
           02 LINE 20 COL 1 VALUE "ACAO (C=CORRIGIR M=MANTER F=FIM): ".
           PERFORM EFETUA-SIGNON.
           PERFORM LE-PARAMETRO.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "9".
           PERFORM SOLTA-TRAVAS-SESSAO.
           STOP RUN.

       EXIBE-MENU.
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF  WS-OPCAO NOT LESS "1" AND WS-OPCAO NOT GREATER "7"
               MOVE WS-OPCAO TO WS-FX
               PERFORM GERENCIA-REJEITADOS
                       THRU GERENCIA-REJEITADOS-FIM
           ELSE
               IF  WS-OPCAO EQUAL "8"
                   PERFORM RELATORIO-PENDENCIAS.

       GERENCIA-REJEITADOS.
           MOVE ZEROS TO CT-ANTIGOS.
           PERFORM ANALISA-ARQUIVO-REJ
                   VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX GREATER 7.
           MOVE CT-ANTIGOS TO AG-QTDE.
           WRITE REGRELREJAG FROM AG-TOT AFTER ADVANCING 2 LINES.
           CLOSE RELREJAG.
