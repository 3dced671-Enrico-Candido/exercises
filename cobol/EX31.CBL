           FILE STATUS IS WS-FS-OPERADOR.
           SELECT SEGLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NH-ID
           FILE STATUS IS WS-FS-NOTIFHIST.

       DATA DIVISION.
       FILE SECTION.
           02 SG-PROGRAMA   PIC X(08).
           02 FILLER        PIC X(01).
           02 SG-EVENTO     PIC X(20).
       FD  NOTIFHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFHIST.DAT".
       01  REGNOTIFHIST.
           02 NH-ID         PIC 9(10).
           02 NH-NUMSOC     PIC 9(06).
           02 NH-DATA       PIC 9(08).
           02 NH-HORA       PIC 9(08).
           02 NH-ORIGEM     PIC X(08).
           02 NH-TIPO       PIC X(02).
           02 NH-REFER      PIC X(17).
           02 NH-CANAL      PIC X(01).
           02 NH-DESTINO    PIC X(30).
           02 NH-SITUACAO   PIC X(01).
           02 NH-DATA-RET   PIC 9(08).
           02 NH-MOTIVO     PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO         PIC X(01) VALUE SPACES.
       77  WS-FS-PEDIDOS    PIC X(02) VALUE SPACES.
       77  WS-FS-NOTAS      PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  WS-FS-NOTIFHIST  PIC X(02) VALUE SPACES.
       77  NOH-FIM          PIC X(03) VALUE "NAO".
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
           02 LINE 1  COL 1  VALUE "CONSULTA DE PEDIDOS E NOTAS".
           02 LINE 3  COL 1  VALUE "1 - CONSULTAR PEDIDO POR NUMERO".
           02 LINE 4  COL 1  VALUE "2 - LISTAR PEDIDOS DO SOCIO".
           02 LINE 5  COL 1  VALUE "3 - NOTIFICACOES DO SOCIO".
           02 LINE 6  COL 1  VALUE "4 - SAIR".
           02 LINE 8  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-PEDIDO.
           02 BLANK SCREEN.
           PERFORM CARREGA-PEDIDOS.
           PERFORM CARREGA-NOTAS.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "4".
           STOP RUN.

       CARREGA-PEDIDOS.
               PERFORM CONSULTA-PEDIDO
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM CONSULTA-SOCIO
               ELSE
                   IF  WS-OPCAO EQUAL "3"
                       PERFORM CONSULTA-NOTIFICACOES.

       CONSULTA-PEDIDO.
           MOVE ZEROS TO ENT-NUMPED.
                       " CUSTO " TAB-PD-CUSTO(WS-IX)
                       " SITUACAO " TAB-PD-SIT(WS-IX).

       CONSULTA-NOTIFICACOES.
           MOVE ZEROS TO ENT-NUMSOC.
           DISPLAY TELA-SOCIO.
           ACCEPT TELA-SOCIO.
           MOVE "NAO" TO WS-ACHOU.
           MOVE "NAO" TO NOH-FIM.
           MOVE SPACES TO WS-FS-NOTIFHIST.
           OPEN INPUT NOTIFHIST.
           IF  WS-FS-NOTIFHIST EQUAL "35"
               DISPLAY "NENHUMA NOTIFICACAO REGISTRADA"
           ELSE
               PERFORM LE-NOTIFHIST
               PERFORM MOSTRA-NOTIFICACAO
                       UNTIL NOH-FIM EQUAL "SIM"
               CLOSE NOTIFHIST
               IF  WS-ACHOU EQUAL "NAO"
                   DISPLAY "SOCIO SEM NOTIFICACOES".

       LE-NOTIFHIST.
           READ NOTIFHIST NEXT
                       AT END
                             MOVE "SIM" TO NOH-FIM.

       MOSTRA-NOTIFICACAO.
           IF  NH-NUMSOC EQUAL ENT-NUMSOC
               MOVE "SIM" TO WS-ACHOU
               DISPLAY "NOTIF " NH-ID
                       " DATA " NH-DATA
                       " TIPO " NH-TIPO
                       " CANAL " NH-CANAL
                       " " NH-DESTINO
               DISPLAY "      SITUACAO " NH-SITUACAO
                       " RETORNO " NH-DATA-RET
                       " " NH-MOTIVO.
           PERFORM LE-NOTIFHIST.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
