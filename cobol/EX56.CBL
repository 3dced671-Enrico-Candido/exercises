           SELECT OPERADOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPERADOR.
           SELECT NOTIFEV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFEV.
           SELECT SEGLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           02 EN-DATA-PROM  PIC 9(08).
           02 EN-SITUACAO   PIC X(01).
           02 EN-DATA-CONF  PIC 9(08).
           02 EN-ZONA       PIC X(04).
           02 EN-MANIFESTO  PIC 9(06).
           02 EN-VEICULO    PIC X(08).
           02 EN-DATA-ROTA  PIC 9(08).
       FD  PEDIDOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS.DAT".
           02 OP-ID         PIC X(08).
           02 OP-SENHA      PIC X(08).
           02 OP-NIVEL      PIC 9(01).
       FD  NOTIFEV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFEV.DAT".
       01  REGNOTIFEV.
           02 NE-DATA       PIC 9(08).
           02 NE-HORA       PIC 9(08).
           02 NE-ORIGEM     PIC X(08).
           02 NE-TIPO       PIC X(02).
           02 NE-NUMSOC     PIC 9(06).
           02 NE-REFER      PIC X(17).
           02 NE-VALOR      PIC 9(09)V99.
           02 NE-DATAREF    PIC 9(08).
       FD  SEGLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEGLOG.DAT".
       77  WS-FS-PEDNEW     PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  WS-FS-NOTIFEV    PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  PED-FIM          PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO CONFIRMA-ENTREGA-FIM.
           IF  EN-SITUACAO EQUAL "R"
               DISPLAY "ENTREGA RETIDA AGUARDANDO NF-E"
               GO TO CONFIRMA-ENTREGA-FIM.
           IF  EN-SITUACAO NOT EQUAL "A"
               DISPLAY "ENTREGA JA CONFIRMADA"
               GO TO CONFIRMA-ENTREGA-FIM.
                   GO TO CONFIRMA-ENTREGA-FIM.
           IF  ENT-RESULT EQUAL "E"
               PERFORM GUARDA-ENTREGUE.
           PERFORM GRAVA-NOTIFEV.
           MOVE "ENTREGA CONFIRMADA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           DISPLAY "CONFIRMACAO REGISTRADA".
       CONFIRMA-ENTREGA-FIM.
           EXIT.

       GRAVA-NOTIFEV.
           MOVE SPACES TO WS-FS-NOTIFEV.
           OPEN EXTEND NOTIFEV.
           IF  WS-FS-NOTIFEV EQUAL "35"
               OPEN OUTPUT NOTIFEV.
           MOVE EN-DATA-CONF TO NE-DATA NE-DATAREF.
           ACCEPT NE-HORA FROM TIME.
           MOVE "PRG56"      TO NE-ORIGEM.
           IF  ENT-RESULT EQUAL "E"
               MOVE "EE"     TO NE-TIPO
           ELSE
               MOVE "ED"     TO NE-TIPO.
           MOVE EN-NUMSOC    TO NE-NUMSOC.
           MOVE EN-NUMNOTA   TO NE-REFER.
           MOVE ZEROS        TO NE-VALOR.
           WRITE REGNOTIFEV.
           CLOSE NOTIFEV.

       GUARDA-ENTREGUE.
           IF  QT-ENTREGUES NOT LESS 2000
               DISPLAY "PRG56 - TABELA ENTREGUES ESGOTADA"
