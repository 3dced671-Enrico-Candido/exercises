       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG134.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGEXC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SX-CHAVE
           FILE STATUS IS WS-FS-SEGEXC.
           SELECT LOCKCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOCKCTL.
           SELECT OPERADOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPERADOR.
           SELECT SEGLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGEXC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEGEXC.DAT".
       01  REGSEGEXC.
           02 SX-CHAVE.
              03 SX-TIPO    PIC X(02).
              03 SX-OPERADOR PIC X(08).
              03 SX-REF     PIC X(16).
           02 SX-NUMERO     PIC 9(06).
           02 SX-DATA-EVT   PIC 9(08).
           02 SX-DATA-DET   PIC 9(08).
           02 SX-QTDE       PIC 9(05).
           02 SX-DETALHE    PIC X(30).
           02 SX-SITUACAO   PIC X(01).
           02 SX-RECONHECIDO PIC X(08).
           02 SX-DATA-REC   PIC 9(08).
       FD  LOCKCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOCKCTL.DAT".
       01  REGLOCKCTL.
           02 LK-BATCH      PIC X(01).
           02 LK-ONLINE     PIC X(01).

       FD  OPERADOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".
       01  REGOPERADOR.
           02 OP-ID         PIC X(08).
           02 OP-SENHA      PIC X(08).
           02 OP-NIVEL      PIC 9(01).
       FD  SEGLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEGLOG.DAT".
       01  REGSEGLOG.
           02 SG-DATA       PIC 9(08).
           02 SG-HORA       PIC 9(08).
           02 FILLER        PIC X(01).
           02 SG-OPERADOR   PIC X(08).
           02 FILLER        PIC X(01).
           02 SG-PROGRAMA   PIC X(08).
           02 FILLER        PIC X(01).
           02 SG-EVENTO     PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO         PIC X(01) VALUE SPACES.
       77  WS-FS-SEGEXC     PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  VAR-FIM          PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  ENT-NUMERO       PIC 9(06) VALUE ZEROS.

       SCREEN SECTION.
       01  TELA-SIGNON.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "IDENTIFICACAO DO OPERADOR".
           02 LINE 3 COL 1 VALUE "OPERADOR: ".
           02 COL PLUS 1   PIC X(08) USING WS-OPERADOR.
           02 LINE 4 COL 1 VALUE "SENHA: ".
           02 COL PLUS 1   PIC X(08) USING WS-SENHA SECURE.
       01  TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 1  COL 1  VALUE "OCORRENCIAS DE SEGURANCA".
           02 LINE 3  COL 1  VALUE "1 - LISTAR EM ABERTO".
           02 LINE 4  COL 1  VALUE "2 - RECONHECER OCORRENCIA".
           02 LINE 5  COL 1  VALUE "3 - SAIR".
           02 LINE 7  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-NUMERO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NUMERO DA OCORRENCIA: ".
           02 COL PLUS 1   PIC 9(06) TO ENT-NUMERO.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           MOVE SPACES TO WS-FS-SEGEXC.
           OPEN I-O SEGEXC.
           IF  WS-FS-SEGEXC EQUAL "35"
               DISPLAY "PRG134 - SEM OCORRENCIAS GRAVADAS"
               PERFORM LIBERA-TRAVA-ONLINE
               STOP RUN.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "3".
           CLOSE SEGEXC.
           PERFORM LIBERA-TRAVA-ONLINE.
           STOP RUN.

       VERIFICA-TRAVA-BATCH.
           MOVE SPACES TO WS-FS-LOCKCTL.
           OPEN INPUT LOCKCTL.
           IF  WS-FS-LOCKCTL EQUAL "35"
               MOVE "NN" TO REGLOCKCTL
           ELSE
               READ LOCKCTL
                           AT END
                                 MOVE "NN" TO REGLOCKCTL
               END-READ
               CLOSE LOCKCTL.
           IF  LK-BATCH EQUAL "S"
               DISPLAY "PRG134 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG134 - MANUTENCAO BLOQUEADA - TENTE DEPOIS"
               STOP RUN.
           MOVE "S" TO LK-ONLINE.
           PERFORM GRAVA-TRAVA.

       LIBERA-TRAVA-ONLINE.
           MOVE "N" TO LK-ONLINE.
           PERFORM GRAVA-TRAVA.

       GRAVA-TRAVA.
           OPEN OUTPUT LOCKCTL.
           WRITE REGLOCKCTL.
           CLOSE LOCKCTL.

       EXIBE-MENU.
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF  WS-OPCAO EQUAL "1"
               PERFORM LISTA-ABERTAS
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM RECONHECE-OCORRENCIA
                           THRU RECONHECE-OCORRENCIA-FIM.

       LISTA-ABERTAS.
           MOVE "NAO" TO VAR-FIM.
           MOVE LOW-VALUES TO SX-CHAVE.
           START SEGEXC KEY NOT LESS SX-CHAVE
               INVALID KEY
                   MOVE "SIM" TO VAR-FIM.
           PERFORM LISTA-ABERTA-UM
                   UNTIL VAR-FIM EQUAL "SIM".
       LISTA-ABERTA-UM.
           READ SEGEXC NEXT
               AT END
                   MOVE "SIM" TO VAR-FIM
               NOT AT END
                   IF  SX-SITUACAO EQUAL "A"
                       DISPLAY "NUM " SX-NUMERO
                               " " SX-TIPO
                               " " SX-OPERADOR
                               " " SX-DATA-EVT
                               " " SX-DETALHE
                   END-IF
           END-READ.

       RECONHECE-OCORRENCIA.
           IF  WS-NIVEL LESS 9
               DISPLAY "FUNCAO RESTRITA A SUPERVISOR"
               MOVE "VIOLACAO RECONHECIM." TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               GO TO RECONHECE-OCORRENCIA-FIM.
           MOVE ZEROS TO ENT-NUMERO.
           DISPLAY TELA-NUMERO.
           ACCEPT TELA-NUMERO.
           PERFORM PROCURA-NUMERO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "OCORRENCIA NAO ENCONTRADA"
               GO TO RECONHECE-OCORRENCIA-FIM.
           IF  SX-SITUACAO NOT EQUAL "A"
               DISPLAY "OCORRENCIA JA RECONHECIDA POR " SX-RECONHECIDO
               GO TO RECONHECE-OCORRENCIA-FIM.
           IF  SX-OPERADOR EQUAL WS-OPERADOR
               DISPLAY "OCORRENCIA DO PROPRIO OPERADOR"
               MOVE "VIOLACAO 4 OLHOS" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               GO TO RECONHECE-OCORRENCIA-FIM.
           MOVE "R"         TO SX-SITUACAO.
           MOVE WS-OPERADOR TO SX-RECONHECIDO.
           ACCEPT SX-DATA-REC FROM DATE YYYYMMDD.
           REWRITE REGSEGEXC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR OCORRENCIA"
                   GO TO RECONHECE-OCORRENCIA-FIM.
           MOVE "OCORRENCIA RECONHEC." TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           DISPLAY "OCORRENCIA " ENT-NUMERO " RECONHECIDA".
       RECONHECE-OCORRENCIA-FIM.
           EXIT.

       PROCURA-NUMERO.
           MOVE "NAO" TO WS-ACHOU.
           MOVE "NAO" TO VAR-FIM.
           MOVE LOW-VALUES TO SX-CHAVE.
           START SEGEXC KEY NOT LESS SX-CHAVE
               INVALID KEY
                   MOVE "SIM" TO VAR-FIM.
           PERFORM COMPARA-NUMERO
                   UNTIL VAR-FIM EQUAL "SIM"
                   OR WS-ACHOU EQUAL "SIM".
       COMPARA-NUMERO.
           READ SEGEXC NEXT
               AT END
                   MOVE "SIM" TO VAR-FIM
               NOT AT END
                   IF  SX-NUMERO EQUAL ENT-NUMERO
                       MOVE "SIM" TO WS-ACHOU
                   END-IF
           END-READ.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG134 - ACESSO NEGADO"
               STOP RUN.
           MOVE "SIGNON EFETUADO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.

       SOLICITA-SIGNON.
           MOVE SPACES TO WS-OPERADOR WS-SENHA.
           DISPLAY TELA-SIGNON.
           ACCEPT TELA-SIGNON.
           ADD 1 TO WS-TENTATIVAS.
           PERFORM VALIDA-OPERADOR.
           IF  WS-LOGADO NOT EQUAL "SIM"
               DISPLAY "OPERADOR OU SENHA INVALIDOS".

       VALIDA-OPERADOR.
           MOVE "NAO" TO WS-LOGADO OPE-FIM.
           MOVE SPACES TO WS-FS-OPERADOR.
           OPEN INPUT OPERADOR.
           IF  WS-FS-OPERADOR EQUAL "35"
               DISPLAY "PRG134 - ARQUIVO DE OPERADORES AUSENTE"
               STOP RUN.
           PERFORM LE-OPERADOR.
           PERFORM CONFERE-OPERADOR
                   UNTIL OPE-FIM EQUAL "SIM".
           CLOSE OPERADOR.
       LE-OPERADOR.
           READ OPERADOR
                       AT END
                             MOVE "SIM" TO OPE-FIM.
       CONFERE-OPERADOR.
           IF  OP-ID EQUAL WS-OPERADOR
           AND OP-SENHA EQUAL WS-SENHA
               MOVE "SIM" TO WS-LOGADO
               MOVE OP-NIVEL TO WS-NIVEL.
           PERFORM LE-OPERADOR.

       GRAVA-SEGLOG.
           OPEN EXTEND SEGLOG.
           MOVE SPACES TO REGSEGLOG.
           MOVE WS-EVENTO TO SG-EVENTO.
           ACCEPT SG-DATA FROM DATE YYYYMMDD.
           ACCEPT SG-HORA FROM TIME.
           MOVE WS-OPERADOR TO SG-OPERADOR.
           MOVE "PRG134" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
