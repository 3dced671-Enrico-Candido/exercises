       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG93.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVCAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IV-NUMCONT
           FILE STATUS IS WS-FS-INVCAB.
           SELECT INVCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-CHAVE
           FILE STATUS IS WS-FS-INVCONT.
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
       FD  INVCAB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INVCAB.DAT".
       01  REGINVCAB.
           02 IV-NUMCONT    PIC 9(06).
           02 IV-DATA       PIC 9(08).
           02 IV-SITUACAO   PIC X(01).
           02 IV-QTITENS    PIC 9(05).
           02 IV-DATA-EFET  PIC 9(08).
       FD  INVCONT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INVCONT.DAT".
       01  REGINVCONT.
           02 IC-CHAVE.
              03 IC-NUMCONT PIC 9(06).
              03 IC-CODPROD PIC X(06).
           02 IC-SALDO-CONG PIC 9(05).
           02 IC-QTCONT     PIC 9(05).
           02 IC-CONTADO    PIC X(01).
           02 IC-BACKORDER  PIC X(01).
           02 IC-CUSTO      PIC 9(06)V99.
           02 IC-SITUACAO   PIC X(01).
           02 IC-OPERADOR   PIC X(08).
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
       77  WS-FS-INVCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-INVCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  IC-FIM           PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WS-NAO-CONTADOS  PIC 9(05) VALUE ZEROS.
       77  ENT-NUMCONT      PIC 9(06) VALUE ZEROS.
       77  ENT-CODPROD      PIC X(06) VALUE SPACES.
       77  ENT-QTDE         PIC 9(05) VALUE ZEROS.

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
           02 LINE 1  COL 1  VALUE "INVENTARIO FISICO".
           02 LINE 3  COL 1  VALUE "1 - LANCAR QUANTIDADE CONTADA".
           02 LINE 4  COL 1  VALUE "2 - ENCERRAR CONTAGEM".
           02 LINE 5  COL 1  VALUE "3 - SAIR".
           02 LINE 7  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-CONTAGEM.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NUMERO DA CONTAGEM: ".
           02 COL PLUS 1   PIC 9(06) USING ENT-NUMCONT.
       01  TELA-PRODUTO.
           02 LINE 3 COL 1 VALUE "CODIGO DO PRODUTO: ".
           02 COL PLUS 1   PIC X(06) USING ENT-CODPROD.
           02 LINE 4 COL 1 VALUE "QUANTIDADE CONTADA: ".
           02 COL PLUS 1   PIC 9(05) USING ENT-QTDE.
       01  TELA-ENCERRA.
           02 LINE 3 COL 1 VALUE "PRODUTOS NAO CONTADOS: ".
           02 COL PLUS 1   PIC ZZ.ZZ9 FROM WS-NAO-CONTADOS.
           02 LINE 5 COL 1 VALUE "CONFIRMA ENCERRAMENTO (S/N): ".
           02 COL PLUS 1   PIC X(01) USING WS-CONFIRMA.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           MOVE SPACES TO WS-FS-INVCAB.
           OPEN I-O INVCAB.
           IF  WS-FS-INVCAB EQUAL "35"
               DISPLAY "PRG93 - NAO HA CONTAGEM ABERTA"
               PERFORM LIBERA-TRAVA-ONLINE
               STOP RUN.
           OPEN I-O INVCONT.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "3".
           CLOSE INVCAB INVCONT.
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
               DISPLAY "PRG93 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG93 - MANUTENCAO BLOQUEADA - TENTE DEPOIS"
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
               PERFORM LANCA-CONTAGEM
                       THRU LANCA-CONTAGEM-FIM
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM ENCERRA-CONTAGEM
                           THRU ENCERRA-CONTAGEM-FIM.

       LOCALIZA-CONTAGEM.
           MOVE ZEROS TO ENT-NUMCONT.
           DISPLAY TELA-CONTAGEM.
           ACCEPT TELA-CONTAGEM.
           MOVE "NAO" TO WS-ACHOU.
           MOVE ENT-NUMCONT TO IV-NUMCONT.
           READ INVCAB
               INVALID KEY
                   DISPLAY "CONTAGEM NAO ENCONTRADA"
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
           AND IV-SITUACAO NOT EQUAL "A"
               DISPLAY "CONTAGEM JA ENCERRADA"
               MOVE "NAO" TO WS-ACHOU.

       LANCA-CONTAGEM.
           PERFORM LOCALIZA-CONTAGEM.
           IF  WS-ACHOU NOT EQUAL "SIM"
               GO TO LANCA-CONTAGEM-FIM.
           MOVE SPACES TO ENT-CODPROD.
           MOVE ZEROS  TO ENT-QTDE.
           DISPLAY TELA-PRODUTO.
           ACCEPT TELA-PRODUTO.
           MOVE ENT-NUMCONT TO IC-NUMCONT.
           MOVE ENT-CODPROD TO IC-CODPROD.
           READ INVCONT
               INVALID KEY
                   DISPLAY "PRODUTO NAO CONSTA DA CONTAGEM"
                   GO TO LANCA-CONTAGEM-FIM.
           IF  IC-CONTADO EQUAL "S"
               DISPLAY "RECONTAGEM - QUANTIDADE ANTERIOR: " IC-QTCONT.
           MOVE ENT-QTDE    TO IC-QTCONT.
           MOVE "S"         TO IC-CONTADO.
           MOVE WS-OPERADOR TO IC-OPERADOR.
           REWRITE REGINVCONT
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CONTAGEM"
                   GO TO LANCA-CONTAGEM-FIM.
           MOVE "CONTAGEM LANCADA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
       LANCA-CONTAGEM-FIM.
           EXIT.

       ENCERRA-CONTAGEM.
           PERFORM LOCALIZA-CONTAGEM.
           IF  WS-ACHOU NOT EQUAL "SIM"
               GO TO ENCERRA-CONTAGEM-FIM.
           MOVE ZEROS TO WS-NAO-CONTADOS.
           MOVE "NAO" TO IC-FIM.
           MOVE ENT-NUMCONT TO IC-NUMCONT.
           MOVE LOW-VALUES  TO IC-CODPROD.
           START INVCONT KEY NOT LESS IC-CHAVE
               INVALID KEY
                   MOVE "SIM" TO IC-FIM.
           PERFORM CONTA-NAO-CONTADO
                   UNTIL IC-FIM EQUAL "SIM".
           MOVE "N" TO WS-CONFIRMA.
           DISPLAY TELA-ENCERRA.
           ACCEPT TELA-ENCERRA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               GO TO ENCERRA-CONTAGEM-FIM.
           MOVE "F" TO IV-SITUACAO.
           REWRITE REGINVCAB
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CONTAGEM"
                   GO TO ENCERRA-CONTAGEM-FIM.
           MOVE "CONTAGEM ENCERRADA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           DISPLAY "CONTAGEM ENCERRADA - SOLICITE APROVACAO DO AJUSTE".
       ENCERRA-CONTAGEM-FIM.
           EXIT.
       CONTA-NAO-CONTADO.
           READ INVCONT NEXT
               AT END
                   MOVE "SIM" TO IC-FIM
               NOT AT END
                   IF  IC-NUMCONT NOT EQUAL ENT-NUMCONT
                       MOVE "SIM" TO IC-FIM
                   ELSE
                       IF  IC-CONTADO NOT EQUAL "S"
                           ADD 1 TO WS-NAO-CONTADOS
                       END-IF
                   END-IF
           END-READ.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG93 - ACESSO NEGADO"
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
               DISPLAY "PRG93 - ARQUIVO DE OPERADORES AUSENTE"
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
           MOVE "PRG93" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
