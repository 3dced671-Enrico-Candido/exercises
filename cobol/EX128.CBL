       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG128.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  CADSOC1
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01  REGCAD1.
           02 CODPAG1       PIC 9(02).
           02 NUMSOC1       PIC 9(06).
           02 NOMSOC1       PIC X(20).
           02 VAL1          PIC 9(09)V99.
           02 DATAVENC1     PIC 9(08).
           02 FILIAL1       PIC 9(02).
           02 SITSOC1       PIC X(01).
           02 DTSTATUS1     PIC 9(08).
       FD  AUDIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.LOG".
       01  REGAUDIT.
           02 AUD-DATA        PIC 9(08).
           02 AUD-HORA        PIC 9(08).
           02 FILLER          PIC X(01).
           02 AUD-PROGRAMA    PIC X(08).
           02 FILLER          PIC X(01).
           02 AUD-CHAVE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 AUD-PRODUTO     PIC X(06).
           02 FILLER          PIC X(01).
           02 AUD-VALANTES    PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 AUD-VALDEPOIS   PIC 9(09)V99.
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
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-DATA-EXEC     PIC 9(08) VALUE ZEROS.
       77  WS-NUMSOC        PIC 9(06) VALUE ZEROS.
       77  WS-PONTOS        PIC 9(09) VALUE ZEROS.
       77  WS-SALDO-ANT     PIC 9(09) VALUE ZEROS.
       77  WS-CONFIRMA      PIC X(01) VALUE SPACES.
       01  WS-RESGATE.
           02 RSG-FUNCAO    PIC X(01).
           02 RSG-NUMSOC    PIC 9(06).
           02 RSG-PONTOS    PIC 9(09).
           02 RSG-DATA      PIC 9(08).
           02 RSG-ORIGEM    PIC X(08).
           02 RSG-RESULT    PIC X(01).
           02 RSG-VALOR     PIC 9(09)V99.
           02 RSG-SALDO     PIC 9(09).

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
           02 LINE 1  COL 1  VALUE "RESGATE DE PONTOS - CAIXA".
           02 LINE 3  COL 1  VALUE "1 - CONSULTAR SALDO".
           02 LINE 4  COL 1  VALUE "2 - RESGATAR PONTOS".
           02 LINE 5  COL 1  VALUE "3 - SAIR".
           02 LINE 7  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-SOCIO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NUMERO DO SOCIO: ".
           02 COL PLUS 1   PIC 9(06) USING WS-NUMSOC.
       01  TELA-SALDO.
           02 LINE 3 COL 1 VALUE "SOCIO: ".
           02 COL PLUS 1   PIC X(20) FROM NOMSOC1.
           02 LINE 4 COL 1 VALUE "SALDO DE PONTOS: ".
           02 COL PLUS 1   PIC ZZZ.ZZZ.ZZ9 FROM RSG-SALDO.
           02 LINE 5 COL 1 VALUE "VALOR EQUIVALENTE: ".
           02 COL PLUS 1   PIC ZZZ.ZZZ.ZZ9,99 FROM RSG-VALOR.
       01  TELA-PONTOS.
           02 LINE 7 COL 1 VALUE "PONTOS A RESGATAR: ".
           02 COL PLUS 1   PIC 9(09) USING WS-PONTOS.
           02 LINE 8 COL 1 VALUE "CONFIRMA (S/N): ".
           02 COL PLUS 1   PIC X(01) USING WS-CONFIRMA.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FS-CADSOC1.
           OPEN INPUT CADSOC1.
           IF  WS-FS-CADSOC1 EQUAL "35"
               DISPLAY "PRG128 - CADASTRO DE SOCIOS AUSENTE"
               PERFORM LIBERA-TRAVA-ONLINE
               STOP RUN.
           OPEN EXTEND AUDIT.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "3".
           CLOSE CADSOC1 AUDIT.
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
               DISPLAY "PRG128 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG128 - MANUTENCAO BLOQUEADA - TENTE DEPOIS"
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
               PERFORM CONSULTA-PONTOS
                       THRU CONSULTA-PONTOS-FIM
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM RESGATA-PONTOS
                           THRU RESGATA-PONTOS-FIM.

       CONSULTA-PONTOS.
           MOVE ZEROS TO WS-NUMSOC.
           DISPLAY TELA-SOCIO.
           ACCEPT TELA-SOCIO.
           PERFORM LE-SOCIO.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO CONSULTA-PONTOS-FIM.
           PERFORM OBTEM-SALDO.
           IF  RSG-RESULT NOT EQUAL "0"
               DISPLAY "SOCIO SEM PONTOS ACUMULADOS"
               GO TO CONSULTA-PONTOS-FIM.
           DISPLAY TELA-SALDO.
       CONSULTA-PONTOS-FIM.
           EXIT.

       RESGATA-PONTOS.
           MOVE ZEROS TO WS-NUMSOC WS-PONTOS.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-SOCIO.
           ACCEPT TELA-SOCIO.
           PERFORM LE-SOCIO.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO RESGATA-PONTOS-FIM.
           PERFORM OBTEM-SALDO.
           IF  RSG-RESULT NOT EQUAL "0"
               DISPLAY "SOCIO SEM PONTOS ACUMULADOS"
               GO TO RESGATA-PONTOS-FIM.
           MOVE RSG-SALDO TO WS-SALDO-ANT.
           DISPLAY TELA-SALDO.
           DISPLAY TELA-PONTOS.
           ACCEPT TELA-PONTOS.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "RESGATE CANCELADO PELO OPERADOR"
               GO TO RESGATA-PONTOS-FIM.
           MOVE "R"          TO RSG-FUNCAO.
           MOVE WS-NUMSOC    TO RSG-NUMSOC.
           MOVE WS-PONTOS    TO RSG-PONTOS.
           MOVE WS-DATA-EXEC TO RSG-DATA.
           MOVE WS-OPERADOR  TO RSG-ORIGEM.
           CALL "PRG127" USING WS-RESGATE.
           IF  RSG-RESULT EQUAL "1"
               DISPLAY "SOCIO SEM PONTOS ACUMULADOS".
           IF  RSG-RESULT EQUAL "2"
               DISPLAY "SALDO DE PONTOS INSUFICIENTE".
           IF  RSG-RESULT EQUAL "3"
               DISPLAY "QUANTIDADE ABAIXO DO MINIMO PARA RESGATE".
           IF  RSG-RESULT EQUAL "4"
               DISPLAY "QUANTIDADE NAO GERA VALOR DE CREDITO".
           IF  RSG-RESULT EQUAL "9"
               DISPLAY "ERRO AO REGRAVAR SALDO DE PONTOS".
           IF  RSG-RESULT NOT EQUAL "0"
               GO TO RESGATA-PONTOS-FIM.
           PERFORM GRAVA-AUDITORIA-RESG.
           MOVE "RESGATE DE PONTOS" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           DISPLAY "CREDITO PARA A PROXIMA MENSALIDADE: " RSG-VALOR.
           DISPLAY "NOVO SALDO DE PONTOS: " RSG-SALDO.
       RESGATA-PONTOS-FIM.
           EXIT.

       LE-SOCIO.
           MOVE WS-NUMSOC TO NUMSOC1.
           MOVE "NAO" TO WS-ACHOU.
           READ CADSOC1
               INVALID KEY
                   DISPLAY "SOCIO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.

       OBTEM-SALDO.
           MOVE "C"          TO RSG-FUNCAO.
           MOVE WS-NUMSOC    TO RSG-NUMSOC.
           MOVE ZEROS        TO RSG-PONTOS.
           MOVE WS-DATA-EXEC TO RSG-DATA.
           MOVE WS-OPERADOR  TO RSG-ORIGEM.
           CALL "PRG127" USING WS-RESGATE.

       GRAVA-AUDITORIA-RESG.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG128"     TO AUD-PROGRAMA.
           MOVE WS-NUMSOC    TO AUD-CHAVE.
           MOVE "PONTOS"     TO AUD-PRODUTO.
           MOVE WS-SALDO-ANT TO AUD-VALANTES.
           MOVE RSG-SALDO    TO AUD-VALDEPOIS.
           WRITE REGAUDIT.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG128 - ACESSO NEGADO"
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
               DISPLAY "PRG128 - ARQUIVO DE OPERADORES AUSENTE"
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
           MOVE "PRG128" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
