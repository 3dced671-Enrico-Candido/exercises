       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG141.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELEITOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EL-NUMSOC
           FILE STATUS IS WS-FS-ELEITOR.
           SELECT ROLCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ROLCTL.
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
       FD  ELEITOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ELEITOR.DAT".
       01  REGELEITOR.
           02 EL-NUMSOC     PIC 9(06).
           02 EL-NOME       PIC X(20).
           02 EL-ORDEM      PIC 9(05).
           02 EL-PRESENTE   PIC X(01).
           02 EL-DATA-PRES  PIC 9(08).
           02 EL-HORA-PRES  PIC 9(08).
           02 EL-OPERADOR   PIC X(08).
       FD  ROLCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ROLCTL.DAT".
       01  REGROLCTL.
           02 RC-CORTE      PIC 9(08).
           02 RC-GERACAO    PIC 9(08).
           02 RC-ELEITORES  PIC 9(06).
           02 RC-QUORUM     PIC 9(03).
           02 RC-MINIMO     PIC 9(06).
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
       77  WS-FS-ELEITOR    PIC X(02) VALUE SPACES.
       77  WS-FS-ROLCTL     PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  EL-FIM           PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-SAIR          PIC X(03) VALUE "NAO".
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA          PIC 9(08) VALUE ZEROS.
       77  WS-NUMSOC        PIC 9(06) VALUE ZEROS.
       77  WS-CONFIRMA      PIC X(01) VALUE SPACES.
       77  CT-PRESENTES     PIC 9(06) VALUE ZEROS.
       77  WS-FALTAM        PIC 9(06) VALUE ZEROS.
       77  WS-SIT-QUORUM    PIC X(30) VALUE SPACES.
       77  WS-RESULTADO     PIC X(60) VALUE SPACES.
       01  WS-CORTE-ED      PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  WS-HORA-ED.
           02 WS-HE-HH      PIC 9(02).
           02 FILLER        PIC X(01) VALUE ":".
           02 WS-HE-MM      PIC 9(02).

       SCREEN SECTION.
       01  TELA-SIGNON.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "IDENTIFICACAO DO OPERADOR".
           02 LINE 3 COL 1 VALUE "OPERADOR: ".
           02 COL PLUS 1   PIC X(08) USING WS-OPERADOR.
           02 LINE 4 COL 1 VALUE "SENHA: ".
           02 COL PLUS 1   PIC X(08) USING WS-SENHA SECURE.
       01  TELA-PRESENCA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE
                      "ASSEMBLEIA GERAL - CONTROLE DE PRESENCA".
           02 LINE 2 COL 1 VALUE "ROL DE ELEITORES COM CORTE EM ".
           02 COL PLUS 1   PIC X(10) FROM WS-CORTE-ED.
           02 LINE 4 COL 1 VALUE "ELEITORES NO ROL.....: ".
           02 COL PLUS 1   PIC ZZZ.ZZ9 FROM RC-ELEITORES.
           02 LINE 5 COL 1 VALUE "PRESENTES............: ".
           02 COL PLUS 1   PIC ZZZ.ZZ9 FROM CT-PRESENTES.
           02 LINE 6 COL 1 VALUE "QUORUM DO ESTATUTO...: ".
           02 COL PLUS 1   PIC ZZZ.ZZ9 FROM RC-MINIMO.
           02 COL PLUS 1   VALUE "PRESENCAS (".
           02 COL PLUS 0   PIC ZZ9 FROM RC-QUORUM.
           02 COL PLUS 0   VALUE "%)".
           02 LINE 7 COL 1 VALUE "SITUACAO.............: ".
           02 COL PLUS 1   PIC X(30) FROM WS-SIT-QUORUM.
           02 LINE 9 COL 1 VALUE "ULTIMO REGISTRO: ".
           02 COL PLUS 1   PIC X(60) FROM WS-RESULTADO.
           02 LINE 11 COL 1 VALUE
                      "NUMERO DO SOCIO (0 PARA ENCERRAR): ".
           02 COL PLUS 1   PIC 9(06) TO WS-NUMSOC.
       01  TELA-CONFIRMA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "SOCIO: ".
           02 COL PLUS 1   PIC 9(06) FROM EL-NUMSOC.
           02 COL PLUS 2   PIC X(20) FROM EL-NOME.
           02 LINE 2 COL 1 VALUE "NUMERO DE ORDEM NO ROL: ".
           02 COL PLUS 1   PIC ZZZZ9 FROM EL-ORDEM.
           02 LINE 4 COL 1 VALUE "CONFIRMA A PRESENCA (S/N): ".
           02 COL PLUS 1   PIC X(01) TO WS-CONFIRMA.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-ROLCTL.
           MOVE SPACES TO WS-FS-ELEITOR.
           OPEN I-O ELEITOR.
           IF  WS-FS-ELEITOR NOT EQUAL "00"
               DISPLAY "PRG141 - ROL DE ELEITORES NAO GERADO"
               PERFORM LIBERA-TRAVA-ONLINE
               STOP RUN.
           MOVE "AGUARDANDO O PRIMEIRO REGISTRO" TO WS-RESULTADO.
           PERFORM REGISTRA-PRESENCA
                   THRU REGISTRA-PRESENCA-FIM
                   UNTIL WS-SAIR EQUAL "SIM".
           CLOSE ELEITOR.
           DISPLAY "PRG141 - PRESENTES: " CT-PRESENTES
                   " DE " RC-ELEITORES " ELEITORES".
           DISPLAY "PRG141 - " WS-SIT-QUORUM.
           PERFORM LIBERA-TRAVA-ONLINE.
           STOP RUN.

       LE-ROLCTL.
           MOVE SPACES TO WS-FS-ROLCTL.
           OPEN INPUT ROLCTL.
           IF  WS-FS-ROLCTL EQUAL "35"
               MOVE ZEROS TO REGROLCTL
           ELSE
               READ ROLCTL
                           AT END
                                 MOVE ZEROS TO REGROLCTL
               END-READ
               CLOSE ROLCTL.
           IF  RC-CORTE EQUAL ZEROS
               DISPLAY "PRG141 - ROL DE ELEITORES NAO GERADO"
               PERFORM LIBERA-TRAVA-ONLINE
               STOP RUN.
           MOVE RC-CORTE(7:2) TO WS-CORTE-ED(1:2).
           MOVE RC-CORTE(5:2) TO WS-CORTE-ED(4:2).
           MOVE RC-CORTE(1:4) TO WS-CORTE-ED(7:4).

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
               DISPLAY "PRG141 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG141 - PRESENCAS BLOQUEADAS - TENTE DEPOIS"
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

       REGISTRA-PRESENCA.
           PERFORM CONTA-PRESENTES.
           PERFORM MONTA-QUORUM.
           MOVE ZEROS TO WS-NUMSOC.
           DISPLAY TELA-PRESENCA.
           ACCEPT TELA-PRESENCA.
           IF  WS-NUMSOC EQUAL ZEROS
               MOVE "SIM" TO WS-SAIR
               GO TO REGISTRA-PRESENCA-FIM.
           MOVE WS-NUMSOC TO EL-NUMSOC.
           MOVE "NAO" TO WS-ACHOU.
           READ ELEITOR
               INVALID KEY
                   MOVE SPACES TO WS-RESULTADO
                   STRING "SOCIO " WS-NUMSOC
                          " NAO CONSTA DO ROL DE ELEITORES"
                          DELIMITED BY SIZE INTO WS-RESULTADO
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE "PRESENCA RECUSADA" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               GO TO REGISTRA-PRESENCA-FIM.
           IF  EL-PRESENTE EQUAL "S"
               PERFORM PRESENCA-DUPLICADA
               GO TO REGISTRA-PRESENCA-FIM.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               MOVE SPACES TO WS-RESULTADO
               STRING "SOCIO " WS-NUMSOC
                      " - PRESENCA NAO CONFIRMADA PELO OPERADOR"
                      DELIMITED BY SIZE INTO WS-RESULTADO
               GO TO REGISTRA-PRESENCA-FIM.
           READ ELEITOR
               INVALID KEY
                   MOVE "ERRO AO RELER O ROL DE ELEITORES"
                        TO WS-RESULTADO
                   GO TO REGISTRA-PRESENCA-FIM.
           IF  EL-PRESENTE EQUAL "S"
               PERFORM PRESENCA-DUPLICADA
               GO TO REGISTRA-PRESENCA-FIM.
           ACCEPT WS-HORA FROM TIME.
           MOVE "S"         TO EL-PRESENTE.
           MOVE WS-HOJE     TO EL-DATA-PRES.
           MOVE WS-HORA     TO EL-HORA-PRES.
           MOVE WS-OPERADOR TO EL-OPERADOR.
           REWRITE REGELEITOR
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A PRESENCA" TO WS-RESULTADO
                   GO TO REGISTRA-PRESENCA-FIM.
           MOVE "PRESENCA REGISTRADA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           MOVE SPACES TO WS-RESULTADO.
           STRING "SOCIO " WS-NUMSOC " " EL-NOME
                  " - PRESENCA REGISTRADA"
                  DELIMITED BY SIZE INTO WS-RESULTADO.
       REGISTRA-PRESENCA-FIM.
           EXIT.

       PRESENCA-DUPLICADA.
           MOVE EL-HORA-PRES(1:2) TO WS-HE-HH.
           MOVE EL-HORA-PRES(3:2) TO WS-HE-MM.
           MOVE SPACES TO WS-RESULTADO.
           STRING "SOCIO " WS-NUMSOC " JA REGISTRADO AS " WS-HORA-ED
                  " POR " EL-OPERADOR
                  DELIMITED BY SIZE INTO WS-RESULTADO.
           MOVE "PRESENCA DUPLICADA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.

       CONTA-PRESENTES.
           MOVE ZEROS TO CT-PRESENTES.
           MOVE ZEROS TO EL-NUMSOC.
           MOVE "NAO" TO EL-FIM.
           START ELEITOR KEY IS NOT LESS EL-NUMSOC
               INVALID KEY
                   MOVE "SIM" TO EL-FIM.
           IF  EL-FIM EQUAL "NAO"
               PERFORM LE-PROXIMO-ELEITOR
               PERFORM CONTA-PRESENTE
                       UNTIL EL-FIM EQUAL "SIM".
       LE-PROXIMO-ELEITOR.
           READ ELEITOR NEXT RECORD
                       AT END
                             MOVE "SIM" TO EL-FIM.
       CONTA-PRESENTE.
           IF  EL-PRESENTE EQUAL "S"
               ADD 1 TO CT-PRESENTES.
           PERFORM LE-PROXIMO-ELEITOR.

       MONTA-QUORUM.
           IF  CT-PRESENTES NOT LESS RC-MINIMO
               MOVE "QUORUM ATINGIDO" TO WS-SIT-QUORUM
           ELSE
               COMPUTE WS-FALTAM = RC-MINIMO - CT-PRESENTES
               MOVE SPACES TO WS-SIT-QUORUM
               STRING "QUORUM NAO ATINGIDO - FALTAM " WS-FALTAM
                      DELIMITED BY SIZE INTO WS-SIT-QUORUM.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG141 - ACESSO NEGADO"
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
               DISPLAY "PRG141 - ARQUIVO DE OPERADORES AUSENTE"
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
           MOVE "PRG141" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
