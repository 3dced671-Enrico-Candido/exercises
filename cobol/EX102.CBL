       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG102.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IN-CODIGO
           FILE STATUS IS WS-FS-INSTAL.
           SELECT RESERVAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RV-CHAVE
           FILE STATUS IS WS-FS-RESERVAS.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT CATSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATSOC.
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
       FD  INSTAL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INSTAL.DAT".
       01  REGINSTAL.
           02 IN-CODIGO     PIC X(04).
           02 IN-DESCR      PIC X(20).
           02 IN-TIPO       PIC X(01).
           02 IN-HORA-ABRE  PIC 9(02).
           02 IN-HORA-FECHA PIC 9(02).
           02 IN-DURACAO    PIC 9(02).
           02 IN-SITUACAO   PIC X(01).
           02 IN-TAXA-PADRAO PIC 9(07)V99.
           02 IN-TAXA OCCURS 5 TIMES.
              03 IN-TX-CATEG PIC 9(02).
              03 IN-TX-VALOR PIC 9(07)V99.
       FD  RESERVAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".
       01  REGRESERVA.
           02 RV-CHAVE.
              03 RV-INSTAL  PIC X(04).
              03 RV-DATA    PIC 9(08).
              03 RV-HORA    PIC 9(02).
           02 RV-NUMSOC     PIC 9(06).
           02 RV-CATEG      PIC 9(02).
           02 RV-VALOR      PIC 9(07)V99.
           02 RV-SITUACAO   PIC X(01).
           02 RV-DATA-RES   PIC 9(08).
           02 RV-OPERADOR   PIC X(08).
           02 RV-DATA-FAT   PIC 9(08).
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
       FD  CATSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATSOC.DAT".
       01  REGCATSOC.
           02 CS-NUMSOC     PIC 9(06).
           02 CS-CATEG      PIC 9(02).
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
       77  WS-FS-INSTAL     PIC X(02) VALUE SPACES.
       77  WS-FS-RESERVAS   PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-CATSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  CS-FIM           PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-NUMSOC        PIC 9(06) VALUE ZEROS.
       77  WS-INSTAL        PIC X(04) VALUE SPACES.
       77  WS-DATA          PIC 9(08) VALUE ZEROS.
       77  WS-HORA          PIC 9(02) VALUE ZEROS.
       77  WS-CATEG         PIC 9(02) VALUE ZEROS.
       77  WS-TAXA          PIC 9(07)V99 VALUE ZEROS.
       77  WS-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WS-IX            PIC 9(02) VALUE ZEROS.
       77  WS-QUOC          PIC 9(02) VALUE ZEROS.
       77  WS-RESTO         PIC 9(02) VALUE ZEROS.
       77  WS-HORA-FIM-RES  PIC 9(02) VALUE ZEROS.
       77  WS-SLOT          PIC 9(02) VALUE ZEROS.
       77  WS-SLOT-FIM      PIC 9(02) VALUE ZEROS.
       77  WS-VAL-ANTES     PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-DEPOIS    PIC 9(09)V99 VALUE ZEROS.
       77  WS-TAXA-EDIT     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WS-RESERVA-NOVA  PIC X(56) VALUE SPACES.
       01  WS-DATA-R.
           02 WS-DT-ANO     PIC 9(04).
           02 WS-DT-MES     PIC 9(02).
           02 WS-DT-DIA     PIC 9(02).

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
           02 LINE 1  COL 1  VALUE "RESERVA DE QUADRAS E INSTALACOES".
           02 LINE 3  COL 1  VALUE "1 - RESERVAR HORARIO".
           02 LINE 4  COL 1  VALUE "2 - CANCELAR RESERVA".
           02 LINE 5  COL 1  VALUE "3 - CONSULTAR AGENDA DO DIA".
           02 LINE 6  COL 1  VALUE "4 - CADASTRO DE INSTALACOES".
           02 LINE 7  COL 1  VALUE "5 - SAIR".
           02 LINE 9  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-RESERVA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NUMERO DO SOCIO: ".
           02 COL PLUS 1   PIC 9(06) TO WS-NUMSOC.
           02 LINE 2 COL 1 VALUE "INSTALACAO: ".
           02 COL PLUS 1   PIC X(04) TO WS-INSTAL.
           02 LINE 3 COL 1 VALUE "DATA (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) TO WS-DATA.
           02 LINE 4 COL 1 VALUE "HORA DE INICIO (HH): ".
           02 COL PLUS 1   PIC 9(02) TO WS-HORA.
       01  TELA-CONFIRMA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "SOCIO: ".
           02 COL PLUS 1   PIC 9(06) FROM NUMSOC1.
           02 COL PLUS 2   PIC X(20) FROM NOMSOC1.
           02 LINE 2 COL 1 VALUE "INSTALACAO: ".
           02 COL PLUS 1   PIC X(04) FROM IN-CODIGO.
           02 COL PLUS 2   PIC X(20) FROM IN-DESCR.
           02 LINE 3 COL 1 VALUE "DATA: ".
           02 COL PLUS 1   PIC 9(08) FROM WS-DATA.
           02 COL PLUS 2   VALUE "DAS ".
           02 COL PLUS 1   PIC 9(02) FROM WS-HORA.
           02 COL PLUS 1   VALUE "AS ".
           02 COL PLUS 1   PIC 9(02) FROM WS-HORA-FIM-RES.
           02 LINE 4 COL 1 VALUE "CATEGORIA: ".
           02 COL PLUS 1   PIC 9(02) FROM WS-CATEG.
           02 COL PLUS 2   VALUE "TAXA: ".
           02 COL PLUS 1   PIC Z.ZZZ.ZZ9,99 FROM WS-TAXA.
           02 LINE 6 COL 1 VALUE "CONFIRMA (S/N): ".
           02 COL PLUS 1   PIC X(01) TO WS-CONFIRMA.
       01  TELA-HORARIO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "INSTALACAO: ".
           02 COL PLUS 1   PIC X(04) TO WS-INSTAL.
           02 LINE 2 COL 1 VALUE "DATA (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) TO WS-DATA.
           02 LINE 3 COL 1 VALUE "HORA DE INICIO (HH): ".
           02 COL PLUS 1   PIC 9(02) TO WS-HORA.
       01  TELA-AGENDA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "INSTALACAO: ".
           02 COL PLUS 1   PIC X(04) TO WS-INSTAL.
           02 LINE 2 COL 1 VALUE "DATA (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) TO WS-DATA.
       01  TELA-CODINST.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODIGO DA INSTALACAO: ".
           02 COL PLUS 1   PIC X(04) TO WS-INSTAL.
       01  TELA-INSTAL.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "INSTALACAO: ".
           02 COL PLUS 1   PIC X(04) FROM IN-CODIGO.
           02 LINE 2 COL 1 VALUE "DESCRICAO: ".
           02 COL PLUS 1   PIC X(20) USING IN-DESCR.
           02 LINE 3 COL 1 VALUE
                      "TIPO (Q-QUADRA S-SALAO C-CHURRASQUEIRA): ".
           02 COL PLUS 1   PIC X(01) USING IN-TIPO.
           02 LINE 4 COL 1 VALUE "ABRE AS (HH): ".
           02 COL PLUS 1   PIC 9(02) USING IN-HORA-ABRE.
           02 COL PLUS 2   VALUE "FECHA AS (HH): ".
           02 COL PLUS 1   PIC 9(02) USING IN-HORA-FECHA.
           02 COL PLUS 2   VALUE "HORAS POR RESERVA: ".
           02 COL PLUS 1   PIC 9(02) USING IN-DURACAO.
           02 LINE 5 COL 1 VALUE "SITUACAO (A-ATIVA I-INTERDITADA): ".
           02 COL PLUS 1   PIC X(01) USING IN-SITUACAO.
           02 LINE 6 COL 1 VALUE "TAXA PADRAO: ".
           02 COL PLUS 1   PIC 9(07)V99 USING IN-TAXA-PADRAO.
           02 LINE 8 COL 1 VALUE "TAXAS POR CATEGORIA (CATEG / TAXA)".
           02 LINE 9 COL 1 VALUE "1: ".
           02 COL PLUS 1   PIC 9(02) USING IN-TX-CATEG(1).
           02 COL PLUS 2   PIC 9(07)V99 USING IN-TX-VALOR(1).
           02 LINE 10 COL 1 VALUE "2: ".
           02 COL PLUS 1   PIC 9(02) USING IN-TX-CATEG(2).
           02 COL PLUS 2   PIC 9(07)V99 USING IN-TX-VALOR(2).
           02 LINE 11 COL 1 VALUE "3: ".
           02 COL PLUS 1   PIC 9(02) USING IN-TX-CATEG(3).
           02 COL PLUS 2   PIC 9(07)V99 USING IN-TX-VALOR(3).
           02 LINE 12 COL 1 VALUE "4: ".
           02 COL PLUS 1   PIC 9(02) USING IN-TX-CATEG(4).
           02 COL PLUS 2   PIC 9(07)V99 USING IN-TX-VALOR(4).
           02 LINE 13 COL 1 VALUE "5: ".
           02 COL PLUS 1   PIC 9(02) USING IN-TX-CATEG(5).
           02 COL PLUS 2   PIC 9(07)V99 USING IN-TX-VALOR(5).

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FS-INSTAL.
           OPEN I-O INSTAL.
           IF  WS-FS-INSTAL EQUAL "35"
               OPEN OUTPUT INSTAL
               CLOSE INSTAL
               OPEN I-O INSTAL.
           MOVE SPACES TO WS-FS-RESERVAS.
           OPEN I-O RESERVAS.
           IF  WS-FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS.
           OPEN INPUT CADSOC1.
           OPEN EXTEND AUDIT.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "5".
           CLOSE INSTAL RESERVAS CADSOC1 AUDIT.
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
               DISPLAY "PRG102 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG102 - RESERVAS BLOQUEADAS - TENTE DEPOIS"
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
               PERFORM RESERVAR-HORARIO
                       THRU RESERVAR-HORARIO-FIM
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM CANCELAR-RESERVA
                           THRU CANCELAR-RESERVA-FIM
               ELSE
                   IF  WS-OPCAO EQUAL "3"
                       PERFORM CONSULTAR-AGENDA
                               THRU CONSULTAR-AGENDA-FIM
                   ELSE
                       IF  WS-OPCAO EQUAL "4"
                           PERFORM MANTER-INSTALACAO
                                   THRU MANTER-INSTALACAO-FIM.

       RESERVAR-HORARIO.
           MOVE ZEROS TO WS-NUMSOC WS-DATA WS-HORA.
           MOVE SPACES TO WS-INSTAL.
           DISPLAY TELA-RESERVA.
           ACCEPT TELA-RESERVA.
           MOVE WS-NUMSOC TO NUMSOC1.
           MOVE "NAO" TO WS-ACHOU.
           READ CADSOC1
               INVALID KEY
                   DISPLAY "SOCIO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO RESERVAR-HORARIO-FIM.
           IF  SITSOC1 NOT EQUAL "A"
           AND SITSOC1 NOT EQUAL SPACE
               DISPLAY "SOCIO BLOQUEADO PARA RESERVAS - SITUACAO "
                       SITSOC1
               MOVE "RESERVA RECUSADA" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               GO TO RESERVAR-HORARIO-FIM.
           PERFORM VALIDA-HORARIO THRU VALIDA-HORARIO-FIM.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO RESERVAR-HORARIO-FIM.
           PERFORM BUSCA-CATEGORIA.
           MOVE IN-TAXA-PADRAO TO WS-TAXA.
           PERFORM BUSCA-TAXA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 5.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "RESERVA CANCELADA PELO OPERADOR"
               GO TO RESERVAR-HORARIO-FIM.
           MOVE WS-INSTAL   TO RV-INSTAL.
           MOVE WS-DATA     TO RV-DATA.
           MOVE WS-HORA     TO RV-HORA.
           MOVE WS-NUMSOC   TO RV-NUMSOC.
           MOVE WS-CATEG    TO RV-CATEG.
           MOVE WS-TAXA     TO RV-VALOR.
           MOVE "R"         TO RV-SITUACAO.
           MOVE WS-HOJE     TO RV-DATA-RES.
           MOVE WS-OPERADOR TO RV-OPERADOR.
           MOVE ZEROS       TO RV-DATA-FAT.
           MOVE REGRESERVA  TO WS-RESERVA-NOVA.
           MOVE "SIM" TO WS-ACHOU.
           WRITE REGRESERVA
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               PERFORM REAPROVEITA-HORARIO
                       THRU REAPROVEITA-HORARIO-FIM.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO RESERVAR-HORARIO-FIM.
           MOVE ZEROS TO WS-VAL-ANTES.
           MOVE WS-TAXA TO WS-VAL-DEPOIS.
           PERFORM GRAVA-AUDITORIA-RESERVA.
           MOVE "RESERVA EFETUADA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           MOVE WS-TAXA TO WS-TAXA-EDIT.
           DISPLAY "RESERVA CONFIRMADA - TAXA DE " WS-TAXA-EDIT
                   " NA PROXIMA COBRANCA".
       RESERVAR-HORARIO-FIM.
           EXIT.

       REAPROVEITA-HORARIO.
           READ RESERVAS
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR RESERVA"
                   GO TO REAPROVEITA-HORARIO-FIM.
           IF  RV-SITUACAO NOT EQUAL "C"
               DISPLAY "HORARIO JA RESERVADO PARA O SOCIO " RV-NUMSOC
               GO TO REAPROVEITA-HORARIO-FIM.
           MOVE WS-RESERVA-NOVA TO REGRESERVA.
           REWRITE REGRESERVA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR RESERVA"
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.
       REAPROVEITA-HORARIO-FIM.
           EXIT.

       VALIDA-HORARIO.
           MOVE "NAO" TO WS-ACHOU.
           MOVE WS-INSTAL TO IN-CODIGO.
           READ INSTAL
               INVALID KEY
                   DISPLAY "INSTALACAO NAO CADASTRADA"
                   GO TO VALIDA-HORARIO-FIM.
           IF  IN-SITUACAO NOT EQUAL "A"
               DISPLAY "INSTALACAO INTERDITADA"
               GO TO VALIDA-HORARIO-FIM.
           MOVE WS-DATA TO WS-DATA-R.
           IF  WS-DT-MES LESS 1 OR WS-DT-MES GREATER 12
           OR  WS-DT-DIA LESS 1 OR WS-DT-DIA GREATER 31
               DISPLAY "DATA INVALIDA"
               GO TO VALIDA-HORARIO-FIM.
           IF  WS-DATA LESS WS-HOJE
               DISPLAY "DATA JA PASSADA"
               GO TO VALIDA-HORARIO-FIM.
           IF  IN-DURACAO EQUAL ZERO
               DISPLAY "INSTALACAO SEM DURACAO DE RESERVA"
               GO TO VALIDA-HORARIO-FIM.
           COMPUTE WS-HORA-FIM-RES = WS-HORA + IN-DURACAO.
           IF  WS-HORA LESS IN-HORA-ABRE
           OR  WS-HORA-FIM-RES GREATER IN-HORA-FECHA
               DISPLAY "HORARIO FORA DO FUNCIONAMENTO "
                       IN-HORA-ABRE " AS " IN-HORA-FECHA
               GO TO VALIDA-HORARIO-FIM.
           COMPUTE WS-RESTO = WS-HORA - IN-HORA-ABRE.
           DIVIDE IN-DURACAO INTO WS-RESTO
                  GIVING WS-QUOC REMAINDER WS-RESTO.
           IF  WS-RESTO NOT EQUAL ZERO
               DISPLAY "HORARIO DEVE INICIAR EM BLOCOS DE "
                       IN-DURACAO " HORAS A PARTIR DAS " IN-HORA-ABRE
               GO TO VALIDA-HORARIO-FIM.
           MOVE "SIM" TO WS-ACHOU.
       VALIDA-HORARIO-FIM.
           EXIT.

       BUSCA-CATEGORIA.
           MOVE 01 TO WS-CATEG.
           MOVE "NAO" TO CS-FIM.
           MOVE SPACES TO WS-FS-CATSOC.
           OPEN INPUT CATSOC.
           IF  WS-FS-CATSOC NOT EQUAL "35"
               PERFORM LE-CATSOC
               PERFORM CONFERE-CATSOC
                       UNTIL CS-FIM EQUAL "SIM"
               CLOSE CATSOC.
       LE-CATSOC.
           READ CATSOC
                       AT END
                             MOVE "SIM" TO CS-FIM.
       CONFERE-CATSOC.
           IF  CS-NUMSOC EQUAL WS-NUMSOC
               MOVE CS-CATEG TO WS-CATEG
               MOVE "SIM" TO CS-FIM
           ELSE
               PERFORM LE-CATSOC.

       BUSCA-TAXA.
           IF  IN-TX-CATEG(WS-IX) EQUAL WS-CATEG
           AND IN-TX-CATEG(WS-IX) GREATER ZERO
               MOVE IN-TX-VALOR(WS-IX) TO WS-TAXA.

       CANCELAR-RESERVA.
           MOVE ZEROS TO WS-DATA WS-HORA.
           MOVE SPACES TO WS-INSTAL.
           DISPLAY TELA-HORARIO.
           ACCEPT TELA-HORARIO.
           MOVE WS-INSTAL TO RV-INSTAL.
           MOVE WS-DATA   TO RV-DATA.
           MOVE WS-HORA   TO RV-HORA.
           READ RESERVAS
               INVALID KEY
                   DISPLAY "RESERVA NAO ENCONTRADA"
                   GO TO CANCELAR-RESERVA-FIM.
           IF  RV-SITUACAO EQUAL "C"
               DISPLAY "RESERVA JA CANCELADA"
               GO TO CANCELAR-RESERVA-FIM.
           IF  RV-SITUACAO EQUAL "F"
               DISPLAY "RESERVA JA FATURADA - ACERTO PELA TESOURARIA"
               GO TO CANCELAR-RESERVA-FIM.
           MOVE RV-VALOR TO WS-VAL-ANTES.
           MOVE ZEROS TO WS-VAL-DEPOIS.
           MOVE "C" TO RV-SITUACAO.
           MOVE WS-OPERADOR TO RV-OPERADOR.
           REWRITE REGRESERVA
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR RESERVA"
                   GO TO CANCELAR-RESERVA-FIM.
           MOVE RV-NUMSOC TO NUMSOC1.
           PERFORM GRAVA-AUDITORIA-RESERVA.
           MOVE "RESERVA CANCELADA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           DISPLAY "RESERVA CANCELADA".
       CANCELAR-RESERVA-FIM.
           EXIT.

       CONSULTAR-AGENDA.
           MOVE ZEROS TO WS-DATA.
           MOVE SPACES TO WS-INSTAL.
           DISPLAY TELA-AGENDA.
           ACCEPT TELA-AGENDA.
           MOVE WS-INSTAL TO IN-CODIGO.
           READ INSTAL
               INVALID KEY
                   DISPLAY "INSTALACAO NAO CADASTRADA"
                   GO TO CONSULTAR-AGENDA-FIM.
           IF  IN-DURACAO EQUAL ZERO
               DISPLAY "INSTALACAO SEM DURACAO DE RESERVA"
               GO TO CONSULTAR-AGENDA-FIM.
           DISPLAY IN-CODIGO " - " IN-DESCR " - DIA " WS-DATA.
           MOVE IN-HORA-ABRE TO WS-SLOT.
           COMPUTE WS-SLOT-FIM = WS-SLOT + IN-DURACAO.
           PERFORM MOSTRA-HORARIO
                   UNTIL WS-SLOT-FIM GREATER IN-HORA-FECHA.
       CONSULTAR-AGENDA-FIM.
           EXIT.

       MOSTRA-HORARIO.
           MOVE WS-INSTAL TO RV-INSTAL.
           MOVE WS-DATA   TO RV-DATA.
           MOVE WS-SLOT   TO RV-HORA.
           MOVE "NAO" TO WS-ACHOU.
           READ RESERVAS
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
           AND RV-SITUACAO NOT EQUAL "C"
               DISPLAY WS-SLOT "H AS " WS-SLOT-FIM
                       "H - RESERVADO SOCIO " RV-NUMSOC
           ELSE
               DISPLAY WS-SLOT "H AS " WS-SLOT-FIM "H - LIVRE".
           MOVE WS-SLOT-FIM TO WS-SLOT.
           COMPUTE WS-SLOT-FIM = WS-SLOT + IN-DURACAO.

       MANTER-INSTALACAO.
           IF  WS-NIVEL LESS 9
               DISPLAY "FUNCAO RESTRITA A SUPERVISOR"
               MOVE "VIOLACAO INSTALACAO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               GO TO MANTER-INSTALACAO-FIM.
           MOVE SPACES TO WS-INSTAL.
           DISPLAY TELA-CODINST.
           ACCEPT TELA-CODINST.
           IF  WS-INSTAL EQUAL SPACES
               GO TO MANTER-INSTALACAO-FIM.
           MOVE WS-INSTAL TO IN-CODIGO.
           MOVE "SIM" TO WS-ACHOU.
           READ INSTAL
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE SPACES TO REGINSTAL
               MOVE WS-INSTAL TO IN-CODIGO
               MOVE ZEROS TO IN-HORA-ABRE IN-HORA-FECHA IN-DURACAO
                             IN-TAXA-PADRAO
               MOVE "A" TO IN-SITUACAO
               PERFORM ZERA-TAXA
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER 5.
           DISPLAY TELA-INSTAL.
           ACCEPT TELA-INSTAL.
           IF  WS-ACHOU EQUAL "SIM"
               REWRITE REGINSTAL
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR INSTALACAO"
                       GO TO MANTER-INSTALACAO-FIM
               END-REWRITE
               MOVE "INSTALACAO ALTERADA" TO WS-EVENTO
           ELSE
               WRITE REGINSTAL
                   INVALID KEY
                       DISPLAY "ERRO AO INCLUIR INSTALACAO"
                       GO TO MANTER-INSTALACAO-FIM
               END-WRITE
               MOVE "INSTALACAO INCLUIDA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
       MANTER-INSTALACAO-FIM.
           EXIT.

       ZERA-TAXA.
           MOVE ZEROS TO IN-TX-CATEG(WS-IX) IN-TX-VALOR(WS-IX).

       GRAVA-AUDITORIA-RESERVA.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG102"   TO AUD-PROGRAMA.
           MOVE RV-NUMSOC  TO AUD-CHAVE.
           MOVE RV-INSTAL  TO AUD-PRODUTO.
           MOVE WS-VAL-ANTES  TO AUD-VALANTES.
           MOVE WS-VAL-DEPOIS TO AUD-VALDEPOIS.
           WRITE REGAUDIT.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG102 - ACESSO NEGADO"
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
               DISPLAY "PRG102 - ARQUIVO DE OPERADORES AUSENTE"
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
           MOVE "PRG102" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
