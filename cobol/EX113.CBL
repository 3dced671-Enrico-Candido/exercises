       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG113.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FE-CHAVE
           FILE STATUS IS WS-FS-FERIAS.
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADENT.
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
       FD  FERIAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FERIAS.DAT".
       01  REGFERIAS.
           02 FE-CHAVE.
              03 FE-CODIGO  PIC 9(07).
              03 FE-INICIO  PIC 9(08).
           02 FE-DIAS       PIC 9(02).
           02 FE-FIM        PIC 9(08).
           02 FE-PERIODO    PIC 9(02).
           02 FE-DOBRO      PIC X(01).
           02 FE-SITUACAO   PIC X(01).
           02 FE-DATA-AGEND PIC 9(08).
           02 FE-OPERADOR   PIC X(08).
           02 FE-COMPET-PAG PIC 9(06).
           02 FE-VALOR      PIC 9(07)V99.
           02 FE-TERCO      PIC 9(07)V99.
       FD  CADENT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
       01  REGCAD.
           02 CODIGO        PIC 9(07).
           02 NOME          PIC X(25).
           02 SALARIO       PIC 9(05)V99.
           02 SEXO          PIC X(01).
           02 DEPTO         PIC 9(03).
           02 DATA-ADM      PIC 9(08).
           02 DATA-DEM      PIC 9(08).
           02 SITFUNC       PIC X(01).
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
       77  WS-FS-FERIAS     PIC X(02) VALUE SPACES.
       77  WS-FS-CADENT     PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  CAD-FIM          PIC X(03) VALUE "NAO".
       77  FER-FIM          PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-CONFLITO      PIC X(03) VALUE "NAO".
       77  WS-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-CODIGO        PIC 9(07) VALUE ZEROS.
       77  WS-INICIO        PIC 9(08) VALUE ZEROS.
       77  WS-FIM           PIC 9(08) VALUE ZEROS.
       77  WS-DIAS          PIC 9(02) VALUE ZEROS.
       77  WS-USADOS        PIC 9(04) VALUE ZEROS.
       77  WS-ADQUIRIDOS    PIC 9(04) VALUE ZEROS.
       77  WS-SALDO         PIC S9(04) VALUE ZEROS.
       77  WS-ANOS          PIC S9(03) VALUE ZEROS.
       77  WS-PERIODO       PIC 9(02) VALUE ZEROS.
       77  WS-PRAZO         PIC 9(08) VALUE ZEROS.
       77  WS-DOBRO         PIC X(01) VALUE "N".
       77  WS-INT-AUX       PIC 9(08) VALUE ZEROS.
       77  WS-SALDO-EDIT    PIC -ZZ9 VALUE ZEROS.
       01  WS-DATA-R.
           02 WS-DT-ANO     PIC 9(04).
           02 WS-DT-MES     PIC 9(02).
           02 WS-DT-DIA     PIC 9(02).
       01  WS-DATA-R9 REDEFINES WS-DATA-R PIC 9(08).
       01  WS-ADM-R.
           02 WS-ADM-ANO    PIC 9(04).
           02 WS-ADM-MMDD   PIC 9(04).
       01  WS-BASE-R.
           02 WS-BASE-ANO   PIC 9(04).
           02 WS-BASE-MMDD  PIC 9(04).
       01  WS-BASE-R9 REDEFINES WS-BASE-R PIC 9(08).

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
           02 LINE 1  COL 1  VALUE "PROGRAMACAO DE FERIAS".
           02 LINE 3  COL 1  VALUE "1 - AGENDAR FERIAS".
           02 LINE 4  COL 1  VALUE "2 - CANCELAR FERIAS AGENDADAS".
           02 LINE 5  COL 1  VALUE "3 - CONSULTAR SALDO E PERIODOS".
           02 LINE 6  COL 1  VALUE "4 - SAIR".
           02 LINE 8  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-AGENDA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODIGO DO FUNCIONARIO: ".
           02 COL PLUS 1   PIC 9(07) TO WS-CODIGO.
           02 LINE 2 COL 1 VALUE "INICIO (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) TO WS-INICIO.
           02 LINE 3 COL 1 VALUE "DIAS DE GOZO: ".
           02 COL PLUS 1   PIC 9(02) TO WS-DIAS.
       01  TELA-CONFIRMA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "FUNCIONARIO: ".
           02 COL PLUS 1   PIC 9(07) FROM CODIGO.
           02 COL PLUS 2   PIC X(25) FROM NOME.
           02 LINE 2 COL 1 VALUE "ADMISSAO: ".
           02 COL PLUS 1   PIC 9(08) FROM DATA-ADM.
           02 LINE 3 COL 1 VALUE "FERIAS DE ".
           02 COL PLUS 1   PIC 9(08) FROM WS-INICIO.
           02 COL PLUS 1   VALUE "A ".
           02 COL PLUS 1   PIC 9(08) FROM WS-FIM.
           02 COL PLUS 2   PIC Z9 FROM WS-DIAS.
           02 COL PLUS 1   VALUE "DIAS".
           02 LINE 4 COL 1 VALUE "PERIODO AQUISITIVO: ".
           02 COL PLUS 1   PIC Z9 FROM WS-PERIODO.
           02 COL PLUS 2   VALUE "PRAZO DE GOZO ATE ".
           02 COL PLUS 1   PIC 9(08) FROM WS-PRAZO.
           02 LINE 5 COL 1 VALUE "PAGAMENTO EM DOBRO (S/N): ".
           02 COL PLUS 1   PIC X(01) FROM WS-DOBRO.
           02 LINE 7 COL 1 VALUE "CONFIRMA (S/N): ".
           02 COL PLUS 1   PIC X(01) TO WS-CONFIRMA.
       01  TELA-CANCELA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODIGO DO FUNCIONARIO: ".
           02 COL PLUS 1   PIC 9(07) TO WS-CODIGO.
           02 LINE 2 COL 1 VALUE "INICIO (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) TO WS-INICIO.
       01  TELA-CODIGO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODIGO DO FUNCIONARIO: ".
           02 COL PLUS 1   PIC 9(07) TO WS-CODIGO.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FS-FERIAS.
           OPEN I-O FERIAS.
           IF  WS-FS-FERIAS EQUAL "35"
               OPEN OUTPUT FERIAS
               CLOSE FERIAS
               OPEN I-O FERIAS.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "4".
           CLOSE FERIAS.
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
               DISPLAY "PRG113 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG113 - FERIAS BLOQUEADAS - TENTE DEPOIS"
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
               PERFORM AGENDAR-FERIAS
                       THRU AGENDAR-FERIAS-FIM
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM CANCELAR-FERIAS
                           THRU CANCELAR-FERIAS-FIM
               ELSE
                   IF  WS-OPCAO EQUAL "3"
                       PERFORM CONSULTAR-FERIAS
                               THRU CONSULTAR-FERIAS-FIM.

       AGENDAR-FERIAS.
           MOVE ZEROS TO WS-CODIGO WS-INICIO WS-DIAS.
           DISPLAY TELA-AGENDA.
           ACCEPT TELA-AGENDA.
           PERFORM BUSCA-FUNCIONARIO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               GO TO AGENDAR-FERIAS-FIM.
           IF  SITFUNC EQUAL "D"
               DISPLAY "FUNCIONARIO DESLIGADO"
               GO TO AGENDAR-FERIAS-FIM.
           MOVE WS-INICIO TO WS-DATA-R.
           IF  WS-DT-MES LESS 1 OR WS-DT-MES GREATER 12
           OR  WS-DT-DIA LESS 1 OR WS-DT-DIA GREATER 31
               DISPLAY "DATA INVALIDA"
               GO TO AGENDAR-FERIAS-FIM.
           IF  WS-INICIO LESS WS-HOJE
               DISPLAY "DATA JA PASSADA"
               GO TO AGENDAR-FERIAS-FIM.
           IF  WS-DIAS LESS 5 OR WS-DIAS GREATER 30
               DISPLAY "PERIODO DEVE TER DE 5 A 30 DIAS"
               GO TO AGENDAR-FERIAS-FIM.
           COMPUTE WS-INT-AUX =
                   FUNCTION INTEGER-OF-DATE(WS-INICIO) + WS-DIAS - 1.
           COMPUTE WS-FIM = FUNCTION DATE-OF-INTEGER(WS-INT-AUX).
           PERFORM SOMA-FERIAS-AGENDADAS.
           IF  WS-CONFLITO EQUAL "SIM"
               DISPLAY "PERIODO CONFLITA COM FERIAS JA AGENDADAS"
               GO TO AGENDAR-FERIAS-FIM.
           MOVE WS-INICIO TO WS-BASE-R9.
           PERFORM CALCULA-PERIODOS.
           COMPUTE WS-SALDO = WS-ADQUIRIDOS - WS-USADOS.
           IF  WS-SALDO LESS WS-DIAS
               MOVE WS-SALDO TO WS-SALDO-EDIT
               DISPLAY "SALDO INSUFICIENTE NA DATA DE INICIO - SALDO "
                       WS-SALDO-EDIT " DIAS"
               GO TO AGENDAR-FERIAS-FIM.
           COMPUTE WS-PERIODO = WS-USADOS / 30 + 1.
           PERFORM CALCULA-PRAZO.
           MOVE "N" TO WS-DOBRO.
           IF  WS-INICIO GREATER WS-PRAZO
               MOVE "S" TO WS-DOBRO.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "AGENDAMENTO CANCELADO PELO OPERADOR"
               GO TO AGENDAR-FERIAS-FIM.
           MOVE WS-CODIGO   TO FE-CODIGO.
           MOVE WS-INICIO   TO FE-INICIO.
           MOVE WS-DIAS     TO FE-DIAS.
           MOVE WS-FIM      TO FE-FIM.
           MOVE WS-PERIODO  TO FE-PERIODO.
           MOVE WS-DOBRO    TO FE-DOBRO.
           MOVE "A"         TO FE-SITUACAO.
           MOVE WS-HOJE     TO FE-DATA-AGEND.
           MOVE WS-OPERADOR TO FE-OPERADOR.
           MOVE ZEROS       TO FE-COMPET-PAG FE-VALOR FE-TERCO.
           WRITE REGFERIAS
               INVALID KEY
                   DISPLAY "JA EXISTEM FERIAS COM ESSE INICIO"
               NOT INVALID KEY
                   DISPLAY "FERIAS AGENDADAS"
                   MOVE "FERIAS AGENDADAS" TO WS-EVENTO
                   PERFORM GRAVA-SEGLOG.
       AGENDAR-FERIAS-FIM.
           EXIT.

       CANCELAR-FERIAS.
           MOVE ZEROS TO WS-CODIGO WS-INICIO.
           DISPLAY TELA-CANCELA.
           ACCEPT TELA-CANCELA.
           MOVE WS-CODIGO TO FE-CODIGO.
           MOVE WS-INICIO TO FE-INICIO.
           MOVE "SIM" TO WS-ACHOU.
           READ FERIAS
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "FERIAS NAO ENCONTRADAS"
               GO TO CANCELAR-FERIAS-FIM.
           IF  FE-SITUACAO NOT EQUAL "A"
               DISPLAY "FERIAS JA PAGAS - ACERTO PELO DEPTO PESSOAL"
               GO TO CANCELAR-FERIAS-FIM.
           DELETE FERIAS
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR FERIAS"
                   GO TO CANCELAR-FERIAS-FIM.
           DISPLAY "FERIAS CANCELADAS".
           MOVE "FERIAS CANCELADAS" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
       CANCELAR-FERIAS-FIM.
           EXIT.

       CONSULTAR-FERIAS.
           MOVE ZEROS TO WS-CODIGO.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           PERFORM BUSCA-FUNCIONARIO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               GO TO CONSULTAR-FERIAS-FIM.
           DISPLAY CODIGO " " NOME " ADMISSAO " DATA-ADM.
           MOVE ZEROS TO WS-INICIO WS-FIM.
           PERFORM SOMA-FERIAS-AGENDADAS.
           MOVE WS-HOJE TO WS-BASE-R9.
           PERFORM CALCULA-PERIODOS.
           COMPUTE WS-SALDO = WS-ADQUIRIDOS - WS-USADOS.
           MOVE WS-SALDO TO WS-SALDO-EDIT.
           DISPLAY "DIAS ADQUIRIDOS " WS-ADQUIRIDOS
                   " PROGRAMADOS/GOZADOS " WS-USADOS
                   " SALDO " WS-SALDO-EDIT.
           IF  WS-SALDO GREATER ZERO
               COMPUTE WS-PERIODO = WS-USADOS / 30 + 1
               PERFORM CALCULA-PRAZO
               DISPLAY "PERIODO " WS-PERIODO
                       " DEVE SER GOZADO ATE " WS-PRAZO
               IF  WS-PRAZO LESS WS-HOJE
                   DISPLAY "*** PRAZO VENCIDO - FERIAS EM DOBRO ***".
           MOVE WS-CODIGO TO FE-CODIGO.
           MOVE ZEROS TO FE-INICIO.
           MOVE "NAO" TO FER-FIM.
           START FERIAS KEY NOT LESS FE-CHAVE
               INVALID KEY
                   MOVE "SIM" TO FER-FIM.
           PERFORM LISTA-PERIODO
                   UNTIL FER-FIM EQUAL "SIM".
       CONSULTAR-FERIAS-FIM.
           EXIT.
       LISTA-PERIODO.
           READ FERIAS NEXT
                       AT END
                             MOVE "SIM" TO FER-FIM.
           IF  FER-FIM NOT EQUAL "SIM"
               IF  FE-CODIGO NOT EQUAL WS-CODIGO
                   MOVE "SIM" TO FER-FIM
               ELSE
                   DISPLAY FE-INICIO " A " FE-FIM " " FE-DIAS
                           " DIAS PER " FE-PERIODO
                           " DOBRO " FE-DOBRO
                           " SIT " FE-SITUACAO
                           " PAGO EM " FE-COMPET-PAG.

       BUSCA-FUNCIONARIO.
           MOVE "NAO" TO WS-ACHOU.
           MOVE "NAO" TO CAD-FIM.
           MOVE SPACES TO WS-FS-CADENT.
           OPEN INPUT CADENT.
           IF  WS-FS-CADENT NOT EQUAL "00"
               DISPLAY "PRG113 - CADENT.DAT INDISPONIVEL"
           ELSE
               PERFORM LE-CADENT
               PERFORM PROCURA-FUNCIONARIO
                       UNTIL CAD-FIM EQUAL "SIM"
               CLOSE CADENT.
       LE-CADENT.
           READ CADENT
                       AT END
                             MOVE "SIM" TO CAD-FIM.
       PROCURA-FUNCIONARIO.
           IF  CODIGO EQUAL WS-CODIGO
               MOVE "SIM" TO WS-ACHOU
               MOVE "SIM" TO CAD-FIM
           ELSE
               PERFORM LE-CADENT.

       SOMA-FERIAS-AGENDADAS.
           MOVE ZEROS TO WS-USADOS.
           MOVE "NAO" TO WS-CONFLITO.
           MOVE WS-CODIGO TO FE-CODIGO.
           MOVE ZEROS TO FE-INICIO.
           MOVE "NAO" TO FER-FIM.
           START FERIAS KEY NOT LESS FE-CHAVE
               INVALID KEY
                   MOVE "SIM" TO FER-FIM.
           PERFORM SOMA-PERIODO
                   UNTIL FER-FIM EQUAL "SIM".
       SOMA-PERIODO.
           READ FERIAS NEXT
                       AT END
                             MOVE "SIM" TO FER-FIM.
           IF  FER-FIM NOT EQUAL "SIM"
               IF  FE-CODIGO NOT EQUAL WS-CODIGO
                   MOVE "SIM" TO FER-FIM
               ELSE
                   ADD FE-DIAS TO WS-USADOS
                   IF  WS-INICIO NOT GREATER FE-FIM
                   AND WS-FIM NOT LESS FE-INICIO
                   AND WS-INICIO GREATER ZEROS
                       MOVE "SIM" TO WS-CONFLITO.

       CALCULA-PERIODOS.
           MOVE DATA-ADM TO WS-ADM-R.
           COMPUTE WS-ANOS = WS-BASE-ANO - WS-ADM-ANO.
           IF  WS-BASE-MMDD LESS WS-ADM-MMDD
               SUBTRACT 1 FROM WS-ANOS.
           IF  WS-ANOS LESS ZERO
               MOVE ZEROS TO WS-ANOS.
           COMPUTE WS-ADQUIRIDOS = WS-ANOS * 30.

       CALCULA-PRAZO.
           MOVE DATA-ADM TO WS-ADM-R.
           COMPUTE WS-BASE-ANO = WS-ADM-ANO + WS-PERIODO + 1.
           MOVE WS-ADM-MMDD TO WS-BASE-MMDD.
           IF  WS-ADM-MMDD EQUAL 0229
               MOVE 0301 TO WS-BASE-MMDD.
           COMPUTE WS-INT-AUX =
                   FUNCTION INTEGER-OF-DATE(WS-BASE-R9) - 1.
           COMPUTE WS-PRAZO = FUNCTION DATE-OF-INTEGER(WS-INT-AUX).

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG113 - ACESSO NEGADO"
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
               DISPLAY "PRG113 - ARQUIVO DE OPERADORES AUSENTE"
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
           MOVE "PRG113" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
