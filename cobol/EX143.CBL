       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG143.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-CODIGO
           FILE STATUS IS WS-FS-ATIVOS.
           SELECT ATIVMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ATIVMOV.
           SELECT DEPTOMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DP-DEPTO
           FILE STATUS IS WS-FS-DEPTOMA.
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
       FD  ATIVOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATIVOS.DAT".
       01  REGATIVO.
           02 AT-CODIGO     PIC 9(06).
           02 AT-DESCR      PIC X(30).
           02 AT-CLASSE     PIC X(02).
           02 AT-CCUSTO     PIC 9(05).
           02 AT-DATA-AQUIS PIC 9(08).
           02 AT-CUSTO      PIC 9(09)V99.
           02 AT-VIDA-MESES PIC 9(03).
           02 AT-DEPR-ACUM  PIC 9(09)V99.
           02 AT-ULT-COMPET PIC 9(06).
           02 AT-SITUACAO   PIC X(01).
           02 AT-DATA-BAIXA PIC 9(08).
           02 AT-MOTIVO-BAIXA PIC X(20).
           02 AT-BAIXA-LANC PIC X(01).
           02 AT-DATA-ALT   PIC 9(08).
           02 AT-OPERADOR   PIC X(08).
       FD  ATIVMOV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATIVMOV.DAT".
       01  REGATIVMOV.
           02 AM-CODIGO     PIC 9(06).
           02 AM-TIPO       PIC X(01).
           02 AM-DATA       PIC 9(08).
           02 AM-CCUSTO-ANT PIC 9(05).
           02 AM-CCUSTO-NOVO PIC 9(05).
           02 AM-VALOR      PIC 9(09)V99.
           02 AM-OPERADOR   PIC X(08).
       FD  DEPTOMA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPTOMA.DAT".
       01  REGDEPTOMA.
           02 DP-DEPTO      PIC 9(03).
           02 DP-NOME       PIC X(20).
           02 DP-CCUSTO     PIC 9(05).
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
       77  WS-FS-ATIVOS     PIC X(02) VALUE SPACES.
       77  WS-FS-ATIVMOV    PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOMA    PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  DEP-FIM          PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-MES-ATUAL     PIC 9(06) VALUE ZEROS.
       77  WS-CODIGO        PIC 9(06) VALUE ZEROS.
       77  WS-DESCR         PIC X(30) VALUE SPACES.
       77  WS-CLASSE        PIC X(02) VALUE SPACES.
       77  WS-DESC-CLASSE   PIC X(18) VALUE SPACES.
       77  WS-CCUSTO        PIC 9(05) VALUE ZEROS.
       77  WS-CCUSTO-ANT    PIC 9(05) VALUE ZEROS.
       77  WS-NOME-CC       PIC X(20) VALUE SPACES.
       77  WS-DATA-AQUIS    PIC 9(08) VALUE ZEROS.
       77  WS-CUSTO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-VIDA          PIC 9(03) VALUE ZEROS.
       77  WS-DEPR-INI      PIC 9(09)V99 VALUE ZEROS.
       77  WS-COMPET-INI    PIC 9(06) VALUE ZEROS.
       77  WS-DATA-BAIXA    PIC 9(08) VALUE ZEROS.
       77  WS-MOTIVO        PIC X(20) VALUE SPACES.
       77  WS-LIQUIDO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-IX            PIC 9(02) VALUE ZEROS.
       77  WS-VAL-EDIT      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WS-DATA-CHK.
           02 WS-CHK-ANO    PIC 9(04).
           02 WS-CHK-MES    PIC 9(02).
           02 WS-CHK-DIA    PIC 9(02).
       01  WS-COMPET-CHK.
           02 WS-CCK-ANO    PIC 9(04).
           02 WS-CCK-MES    PIC 9(02).
       01  TAB-CLASSES-VAL.
           02 FILLER        PIC X(20) VALUE "EDEDIFICACOES".
           02 FILLER        PIC X(20) VALUE "PIPISCINAS".
           02 FILLER        PIC X(20) VALUE "QUQUADRAS E CAMPOS".
           02 FILLER        PIC X(20) VALUE "VEVEICULOS".
           02 FILLER        PIC X(20) VALUE "EQEQUIPAMENTOS".
           02 FILLER        PIC X(20) VALUE "MOMOVEIS E UTENSIL.".
           02 FILLER        PIC X(20) VALUE "ININFORMATICA".
       01  TAB-CLASSES REDEFINES TAB-CLASSES-VAL.
           02 TAB-CL-OCORR OCCURS 7 TIMES.
              03 TAB-CL-COD   PIC X(02).
              03 TAB-CL-DESCR PIC X(18).

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
           02 LINE 1  COL 1  VALUE "CADASTRO DE BENS PATRIMONIAIS".
           02 LINE 3  COL 1  VALUE "1 - INCLUIR BEM".
           02 LINE 4  COL 1  VALUE "2 - TRANSFERIR CENTRO DE CUSTO".
           02 LINE 5  COL 1  VALUE "3 - BAIXAR BEM".
           02 LINE 6  COL 1  VALUE "4 - CONSULTAR BEM".
           02 LINE 7  COL 1  VALUE "5 - SAIR".
           02 LINE 9  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-CODIGO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODIGO DO BEM: ".
           02 COL PLUS 1   PIC 9(06) TO WS-CODIGO.
       01  TELA-BEM.
           02 BLANK SCREEN.
           02 LINE 1  COL 1  VALUE "BEM ".
           02 COL PLUS 1     PIC 9(06) FROM WS-CODIGO.
           02 LINE 3  COL 1  VALUE "DESCRICAO.........: ".
           02 COL PLUS 1     PIC X(30) USING WS-DESCR.
           02 LINE 4  COL 1  VALUE "CLASSE............: ".
           02 COL PLUS 1     PIC X(02) USING WS-CLASSE.
           02 LINE 5  COL 1  VALUE "CENTRO DE CUSTO...: ".
           02 COL PLUS 1     PIC 9(05) USING WS-CCUSTO.
           02 LINE 6  COL 1  VALUE "DATA AQUISICAO....: ".
           02 COL PLUS 1     PIC 9(08) USING WS-DATA-AQUIS.
           02 COL PLUS 2     VALUE "(AAAAMMDD)".
           02 LINE 7  COL 1  VALUE "CUSTO DE AQUISICAO: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-CUSTO.
           02 LINE 8  COL 1  VALUE "VIDA UTIL (MESES).: ".
           02 COL PLUS 1     PIC 9(03) USING WS-VIDA.
           02 LINE 10 COL 1  VALUE "SALDO ANTERIOR AO SISTEMA".
           02 LINE 11 COL 1  VALUE "DEPREC. ACUMULADA.: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-DEPR-INI.
           02 LINE 12 COL 1  VALUE "DEPRECIADO ATE....: ".
           02 COL PLUS 1     PIC 9(06) USING WS-COMPET-INI.
           02 COL PLUS 2     VALUE "(AAAAMM)".
           02 LINE 14 COL 1  VALUE "CLASSES: ED EDIFICACOES  PI PISCI".
           02 COL PLUS 0     VALUE "NAS  QU QUADRAS  VE VEICULOS".
           02 LINE 15 COL 10 VALUE "EQ EQUIPAMENTOS  MO MOVEIS  IN IN".
           02 COL PLUS 0     VALUE "FORMATICA".
       01  TELA-TRANSFERE.
           02 BLANK SCREEN.
           02 LINE 1  COL 1  VALUE "BEM ".
           02 COL PLUS 1     PIC 9(06) FROM AT-CODIGO.
           02 COL PLUS 1     PIC X(30) FROM AT-DESCR.
           02 LINE 3  COL 1  VALUE "CENTRO DE CUSTO ATUAL: ".
           02 COL PLUS 1     PIC 9(05) FROM WS-CCUSTO-ANT.
           02 COL PLUS 1     PIC X(20) FROM WS-NOME-CC.
           02 LINE 5  COL 1  VALUE "NOVO CENTRO DE CUSTO.: ".
           02 COL PLUS 1     PIC 9(05) TO WS-CCUSTO.
       01  TELA-BAIXA.
           02 BLANK SCREEN.
           02 LINE 1  COL 1  VALUE "BEM ".
           02 COL PLUS 1     PIC 9(06) FROM AT-CODIGO.
           02 COL PLUS 1     PIC X(30) FROM AT-DESCR.
           02 LINE 3  COL 1  VALUE "CUSTO.............: ".
           02 COL PLUS 1     PIC ZZZ.ZZZ.ZZ9,99 FROM AT-CUSTO.
           02 LINE 4  COL 1  VALUE "DEPREC. ACUMULADA.: ".
           02 COL PLUS 1     PIC ZZZ.ZZZ.ZZ9,99 FROM AT-DEPR-ACUM.
           02 LINE 5  COL 1  VALUE "VALOR LIQUIDO.....: ".
           02 COL PLUS 1     PIC ZZZ.ZZZ.ZZ9,99 FROM WS-LIQUIDO.
           02 LINE 7  COL 1  VALUE "DATA DA BAIXA.....: ".
           02 COL PLUS 1     PIC 9(08) USING WS-DATA-BAIXA.
           02 COL PLUS 2     VALUE "(AAAAMMDD)".
           02 LINE 8  COL 1  VALUE "MOTIVO............: ".
           02 COL PLUS 1     PIC X(20) USING WS-MOTIVO.
       01  TELA-CONFIRMA.
           02 LINE 18 COL 1 VALUE "CONFIRMA (S/N): ".
           02 COL PLUS 1   PIC X(01) TO WS-CONFIRMA.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE(1:6) TO WS-MES-ATUAL.
           MOVE SPACES TO WS-FS-ATIVOS.
           OPEN I-O ATIVOS.
           IF  WS-FS-ATIVOS EQUAL "35"
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN I-O ATIVOS.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "5".
           CLOSE ATIVOS.
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
               DISPLAY "PRG143 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG143 - PATRIMONIO BLOQUEADO - TENTE DEPOIS"
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
               PERFORM INCLUIR-BEM
                       THRU INCLUIR-BEM-FIM
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM TRANSFERIR-BEM
                           THRU TRANSFERIR-BEM-FIM
               ELSE
                   IF  WS-OPCAO EQUAL "3"
                       PERFORM BAIXAR-BEM
                               THRU BAIXAR-BEM-FIM
                   ELSE
                       IF  WS-OPCAO EQUAL "4"
                           PERFORM CONSULTAR-BEM
                                   THRU CONSULTAR-BEM-FIM.

       INCLUIR-BEM.
           MOVE ZEROS TO WS-CODIGO.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           IF  WS-CODIGO EQUAL ZEROS
               DISPLAY "CODIGO DO BEM OBRIGATORIO"
               GO TO INCLUIR-BEM-FIM.
           PERFORM LE-ATIVO.
           IF  WS-ACHOU EQUAL "SIM"
               DISPLAY "BEM JA CADASTRADO"
               GO TO INCLUIR-BEM-FIM.
           MOVE SPACES TO WS-DESCR WS-CLASSE.
           MOVE ZEROS TO WS-CCUSTO WS-DATA-AQUIS WS-CUSTO WS-VIDA
                         WS-DEPR-INI WS-COMPET-INI.
           DISPLAY TELA-BEM.
           ACCEPT TELA-BEM.
           IF  WS-DESCR EQUAL SPACES
               DISPLAY "DESCRICAO OBRIGATORIA"
               GO TO INCLUIR-BEM-FIM.
           PERFORM BUSCA-CLASSE.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "CLASSE DE BEM INVALIDA"
               GO TO INCLUIR-BEM-FIM.
           PERFORM BUSCA-CENTRO-CUSTO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "CENTRO DE CUSTO NAO CADASTRADO NO DEPTOMA"
               GO TO INCLUIR-BEM-FIM.
           MOVE WS-DATA-AQUIS TO WS-DATA-CHK.
           IF  WS-DATA-AQUIS EQUAL ZEROS
           OR  WS-DATA-AQUIS GREATER WS-HOJE
           OR  WS-CHK-MES LESS 1 OR WS-CHK-MES GREATER 12
           OR  WS-CHK-DIA LESS 1 OR WS-CHK-DIA GREATER 31
               DISPLAY "DATA DE AQUISICAO INVALIDA"
               GO TO INCLUIR-BEM-FIM.
           IF  WS-CUSTO EQUAL ZEROS
               DISPLAY "CUSTO DE AQUISICAO OBRIGATORIO"
               GO TO INCLUIR-BEM-FIM.
           IF  WS-VIDA EQUAL ZEROS
               DISPLAY "VIDA UTIL OBRIGATORIA"
               GO TO INCLUIR-BEM-FIM.
           IF  WS-DEPR-INI GREATER WS-CUSTO
               DISPLAY "DEPRECIACAO ACUMULADA MAIOR QUE O CUSTO"
               GO TO INCLUIR-BEM-FIM.
           IF  WS-DEPR-INI GREATER ZERO
           OR  WS-COMPET-INI GREATER ZERO
               MOVE WS-COMPET-INI TO WS-COMPET-CHK
               IF  WS-CCK-MES LESS 1 OR WS-CCK-MES GREATER 12
               OR  WS-COMPET-INI LESS WS-DATA-AQUIS(1:6)
               OR  WS-COMPET-INI NOT LESS WS-MES-ATUAL
                   DISPLAY "MES DO SALDO ANTERIOR INVALIDO"
                   GO TO INCLUIR-BEM-FIM.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "INCLUSAO CANCELADA PELO OPERADOR"
               GO TO INCLUIR-BEM-FIM.
           MOVE WS-CODIGO     TO AT-CODIGO.
           MOVE WS-DESCR      TO AT-DESCR.
           MOVE WS-CLASSE     TO AT-CLASSE.
           MOVE WS-CCUSTO     TO AT-CCUSTO.
           MOVE WS-DATA-AQUIS TO AT-DATA-AQUIS.
           MOVE WS-CUSTO      TO AT-CUSTO.
           MOVE WS-VIDA       TO AT-VIDA-MESES.
           MOVE WS-DEPR-INI   TO AT-DEPR-ACUM.
           MOVE WS-COMPET-INI TO AT-ULT-COMPET.
           MOVE "A"           TO AT-SITUACAO.
           MOVE ZEROS         TO AT-DATA-BAIXA.
           MOVE SPACES        TO AT-MOTIVO-BAIXA.
           MOVE "N"           TO AT-BAIXA-LANC.
           MOVE WS-HOJE       TO AT-DATA-ALT.
           MOVE WS-OPERADOR   TO AT-OPERADOR.
           WRITE REGATIVO
               INVALID KEY
                   DISPLAY "BEM JA CADASTRADO"
                   GO TO INCLUIR-BEM-FIM.
           MOVE "I"       TO AM-TIPO.
           MOVE ZEROS     TO AM-CCUSTO-ANT.
           MOVE AT-CCUSTO TO AM-CCUSTO-NOVO.
           MOVE AT-CUSTO  TO AM-VALOR.
           PERFORM GRAVA-MOVIMENTO.
           DISPLAY "BEM INCLUIDO".
           MOVE "BEM INCLUIDO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
       INCLUIR-BEM-FIM.
           EXIT.

       TRANSFERIR-BEM.
           MOVE ZEROS TO WS-CODIGO.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           PERFORM LE-ATIVO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "BEM NAO ENCONTRADO"
               GO TO TRANSFERIR-BEM-FIM.
           IF  AT-SITUACAO NOT EQUAL "A"
               DISPLAY "BEM BAIXADO - TRANSFERENCIA NAO PERMITIDA"
               GO TO TRANSFERIR-BEM-FIM.
           MOVE AT-CCUSTO TO WS-CCUSTO-ANT WS-CCUSTO.
           PERFORM BUSCA-CENTRO-CUSTO.
           MOVE ZEROS TO WS-CCUSTO.
           DISPLAY TELA-TRANSFERE.
           ACCEPT TELA-TRANSFERE.
           IF  WS-CCUSTO EQUAL WS-CCUSTO-ANT
               DISPLAY "NOVO CENTRO DE CUSTO IGUAL AO ATUAL"
               GO TO TRANSFERIR-BEM-FIM.
           PERFORM BUSCA-CENTRO-CUSTO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "CENTRO DE CUSTO NAO CADASTRADO NO DEPTOMA"
               GO TO TRANSFERIR-BEM-FIM.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "TRANSFERENCIA CANCELADA PELO OPERADOR"
               GO TO TRANSFERIR-BEM-FIM.
           MOVE WS-CCUSTO   TO AT-CCUSTO.
           MOVE WS-HOJE     TO AT-DATA-ALT.
           MOVE WS-OPERADOR TO AT-OPERADOR.
           REWRITE REGATIVO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR BEM"
                   GO TO TRANSFERIR-BEM-FIM.
           MOVE "T"           TO AM-TIPO.
           MOVE WS-CCUSTO-ANT TO AM-CCUSTO-ANT.
           MOVE WS-CCUSTO     TO AM-CCUSTO-NOVO.
           COMPUTE AM-VALOR = AT-CUSTO - AT-DEPR-ACUM.
           PERFORM GRAVA-MOVIMENTO.
           DISPLAY "BEM TRANSFERIDO PARA O CENTRO DE CUSTO " WS-CCUSTO.
           MOVE "BEM TRANSFERIDO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
       TRANSFERIR-BEM-FIM.
           EXIT.

       BAIXAR-BEM.
           MOVE ZEROS TO WS-CODIGO.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           PERFORM LE-ATIVO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "BEM NAO ENCONTRADO"
               GO TO BAIXAR-BEM-FIM.
           IF  AT-SITUACAO NOT EQUAL "A"
               DISPLAY "BEM JA BAIXADO EM " AT-DATA-BAIXA
               GO TO BAIXAR-BEM-FIM.
           COMPUTE WS-LIQUIDO = AT-CUSTO - AT-DEPR-ACUM.
           MOVE WS-HOJE TO WS-DATA-BAIXA.
           MOVE SPACES TO WS-MOTIVO.
           DISPLAY TELA-BAIXA.
           ACCEPT TELA-BAIXA.
           MOVE WS-DATA-BAIXA TO WS-DATA-CHK.
           IF  WS-DATA-BAIXA LESS AT-DATA-AQUIS
           OR  WS-DATA-BAIXA GREATER WS-HOJE
           OR  WS-CHK-MES LESS 1 OR WS-CHK-MES GREATER 12
           OR  WS-CHK-DIA LESS 1 OR WS-CHK-DIA GREATER 31
               DISPLAY "DATA DA BAIXA INVALIDA"
               GO TO BAIXAR-BEM-FIM.
           IF  WS-MOTIVO EQUAL SPACES
               DISPLAY "MOTIVO DA BAIXA OBRIGATORIO"
               GO TO BAIXAR-BEM-FIM.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "BAIXA CANCELADA PELO OPERADOR"
               GO TO BAIXAR-BEM-FIM.
           MOVE "B"           TO AT-SITUACAO.
           MOVE WS-DATA-BAIXA TO AT-DATA-BAIXA.
           MOVE WS-MOTIVO     TO AT-MOTIVO-BAIXA.
           MOVE "N"           TO AT-BAIXA-LANC.
           MOVE WS-HOJE       TO AT-DATA-ALT.
           MOVE WS-OPERADOR   TO AT-OPERADOR.
           REWRITE REGATIVO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR BEM"
                   GO TO BAIXAR-BEM-FIM.
           MOVE "B"        TO AM-TIPO.
           MOVE AT-CCUSTO  TO AM-CCUSTO-ANT AM-CCUSTO-NOVO.
           MOVE WS-LIQUIDO TO AM-VALOR.
           PERFORM GRAVA-MOVIMENTO.
           DISPLAY "BEM BAIXADO - LANCAMENTO NO PROXIMO CALCULO MENSAL".
           MOVE "BEM BAIXADO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
       BAIXAR-BEM-FIM.
           EXIT.

       CONSULTAR-BEM.
           MOVE ZEROS TO WS-CODIGO.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           PERFORM LE-ATIVO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "BEM NAO ENCONTRADO"
               GO TO CONSULTAR-BEM-FIM.
           MOVE AT-CLASSE TO WS-CLASSE.
           PERFORM BUSCA-CLASSE.
           MOVE AT-CCUSTO TO WS-CCUSTO.
           PERFORM BUSCA-CENTRO-CUSTO.
           DISPLAY "BEM " AT-CODIGO " " AT-DESCR.
           DISPLAY "CLASSE " AT-CLASSE " " WS-DESC-CLASSE
                   " C.CUSTO " AT-CCUSTO " " WS-NOME-CC.
           DISPLAY "AQUISICAO " AT-DATA-AQUIS
                   " VIDA UTIL " AT-VIDA-MESES " MESES".
           MOVE AT-CUSTO TO WS-VAL-EDIT.
           DISPLAY "CUSTO............. " WS-VAL-EDIT.
           MOVE AT-DEPR-ACUM TO WS-VAL-EDIT.
           DISPLAY "DEPREC. ACUMULADA. " WS-VAL-EDIT
                   " ATE " AT-ULT-COMPET.
           COMPUTE WS-LIQUIDO = AT-CUSTO - AT-DEPR-ACUM.
           MOVE WS-LIQUIDO TO WS-VAL-EDIT.
           DISPLAY "VALOR LIQUIDO..... " WS-VAL-EDIT.
           IF  AT-SITUACAO EQUAL "B"
               DISPLAY "BAIXADO EM " AT-DATA-BAIXA " - "
                       AT-MOTIVO-BAIXA.
           DISPLAY "ULTIMA ALTERACAO " AT-DATA-ALT
                   " POR " AT-OPERADOR.
       CONSULTAR-BEM-FIM.
           EXIT.

       LE-ATIVO.
           MOVE WS-CODIGO TO AT-CODIGO.
           MOVE "SIM" TO WS-ACHOU.
           READ ATIVOS
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.

       GRAVA-MOVIMENTO.
           MOVE SPACES TO WS-FS-ATIVMOV.
           OPEN EXTEND ATIVMOV.
           IF  WS-FS-ATIVMOV EQUAL "35"
               OPEN OUTPUT ATIVMOV.
           MOVE AT-CODIGO   TO AM-CODIGO.
           MOVE WS-HOJE     TO AM-DATA.
           MOVE WS-OPERADOR TO AM-OPERADOR.
           WRITE REGATIVMOV.
           CLOSE ATIVMOV.

       BUSCA-CLASSE.
           MOVE "NAO" TO WS-ACHOU.
           MOVE SPACES TO WS-DESC-CLASSE.
           PERFORM PROCURA-CLASSE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 7.
       PROCURA-CLASSE.
           IF  TAB-CL-COD(WS-IX) EQUAL WS-CLASSE
               MOVE "SIM" TO WS-ACHOU
               MOVE TAB-CL-DESCR(WS-IX) TO WS-DESC-CLASSE.

       BUSCA-CENTRO-CUSTO.
           MOVE "NAO" TO WS-ACHOU.
           MOVE SPACES TO WS-NOME-CC.
           IF  WS-CCUSTO EQUAL ZEROS
               MOVE "SIM" TO WS-ACHOU
               MOVE "CORPORATIVO" TO WS-NOME-CC
           ELSE
               MOVE "NAO" TO DEP-FIM
               MOVE SPACES TO WS-FS-DEPTOMA
               OPEN INPUT DEPTOMA
               IF  WS-FS-DEPTOMA NOT EQUAL "00"
                   DISPLAY "PRG143 - DEPTOMA.DAT INDISPONIVEL"
               ELSE
                   PERFORM LE-DEPTOMA
                   PERFORM PROCURA-CENTRO-CUSTO
                           UNTIL DEP-FIM EQUAL "SIM"
                   CLOSE DEPTOMA.
       LE-DEPTOMA.
           READ DEPTOMA
                       AT END
                             MOVE "SIM" TO DEP-FIM.
       PROCURA-CENTRO-CUSTO.
           IF  DP-CCUSTO EQUAL WS-CCUSTO
               MOVE "SIM" TO WS-ACHOU
               MOVE DP-NOME TO WS-NOME-CC
               MOVE "SIM" TO DEP-FIM
           ELSE
               PERFORM LE-DEPTOMA.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG143 - ACESSO NEGADO"
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
               DISPLAY "PRG143 - ARQUIVO DE OPERADORES AUSENTE"
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
           MOVE "PRG143" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
