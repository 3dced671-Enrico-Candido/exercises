       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG89.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFFCAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NFC-CHAVE
           FILE STATUS IS WS-FS-NFFCAB.
           SELECT NFFITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NFI-CHAVE
           FILE STATUS IS WS-FS-NFFITEM.
           SELECT FORNEC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FO-CODFOR
           FILE STATUS IS WS-FS-FORNEC.
           SELECT PCCAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PC-NUMPC
           FILE STATUS IS WS-FS-PCCAB.
           SELECT PCITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PI-CHAVE
           FILE STATUS IS WS-FS-PCITEM.
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
       FD  NFFCAB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFFCAB.DAT".
       01  REGNFFCAB.
           02 NFC-CHAVE.
              03 NFC-CODFOR PIC 9(04).
              03 NFC-NUMNF  PIC 9(09).
           02 NFC-NUMPC     PIC 9(06).
           02 NFC-EMISSAO   PIC 9(08).
           02 NFC-VENC      PIC 9(08).
           02 NFC-VALOR     PIC 9(09)V99.
           02 NFC-QTITENS   PIC 9(02).
           02 NFC-SITUACAO  PIC X(01).
           02 NFC-MOTIVO    PIC X(20).
           02 NFC-LANCADO   PIC X(01).
           02 NFC-DATA-LIB  PIC 9(08).
           02 NFC-DATA-PAG  PIC 9(08).
           02 NFC-OPERADOR  PIC X(08).
       FD  NFFITEM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFFITEM.DAT".
       01  REGNFFITEM.
           02 NFI-CHAVE.
              03 NFI-CODFOR PIC 9(04).
              03 NFI-NUMNF  PIC 9(09).
              03 NFI-ITEM   PIC 9(02).
           02 NFI-ITEMPC    PIC 9(02).
           02 NFI-CODPROD   PIC X(06).
           02 NFI-QTDE      PIC 9(05).
           02 NFI-PRECO     PIC 9(06)V99.
           02 NFI-OCORR     PIC X(01).
       FD  FORNEC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".
       01  REGFORNEC.
           02 FO-CODFOR     PIC 9(04).
           02 FO-NOME       PIC X(20).
           02 FO-CONTATO    PIC X(30).
           02 FO-BANCO      PIC 9(03).
           02 FO-AGENCIA    PIC 9(04).
           02 FO-CONTA      PIC 9(10).
           02 FO-SITUACAO   PIC X(01).
       FD  PCCAB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PCCAB.DAT".
       01  REGPCCAB.
           02 PC-NUMPC      PIC 9(06).
           02 PC-CODFOR     PIC 9(04).
           02 PC-DATA       PIC 9(08).
           02 PC-DATAPREV   PIC 9(08).
           02 PC-SITUACAO   PIC X(01).
           02 PC-QTITENS    PIC 9(02).
           02 PC-VALOR      PIC 9(09)V99.
       FD  PCITEM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PCITEM.DAT".
       01  REGPCITEM.
           02 PI-CHAVE.
              03 PI-NUMPC   PIC 9(06).
              03 PI-ITEM    PIC 9(02).
           02 PI-CODPROD    PIC X(06).
           02 PI-QTDE       PIC 9(05).
           02 PI-QTREC      PIC 9(05).
           02 PI-PRECO      PIC 9(06)V99.
           02 PI-SITUACAO   PIC X(01).
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
       77  WS-FS-NFFCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-NFFITEM    PIC X(02) VALUE SPACES.
       77  WS-FS-FORNEC     PIC X(02) VALUE SPACES.
       77  WS-FS-PCCAB      PIC X(02) VALUE SPACES.
       77  WS-FS-PCITEM     PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  LIN-FIM          PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-IX            PIC 9(02) VALUE ZEROS.
       77  WS-VALOR-LINHA   PIC 9(09)V99 VALUE ZEROS.
       77  WS-DATA-EXEC     PIC 9(08) VALUE ZEROS.
       77  ENT-CODFOR       PIC 9(04) VALUE ZEROS.
       77  ENT-NUMNF        PIC 9(09) VALUE ZEROS.
       77  ENT-ITEMPC       PIC 9(02) VALUE ZEROS.
       77  ENT-QTDE         PIC 9(05) VALUE ZEROS.
       77  ENT-PRECO        PIC 9(06)V99 VALUE ZEROS.
       01  TAB-LINHAS.
                 04 TAB-LINHAS-OCORR OCCURS 99 TIMES.
                       05 TAB-LN-ITEMPC  PIC 9(02).
                       05 TAB-LN-CODPROD PIC X(06).
                       05 TAB-LN-QTDE    PIC 9(05).
                       05 TAB-LN-PRECO   PIC 9(06)V99.

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
           02 LINE 1  COL 1  VALUE "NOTAS FISCAIS DE FORNECEDORES".
           02 LINE 3  COL 1  VALUE "1 - REGISTRAR NOTA FISCAL".
           02 LINE 4  COL 1  VALUE "2 - LIBERAR NOTA RETIDA".
           02 LINE 5  COL 1  VALUE "3 - EXCLUIR NOTA NAO PAGA".
           02 LINE 6  COL 1  VALUE "4 - SAIR".
           02 LINE 8  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-CHAVE.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "FORNECEDOR: ".
           02 COL PLUS 1   PIC 9(04) USING ENT-CODFOR.
           02 LINE 2 COL 1 VALUE "NUMERO DA NOTA: ".
           02 COL PLUS 1   PIC 9(09) USING ENT-NUMNF.
       01  TELA-CABEC.
           02 LINE 4 COL 1 VALUE "PEDIDO DE COMPRA: ".
           02 COL PLUS 1   PIC 9(06) USING NFC-NUMPC.
           02 LINE 5 COL 1 VALUE "EMISSAO (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) USING NFC-EMISSAO.
           02 LINE 6 COL 1 VALUE "VENCIMENTO (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) USING NFC-VENC.
       01  TELA-LINHA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NOTA: ".
           02 COL PLUS 1   PIC 9(09) FROM ENT-NUMNF.
           02 LINE 2 COL 1 VALUE "LINHAS REGISTRADAS: ".
           02 COL PLUS 1   PIC Z9 FROM NFC-QTITENS.
           02 LINE 4 COL 1 VALUE "ITEM DO PEDIDO (00 ENCERRA): ".
           02 COL PLUS 1   PIC 9(02) USING ENT-ITEMPC.
           02 LINE 5 COL 1 VALUE "QUANTIDADE FATURADA: ".
           02 COL PLUS 1   PIC 9(05) USING ENT-QTDE.
           02 LINE 6 COL 1 VALUE "PRECO UNITARIO: ".
           02 COL PLUS 1   PIC 9(06)V99 USING ENT-PRECO.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FS-NFFCAB.
           OPEN I-O NFFCAB.
           IF  WS-FS-NFFCAB EQUAL "35"
               OPEN OUTPUT NFFCAB
               CLOSE NFFCAB
               OPEN I-O NFFCAB.
           MOVE SPACES TO WS-FS-NFFITEM.
           OPEN I-O NFFITEM.
           IF  WS-FS-NFFITEM EQUAL "35"
               OPEN OUTPUT NFFITEM
               CLOSE NFFITEM
               OPEN I-O NFFITEM.
           OPEN INPUT FORNEC PCCAB PCITEM.
           IF  WS-FS-FORNEC EQUAL "35"
           OR  WS-FS-PCCAB EQUAL "35"
               DISPLAY "PRG89 - CADASTRO DE FORNECEDORES OU PEDIDOS "
                       "DE COMPRA AUSENTE"
               PERFORM LIBERA-TRAVA-ONLINE
               STOP RUN.
           OPEN EXTEND AUDIT.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "4".
           CLOSE NFFCAB NFFITEM FORNEC PCCAB PCITEM AUDIT.
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
               DISPLAY "PRG89 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG89 - MANUTENCAO BLOQUEADA - TENTE DEPOIS"
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
               PERFORM REGISTRA-NOTA
                       THRU REGISTRA-NOTA-FIM
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM LIBERA-NOTA
                           THRU LIBERA-NOTA-FIM
               ELSE
                   IF  WS-OPCAO EQUAL "3"
                       PERFORM EXCLUI-NOTA
                               THRU EXCLUI-NOTA-FIM.

       SOLICITA-CHAVE.
           MOVE ZEROS TO ENT-CODFOR ENT-NUMNF.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           MOVE ENT-CODFOR TO NFC-CODFOR.
           MOVE ENT-NUMNF  TO NFC-NUMNF.
           MOVE "SIM" TO WS-ACHOU.
           READ NFFCAB
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.

       REGISTRA-NOTA.
           PERFORM SOLICITA-CHAVE.
           IF  WS-ACHOU EQUAL "SIM"
               DISPLAY "NOTA JA REGISTRADA PARA O FORNECEDOR"
               GO TO REGISTRA-NOTA-FIM.
           MOVE ENT-CODFOR TO FO-CODFOR.
           READ FORNEC
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO"
                   GO TO REGISTRA-NOTA-FIM.
           MOVE ZEROS TO NFC-NUMPC NFC-EMISSAO NFC-VENC.
           DISPLAY TELA-CABEC.
           ACCEPT TELA-CABEC.
           MOVE NFC-NUMPC TO PC-NUMPC.
           READ PCCAB
               INVALID KEY
                   DISPLAY "PEDIDO DE COMPRA NAO ENCONTRADO"
                   GO TO REGISTRA-NOTA-FIM.
           IF  PC-CODFOR NOT EQUAL ENT-CODFOR
               DISPLAY "PEDIDO DE COMPRA DE OUTRO FORNECEDOR"
               GO TO REGISTRA-NOTA-FIM.
           IF  NFC-VENC LESS NFC-EMISSAO
               DISPLAY "VENCIMENTO ANTERIOR A EMISSAO"
               GO TO REGISTRA-NOTA-FIM.
           MOVE ZEROS TO NFC-QTITENS NFC-VALOR.
           MOVE "NAO" TO LIN-FIM.
           PERFORM REGISTRA-LINHA
                   UNTIL LIN-FIM EQUAL "SIM".
           IF  NFC-QTITENS EQUAL ZEROS
               DISPLAY "NOTA SEM LINHAS - REGISTRO CANCELADO"
               GO TO REGISTRA-NOTA-FIM.
           PERFORM GRAVA-LINHA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER NFC-QTITENS.
           MOVE ENT-CODFOR   TO NFC-CODFOR.
           MOVE ENT-NUMNF    TO NFC-NUMNF.
           MOVE "R"          TO NFC-SITUACAO.
           MOVE SPACES       TO NFC-MOTIVO.
           MOVE "N"          TO NFC-LANCADO.
           MOVE ZEROS        TO NFC-DATA-LIB NFC-DATA-PAG.
           MOVE WS-OPERADOR  TO NFC-OPERADOR.
           WRITE REGNFFCAB
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NOTA"
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA-NF
                   MOVE "NF FORNEC REGISTRADA" TO WS-EVENTO
                   PERFORM GRAVA-SEGLOG.
       REGISTRA-NOTA-FIM.
           EXIT.

       REGISTRA-LINHA.
           MOVE ZEROS TO ENT-ITEMPC ENT-QTDE ENT-PRECO.
           DISPLAY TELA-LINHA.
           ACCEPT TELA-LINHA.
           IF  ENT-ITEMPC EQUAL ZEROS
               MOVE "SIM" TO LIN-FIM
           ELSE
               PERFORM VALIDA-LINHA.
           IF  NFC-QTITENS NOT LESS 99
               MOVE "SIM" TO LIN-FIM.

       VALIDA-LINHA.
           MOVE NFC-NUMPC  TO PI-NUMPC.
           MOVE ENT-ITEMPC TO PI-ITEM.
           MOVE "SIM" TO WS-ACHOU.
           READ PCITEM
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "ITEM NAO CONSTA DO PEDIDO DE COMPRA"
           ELSE
               IF  ENT-QTDE NOT GREATER ZERO
               OR  ENT-PRECO NOT GREATER ZERO
                   DISPLAY "QUANTIDADE OU PRECO INVALIDO"
               ELSE
                   ADD 1 TO NFC-QTITENS
                   MOVE ENT-ITEMPC TO TAB-LN-ITEMPC(NFC-QTITENS)
                   MOVE PI-CODPROD TO TAB-LN-CODPROD(NFC-QTITENS)
                   MOVE ENT-QTDE   TO TAB-LN-QTDE(NFC-QTITENS)
                   MOVE ENT-PRECO  TO TAB-LN-PRECO(NFC-QTITENS)
                   COMPUTE WS-VALOR-LINHA ROUNDED =
                           ENT-QTDE * ENT-PRECO
                   ADD WS-VALOR-LINHA TO NFC-VALOR.

       GRAVA-LINHA.
           MOVE ENT-CODFOR              TO NFI-CODFOR.
           MOVE ENT-NUMNF               TO NFI-NUMNF.
           MOVE WS-IX                   TO NFI-ITEM.
           MOVE TAB-LN-ITEMPC(WS-IX)    TO NFI-ITEMPC.
           MOVE TAB-LN-CODPROD(WS-IX)   TO NFI-CODPROD.
           MOVE TAB-LN-QTDE(WS-IX)      TO NFI-QTDE.
           MOVE TAB-LN-PRECO(WS-IX)     TO NFI-PRECO.
           MOVE SPACE                   TO NFI-OCORR.
           WRITE REGNFFITEM
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LINHA DA NOTA " NFI-ITEM.

       LIBERA-NOTA.
           IF  WS-NIVEL LESS 9
               DISPLAY "FUNCAO RESTRITA A SUPERVISOR"
               MOVE "VIOLACAO LIBERA NF" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               GO TO LIBERA-NOTA-FIM.
           PERFORM SOLICITA-CHAVE.
           IF  WS-ACHOU NOT EQUAL "SIM"
               DISPLAY "NOTA NAO ENCONTRADA"
               GO TO LIBERA-NOTA-FIM.
           IF  NFC-SITUACAO NOT EQUAL "H"
               DISPLAY "NOTA NAO ESTA RETIDA"
               GO TO LIBERA-NOTA-FIM.
           DISPLAY "MOTIVO DA RETENCAO: " NFC-MOTIVO.
           MOVE "L"            TO NFC-SITUACAO.
           MOVE "LIBERADA SUPERVISOR" TO NFC-MOTIVO.
           MOVE WS-DATA-EXEC   TO NFC-DATA-LIB.
           MOVE WS-OPERADOR    TO NFC-OPERADOR.
           REWRITE REGNFFCAB
               INVALID KEY
                   DISPLAY "ERRO AO LIBERAR NOTA"
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA-NF
                   MOVE "NF FORNEC LIBERADA" TO WS-EVENTO
                   PERFORM GRAVA-SEGLOG.
       LIBERA-NOTA-FIM.
           EXIT.

       EXCLUI-NOTA.
           PERFORM SOLICITA-CHAVE.
           IF  WS-ACHOU NOT EQUAL "SIM"
               DISPLAY "NOTA NAO ENCONTRADA"
               GO TO EXCLUI-NOTA-FIM.
           IF  NFC-LANCADO EQUAL "S"
           OR  NFC-SITUACAO EQUAL "P"
               DISPLAY "NOTA JA CONTABILIZADA - EXCLUSAO RECUSADA"
               GO TO EXCLUI-NOTA-FIM.
           PERFORM EXCLUI-LINHA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER NFC-QTITENS.
           DELETE NFFCAB
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR NOTA"
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA-NF
                   MOVE "NF FORNEC EXCLUIDA" TO WS-EVENTO
                   PERFORM GRAVA-SEGLOG.
       EXCLUI-NOTA-FIM.
           EXIT.
       EXCLUI-LINHA.
           MOVE NFC-CODFOR TO NFI-CODFOR.
           MOVE NFC-NUMNF  TO NFI-NUMNF.
           MOVE WS-IX      TO NFI-ITEM.
           DELETE NFFITEM
               INVALID KEY
                   CONTINUE.

       GRAVA-AUDITORIA-NF.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG89"    TO AUD-PROGRAMA.
           MOVE NFC-NUMPC  TO AUD-CHAVE.
           MOVE SPACES     TO AUD-PRODUTO.
           MOVE ZEROS      TO AUD-VALANTES.
           MOVE NFC-VALOR  TO AUD-VALDEPOIS.
           WRITE REGAUDIT.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG89 - ACESSO NEGADO"
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
               DISPLAY "PRG89 - ARQUIVO DE OPERADORES AUSENTE"
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
           MOVE "PRG89" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
