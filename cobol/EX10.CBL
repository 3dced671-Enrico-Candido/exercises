           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1.
           SELECT NASCSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NS-NUMSOC
           FILE STATUS IS WS-FS-NASCSOC.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIMAG ASSIGN TO DISK
           02 FILIAL1       PIC 9(02).
           02 SITSOC1       PIC X(01).
           02 DTSTATUS1     PIC 9(08).
       FD  NASCSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NASCSOC.DAT".
       01  REGNASCSOC.
           02 NS-NUMSOC     PIC 9(06).
           02 NS-DTNASC     PIC 9(08).
           02 NS-DTADMIS    PIC 9(08).

       FD  AUDIT
           LABEL RECORD ARE STANDARD
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-VAL-ANTES     PIC 9(09)V99 VALUE ZEROS.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-FS-NASCSOC    PIC X(02) VALUE SPACES.
       77  WS-DTNASC        PIC 9(08) VALUE ZEROS.
       77  WS-DTADMIS       PIC 9(08) VALUE ZEROS.
       77  WS-DTNASC-ANT    PIC 9(08) VALUE ZEROS.
       77  WS-TEM-NASC      PIC X(03) VALUE "NAO".
       77  WS-NASC-OK       PIC X(03) VALUE "NAO".
       77  WS-DATA-OK       PIC X(03) VALUE "NAO".
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-MES      PIC 9(02) VALUE ZEROS.
       01  WS-DATA-AUX.
           02 WS-AUX-ANO    PIC 9(04).
           02 WS-AUX-MES    PIC 9(02).
           02 WS-AUX-DIA    PIC 9(02).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX PIC 9(08).
       01  TAB-DIAS-MES.
           02 FILLER        PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
           02 TAB-DIAS      PIC 9(02) OCCURS 12 TIMES.
       01  WS-IMAGEM-ANTES  PIC X(58) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS PIC X(58) VALUE SPACES.
       01  WS-TRAVA-PEDIDO.
           02 COL PLUS 1   PIC X(01) USING SITSOC1.
           02 LINE 8 COL 1 VALUE "DATA DA SITUACAO (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) USING DTSTATUS1.
           02 LINE 9 COL 1 VALUE "DATA DE NASCIMENTO (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) USING WS-DTNASC.
           02 LINE 10 COL 1 VALUE
                      "DATA DE ADMISSAO (AAAAMMDD - 0 SE IGNORADA): ".
           02 COL PLUS 1   PIC 9(08) USING WS-DTADMIS.
       01  TELA-NUMERO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NUMERO DO SOCIO: ".
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CADSOC1.
           MOVE SPACES TO WS-FS-NASCSOC.
           OPEN I-O NASCSOC.
           IF  WS-FS-NASCSOC EQUAL "35"
               OPEN OUTPUT NASCSOC
               CLOSE NASCSOC
               OPEN I-O NASCSOC.
           OPEN EXTEND AUDIT AUDIMAG.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "4".
           CLOSE CADSOC1 NASCSOC AUDIT AUDIMAG.
           PERFORM SOLTA-TRAVAS-SESSAO.
           PERFORM LIBERA-TRAVA-ONLINE.
           STOP RUN.
           ACCEPT TELA-MENU.
           IF  WS-OPCAO EQUAL "1"
               PERFORM INCLUIR-SOCIO
                       THRU INCLUIR-SOCIO-FIM
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM ALTERAR-SOCIO

       INCLUIR-SOCIO.
           MOVE SPACES TO REGCAD1.
           MOVE ZEROS TO WS-DTNASC WS-DTADMIS WS-DTNASC-ANT.
           MOVE "NAO" TO WS-TEM-NASC.
           DISPLAY TELA-SOCIO.
           ACCEPT TELA-SOCIO.
           PERFORM VALIDA-NASCIMENTO.
           IF  WS-NASC-OK EQUAL "NAO"
               GO TO INCLUIR-SOCIO-FIM.
           WRITE REGCAD1
               INVALID KEY
                   DISPLAY "SOCIO JA CADASTRADO"
                   MOVE ZEROS TO WS-VAL-ANTES
                   PERFORM GRAVA-AUDITORIA-ONLINE
                   MOVE "INCLUSAO" TO AIM-OPERACAO
                   PERFORM GRAVA-IMAGEM-ONLINE
                   PERFORM GRAVA-NASCIMENTO.
       INCLUIR-SOCIO-FIM.
           EXIT.

       ALTERAR-SOCIO.
           DISPLAY TELA-NUMERO.
           PERFORM PEDE-TRAVA.
           IF  TRV-RESULT NOT EQUAL "0"
               GO TO ALTERAR-SOCIO-FIM.
           MOVE "NAO" TO WS-ACHOU.
           READ CADSOC1
               INVALID KEY
                   DISPLAY "SOCIO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU
                   MOVE REGCAD1 TO WS-IMAGEM-ANTES
                   MOVE VAL1 TO WS-VAL-ANTES.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO ALTERAR-SOCIO-FIM.
           PERFORM LE-NASCIMENTO.
           DISPLAY TELA-SOCIO.
           ACCEPT TELA-SOCIO.
           PERFORM VALIDA-NASCIMENTO.
           IF  WS-NASC-OK EQUAL "NAO"
               GO TO ALTERAR-SOCIO-FIM.
           REWRITE REGCAD1
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR SOCIO"
               NOT INVALID KEY
                   MOVE REGCAD1 TO WS-IMAGEM-DEPOIS
                   PERFORM GRAVA-AUDITORIA-ONLINE
                   MOVE "ALTERACAO" TO AIM-OPERACAO
                   PERFORM GRAVA-IMAGEM-ONLINE
                   PERFORM GRAVA-NASCIMENTO.
       ALTERAR-SOCIO-FIM.
           PERFORM SOLTA-TRAVA.

                       MOVE ZEROS TO VAL1
                       PERFORM GRAVA-AUDITORIA-ONLINE
                       MOVE "EXCLUSAO" TO AIM-OPERACAO
                       PERFORM GRAVA-IMAGEM-ONLINE
                       PERFORM EXCLUI-NASCIMENTO.
       EXCLUIR-SOCIO-FIM.
           PERFORM SOLTA-TRAVA.

       LE-NASCIMENTO.
           MOVE ZEROS TO WS-DTNASC WS-DTADMIS WS-DTNASC-ANT.
           MOVE "NAO" TO WS-TEM-NASC.
           MOVE NUMSOC1 TO NS-NUMSOC.
           READ NASCSOC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM"      TO WS-TEM-NASC
                   MOVE NS-DTNASC  TO WS-DTNASC WS-DTNASC-ANT
                   MOVE NS-DTADMIS TO WS-DTADMIS.

       VALIDA-NASCIMENTO.
           MOVE "NAO" TO WS-NASC-OK.
           MOVE WS-DTNASC TO WS-DATA-AUX-R.
           PERFORM VALIDA-DATA.
           IF  WS-DATA-OK EQUAL "NAO"
           OR  WS-DTNASC GREATER WS-HOJE
               DISPLAY "DATA DE NASCIMENTO INVALIDA"
           ELSE
               IF  WS-DTADMIS EQUAL ZEROS
                   MOVE "SIM" TO WS-NASC-OK
               ELSE
                   MOVE WS-DTADMIS TO WS-DATA-AUX-R
                   PERFORM VALIDA-DATA
                   IF  WS-DATA-OK EQUAL "NAO"
                   OR  WS-DTADMIS GREATER WS-HOJE
                   OR  WS-DTADMIS LESS WS-DTNASC
                       DISPLAY "DATA DE ADMISSAO INVALIDA"
                   ELSE
                       MOVE "SIM" TO WS-NASC-OK.

       VALIDA-DATA.
           MOVE "NAO" TO WS-DATA-OK.
           IF  WS-AUX-ANO GREATER 1900
           AND WS-AUX-MES NOT LESS 01
           AND WS-AUX-MES NOT GREATER 12
           AND WS-AUX-DIA NOT LESS 01
               MOVE TAB-DIAS(WS-AUX-MES) TO WS-DIAS-MES
               IF  WS-AUX-MES EQUAL 02
               AND FUNCTION MOD(WS-AUX-ANO, 4) EQUAL ZERO
               AND (FUNCTION MOD(WS-AUX-ANO, 100) NOT EQUAL ZERO
                    OR FUNCTION MOD(WS-AUX-ANO, 400) EQUAL ZERO)
                   MOVE 29 TO WS-DIAS-MES
               END-IF
               IF  WS-AUX-DIA NOT GREATER WS-DIAS-MES
                   MOVE "SIM" TO WS-DATA-OK.

       GRAVA-NASCIMENTO.
           MOVE NUMSOC1    TO NS-NUMSOC.
           MOVE WS-DTNASC  TO NS-DTNASC.
           MOVE WS-DTADMIS TO NS-DTADMIS.
           IF  WS-TEM-NASC EQUAL "SIM"
               REWRITE REGNASCSOC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR DATA DE NASCIMENTO"
               END-REWRITE
           ELSE
               WRITE REGNASCSOC
                   INVALID KEY
                       REWRITE REGNASCSOC
               END-WRITE.
           IF  WS-DTNASC NOT EQUAL WS-DTNASC-ANT
               MOVE SPACES     TO REGAUDIT
               ACCEPT AUD-DATA FROM DATE YYYYMMDD
               ACCEPT AUD-HORA FROM TIME
               MOVE "PRG10"    TO AUD-PROGRAMA
               MOVE NUMSOC1    TO AUD-CHAVE
               MOVE "DTNASC"   TO AUD-PRODUTO
               MOVE WS-DTNASC-ANT TO AUD-VALANTES
               MOVE WS-DTNASC  TO AUD-VALDEPOIS
               WRITE REGAUDIT.

       EXCLUI-NASCIMENTO.
           MOVE NUMSOC1 TO NS-NUMSOC.
           DELETE NASCSOC
               INVALID KEY
                   CONTINUE.

       GRAVA-AUDITORIA-ONLINE.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
