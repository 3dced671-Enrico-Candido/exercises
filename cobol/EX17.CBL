           02 CT-CEP        PIC 9(08).
           02 CT-FONE       PIC X(12).
           02 CT-EMAIL      PIC X(30).
           02 CT-DOCUMENTO  PIC 9(14).
           02 CT-PREFCOM    PIC X(01).

       FD  OPERADOR
           LABEL RECORDS ARE STANDARD
           02 COL PLUS 1   PIC X(12) USING CT-FONE.
           02 LINE 6 COL 1 VALUE "E-MAIL: ".
           02 COL PLUS 1   PIC X(30) USING CT-EMAIL.
           02 LINE 7 COL 1 VALUE "CPF/CNPJ: ".
           02 COL PLUS 1   PIC 9(14) USING CT-DOCUMENTO.
           02 LINE 8 COL 1 VALUE
                   "AVISOS (E-EMAIL S-SMS C-CORREIO BRANCO-AUTO): ".
           02 COL PLUS 1   PIC X(01) USING CT-PREFCOM.
       01  TELA-NUMERO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NUMERO DO SOCIO: ".
           MOVE SPACES TO REGCONT.
           DISPLAY TELA-CONTATO.
           ACCEPT TELA-CONTATO.
           PERFORM VALIDA-PREFERENCIA.
           WRITE REGCONT
               INVALID KEY
                   DISPLAY "CONTATO JA CADASTRADO".
               NOT INVALID KEY
                   DISPLAY TELA-CONTATO
                   ACCEPT TELA-CONTATO
                   PERFORM VALIDA-PREFERENCIA
                   REWRITE REGCONT
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR CONTATO".
       ALTERAR-CONTATO-FIM.
           PERFORM SOLTA-TRAVA.

       VALIDA-PREFERENCIA.
           IF  CT-PREFCOM NOT EQUAL "E"
           AND CT-PREFCOM NOT EQUAL "S"
           AND CT-PREFCOM NOT EQUAL "C"
           AND CT-PREFCOM NOT EQUAL SPACE
               DISPLAY "PREFERENCIA INVALIDA - ASSUMIDO AUTOMATICO"
               MOVE SPACE TO CT-PREFCOM.

       EXCLUIR-CONTATO.
           IF  WS-NIVEL LESS 9
               DISPLAY "FUNCAO RESTRITA A SUPERVISOR"
