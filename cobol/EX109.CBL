       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG109.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFEV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFEV.
           SELECT CADCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CT-NUMSOC
           FILE STATUS IS WS-FS-CADCONT.
           SELECT NOTIFHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NH-ID
           FILE STATUS IS WS-FS-NOTIFHIST.
           SELECT ULTNOTIF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTNOTIF.
           SELECT NOTIFSAI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFSAI.
           SELECT RELNOTIF ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELNOTIF.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IOERR.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFEV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFEV.DAT".
       01  REGNOTIFEV.
           02 NE-DATA       PIC 9(08).
           02 NE-HORA       PIC 9(08).
           02 NE-ORIGEM     PIC X(08).
           02 NE-TIPO       PIC X(02).
           02 NE-NUMSOC     PIC 9(06).
           02 NE-REFER      PIC X(17).
           02 NE-VALOR      PIC 9(09)V99.
           02 NE-DATAREF    PIC 9(08).
       FD  CADCONT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADCONT.DAT".
       01  REGCONT.
           02 CT-NUMSOC     PIC 9(06).
           02 CT-ENDERECO   PIC X(30).
           02 CT-CIDADE     PIC X(20).
           02 CT-CEP        PIC 9(08).
           02 CT-FONE       PIC X(12).
           02 CT-EMAIL      PIC X(30).
           02 CT-DOCUMENTO  PIC 9(14).
           02 CT-PREFCOM    PIC X(01).
       FD  NOTIFHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFHIST.DAT".
       01  REGNOTIFHIST.
           02 NH-ID         PIC 9(10).
           02 NH-NUMSOC     PIC 9(06).
           02 NH-DATA       PIC 9(08).
           02 NH-HORA       PIC 9(08).
           02 NH-ORIGEM     PIC X(08).
           02 NH-TIPO       PIC X(02).
           02 NH-REFER      PIC X(17).
           02 NH-CANAL      PIC X(01).
           02 NH-DESTINO    PIC X(30).
           02 NH-SITUACAO   PIC X(01).
           02 NH-DATA-RET   PIC 9(08).
           02 NH-MOTIVO     PIC X(20).
       FD  ULTNOTIF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTNOTIF.DAT".
       01  REGULTNOTIF.
           02 UN-ULTIMO     PIC 9(10).
       FD  NOTIFSAI
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFSAI.DAT".
       01  REGNOTIFSAI      PIC X(192).
       FD  RELNOTIF LABEL RECORD OMITTED.
       01  REGRELNOTIF      PIC X(80).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
       FD  PARMDATA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMDATA.DAT".
       01  REGPARMDATA.
           02 PARM-DATAPROC PIC 9(08).
       FD  RUNLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.DAT".
       01  REGRUNLOG.
           02 RL-PROGRAMA   PIC X(08).
           02 RL-DATA       PIC 9(08).
           02 RL-HORAINI    PIC 9(08).
           02 RL-HORAFIM    PIC 9(08).
           02 RL-ELAPSED    PIC 9(07).
           02 RL-QTDE       PIC 9(07).

       FD  IOERR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "IOERR.LOG".
       01  REGIOERR.
           02 IOE-DATA      PIC 9(08).
           02 IOE-HORA      PIC 9(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 IOE-PROGRAMA  PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 IOE-ARQUIVO   PIC X(12).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 IOE-OPERACAO  PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 IOE-STATUS    PIC X(02).

       WORKING-STORAGE SECTION.
       77  WS-ARQ-ERRO      PIC X(12) VALUE SPACES.
       77  WS-OPER-ERRO     PIC X(08) VALUE SPACES.
       77  WS-FS-ERRO       PIC X(02) VALUE SPACES.
       77  WS-FS-IOERR      PIC X(02) VALUE "00".
       77  WS-FS-NOTIFEV    PIC X(02) VALUE SPACES.
       77  WS-FS-CADCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-NOTIFHIST  PIC X(02) VALUE SPACES.
       77  WS-FS-ULTNOTIF   PIC X(02) VALUE SPACES.
       77  WS-FS-NOTIFSAI   PIC X(02) VALUE "00".
       77  WS-FS-RELNOTIF   PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  EV-FIM           PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-TEM-CADCONT   PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-ULTIMO-NOT    PIC 9(10) VALUE ZEROS.
       77  WS-CANAL         PIC X(01) VALUE SPACES.
       77  WS-DESTINO       PIC X(30) VALUE SPACES.
       77  WS-QT-ARROBA     PIC 9(02) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-EVENTOS       PIC 9(06) VALUE ZEROS.
       77  CT-POR-EMAIL     PIC 9(06) VALUE ZEROS.
       77  CT-POR-SMS       PIC 9(06) VALUE ZEROS.
       77  CT-CORREIO       PIC 9(06) VALUE ZEROS.
       77  CT-SEM-CONTATO   PIC 9(06) VALUE ZEROS.
       77  CT-ENVIADAS      PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  NS-HEADER.
           02 FILLER        PIC X(01) VALUE "0".
           02 NSH-CONTA     PIC X(15) VALUE SPACES.
           02 NSH-DATA      PIC 9(08) VALUE ZEROS.
           02 NSH-HORA      PIC 9(08) VALUE ZEROS.
           02 FILLER        PIC X(160) VALUE SPACES.
       01  NS-DETALHE.
           02 FILLER        PIC X(01) VALUE "1".
           02 NSD-ID        PIC 9(10) VALUE ZEROS.
           02 NSD-CANAL     PIC X(01) VALUE SPACES.
           02 NSD-DESTINO   PIC X(30) VALUE SPACES.
           02 NSD-ASSUNTO   PIC X(30) VALUE SPACES.
           02 NSD-MENSAGEM  PIC X(120) VALUE SPACES.
       01  NS-TRAILER.
           02 FILLER        PIC X(01) VALUE "9".
           02 NST-QTDE      PIC 9(06) VALUE ZEROS.
           02 NST-EMAIL     PIC 9(06) VALUE ZEROS.
           02 NST-SMS       PIC 9(06) VALUE ZEROS.
           02 FILLER        PIC X(173) VALUE SPACES.
       01  WS-MENSAGEM.
           02 MS-TEXTO      PIC X(50) VALUE SPACES.
           02 MS-ROT-VAL    PIC X(04) VALUE SPACES.
           02 MS-VALOR      PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 MS-ROT-DAT    PIC X(07) VALUE SPACES.
           02 MS-DATA       PIC 9(02)/9(02)/9(04) VALUE ZEROS.
           02 MS-ROT-REF    PIC X(06) VALUE SPACES.
           02 MS-REFER      PIC X(17) VALUE SPACES.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                       "NOTIFICACOES AOS SOCIOS - MOVIMENTO DE ".
                 03 CB-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(10) VALUE " SOCIO".
                 03 FILLER  PIC X(04) VALUE "TP".
                 03 FILLER  PIC X(09) VALUE "CANAL".
                 03 FILLER  PIC X(31) VALUE "DESTINO".
                 03 FILLER  PIC X(17) VALUE "REFERENCIA".
       01  DETNOT.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DN-NUMSOC PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DN-TIPO PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DN-CANAL PIC X(07) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DN-DESTINO PIC X(30) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DN-REFER PIC X(17) VALUE SPACES.
       01  LINQTD.
                 03 LQ-TXT  PIC X(30) VALUE SPACES.
                 03 LQ-QTD  PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-NOTIFEV.
           OPEN INPUT NOTIFEV.
           IF  WS-FS-NOTIFEV EQUAL "35"
               DISPLAY "PRG109 - NENHUM EVENTO A NOTIFICAR"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM LE-PARAMETROS.
           PERFORM LE-ULTIMA-NOTIFICACAO.
           MOVE SPACES TO WS-FS-CADCONT.
           OPEN INPUT CADCONT.
           IF  WS-FS-CADCONT EQUAL "00"
               MOVE "SIM" TO WS-TEM-CADCONT
           ELSE
               MOVE "NAO" TO WS-TEM-CADCONT.
           PERFORM ABRE-NOTIFHIST.
           OPEN OUTPUT NOTIFSAI RELNOTIF.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NOTIFSAI" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFSAI TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELNOTIF" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELNOTIF TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE(1:4) TO CB-DATA(7:4).
           MOVE WS-HOJE(5:2) TO CB-DATA(4:2).
           MOVE WS-HOJE(7:2) TO CB-DATA(1:2).
           MOVE WS-HOJE TO NSH-DATA.
           MOVE WS-HORA-INI TO NSH-HORA.
           WRITE REGNOTIFSAI FROM NS-HEADER.
           PERFORM LE-EVENTO.
           PERFORM TRATA-EVENTO
                   UNTIL EV-FIM EQUAL "SIM".
           MOVE CT-ENVIADAS TO NST-QTDE.
           MOVE CT-POR-EMAIL TO NST-EMAIL.
           MOVE CT-POR-SMS TO NST-SMS.
           WRITE REGNOTIFSAI FROM NS-TRAILER.
           PERFORM IMPRIME-TOTAIS.
           IF  WS-TEM-CADCONT EQUAL "SIM"
               CLOSE CADCONT.
           CLOSE NOTIFEV NOTIFHIST NOTIFSAI RELNOTIF.
           PERFORM GRAVA-ULTIMA-NOTIFICACAO.
           OPEN OUTPUT NOTIFEV.
           CLOSE NOTIFEV.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG109 - TOTAIS DE CONTROLE".
           DISPLAY "EVENTOS LIDOS..........: " CT-EVENTOS.
           DISPLAY "ENVIADAS POR E-MAIL....: " CT-POR-EMAIL.
           DISPLAY "ENVIADAS POR SMS.......: " CT-POR-SMS.
           DISPLAY "MANTIDAS NO CORREIO....: " CT-CORREIO.
           DISPLAY "SEM CONTATO CADASTRADO.: " CT-SEM-CONTATO.

       LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-PARMDATA.
           OPEN INPUT PARMDATA.
           IF  WS-FS-PARMDATA EQUAL "35"
               MOVE ZEROS TO REGPARMDATA
           ELSE
               READ PARMDATA
                           AT END
                                 MOVE ZEROS TO REGPARMDATA
               END-READ
               CLOSE PARMDATA.
           IF  PARM-DATAPROC GREATER ZERO
               MOVE PARM-DATAPROC TO WS-HOJE
           ELSE
               ACCEPT WS-HOJE FROM DATE YYYYMMDD.

       BUSCA-PARM-GERAL.
           MOVE "NAO" TO WS-PARM-ACHADO.
           MOVE "NAO" TO GER-FIM.
           MOVE ZEROS TO WS-PARM-EFET.
           MOVE SPACES TO WS-PARM-VALOR.
           MOVE SPACES TO WS-FS-PARMGER.
           OPEN INPUT PARMGER.
           IF  WS-FS-PARMGER EQUAL "35"
               MOVE "SIM" TO GER-FIM
           ELSE
               PERFORM LE-PARMGER
               PERFORM FILTRA-PARMGER
                       UNTIL GER-FIM EQUAL "SIM"
               CLOSE PARMGER.
       LE-PARMGER.
           READ PARMGER
                       AT END
                             MOVE "SIM" TO GER-FIM.
       FILTRA-PARMGER.
           IF  PG-PROGRAMA EQUAL "PRG109"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "CONTA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR TO NSH-CONTA
           ELSE
               DISPLAY "PRG109 - PARAMETRO CONTA NAO CADASTRADO".

       LE-ULTIMA-NOTIFICACAO.
           MOVE SPACES TO WS-FS-ULTNOTIF.
           OPEN INPUT ULTNOTIF.
           IF  WS-FS-ULTNOTIF EQUAL "35"
               MOVE ZEROS TO REGULTNOTIF
           ELSE
               READ ULTNOTIF AT END MOVE ZEROS TO REGULTNOTIF
               END-READ
               CLOSE ULTNOTIF.
           MOVE UN-ULTIMO TO WS-ULTIMO-NOT.

       GRAVA-ULTIMA-NOTIFICACAO.
           OPEN OUTPUT ULTNOTIF.
           MOVE WS-ULTIMO-NOT TO UN-ULTIMO.
           WRITE REGULTNOTIF.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ULTNOTIF" TO WS-ARQ-ERRO.
           MOVE WS-FS-ULTNOTIF TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ULTNOTIF.

       ABRE-NOTIFHIST.
           MOVE SPACES TO WS-FS-NOTIFHIST.
           OPEN I-O NOTIFHIST.
           IF  WS-FS-NOTIFHIST EQUAL "35"
               OPEN OUTPUT NOTIFHIST
               CLOSE NOTIFHIST
               OPEN I-O NOTIFHIST.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NOTIFHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LE-EVENTO.
           READ NOTIFEV
                       AT END
                             MOVE "SIM" TO EV-FIM
                       NOT AT END
                             ADD 1 TO CT-EVENTOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "NOTIFEV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFEV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-EVENTO.
           PERFORM RESOLVE-CANAL.
           ADD 1 TO WS-ULTIMO-NOT.
           IF  WS-CANAL EQUAL "P"
               ADD 1 TO CT-CORREIO
           ELSE
               PERFORM MONTA-MENSAGEM
               MOVE WS-ULTIMO-NOT TO NSD-ID
               MOVE WS-CANAL TO NSD-CANAL
               MOVE WS-DESTINO TO NSD-DESTINO
               MOVE WS-MENSAGEM TO NSD-MENSAGEM
               WRITE REGNOTIFSAI FROM NS-DETALHE
               MOVE "WRITE" TO WS-OPER-ERRO
               MOVE "NOTIFSAI" TO WS-ARQ-ERRO
               MOVE WS-FS-NOTIFSAI TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               ADD 1 TO CT-ENVIADAS
               IF  WS-CANAL EQUAL "E"
                   ADD 1 TO CT-POR-EMAIL
               ELSE
                   ADD 1 TO CT-POR-SMS.
           PERFORM GRAVA-HISTORICO.
           PERFORM IMPRIME-DETALHE.
           PERFORM LE-EVENTO.

       RESOLVE-CANAL.
           MOVE "P" TO WS-CANAL.
           MOVE SPACES TO WS-DESTINO.
           MOVE "NAO" TO WS-ACHOU.
           IF  WS-TEM-CADCONT EQUAL "SIM"
               MOVE NE-NUMSOC TO CT-NUMSOC
               READ CADCONT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO WS-ACHOU
               END-READ.
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-SEM-CONTATO
           ELSE
               MOVE ZEROS TO WS-QT-ARROBA
               INSPECT CT-EMAIL TALLYING WS-QT-ARROBA FOR ALL "@"
               IF  WS-QT-ARROBA NOT EQUAL 1
                   MOVE SPACES TO CT-EMAIL
               END-IF
               IF  CT-PREFCOM EQUAL "S"
                   PERFORM ESCOLHE-SMS
                   IF  WS-CANAL EQUAL "P"
                       PERFORM ESCOLHE-EMAIL
                   END-IF
               ELSE
                   IF  CT-PREFCOM NOT EQUAL "C"
                       PERFORM ESCOLHE-EMAIL
                       IF  WS-CANAL EQUAL "P"
                           PERFORM ESCOLHE-SMS
                       END-IF
                   END-IF
               END-IF
               IF  WS-CANAL EQUAL "P"
               AND CT-PREFCOM NOT EQUAL "C"
                   ADD 1 TO CT-SEM-CONTATO.
       ESCOLHE-EMAIL.
           IF  CT-EMAIL NOT EQUAL SPACES
               MOVE "E" TO WS-CANAL
               MOVE CT-EMAIL TO WS-DESTINO.
       ESCOLHE-SMS.
           IF  CT-FONE NOT EQUAL SPACES
               MOVE "S" TO WS-CANAL
               MOVE CT-FONE TO WS-DESTINO.

       MONTA-MENSAGEM.
           MOVE SPACES TO MS-TEXTO MS-ROT-VAL MS-ROT-DAT MS-ROT-REF
                          MS-REFER NSD-ASSUNTO.
           MOVE ZEROS TO MS-VALOR.
           MOVE NE-DATAREF(1:4) TO MS-DATA(7:4).
           MOVE NE-DATAREF(5:2) TO MS-DATA(4:2).
           MOVE NE-DATAREF(7:2) TO MS-DATA(1:2).
           MOVE NE-REFER TO MS-REFER.
           IF  NE-TIPO EQUAL "CB"
               MOVE "AVISO DE COBRANCA" TO NSD-ASSUNTO
               MOVE "CONSTA EM NOSSOS REGISTROS DEBITO EM ABERTO DE"
                    TO MS-TEXTO
               MOVE NE-VALOR TO MS-VALOR
               MOVE " R$ " TO MS-ROT-VAL
               MOVE " VENC " TO MS-ROT-DAT
               MOVE " PIX " TO MS-ROT-REF
           ELSE
           IF  NE-TIPO EQUAL "EX"
               MOVE "EXTRATO DE CONTA DO SOCIO" TO NSD-ASSUNTO
               MOVE "SEU EXTRATO ESTA DISPONIVEL. DEBITO EM ABERTO"
                    TO MS-TEXTO
               MOVE NE-VALOR TO MS-VALOR
               MOVE " R$ " TO MS-ROT-VAL
               MOVE " REF. " TO MS-ROT-DAT
               MOVE SPACES TO MS-REFER
           ELSE
           IF  NE-TIPO EQUAL "EA"
               MOVE "PEDIDO FATURADO" TO NSD-ASSUNTO
               MOVE "SEU PEDIDO FOI FATURADO E SERA ENTREGUE."
                    TO MS-TEXTO
               MOVE " PREV " TO MS-ROT-DAT
               MOVE " NOTA " TO MS-ROT-REF
           ELSE
           IF  NE-TIPO EQUAL "EE"
               MOVE "ENTREGA REALIZADA" TO NSD-ASSUNTO
               MOVE "SEU PEDIDO FOI ENTREGUE." TO MS-TEXTO
               MOVE " DATA " TO MS-ROT-DAT
               MOVE " NOTA " TO MS-ROT-REF
           ELSE
           IF  NE-TIPO EQUAL "ED"
               MOVE "ENTREGA NAO REALIZADA" TO NSD-ASSUNTO
               MOVE "A ENTREGA DO SEU PEDIDO FOI DEVOLVIDA."
                    TO MS-TEXTO
               MOVE " DATA " TO MS-ROT-DAT
               MOVE " NOTA " TO MS-ROT-REF
           ELSE
           IF  NE-TIPO EQUAL "MD"
               MOVE "ALTERACAO DE VINCULO" TO NSD-ASSUNTO
               MOVE "POR IDADE, O DEPENDENTE PASSOU A SOCIO TITULAR."
                    TO MS-TEXTO
               MOVE " VIGE " TO MS-ROT-DAT
               MOVE SPACES TO MS-REFER
           ELSE
           IF  NE-TIPO EQUAL "SN"
               MOVE "ALTERACAO DE CATEGORIA" TO NSD-ASSUNTO
               MOVE "SUA CATEGORIA PASSA A SER A CATEGORIA SENIOR."
                    TO MS-TEXTO
               MOVE " VIGE " TO MS-ROT-DAT
               MOVE " CAT. " TO MS-ROT-REF
               MOVE NE-REFER(11:2) TO MS-REFER
           ELSE
               MOVE "AVISO DO CLUBE" TO NSD-ASSUNTO
               MOVE "EXISTE UM AVISO DO CLUBE PARA VOCE." TO MS-TEXTO
               MOVE " DATA " TO MS-ROT-DAT.

       GRAVA-HISTORICO.
           MOVE SPACES TO REGNOTIFHIST.
           MOVE WS-ULTIMO-NOT TO NH-ID.
           MOVE NE-NUMSOC TO NH-NUMSOC.
           MOVE WS-HOJE TO NH-DATA.
           MOVE NE-HORA TO NH-HORA.
           MOVE NE-ORIGEM TO NH-ORIGEM.
           MOVE NE-TIPO TO NH-TIPO.
           MOVE NE-REFER TO NH-REFER.
           MOVE WS-CANAL TO NH-CANAL.
           MOVE WS-DESTINO TO NH-DESTINO.
           IF  WS-CANAL EQUAL "P"
               MOVE "I" TO NH-SITUACAO
           ELSE
               MOVE "N" TO NH-SITUACAO.
           MOVE ZEROS TO NH-DATA-RET.
           WRITE REGNOTIFHIST
               INVALID KEY
                   DISPLAY "PRG109 - NOTIFICACAO JA REGISTRADA " NH-ID
                   MOVE 4 TO RETURN-CODE.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE NE-NUMSOC TO DN-NUMSOC.
           MOVE NE-TIPO TO DN-TIPO.
           MOVE NE-REFER TO DN-REFER.
           MOVE WS-DESTINO TO DN-DESTINO.
           IF  WS-CANAL EQUAL "E"
               MOVE "E-MAIL" TO DN-CANAL
           ELSE
               IF  WS-CANAL EQUAL "S"
                   MOVE "SMS" TO DN-CANAL
               ELSE
                   MOVE "CORREIO" TO DN-CANAL
                   MOVE "MANTER DOCUMENTO IMPRESSO" TO DN-DESTINO.
           WRITE REGRELNOTIF FROM DETNOT AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELNOTIF.
           WRITE REGRELNOTIF AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELNOTIF FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELNOTIF FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELNOTIF FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELNOTIF FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELNOTIF FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELNOTIF FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAIS.
           IF  CTLIN GREATER 26
               PERFORM IMPRIME-CABECALHO.
           MOVE "ENVIADAS POR E-MAIL..........:" TO LQ-TXT.
           MOVE CT-POR-EMAIL TO LQ-QTD.
           WRITE REGRELNOTIF FROM LINQTD AFTER ADVANCING 3 LINES.
           MOVE "ENVIADAS POR SMS.............:" TO LQ-TXT.
           MOVE CT-POR-SMS TO LQ-QTD.
           WRITE REGRELNOTIF FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "MANTIDAS NO CORREIO..........:" TO LQ-TXT.
           MOVE CT-CORREIO TO LQ-QTD.
           WRITE REGRELNOTIF FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "SEM CONTATO CADASTRADO.......:" TO LQ-TXT.
           MOVE CT-SEM-CONTATO TO LQ-QTD.
           WRITE REGRELNOTIF FROM LINQTD AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG109"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-EVENTOS   TO RL-QTDE.
           WRITE REGRUNLOG.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE RUNLOG.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TESTA-STATUS.
           IF  WS-FS-ERRO(1:1) EQUAL "3"
           OR  WS-FS-ERRO(1:1) EQUAL "4"
           OR  WS-FS-ERRO(1:1) EQUAL "9"
               DISPLAY "PRG109 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG109" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
