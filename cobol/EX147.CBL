       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG147.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EN-NUMNOTA
           FILE STATUS IS WS-FS-ENTREGAS.
           SELECT CADCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CT-NUMSOC
           FILE STATUS IS WS-FS-CADCONT.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAS.
           SELECT ZONAENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ZONAENT.
           SELECT VEICULOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VEICULOS.
           SELECT MANSEQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MANSEQ.
           SELECT ROTATMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ROTATMP.
           SELECT ROTAORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ROTAORD.
           SELECT ARQSORT ASSIGN TO DISK.
           SELECT RELMANIF ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELMANIF.
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
       FD  ENTREGAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENTREGAS.DAT".
       01  REGENTREGA.
           02 EN-NUMNOTA    PIC 9(06).
           02 EN-NUMPED     PIC 9(06).
           02 EN-NUMSOC     PIC 9(06).
           02 EN-DATA-NOTA  PIC 9(08).
           02 EN-DATA-PROM  PIC 9(08).
           02 EN-SITUACAO   PIC X(01).
           02 EN-DATA-CONF  PIC 9(08).
           02 EN-ZONA       PIC X(04).
           02 EN-MANIFESTO  PIC 9(06).
           02 EN-VEICULO    PIC X(08).
           02 EN-DATA-ROTA  PIC 9(08).
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
       FD  NOTAS
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01  REGPRINT.
           03 NUMNOTA         PIC 9(06).
           03 NUMPED-NF       PIC 9(06).
           03 NF-NUMITEM      PIC 9(02).
           03 PRODUTO         PIC X(06).
           03 NF-QTD          PIC 9(03).
           03 PRECFINAL       PIC 9(06)V99.
           03 TIPONOTA        PIC X(01).
           03 REFNOTA         PIC 9(06).
           03 NF-CUSTO        PIC 9(04)V99.
           03 NF-IMPOSTO      PIC 9(03) OCCURS 5 TIMES.
           03 NF-TOTIMP       PIC 9(04)V99.
           03 NF-MARKUP       PIC 9(06)V99.
           03 NF-TOTNOTA      PIC 9(08)V99.
           03 NF-FILIAL       PIC 9(02).
       FD  ZONAENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ZONAENT.DAT".
       01  REGZONAENT.
           02 ZE-CEP-INI    PIC 9(08).
           02 ZE-CEP-FIM    PIC 9(08).
           02 ZE-ZONA       PIC X(04).
           02 ZE-DESCR      PIC X(20).
       FD  VEICULOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VEICULOS.DAT".
       01  REGVEICULO.
           02 VC-CODIGO     PIC X(08).
           02 VC-PLACA      PIC X(08).
           02 VC-MOTORISTA  PIC X(20).
           02 VC-MAX-PARADAS PIC 9(03).
           02 VC-MAX-VOLUMES PIC 9(05).
           02 VC-SITUACAO   PIC X(01).
       FD  MANSEQ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MANSEQ.DAT".
       01  REGMANSEQ.
           02 MS-ULTIMO     PIC 9(06).
       FD  ROTATMP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ROTATMP.DAT".
       01  REGROTATMP.
           02 RT-ZONA       PIC X(04).
           02 RT-CEP        PIC 9(08).
           02 RT-PROM       PIC 9(08).
           02 RT-NUMNOTA    PIC 9(06).
           02 RT-NUMSOC     PIC 9(06).
           02 RT-VOLUMES    PIC 9(05).
           02 RT-IX-ZONA    PIC 9(04).
       FD  ROTAORD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ROTAORD.DAT".
       01  REGROTAORD.
           02 RO-ZONA       PIC X(04).
           02 RO-CEP        PIC 9(08).
           02 RO-PROM       PIC 9(08).
           02 RO-NUMNOTA    PIC 9(06).
           02 RO-NUMSOC     PIC 9(06).
           02 RO-VOLUMES    PIC 9(05).
           02 RO-IX-ZONA    PIC 9(04).
       SD  ARQSORT.
       01  REGSORT.
           03 SRT-ZONA      PIC X(04).
           03 SRT-CEP       PIC 9(08).
           03 SRT-PROM      PIC 9(08).
           03 SRT-NUMNOTA   PIC 9(06).
           03 SRT-RESTO     PIC X(15).
       FD  RELMANIF LABEL RECORD OMITTED.
       01  REGRELMANIF      PIC X(80).
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
       77  WS-FS-ENTREGAS   PIC X(02) VALUE SPACES.
       77  WS-FS-CADCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-NOTAS      PIC X(02) VALUE SPACES.
       77  WS-FS-ZONAENT    PIC X(02) VALUE SPACES.
       77  WS-FS-VEICULOS   PIC X(02) VALUE SPACES.
       77  WS-FS-MANSEQ     PIC X(02) VALUE SPACES.
       77  WS-FS-ROTATMP    PIC X(02) VALUE "00".
       77  WS-FS-ROTAORD    PIC X(02) VALUE "00".
       77  WS-FS-RELMANIF   PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  WS-CADCONT-OK    PIC X(03) VALUE "NAO".
       77  ENT-FIM          PIC X(03) VALUE "NAO".
       77  NOT-FIM          PIC X(03) VALUE "NAO".
       77  ZON-FIM          PIC X(03) VALUE "NAO".
       77  VEI-FIM          PIC X(03) VALUE "NAO".
       77  ORD-FIM          PIC X(03) VALUE "NAO".
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(03) VALUE ZEROS.
       77  CT-ENTR-LIDAS    PIC 9(05) VALUE ZEROS.
       77  CT-PENDENTES     PIC 9(05) VALUE ZEROS.
       77  CT-ROTEADAS      PIC 9(05) VALUE ZEROS.
       77  CT-MANIFESTOS    PIC 9(05) VALUE ZEROS.
       77  CT-EXCECOES      PIC 9(05) VALUE ZEROS.
       77  CT-ATRASADAS     PIC 9(05) VALUE ZEROS.
       77  QT-PEND          PIC 9(04) VALUE ZEROS.
       77  QT-ITEM          PIC 9(04) VALUE ZEROS.
       77  QT-ZONA          PIC 9(04) VALUE ZEROS.
       77  QT-VEIC          PIC 9(04) VALUE ZEROS.
       77  QT-EXC           PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-IY            PIC 9(04) VALUE ZEROS.
       77  WS-IX-PEND       PIC 9(04) VALUE ZEROS.
       77  WS-IX-ZONA       PIC 9(04) VALUE ZEROS.
       77  WS-PROX-VEIC     PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-MOTIVO        PIC X(24) VALUE SPACES.
       77  WS-EXC-NOTA      PIC 9(06) VALUE ZEROS.
       77  WS-EXC-SOCIO     PIC 9(06) VALUE ZEROS.
       77  WS-MAN-ABERTO    PIC X(03) VALUE "NAO".
       77  WS-MAN-SEQ       PIC 9(06) VALUE ZEROS.
       77  WS-MAN-PARADAS   PIC 9(03) VALUE ZEROS.
       77  WS-MAN-VOLUMES   PIC 9(05) VALUE ZEROS.
       77  WS-CAP-PARADAS   PIC 9(03) VALUE ZEROS.
       77  WS-CAP-VOLUMES   PIC 9(05) VALUE ZEROS.
       77  WS-ZONA-ATUAL    PIC X(04) VALUE SPACES.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-PEND.
                 04 TAB-PD-OCORR OCCURS 2000 TIMES.
                       05 TAB-PD-NUMNOTA PIC 9(06).
                       05 TAB-PD-NUMSOC  PIC 9(06).
                       05 TAB-PD-PROM    PIC 9(08).
                       05 TAB-PD-VOLUMES PIC 9(05).
       01  TAB-ITEM.
                 04 TAB-IT-OCORR OCCURS 5000 TIMES.
                       05 TAB-IT-NUMNOTA PIC 9(06).
                       05 TAB-IT-PRODUTO PIC X(06).
                       05 TAB-IT-QTDE    PIC 9(03).
       01  TAB-ZONA.
                 04 TAB-ZN-OCORR OCCURS 200 TIMES.
                       05 TAB-ZN-CEP-INI PIC 9(08).
                       05 TAB-ZN-CEP-FIM PIC 9(08).
                       05 TAB-ZN-ZONA    PIC X(04).
                       05 TAB-ZN-DESCR   PIC X(20).
       01  TAB-VEIC.
                 04 TAB-VC-OCORR OCCURS 50 TIMES.
                       05 TAB-VC-CODIGO  PIC X(08).
                       05 TAB-VC-PLACA   PIC X(08).
                       05 TAB-VC-MOTOR   PIC X(20).
                       05 TAB-VC-PARADAS PIC 9(03).
                       05 TAB-VC-VOLUMES PIC 9(05).
       01  TAB-EXC.
                 04 TAB-EX-OCORR OCCURS 2000 TIMES.
                       05 TAB-EX-NUMNOTA PIC 9(06).
                       05 TAB-EX-NUMSOC  PIC 9(06).
                       05 TAB-EX-MOTIVO  PIC X(24).
       01  CAB0.
                 03 FILLER  PIC X(64) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC ZZ9   VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(24) VALUE
                            "MANIFESTO DE ENTREGA NO.".
                 03 C1-MANIF PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "DATA".
                 03 C1-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(09) VALUE "VEICULO:".
                 03 C2-VEIC PIC X(08) VALUE SPACES.
                 03 FILLER  PIC X(08) VALUE "  PLACA:".
                 03 C2-PLACA PIC X(09) VALUE SPACES.
                 03 FILLER  PIC X(11) VALUE "MOTORISTA:".
                 03 C2-MOTOR PIC X(20) VALUE SPACES.
       01  CAB3.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(09) VALUE "ZONA...:".
                 03 C3-ZONA PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(03) VALUE " - ".
                 03 C3-DESCR PIC X(20) VALUE SPACES.
       01  CABEXC.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(50) VALUE
                            "ENTREGAS PENDENTES NAO ROTEIRIZADAS".
                 03 FILLER  PIC X(05) VALUE "DATA".
                 03 CE-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CABEXC2.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "NOTA".
                 03 FILLER  PIC X(10) VALUE "SOCIO".
                 03 FILLER  PIC X(24) VALUE "MOTIVO".
       01  PARADA1.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 PA-ORDEM PIC ZZ9  VALUE ZEROS.
                 03 FILLER  PIC X(08) VALUE " - NOTA ".
                 03 PA-NOTA PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(08) VALUE "  SOCIO ".
                 03 PA-SOC  PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(13) VALUE "  PROMETIDA ".
                 03 PA-PROM PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 PA-ATRASO PIC X(08) VALUE SPACES.
       01  PARADA2.
                 03 FILLER  PIC X(07) VALUE SPACES.
                 03 PA-END  PIC X(30) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 PA-CIDADE PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE " CEP ".
                 03 PA-CEP  PIC 99999B999 VALUE ZEROS.
       01  PARADA3.
                 03 FILLER  PIC X(07) VALUE SPACES.
                 03 FILLER  PIC X(06) VALUE "FONE: ".
                 03 PA-FONE PIC X(12) VALUE SPACES.
                 03 FILLER  PIC X(12) VALUE "  VOLUMES: ".
                 03 PA-VOL  PIC ZZ.ZZ9 VALUE ZEROS.
       01  PARADAIT.
                 03 FILLER  PIC X(11) VALUE SPACES.
                 03 FILLER  PIC X(08) VALUE "PRODUTO ".
                 03 PI-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(08) VALUE "   QTDE ".
                 03 PI-QTDE PIC ZZ9   VALUE ZEROS.
       01  PARADAAS.
                 03 FILLER  PIC X(07) VALUE SPACES.
                 03 FILLER  PIC X(36) VALUE
                            "RECEBIDO POR: ______________________".
                 03 FILLER  PIC X(30) VALUE
                            "  DOC: __________  __/__/____".
       01  RODAPE1.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(19) VALUE "TOTAL DE PARADAS: ".
                 03 RD-PARADAS PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(14) VALUE "    VOLUMES: ".
                 03 RD-VOLUMES PIC ZZ.ZZ9 VALUE ZEROS.
       01  RODAPE2.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(36) VALUE
                            "MOTORISTA: ________________________".
                 03 FILLER  PIC X(36) VALUE
                            "  SAIDA: __:__   RETORNO: __:__".
       01  DETEXC.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DX-NOTA PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DX-SOC  PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DX-MOTIVO PIC X(24) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(40) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM CARREGA-ZONAS.
           PERFORM CARREGA-VEICULOS.
           IF  QT-ZONA EQUAL ZERO
           OR  QT-VEIC EQUAL ZERO
               DISPLAY "PRG147 - TABELA DE ZONAS OU DE VEICULOS VAZIA"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE SPACES TO WS-FS-ENTREGAS.
           OPEN I-O ENTREGAS.
           IF  WS-FS-ENTREGAS EQUAL "35"
               DISPLAY "PRG147 - ARQUIVO DE ENTREGAS AUSENTE"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ENTREGAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-ENTREGAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM SELECIONA-PENDENTES.
           PERFORM CARREGA-ITENS.
           MOVE SPACES TO WS-FS-CADCONT.
           OPEN INPUT CADCONT.
           IF  WS-FS-CADCONT EQUAL "00"
               MOVE "SIM" TO WS-CADCONT-OK
           ELSE
               DISPLAY "PRG147 - CADCONT.DAT INDISPONIVEL".
           OPEN OUTPUT ROTATMP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ROTATMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-ROTATMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM PREPARA-PARADA
                   THRU PREPARA-PARADA-FIM
                   VARYING WS-IX-PEND FROM 1 BY 1
                   UNTIL WS-IX-PEND GREATER QT-PEND.
           CLOSE ROTATMP.
           SORT ARQSORT ASCENDING KEY SRT-ZONA SRT-CEP
                                      SRT-PROM SRT-NUMNOTA
                USING ROTATMP GIVING ROTAORD.
           PERFORM LE-MANSEQ.
           OPEN OUTPUT RELMANIF.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELMANIF" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELMANIF TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE(7:2) TO C1-DATA(1:2).
           MOVE WS-HOJE(5:2) TO C1-DATA(4:2).
           MOVE WS-HOJE(1:4) TO C1-DATA(7:4).
           MOVE C1-DATA TO CE-DATA.
           OPEN INPUT ROTAORD.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ROTAORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-ROTAORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-ROTAORD.
           PERFORM PROCESSA-PARADA
                   THRU PROCESSA-PARADA-FIM
                   UNTIL ORD-FIM EQUAL "SIM".
           IF  WS-MAN-ABERTO EQUAL "SIM"
               PERFORM FECHA-MANIFESTO.
           CLOSE ROTAORD.
           PERFORM IMPRIME-EXCECOES.
           PERFORM IMPRIME-RESUMO.
           PERFORM GRAVA-MANSEQ.
           CLOSE ENTREGAS RELMANIF.
           IF  WS-CADCONT-OK EQUAL "SIM"
               CLOSE CADCONT.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG147 - TOTAIS DE CONTROLE".
           DISPLAY "DATA DE PROCESSAMENTO..: " WS-HOJE.
           DISPLAY "ENTREGAS LIDAS.........: " CT-ENTR-LIDAS.
           DISPLAY "PENDENTES DE ROTA......: " CT-PENDENTES.
           DISPLAY "ENTREGAS ROTEIRIZADAS..: " CT-ROTEADAS.
           DISPLAY "MANIFESTOS EMITIDOS....: " CT-MANIFESTOS.
           DISPLAY "NAO ROTEIRIZADAS.......: " CT-EXCECOES.
           DISPLAY "ROTEIRIZADAS EM ATRASO.: " CT-ATRASADAS.
           IF  RETURN-CODE LESS 4
               IF  CT-EXCECOES GREATER ZERO
                   MOVE 4 TO RETURN-CODE.

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

       CARREGA-ZONAS.
           MOVE SPACES TO WS-FS-ZONAENT.
           OPEN INPUT ZONAENT.
           IF  WS-FS-ZONAENT EQUAL "35"
               MOVE "SIM" TO ZON-FIM
           ELSE
               PERFORM LE-ZONAENT
               PERFORM GUARDA-ZONA
                       UNTIL ZON-FIM EQUAL "SIM"
               CLOSE ZONAENT.
       LE-ZONAENT.
           READ ZONAENT
                       AT END
                             MOVE "SIM" TO ZON-FIM.
       GUARDA-ZONA.
           IF  QT-ZONA NOT LESS 200
               DISPLAY "PRG147 - TABELA DE ZONAS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-ZONA.
           MOVE ZE-CEP-INI TO TAB-ZN-CEP-INI(QT-ZONA).
           MOVE ZE-CEP-FIM TO TAB-ZN-CEP-FIM(QT-ZONA).
           MOVE ZE-ZONA    TO TAB-ZN-ZONA(QT-ZONA).
           MOVE ZE-DESCR   TO TAB-ZN-DESCR(QT-ZONA).
           PERFORM LE-ZONAENT.

       CARREGA-VEICULOS.
           MOVE SPACES TO WS-FS-VEICULOS.
           OPEN INPUT VEICULOS.
           IF  WS-FS-VEICULOS EQUAL "35"
               MOVE "SIM" TO VEI-FIM
           ELSE
               PERFORM LE-VEICULO
               PERFORM GUARDA-VEICULO
                       UNTIL VEI-FIM EQUAL "SIM"
               CLOSE VEICULOS.
       LE-VEICULO.
           READ VEICULOS
                       AT END
                             MOVE "SIM" TO VEI-FIM.
       GUARDA-VEICULO.
           IF  VC-SITUACAO EQUAL "I"
               PERFORM LE-VEICULO
           ELSE
               IF  QT-VEIC NOT LESS 50
                   DISPLAY "PRG147 - TABELA DE VEICULOS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-VEIC
               MOVE VC-CODIGO    TO TAB-VC-CODIGO(QT-VEIC)
               MOVE VC-PLACA     TO TAB-VC-PLACA(QT-VEIC)
               MOVE VC-MOTORISTA TO TAB-VC-MOTOR(QT-VEIC)
               MOVE VC-MAX-PARADAS TO TAB-VC-PARADAS(QT-VEIC)
               MOVE VC-MAX-VOLUMES TO TAB-VC-VOLUMES(QT-VEIC)
               IF  VC-MAX-PARADAS EQUAL ZERO
                   MOVE 999 TO TAB-VC-PARADAS(QT-VEIC)
               END-IF
               IF  VC-MAX-VOLUMES EQUAL ZERO
                   MOVE 99999 TO TAB-VC-VOLUMES(QT-VEIC)
               END-IF
               PERFORM LE-VEICULO.

       SELECIONA-PENDENTES.
           PERFORM LE-ENTREGA.
           PERFORM GUARDA-PENDENTE
                   UNTIL ENT-FIM EQUAL "SIM".
       LE-ENTREGA.
           READ ENTREGAS NEXT
                       AT END
                             MOVE "SIM" TO ENT-FIM
                       NOT AT END
                             ADD 1 TO CT-ENTR-LIDAS.
       GUARDA-PENDENTE.
           IF  EN-SITUACAO EQUAL "A"
           AND EN-MANIFESTO EQUAL ZERO
               IF  QT-PEND NOT LESS 2000
                   DISPLAY "PRG147 - TABELA DE PENDENTES ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-PEND
               ADD 1 TO CT-PENDENTES
               MOVE EN-NUMNOTA   TO TAB-PD-NUMNOTA(QT-PEND)
               MOVE EN-NUMSOC    TO TAB-PD-NUMSOC(QT-PEND)
               MOVE EN-DATA-PROM TO TAB-PD-PROM(QT-PEND)
               MOVE ZEROS        TO TAB-PD-VOLUMES(QT-PEND).
           PERFORM LE-ENTREGA.

       CARREGA-ITENS.
           MOVE SPACES TO WS-FS-NOTAS.
           OPEN INPUT NOTAS.
           IF  WS-FS-NOTAS EQUAL "35"
               MOVE "SIM" TO NOT-FIM
           ELSE
               PERFORM LE-NOTA
               PERFORM GUARDA-ITEM
                       UNTIL NOT-FIM EQUAL "SIM"
               CLOSE NOTAS.
       LE-NOTA.
           READ NOTAS
                       AT END
                             MOVE "SIM" TO NOT-FIM.
       GUARDA-ITEM.
           IF  TIPONOTA EQUAL "N"
               MOVE "NAO" TO WS-ACHOU
               PERFORM PROCURA-PENDENTE
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER QT-PEND
                       OR WS-ACHOU EQUAL "SIM"
               IF  WS-ACHOU EQUAL "SIM"
                   SUBTRACT 1 FROM WS-IX
                   ADD NF-QTD TO TAB-PD-VOLUMES(WS-IX)
                   PERFORM ACRESCENTA-ITEM.
           PERFORM LE-NOTA.
       PROCURA-PENDENTE.
           IF  TAB-PD-NUMNOTA(WS-IX) EQUAL NUMNOTA
               MOVE "SIM" TO WS-ACHOU.
       ACRESCENTA-ITEM.
           IF  QT-ITEM NOT LESS 5000
               DISPLAY "PRG147 - TABELA DE ITENS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-ITEM.
           MOVE NUMNOTA TO TAB-IT-NUMNOTA(QT-ITEM).
           MOVE PRODUTO TO TAB-IT-PRODUTO(QT-ITEM).
           MOVE NF-QTD  TO TAB-IT-QTDE(QT-ITEM).

       PREPARA-PARADA.
           MOVE TAB-PD-NUMNOTA(WS-IX-PEND) TO WS-EXC-NOTA.
           MOVE TAB-PD-NUMSOC(WS-IX-PEND)  TO WS-EXC-SOCIO.
           MOVE "SIM" TO WS-ACHOU.
           IF  WS-CADCONT-OK EQUAL "NAO"
           OR  TAB-PD-NUMSOC(WS-IX-PEND) EQUAL ZERO
               MOVE "NAO" TO WS-ACHOU
           ELSE
               MOVE TAB-PD-NUMSOC(WS-IX-PEND) TO CT-NUMSOC
               READ CADCONT
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE "SOCIO SEM ENDERECO" TO WS-MOTIVO
               PERFORM GUARDA-EXCECAO
               GO TO PREPARA-PARADA-FIM.
           MOVE ZEROS TO WS-IX-ZONA.
           PERFORM PROCURA-ZONA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ZONA
                   OR WS-IX-ZONA GREATER ZERO.
           IF  WS-IX-ZONA EQUAL ZERO
               MOVE "CEP FORA DAS ZONAS" TO WS-MOTIVO
               PERFORM GUARDA-EXCECAO
               GO TO PREPARA-PARADA-FIM.
           MOVE TAB-ZN-ZONA(WS-IX-ZONA)    TO RT-ZONA.
           MOVE CT-CEP                     TO RT-CEP.
           MOVE TAB-PD-PROM(WS-IX-PEND)    TO RT-PROM.
           MOVE TAB-PD-NUMNOTA(WS-IX-PEND) TO RT-NUMNOTA.
           MOVE TAB-PD-NUMSOC(WS-IX-PEND)  TO RT-NUMSOC.
           MOVE TAB-PD-VOLUMES(WS-IX-PEND) TO RT-VOLUMES.
           MOVE WS-IX-ZONA                 TO RT-IX-ZONA.
           WRITE REGROTATMP.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ROTATMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-ROTATMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PREPARA-PARADA-FIM.
           EXIT.
       PROCURA-ZONA.
           IF  CT-CEP NOT LESS TAB-ZN-CEP-INI(WS-IX)
           AND CT-CEP NOT GREATER TAB-ZN-CEP-FIM(WS-IX)
               MOVE WS-IX TO WS-IX-ZONA.

       GUARDA-EXCECAO.
           IF  QT-EXC NOT LESS 2000
               DISPLAY "PRG147 - TABELA DE EXCECOES ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-EXC.
           ADD 1 TO CT-EXCECOES.
           MOVE WS-EXC-NOTA  TO TAB-EX-NUMNOTA(QT-EXC).
           MOVE WS-EXC-SOCIO TO TAB-EX-NUMSOC(QT-EXC).
           MOVE WS-MOTIVO    TO TAB-EX-MOTIVO(QT-EXC).

       LE-MANSEQ.
           MOVE SPACES TO WS-FS-MANSEQ.
           OPEN INPUT MANSEQ.
           IF  WS-FS-MANSEQ EQUAL "35"
               MOVE ZEROS TO REGMANSEQ
           ELSE
               READ MANSEQ
                           AT END
                                 MOVE ZEROS TO REGMANSEQ
               END-READ
               CLOSE MANSEQ.
           MOVE MS-ULTIMO TO WS-MAN-SEQ.

       GRAVA-MANSEQ.
           OPEN OUTPUT MANSEQ.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "MANSEQ" TO WS-ARQ-ERRO.
           MOVE WS-FS-MANSEQ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-MAN-SEQ TO MS-ULTIMO.
           WRITE REGMANSEQ.
           CLOSE MANSEQ.

       LE-ROTAORD.
           READ ROTAORD
                       AT END
                             MOVE "SIM" TO ORD-FIM.
       PROCESSA-PARADA.
           MOVE RO-NUMNOTA TO WS-EXC-NOTA.
           MOVE RO-NUMSOC  TO WS-EXC-SOCIO.
           IF  WS-MAN-ABERTO EQUAL "SIM"
           AND RO-ZONA NOT EQUAL WS-ZONA-ATUAL
               PERFORM FECHA-MANIFESTO.
           IF  WS-MAN-ABERTO EQUAL "SIM"
               IF  WS-MAN-PARADAS NOT LESS WS-CAP-PARADAS
               OR  WS-MAN-VOLUMES + RO-VOLUMES GREATER WS-CAP-VOLUMES
                   PERFORM FECHA-MANIFESTO.
           IF  WS-MAN-ABERTO EQUAL "NAO"
               PERFORM ABRE-MANIFESTO.
           IF  WS-MAN-ABERTO EQUAL "NAO"
               MOVE "SEM VEICULO DISPONIVEL" TO WS-MOTIVO
               PERFORM GUARDA-EXCECAO
               GO TO PROCESSA-PARADA-SEGUE.
           IF  RO-VOLUMES GREATER WS-CAP-VOLUMES
               MOVE "EXCEDE CAPACIDADE" TO WS-MOTIVO
               PERFORM GUARDA-EXCECAO
               GO TO PROCESSA-PARADA-SEGUE.
           MOVE RO-NUMNOTA TO EN-NUMNOTA.
           MOVE "SIM" TO WS-ACHOU.
           READ ENTREGAS
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE "ENTREGA NAO ENCONTRADA" TO WS-MOTIVO
               PERFORM GUARDA-EXCECAO
               GO TO PROCESSA-PARADA-SEGUE.
           ADD 1 TO WS-MAN-PARADAS.
           ADD RO-VOLUMES TO WS-MAN-VOLUMES.
           IF  WS-MAN-PARADAS EQUAL 1
               ADD 1 TO WS-MAN-SEQ
               ADD 1 TO CT-MANIFESTOS
               MOVE 31 TO CTLIN.
           MOVE RO-ZONA      TO EN-ZONA.
           MOVE WS-MAN-SEQ   TO EN-MANIFESTO.
           MOVE TAB-VC-CODIGO(WS-PROX-VEIC) TO EN-VEICULO.
           MOVE WS-HOJE      TO EN-DATA-ROTA.
           REWRITE REGENTREGA
               INVALID KEY
                   DISPLAY "PRG147 - ERRO AO REGRAVAR ENTREGA "
                           EN-NUMNOTA.
           ADD 1 TO CT-ROTEADAS.
           PERFORM IMPRIME-PARADA.
       PROCESSA-PARADA-SEGUE.
           PERFORM LE-ROTAORD.
       PROCESSA-PARADA-FIM.
           EXIT.

       ABRE-MANIFESTO.
           IF  WS-PROX-VEIC LESS QT-VEIC
               ADD 1 TO WS-PROX-VEIC
               MOVE "SIM"   TO WS-MAN-ABERTO
               MOVE RO-ZONA TO WS-ZONA-ATUAL
               MOVE RO-IX-ZONA TO WS-IX-ZONA
               MOVE ZEROS   TO WS-MAN-PARADAS WS-MAN-VOLUMES
               MOVE TAB-VC-PARADAS(WS-PROX-VEIC) TO WS-CAP-PARADAS
               MOVE TAB-VC-VOLUMES(WS-PROX-VEIC) TO WS-CAP-VOLUMES.

       FECHA-MANIFESTO.
           MOVE "NAO" TO WS-MAN-ABERTO.
           IF  WS-MAN-PARADAS EQUAL ZERO
               SUBTRACT 1 FROM WS-PROX-VEIC
           ELSE
               IF  CTLIN GREATER 26
                   PERFORM IMPRIME-CAB-MANIF
               END-IF
               MOVE WS-MAN-PARADAS TO RD-PARADAS
               MOVE WS-MAN-VOLUMES TO RD-VOLUMES
               WRITE REGRELMANIF FROM RODAPE1
                     AFTER ADVANCING 2 LINES
               WRITE REGRELMANIF FROM RODAPE2
                     AFTER ADVANCING 3 LINES
               ADD 5 TO CTLIN.

       IMPRIME-CAB-MANIF.
           MOVE SPACES TO REGRELMANIF.
           WRITE REGRELMANIF AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           MOVE WS-MAN-SEQ TO C1-MANIF.
           MOVE TAB-VC-CODIGO(WS-PROX-VEIC) TO C2-VEIC.
           MOVE TAB-VC-PLACA(WS-PROX-VEIC)  TO C2-PLACA.
           MOVE TAB-VC-MOTOR(WS-PROX-VEIC)  TO C2-MOTOR.
           MOVE TAB-ZN-ZONA(WS-IX-ZONA)     TO C3-ZONA.
           MOVE TAB-ZN-DESCR(WS-IX-ZONA)    TO C3-DESCR.
           WRITE REGRELMANIF FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM CAB3 AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-PARADA.
           IF  CTLIN GREATER 22
               PERFORM IMPRIME-CAB-MANIF.
           MOVE SPACES TO CT-ENDERECO CT-CIDADE CT-FONE.
           MOVE ZEROS TO CT-CEP.
           MOVE RO-NUMSOC TO CT-NUMSOC.
           READ CADCONT
               INVALID KEY
                   MOVE SPACES TO CT-ENDERECO.
           MOVE WS-MAN-PARADAS TO PA-ORDEM.
           MOVE RO-NUMNOTA     TO PA-NOTA.
           MOVE RO-NUMSOC      TO PA-SOC.
           MOVE RO-PROM(7:2)   TO PA-PROM(1:2).
           MOVE RO-PROM(5:2)   TO PA-PROM(4:2).
           MOVE RO-PROM(1:4)   TO PA-PROM(7:4).
           MOVE SPACES TO PA-ATRASO.
           IF  RO-PROM LESS WS-HOJE
               MOVE "ATRASADA" TO PA-ATRASO
               ADD 1 TO CT-ATRASADAS.
           MOVE CT-ENDERECO TO PA-END.
           MOVE CT-CIDADE   TO PA-CIDADE.
           MOVE CT-CEP      TO PA-CEP.
           MOVE CT-FONE     TO PA-FONE.
           MOVE RO-VOLUMES  TO PA-VOL.
           WRITE REGRELMANIF FROM PARADA1 AFTER ADVANCING 2 LINES.
           WRITE REGRELMANIF FROM PARADA2 AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM PARADA3 AFTER ADVANCING 1 LINE.
           ADD 4 TO CTLIN.
           PERFORM IMPRIME-ITEM-PARADA
                   VARYING WS-IY FROM 1 BY 1
                   UNTIL WS-IY GREATER QT-ITEM.
           WRITE REGRELMANIF FROM PARADAAS AFTER ADVANCING 2 LINES.
           ADD 2 TO CTLIN.
       IMPRIME-ITEM-PARADA.
           IF  TAB-IT-NUMNOTA(WS-IY) EQUAL RO-NUMNOTA
               MOVE TAB-IT-PRODUTO(WS-IY) TO PI-PROD
               MOVE TAB-IT-QTDE(WS-IY)    TO PI-QTDE
               WRITE REGRELMANIF FROM PARADAIT AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.

       IMPRIME-EXCECOES.
           IF  QT-EXC GREATER ZERO
               PERFORM IMPRIME-CAB-EXCECAO
               PERFORM IMPRIME-EXCECAO
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER QT-EXC.
       IMPRIME-EXCECAO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CAB-EXCECAO.
           MOVE TAB-EX-NUMNOTA(WS-IX) TO DX-NOTA.
           MOVE TAB-EX-NUMSOC(WS-IX)  TO DX-SOC.
           MOVE TAB-EX-MOTIVO(WS-IX)  TO DX-MOTIVO.
           WRITE REGRELMANIF FROM DETEXC AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
       IMPRIME-CAB-EXCECAO.
           MOVE SPACES TO REGRELMANIF.
           WRITE REGRELMANIF AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELMANIF FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM CABEXC AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM CABEXC2 AFTER ADVANCING 1 LINE.
           WRITE REGRELMANIF FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-RESUMO.
           IF  QT-EXC EQUAL ZERO
           OR  CTLIN GREATER 24
               PERFORM IMPRIME-CAB-EXCECAO.
           MOVE "ENTREGAS PENDENTES DE ROTA.............:" TO RS-TXT.
           MOVE CT-PENDENTES TO RS-QTDE.
           WRITE REGRELMANIF FROM RESUMO AFTER ADVANCING 3 LINES.
           MOVE "ENTREGAS ROTEIRIZADAS..................:" TO RS-TXT.
           MOVE CT-ROTEADAS TO RS-QTDE.
           WRITE REGRELMANIF FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "MANIFESTOS EMITIDOS....................:" TO RS-TXT.
           MOVE CT-MANIFESTOS TO RS-QTDE.
           WRITE REGRELMANIF FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "VEICULOS DISPONIVEIS...................:" TO RS-TXT.
           MOVE QT-VEIC TO RS-QTDE.
           WRITE REGRELMANIF FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "ENTREGAS NAO ROTEIRIZADAS..............:" TO RS-TXT.
           MOVE CT-EXCECOES TO RS-QTDE.
           WRITE REGRELMANIF FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "ROTEIRIZADAS APOS A DATA PROMETIDA.....:" TO RS-TXT.
           MOVE CT-ATRASADAS TO RS-QTDE.
           WRITE REGRELMANIF FROM RESUMO AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG147"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-ROTEADAS  TO RL-QTDE.
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
               DISPLAY "PRG147 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG147" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
