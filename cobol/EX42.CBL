           02 SU-DATA-ENT   PIC 9(08).
           02 SU-NUMSOC-APL PIC 9(06).
           02 SU-OPERADOR   PIC X(08).
           02 SU-MOTIVO     PIC X(02).
       FD  RELSUSP LABEL RECORD OMITTED.
       01  REGRELSUSP       PIC X(80).
       FD  PARMDATA
                 03 FILLER  PIC X(18) VALUE "VALOR".
                 03 FILLER  PIC X(13) VALUE "ENTRADA".
                 03 FILLER  PIC X(10) VALUE "FAIXA".
                 03 FILLER  PIC X(05) VALUE "MOT.".
       01  DETALHE.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DT-SEQ  PIC 999.999 VALUE ZEROS.
                 03 DT-ENT  PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DT-FAIXA PIC X(07) VALUE SPACES.
                 03 FILLER  PIC X(06) VALUE SPACES.
                 03 DT-MOT  PIC X(02) VALUE SPACES.
       01  TOTABERTO.
                 03 FILLER  PIC X(30) VALUE
                            "TOTAL EM SUSPENSO............:".
           MOVE SU-SEQ        TO DT-SEQ.
           MOVE SU-NUMSOC-BCO TO DT-NUM.
           MOVE SU-VALOR      TO DT-VAL.
           MOVE SU-MOTIVO     TO DT-MOT.
           MOVE SU-DATA-ENT(1:4) TO DT-ENT(7:4).
           MOVE SU-DATA-ENT(5:2) TO DT-ENT(4:2).
           MOVE SU-DATA-ENT(7:2) TO DT-ENT(1:2).
