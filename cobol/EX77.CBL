           02 CT-CEP        PIC 9(08).
           02 CT-FONE       PIC X(12).
           02 CT-EMAIL      PIC X(30).
           02 CT-DOCUMENTO  PIC 9(14).
           02 CT-PREFCOM    PIC X(01).
       FD  RELDUPS LABEL RECORD OMITTED.
       01  REGRELDUPS       PIC X(80).
       FD  RUNLOG
