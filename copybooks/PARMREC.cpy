        05  PARM-RUN-DELTA-PCT PIC 9(3).
        05  PARM-PROJ-DAYS PIC 9(2).
        05  PARM-RETAIN-DAYS PIC 9(4).
        05  PARM-SEP-FWD-MIN PIC 9(4).
        05  PARM-SEP-DEPTH-MIN PIC 9(10).
        05  PARM-SCORE-FROM-DATE PIC 9(6).
        05  PARM-SCORE-TO-DATE PIC 9(6).
        05  PARM-BACKOUT-RUN-DATE PIC 9(6).
        05  FILLER PIC X(1).
