IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-STREAM-STATUS.
AUTHOR. ANDREY KUZMINOV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

            SELECT STREAM-RPT-FILE ASSIGN TO "STRMRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STRMRPT-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

        FD STREAM-RPT-FILE.
            01 STREAM-RPT-RECORD PIC X(132).

    WORKING-STORAGE SECTION.
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-STRMRPT-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNCTL-EOF VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-BUSINESS-DATE PIC 9(6) VALUE 000000.
        77 WS-BUSINESS-DATE-ED PIC 99/99/99.
        77 WS-CTL-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-PRIOR-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-SEQ PIC 9(6) VALUE 000000.
        77 WS-RESTART-SUB PIC 9(2) VALUE 00.
        77 WS-STEPS-COMPLETE PIC 9(2) VALUE 00.
        77 WS-STEPS-BLOCKED PIC 9(2) VALUE 00.
        77 WS-STATE-TEXT PIC X(40) VALUE SPACES.
        77 WS-READY-TEXT PIC X(30) VALUE SPACES.
        COPY RCTLSTRM.
        01 WS-STEP-DETAIL-TABLE.
            05 WS-STEP-DETAIL OCCURS 9 TIMES.
                10 WS-STEP-START-TIME PIC 9(8).
                10 WS-STEP-END-TIME PIC 9(8).
                10 WS-STEP-RC PIC 9(2).
                10 WS-STEP-BLOCK-COUNT PIC 9(4).

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    MOVE SPACES TO RCTL-STREAM-STATE.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 012-CLEAR-STEP-DETAIL UNTIL WS-CTL-SUB > 9.

    OPEN OUTPUT STREAM-RPT-FILE.
    IF WS-STRMRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING STREAM-RPT-FILE, STATUS: "
            WS-STRMRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM 002-FIND-BUSINESS-DATE.
    MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-ED.

    MOVE SPACES TO STREAM-RPT-RECORD.
    STRING "NIGHTLY STREAM STATUS - RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
           " - BUSINESS DATE: " DELIMITED BY SIZE
           WS-BUSINESS-DATE-ED DELIMITED BY SIZE
        INTO STREAM-RPT-RECORD
    END-STRING.
    WRITE STREAM-RPT-RECORD.

    IF WS-BUSINESS-DATE = 000000
        MOVE "NO STEPS ON THE RUN-CONTROL LEDGER - STREAM NOT STARTED"
            TO STREAM-RPT-RECORD
        WRITE STREAM-RPT-RECORD
    ELSE
        PERFORM 005-LOAD-STEP-STATES
    END-IF.

    MOVE SPACES TO STREAM-RPT-RECORD.
    WRITE STREAM-RPT-RECORD.
    MOVE SPACES TO STREAM-RPT-RECORD.
    STRING "STEP     STATUS                                   START"
               DELIMITED BY SIZE
           "    END       RC  BLOCKS  READINESS" DELIMITED BY SIZE
        INTO STREAM-RPT-RECORD
    END-STRING.
    WRITE STREAM-RPT-RECORD.

    MOVE 0 TO WS-RESTART-SUB.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 008-REPORT-ONE-STEP UNTIL WS-CTL-SUB > 9.
    PERFORM 011-WRITE-STREAM-TOTALS.

    CLOSE STREAM-RPT-FILE.
    IF WS-RESTART-SUB > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

002-FIND-BUSINESS-DATE.
    MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-RUNCTL-STATUS NOT = "35"
        IF WS-RUNCTL-STATUS NOT = "00"
            DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: "
                WS-RUNCTL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 003-READ-RUN-CONTROL
        PERFORM 004-NOTE-BUSINESS-DATE UNTIL WS-RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.

003-READ-RUN-CONTROL.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
    END-READ.

004-NOTE-BUSINESS-DATE.
    IF RCTL-BUSINESS-DATE IS NUMERIC
        AND RCTL-BUSINESS-DATE > WS-BUSINESS-DATE
        MOVE RCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
    END-IF.
    PERFORM 003-READ-RUN-CONTROL.

005-LOAD-STEP-STATES.
    MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
    MOVE 000000 TO WS-CTL-SEQ.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-RUNCTL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: "
            WS-RUNCTL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 003-READ-RUN-CONTROL.
    PERFORM 006-NOTE-RUN-CONTROL UNTIL WS-RUNCTL-EOF.
    CLOSE RUN-CONTROL-FILE.

006-NOTE-RUN-CONTROL.
    IF RCTL-BUSINESS-DATE = WS-BUSINESS-DATE
        ADD 1 TO WS-CTL-SEQ
        MOVE 0 TO WS-CTL-FIND-SUB
        MOVE 1 TO WS-CTL-SCAN-SUB
        PERFORM 007-SCAN-STREAM-STEP
            UNTIL WS-CTL-FIND-SUB > 0
            OR WS-CTL-SCAN-SUB > 9
        IF WS-CTL-FIND-SUB > 0
            MOVE RCTL-EVENT-TIME TO RCTL-STATE-TIME(WS-CTL-FIND-SUB)
            IF RCTL-STEP-START
                MOVE "S" TO RCTL-STATE-STATUS(WS-CTL-FIND-SUB)
                MOVE RCTL-EVENT-TIME
                    TO WS-STEP-START-TIME(WS-CTL-FIND-SUB)
                MOVE 00000000 TO WS-STEP-END-TIME(WS-CTL-FIND-SUB)
                MOVE 00 TO WS-STEP-RC(WS-CTL-FIND-SUB)
            ELSE
                MOVE RCTL-STATUS TO RCTL-STATE-STATUS(WS-CTL-FIND-SUB)
                MOVE WS-CTL-SEQ TO RCTL-STATE-END-SEQ(WS-CTL-FIND-SUB)
                MOVE RCTL-EVENT-TIME
                    TO WS-STEP-END-TIME(WS-CTL-FIND-SUB)
                MOVE RCTL-RETURN-CODE TO WS-STEP-RC(WS-CTL-FIND-SUB)
                IF RCTL-STEP-BLOCKED
                    ADD 1 TO WS-STEP-BLOCK-COUNT(WS-CTL-FIND-SUB)
                    MOVE 00000000
                        TO WS-STEP-START-TIME(WS-CTL-FIND-SUB)
                END-IF
            END-IF
        END-IF
    END-IF.
    PERFORM 003-READ-RUN-CONTROL.

007-SCAN-STREAM-STEP.
    IF RCTL-STREAM-STEP(WS-CTL-SCAN-SUB) = RCTL-STEP-ID
        MOVE WS-CTL-SCAN-SUB TO WS-CTL-FIND-SUB
    END-IF.
    ADD 1 TO WS-CTL-SCAN-SUB.

008-REPORT-ONE-STEP.
    PERFORM 009-DESCRIBE-STEP-STATE.
    PERFORM 010-DESCRIBE-READINESS.
    MOVE SPACES TO STREAM-RPT-RECORD.
    STRING RCTL-STREAM-STEP(WS-CTL-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-STATE-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-STEP-START-TIME(WS-CTL-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-STEP-END-TIME(WS-CTL-SUB) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-STEP-RC(WS-CTL-SUB) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-STEP-BLOCK-COUNT(WS-CTL-SUB) DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-READY-TEXT DELIMITED BY SIZE
        INTO STREAM-RPT-RECORD
    END-STRING.
    WRITE STREAM-RPT-RECORD.
    ADD 1 TO WS-CTL-SUB.

009-DESCRIBE-STEP-STATE.
    EVALUATE RCTL-STATE-STATUS(WS-CTL-SUB)
        WHEN "C"
            MOVE "COMPLETE" TO WS-STATE-TEXT
        WHEN "F"
            MOVE "FAILED" TO WS-STATE-TEXT
        WHEN "H"
            MOVE "HALTED - RESTART FROM CHECKPOINT"
                TO WS-STATE-TEXT
        WHEN "B"
            MOVE "BLOCKED - UPSTREAM NOT COMPLETE" TO WS-STATE-TEXT
        WHEN "R"
            MOVE "REVERSED BY RUN BACKOUT" TO WS-STATE-TEXT
        WHEN "S"
            MOVE "STARTED - NO END (RUNNING OR ABENDED)"
                TO WS-STATE-TEXT
        WHEN OTHER
            MOVE "NOT STARTED" TO WS-STATE-TEXT
    END-EVALUATE.

010-DESCRIBE-READINESS.
    IF WS-RESTART-SUB > 0
        ADD 1 TO WS-STEPS-BLOCKED
        MOVE SPACES TO WS-READY-TEXT
        STRING "BLOCKED BY " DELIMITED BY SIZE
               RCTL-STREAM-STEP(WS-RESTART-SUB) DELIMITED BY SIZE
            INTO WS-READY-TEXT
        END-STRING
    ELSE
        MOVE "DONE" TO WS-READY-TEXT
        IF RCTL-STATE-STATUS(WS-CTL-SUB) NOT = "C"
            MOVE WS-CTL-SUB TO WS-RESTART-SUB
            MOVE "*** RESTART POINT" TO WS-READY-TEXT
        ELSE
            IF WS-CTL-SUB > 1
                SUBTRACT 1 FROM WS-CTL-SUB GIVING WS-CTL-PRIOR-SUB
                IF RCTL-STATE-END-SEQ(WS-CTL-SUB)
                    < RCTL-STATE-END-SEQ(WS-CTL-PRIOR-SUB)
                    MOVE WS-CTL-SUB TO WS-RESTART-SUB
                    MOVE "*** RESTART POINT - RERUN DUE"
                        TO WS-READY-TEXT
                END-IF
            END-IF
        END-IF
        IF WS-RESTART-SUB = 0
            ADD 1 TO WS-STEPS-COMPLETE
        END-IF
    END-IF.

011-WRITE-STREAM-TOTALS.
    MOVE SPACES TO STREAM-RPT-RECORD.
    WRITE STREAM-RPT-RECORD.

    MOVE SPACES TO STREAM-RPT-RECORD.
    STRING "STEPS COMPLETE IN ORDER . . . . . . : " DELIMITED BY SIZE
           WS-STEPS-COMPLETE DELIMITED BY SIZE
        INTO STREAM-RPT-RECORD
    END-STRING.
    WRITE STREAM-RPT-RECORD.

    MOVE SPACES TO STREAM-RPT-RECORD.
    STRING "STEPS BLOCKED BEHIND RESTART POINT : " DELIMITED BY SIZE
           WS-STEPS-BLOCKED DELIMITED BY SIZE
        INTO STREAM-RPT-RECORD
    END-STRING.
    WRITE STREAM-RPT-RECORD.

    MOVE SPACES TO STREAM-RPT-RECORD.
    IF WS-RESTART-SUB = 0
        MOVE "NIGHTLY STREAM COMPLETE FOR THE BUSINESS DATE"
            TO STREAM-RPT-RECORD
    ELSE
        STRING "RESTART THE STREAM AT STEP " DELIMITED BY SIZE
               RCTL-STREAM-STEP(WS-RESTART-SUB) DELIMITED BY SIZE
            INTO STREAM-RPT-RECORD
        END-STRING
    END-IF.
    WRITE STREAM-RPT-RECORD.

012-CLEAR-STEP-DETAIL.
    MOVE 00000000 TO WS-STEP-START-TIME(WS-CTL-SUB).
    MOVE 00000000 TO WS-STEP-END-TIME(WS-CTL-SUB).
    MOVE 00 TO WS-STEP-RC(WS-CTL-SUB).
    MOVE 0000 TO WS-STEP-BLOCK-COUNT(WS-CTL-SUB).
    ADD 1 TO WS-CTL-SUB.
