                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BALRPT-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD EXTRACT-FILE.
        FD BALANCE-RPT-FILE.
            01 BALANCE-RPT-RECORD PIC X(132).

        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

    WORKING-STORAGE SECTION.
        77 WS-EXTRACT-STATUS PIC X(02) VALUE "00".
        77 WS-POSJRNL-STATUS PIC X(02) VALUE "00".
            88 WS-SUMMARY-FOUND VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNCTL-EOF VALUE "Y".
        77 WS-CTL-MY-STEP PIC 9(2) VALUE 04.
        77 WS-CTL-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-PRIOR-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-SEQ PIC 9(6) VALUE 000000.
        77 WS-CTL-TIME PIC 9(8) VALUE 00000000.
        77 WS-CTL-DATE PIC 9(6) VALUE 000000.
        77 WS-CTL-EVENT PIC X(1) VALUE SPACE.
        77 WS-CTL-END-STATUS PIC X(1) VALUE "C".
        77 WS-CTL-BLOCKED-BY PIC X(8) VALUE SPACES.
        77 WS-CTL-BLOCK-REASON PIC X(40) VALUE SPACES.
        77 WS-EXTRACT-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-SUMMARY-DAY-COUNT PIC 9(4) VALUE 0000.
        77 WS-SUMMARY-STATUS PIC X(1) VALUE SPACE.
        77 WS-LATEST-STATUS PIC X(1) VALUE SPACE.
            88 WS-LATEST-REVERSED VALUE "R".
        77 WS-LATEST-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-DISCREP-COUNT PIC 9(4) VALUE 0000.
        77 WS-DAYBRK-LINE-COUNT PIC 9(6) VALUE 000000.
        77 WS-XTR-SUB PIC 9(3) VALUE 000.
            05 WS-DAY-COUNT PIC 9(2) VALUE 00.
            05 WS-DAY-ENTRY OCCURS 50 TIMES.
                10 WS-DAY-VALUE PIC 9(4).
        COPY RCTLSTRM.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 024-CHECK-RUN-CONTROL.

    OPEN OUTPUT BALANCE-RPT-FILE.
    IF WS-BALRPT-STATUS NOT = "00"
    PERFORM 002-LOAD-EXTRACT-TABLE.
    PERFORM 005-LOAD-JOURNAL-FINALS.
    PERFORM 008-BALANCE-VESSEL-DAYS.
    PERFORM 021-BALANCE-JOURNAL-DAYS.
    PERFORM 010-BALANCE-DAY-BREAKDOWN.
    PERFORM 012-BALANCE-RUN-SUMMARY.
    PERFORM 015-WRITE-BALANCE-TOTALS.
    CLOSE BALANCE-RPT-FILE.
    IF WS-DISCREP-COUNT > 0
        MOVE 8 TO RETURN-CODE
        MOVE "F" TO WS-CTL-END-STATUS
        DISPLAY "OUTPUT BALANCE FAILED - " WS-DISCREP-COUNT
            " DISCREPANCY(S) - SEE BALRPT"
    END-IF.
    MOVE "E" TO WS-CTL-EVENT.
    PERFORM 028-WRITE-RUN-CONTROL.
    STOP RUN.

002-LOAD-EXTRACT-TABLE.
    PERFORM 014-SIFT-RUN-SUMMARY UNTIL WS-RUNLOG-EOF.
    CLOSE RUN-LOG-FILE.
    EVALUATE TRUE
        WHEN NOT WS-SUMMARY-FOUND AND WS-LATEST-REVERSED
            AND WS-XTR-COUNT = 0 AND WS-JF-COUNT = 0
            MOVE SPACES TO BALANCE-RPT-RECORD
            STRING "LATEST HELM PASS (RUN DATE " DELIMITED BY SIZE
                   WS-LATEST-RUN-DATE DELIMITED BY SIZE
                   ") WAS BACKED OUT - EXTRACT AND JOURNAL EMPTY"
                       DELIMITED BY SIZE
                INTO BALANCE-RPT-RECORD
            END-STRING
            WRITE BALANCE-RPT-RECORD
        WHEN NOT WS-SUMMARY-FOUND
            ADD 1 TO WS-DISCREP-COUNT
            MOVE SPACES TO BALANCE-RPT-RECORD
    END-READ.

014-SIFT-RUN-SUMMARY.
    IF RUNS-PROGRAM-ID = "AOCDAY2"
        MOVE RUNS-STATUS TO WS-LATEST-STATUS
        MOVE RUNS-RUN-DATE TO WS-LATEST-RUN-DATE
    END-IF.
    IF RUNS-PROGRAM-ID = "AOCDAY2"
        AND RUNS-RUN-DATE = WS-EXTRACT-RUN-DATE
        AND NOT RUNS-RUN-REVERSED
        MOVE "Y" TO WS-SUMMARY-FOUND-SWITCH
        MOVE RUNS-DAY-COUNT TO WS-SUMMARY-DAY-COUNT
        MOVE RUNS-STATUS TO WS-SUMMARY-STATUS
        MOVE WS-DAY-SCAN-SUB TO WS-DAY-FIND-SUB
    END-IF.
    ADD 1 TO WS-DAY-SCAN-SUB.

021-BALANCE-JOURNAL-DAYS.
    MOVE 1 TO WS-JF-SUB.
    PERFORM 022-BALANCE-ONE-JOURNAL-DAY
        UNTIL WS-JF-SUB > WS-JF-COUNT.

022-BALANCE-ONE-JOURNAL-DAY.
    MOVE 0 TO WS-XTR-FIND-SUB.
    MOVE 1 TO WS-XTR-SCAN-SUB.
    PERFORM 023-MATCH-EXTRACT-DAY
        UNTIL WS-XTR-FIND-SUB > 0
        OR WS-XTR-SCAN-SUB > WS-XTR-COUNT.
    IF WS-XTR-FIND-SUB = 0
        ADD 1 TO WS-DISCREP-COUNT
        MOVE SPACES TO BALANCE-RPT-RECORD
        STRING "DAY " DELIMITED BY SIZE
               WS-JF-DAY(WS-JF-SUB) DELIMITED BY SIZE
               " VESSEL " DELIMITED BY SIZE
               WS-JF-VESSEL(WS-JF-SUB) DELIMITED BY SIZE
               " - JOURNAL HAS ORDERS BUT NO EXTRACT RECORD"
                   DELIMITED BY SIZE
            INTO BALANCE-RPT-RECORD
        END-STRING
        WRITE BALANCE-RPT-RECORD
    END-IF.
    ADD 1 TO WS-JF-SUB.

023-MATCH-EXTRACT-DAY.
    IF WS-XTR-VESSEL(WS-XTR-SCAN-SUB) = WS-JF-VESSEL(WS-JF-SUB)
        AND WS-XTR-DAY(WS-XTR-SCAN-SUB) = WS-JF-DAY(WS-JF-SUB)
        MOVE WS-XTR-SCAN-SUB TO WS-XTR-FIND-SUB
    END-IF.
    ADD 1 TO WS-XTR-SCAN-SUB.

024-CHECK-RUN-CONTROL.
    MOVE WS-RUN-DATE TO WS-CTL-DATE.
    MOVE "N" TO WS-RUNLOG-EOF-SWITCH.
    OPEN INPUT RUN-LOG-FILE.
    IF WS-RUNLOG-STATUS = "00"
        PERFORM 013-READ-RUN-SUMMARY
        PERFORM 030-NOTE-LATEST-SUMMARY UNTIL WS-RUNLOG-EOF
        CLOSE RUN-LOG-FILE
        IF WS-LATEST-REVERSED
            MOVE WS-LATEST-RUN-DATE TO WS-CTL-DATE
        END-IF
    END-IF.
    MOVE "N" TO WS-RUNLOG-EOF-SWITCH.
    MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
    MOVE 000000 TO WS-CTL-SEQ.
    MOVE SPACES TO RCTL-STREAM-STATE.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-RUNCTL-STATUS NOT = "35"
        IF WS-RUNCTL-STATUS NOT = "00"
            DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: "
                WS-RUNCTL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 025-READ-RUN-CONTROL
        PERFORM 026-NOTE-RUN-CONTROL UNTIL WS-RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.
    MOVE SPACES TO WS-CTL-BLOCKED-BY.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 027-CHECK-UPSTREAM-STEP
        UNTIL WS-CTL-SUB NOT < WS-CTL-MY-STEP
        OR WS-CTL-BLOCKED-BY NOT = SPACES.
    IF WS-CTL-BLOCKED-BY NOT = SPACES
        DISPLAY "UPSTREAM STEP " WS-CTL-BLOCKED-BY " "
            WS-CTL-BLOCK-REASON
        DISPLAY "RUN BLOCKED FOR BUSINESS DATE " WS-CTL-DATE
            " - NOTHING PROCESSED"
        MOVE 16 TO RETURN-CODE
        MOVE "E" TO WS-CTL-EVENT
        MOVE "B" TO WS-CTL-END-STATUS
        PERFORM 028-WRITE-RUN-CONTROL
        STOP RUN
    END-IF.
    MOVE "S" TO WS-CTL-EVENT.
    MOVE SPACE TO WS-CTL-END-STATUS.
    PERFORM 028-WRITE-RUN-CONTROL.
    MOVE "C" TO WS-CTL-END-STATUS.

025-READ-RUN-CONTROL.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
    END-READ.

026-NOTE-RUN-CONTROL.
    IF RCTL-BUSINESS-DATE = WS-CTL-DATE
        ADD 1 TO WS-CTL-SEQ
        MOVE 0 TO WS-CTL-FIND-SUB
        MOVE 1 TO WS-CTL-SCAN-SUB
        PERFORM 029-SCAN-STREAM-STEP
            UNTIL WS-CTL-FIND-SUB > 0
            OR WS-CTL-SCAN-SUB > 9
        IF WS-CTL-FIND-SUB > 0
            MOVE RCTL-EVENT-TIME TO RCTL-STATE-TIME(WS-CTL-FIND-SUB)
            IF RCTL-STEP-START
                MOVE "S" TO RCTL-STATE-STATUS(WS-CTL-FIND-SUB)
            ELSE
                MOVE RCTL-STATUS TO RCTL-STATE-STATUS(WS-CTL-FIND-SUB)
                MOVE WS-CTL-SEQ TO RCTL-STATE-END-SEQ(WS-CTL-FIND-SUB)
            END-IF
        END-IF
    END-IF.
    PERFORM 025-READ-RUN-CONTROL.

027-CHECK-UPSTREAM-STEP.
    IF RCTL-STATE-STATUS(WS-CTL-SUB) NOT = "C"
        AND NOT (RCTL-STREAM-STEP(WS-CTL-SUB) = "AOCDAY2"
            AND RCTL-STATE-STATUS(WS-CTL-SUB) = "R")
        MOVE RCTL-STREAM-STEP(WS-CTL-SUB) TO WS-CTL-BLOCKED-BY
        MOVE "HAS NOT COMPLETED" TO WS-CTL-BLOCK-REASON
    ELSE
        IF WS-CTL-SUB > 1
            SUBTRACT 1 FROM WS-CTL-SUB GIVING WS-CTL-PRIOR-SUB
            IF RCTL-STATE-END-SEQ(WS-CTL-SUB)
                < RCTL-STATE-END-SEQ(WS-CTL-PRIOR-SUB)
                MOVE RCTL-STREAM-STEP(WS-CTL-SUB) TO WS-CTL-BLOCKED-BY
                MOVE "MUST BE RERUN AFTER THE STEP AHEAD OF IT"
                    TO WS-CTL-BLOCK-REASON
            END-IF
        END-IF
    END-IF.
    ADD 1 TO WS-CTL-SUB.

028-WRITE-RUN-CONTROL.
    OPEN EXTEND RUN-CONTROL-FILE.
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUN-CONTROL-FILE
    END-IF.
    IF WS-RUNCTL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING RUN-CONTROL-FILE, STATUS: "
            WS-RUNCTL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-CTL-TIME FROM TIME.
    MOVE WS-CTL-DATE TO RCTL-BUSINESS-DATE.
    MOVE RCTL-STREAM-STEP(WS-CTL-MY-STEP) TO RCTL-STEP-ID.
    MOVE WS-CTL-EVENT TO RCTL-EVENT.
    MOVE WS-CTL-TIME TO RCTL-EVENT-TIME.
    MOVE WS-CTL-END-STATUS TO RCTL-STATUS.
    MOVE RETURN-CODE TO RCTL-RETURN-CODE.
    WRITE RUN-CONTROL-RECORD.
    CLOSE RUN-CONTROL-FILE.

029-SCAN-STREAM-STEP.
    IF RCTL-STREAM-STEP(WS-CTL-SCAN-SUB) = RCTL-STEP-ID
        MOVE WS-CTL-SCAN-SUB TO WS-CTL-FIND-SUB
    END-IF.
    ADD 1 TO WS-CTL-SCAN-SUB.

030-NOTE-LATEST-SUMMARY.
    IF RUNS-PROGRAM-ID = "AOCDAY2"
        MOVE RUNS-STATUS TO WS-LATEST-STATUS
        MOVE RUNS-RUN-DATE TO WS-LATEST-RUN-DATE
    END-IF.
    PERFORM 013-READ-RUN-SUMMARY.
