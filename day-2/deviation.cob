                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLMSTR-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PARM-FILE.
        FD VESSEL-MASTER-FILE.
            COPY VESLREC.

        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-PLAN-STATUS PIC X(02) VALUE "00".
            88 WS-EXTRACT-EOF VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNCTL-EOF VALUE "Y".
        77 WS-CTL-MY-STEP PIC 9(2) VALUE 07.
        77 WS-CTL-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-PRIOR-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-CTL-SEQ PIC 9(6) VALUE 000000.
        77 WS-CTL-TIME PIC 9(8) VALUE 00000000.
        77 WS-CTL-EVENT PIC X(1) VALUE SPACE.
        77 WS-CTL-END-STATUS PIC X(1) VALUE "C".
        77 WS-CTL-BLOCKED-BY PIC X(8) VALUE SPACES.
        77 WS-CTL-BLOCK-REASON PIC X(40) VALUE SPACES.
        77 WS-DEV-FWD-TOL PIC 9(4) VALUE 0000.
        77 WS-DEV-AIM-TOL PIC 9(4) VALUE 0000.
        77 WS-DEV-DEPTH-TOL PIC 9(10) VALUE 0000000000.
        77 WS-PLAN-SUB PIC 9(3) VALUE 000.
        77 WS-PLAN-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-PLAN-CHK-SUB PIC 9(3) VALUE 000.
        77 WS-PLAN-CMP-SUB PIC 9(3) VALUE 000.
        77 WS-PLANS-SUPERSEDED PIC 9(4) VALUE 0000.
        77 WS-DAYS-COMPARED PIC 9(4) VALUE 0000.
        77 WS-DAYS-FLAGGED PIC 9(4) VALUE 0000.
        77 WS-PLANS-UNMATCHED PIC 9(4) VALUE 0000.
                10 WS-PLN-FORWARD PIC 9(4).
                10 WS-PLN-AIM PIC 9(4).
                10 WS-PLN-DEPTH PIC 9(10).
                10 WS-PLN-AMEND-NO PIC 9(3).
                10 WS-PLN-EFFECTIVE-DAY PIC 9(4).
                10 WS-PLN-MATCHED-FLAG PIC X(1).
                    88 WS-PLN-MATCHED VALUE "Y".
                10 WS-PLN-IN-FORCE-FLAG PIC X(1).
                    88 WS-PLN-IN-FORCE VALUE "Y".
        01 WS-VESSEL-MASTER-TABLE.
            05 WS-VM-COUNT PIC 9(2) VALUE 00.
            05 WS-VM-ENTRY OCCURS 50 TIMES.
                10 WS-VM-ID PIC X(8).
        COPY RCTLSTRM.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 022-CHECK-RUN-CONTROL.
    PERFORM 002-READ-PARM-CARD.
    PERFORM 015-LOAD-VESSEL-MASTER.
    PERFORM 003-LOAD-PLAN-TABLE.

    CLOSE EXTRACT-FILE.
    CLOSE DEVIATION-RPT-FILE.
    MOVE "E" TO WS-CTL-EVENT.
    PERFORM 026-WRITE-RUN-CONTROL.
    STOP RUN.

002-READ-PARM-CARD.
        DISPLAY "PLAN-ROUTE-FILE IS EMPTY - RUN ABORTED"
        STOP RUN
    END-IF.
    MOVE 1 TO WS-PLAN-CHK-SUB.
    PERFORM 020-MARK-PLAN-IN-FORCE
        UNTIL WS-PLAN-CHK-SUB > WS-PLAN-COUNT.

004-WRITE-HEADING.
    MOVE SPACES TO DEVIATION-RPT-RECORD.
           EXTRACT-DAY DELIMITED BY SIZE
           " VESSEL " DELIMITED BY SIZE
           EXTRACT-VESSEL-ID DELIMITED BY SIZE
           " AMD " DELIMITED BY SIZE
           WS-PLN-AMEND-NO(WS-PLAN-SUB) DELIMITED BY SIZE
           " FWD P/A: " DELIMITED BY SIZE
           WS-PLN-FORWARD(WS-PLAN-SUB) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE

010-REPORT-UNMATCHED-PLAN.
    IF NOT WS-PLN-MATCHED(WS-PLAN-SUB)
        AND WS-PLN-IN-FORCE(WS-PLAN-SUB)
        ADD 1 TO WS-PLANS-UNMATCHED
        MOVE SPACES TO DEVIATION-RPT-RECORD
        STRING "DAY " DELIMITED BY SIZE
    END-STRING.
    WRITE DEVIATION-RPT-RECORD.

    MOVE SPACES TO DEVIATION-RPT-RECORD.
    STRING "SUPERSEDED PLAN DAYS . . . . . . . . : " DELIMITED BY SIZE
           WS-PLANS-SUPERSEDED DELIMITED BY SIZE
        INTO DEVIATION-RPT-RECORD
    END-STRING.
    WRITE DEVIATION-RPT-RECORD.

012-READ-PLAN-RECORD.
    READ PLAN-ROUTE-FILE
        AT END
        WHEN WS-VM-FIND-SUB = 0
            DISPLAY "PLAN VESSEL NOT ON VESSEL MASTER - "
                "RECORD IGNORED: " PLAN-ROUTE-RECORD
        WHEN PLAN-AMENDMENT NOT = SPACES
            AND (PLAN-AMEND-NO NOT NUMERIC
                OR PLAN-EFFECTIVE-DAY NOT NUMERIC)
            DISPLAY "INVALID PLAN AMENDMENT OR EFFECTIVE DAY - "
                "RECORD IGNORED: " PLAN-ROUTE-RECORD
        WHEN WS-PLAN-COUNT < 200
            ADD 1 TO WS-PLAN-COUNT
            MOVE PLAN-VESSEL-ID TO WS-PLN-VESSEL-ID(WS-PLAN-COUNT)
            MOVE PLAN-FORWARD TO WS-PLN-FORWARD(WS-PLAN-COUNT)
            MOVE PLAN-AIM TO WS-PLN-AIM(WS-PLAN-COUNT)
            MOVE PLAN-DEPTH TO WS-PLN-DEPTH(WS-PLAN-COUNT)
            IF PLAN-AMENDMENT = SPACES
                MOVE 000 TO WS-PLN-AMEND-NO(WS-PLAN-COUNT)
                MOVE 0000 TO WS-PLN-EFFECTIVE-DAY(WS-PLAN-COUNT)
            ELSE
                MOVE PLAN-AMEND-NO TO WS-PLN-AMEND-NO(WS-PLAN-COUNT)
                MOVE PLAN-EFFECTIVE-DAY
                    TO WS-PLN-EFFECTIVE-DAY(WS-PLAN-COUNT)
            END-IF
            MOVE "N" TO WS-PLN-MATCHED-FLAG(WS-PLAN-COUNT)
            MOVE "Y" TO WS-PLN-IN-FORCE-FLAG(WS-PLAN-COUNT)
        WHEN OTHER
            DISPLAY "PLAN TABLE FULL - RECORD IGNORED: "
                PLAN-ROUTE-RECORD
014-SCAN-PLAN-ENTRY.
    IF WS-PLN-VESSEL-ID(WS-PLAN-FIND-SUB) = EXTRACT-VESSEL-ID
        AND WS-PLN-DAY(WS-PLAN-FIND-SUB) = EXTRACT-DAY
        AND WS-PLN-IN-FORCE(WS-PLAN-FIND-SUB)
        MOVE WS-PLAN-FIND-SUB TO WS-PLAN-SUB
    END-IF.
    ADD 1 TO WS-PLAN-FIND-SUB.
        MOVE WS-VM-SCAN-SUB TO WS-VM-FIND-SUB
    END-IF.
    ADD 1 TO WS-VM-SCAN-SUB.

020-MARK-PLAN-IN-FORCE.
    IF WS-PLN-EFFECTIVE-DAY(WS-PLAN-CHK-SUB)
        > WS-PLN-DAY(WS-PLAN-CHK-SUB)
        MOVE "N" TO WS-PLN-IN-FORCE-FLAG(WS-PLAN-CHK-SUB)
    ELSE
        MOVE 1 TO WS-PLAN-CMP-SUB
        PERFORM 021-CHECK-SUPERSEDING-PLAN
            UNTIL WS-PLAN-CMP-SUB > WS-PLAN-COUNT
            OR NOT WS-PLN-IN-FORCE(WS-PLAN-CHK-SUB)
    END-IF.
    IF NOT WS-PLN-IN-FORCE(WS-PLAN-CHK-SUB)
        ADD 1 TO WS-PLANS-SUPERSEDED
    END-IF.
    ADD 1 TO WS-PLAN-CHK-SUB.

021-CHECK-SUPERSEDING-PLAN.
    IF WS-PLAN-CMP-SUB NOT = WS-PLAN-CHK-SUB
        AND WS-PLN-VESSEL-ID(WS-PLAN-CMP-SUB)
            = WS-PLN-VESSEL-ID(WS-PLAN-CHK-SUB)
        AND WS-PLN-DAY(WS-PLAN-CMP-SUB) = WS-PLN-DAY(WS-PLAN-CHK-SUB)
        AND WS-PLN-EFFECTIVE-DAY(WS-PLAN-CMP-SUB)
            NOT > WS-PLN-DAY(WS-PLAN-CMP-SUB)
        AND (WS-PLN-AMEND-NO(WS-PLAN-CMP-SUB)
                > WS-PLN-AMEND-NO(WS-PLAN-CHK-SUB)
            OR (WS-PLN-AMEND-NO(WS-PLAN-CMP-SUB)
                    = WS-PLN-AMEND-NO(WS-PLAN-CHK-SUB)
                AND WS-PLAN-CMP-SUB > WS-PLAN-CHK-SUB))
        MOVE "N" TO WS-PLN-IN-FORCE-FLAG(WS-PLAN-CHK-SUB)
    END-IF.
    ADD 1 TO WS-PLAN-CMP-SUB.

022-CHECK-RUN-CONTROL.
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
        PERFORM 023-READ-RUN-CONTROL
        PERFORM 024-NOTE-RUN-CONTROL UNTIL WS-RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.
    MOVE SPACES TO WS-CTL-BLOCKED-BY.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 025-CHECK-UPSTREAM-STEP
        UNTIL WS-CTL-SUB NOT < WS-CTL-MY-STEP
        OR WS-CTL-BLOCKED-BY NOT = SPACES.
    IF WS-CTL-BLOCKED-BY NOT = SPACES
        DISPLAY "UPSTREAM STEP " WS-CTL-BLOCKED-BY " "
            WS-CTL-BLOCK-REASON
        DISPLAY "RUN BLOCKED FOR BUSINESS DATE " WS-RUN-DATE
            " - NOTHING PROCESSED"
        MOVE 16 TO RETURN-CODE
        MOVE "E" TO WS-CTL-EVENT
        MOVE "B" TO WS-CTL-END-STATUS
        PERFORM 026-WRITE-RUN-CONTROL
        STOP RUN
    END-IF.
    MOVE "S" TO WS-CTL-EVENT.
    MOVE SPACE TO WS-CTL-END-STATUS.
    PERFORM 026-WRITE-RUN-CONTROL.
    MOVE "C" TO WS-CTL-END-STATUS.

023-READ-RUN-CONTROL.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
    END-READ.

024-NOTE-RUN-CONTROL.
    IF RCTL-BUSINESS-DATE = WS-RUN-DATE
        ADD 1 TO WS-CTL-SEQ
        MOVE 0 TO WS-CTL-FIND-SUB
        MOVE 1 TO WS-CTL-SCAN-SUB
        PERFORM 027-SCAN-STREAM-STEP
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
    PERFORM 023-READ-RUN-CONTROL.

025-CHECK-UPSTREAM-STEP.
    IF RCTL-STATE-STATUS(WS-CTL-SUB) NOT = "C"
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

026-WRITE-RUN-CONTROL.
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
    MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE.
    MOVE RCTL-STREAM-STEP(WS-CTL-MY-STEP) TO RCTL-STEP-ID.
    MOVE WS-CTL-EVENT TO RCTL-EVENT.
    MOVE WS-CTL-TIME TO RCTL-EVENT-TIME.
    MOVE WS-CTL-END-STATUS TO RCTL-STATUS.
    MOVE RETURN-CODE TO RCTL-RETURN-CODE.
    WRITE RUN-CONTROL-RECORD.
    CLOSE RUN-CONTROL-FILE.

027-SCAN-STREAM-STEP.
    IF RCTL-STREAM-STEP(WS-CTL-SCAN-SUB) = RCTL-STEP-ID
        MOVE WS-CTL-SCAN-SUB TO WS-CTL-FIND-SUB
    END-IF.
    ADD 1 TO WS-CTL-SCAN-SUB.
