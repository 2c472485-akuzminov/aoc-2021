                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROJRPT-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PARM-FILE.
        FD PROJECTION-RPT-FILE.
            01 PROJECTION-RPT-RECORD PIC X(132).

        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-VESLMSTR-STATUS PIC X(02) VALUE "00".
            88 WS-BUDGET-PRESENT VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNCTL-EOF VALUE "Y".
        77 WS-CTL-MY-STEP PIC 9(2) VALUE 08.
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
        77 WS-PROJ-DAYS PIC 9(2) VALUE 00.
        77 WS-VM-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-VM-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-VM-LOOKUP-ID PIC X(8) VALUE SPACES.
        77 WS-PLAN-SUB PIC 9(3) VALUE 000.
        77 WS-PLAN-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-PLAN-SCAN-SUB PIC 9(3) VALUE 000.
        77 WS-PLAN-AMEND-NO PIC 9(3) VALUE 000.
        77 WS-PLAN-LATEST-AMEND PIC 9(3) VALUE 000.
        77 WS-ACT-SUB PIC 9(3) VALUE 000.
        77 WS-ACT-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-ACT-SCAN-SUB PIC 9(3) VALUE 000.
                10 WS-PLN-VESSEL-ID PIC X(8).
                10 WS-PLN-DAY PIC 9(4).
                10 WS-PLN-FORWARD PIC 9(4).
                10 WS-PLN-AMEND-NO PIC 9(3).
        01 WS-ACTUAL-TABLE.
            05 WS-ACT-COUNT PIC 9(3) VALUE 000.
            05 WS-ACT-ENTRY OCCURS 300 TIMES.
            05 WS-VM-COUNT PIC 9(2) VALUE 00.
            05 WS-VM-ENTRY OCCURS 50 TIMES.
                10 WS-VM-ID PIC X(8).
        COPY RCTLSTRM.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 028-CHECK-RUN-CONTROL.
    PERFORM 002-READ-PARM-CARD.
    PERFORM 003-LOAD-VESSEL-MASTER.
    PERFORM 008-LOAD-PLAN-TABLE.

    PERFORM 021-WRITE-FLEET-SUMMARY.
    CLOSE PROJECTION-RPT-FILE.
    MOVE "E" TO WS-CTL-EVENT.
    PERFORM 032-WRITE-RUN-CONTROL.
    STOP RUN.

002-READ-PARM-CARD.
010-STORE-PLAN-RECORD.
    MOVE PLAN-VESSEL-ID TO WS-VM-LOOKUP-ID.
    PERFORM 006-FIND-VESSEL-MASTER.
    IF PLAN-AMENDMENT = SPACES
        MOVE 000 TO WS-PLAN-AMEND-NO
    ELSE
        MOVE PLAN-AMEND-NO TO WS-PLAN-AMEND-NO
    END-IF.
    MOVE 0 TO WS-PLAN-FIND-SUB.
    MOVE 1 TO WS-PLAN-SCAN-SUB.
    PERFORM 027-SCAN-PLAN-ENTRY
        UNTIL WS-PLAN-FIND-SUB > 0
        OR WS-PLAN-SCAN-SUB > WS-PLAN-COUNT.
    EVALUATE TRUE
        WHEN WS-VM-FIND-SUB = 0
            DISPLAY "PLAN VESSEL NOT ON VESSEL MASTER - "
                "RECORD IGNORED: " PLAN-ROUTE-RECORD
        WHEN PLAN-AMENDMENT NOT = SPACES
            AND (PLAN-AMEND-NO NOT NUMERIC
                OR PLAN-EFFECTIVE-DAY NOT NUMERIC)
            DISPLAY "INVALID PLAN AMENDMENT OR EFFECTIVE DAY - "
                "RECORD IGNORED: " PLAN-ROUTE-RECORD
        WHEN WS-PLAN-FIND-SUB > 0
            IF WS-PLAN-AMEND-NO
                NOT < WS-PLN-AMEND-NO(WS-PLAN-FIND-SUB)
                MOVE PLAN-FORWARD TO WS-PLN-FORWARD(WS-PLAN-FIND-SUB)
                MOVE WS-PLAN-AMEND-NO
                    TO WS-PLN-AMEND-NO(WS-PLAN-FIND-SUB)
            END-IF
        WHEN WS-PLAN-COUNT < 200
            ADD 1 TO WS-PLAN-COUNT
            MOVE PLAN-VESSEL-ID TO WS-PLN-VESSEL-ID(WS-PLAN-COUNT)
            MOVE PLAN-DAY TO WS-PLN-DAY(WS-PLAN-COUNT)
            MOVE PLAN-FORWARD TO WS-PLN-FORWARD(WS-PLAN-COUNT)
            MOVE WS-PLAN-AMEND-NO TO WS-PLN-AMEND-NO(WS-PLAN-COUNT)
        WHEN OTHER
            DISPLAY "PLAN TABLE FULL - RECORD IGNORED: "
                PLAN-ROUTE-RECORD
    IF WS-VM-FIND-SUB = 0
        DISPLAY "MASTER VESSEL NOT ON VESSEL MASTER - "
            "RECORD IGNORED: " MASTER-FILE-RECORD
    END-IF.
    IF WS-VM-FIND-SUB > 0 AND NOT EXTRACT-CLOSE-OUT
        MOVE 0 TO WS-ACT-FIND-SUB
        MOVE 1 TO WS-ACT-SCAN-SUB
        PERFORM 023-SCAN-ACTUAL-ENTRY
    MOVE 000000000000 TO WS-USED-FUEL.
    MOVE 00000000 TO WS-PLAN-REMAINING.
    MOVE 0000 TO WS-PLAN-FINAL-DAY.
    MOVE 000 TO WS-PLAN-LATEST-AMEND.

    MOVE 1 TO WS-ACT-SUB.
    PERFORM 017-NOTE-LAST-DAY UNTIL WS-ACT-SUB > WS-ACT-COUNT.
        IF WS-PLN-DAY(WS-PLAN-SUB) > WS-PLAN-FINAL-DAY
            MOVE WS-PLN-DAY(WS-PLAN-SUB) TO WS-PLAN-FINAL-DAY
        END-IF
        IF WS-PLN-AMEND-NO(WS-PLAN-SUB) > WS-PLAN-LATEST-AMEND
            MOVE WS-PLN-AMEND-NO(WS-PLAN-SUB) TO WS-PLAN-LATEST-AMEND
        END-IF
    END-IF.
    ADD 1 TO WS-PLAN-SUB.

           WS-LAST-DAY DELIMITED BY SIZE
           " - PLANNED FORWARD REMAINING " DELIMITED BY SIZE
           WS-PLAN-REMAINING DELIMITED BY SIZE
           " - PLAN AMENDMENT " DELIMITED BY SIZE
           WS-PLAN-LATEST-AMEND DELIMITED BY SIZE
        INTO PROJECTION-RPT-RECORD
    END-STRING.
    WRITE PROJECTION-RPT-RECORD.
        MOVE WS-VSL-SCAN-SUB TO WS-VSL-FIND-SUB
    END-IF.
    ADD 1 TO WS-VSL-SCAN-SUB.

027-SCAN-PLAN-ENTRY.
    IF WS-PLN-VESSEL-ID(WS-PLAN-SCAN-SUB) = PLAN-VESSEL-ID
        AND WS-PLN-DAY(WS-PLAN-SCAN-SUB) = PLAN-DAY
        MOVE WS-PLAN-SCAN-SUB TO WS-PLAN-FIND-SUB
    END-IF.
    ADD 1 TO WS-PLAN-SCAN-SUB.

028-CHECK-RUN-CONTROL.
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
        PERFORM 029-READ-RUN-CONTROL
        PERFORM 030-NOTE-RUN-CONTROL UNTIL WS-RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.
    MOVE SPACES TO WS-CTL-BLOCKED-BY.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 031-CHECK-UPSTREAM-STEP
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
        PERFORM 032-WRITE-RUN-CONTROL
        STOP RUN
    END-IF.
    MOVE "S" TO WS-CTL-EVENT.
    MOVE SPACE TO WS-CTL-END-STATUS.
    PERFORM 032-WRITE-RUN-CONTROL.
    MOVE "C" TO WS-CTL-END-STATUS.

029-READ-RUN-CONTROL.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
    END-READ.

030-NOTE-RUN-CONTROL.
    IF RCTL-BUSINESS-DATE = WS-RUN-DATE
        ADD 1 TO WS-CTL-SEQ
        MOVE 0 TO WS-CTL-FIND-SUB
        MOVE 1 TO WS-CTL-SCAN-SUB
        PERFORM 033-SCAN-STREAM-STEP
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
    PERFORM 029-READ-RUN-CONTROL.

031-CHECK-UPSTREAM-STEP.
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

032-WRITE-RUN-CONTROL.
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

033-SCAN-STREAM-STEP.
    IF RCTL-STREAM-STEP(WS-CTL-SCAN-SUB) = RCTL-STEP-ID
        MOVE WS-CTL-SCAN-SUB TO WS-CTL-FIND-SUB
    END-IF.
    ADD 1 TO WS-CTL-SCAN-SUB.
