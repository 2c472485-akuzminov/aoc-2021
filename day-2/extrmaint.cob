                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLMSTR-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD EXTRACT-FILE.
        FD VESSEL-MASTER-FILE.
            COPY VESLREC.

        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-EXTRACT-STATUS PIC X(02) VALUE "00".
        77 WS-VM-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-VM-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-UNREGISTERED-COUNT PIC 9(6) VALUE 000000.
        77 WS-REFUSED-COUNT PIC 9(6) VALUE 000000.
        77 WS-CLOSED-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-CLOSED-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-PARM-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-PARM-FOUND VALUE "Y".
        77 WS-EXTRACT-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-OLD-MASTER-PRESENT VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNCTL-EOF VALUE "Y".
        77 WS-CTL-MY-STEP PIC 9(2) VALUE 05.
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
        77 WS-TREND-RUNS PIC 9(2) VALUE 00.
        77 WS-XTR-SUB PIC 9(3) VALUE 000.
        77 WS-XTR-FIND-SUB PIC 9(3) VALUE 000.
            05 WS-VM-COUNT PIC 9(2) VALUE 00.
            05 WS-VM-ENTRY OCCURS 50 TIMES.
                10 WS-VM-ID PIC X(8).
        01 WS-CLOSED-VOYAGE-TABLE.
            05 WS-CLOSED-COUNT PIC 9(2) VALUE 00.
            05 WS-CLOSED-ENTRY OCCURS 50 TIMES.
                10 WS-CLOSED-VESSEL PIC X(8).
                10 WS-CLOSED-DATE PIC 9(6).
        COPY RCTLSTRM.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 031-CHECK-RUN-CONTROL.
    PERFORM 002-READ-PARM-CARD.
    PERFORM 022-LOAD-VESSEL-MASTER.
    PERFORM 027-LOAD-CLOSED-VOYAGES.
    PERFORM 003-LOAD-EXTRACT-TABLE.

    OPEN INPUT OLD-MASTER-FILE.
    CLOSE AUDIT-RPT-FILE.

    PERFORM 010-WRITE-TREND-REPORT.
    IF WS-REFUSED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    MOVE "E" TO WS-CTL-EVENT.
    PERFORM 035-WRITE-RUN-CONTROL.
    STOP RUN.

002-READ-PARM-CARD.
    IF WS-MATCH-SUB = 0
        WRITE NEW-MASTER-RECORD FROM WS-OLD-IMAGE
        ADD 1 TO WS-COPIED-COUNT
        IF NOT EXTRACT-CLOSE-OUT
            PERFORM 014-ACCUMULATE-TREND
        END-IF
    ELSE
        WRITE NEW-MASTER-RECORD FROM WS-XTR-IMAGE(WS-MATCH-SUB)
        ADD 1 TO WS-REPLACED-COUNT
    END-STRING.
    WRITE AUDIT-RPT-RECORD.

    MOVE SPACES TO AUDIT-RPT-RECORD.
    STRING "RECORDS REFUSED - VOYAGE CLOSED . . : " DELIMITED BY SIZE
           WS-REFUSED-COUNT DELIMITED BY SIZE
        INTO AUDIT-RPT-RECORD
    END-STRING.
    WRITE AUDIT-RPT-RECORD.

010-WRITE-TREND-REPORT.
    OPEN OUTPUT TREND-RPT-FILE.
    IF WS-TRENDRPT-STATUS NOT = "00"
013-STORE-EXTRACT.
    MOVE EXTRACT-FILE-RECORD TO EXTRACT-RECORD.
    PERFORM 025-FIND-VESSEL-MASTER.
    PERFORM 029-FIND-CLOSED-VOYAGE.
    EVALUATE TRUE
        WHEN WS-VM-FIND-SUB = 0
            ADD 1 TO WS-UNREGISTERED-COUNT
            DISPLAY "EXTRACT VESSEL NOT ON VESSEL MASTER - "
                "RECORD IGNORED: " EXTRACT-FILE-RECORD
        WHEN WS-CLOSED-FIND-SUB > 0
            ADD 1 TO WS-REFUSED-COUNT
            DISPLAY "VOYAGE CLOSED ON "
                WS-CLOSED-DATE(WS-CLOSED-FIND-SUB)
                " - EXTRACT RECORD REFUSED: " EXTRACT-FILE-RECORD
        WHEN WS-XTR-COUNT < 300
            ADD 1 TO WS-XTR-COUNT
            MOVE EXTRACT-RUN-DATE TO WS-XTR-RUN-DATE(WS-XTR-COUNT)
        MOVE WS-VM-SCAN-SUB TO WS-VM-FIND-SUB
    END-IF.
    ADD 1 TO WS-VM-SCAN-SUB.

027-LOAD-CLOSED-VOYAGES.
    OPEN INPUT OLD-MASTER-FILE.
    IF WS-OLD-MASTER-STATUS = "00"
        PERFORM 005-READ-OLD-MASTER
        PERFORM 028-NOTE-CLOSED-VOYAGE UNTIL WS-MASTER-EOF
        CLOSE OLD-MASTER-FILE
        MOVE "N" TO WS-MASTER-EOF-SWITCH
    ELSE
        IF WS-OLD-MASTER-STATUS NOT = "35"
            DISPLAY "ERROR OPENING OLD-MASTER-FILE, STATUS: "
                WS-OLD-MASTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

028-NOTE-CLOSED-VOYAGE.
    MOVE OLD-MASTER-RECORD TO EXTRACT-RECORD.
    IF EXTRACT-CLOSE-OUT
        MOVE 0 TO WS-CLOSED-FIND-SUB
        MOVE 1 TO WS-CLOSED-SCAN-SUB
        PERFORM 037-SCAN-CLOSED-VESSEL
            UNTIL WS-CLOSED-FIND-SUB > 0
            OR WS-CLOSED-SCAN-SUB > WS-CLOSED-COUNT
        EVALUATE TRUE
            WHEN WS-CLOSED-FIND-SUB > 0
                IF EXTRACT-RUN-DATE > WS-CLOSED-DATE(WS-CLOSED-FIND-SUB)
                    MOVE EXTRACT-RUN-DATE
                        TO WS-CLOSED-DATE(WS-CLOSED-FIND-SUB)
                END-IF
            WHEN WS-CLOSED-COUNT < 50
                ADD 1 TO WS-CLOSED-COUNT
                MOVE EXTRACT-VESSEL-ID
                    TO WS-CLOSED-VESSEL(WS-CLOSED-COUNT)
                MOVE EXTRACT-RUN-DATE TO WS-CLOSED-DATE(WS-CLOSED-COUNT)
            WHEN OTHER
                DISPLAY "CLOSED VOYAGE TABLE FULL - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.
    PERFORM 005-READ-OLD-MASTER.

029-FIND-CLOSED-VOYAGE.
    MOVE 0 TO WS-CLOSED-FIND-SUB.
    MOVE 1 TO WS-CLOSED-SCAN-SUB.
    PERFORM 030-SCAN-CLOSED-VOYAGE
        UNTIL WS-CLOSED-FIND-SUB > 0
        OR WS-CLOSED-SCAN-SUB > WS-CLOSED-COUNT.

030-SCAN-CLOSED-VOYAGE.
    IF WS-CLOSED-VESSEL(WS-CLOSED-SCAN-SUB) = EXTRACT-VESSEL-ID
        AND EXTRACT-RUN-DATE NOT > WS-CLOSED-DATE(WS-CLOSED-SCAN-SUB)
        MOVE WS-CLOSED-SCAN-SUB TO WS-CLOSED-FIND-SUB
    END-IF.
    ADD 1 TO WS-CLOSED-SCAN-SUB.

031-CHECK-RUN-CONTROL.
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
        PERFORM 032-READ-RUN-CONTROL
        PERFORM 033-NOTE-RUN-CONTROL UNTIL WS-RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.
    MOVE SPACES TO WS-CTL-BLOCKED-BY.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 034-CHECK-UPSTREAM-STEP
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
        PERFORM 035-WRITE-RUN-CONTROL
        STOP RUN
    END-IF.
    MOVE "S" TO WS-CTL-EVENT.
    MOVE SPACE TO WS-CTL-END-STATUS.
    PERFORM 035-WRITE-RUN-CONTROL.
    MOVE "C" TO WS-CTL-END-STATUS.

032-READ-RUN-CONTROL.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
    END-READ.

033-NOTE-RUN-CONTROL.
    IF RCTL-BUSINESS-DATE = WS-RUN-DATE
        ADD 1 TO WS-CTL-SEQ
        MOVE 0 TO WS-CTL-FIND-SUB
        MOVE 1 TO WS-CTL-SCAN-SUB
        PERFORM 036-SCAN-STREAM-STEP
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
    PERFORM 032-READ-RUN-CONTROL.

034-CHECK-UPSTREAM-STEP.
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

035-WRITE-RUN-CONTROL.
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

036-SCAN-STREAM-STEP.
    IF RCTL-STREAM-STEP(WS-CTL-SCAN-SUB) = RCTL-STEP-ID
        MOVE WS-CTL-SCAN-SUB TO WS-CTL-FIND-SUB
    END-IF.
    ADD 1 TO WS-CTL-SCAN-SUB.

037-SCAN-CLOSED-VESSEL.
    IF WS-CLOSED-VESSEL(WS-CLOSED-SCAN-SUB) = EXTRACT-VESSEL-ID
        MOVE WS-CLOSED-SCAN-SUB TO WS-CLOSED-FIND-SUB
    END-IF.
    ADD 1 TO WS-CLOSED-SCAN-SUB.
