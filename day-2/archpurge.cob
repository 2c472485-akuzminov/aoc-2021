                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHRPT-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PARM-FILE.
                    10 NEWJ-DAY PIC 9(4).
                    10 NEWJ-RECORD-NO PIC 9(6).
                    10 NEWJ-ORDER-SEQ PIC 9(1).
                05 NEWJ-BODY PIC X(48).

        FD JRNL-ARCHIVE-FILE.
            01 JRNL-ARCHIVE-RECORD.
                05 JARC-ARCHIVE-DATE PIC 9(6).
                05 JARC-IMAGE PIC X(67).

        FD OLD-MASTER-FILE.
            01 OLD-MASTER-RECORD PIC X(66).
        FD ARCHIVE-RPT-FILE.
            01 ARCHIVE-RPT-RECORD PIC X(100).

        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-POSJRNL-STATUS PIC X(02) VALUE "00".
            88 WS-MASTER-EOF VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNCTL-EOF VALUE "Y".
        77 WS-CTL-MY-STEP PIC 9(2) VALUE 09.
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
        77 WS-RETAIN-DAYS PIC 9(4) VALUE 0000.
        77 WS-JRNL-MAX-DAY PIC 9(4) VALUE 0000.
        77 WS-JRNL-CUTOFF-DAY PIC 9(4) VALUE 0000.
                10 WS-DATE-VALUE PIC 9(6).
                10 WS-DATE-PICKED-FLAG PIC X(1).
                    88 WS-DATE-PICKED VALUE "Y".
        COPY RCTLSTRM.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 018-CHECK-RUN-CONTROL.
    PERFORM 002-READ-PARM-CARD.

    OPEN OUTPUT ARCHIVE-RPT-FILE.
    PERFORM 014-WRITE-AUDIT-TOTALS.

    CLOSE ARCHIVE-RPT-FILE.
    MOVE "E" TO WS-CTL-EVENT.
    PERFORM 022-WRITE-RUN-CONTROL.
    STOP RUN.

002-READ-PARM-CARD.
    PERFORM 015-SCAN-MASTER-DATE
        UNTIL WS-DATE-FIND-SUB > 0
        OR WS-DATE-SCAN-SUB > WS-DATE-COUNT.
    IF WS-DATE-FIND-SUB = 0 AND NOT EXTRACT-CLOSE-OUT
        IF WS-DATE-COUNT < 50
            ADD 1 TO WS-DATE-COUNT
            MOVE EXTRACT-RUN-DATE TO WS-DATE-VALUE(WS-DATE-COUNT)

013-SPLIT-ONE-MASTER.
    MOVE OLD-MASTER-RECORD TO EXTRACT-RECORD.
    IF EXTRACT-RUN-DATE < WS-MSTR-CUTOFF-DATE AND NOT EXTRACT-CLOSE-OUT
        ADD 1 TO WS-MSTR-ARCHIVED
        MOVE WS-RUN-DATE TO MARC-ARCHIVE-DATE
        MOVE OLD-MASTER-RECORD TO MARC-IMAGE
        ADD 1 TO WS-MSTR-RETAINED
        WRITE NEW-MASTER-RECORD FROM OLD-MASTER-RECORD
        IF EXTRACT-RUN-DATE < WS-MSTR-OLDEST-LEFT
            AND NOT EXTRACT-CLOSE-OUT
            MOVE EXTRACT-RUN-DATE TO WS-MSTR-OLDEST-LEFT
        END-IF
    END-IF.
        END-IF
    END-IF.
    ADD 1 TO WS-PICK-SUB.

018-CHECK-RUN-CONTROL.
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
        PERFORM 019-READ-RUN-CONTROL
        PERFORM 020-NOTE-RUN-CONTROL UNTIL WS-RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.
    MOVE SPACES TO WS-CTL-BLOCKED-BY.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 021-CHECK-UPSTREAM-STEP
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
        PERFORM 022-WRITE-RUN-CONTROL
        STOP RUN
    END-IF.
    MOVE "S" TO WS-CTL-EVENT.
    MOVE SPACE TO WS-CTL-END-STATUS.
    PERFORM 022-WRITE-RUN-CONTROL.
    MOVE "C" TO WS-CTL-END-STATUS.

019-READ-RUN-CONTROL.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
    END-READ.

020-NOTE-RUN-CONTROL.
    IF RCTL-BUSINESS-DATE = WS-RUN-DATE
        ADD 1 TO WS-CTL-SEQ
        MOVE 0 TO WS-CTL-FIND-SUB
        MOVE 1 TO WS-CTL-SCAN-SUB
        PERFORM 023-SCAN-STREAM-STEP
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
    PERFORM 019-READ-RUN-CONTROL.

021-CHECK-UPSTREAM-STEP.
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

022-WRITE-RUN-CONTROL.
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

023-SCAN-STREAM-STEP.
    IF RCTL-STREAM-STEP(WS-CTL-SCAN-SUB) = RCTL-STEP-ID
        MOVE WS-CTL-SCAN-SUB TO WS-CTL-FIND-SUB
    END-IF.
    ADD 1 TO WS-CTL-SCAN-SUB.
