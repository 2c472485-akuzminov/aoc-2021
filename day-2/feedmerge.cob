                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEEDRPT-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD STATION-FEED-1.
            01 STATION-FEED-4-RECORD PIC X(80).

        FD GEN-CONTROL-FILE.
            COPY GENCREC.

        FD MERGED-LOG-FILE.
            01 MERGED-LOG-RECORD PIC X(80).
        FD MERGE-RPT-FILE.
            01 MERGE-RPT-RECORD PIC X(132).

        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

    WORKING-STORAGE SECTION.
        77 WS-FEED1-STATUS PIC X(02) VALUE "00".
        77 WS-FEED2-STATUS PIC X(02) VALUE "00".
        77 WS-FEEDRPT-STATUS PIC X(02) VALUE "00".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNCTL-EOF VALUE "Y".
        77 WS-CTL-MY-STEP PIC 9(2) VALUE 01.
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
        77 WS-FEED-NO PIC 9(1) VALUE 0.
        77 WS-FEED-STATUS PIC X(02) VALUE "00".
        77 WS-FEED-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-DAYEND-FEED-ACCEPTED VALUE "Y".
        77 WS-TOKEN-TAG PIC X(04) VALUE SPACES.
        COPY HELMREC.
        01 WS-STATION-ID.
            05 WS-STATION-PREFIX PIC X(7) VALUE "STNFEED".
            05 WS-STATION-NO PIC 9(1) VALUE 0.
        01 WS-FEED-LINE-TABLE.
            05 WS-FL-COUNT PIC 9(4) VALUE 0000.
            05 WS-FL-ENTRY OCCURS 2000 TIMES.
            05 WS-GEN-ENTRY OCCURS 50 TIMES.
                10 WS-GEN-ID PIC X(8).
                10 WS-GEN-LAST PIC 9(4).
                10 WS-GEN-PRIOR PIC 9(4).
                10 WS-GEN-MERGE-DATE PIC 9(6).
        COPY RCTLSTRM.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 027-CHECK-RUN-CONTROL.
    PERFORM 002-LOAD-GEN-CONTROL.

    OPEN OUTPUT MERGED-LOG-FILE.
    IF WS-FEEDS-HELD > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    MOVE "E" TO WS-CTL-EVENT.
    PERFORM 031-WRITE-RUN-CONTROL.
    STOP RUN.

002-LOAD-GEN-CONTROL.
            ADD 1 TO WS-GEN-COUNT
            MOVE GEN-VESSEL-ID TO WS-GEN-ID(WS-GEN-COUNT)
            MOVE GEN-LAST-GENERATION TO WS-GEN-LAST(WS-GEN-COUNT)
            MOVE 0000 TO WS-GEN-PRIOR(WS-GEN-COUNT)
            MOVE 000000 TO WS-GEN-MERGE-DATE(WS-GEN-COUNT)
            IF GEN-PRIOR-GENERATION IS NUMERIC
                MOVE GEN-PRIOR-GENERATION TO WS-GEN-PRIOR(WS-GEN-COUNT)
            END-IF
            IF GEN-MERGE-DATE IS NUMERIC
                MOVE GEN-MERGE-DATE TO WS-GEN-MERGE-DATE(WS-GEN-COUNT)
            END-IF
        ELSE
            DISPLAY "GENERATION TABLE FULL - RECORD IGNORED: "
                GEN-CONTROL-RECORD
        WRITE MERGED-LOG-RECORD
        MOVE "Y" TO WS-HDR-WRITTEN-SWITCH
    END-IF.
    MOVE WS-FEED-NO TO WS-STATION-NO.
    MOVE 2 TO WS-FL-SUB.
    PERFORM 021-COPY-DETAIL-LINE
        UNTIL WS-FL-SUB NOT < WS-FL-COUNT.
019-WRITE-GEN-RECORD.
    MOVE WS-GEN-ID(WS-GEN-SUB) TO GEN-VESSEL-ID.
    MOVE WS-GEN-LAST(WS-GEN-SUB) TO GEN-LAST-GENERATION.
    MOVE WS-GEN-PRIOR(WS-GEN-SUB) TO GEN-PRIOR-GENERATION.
    MOVE WS-GEN-MERGE-DATE(WS-GEN-SUB) TO GEN-MERGE-DATE.
    WRITE GEN-CONTROL-RECORD.
    ADD 1 TO WS-GEN-SUB.

020-UPDATE-GENERATION.
    PERFORM 025-FIND-GENERATION-ENTRY.
    IF WS-GEN-FIND-SUB > 0
        MOVE WS-GEN-LAST(WS-GEN-FIND-SUB)
            TO WS-GEN-PRIOR(WS-GEN-FIND-SUB)
        MOVE HDR-GENERATION TO WS-GEN-LAST(WS-GEN-FIND-SUB)
        MOVE WS-RUN-DATE TO WS-GEN-MERGE-DATE(WS-GEN-FIND-SUB)
    ELSE
        IF WS-GEN-COUNT < 50
            ADD 1 TO WS-GEN-COUNT
            MOVE HDR-VESSEL-ID TO WS-GEN-ID(WS-GEN-COUNT)
            MOVE HDR-GENERATION TO WS-GEN-LAST(WS-GEN-COUNT)
            MOVE 0000 TO WS-GEN-PRIOR(WS-GEN-COUNT)
            MOVE WS-RUN-DATE TO WS-GEN-MERGE-DATE(WS-GEN-COUNT)
        END-IF
    END-IF.

021-COPY-DETAIL-LINE.
    MOVE WS-FL-LINE(WS-FL-SUB) TO HELM-READ.
    MOVE WS-STATION-ID TO HELM-STATION-ID.
    MOVE HELM-READ TO MERGED-LOG-RECORD.
    WRITE MERGED-LOG-RECORD.
    ADD 1 TO WS-FL-SUB.

        MOVE WS-GEN-SCAN-SUB TO WS-GEN-FIND-SUB
    END-IF.
    ADD 1 TO WS-GEN-SCAN-SUB.

027-CHECK-RUN-CONTROL.
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
        PERFORM 028-READ-RUN-CONTROL
        PERFORM 029-NOTE-RUN-CONTROL UNTIL WS-RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.
    MOVE SPACES TO WS-CTL-BLOCKED-BY.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 030-CHECK-UPSTREAM-STEP
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
        PERFORM 031-WRITE-RUN-CONTROL
        STOP RUN
    END-IF.
    MOVE "S" TO WS-CTL-EVENT.
    MOVE SPACE TO WS-CTL-END-STATUS.
    PERFORM 031-WRITE-RUN-CONTROL.
    MOVE "C" TO WS-CTL-END-STATUS.

028-READ-RUN-CONTROL.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
    END-READ.

029-NOTE-RUN-CONTROL.
    IF RCTL-BUSINESS-DATE = WS-RUN-DATE
        ADD 1 TO WS-CTL-SEQ
        MOVE 0 TO WS-CTL-FIND-SUB
        MOVE 1 TO WS-CTL-SCAN-SUB
        PERFORM 032-SCAN-STREAM-STEP
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
    PERFORM 028-READ-RUN-CONTROL.

030-CHECK-UPSTREAM-STEP.
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

031-WRITE-RUN-CONTROL.
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

032-SCAN-STREAM-STEP.
    IF RCTL-STREAM-STEP(WS-CTL-SCAN-SUB) = RCTL-STEP-ID
        MOVE WS-CTL-SCAN-SUB TO WS-CTL-FIND-SUB
    END-IF.
    ADD 1 TO WS-CTL-SCAN-SUB.
