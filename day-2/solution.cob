                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECYFILE-STATUS.

            SELECT STATION-STATS-FILE ASSIGN TO "STNSTAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STNSTAT-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PARM-FILE.
            01 HELM-LOG-RECORD PIC X(80).

        FD EXCEPTION-RPT-FILE.
            01 EXCEPTION-RPT-RECORD PIC X(180).

        FD NAV-RPT-FILE.
            01 NAV-RPT-RECORD PIC X(100).
        FD RECYCLE-FILE.
            COPY RECYREC.

        FD STATION-STATS-FILE.
            COPY STNSREC.

        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-HELM-LOG-STATUS PIC X(02) VALUE "00".
        77 WS-FUELLEDG-STATUS PIC X(02) VALUE "00".
        77 WS-VESLMSTR-STATUS PIC X(02) VALUE "00".
        77 WS-RECYFILE-STATUS PIC X(02) VALUE "00".
        77 WS-STNSTAT-STATUS PIC X(02) VALUE "00".
        77 WS-PARM-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-PARM-FOUND VALUE "Y".
        77 WS-CKPT-INTERVAL PIC 9(4) VALUE 0000.
        77 WS-RESTART-COUNT PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNCTL-EOF VALUE "Y".
        77 WS-CTL-MY-STEP PIC 9(2) VALUE 03.
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
        77 WS-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-EOF VALUE "Y".
        77 WS-DAYBRK-EOF-SWITCH PIC X(01) VALUE "N".
                10 WS-ADJ-AUTH-ID PIC X(8).
                10 WS-ADJ-APPLIED-FLAG PIC X(1).
                    88 WS-ADJ-APPLIED VALUE "Y".
        77 WS-CUR-STATION-ID PIC X(8) VALUE SPACES.
        77 WS-STN-SUB PIC 9(2) VALUE 00.
        77 WS-STN-SCAN-SUB PIC 9(2) VALUE 00.
        01 WS-STATION-TABLE.
            05 WS-STATION-COUNT PIC 9(2) VALUE 00.
            05 WS-STATION-ENTRY OCCURS 10 TIMES.
                10 WS-STN-ID PIC X(8).
                10 WS-STN-ACCEPTED PIC 9(6).
                10 WS-STN-REJECT-DR PIC 9(6).
                10 WS-STN-REJECT-UP PIC 9(6).
                10 WS-STN-REJECT-VM PIC 9(6).
                10 WS-STN-REJECT-VR PIC 9(6).
                10 WS-STN-REJECT-TF PIC 9(6).
                10 WS-STN-ADJ-APPLIED PIC 9(6).
                10 WS-STN-BREACH PIC 9(6).
        77 WS-VES-SUB PIC 9(2) VALUE 00.
        77 WS-VES-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-CKPT-VES-SUB PIC 9(2) VALUE 00.
                10 WS-VES-CUM-FORWARD PIC 9(8).
                10 WS-VES-CUM-DEPTH PIC 9(12).
                10 WS-VES-CUM-FUEL PIC 9(12).
        COPY RCTLSTRM.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    ACCEPT WS-START-TIME FROM TIME.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 071-CHECK-RUN-CONTROL.
    PERFORM 046-INITIALIZE-VESSEL-TABLE.
    PERFORM 069-INITIALIZE-STATION-TABLE.
    MOVE 000000 TO HDR-FEED-DATE.
    MOVE SPACES TO HDR-VESSEL-ID.
    MOVE 0000 TO HDR-GENERATION.
        MOVE "C" TO WS-CKPT-RUN-STATUS
        MOVE "C" TO WS-SUMMARY-STATUS
    END-IF.
    PERFORM 067-WRITE-STATION-STATS.
    PERFORM 019-WRITE-CHECKPOINT.
    PERFORM 022-WRITE-RUN-SUMMARY.
    STOP RUN.

003-PROCESS-DETAIL.
    ADD 1 TO WS-RECORD-COUNT.
    MOVE HELM-STATION-ID TO WS-CUR-STATION-ID.
    PERFORM 064-FIND-STATION-ENTRY.
    MOVE "N" TO WS-DAY-CLOSED-SWITCH.
    MOVE 0 TO WS-INSERT-SEQ.
    PERFORM 031-APPLY-INSERT-ADJUSTMENTS.
           WS-RECORD-COUNT DELIMITED BY SIZE
           " REJECTED - " DELIMITED BY SIZE
           WS-EXCEPTION-REASON DELIMITED BY SIZE
           " - STATION: " DELIMITED BY SIZE
           WS-CUR-STATION-ID DELIMITED BY SIZE
           " - TEXT: " DELIMITED BY SIZE
           HELM-READ(1:72) DELIMITED BY SIZE
        INTO EXCEPTION-RPT-RECORD
    END-STRING.
    WRITE EXCEPTION-RPT-RECORD.
    ADD 1 WS-DAY-COUNT GIVING RECY-DAY.
    MOVE WS-EXCEPTION-CODE TO RECY-REASON-CODE.
    MOVE HELM-READ TO RECY-HELM-TEXT.
    MOVE WS-CUR-STATION-ID TO RECY-STATION-ID.
    WRITE RECYCLE-RECORD.
    PERFORM 066-TALLY-STATION-REJECT.

015-WRITE-NAV-REPORT.
    MOVE SPACES TO NAV-RPT-RECORD.
                    MOVE CKPT-FUEL-TOTAL TO WS-FUEL-TOTAL;
                    MOVE CKPT-CUM-FUEL-TOTAL TO WS-CUM-FUEL-TOTAL;
                    MOVE CKPT-DAY-CLOSED-FLAG TO WS-DAY-CLOSED-SWITCH;
                    MOVE CKPT-STATION-TABLE TO WS-STATION-TABLE;
                    MOVE "Y" TO WS-CKPT-FOUND-SWITCH
                END-IF
        END-READ;
    MOVE WS-CKPT-RUN-STATUS TO CKPT-COMPLETION-FLAG.
    MOVE WS-DAY-CLOSED-SWITCH TO CKPT-DAY-CLOSED-FLAG.
    MOVE WS-VESSEL-COUNT TO CKPT-VESSEL-COUNT.
    MOVE WS-STATION-TABLE TO CKPT-STATION-TABLE.
    MOVE 1 TO WS-CKPT-VES-SUB.
    PERFORM 043-SAVE-VESSEL-ENTRY UNTIL WS-CKPT-VES-SUB > 50.
    OPEN OUTPUT CKPT-FILE.
    MOVE RETURN-CODE TO RUNS-RETURN-CODE.
    WRITE RUN-SUMMARY-RECORD.
    CLOSE RUN-LOG-FILE.
    MOVE "E" TO WS-CTL-EVENT.
    MOVE WS-SUMMARY-STATUS TO WS-CTL-END-STATUS.
    PERFORM 075-WRITE-RUN-CONTROL.

023-LOAD-FUEL-BUDGET.
    OPEN INPUT FUEL-BUDGET-FILE.
        AND NOT WS-ADJ-APPLIED(WS-ADJ-SUB)
        MOVE "Y" TO WS-ADJ-APPLIED-FLAG(WS-ADJ-SUB)
        ADD 1 TO WS-ADJ-APPLIED-COUNT
        IF WS-STN-SUB > 0
            ADD 1 TO WS-STN-ADJ-APPLIED(WS-STN-SUB)
        END-IF
        MOVE HELM-READ TO WS-HELM-READ-SAVE
        MOVE SPACES TO HELM-READ
        STRING WS-ADJ-VESSEL-ID(WS-ADJ-SUB) DELIMITED BY SPACE
               WS-ADJ-VALUE(WS-ADJ-SUB) DELIMITED BY SIZE
            INTO HELM-READ
        END-STRING
        MOVE WS-CUR-STATION-ID TO HELM-STATION-ID
        MOVE WS-ADJ-VESSEL-ID(WS-ADJ-SUB) TO HELM-VESSEL-ID
        MOVE WS-ADJ-DIRECTION(WS-ADJ-SUB) TO HELM-DIRECTION
        MOVE WS-ADJ-VALUE(WS-ADJ-SUB) TO HELM-VALUE
        MOVE "Y" TO WS-ADJ-FOUND-SWITCH
        MOVE "Y" TO WS-ADJ-APPLIED-FLAG(WS-ADJ-SCAN-SUB)
        ADD 1 TO WS-ADJ-APPLIED-COUNT
        IF WS-STN-SUB > 0
            ADD 1 TO WS-STN-ADJ-APPLIED(WS-STN-SUB)
        END-IF
        IF WS-ADJ-ACTION(WS-ADJ-SCAN-SUB) = "REVERSE"
            MOVE "Y" TO WS-ORDER-REVERSED-SWITCH
            MOVE SPACES TO ADJ-AUDIT-RECORD
    MOVE WS-AIM TO JRNL-AIM.
    MOVE WS-DEPTH TO JRNL-DEPTH.
    MOVE WS-FUEL-TOTAL TO JRNL-FUEL.
    MOVE WS-CUR-STATION-ID TO JRNL-STATION-ID.
    IF WS-STN-SUB > 0
        AND WS-JRNL-ORDER-SEQ = 9
        ADD 1 TO WS-STN-ACCEPTED(WS-STN-SUB)
    END-IF.
    WRITE JOURNAL-RECORD
        INVALID KEY
            IF WS-CKPT-FOUND

054-WRITE-DEPTH-ALERT.
    ADD 1 TO WS-BREACH-COUNT.
    IF WS-STN-SUB > 0
        ADD 1 TO WS-STN-BREACH(WS-STN-SUB)
    END-IF.
    MOVE SPACES TO DEPTH-ALERT-RECORD.
    STRING "RECORD " DELIMITED BY SIZE
           WS-RECORD-COUNT DELIMITED BY SIZE
        MOVE WS-VM-SCAN-SUB TO WS-VM-FIND-SUB
    END-IF.
    ADD 1 TO WS-VM-SCAN-SUB.

064-FIND-STATION-ENTRY.
    MOVE 0 TO WS-STN-SUB.
    MOVE 1 TO WS-STN-SCAN-SUB.
    PERFORM 065-SCAN-STATION-ENTRY
        UNTIL WS-STN-SUB > 0
        OR WS-STN-SCAN-SUB > WS-STATION-COUNT.
    IF WS-STN-SUB = 0
        IF WS-STATION-COUNT < 10
            ADD 1 TO WS-STATION-COUNT
            MOVE WS-STATION-COUNT TO WS-STN-SUB
            MOVE WS-CUR-STATION-ID TO WS-STN-ID(WS-STN-SUB)
            MOVE 000000 TO WS-STN-ACCEPTED(WS-STN-SUB)
            MOVE 000000 TO WS-STN-REJECT-DR(WS-STN-SUB)
            MOVE 000000 TO WS-STN-REJECT-UP(WS-STN-SUB)
            MOVE 000000 TO WS-STN-REJECT-VM(WS-STN-SUB)
            MOVE 000000 TO WS-STN-REJECT-VR(WS-STN-SUB)
            MOVE 000000 TO WS-STN-REJECT-TF(WS-STN-SUB)
            MOVE 000000 TO WS-STN-ADJ-APPLIED(WS-STN-SUB)
            MOVE 000000 TO WS-STN-BREACH(WS-STN-SUB)
        ELSE
            DISPLAY "STATION TABLE FULL - RECORD " WS-RECORD-COUNT
                " NOT SCORED FOR STATION " WS-CUR-STATION-ID
        END-IF
    END-IF.

065-SCAN-STATION-ENTRY.
    IF WS-STN-ID(WS-STN-SCAN-SUB) = WS-CUR-STATION-ID
        MOVE WS-STN-SCAN-SUB TO WS-STN-SUB
    END-IF.
    ADD 1 TO WS-STN-SCAN-SUB.

066-TALLY-STATION-REJECT.
    IF WS-STN-SUB > 0
        AND WS-JRNL-ORDER-SEQ = 9
        EVALUATE WS-EXCEPTION-CODE
            WHEN "DR"
                ADD 1 TO WS-STN-REJECT-DR(WS-STN-SUB)
            WHEN "UP"
                ADD 1 TO WS-STN-REJECT-UP(WS-STN-SUB)
            WHEN "VM"
                ADD 1 TO WS-STN-REJECT-VM(WS-STN-SUB)
            WHEN "VR"
                ADD 1 TO WS-STN-REJECT-VR(WS-STN-SUB)
            WHEN "TF"
                ADD 1 TO WS-STN-REJECT-TF(WS-STN-SUB)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

067-WRITE-STATION-STATS.
    OPEN EXTEND STATION-STATS-FILE.
    IF WS-STNSTAT-STATUS = "35"
        OPEN OUTPUT STATION-STATS-FILE
    END-IF.
    IF WS-STNSTAT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING STATION-STATS-FILE, STATUS: "
            WS-STNSTAT-STATUS
        MOVE "F" TO WS-CKPT-RUN-STATUS
        MOVE "F" TO WS-SUMMARY-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 1 TO WS-STN-SUB
        PERFORM 068-WRITE-ONE-STATION-STATS
            UNTIL WS-STN-SUB > WS-STATION-COUNT
        CLOSE STATION-STATS-FILE
    END-IF.

068-WRITE-ONE-STATION-STATS.
    MOVE WS-RUN-DATE TO STNS-RUN-DATE.
    MOVE WS-STN-ID(WS-STN-SUB) TO STNS-STATION-ID.
    MOVE WS-STN-ACCEPTED(WS-STN-SUB) TO STNS-ACCEPTED-COUNT.
    MOVE WS-STN-REJECT-DR(WS-STN-SUB) TO STNS-REJECT-DR-COUNT.
    MOVE WS-STN-REJECT-UP(WS-STN-SUB) TO STNS-REJECT-UP-COUNT.
    MOVE WS-STN-REJECT-VM(WS-STN-SUB) TO STNS-REJECT-VM-COUNT.
    MOVE WS-STN-REJECT-VR(WS-STN-SUB) TO STNS-REJECT-VR-COUNT.
    MOVE WS-STN-REJECT-TF(WS-STN-SUB) TO STNS-REJECT-TF-COUNT.
    MOVE WS-STN-ADJ-APPLIED(WS-STN-SUB) TO STNS-ADJ-APPLIED-COUNT.
    MOVE WS-STN-BREACH(WS-STN-SUB) TO STNS-BREACH-COUNT.
    MOVE WS-SUMMARY-STATUS TO STNS-RUN-STATUS.
    WRITE STATION-STATS-RECORD.
    IF WS-STNSTAT-STATUS NOT = "00"
        DISPLAY "ERROR WRITING STATION-STATS-FILE, STATUS: "
            WS-STNSTAT-STATUS
        MOVE "F" TO WS-CKPT-RUN-STATUS
        MOVE "F" TO WS-SUMMARY-STATUS
        MOVE 16 TO RETURN-CODE
        MOVE WS-STATION-COUNT TO WS-STN-SUB
    END-IF.
    ADD 1 TO WS-STN-SUB.

069-INITIALIZE-STATION-TABLE.
    MOVE 1 TO WS-STN-SUB.
    PERFORM 070-INITIALIZE-STATION-ENTRY UNTIL WS-STN-SUB > 10.
    MOVE 0 TO WS-STN-SUB.

070-INITIALIZE-STATION-ENTRY.
    MOVE SPACES TO WS-STN-ID(WS-STN-SUB).
    MOVE 000000 TO WS-STN-ACCEPTED(WS-STN-SUB).
    MOVE 000000 TO WS-STN-REJECT-DR(WS-STN-SUB).
    MOVE 000000 TO WS-STN-REJECT-UP(WS-STN-SUB).
    MOVE 000000 TO WS-STN-REJECT-VM(WS-STN-SUB).
    MOVE 000000 TO WS-STN-REJECT-VR(WS-STN-SUB).
    MOVE 000000 TO WS-STN-REJECT-TF(WS-STN-SUB).
    MOVE 000000 TO WS-STN-ADJ-APPLIED(WS-STN-SUB).
    MOVE 000000 TO WS-STN-BREACH(WS-STN-SUB).
    ADD 1 TO WS-STN-SUB.

071-CHECK-RUN-CONTROL.
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
        PERFORM 072-READ-RUN-CONTROL
        PERFORM 073-NOTE-RUN-CONTROL UNTIL WS-RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.
    MOVE SPACES TO WS-CTL-BLOCKED-BY.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 074-CHECK-UPSTREAM-STEP
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
        PERFORM 075-WRITE-RUN-CONTROL
        STOP RUN
    END-IF.
    MOVE "S" TO WS-CTL-EVENT.
    MOVE SPACE TO WS-CTL-END-STATUS.
    PERFORM 075-WRITE-RUN-CONTROL.
    MOVE "C" TO WS-CTL-END-STATUS.

072-READ-RUN-CONTROL.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
    END-READ.

073-NOTE-RUN-CONTROL.
    IF RCTL-BUSINESS-DATE = WS-RUN-DATE
        ADD 1 TO WS-CTL-SEQ
        MOVE 0 TO WS-CTL-FIND-SUB
        MOVE 1 TO WS-CTL-SCAN-SUB
        PERFORM 076-SCAN-STREAM-STEP
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
    PERFORM 072-READ-RUN-CONTROL.

074-CHECK-UPSTREAM-STEP.
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

075-WRITE-RUN-CONTROL.
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

076-SCAN-STREAM-STEP.
    IF RCTL-STREAM-STEP(WS-CTL-SCAN-SUB) = RCTL-STEP-ID
        MOVE WS-CTL-SCAN-SUB TO WS-CTL-FIND-SUB
    END-IF.
    ADD 1 TO WS-CTL-SCAN-SUB.
