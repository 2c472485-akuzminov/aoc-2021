IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-RUN-BACKOUT.
AUTHOR. ANDREY KUZMINOV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "PARMFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNLOG-STATUS.

            SELECT NEW-RUN-LOG-FILE ASSIGN TO "RUNLOGN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEWRUNLOG-STATUS.

            SELECT EXTRACT-FILE ASSIGN TO "FLTEXTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXTRACT-STATUS.

            SELECT NEW-EXTRACT-FILE ASSIGN TO "FLTEXTRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEWEXTRACT-STATUS.

            SELECT POSITION-JRNL-FILE ASSIGN TO "POSJRNL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JRNL-KEY
                FILE STATUS IS WS-POSJRNL-STATUS.

            SELECT NEW-JRNL-FILE ASSIGN TO "POSJRNLN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NEWJ-KEY
                FILE STATUS IS WS-NEWJRNL-STATUS.

            SELECT DAY-BREAK-FILE ASSIGN TO "DAYBRK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DAYBRK-STATUS.

            SELECT NEW-DAY-BREAK-FILE ASSIGN TO "DAYBRKN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEWDAYBRK-STATUS.

            SELECT OLD-MASTER-FILE ASSIGN TO "EXTMSTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OLD-MASTER-STATUS.

            SELECT NEW-MASTER-FILE ASSIGN TO "EXTMSTRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEW-MASTER-STATUS.

            SELECT STATION-STATS-FILE ASSIGN TO "STNSTAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STNSTAT-STATUS.

            SELECT NEW-STATION-STATS-FILE ASSIGN TO "STNSTATN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEWSTNSTAT-STATUS.

            SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCTL-STATUS.

            SELECT NEW-GEN-CONTROL-FILE ASSIGN TO "GENCTLN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEWGENCTL-STATUS.

            SELECT HULL-WEAR-FILE ASSIGN TO "HULLWEAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HULLWEAR-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

            SELECT BACKOUT-RPT-FILE ASSIGN TO "BACKRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BACKRPT-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PARM-FILE.
            COPY PARMREC.

        FD RUN-LOG-FILE.
            COPY RUNSREC.

        FD NEW-RUN-LOG-FILE.
            01 NEW-RUN-LOG-RECORD PIC X(88).

        FD EXTRACT-FILE.
            01 EXTRACT-FILE-RECORD PIC X(66).

        FD NEW-EXTRACT-FILE.
            01 NEW-EXTRACT-RECORD PIC X(66).

        FD POSITION-JRNL-FILE.
            COPY JRNLREC.

        FD NEW-JRNL-FILE.
            01 NEW-JOURNAL-RECORD.
                05 NEWJ-KEY.
                    10 NEWJ-VESSEL-ID PIC X(8).
                    10 NEWJ-DAY PIC 9(4).
                    10 NEWJ-RECORD-NO PIC 9(6).
                    10 NEWJ-ORDER-SEQ PIC 9(1).
                05 NEWJ-BODY PIC X(48).

        FD DAY-BREAK-FILE.
            01 DAY-BREAK-RECORD PIC X(100).

        FD NEW-DAY-BREAK-FILE.
            01 NEW-DAY-BREAK-RECORD PIC X(100).

        FD OLD-MASTER-FILE.
            01 OLD-MASTER-RECORD PIC X(66).

        FD NEW-MASTER-FILE.
            01 NEW-MASTER-RECORD PIC X(66).

        FD STATION-STATS-FILE.
            COPY STNSREC.

        FD NEW-STATION-STATS-FILE.
            01 NEW-STATION-STATS-RECORD PIC X(63).

        FD GEN-CONTROL-FILE.
            COPY GENCREC.

        FD NEW-GEN-CONTROL-FILE.
            01 NEW-GEN-CONTROL-RECORD PIC X(22).

        FD HULL-WEAR-FILE.
            COPY HWRREC.

        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

        FD BACKOUT-RPT-FILE.
            01 BACKOUT-RPT-RECORD PIC X(100).

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-RUNLOG-STATUS PIC X(02) VALUE "00".
        77 WS-NEWRUNLOG-STATUS PIC X(02) VALUE "00".
        77 WS-EXTRACT-STATUS PIC X(02) VALUE "00".
        77 WS-NEWEXTRACT-STATUS PIC X(02) VALUE "00".
        77 WS-POSJRNL-STATUS PIC X(02) VALUE "00".
        77 WS-NEWJRNL-STATUS PIC X(02) VALUE "00".
        77 WS-DAYBRK-STATUS PIC X(02) VALUE "00".
        77 WS-NEWDAYBRK-STATUS PIC X(02) VALUE "00".
        77 WS-OLD-MASTER-STATUS PIC X(02) VALUE "00".
        77 WS-NEW-MASTER-STATUS PIC X(02) VALUE "00".
        77 WS-STNSTAT-STATUS PIC X(02) VALUE "00".
        77 WS-NEWSTNSTAT-STATUS PIC X(02) VALUE "00".
        77 WS-GENCTL-STATUS PIC X(02) VALUE "00".
        77 WS-NEWGENCTL-STATUS PIC X(02) VALUE "00".
        77 WS-BACKRPT-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-HULLWEAR-STATUS PIC X(02) VALUE "00".
        77 WS-CTL-TIME PIC 9(8) VALUE 00000000.
        77 WS-PARM-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-PARM-FOUND VALUE "Y".
        77 WS-RUNLOG-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNLOG-EOF VALUE "Y".
        77 WS-EXTRACT-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-EXTRACT-EOF VALUE "Y".
        77 WS-JRNL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-JRNL-EOF VALUE "Y".
        77 WS-DAYBRK-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-DAYBRK-EOF VALUE "Y".
        77 WS-MASTER-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-MASTER-EOF VALUE "Y".
        77 WS-STNSTAT-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-STNSTAT-EOF VALUE "Y".
        77 WS-GENCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-GENCTL-EOF VALUE "Y".
        77 WS-STNSTAT-PRESENT-SWITCH PIC X(01) VALUE "N".
            88 WS-STNSTAT-PRESENT VALUE "Y".
        77 WS-GENCTL-PRESENT-SWITCH PIC X(01) VALUE "N".
            88 WS-GENCTL-PRESENT VALUE "Y".
        77 WS-HULLWEAR-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-HULLWEAR-EOF VALUE "Y".
        77 WS-HULLWEAR-PRESENT-SWITCH PIC X(01) VALUE "N".
            88 WS-HULLWEAR-PRESENT VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-BACKOUT-DATE PIC 9(6) VALUE 000000.
        77 WS-BACKOUT-DATE-ED PIC 99/99/99.
        77 WS-LAST-LIVE-DATE PIC 9(6) VALUE 000000.
        77 WS-SUMMARY-COUNT PIC 9(4) VALUE 0000.
        77 WS-LIVE-SUMMARY-COUNT PIC 9(4) VALUE 0000.
        77 WS-MAX-EXTRACT-DAY PIC 9(4) VALUE 0000.
        77 WS-FOREIGN-DATE PIC 9(6) VALUE 000000.
        77 WS-WARNING-COUNT PIC 9(4) VALUE 0000.
        77 WS-VD-SUB PIC 9(3) VALUE 000.
        77 WS-VD-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-VD-SCAN-SUB PIC 9(3) VALUE 000.
        77 WS-MATCH-VESSEL PIC X(8) VALUE SPACES.
        77 WS-MATCH-DAY PIC 9(4) VALUE 0000.
        77 WS-GEN-SUB PIC 9(2) VALUE 00.
        77 WS-GEN-OLD-LAST PIC 9(4) VALUE 0000.
        77 WS-JRNL-BEFORE PIC 9(6) VALUE 000000.
        77 WS-JRNL-REMOVED PIC 9(6) VALUE 000000.
        77 WS-JRNL-AFTER PIC 9(6) VALUE 000000.
        77 WS-XTR-BEFORE PIC 9(6) VALUE 000000.
        77 WS-XTR-REMOVED PIC 9(6) VALUE 000000.
        77 WS-XTR-AFTER PIC 9(6) VALUE 000000.
        77 WS-DBK-BEFORE PIC 9(6) VALUE 000000.
        77 WS-DBK-REMOVED PIC 9(6) VALUE 000000.
        77 WS-DBK-AFTER PIC 9(6) VALUE 000000.
        77 WS-MSTR-BEFORE PIC 9(6) VALUE 000000.
        77 WS-MSTR-REMOVED PIC 9(6) VALUE 000000.
        77 WS-MSTR-AFTER PIC 9(6) VALUE 000000.
        77 WS-RUNS-BEFORE PIC 9(6) VALUE 000000.
        77 WS-RUNS-REVERSED PIC 9(6) VALUE 000000.
        77 WS-RUNS-AFTER PIC 9(6) VALUE 000000.
        77 WS-STNS-BEFORE PIC 9(6) VALUE 000000.
        77 WS-STNS-REVERSED PIC 9(6) VALUE 000000.
        77 WS-STNS-AFTER PIC 9(6) VALUE 000000.
        77 WS-GEN-BEFORE PIC 9(4) VALUE 0000.
        77 WS-GEN-ROLLED PIC 9(4) VALUE 0000.
        77 WS-GEN-DROPPED PIC 9(4) VALUE 0000.
        77 WS-GEN-AFTER PIC 9(4) VALUE 0000.
        77 WS-HWR-VESSELS PIC 9(4) VALUE 0000.
        77 WS-HWR-WORN PIC 9(4) VALUE 0000.
        COPY EXTRREC.
        01 WS-DAY-BREAK-LINE.
            05 WS-DBL-TAG PIC X(4).
            05 WS-DBL-DAY PIC X(4).
            05 WS-DBL-DAY-NUM REDEFINES WS-DBL-DAY PIC 9(4).
            05 WS-DBL-VESSEL-TAG PIC X(8).
            05 WS-DBL-VESSEL PIC X(8).
            05 FILLER PIC X(76).
        01 WS-VESSEL-DAY-TABLE.
            05 WS-VD-COUNT PIC 9(3) VALUE 000.
            05 WS-VD-ENTRY OCCURS 300 TIMES.
                10 WS-VD-VESSEL PIC X(8).
                10 WS-VD-DAY PIC 9(4).
        01 WS-GEN-TABLE.
            05 WS-GEN-COUNT PIC 9(2) VALUE 00.
            05 WS-GEN-ENTRY OCCURS 50 TIMES.
                10 WS-GEN-ID PIC X(8).
                10 WS-GEN-LAST PIC 9(4).
                10 WS-GEN-PRIOR PIC 9(4).
                10 WS-GEN-MERGE-DATE PIC 9(6).

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 002-READ-PARM-CARD.
    PERFORM 003-CHECK-RUN-LOG.
    PERFORM 006-SCAN-EXTRACT.
    PERFORM 035-CHECK-HULL-WEAR.

    OPEN OUTPUT BACKOUT-RPT-FILE.
    IF WS-BACKRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING BACKOUT-RPT-FILE, STATUS: "
            WS-BACKRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "RUN BACKOUT REPORT - RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
           " - HELM PASS BACKED OUT: " DELIMITED BY SIZE
           WS-BACKOUT-DATE-ED DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

    PERFORM 010-COPY-JOURNAL.
    PERFORM 013-COPY-EXTRACT.
    PERFORM 015-COPY-DAY-BREAKDOWN.
    PERFORM 018-COPY-MASTER.
    PERFORM 021-COPY-RUN-LOG.
    PERFORM 023-COPY-STATION-STATS.
    PERFORM 026-ROLL-BACK-GEN-CONTROL.
    PERFORM 034-WRITE-RUN-CONTROL.
    PERFORM 032-WRITE-BACKOUT-TOTALS.

    CLOSE BACKOUT-RPT-FILE.
    IF WS-WARNING-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

002-READ-PARM-CARD.
    OPEN INPUT PARM-FILE.
    IF WS-PARM-STATUS NOT = "00"
        DISPLAY "ERROR OPENING PARM-FILE, STATUS: " WS-PARM-STATUS
        DISPLAY "RUN-PARAMETER CONTROL CARD IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ PARM-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "Y" TO WS-PARM-FOUND-SWITCH
    END-READ.
    CLOSE PARM-FILE.
    IF NOT WS-PARM-FOUND
        DISPLAY "PARM-FILE IS EMPTY - CONTROL CARD REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF PARM-BACKOUT-RUN-DATE NOT NUMERIC
        OR PARM-BACKOUT-RUN-DATE = 000000
        DISPLAY "INVALID BACKOUT RUN DATE ON CONTROL CARD: "
            PARM-BACKOUT-RUN-DATE
        DISPLAY "RUN ABORTED - NO FILES BACKED OUT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PARM-BACKOUT-RUN-DATE TO WS-BACKOUT-DATE.
    MOVE WS-BACKOUT-DATE TO WS-BACKOUT-DATE-ED.

003-CHECK-RUN-LOG.
    MOVE "N" TO WS-RUNLOG-EOF-SWITCH.
    OPEN INPUT RUN-LOG-FILE.
    IF WS-RUNLOG-STATUS NOT = "00"
        DISPLAY "ERROR OPENING RUN-LOG-FILE, STATUS: " WS-RUNLOG-STATUS
        DISPLAY "RUN LOG IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 004-READ-RUN-LOG.
    PERFORM 005-NOTE-RUN-SUMMARY UNTIL WS-RUNLOG-EOF.
    CLOSE RUN-LOG-FILE.
    EVALUATE TRUE
        WHEN WS-SUMMARY-COUNT = 0
            DISPLAY "NO HELM PASS ON THE RUN LOG FOR RUN DATE "
                WS-BACKOUT-DATE
            DISPLAY "RUN ABORTED - NO FILES BACKED OUT"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN WS-LIVE-SUMMARY-COUNT = 0
            DISPLAY "HELM PASS FOR RUN DATE " WS-BACKOUT-DATE
                " IS ALREADY BACKED OUT"
            DISPLAY "RUN ABORTED - NO FILES BACKED OUT"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN WS-LAST-LIVE-DATE NOT = WS-BACKOUT-DATE
            DISPLAY "A LATER HELM PASS (RUN DATE " WS-LAST-LIVE-DATE
                ") IS ON THE RUN LOG - BACK IT OUT FIRST"
            DISPLAY "RUN ABORTED - NO FILES BACKED OUT"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

004-READ-RUN-LOG.
    READ RUN-LOG-FILE
        AT END
            MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
    END-READ.

005-NOTE-RUN-SUMMARY.
    IF RUNS-PROGRAM-ID = "AOCDAY2"
        IF RUNS-RUN-DATE = WS-BACKOUT-DATE
            ADD 1 TO WS-SUMMARY-COUNT
            IF NOT RUNS-RUN-REVERSED
                ADD 1 TO WS-LIVE-SUMMARY-COUNT
            END-IF
        END-IF
        IF NOT RUNS-RUN-REVERSED
            MOVE RUNS-RUN-DATE TO WS-LAST-LIVE-DATE
        END-IF
    END-IF.
    PERFORM 004-READ-RUN-LOG.

006-SCAN-EXTRACT.
    MOVE "N" TO WS-EXTRACT-EOF-SWITCH.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING EXTRACT-FILE, STATUS: " WS-EXTRACT-STATUS
        DISPLAY "FLEET EXTRACT IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 007-READ-EXTRACT.
    PERFORM 008-NOTE-EXTRACT-DAY UNTIL WS-EXTRACT-EOF.
    CLOSE EXTRACT-FILE.
    IF WS-FOREIGN-DATE NOT = 000000
        DISPLAY "FLEET EXTRACT CARRIES RUN DATE " WS-FOREIGN-DATE
            " - NOT THE HELM PASS BEING BACKED OUT"
        DISPLAY "RUN ABORTED - NO FILES BACKED OUT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

007-READ-EXTRACT.
    READ EXTRACT-FILE INTO EXTRACT-RECORD
        AT END
            MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
    END-READ.

008-NOTE-EXTRACT-DAY.
    ADD 1 TO WS-XTR-BEFORE.
    IF EXTRACT-RUN-DATE NOT = WS-BACKOUT-DATE
        MOVE EXTRACT-RUN-DATE TO WS-FOREIGN-DATE
    ELSE
        IF EXTRACT-DAY > WS-MAX-EXTRACT-DAY
            MOVE EXTRACT-DAY TO WS-MAX-EXTRACT-DAY
        END-IF
        MOVE EXTRACT-VESSEL-ID TO WS-MATCH-VESSEL
        MOVE EXTRACT-DAY TO WS-MATCH-DAY
        PERFORM 009-FIND-VESSEL-DAY
        IF WS-VD-FIND-SUB = 0
            IF WS-VD-COUNT < 300
                ADD 1 TO WS-VD-COUNT
                MOVE EXTRACT-VESSEL-ID TO WS-VD-VESSEL(WS-VD-COUNT)
                MOVE EXTRACT-DAY TO WS-VD-DAY(WS-VD-COUNT)
            ELSE
                DISPLAY "VESSEL-DAY TABLE FULL - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
    END-IF.
    PERFORM 007-READ-EXTRACT.

009-FIND-VESSEL-DAY.
    MOVE 0 TO WS-VD-FIND-SUB.
    MOVE 1 TO WS-VD-SCAN-SUB.
    PERFORM 031-SCAN-VESSEL-DAY
        UNTIL WS-VD-FIND-SUB > 0
        OR WS-VD-SCAN-SUB > WS-VD-COUNT.

010-COPY-JOURNAL.
    MOVE "N" TO WS-JRNL-EOF-SWITCH.
    OPEN INPUT POSITION-JRNL-FILE.
    IF WS-POSJRNL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING POSITION-JRNL-FILE, STATUS: "
            WS-POSJRNL-STATUS
        DISPLAY "POSITION JOURNAL IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NEW-JRNL-FILE.
    IF WS-NEWJRNL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING NEW-JRNL-FILE, STATUS: "
            WS-NEWJRNL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 011-READ-JOURNAL.
    PERFORM 012-COPY-ONE-JOURNAL UNTIL WS-JRNL-EOF.
    CLOSE POSITION-JRNL-FILE.
    CLOSE NEW-JRNL-FILE.

011-READ-JOURNAL.
    READ POSITION-JRNL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-JRNL-EOF-SWITCH
    END-READ.

012-COPY-ONE-JOURNAL.
    ADD 1 TO WS-JRNL-BEFORE.
    MOVE JRNL-VESSEL-ID TO WS-MATCH-VESSEL.
    MOVE JRNL-DAY TO WS-MATCH-DAY.
    PERFORM 009-FIND-VESSEL-DAY.
    IF WS-VD-FIND-SUB > 0 OR JRNL-DAY > WS-MAX-EXTRACT-DAY
        ADD 1 TO WS-JRNL-REMOVED
    ELSE
        ADD 1 TO WS-JRNL-AFTER
        MOVE JOURNAL-RECORD TO NEW-JOURNAL-RECORD
        WRITE NEW-JOURNAL-RECORD
    END-IF.
    PERFORM 011-READ-JOURNAL.

013-COPY-EXTRACT.
    MOVE "N" TO WS-EXTRACT-EOF-SWITCH.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING EXTRACT-FILE, STATUS: " WS-EXTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NEW-EXTRACT-FILE.
    IF WS-NEWEXTRACT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING NEW-EXTRACT-FILE, STATUS: "
            WS-NEWEXTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 007-READ-EXTRACT.
    PERFORM 014-COPY-ONE-EXTRACT UNTIL WS-EXTRACT-EOF.
    CLOSE EXTRACT-FILE.
    CLOSE NEW-EXTRACT-FILE.

014-COPY-ONE-EXTRACT.
    IF EXTRACT-RUN-DATE = WS-BACKOUT-DATE
        ADD 1 TO WS-XTR-REMOVED
    ELSE
        ADD 1 TO WS-XTR-AFTER
        WRITE NEW-EXTRACT-RECORD FROM EXTRACT-RECORD
    END-IF.
    PERFORM 007-READ-EXTRACT.

015-COPY-DAY-BREAKDOWN.
    MOVE "N" TO WS-DAYBRK-EOF-SWITCH.
    OPEN INPUT DAY-BREAK-FILE.
    IF WS-DAYBRK-STATUS NOT = "00"
        DISPLAY "ERROR OPENING DAY-BREAK-FILE, STATUS: " WS-DAYBRK-STATUS
        DISPLAY "DAY BREAKDOWN FILE IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NEW-DAY-BREAK-FILE.
    IF WS-NEWDAYBRK-STATUS NOT = "00"
        DISPLAY "ERROR OPENING NEW-DAY-BREAK-FILE, STATUS: "
            WS-NEWDAYBRK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 016-READ-DAY-BREAKDOWN.
    PERFORM 017-COPY-ONE-DAY-BREAK UNTIL WS-DAYBRK-EOF.
    CLOSE DAY-BREAK-FILE.
    CLOSE NEW-DAY-BREAK-FILE.

016-READ-DAY-BREAKDOWN.
    READ DAY-BREAK-FILE INTO WS-DAY-BREAK-LINE
        AT END
            MOVE "Y" TO WS-DAYBRK-EOF-SWITCH
    END-READ.

017-COPY-ONE-DAY-BREAK.
    ADD 1 TO WS-DBK-BEFORE.
    MOVE 0 TO WS-VD-FIND-SUB.
    IF WS-DBL-TAG = "DAY " AND WS-DBL-VESSEL-TAG = " VESSEL "
        AND WS-DBL-DAY-NUM IS NUMERIC
        MOVE WS-DBL-VESSEL TO WS-MATCH-VESSEL
        MOVE WS-DBL-DAY-NUM TO WS-MATCH-DAY
        PERFORM 009-FIND-VESSEL-DAY
    END-IF.
    IF WS-VD-FIND-SUB > 0
        ADD 1 TO WS-DBK-REMOVED
    ELSE
        ADD 1 TO WS-DBK-AFTER
        WRITE NEW-DAY-BREAK-RECORD FROM WS-DAY-BREAK-LINE
    END-IF.
    PERFORM 016-READ-DAY-BREAKDOWN.

018-COPY-MASTER.
    MOVE "N" TO WS-MASTER-EOF-SWITCH.
    OPEN INPUT OLD-MASTER-FILE.
    IF WS-OLD-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR OPENING OLD-MASTER-FILE, STATUS: "
            WS-OLD-MASTER-STATUS
        DISPLAY "EXTRACT MASTER FILE IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NEW-MASTER-FILE.
    IF WS-NEW-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR OPENING NEW-MASTER-FILE, STATUS: "
            WS-NEW-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 019-READ-OLD-MASTER.
    PERFORM 020-COPY-ONE-MASTER UNTIL WS-MASTER-EOF.
    CLOSE OLD-MASTER-FILE.
    CLOSE NEW-MASTER-FILE.

019-READ-OLD-MASTER.
    READ OLD-MASTER-FILE
        AT END
            MOVE "Y" TO WS-MASTER-EOF-SWITCH
    END-READ.

020-COPY-ONE-MASTER.
    ADD 1 TO WS-MSTR-BEFORE.
    MOVE OLD-MASTER-RECORD TO EXTRACT-RECORD.
    IF EXTRACT-RUN-DATE = WS-BACKOUT-DATE AND NOT EXTRACT-CLOSE-OUT
        ADD 1 TO WS-MSTR-REMOVED
    ELSE
        ADD 1 TO WS-MSTR-AFTER
        WRITE NEW-MASTER-RECORD FROM OLD-MASTER-RECORD
        IF EXTRACT-CLOSE-OUT
            AND EXTRACT-RUN-DATE NOT < WS-BACKOUT-DATE
            PERFORM 030-CHECK-CLOSED-VESSEL
        END-IF
    END-IF.
    PERFORM 019-READ-OLD-MASTER.

021-COPY-RUN-LOG.
    MOVE "N" TO WS-RUNLOG-EOF-SWITCH.
    OPEN INPUT RUN-LOG-FILE.
    IF WS-RUNLOG-STATUS NOT = "00"
        DISPLAY "ERROR OPENING RUN-LOG-FILE, STATUS: " WS-RUNLOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NEW-RUN-LOG-FILE.
    IF WS-NEWRUNLOG-STATUS NOT = "00"
        DISPLAY "ERROR OPENING NEW-RUN-LOG-FILE, STATUS: "
            WS-NEWRUNLOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 004-READ-RUN-LOG.
    PERFORM 022-COPY-ONE-RUN-SUMMARY UNTIL WS-RUNLOG-EOF.
    CLOSE RUN-LOG-FILE.
    CLOSE NEW-RUN-LOG-FILE.

022-COPY-ONE-RUN-SUMMARY.
    ADD 1 TO WS-RUNS-BEFORE.
    IF RUNS-PROGRAM-ID = "AOCDAY2"
        AND RUNS-RUN-DATE = WS-BACKOUT-DATE
        AND NOT RUNS-RUN-REVERSED
        ADD 1 TO WS-RUNS-REVERSED
        MOVE "R" TO RUNS-STATUS
    END-IF.
    ADD 1 TO WS-RUNS-AFTER.
    WRITE NEW-RUN-LOG-RECORD FROM RUN-SUMMARY-RECORD.
    PERFORM 004-READ-RUN-LOG.

023-COPY-STATION-STATS.
    MOVE "N" TO WS-STNSTAT-EOF-SWITCH.
    OPEN INPUT STATION-STATS-FILE.
    IF WS-STNSTAT-STATUS = "35"
        MOVE "N" TO WS-STNSTAT-PRESENT-SWITCH
    ELSE
        IF WS-STNSTAT-STATUS NOT = "00"
            DISPLAY "ERROR OPENING STATION-STATS-FILE, STATUS: "
                WS-STNSTAT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-STNSTAT-PRESENT-SWITCH
        OPEN OUTPUT NEW-STATION-STATS-FILE
        IF WS-NEWSTNSTAT-STATUS NOT = "00"
            DISPLAY "ERROR OPENING NEW-STATION-STATS-FILE, STATUS: "
                WS-NEWSTNSTAT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 024-READ-STATION-STATS
        PERFORM 025-COPY-ONE-STATION-STAT UNTIL WS-STNSTAT-EOF
        CLOSE STATION-STATS-FILE
        CLOSE NEW-STATION-STATS-FILE
    END-IF.

024-READ-STATION-STATS.
    READ STATION-STATS-FILE
        AT END
            MOVE "Y" TO WS-STNSTAT-EOF-SWITCH
    END-READ.

025-COPY-ONE-STATION-STAT.
    ADD 1 TO WS-STNS-BEFORE.
    IF STNS-RUN-DATE = WS-BACKOUT-DATE AND NOT STNS-RUN-REVERSED
        ADD 1 TO WS-STNS-REVERSED
        MOVE "R" TO STNS-RUN-STATUS
    END-IF.
    ADD 1 TO WS-STNS-AFTER.
    WRITE NEW-STATION-STATS-RECORD FROM STATION-STATS-RECORD.
    PERFORM 024-READ-STATION-STATS.

026-ROLL-BACK-GEN-CONTROL.
    MOVE "N" TO WS-GENCTL-EOF-SWITCH.
    OPEN INPUT GEN-CONTROL-FILE.
    IF WS-GENCTL-STATUS = "35"
        MOVE "N" TO WS-GENCTL-PRESENT-SWITCH
    ELSE
        IF WS-GENCTL-STATUS NOT = "00"
            DISPLAY "ERROR OPENING GEN-CONTROL-FILE, STATUS: "
                WS-GENCTL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-GENCTL-PRESENT-SWITCH
        OPEN OUTPUT NEW-GEN-CONTROL-FILE
        IF WS-NEWGENCTL-STATUS NOT = "00"
            DISPLAY "ERROR OPENING NEW-GEN-CONTROL-FILE, STATUS: "
                WS-NEWGENCTL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 027-READ-GEN-CONTROL
        PERFORM 028-ROLL-BACK-ONE-GEN UNTIL WS-GENCTL-EOF
        MOVE 1 TO WS-GEN-SUB
        PERFORM 029-WRITE-GEN-RECORD UNTIL WS-GEN-SUB > WS-GEN-COUNT
        CLOSE GEN-CONTROL-FILE
        CLOSE NEW-GEN-CONTROL-FILE
    END-IF.

027-READ-GEN-CONTROL.
    READ GEN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-GENCTL-EOF-SWITCH
    END-READ.

028-ROLL-BACK-ONE-GEN.
    ADD 1 TO WS-GEN-BEFORE.
    IF GEN-PRIOR-GENERATION NOT NUMERIC
        MOVE 0000 TO GEN-PRIOR-GENERATION
    END-IF.
    IF GEN-MERGE-DATE NOT NUMERIC
        MOVE 000000 TO GEN-MERGE-DATE
    END-IF.
    IF GEN-MERGE-DATE = WS-BACKOUT-DATE
        AND GEN-PRIOR-GENERATION = 0000
        ADD 1 TO WS-GEN-DROPPED
        MOVE SPACES TO BACKOUT-RPT-RECORD
        STRING "VESSEL " DELIMITED BY SIZE
               GEN-VESSEL-ID DELIMITED BY SIZE
               " - FIRST FEED GENERATION " DELIMITED BY SIZE
               GEN-LAST-GENERATION DELIMITED BY SIZE
               " WITHDRAWN - NO GENERATION ON FILE" DELIMITED BY SIZE
            INTO BACKOUT-RPT-RECORD
        END-STRING
        WRITE BACKOUT-RPT-RECORD
    ELSE
        IF WS-GEN-COUNT < 50
            ADD 1 TO WS-GEN-COUNT
            MOVE GEN-VESSEL-ID TO WS-GEN-ID(WS-GEN-COUNT)
            MOVE GEN-LAST-GENERATION TO WS-GEN-LAST(WS-GEN-COUNT)
            MOVE GEN-PRIOR-GENERATION TO WS-GEN-PRIOR(WS-GEN-COUNT)
            MOVE GEN-MERGE-DATE TO WS-GEN-MERGE-DATE(WS-GEN-COUNT)
            IF GEN-MERGE-DATE = WS-BACKOUT-DATE
                ADD 1 TO WS-GEN-ROLLED
                MOVE GEN-LAST-GENERATION TO WS-GEN-OLD-LAST
                MOVE GEN-PRIOR-GENERATION TO WS-GEN-LAST(WS-GEN-COUNT)
                MOVE 0000 TO WS-GEN-PRIOR(WS-GEN-COUNT)
                MOVE 000000 TO WS-GEN-MERGE-DATE(WS-GEN-COUNT)
                MOVE SPACES TO BACKOUT-RPT-RECORD
                STRING "VESSEL " DELIMITED BY SIZE
                       GEN-VESSEL-ID DELIMITED BY SIZE
                       " - FEED GENERATION " DELIMITED BY SIZE
                       WS-GEN-OLD-LAST DELIMITED BY SIZE
                       " ROLLED BACK TO " DELIMITED BY SIZE
                       GEN-PRIOR-GENERATION DELIMITED BY SIZE
                    INTO BACKOUT-RPT-RECORD
                END-STRING
                WRITE BACKOUT-RPT-RECORD
            END-IF
        ELSE
            DISPLAY "GENERATION TABLE FULL - RUN ABORTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM 027-READ-GEN-CONTROL.

029-WRITE-GEN-RECORD.
    MOVE SPACES TO GEN-CONTROL-RECORD.
    MOVE WS-GEN-ID(WS-GEN-SUB) TO GEN-VESSEL-ID.
    MOVE WS-GEN-LAST(WS-GEN-SUB) TO GEN-LAST-GENERATION.
    MOVE WS-GEN-PRIOR(WS-GEN-SUB) TO GEN-PRIOR-GENERATION.
    MOVE WS-GEN-MERGE-DATE(WS-GEN-SUB) TO GEN-MERGE-DATE.
    WRITE NEW-GEN-CONTROL-RECORD FROM GEN-CONTROL-RECORD.
    ADD 1 TO WS-GEN-AFTER.
    ADD 1 TO WS-GEN-SUB.

030-CHECK-CLOSED-VESSEL.
    MOVE 1 TO WS-VD-SUB.
    MOVE 0 TO WS-VD-FIND-SUB.
    PERFORM 033-SCAN-CLOSED-VESSEL
        UNTIL WS-VD-FIND-SUB > 0
        OR WS-VD-SUB > WS-VD-COUNT.
    IF WS-VD-FIND-SUB > 0
        ADD 1 TO WS-WARNING-COUNT
        MOVE SPACES TO BACKOUT-RPT-RECORD
        STRING "  *** VESSEL " DELIMITED BY SIZE
               EXTRACT-VESSEL-ID DELIMITED BY SIZE
               " VOYAGE CLOSED ON " DELIMITED BY SIZE
               EXTRACT-RUN-DATE DELIMITED BY SIZE
               " AFTER THIS HELM PASS - CLOSE-OUT MUST BE REVIEWED"
                   DELIMITED BY SIZE
            INTO BACKOUT-RPT-RECORD
        END-STRING
        WRITE BACKOUT-RPT-RECORD
    END-IF.

031-SCAN-VESSEL-DAY.
    IF WS-VD-VESSEL(WS-VD-SCAN-SUB) = WS-MATCH-VESSEL
        AND WS-VD-DAY(WS-VD-SCAN-SUB) = WS-MATCH-DAY
        MOVE WS-VD-SCAN-SUB TO WS-VD-FIND-SUB
    END-IF.
    ADD 1 TO WS-VD-SCAN-SUB.

032-WRITE-BACKOUT-TOTALS.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "VESSEL-DAYS BACKED OUT . . . . . . : " DELIMITED BY SIZE
           WS-VD-COUNT DELIMITED BY SIZE
           " - LAST CLOSED DAY " DELIMITED BY SIZE
           WS-MAX-EXTRACT-DAY DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    WRITE BACKOUT-RPT-RECORD.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "FILE               BEFORE   REMOVED     AFTER"
               DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "POSJRNLN         " DELIMITED BY SIZE
           WS-JRNL-BEFORE DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-JRNL-REMOVED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-JRNL-AFTER DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "FLTEXTRN         " DELIMITED BY SIZE
           WS-XTR-BEFORE DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-XTR-REMOVED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-XTR-AFTER DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "DAYBRKN          " DELIMITED BY SIZE
           WS-DBK-BEFORE DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-DBK-REMOVED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-DBK-AFTER DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "EXTMSTRN         " DELIMITED BY SIZE
           WS-MSTR-BEFORE DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-MSTR-REMOVED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-MSTR-AFTER DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    WRITE BACKOUT-RPT-RECORD.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "FILE               BEFORE  REVERSED     AFTER"
               DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "RUNLOGN          " DELIMITED BY SIZE
           WS-RUNS-BEFORE DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-RUNS-REVERSED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-RUNS-AFTER DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    IF WS-STNSTAT-PRESENT
        STRING "STNSTATN         " DELIMITED BY SIZE
               WS-STNS-BEFORE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-STNS-REVERSED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-STNS-AFTER DELIMITED BY SIZE
            INTO BACKOUT-RPT-RECORD
        END-STRING
    ELSE
        MOVE "STNSTATN         NOT PRESENT - NOTHING TO REVERSE"
            TO BACKOUT-RPT-RECORD
    END-IF.
    WRITE BACKOUT-RPT-RECORD.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    WRITE BACKOUT-RPT-RECORD.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    IF WS-GENCTL-PRESENT
        STRING "GENCTL VESSELS BEFORE . . . . . . : " DELIMITED BY SIZE
               WS-GEN-BEFORE DELIMITED BY SIZE
               "  ROLLED BACK: " DELIMITED BY SIZE
               WS-GEN-ROLLED DELIMITED BY SIZE
               "  WITHDRAWN: " DELIMITED BY SIZE
               WS-GEN-DROPPED DELIMITED BY SIZE
               "  AFTER: " DELIMITED BY SIZE
               WS-GEN-AFTER DELIMITED BY SIZE
            INTO BACKOUT-RPT-RECORD
        END-STRING
    ELSE
        MOVE "GENCTL NOT PRESENT - NO FEED GENERATIONS TO ROLL BACK"
            TO BACKOUT-RPT-RECORD
    END-IF.
    WRITE BACKOUT-RPT-RECORD.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    IF WS-HULLWEAR-PRESENT
        STRING "HULLWEAR VESSELS CHECKED . . . . : " DELIMITED BY SIZE
               WS-HWR-VESSELS DELIMITED BY SIZE
               "  NONE HOLD WEAR FROM THE BACKED-OUT PASS"
                   DELIMITED BY SIZE
            INTO BACKOUT-RPT-RECORD
        END-STRING
    ELSE
        MOVE "HULLWEAR NOT PRESENT - NO HULL WEAR TO BACK OUT"
            TO BACKOUT-RPT-RECORD
    END-IF.
    WRITE BACKOUT-RPT-RECORD.

    IF WS-WARNING-COUNT > 0
        MOVE SPACES TO BACKOUT-RPT-RECORD
        STRING "  *** CLOSE-OUT WARNINGS . . . . . : " DELIMITED BY SIZE
               WS-WARNING-COUNT DELIMITED BY SIZE
            INTO BACKOUT-RPT-RECORD
        END-STRING
        WRITE BACKOUT-RPT-RECORD
    END-IF.

    MOVE SPACES TO BACKOUT-RPT-RECORD.
    WRITE BACKOUT-RPT-RECORD.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "PROMOTE THE NEW GENERATIONS AND RUN AOC-OUTPUT-BALANCE"
               DELIMITED BY SIZE
           " TO PROVE THE BACKOUT CLEAN" DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

033-SCAN-CLOSED-VESSEL.
    IF WS-VD-VESSEL(WS-VD-SUB) = EXTRACT-VESSEL-ID
        MOVE WS-VD-SUB TO WS-VD-FIND-SUB
    END-IF.
    ADD 1 TO WS-VD-SUB.

034-WRITE-RUN-CONTROL.
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
    MOVE WS-BACKOUT-DATE TO RCTL-BUSINESS-DATE.
    MOVE "AOCDAY2" TO RCTL-STEP-ID.
    MOVE "E" TO RCTL-EVENT.
    MOVE WS-CTL-TIME TO RCTL-EVENT-TIME.
    MOVE "R" TO RCTL-STATUS.
    MOVE 00 TO RCTL-RETURN-CODE.
    WRITE RUN-CONTROL-RECORD.
    CLOSE RUN-CONTROL-FILE.
    MOVE SPACES TO BACKOUT-RPT-RECORD.
    STRING "RUN-CONTROL LEDGER - HELM PASS FLAGGED REVERSED FOR "
               DELIMITED BY SIZE
           "BUSINESS DATE " DELIMITED BY SIZE
           WS-BACKOUT-DATE DELIMITED BY SIZE
        INTO BACKOUT-RPT-RECORD
    END-STRING.
    WRITE BACKOUT-RPT-RECORD.

035-CHECK-HULL-WEAR.
    MOVE "N" TO WS-HULLWEAR-EOF-SWITCH.
    OPEN INPUT HULL-WEAR-FILE.
    IF WS-HULLWEAR-STATUS = "35"
        MOVE "N" TO WS-HULLWEAR-PRESENT-SWITCH
    ELSE
        IF WS-HULLWEAR-STATUS NOT = "00"
            DISPLAY "ERROR OPENING HULL-WEAR-FILE, STATUS: "
                WS-HULLWEAR-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-HULLWEAR-PRESENT-SWITCH
        PERFORM 036-READ-HULL-WEAR
        PERFORM 037-NOTE-HULL-WEAR UNTIL WS-HULLWEAR-EOF
        CLOSE HULL-WEAR-FILE
    END-IF.
    IF WS-HWR-WORN > 0
        DISPLAY "HULLWEAR HOLDS WEAR FROM RUN DATE " WS-BACKOUT-DATE
            " OR LATER FOR " WS-HWR-WORN " VESSEL(S)"
        DISPLAY "RESTORE THE HULLWEAR GENERATION FROM BEFORE THAT "
            "HULL WEAR PASS, THEN RERUN THE BACKOUT"
        DISPLAY "RUN ABORTED - NO FILES BACKED OUT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

036-READ-HULL-WEAR.
    READ HULL-WEAR-FILE
        AT END
            MOVE "Y" TO WS-HULLWEAR-EOF-SWITCH
    END-READ.

037-NOTE-HULL-WEAR.
    ADD 1 TO WS-HWR-VESSELS.
    IF HWR-LAST-RUN-DATE NOT < WS-BACKOUT-DATE
        ADD 1 TO WS-HWR-WORN
    END-IF.
    PERFORM 036-READ-HULL-WEAR.
