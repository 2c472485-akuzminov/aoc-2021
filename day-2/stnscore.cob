IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-STATION-SCORECARD.
AUTHOR. ANDREY KUZMINOV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "PARMFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT STATION-STATS-FILE ASSIGN TO "STNSTAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STNSTAT-STATUS.

            SELECT SCORECARD-RPT-FILE ASSIGN TO "STNSCORE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STNSCORE-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PARM-FILE.
            COPY PARMREC.

        FD STATION-STATS-FILE.
            COPY STNSREC.

        FD SCORECARD-RPT-FILE.
            01 SCORECARD-RPT-RECORD PIC X(132).

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-STNSTAT-STATUS PIC X(02) VALUE "00".
        77 WS-STNSCORE-STATUS PIC X(02) VALUE "00".
        77 WS-PARM-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-PARM-FOUND VALUE "Y".
        77 WS-STNS-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-STNS-EOF VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-FROM-DATE PIC 9(6) VALUE 000000.
        77 WS-TO-DATE PIC 9(6) VALUE 000000.
        77 WS-FROM-DATE-ED PIC 99/99/99.
        77 WS-TO-DATE-ED PIC 99/99/99.
        77 WS-REJECT-PCT-LIMIT PIC 9(3) VALUE 000.
        77 WS-STATS-READ PIC 9(6) VALUE 000000.
        77 WS-STATS-IN-PERIOD PIC 9(6) VALUE 000000.
        77 WS-STATS-SUPERSEDED PIC 9(6) VALUE 000000.
        77 WS-NEW-GROUP-SWITCH PIC X(01) VALUE "N".
            88 WS-NEW-GROUP VALUE "Y".
        77 WS-GROUP-NO PIC 9(6) VALUE 000000.
        77 WS-GROUP-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-GROUP-STATUS PIC X(1) VALUE SPACE.
        77 WS-GS-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-GS-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-PD-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-PD-SCAN-SUB PIC 9(3) VALUE 000.
        77 WS-STATIONS-FLAGGED PIC 9(2) VALUE 00.
        77 WS-SC-SUB PIC 9(2) VALUE 00.
        77 WS-SC-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-SC-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-ORDERS-SEEN PIC 9(8) VALUE 00000000.
        77 WS-REJECT-TOTAL PIC 9(8) VALUE 00000000.
        77 WS-REJECT-PCT PIC 9(3) VALUE 000.
        77 WS-REJECT-PCT-WORK PIC 9(10) VALUE 0000000000.
        77 WS-STATION-NAME PIC X(8) VALUE SPACES.
        01 WS-SCORE-TABLE.
            05 WS-SC-COUNT PIC 9(2) VALUE 00.
            05 WS-SC-ENTRY OCCURS 10 TIMES.
                10 WS-SC-STATION-ID PIC X(8).
                10 WS-SC-RUNS PIC 9(4).
                10 WS-SC-ACCEPTED PIC 9(8).
                10 WS-SC-REJECT-DR PIC 9(8).
                10 WS-SC-REJECT-UP PIC 9(8).
                10 WS-SC-REJECT-VM PIC 9(8).
                10 WS-SC-REJECT-VR PIC 9(8).
                10 WS-SC-REJECT-TF PIC 9(8).
                10 WS-SC-ADJ-APPLIED PIC 9(8).
                10 WS-SC-BREACH PIC 9(8).
        01 WS-GROUP-STATION-TABLE.
            05 WS-GS-COUNT PIC 9(2) VALUE 00.
            05 WS-GS-STATION-ID PIC X(8) OCCURS 10 TIMES.
        01 WS-PASS-DATE-TABLE.
            05 WS-PD-COUNT PIC 9(3) VALUE 000.
            05 WS-PD-ENTRY OCCURS 400 TIMES.
                10 WS-PD-RUN-DATE PIC 9(6).
                10 WS-PD-LAST-GROUP PIC 9(6).
        01 WS-FLEET-TOTALS.
            05 WS-FT-ACCEPTED PIC 9(8) VALUE 00000000.
            05 WS-FT-REJECT-DR PIC 9(8) VALUE 00000000.
            05 WS-FT-REJECT-UP PIC 9(8) VALUE 00000000.
            05 WS-FT-REJECT-VM PIC 9(8) VALUE 00000000.
            05 WS-FT-REJECT-VR PIC 9(8) VALUE 00000000.
            05 WS-FT-REJECT-TF PIC 9(8) VALUE 00000000.
            05 WS-FT-ADJ-APPLIED PIC 9(8) VALUE 00000000.
            05 WS-FT-BREACH PIC 9(8) VALUE 00000000.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 002-READ-PARM-CARD.
    PERFORM 018-FIND-LATEST-PASSES.

    MOVE "N" TO WS-STNS-EOF-SWITCH.
    MOVE 000000 TO WS-GROUP-NO.
    MOVE 00 TO WS-GS-COUNT.
    OPEN INPUT STATION-STATS-FILE.
    IF WS-STNSTAT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING STATION-STATS-FILE, STATUS: "
            WS-STNSTAT-STATUS
        DISPLAY "STATION STATISTICS LOG IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 003-READ-STATION-STATS.
    PERFORM 004-ACCUMULATE-STATION-STATS UNTIL WS-STNS-EOF.
    CLOSE STATION-STATS-FILE.

    OPEN OUTPUT SCORECARD-RPT-FILE.
    IF WS-STNSCORE-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SCORECARD-RPT-FILE, STATUS: "
            WS-STNSCORE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING "HELM STATION QUALITY SCORECARD - RUN DATE: "
               DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.

    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING "PERIOD: " DELIMITED BY SIZE
           WS-FROM-DATE-ED DELIMITED BY SIZE
           " THRU " DELIMITED BY SIZE
           WS-TO-DATE-ED DELIMITED BY SIZE
           " - STATION REJECT LIMIT: " DELIMITED BY SIZE
           WS-REJECT-PCT-LIMIT DELIMITED BY SIZE
           " PCT" DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.

    MOVE SPACES TO SCORECARD-RPT-RECORD.
    WRITE SCORECARD-RPT-RECORD.

    IF WS-SC-COUNT = 0
        MOVE "NO STATION STATISTICS ON FILE FOR THE PERIOD"
            TO SCORECARD-RPT-RECORD
        WRITE SCORECARD-RPT-RECORD
    ELSE
        PERFORM 008-WRITE-COLUMN-HEADINGS
        MOVE 1 TO WS-SC-SUB
        PERFORM 009-WRITE-STATION-LINE UNTIL WS-SC-SUB > WS-SC-COUNT
        PERFORM 011-WRITE-FLEET-LINE
    END-IF.

    PERFORM 012-WRITE-SCORECARD-TOTALS.
    CLOSE SCORECARD-RPT-FILE.
    IF WS-STATIONS-FLAGGED > 0
        MOVE 4 TO RETURN-CODE
        DISPLAY "STATION SCORECARD FLAGGED " WS-STATIONS-FLAGGED
            " STATION(S) OVER REJECT LIMIT - SEE STNSCORE"
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
    IF PARM-SCORE-FROM-DATE NOT NUMERIC
        OR PARM-SCORE-TO-DATE NOT NUMERIC
        OR PARM-SCORE-TO-DATE < PARM-SCORE-FROM-DATE
        DISPLAY "INVALID SCORECARD PERIOD ON CONTROL CARD: "
            PARM-SCORE-FROM-DATE " " PARM-SCORE-TO-DATE
        DISPLAY "RUN ABORTED - NO STATION STATISTICS PROCESSED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF PARM-REJECT-PCT NOT NUMERIC OR PARM-REJECT-PCT > 100
        DISPLAY "INVALID REJECT PERCENT ON CONTROL CARD: "
            PARM-REJECT-PCT
        DISPLAY "RUN ABORTED - NO STATION STATISTICS PROCESSED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PARM-SCORE-FROM-DATE TO WS-FROM-DATE.
    MOVE PARM-SCORE-TO-DATE TO WS-TO-DATE.
    MOVE WS-FROM-DATE TO WS-FROM-DATE-ED.
    MOVE WS-TO-DATE TO WS-TO-DATE-ED.
    MOVE PARM-REJECT-PCT TO WS-REJECT-PCT-LIMIT.

003-READ-STATION-STATS.
    READ STATION-STATS-FILE
        AT END
            MOVE "Y" TO WS-STNS-EOF-SWITCH
    END-READ.

004-ACCUMULATE-STATION-STATS.
    ADD 1 TO WS-STATS-READ.
    PERFORM 013-NOTE-PASS-GROUP.
    IF STNS-RUN-DATE NOT < WS-FROM-DATE
        AND STNS-RUN-DATE NOT > WS-TO-DATE
        AND (STNS-RUN-COMPLETE OR STNS-RUN-FAILED OR STNS-RUN-HALTED)
        ADD 1 TO WS-STATS-IN-PERIOD
        PERFORM 016-FIND-PASS-DATE
        IF WS-PD-LAST-GROUP(WS-PD-FIND-SUB) = WS-GROUP-NO
            PERFORM 005-FIND-SCORE-ENTRY
            IF WS-SC-FIND-SUB > 0
                PERFORM 007-ADD-STATION-STATS
            END-IF
        ELSE
            ADD 1 TO WS-STATS-SUPERSEDED
        END-IF
    END-IF.
    PERFORM 003-READ-STATION-STATS.

005-FIND-SCORE-ENTRY.
    MOVE 0 TO WS-SC-FIND-SUB.
    MOVE 1 TO WS-SC-SCAN-SUB.
    PERFORM 006-SCAN-SCORE-ENTRY
        UNTIL WS-SC-FIND-SUB > 0
        OR WS-SC-SCAN-SUB > WS-SC-COUNT.
    IF WS-SC-FIND-SUB = 0
        IF WS-SC-COUNT < 10
            ADD 1 TO WS-SC-COUNT
            MOVE WS-SC-COUNT TO WS-SC-FIND-SUB
            MOVE STNS-STATION-ID TO WS-SC-STATION-ID(WS-SC-FIND-SUB)
            MOVE 0000 TO WS-SC-RUNS(WS-SC-FIND-SUB)
            MOVE 00000000 TO WS-SC-ACCEPTED(WS-SC-FIND-SUB)
            MOVE 00000000 TO WS-SC-REJECT-DR(WS-SC-FIND-SUB)
            MOVE 00000000 TO WS-SC-REJECT-UP(WS-SC-FIND-SUB)
            MOVE 00000000 TO WS-SC-REJECT-VM(WS-SC-FIND-SUB)
            MOVE 00000000 TO WS-SC-REJECT-VR(WS-SC-FIND-SUB)
            MOVE 00000000 TO WS-SC-REJECT-TF(WS-SC-FIND-SUB)
            MOVE 00000000 TO WS-SC-ADJ-APPLIED(WS-SC-FIND-SUB)
            MOVE 00000000 TO WS-SC-BREACH(WS-SC-FIND-SUB)
        ELSE
            DISPLAY "STATION TABLE FULL - RECORD IGNORED: "
                STATION-STATS-RECORD
        END-IF
    END-IF.

006-SCAN-SCORE-ENTRY.
    IF WS-SC-STATION-ID(WS-SC-SCAN-SUB) = STNS-STATION-ID
        MOVE WS-SC-SCAN-SUB TO WS-SC-FIND-SUB
    END-IF.
    ADD 1 TO WS-SC-SCAN-SUB.

007-ADD-STATION-STATS.
    ADD 1 TO WS-SC-RUNS(WS-SC-FIND-SUB).
    ADD STNS-ACCEPTED-COUNT TO WS-SC-ACCEPTED(WS-SC-FIND-SUB).
    ADD STNS-REJECT-DR-COUNT TO WS-SC-REJECT-DR(WS-SC-FIND-SUB).
    ADD STNS-REJECT-UP-COUNT TO WS-SC-REJECT-UP(WS-SC-FIND-SUB).
    ADD STNS-REJECT-VM-COUNT TO WS-SC-REJECT-VM(WS-SC-FIND-SUB).
    ADD STNS-REJECT-VR-COUNT TO WS-SC-REJECT-VR(WS-SC-FIND-SUB).
    ADD STNS-REJECT-TF-COUNT TO WS-SC-REJECT-TF(WS-SC-FIND-SUB).
    ADD STNS-ADJ-APPLIED-COUNT TO WS-SC-ADJ-APPLIED(WS-SC-FIND-SUB).
    ADD STNS-BREACH-COUNT TO WS-SC-BREACH(WS-SC-FIND-SUB).
    ADD STNS-ACCEPTED-COUNT TO WS-FT-ACCEPTED.
    ADD STNS-REJECT-DR-COUNT TO WS-FT-REJECT-DR.
    ADD STNS-REJECT-UP-COUNT TO WS-FT-REJECT-UP.
    ADD STNS-REJECT-VM-COUNT TO WS-FT-REJECT-VM.
    ADD STNS-REJECT-VR-COUNT TO WS-FT-REJECT-VR.
    ADD STNS-REJECT-TF-COUNT TO WS-FT-REJECT-TF.
    ADD STNS-ADJ-APPLIED-COUNT TO WS-FT-ADJ-APPLIED.
    ADD STNS-BREACH-COUNT TO WS-FT-BREACH.

008-WRITE-COLUMN-HEADINGS.
    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING "STATION  RUNS ACCEPTED REJ-DR   REJ-UP   REJ-VM   "
               DELIMITED BY SIZE
           "REJ-VR   REJ-TF      PCT   ADJUSTED BREACHES"
               DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.

009-WRITE-STATION-LINE.
    ADD WS-SC-REJECT-DR(WS-SC-SUB) WS-SC-REJECT-UP(WS-SC-SUB)
        WS-SC-REJECT-VM(WS-SC-SUB) WS-SC-REJECT-VR(WS-SC-SUB)
        WS-SC-REJECT-TF(WS-SC-SUB) GIVING WS-REJECT-TOTAL.
    ADD WS-SC-ACCEPTED(WS-SC-SUB) WS-REJECT-TOTAL
        GIVING WS-ORDERS-SEEN.
    PERFORM 010-COMPUTE-REJECT-PCT.
    IF WS-SC-STATION-ID(WS-SC-SUB) = SPACES
        MOVE "(NONE)" TO WS-STATION-NAME
    ELSE
        MOVE WS-SC-STATION-ID(WS-SC-SUB) TO WS-STATION-NAME
    END-IF.
    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING WS-STATION-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SC-RUNS(WS-SC-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SC-ACCEPTED(WS-SC-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SC-REJECT-DR(WS-SC-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SC-REJECT-UP(WS-SC-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SC-REJECT-VM(WS-SC-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SC-REJECT-VR(WS-SC-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SC-REJECT-TF(WS-SC-SUB) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-REJECT-PCT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-SC-ADJ-APPLIED(WS-SC-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SC-BREACH(WS-SC-SUB) DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.
    IF WS-REJECT-PCT > WS-REJECT-PCT-LIMIT
        ADD 1 TO WS-STATIONS-FLAGGED
        MOVE SPACES TO SCORECARD-RPT-RECORD
        STRING "  *** STATION " DELIMITED BY SIZE
               WS-STATION-NAME DELIMITED BY SIZE
               " REJECTED " DELIMITED BY SIZE
               WS-REJECT-PCT DELIMITED BY SIZE
               " PCT OF ITS ORDERS - LIMIT " DELIMITED BY SIZE
               WS-REJECT-PCT-LIMIT DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
            INTO SCORECARD-RPT-RECORD
        END-STRING
        WRITE SCORECARD-RPT-RECORD
    END-IF.
    ADD 1 TO WS-SC-SUB.

010-COMPUTE-REJECT-PCT.
    MOVE 000 TO WS-REJECT-PCT.
    IF WS-ORDERS-SEEN > 0
        MULTIPLY WS-REJECT-TOTAL BY 100 GIVING WS-REJECT-PCT-WORK
        DIVIDE WS-REJECT-PCT-WORK BY WS-ORDERS-SEEN
            GIVING WS-REJECT-PCT-WORK
        MOVE WS-REJECT-PCT-WORK TO WS-REJECT-PCT
    END-IF.

011-WRITE-FLEET-LINE.
    ADD WS-FT-REJECT-DR WS-FT-REJECT-UP WS-FT-REJECT-VM
        WS-FT-REJECT-VR WS-FT-REJECT-TF GIVING WS-REJECT-TOTAL.
    ADD WS-FT-ACCEPTED WS-REJECT-TOTAL GIVING WS-ORDERS-SEEN.
    PERFORM 010-COMPUTE-REJECT-PCT.
    MOVE SPACES TO SCORECARD-RPT-RECORD.
    WRITE SCORECARD-RPT-RECORD.
    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING "FLEET         " DELIMITED BY SIZE
           WS-FT-ACCEPTED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FT-REJECT-DR DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FT-REJECT-UP DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FT-REJECT-VM DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FT-REJECT-VR DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FT-REJECT-TF DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-REJECT-PCT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-FT-ADJ-APPLIED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FT-BREACH DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.

012-WRITE-SCORECARD-TOTALS.
    MOVE SPACES TO SCORECARD-RPT-RECORD.
    WRITE SCORECARD-RPT-RECORD.

    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING "STATISTICS RECORDS READ . . . . . . : " DELIMITED BY SIZE
           WS-STATS-READ DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.

    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING "STATISTICS RECORDS IN PERIOD . . . : " DELIMITED BY SIZE
           WS-STATS-IN-PERIOD DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.

    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING "STATISTICS RECORDS SUPERSEDED . . . : " DELIMITED BY SIZE
           WS-STATS-SUPERSEDED DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.

    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING "STATIONS SCORED . . . . . . . . . . : " DELIMITED BY SIZE
           WS-SC-COUNT DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.

    MOVE SPACES TO SCORECARD-RPT-RECORD.
    STRING "STATIONS OVER REJECT LIMIT . . . . : " DELIMITED BY SIZE
           WS-STATIONS-FLAGGED DELIMITED BY SIZE
        INTO SCORECARD-RPT-RECORD
    END-STRING.
    WRITE SCORECARD-RPT-RECORD.

013-NOTE-PASS-GROUP.
    MOVE "N" TO WS-NEW-GROUP-SWITCH.
    IF WS-GROUP-NO = 0
        OR STNS-RUN-DATE NOT = WS-GROUP-RUN-DATE
        OR STNS-RUN-STATUS NOT = WS-GROUP-STATUS
        MOVE "Y" TO WS-NEW-GROUP-SWITCH
    ELSE
        MOVE 0 TO WS-GS-FIND-SUB
        MOVE 1 TO WS-GS-SCAN-SUB
        PERFORM 014-SCAN-GROUP-STATION
            UNTIL WS-GS-FIND-SUB > 0
            OR WS-GS-SCAN-SUB > WS-GS-COUNT
        IF WS-GS-FIND-SUB > 0 OR WS-GS-COUNT NOT < 10
            MOVE "Y" TO WS-NEW-GROUP-SWITCH
        END-IF
    END-IF.
    IF WS-NEW-GROUP
        ADD 1 TO WS-GROUP-NO
        MOVE STNS-RUN-DATE TO WS-GROUP-RUN-DATE
        MOVE STNS-RUN-STATUS TO WS-GROUP-STATUS
        MOVE 00 TO WS-GS-COUNT
    END-IF.
    ADD 1 TO WS-GS-COUNT.
    MOVE STNS-STATION-ID TO WS-GS-STATION-ID(WS-GS-COUNT).

014-SCAN-GROUP-STATION.
    IF WS-GS-STATION-ID(WS-GS-SCAN-SUB) = STNS-STATION-ID
        MOVE WS-GS-SCAN-SUB TO WS-GS-FIND-SUB
    END-IF.
    ADD 1 TO WS-GS-SCAN-SUB.

015-NOTE-LATEST-PASS.
    PERFORM 013-NOTE-PASS-GROUP.
    IF STNS-RUN-DATE NOT < WS-FROM-DATE
        AND STNS-RUN-DATE NOT > WS-TO-DATE
        AND (STNS-RUN-COMPLETE OR STNS-RUN-FAILED OR STNS-RUN-HALTED)
        PERFORM 016-FIND-PASS-DATE
        MOVE WS-GROUP-NO TO WS-PD-LAST-GROUP(WS-PD-FIND-SUB)
    END-IF.
    PERFORM 003-READ-STATION-STATS.

016-FIND-PASS-DATE.
    MOVE 0 TO WS-PD-FIND-SUB.
    MOVE 1 TO WS-PD-SCAN-SUB.
    PERFORM 017-SCAN-PASS-DATE
        UNTIL WS-PD-FIND-SUB > 0
        OR WS-PD-SCAN-SUB > WS-PD-COUNT.
    IF WS-PD-FIND-SUB = 0
        IF WS-PD-COUNT < 400
            ADD 1 TO WS-PD-COUNT
            MOVE WS-PD-COUNT TO WS-PD-FIND-SUB
            MOVE STNS-RUN-DATE TO WS-PD-RUN-DATE(WS-PD-FIND-SUB)
            MOVE 000000 TO WS-PD-LAST-GROUP(WS-PD-FIND-SUB)
        ELSE
            DISPLAY "RUN DATE TABLE FULL - RUN ABORTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

017-SCAN-PASS-DATE.
    IF WS-PD-RUN-DATE(WS-PD-SCAN-SUB) = STNS-RUN-DATE
        MOVE WS-PD-SCAN-SUB TO WS-PD-FIND-SUB
    END-IF.
    ADD 1 TO WS-PD-SCAN-SUB.

018-FIND-LATEST-PASSES.
    OPEN INPUT STATION-STATS-FILE.
    IF WS-STNSTAT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING STATION-STATS-FILE, STATUS: "
            WS-STNSTAT-STATUS
        DISPLAY "STATION STATISTICS LOG IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 003-READ-STATION-STATS.
    PERFORM 015-NOTE-LATEST-PASS UNTIL WS-STNS-EOF.
    CLOSE STATION-STATS-FILE.
