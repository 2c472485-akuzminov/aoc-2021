IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-HULL-WEAR.
AUTHOR. ANDREY KUZMINOV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VESSEL-MASTER-FILE ASSIGN TO "VESLMSTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLMSTR-STATUS.

            SELECT SERVICE-INTERVAL-FILE ASSIGN TO "SVCINTV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SVCINTV-STATUS.

            SELECT OLD-WEAR-FILE ASSIGN TO "HULLWEAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OLD-WEAR-STATUS.

            SELECT NEW-WEAR-FILE ASSIGN TO "HULLWEARN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEW-WEAR-STATUS.

            SELECT EXTRACT-MASTER-FILE ASSIGN TO "EXTMSTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXTMSTR-STATUS.

            SELECT POSITION-JRNL-FILE ASSIGN TO "POSJRNL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JRNL-KEY
                FILE STATUS IS WS-POSJRNL-STATUS.

            SELECT SERVICE-DONE-FILE ASSIGN TO "SVCDONE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SVCDONE-STATUS.

            SELECT MAINT-RPT-FILE ASSIGN TO "MAINTRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MAINTRPT-STATUS.

            SELECT OUT-OF-SERVICE-FILE ASSIGN TO "OOSLIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OOSLIST-STATUS.

            SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNLOG-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD VESSEL-MASTER-FILE.
            COPY VESLREC.

        FD SERVICE-INTERVAL-FILE.
            COPY SVCIREC.

        FD OLD-WEAR-FILE.
            COPY HWRREC.

        FD NEW-WEAR-FILE.
            01 NEW-WEAR-RECORD PIC X(60).

        FD EXTRACT-MASTER-FILE.
            COPY EXTRREC.

        FD POSITION-JRNL-FILE.
            COPY JRNLREC.

        FD SERVICE-DONE-FILE.
            COPY SVCDREC.

        FD MAINT-RPT-FILE.
            01 MAINT-RPT-RECORD PIC X(132).

        FD OUT-OF-SERVICE-FILE.
            COPY OOSLREC.

        FD RUN-LOG-FILE.
            COPY RUNSREC.

        FD RUN-CONTROL-FILE.
            COPY RCTLREC.

    WORKING-STORAGE SECTION.
        77 WS-VESLMSTR-STATUS PIC X(02) VALUE "00".
        77 WS-SVCINTV-STATUS PIC X(02) VALUE "00".
        77 WS-OLD-WEAR-STATUS PIC X(02) VALUE "00".
        77 WS-NEW-WEAR-STATUS PIC X(02) VALUE "00".
        77 WS-EXTMSTR-STATUS PIC X(02) VALUE "00".
        77 WS-POSJRNL-STATUS PIC X(02) VALUE "00".
        77 WS-SVCDONE-STATUS PIC X(02) VALUE "00".
        77 WS-MAINTRPT-STATUS PIC X(02) VALUE "00".
        77 WS-OOSLIST-STATUS PIC X(02) VALUE "00".
        77 WS-RUNLOG-STATUS PIC X(02) VALUE "00".
        77 WS-RUNCTL-STATUS PIC X(02) VALUE "00".
        77 WS-VM-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-VM-EOF VALUE "Y".
        77 WS-SI-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-SI-EOF VALUE "Y".
        77 WS-WEAR-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-WEAR-EOF VALUE "Y".
        77 WS-MASTER-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-MASTER-EOF VALUE "Y".
        77 WS-JRNL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-JRNL-EOF VALUE "Y".
        77 WS-SD-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-SD-EOF VALUE "Y".
        77 WS-DOWN-PENDING-SWITCH PIC X(01) VALUE "N".
            88 WS-DOWN-PENDING VALUE "Y".
        77 WS-RUNLOG-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNLOG-EOF VALUE "Y".
        77 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-RUNCTL-EOF VALUE "Y".
        77 WS-CYCLES-SKIPPED-SWITCH PIC X(01) VALUE "N".
            88 WS-CYCLES-SKIPPED VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-WEAR-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-JRNL-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-HW-SUB PIC 9(2) VALUE 00.
        77 WS-HW-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-HW-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-SI-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-SI-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-MATCH-VESSEL PIC X(8) VALUE SPACES.
        77 WS-JV-VESSEL PIC X(8) VALUE SPACES.
        77 WS-JV-DAY PIC 9(4) VALUE 0000.
        77 WS-JV-SUB PIC 9(2) VALUE 00.
        77 WS-JV-IN-RUN-SWITCH PIC X(01) VALUE "N".
            88 WS-JV-IN-RUN VALUE "Y".
        77 WS-RD-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-RD-SCAN-SUB PIC 9(3) VALUE 000.
        77 WS-SINCE-VALUE PIC 9(10) VALUE 0000000000.
        77 WS-INTERVAL-VALUE PIC 9(10) VALUE 0000000000.
        77 WS-PCT-WORK PIC 9(13) VALUE 0000000000000.
        77 WS-PCT PIC 9(5) VALUE 00000.
        77 WS-MEASURE-NAME PIC X(20) VALUE SPACES.
        77 WS-MEASURE-FLAG PIC X(1) VALUE "N".
        77 WS-MEASURE-TEXT PIC X(12) VALUE SPACES.
        77 WS-VESSEL-STATE PIC X(1) VALUE SPACE.
            88 WS-VESSEL-OK VALUE "O".
            88 WS-VESSEL-DUE-SOON VALUE "D".
            88 WS-VESSEL-OUT VALUE "X".
        77 WS-DAYS-ADDED PIC 9(6) VALUE 000000.
        77 WS-ORDERS-SCANNED PIC 9(6) VALUE 000000.
        77 WS-CYCLES-ADDED PIC 9(6) VALUE 000000.
        77 WS-EARLIER-DAYS PIC 9(6) VALUE 000000.
        77 WS-VESSELS-REPORTED PIC 9(4) VALUE 0000.
        77 WS-VESSELS-DUE-SOON PIC 9(4) VALUE 0000.
        77 WS-VESSELS-OUT PIC 9(4) VALUE 0000.
        77 WS-VESSELS-NO-INTERVAL PIC 9(4) VALUE 0000.
        77 WS-SERVICE-APPLIED PIC 9(4) VALUE 0000.
        77 WS-SERVICE-REJECTED PIC 9(4) VALUE 0000.
        77 WS-REJECT-REASON PIC X(40) VALUE SPACES.
        77 WS-CTL-MY-STEP PIC 9(2) VALUE 06.
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
        COPY RCTLSTRM.
        01 WS-SVC-INTERVAL-TABLE.
            05 WS-SI-COUNT PIC 9(2) VALUE 00.
            05 WS-SI-ENTRY OCCURS 20 TIMES.
                10 WS-SI-CLASS PIC X(8).
                10 WS-SI-DEPTH-BAND PIC 9(10).
                10 WS-SI-FORWARD-INTERVAL PIC 9(10).
                10 WS-SI-CYCLE-INTERVAL PIC 9(6).
                10 WS-SI-BAND-DAY-INTERVAL PIC 9(4).
                10 WS-SI-WARN-PCT PIC 9(3).
        01 WS-RUN-DAY-TABLE.
            05 WS-RD-COUNT PIC 9(3) VALUE 000.
            05 WS-RD-ENTRY OCCURS 300 TIMES.
                10 WS-RD-VESSEL-ID PIC X(8).
                10 WS-RD-DAY PIC 9(4).
        01 WS-HULL-WEAR-TABLE.
            05 WS-HW-COUNT PIC 9(2) VALUE 00.
            05 WS-HW-ENTRY OCCURS 50 TIMES.
                10 WS-HW-ID PIC X(8).
                10 WS-HW-CLASS PIC X(8).
                10 WS-HW-VM-STATUS PIC X(1).
                    88 WS-HW-ON-MASTER-ACTIVE VALUE "A".
                    88 WS-HW-ON-MASTER-RETIRED VALUE "R".
                10 WS-HW-SI-SUB PIC 9(2).
                10 WS-HW-LAST-RUN-DATE PIC 9(6).
                10 WS-HW-LIFE-FORWARD PIC 9(10).
                10 WS-HW-LIFE-CYCLES PIC 9(6).
                10 WS-HW-LIFE-BAND-DAYS PIC 9(4).
                10 WS-HW-SVC-FORWARD PIC 9(10).
                10 WS-HW-SVC-CYCLES PIC 9(6).
                10 WS-HW-SVC-BAND-DAYS PIC 9(4).
                10 WS-HW-LAST-SERVICE-DATE PIC 9(6).
                10 WS-HW-NEW-RUN-DATE PIC 9(6).
                10 WS-HW-FWD-FLAG PIC X(1).
                10 WS-HW-CYC-FLAG PIC X(1).
                10 WS-HW-BAND-FLAG PIC X(1).

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 042-CHECK-RUN-CONTROL.
    PERFORM 002-LOAD-SERVICE-INTERVALS.
    PERFORM 005-LOAD-WEAR-MASTER.
    PERFORM 008-LOAD-VESSEL-MASTER.

    OPEN OUTPUT MAINT-RPT-FILE.
    IF WS-MAINTRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING MAINT-RPT-FILE, STATUS: "
            WS-MAINTRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT OUT-OF-SERVICE-FILE.
    IF WS-OOSLIST-STATUS NOT = "00"
        DISPLAY "ERROR OPENING OUT-OF-SERVICE-FILE, STATUS: "
            WS-OOSLIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM 011-FIND-WEAR-RUN-DATE.
    PERFORM 036-FIND-JOURNAL-RUN-DATE.

    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "HULL WEAR AND MAINTENANCE DUE - RUN DATE: "
               DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
           " - HELM PASS ACCUMULATED: " DELIMITED BY SIZE
           WS-WEAR-RUN-DATE DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.
    MOVE SPACES TO MAINT-RPT-RECORD.
    WRITE MAINT-RPT-RECORD.

    IF WS-WEAR-RUN-DATE > 000000
        PERFORM 015-ACCUMULATE-MASTER-DAYS
        IF WS-RD-COUNT > 0
            IF WS-JRNL-RUN-DATE = WS-WEAR-RUN-DATE
                PERFORM 018-ACCUMULATE-DIVE-CYCLES
            ELSE
                MOVE "Y" TO WS-CYCLES-SKIPPED-SWITCH
                DISPLAY "POSITION JOURNAL IS NOT FROM HELM PASS "
                    WS-WEAR-RUN-DATE " - DIVE CYCLES NOT COUNTED"
                MOVE SPACES TO MAINT-RPT-RECORD
                STRING "  *** POSITION JOURNAL HOLDS HELM PASS "
                           DELIMITED BY SIZE
                       WS-JRNL-RUN-DATE DELIMITED BY SIZE
                       ", NOT " DELIMITED BY SIZE
                       WS-WEAR-RUN-DATE DELIMITED BY SIZE
                       " - DIVE CYCLES NOT COUNTED THIS RUN"
                           DELIMITED BY SIZE
                    INTO MAINT-RPT-RECORD
                END-STRING
                WRITE MAINT-RPT-RECORD
            END-IF
        END-IF
        IF WS-EARLIER-DAYS > 0
            MOVE SPACES TO MAINT-RPT-RECORD
            STRING "  *** " DELIMITED BY SIZE
                   WS-EARLIER-DAYS DELIMITED BY SIZE
                   " VESSEL-DAYS FROM EARLIER HELM PASSES ACCUMULATED"
                       DELIMITED BY SIZE
                   " - NO JOURNAL, DIVE CYCLES NOT COUNTED"
                       DELIMITED BY SIZE
                INTO MAINT-RPT-RECORD
            END-STRING
            WRITE MAINT-RPT-RECORD
        END-IF
        IF WS-CYCLES-SKIPPED OR WS-EARLIER-DAYS > 0
            MOVE SPACES TO MAINT-RPT-RECORD
            WRITE MAINT-RPT-RECORD
        END-IF
    END-IF.
    PERFORM 022-APPLY-SERVICE-CARDS.

    MOVE 1 TO WS-HW-SUB.
    PERFORM 026-REPORT-ONE-VESSEL UNTIL WS-HW-SUB > WS-HW-COUNT.
    PERFORM 030-WRITE-WEAR-MASTER.
    PERFORM 032-WRITE-MAINT-TOTALS.

    CLOSE MAINT-RPT-FILE.
    CLOSE OUT-OF-SERVICE-FILE.
    EVALUATE TRUE
        WHEN WS-SERVICE-REJECTED > 0
            MOVE 8 TO RETURN-CODE
        WHEN WS-VESSELS-OUT > 0
            MOVE 4 TO RETURN-CODE
        WHEN WS-CYCLES-SKIPPED OR WS-EARLIER-DAYS > 0
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    MOVE "E" TO WS-CTL-EVENT.
    PERFORM 046-WRITE-RUN-CONTROL.
    STOP RUN.

002-LOAD-SERVICE-INTERVALS.
    OPEN INPUT SERVICE-INTERVAL-FILE.
    IF WS-SVCINTV-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SERVICE-INTERVAL-FILE, STATUS: "
            WS-SVCINTV-STATUS
        DISPLAY "SERVICE INTERVAL FILE IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 003-READ-SERVICE-INTERVAL.
    PERFORM 004-STORE-SERVICE-INTERVAL UNTIL WS-SI-EOF.
    CLOSE SERVICE-INTERVAL-FILE.

003-READ-SERVICE-INTERVAL.
    READ SERVICE-INTERVAL-FILE
        AT END
            MOVE "Y" TO WS-SI-EOF-SWITCH
    END-READ.

004-STORE-SERVICE-INTERVAL.
    IF SVCI-CLASS = SPACES
        OR SVCI-DEPTH-BAND NOT NUMERIC
        OR SVCI-FORWARD-INTERVAL NOT NUMERIC
        OR SVCI-CYCLE-INTERVAL NOT NUMERIC
        OR SVCI-BAND-DAY-INTERVAL NOT NUMERIC
        OR SVCI-WARN-PCT NOT NUMERIC
        DISPLAY "INVALID SERVICE INTERVAL RECORD IGNORED: "
            SERVICE-INTERVAL-RECORD
    ELSE
        IF WS-SI-COUNT < 20
            ADD 1 TO WS-SI-COUNT
            MOVE SVCI-CLASS TO WS-SI-CLASS(WS-SI-COUNT)
            MOVE SVCI-DEPTH-BAND TO WS-SI-DEPTH-BAND(WS-SI-COUNT)
            MOVE SVCI-FORWARD-INTERVAL
                TO WS-SI-FORWARD-INTERVAL(WS-SI-COUNT)
            MOVE SVCI-CYCLE-INTERVAL
                TO WS-SI-CYCLE-INTERVAL(WS-SI-COUNT)
            MOVE SVCI-BAND-DAY-INTERVAL
                TO WS-SI-BAND-DAY-INTERVAL(WS-SI-COUNT)
            MOVE SVCI-WARN-PCT TO WS-SI-WARN-PCT(WS-SI-COUNT)
        ELSE
            DISPLAY "SERVICE INTERVAL TABLE FULL - RECORD IGNORED: "
                SERVICE-INTERVAL-RECORD
        END-IF
    END-IF.
    PERFORM 003-READ-SERVICE-INTERVAL.

005-LOAD-WEAR-MASTER.
    OPEN INPUT OLD-WEAR-FILE.
    IF WS-OLD-WEAR-STATUS = "35"
        DISPLAY "NO PRIOR HULL WEAR MASTER - BUILDING FIRST GENERATION"
    ELSE
        IF WS-OLD-WEAR-STATUS NOT = "00"
            DISPLAY "ERROR OPENING OLD-WEAR-FILE, STATUS: "
                WS-OLD-WEAR-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 006-READ-WEAR-MASTER
        PERFORM 007-STORE-WEAR-MASTER UNTIL WS-WEAR-EOF
        CLOSE OLD-WEAR-FILE
    END-IF.

006-READ-WEAR-MASTER.
    READ OLD-WEAR-FILE
        AT END
            MOVE "Y" TO WS-WEAR-EOF-SWITCH
    END-READ.

007-STORE-WEAR-MASTER.
    IF HWR-VESSEL-ID = SPACES
        OR HWR-LAST-RUN-DATE NOT NUMERIC
        OR HWR-LIFE-FORWARD NOT NUMERIC
        OR HWR-LIFE-CYCLES NOT NUMERIC
        OR HWR-LIFE-BAND-DAYS NOT NUMERIC
        OR HWR-SVC-FORWARD NOT NUMERIC
        OR HWR-SVC-CYCLES NOT NUMERIC
        OR HWR-SVC-BAND-DAYS NOT NUMERIC
        OR HWR-LAST-SERVICE-DATE NOT NUMERIC
        DISPLAY "INVALID HULL WEAR RECORD - RUN ABORTED: "
            HULL-WEAR-RECORD
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-HW-COUNT < 50
        ADD 1 TO WS-HW-COUNT
        PERFORM 034-CLEAR-WEAR-ENTRY
        MOVE HWR-VESSEL-ID TO WS-HW-ID(WS-HW-COUNT)
        MOVE HWR-LAST-RUN-DATE TO WS-HW-LAST-RUN-DATE(WS-HW-COUNT)
        MOVE HWR-LAST-RUN-DATE TO WS-HW-NEW-RUN-DATE(WS-HW-COUNT)
        MOVE HWR-LIFE-FORWARD TO WS-HW-LIFE-FORWARD(WS-HW-COUNT)
        MOVE HWR-LIFE-CYCLES TO WS-HW-LIFE-CYCLES(WS-HW-COUNT)
        MOVE HWR-LIFE-BAND-DAYS TO WS-HW-LIFE-BAND-DAYS(WS-HW-COUNT)
        MOVE HWR-SVC-FORWARD TO WS-HW-SVC-FORWARD(WS-HW-COUNT)
        MOVE HWR-SVC-CYCLES TO WS-HW-SVC-CYCLES(WS-HW-COUNT)
        MOVE HWR-SVC-BAND-DAYS TO WS-HW-SVC-BAND-DAYS(WS-HW-COUNT)
        MOVE HWR-LAST-SERVICE-DATE
            TO WS-HW-LAST-SERVICE-DATE(WS-HW-COUNT)
    ELSE
        DISPLAY "HULL WEAR TABLE FULL - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 006-READ-WEAR-MASTER.

008-LOAD-VESSEL-MASTER.
    OPEN INPUT VESSEL-MASTER-FILE.
    IF WS-VESLMSTR-STATUS NOT = "00"
        DISPLAY "ERROR OPENING VESSEL-MASTER-FILE, STATUS: "
            WS-VESLMSTR-STATUS
        DISPLAY "VESSEL MASTER FILE IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 009-READ-VESSEL-MASTER.
    PERFORM 010-STORE-VESSEL-MASTER UNTIL WS-VM-EOF.
    CLOSE VESSEL-MASTER-FILE.

009-READ-VESSEL-MASTER.
    READ VESSEL-MASTER-FILE
        AT END
            MOVE "Y" TO WS-VM-EOF-SWITCH
    END-READ.

010-STORE-VESSEL-MASTER.
    IF VESL-VESSEL-ID = SPACES
        DISPLAY "INVALID VESSEL MASTER RECORD IGNORED: "
            VESSEL-MASTER-RECORD
    ELSE
        MOVE VESL-VESSEL-ID TO WS-MATCH-VESSEL
        PERFORM 013-FIND-WEAR-ENTRY
        IF WS-HW-FIND-SUB = 0
            IF WS-HW-COUNT < 50
                ADD 1 TO WS-HW-COUNT
                PERFORM 034-CLEAR-WEAR-ENTRY
                MOVE VESL-VESSEL-ID TO WS-HW-ID(WS-HW-COUNT)
                MOVE WS-HW-COUNT TO WS-HW-FIND-SUB
            ELSE
                DISPLAY "HULL WEAR TABLE FULL - RUN ABORTED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        MOVE VESL-CLASS TO WS-HW-CLASS(WS-HW-FIND-SUB)
        MOVE VESL-STATUS TO WS-HW-VM-STATUS(WS-HW-FIND-SUB)
        MOVE 0 TO WS-SI-FIND-SUB
        MOVE 1 TO WS-SI-SCAN-SUB
        PERFORM 035-SCAN-SERVICE-INTERVAL
            UNTIL WS-SI-FIND-SUB > 0
            OR WS-SI-SCAN-SUB > WS-SI-COUNT
        MOVE WS-SI-FIND-SUB TO WS-HW-SI-SUB(WS-HW-FIND-SUB)
    END-IF.
    PERFORM 009-READ-VESSEL-MASTER.

011-FIND-WEAR-RUN-DATE.
    MOVE "N" TO WS-MASTER-EOF-SWITCH.
    OPEN INPUT EXTRACT-MASTER-FILE.
    IF WS-EXTMSTR-STATUS NOT = "00"
        DISPLAY "ERROR OPENING EXTRACT-MASTER-FILE, STATUS: "
            WS-EXTMSTR-STATUS
        DISPLAY "EXTRACT MASTER FILE IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 012-READ-EXTRACT-MASTER.
    PERFORM 014-NOTE-MASTER-RUN-DATE UNTIL WS-MASTER-EOF.
    CLOSE EXTRACT-MASTER-FILE.

012-READ-EXTRACT-MASTER.
    READ EXTRACT-MASTER-FILE
        AT END
            MOVE "Y" TO WS-MASTER-EOF-SWITCH
    END-READ.

013-FIND-WEAR-ENTRY.
    MOVE 0 TO WS-HW-FIND-SUB.
    MOVE 1 TO WS-HW-SCAN-SUB.
    PERFORM 037-SCAN-WEAR-ENTRY
        UNTIL WS-HW-FIND-SUB > 0
        OR WS-HW-SCAN-SUB > WS-HW-COUNT.

014-NOTE-MASTER-RUN-DATE.
    IF NOT EXTRACT-CLOSE-OUT
        AND EXTRACT-RUN-DATE > WS-WEAR-RUN-DATE
        MOVE EXTRACT-RUN-DATE TO WS-WEAR-RUN-DATE
    END-IF.
    PERFORM 012-READ-EXTRACT-MASTER.

015-ACCUMULATE-MASTER-DAYS.
    MOVE "N" TO WS-MASTER-EOF-SWITCH.
    OPEN INPUT EXTRACT-MASTER-FILE.
    IF WS-EXTMSTR-STATUS NOT = "00"
        DISPLAY "ERROR OPENING EXTRACT-MASTER-FILE, STATUS: "
            WS-EXTMSTR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 012-READ-EXTRACT-MASTER.
    PERFORM 016-ACCUMULATE-ONE-DAY UNTIL WS-MASTER-EOF.
    CLOSE EXTRACT-MASTER-FILE.

016-ACCUMULATE-ONE-DAY.
    IF NOT EXTRACT-CLOSE-OUT
        MOVE EXTRACT-VESSEL-ID TO WS-MATCH-VESSEL
        PERFORM 013-FIND-WEAR-ENTRY
        IF WS-HW-FIND-SUB > 0
            IF EXTRACT-RUN-DATE > WS-HW-LAST-RUN-DATE(WS-HW-FIND-SUB)
                ADD 1 TO WS-DAYS-ADDED
                IF EXTRACT-RUN-DATE = WS-WEAR-RUN-DATE
                    PERFORM 038-STORE-RUN-DAY
                ELSE
                    ADD 1 TO WS-EARLIER-DAYS
                END-IF
                ADD EXTRACT-FORWARD
                    TO WS-HW-LIFE-FORWARD(WS-HW-FIND-SUB)
                PERFORM 017-CHECK-DEPTH-BAND
                IF EXTRACT-RUN-DATE > WS-HW-NEW-RUN-DATE(WS-HW-FIND-SUB)
                    MOVE EXTRACT-RUN-DATE
                        TO WS-HW-NEW-RUN-DATE(WS-HW-FIND-SUB)
                END-IF
            END-IF
        END-IF
    END-IF.
    PERFORM 012-READ-EXTRACT-MASTER.

017-CHECK-DEPTH-BAND.
    MOVE WS-HW-SI-SUB(WS-HW-FIND-SUB) TO WS-SI-FIND-SUB.
    IF WS-SI-FIND-SUB > 0
        IF EXTRACT-DEPTH > WS-SI-DEPTH-BAND(WS-SI-FIND-SUB)
            ADD 1 TO WS-HW-LIFE-BAND-DAYS(WS-HW-FIND-SUB)
        END-IF
    END-IF.

018-ACCUMULATE-DIVE-CYCLES.
    MOVE "N" TO WS-JRNL-EOF-SWITCH.
    MOVE SPACES TO WS-JV-VESSEL.
    MOVE 0000 TO WS-JV-DAY.
    MOVE 0 TO WS-JV-SUB.
    OPEN INPUT POSITION-JRNL-FILE.
    IF WS-POSJRNL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING POSITION-JRNL-FILE, STATUS: "
            WS-POSJRNL-STATUS
        DISPLAY "POSITION JOURNAL IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 019-READ-JOURNAL.
    PERFORM 020-NOTE-JOURNAL-ORDER UNTIL WS-JRNL-EOF.
    CLOSE POSITION-JRNL-FILE.

019-READ-JOURNAL.
    READ POSITION-JRNL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-JRNL-EOF-SWITCH
    END-READ.

020-NOTE-JOURNAL-ORDER.
    ADD 1 TO WS-ORDERS-SCANNED.
    IF JRNL-VESSEL-ID NOT = WS-JV-VESSEL
        MOVE JRNL-VESSEL-ID TO WS-JV-VESSEL
        MOVE JRNL-VESSEL-ID TO WS-MATCH-VESSEL
        PERFORM 013-FIND-WEAR-ENTRY
        MOVE WS-HW-FIND-SUB TO WS-JV-SUB
        MOVE 9999 TO WS-JV-DAY
    END-IF.
    IF JRNL-DAY NOT = WS-JV-DAY
        MOVE JRNL-DAY TO WS-JV-DAY
        MOVE "N" TO WS-DOWN-PENDING-SWITCH
        MOVE 0 TO WS-RD-FIND-SUB
        MOVE 1 TO WS-RD-SCAN-SUB
        PERFORM 039-SCAN-RUN-DAY
            UNTIL WS-RD-FIND-SUB > 0
            OR WS-RD-SCAN-SUB > WS-RD-COUNT
        IF WS-RD-FIND-SUB > 0
            MOVE "Y" TO WS-JV-IN-RUN-SWITCH
        ELSE
            MOVE "N" TO WS-JV-IN-RUN-SWITCH
        END-IF
    END-IF.
    IF WS-JV-SUB > 0 AND WS-JV-IN-RUN
        PERFORM 021-TRACK-DIVE-CYCLE
    END-IF.
    PERFORM 019-READ-JOURNAL.

021-TRACK-DIVE-CYCLE.
    EVALUATE JRNL-DIRECTION
        WHEN "down"
            MOVE "Y" TO WS-DOWN-PENDING-SWITCH
        WHEN "up"
            IF WS-DOWN-PENDING
                ADD 1 TO WS-HW-LIFE-CYCLES(WS-JV-SUB)
                ADD 1 TO WS-CYCLES-ADDED
                MOVE "N" TO WS-DOWN-PENDING-SWITCH
            END-IF
    END-EVALUATE.

022-APPLY-SERVICE-CARDS.
    OPEN INPUT SERVICE-DONE-FILE.
    IF WS-SVCDONE-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-SVCDONE-STATUS NOT = "00"
            DISPLAY "ERROR OPENING SERVICE-DONE-FILE, STATUS: "
                WS-SVCDONE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 023-READ-SERVICE-CARD
        PERFORM 024-APPLY-ONE-SERVICE-CARD UNTIL WS-SD-EOF
        CLOSE SERVICE-DONE-FILE
        MOVE SPACES TO MAINT-RPT-RECORD
        WRITE MAINT-RPT-RECORD
    END-IF.

023-READ-SERVICE-CARD.
    READ SERVICE-DONE-FILE
        AT END
            MOVE "Y" TO WS-SD-EOF-SWITCH
    END-READ.

024-APPLY-ONE-SERVICE-CARD.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE SVCD-VESSEL-ID TO WS-MATCH-VESSEL.
    PERFORM 013-FIND-WEAR-ENTRY.
    EVALUATE TRUE
        WHEN SVCD-VESSEL-ID = SPACES
            MOVE "VESSEL ID MISSING" TO WS-REJECT-REASON
        WHEN WS-HW-FIND-SUB = 0
            MOVE "VESSEL NOT ON VESSEL OR HULL WEAR MASTER"
                TO WS-REJECT-REASON
        WHEN SVCD-SERVICE-DATE NOT NUMERIC
            OR SVCD-SERVICE-DATE = 000000
            MOVE "SERVICE DATE MISSING OR NOT NUMERIC"
                TO WS-REJECT-REASON
        WHEN SVCD-AUTH-ID = SPACES
            MOVE "NO AUTHORIZING OFFICER ON CARD" TO WS-REJECT-REASON
    END-EVALUATE.
    IF WS-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-SERVICE-REJECTED
        MOVE SPACES TO MAINT-RPT-RECORD
        STRING "  *** SERVICE CARD REJECTED - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               SERVICE-DONE-RECORD DELIMITED BY SIZE
            INTO MAINT-RPT-RECORD
        END-STRING
        WRITE MAINT-RPT-RECORD
    ELSE
        PERFORM 025-RESET-SINCE-SERVICE
    END-IF.
    PERFORM 023-READ-SERVICE-CARD.

025-RESET-SINCE-SERVICE.
    ADD 1 TO WS-SERVICE-APPLIED.
    MOVE WS-HW-LIFE-FORWARD(WS-HW-FIND-SUB)
        TO WS-HW-SVC-FORWARD(WS-HW-FIND-SUB).
    MOVE WS-HW-LIFE-CYCLES(WS-HW-FIND-SUB)
        TO WS-HW-SVC-CYCLES(WS-HW-FIND-SUB).
    MOVE WS-HW-LIFE-BAND-DAYS(WS-HW-FIND-SUB)
        TO WS-HW-SVC-BAND-DAYS(WS-HW-FIND-SUB).
    MOVE SVCD-SERVICE-DATE TO WS-HW-LAST-SERVICE-DATE(WS-HW-FIND-SUB).
    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "SERVICE RECORDED - VESSEL " DELIMITED BY SIZE
           SVCD-VESSEL-ID DELIMITED BY SIZE
           " SERVICED " DELIMITED BY SIZE
           SVCD-SERVICE-DATE DELIMITED BY SIZE
           " SIGNED OFF BY " DELIMITED BY SIZE
           SVCD-AUTH-ID DELIMITED BY SIZE
           " - WEAR SINCE SERVICE RESET" DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

026-REPORT-ONE-VESSEL.
    IF WS-HW-VM-STATUS(WS-HW-SUB) = "A"
        ADD 1 TO WS-VESSELS-REPORTED
        MOVE "N" TO WS-HW-FWD-FLAG(WS-HW-SUB)
        MOVE "N" TO WS-HW-CYC-FLAG(WS-HW-SUB)
        MOVE "N" TO WS-HW-BAND-FLAG(WS-HW-SUB)
        MOVE "O" TO WS-VESSEL-STATE
        MOVE SPACES TO MAINT-RPT-RECORD
        STRING "VESSEL " DELIMITED BY SIZE
               WS-HW-ID(WS-HW-SUB) DELIMITED BY SIZE
               " CLASS " DELIMITED BY SIZE
               WS-HW-CLASS(WS-HW-SUB) DELIMITED BY SIZE
               " LAST SERVICE " DELIMITED BY SIZE
               WS-HW-LAST-SERVICE-DATE(WS-HW-SUB) DELIMITED BY SIZE
               " LIFETIME FORWARD " DELIMITED BY SIZE
               WS-HW-LIFE-FORWARD(WS-HW-SUB) DELIMITED BY SIZE
               " CYCLES " DELIMITED BY SIZE
               WS-HW-LIFE-CYCLES(WS-HW-SUB) DELIMITED BY SIZE
               " DAYS BEYOND BAND " DELIMITED BY SIZE
               WS-HW-LIFE-BAND-DAYS(WS-HW-SUB) DELIMITED BY SIZE
            INTO MAINT-RPT-RECORD
        END-STRING
        WRITE MAINT-RPT-RECORD
        MOVE WS-HW-SI-SUB(WS-HW-SUB) TO WS-SI-FIND-SUB
        IF WS-SI-FIND-SUB = 0
            ADD 1 TO WS-VESSELS-NO-INTERVAL
            MOVE SPACES TO MAINT-RPT-RECORD
            STRING "  *** NO SERVICE INTERVAL FILED FOR CLASS "
                       DELIMITED BY SIZE
                   WS-HW-CLASS(WS-HW-SUB) DELIMITED BY SIZE
                   " - WEAR NOT ASSESSED" DELIMITED BY SIZE
                INTO MAINT-RPT-RECORD
            END-STRING
            WRITE MAINT-RPT-RECORD
        ELSE
            PERFORM 027-ASSESS-VESSEL-WEAR
        END-IF
    END-IF.
    ADD 1 TO WS-HW-SUB.

027-ASSESS-VESSEL-WEAR.
    MOVE "FORWARD DISTANCE" TO WS-MEASURE-NAME.
    SUBTRACT WS-HW-SVC-FORWARD(WS-HW-SUB)
        FROM WS-HW-LIFE-FORWARD(WS-HW-SUB) GIVING WS-SINCE-VALUE.
    MOVE WS-SI-FORWARD-INTERVAL(WS-SI-FIND-SUB) TO WS-INTERVAL-VALUE.
    PERFORM 028-ASSESS-ONE-MEASURE.
    MOVE WS-MEASURE-FLAG TO WS-HW-FWD-FLAG(WS-HW-SUB).

    MOVE "DIVE CYCLES" TO WS-MEASURE-NAME.
    SUBTRACT WS-HW-SVC-CYCLES(WS-HW-SUB)
        FROM WS-HW-LIFE-CYCLES(WS-HW-SUB) GIVING WS-SINCE-VALUE.
    MOVE WS-SI-CYCLE-INTERVAL(WS-SI-FIND-SUB) TO WS-INTERVAL-VALUE.
    PERFORM 028-ASSESS-ONE-MEASURE.
    MOVE WS-MEASURE-FLAG TO WS-HW-CYC-FLAG(WS-HW-SUB).

    MOVE "DAYS BEYOND BAND" TO WS-MEASURE-NAME.
    SUBTRACT WS-HW-SVC-BAND-DAYS(WS-HW-SUB)
        FROM WS-HW-LIFE-BAND-DAYS(WS-HW-SUB) GIVING WS-SINCE-VALUE.
    MOVE WS-SI-BAND-DAY-INTERVAL(WS-SI-FIND-SUB) TO WS-INTERVAL-VALUE.
    PERFORM 028-ASSESS-ONE-MEASURE.
    MOVE WS-MEASURE-FLAG TO WS-HW-BAND-FLAG(WS-HW-SUB).

    EVALUATE TRUE
        WHEN WS-VESSEL-OUT
            ADD 1 TO WS-VESSELS-OUT
            PERFORM 029-WRITE-OUT-OF-SERVICE
            MOVE "  *** TAKE OUT OF SERVICE BEFORE NEXT VOYAGE"
                TO MAINT-RPT-RECORD
            WRITE MAINT-RPT-RECORD
        WHEN WS-VESSEL-DUE-SOON
            ADD 1 TO WS-VESSELS-DUE-SOON
            MOVE "  SERVICE DUE SOON - SCHEDULE HULL SERVICE"
                TO MAINT-RPT-RECORD
            WRITE MAINT-RPT-RECORD
    END-EVALUATE.

028-ASSESS-ONE-MEASURE.
    MOVE "N" TO WS-MEASURE-FLAG.
    IF WS-INTERVAL-VALUE = 0
        MOVE "NOT TRACKED" TO WS-MEASURE-TEXT
        MOVE 00000 TO WS-PCT
    ELSE
        MULTIPLY WS-SINCE-VALUE BY 100 GIVING WS-PCT-WORK
        DIVIDE WS-PCT-WORK BY WS-INTERVAL-VALUE GIVING WS-PCT
        EVALUATE TRUE
            WHEN WS-PCT NOT < 100
                MOVE "OVERDUE" TO WS-MEASURE-TEXT
                MOVE "Y" TO WS-MEASURE-FLAG
                MOVE "X" TO WS-VESSEL-STATE
            WHEN WS-PCT NOT < WS-SI-WARN-PCT(WS-SI-FIND-SUB)
                MOVE "DUE SOON" TO WS-MEASURE-TEXT
                IF NOT WS-VESSEL-OUT
                    MOVE "D" TO WS-VESSEL-STATE
                END-IF
            WHEN OTHER
                MOVE "OK" TO WS-MEASURE-TEXT
        END-EVALUATE
    END-IF.
    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "  " DELIMITED BY SIZE
           WS-MEASURE-NAME DELIMITED BY SIZE
           " SINCE SERVICE " DELIMITED BY SIZE
           WS-SINCE-VALUE DELIMITED BY SIZE
           " INTERVAL " DELIMITED BY SIZE
           WS-INTERVAL-VALUE DELIMITED BY SIZE
           " USED " DELIMITED BY SIZE
           WS-PCT DELIMITED BY SIZE
           " PCT - " DELIMITED BY SIZE
           WS-MEASURE-TEXT DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

029-WRITE-OUT-OF-SERVICE.
    MOVE WS-RUN-DATE TO OOSL-LIST-DATE.
    MOVE WS-HW-ID(WS-HW-SUB) TO OOSL-VESSEL-ID.
    MOVE WS-HW-CLASS(WS-HW-SUB) TO OOSL-CLASS.
    MOVE WS-HW-FWD-FLAG(WS-HW-SUB) TO OOSL-FORWARD-FLAG.
    MOVE WS-HW-CYC-FLAG(WS-HW-SUB) TO OOSL-CYCLE-FLAG.
    MOVE WS-HW-BAND-FLAG(WS-HW-SUB) TO OOSL-BAND-DAY-FLAG.
    WRITE OUT-OF-SERVICE-RECORD.

030-WRITE-WEAR-MASTER.
    OPEN OUTPUT NEW-WEAR-FILE.
    IF WS-NEW-WEAR-STATUS NOT = "00"
        DISPLAY "ERROR OPENING NEW-WEAR-FILE, STATUS: "
            WS-NEW-WEAR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 1 TO WS-HW-SUB.
    PERFORM 031-WRITE-WEAR-RECORD UNTIL WS-HW-SUB > WS-HW-COUNT.
    CLOSE NEW-WEAR-FILE.

031-WRITE-WEAR-RECORD.
    MOVE WS-HW-ID(WS-HW-SUB) TO HWR-VESSEL-ID.
    MOVE WS-HW-NEW-RUN-DATE(WS-HW-SUB) TO HWR-LAST-RUN-DATE.
    MOVE WS-HW-LIFE-FORWARD(WS-HW-SUB) TO HWR-LIFE-FORWARD.
    MOVE WS-HW-LIFE-CYCLES(WS-HW-SUB) TO HWR-LIFE-CYCLES.
    MOVE WS-HW-LIFE-BAND-DAYS(WS-HW-SUB) TO HWR-LIFE-BAND-DAYS.
    MOVE WS-HW-SVC-FORWARD(WS-HW-SUB) TO HWR-SVC-FORWARD.
    MOVE WS-HW-SVC-CYCLES(WS-HW-SUB) TO HWR-SVC-CYCLES.
    MOVE WS-HW-SVC-BAND-DAYS(WS-HW-SUB) TO HWR-SVC-BAND-DAYS.
    MOVE WS-HW-LAST-SERVICE-DATE(WS-HW-SUB) TO HWR-LAST-SERVICE-DATE.
    WRITE NEW-WEAR-RECORD FROM HULL-WEAR-RECORD.
    ADD 1 TO WS-HW-SUB.

032-WRITE-MAINT-TOTALS.
    MOVE SPACES TO MAINT-RPT-RECORD.
    WRITE MAINT-RPT-RECORD.

    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "VESSEL-DAYS ACCUMULATED . . . . . . : " DELIMITED BY SIZE
           WS-DAYS-ADDED DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "JOURNAL ORDERS SCANNED . . . . . . : " DELIMITED BY SIZE
           WS-ORDERS-SCANNED DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "DIVE CYCLES ADDED . . . . . . . . . : " DELIMITED BY SIZE
           WS-CYCLES-ADDED DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "SERVICE CARDS APPLIED . . . . . . . : " DELIMITED BY SIZE
           WS-SERVICE-APPLIED DELIMITED BY SIZE
           "  REJECTED: " DELIMITED BY SIZE
           WS-SERVICE-REJECTED DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "ACTIVE VESSELS ASSESSED . . . . . . : " DELIMITED BY SIZE
           WS-VESSELS-REPORTED DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "VESSELS WITH NO CLASS INTERVAL . . : " DELIMITED BY SIZE
           WS-VESSELS-NO-INTERVAL DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "VESSELS DUE SOON . . . . . . . . . : " DELIMITED BY SIZE
           WS-VESSELS-DUE-SOON DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

    MOVE SPACES TO MAINT-RPT-RECORD.
    STRING "VESSELS TO TAKE OUT OF SERVICE . . : " DELIMITED BY SIZE
           WS-VESSELS-OUT DELIMITED BY SIZE
        INTO MAINT-RPT-RECORD
    END-STRING.
    WRITE MAINT-RPT-RECORD.

034-CLEAR-WEAR-ENTRY.
    MOVE SPACES TO WS-HW-ID(WS-HW-COUNT).
    MOVE SPACES TO WS-HW-CLASS(WS-HW-COUNT).
    MOVE SPACE TO WS-HW-VM-STATUS(WS-HW-COUNT).
    MOVE 00 TO WS-HW-SI-SUB(WS-HW-COUNT).
    MOVE 000000 TO WS-HW-LAST-RUN-DATE(WS-HW-COUNT).
    MOVE 000000 TO WS-HW-NEW-RUN-DATE(WS-HW-COUNT).
    MOVE 0000000000 TO WS-HW-LIFE-FORWARD(WS-HW-COUNT).
    MOVE 000000 TO WS-HW-LIFE-CYCLES(WS-HW-COUNT).
    MOVE 0000 TO WS-HW-LIFE-BAND-DAYS(WS-HW-COUNT).
    MOVE 0000000000 TO WS-HW-SVC-FORWARD(WS-HW-COUNT).
    MOVE 000000 TO WS-HW-SVC-CYCLES(WS-HW-COUNT).
    MOVE 0000 TO WS-HW-SVC-BAND-DAYS(WS-HW-COUNT).
    MOVE 000000 TO WS-HW-LAST-SERVICE-DATE(WS-HW-COUNT).
    MOVE "N" TO WS-HW-FWD-FLAG(WS-HW-COUNT).
    MOVE "N" TO WS-HW-CYC-FLAG(WS-HW-COUNT).
    MOVE "N" TO WS-HW-BAND-FLAG(WS-HW-COUNT).

035-SCAN-SERVICE-INTERVAL.
    IF WS-SI-CLASS(WS-SI-SCAN-SUB) = VESL-CLASS
        MOVE WS-SI-SCAN-SUB TO WS-SI-FIND-SUB
    END-IF.
    ADD 1 TO WS-SI-SCAN-SUB.

036-FIND-JOURNAL-RUN-DATE.
    MOVE 000000 TO WS-JRNL-RUN-DATE.
    OPEN INPUT RUN-LOG-FILE.
    IF WS-RUNLOG-STATUS = "35"
        DISPLAY "NO RUN LOG - POSITION JOURNAL HELM PASS UNKNOWN"
    ELSE
        IF WS-RUNLOG-STATUS NOT = "00"
            DISPLAY "ERROR OPENING RUN-LOG-FILE, STATUS: "
                WS-RUNLOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 040-READ-RUN-LOG
        PERFORM 041-NOTE-RUN-SUMMARY UNTIL WS-RUNLOG-EOF
        CLOSE RUN-LOG-FILE
    END-IF.

037-SCAN-WEAR-ENTRY.
    IF WS-HW-ID(WS-HW-SCAN-SUB) = WS-MATCH-VESSEL
        MOVE WS-HW-SCAN-SUB TO WS-HW-FIND-SUB
    END-IF.
    ADD 1 TO WS-HW-SCAN-SUB.

038-STORE-RUN-DAY.
    IF WS-RD-COUNT < 300
        ADD 1 TO WS-RD-COUNT
        MOVE EXTRACT-VESSEL-ID TO WS-RD-VESSEL-ID(WS-RD-COUNT)
        MOVE EXTRACT-DAY TO WS-RD-DAY(WS-RD-COUNT)
    ELSE
        DISPLAY "RUN VESSEL-DAY TABLE FULL - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

039-SCAN-RUN-DAY.
    IF WS-RD-VESSEL-ID(WS-RD-SCAN-SUB) = JRNL-VESSEL-ID
        AND WS-RD-DAY(WS-RD-SCAN-SUB) = JRNL-DAY
        MOVE WS-RD-SCAN-SUB TO WS-RD-FIND-SUB
    END-IF.
    ADD 1 TO WS-RD-SCAN-SUB.

040-READ-RUN-LOG.
    READ RUN-LOG-FILE
        AT END
            MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
    END-READ.

041-NOTE-RUN-SUMMARY.
    IF RUNS-PROGRAM-ID = "AOCDAY2" AND NOT RUNS-RUN-REVERSED
        MOVE RUNS-RUN-DATE TO WS-JRNL-RUN-DATE
    END-IF.
    PERFORM 040-READ-RUN-LOG.

042-CHECK-RUN-CONTROL.
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
        PERFORM 043-READ-RUN-CONTROL
        PERFORM 044-NOTE-RUN-CONTROL UNTIL WS-RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF.
    MOVE SPACES TO WS-CTL-BLOCKED-BY.
    MOVE 1 TO WS-CTL-SUB.
    PERFORM 045-CHECK-UPSTREAM-STEP
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
        PERFORM 046-WRITE-RUN-CONTROL
        STOP RUN
    END-IF.
    MOVE "S" TO WS-CTL-EVENT.
    MOVE SPACE TO WS-CTL-END-STATUS.
    PERFORM 046-WRITE-RUN-CONTROL.
    MOVE "C" TO WS-CTL-END-STATUS.

043-READ-RUN-CONTROL.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
    END-READ.

044-NOTE-RUN-CONTROL.
    IF RCTL-BUSINESS-DATE = WS-RUN-DATE
        ADD 1 TO WS-CTL-SEQ
        MOVE 0 TO WS-CTL-FIND-SUB
        MOVE 1 TO WS-CTL-SCAN-SUB
        PERFORM 047-SCAN-STREAM-STEP
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
    PERFORM 043-READ-RUN-CONTROL.

045-CHECK-UPSTREAM-STEP.
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

046-WRITE-RUN-CONTROL.
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

047-SCAN-STREAM-STEP.
    IF RCTL-STREAM-STEP(WS-CTL-SCAN-SUB) = RCTL-STEP-ID
        MOVE WS-CTL-SCAN-SUB TO WS-CTL-FIND-SUB
    END-IF.
    ADD 1 TO WS-CTL-SCAN-SUB.
