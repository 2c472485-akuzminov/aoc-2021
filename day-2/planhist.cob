IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-PLAN-HISTORY.
AUTHOR. ANDREY KUZMINOV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PLAN-ROUTE-FILE ASSIGN TO "PLANRTE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PLAN-STATUS.

            SELECT VESSEL-MASTER-FILE ASSIGN TO "VESLMSTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLMSTR-STATUS.

            SELECT HISTORY-RPT-FILE ASSIGN TO "PLANHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PLANHIST-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PLAN-ROUTE-FILE.
            COPY PLANREC.

        FD VESSEL-MASTER-FILE.
            COPY VESLREC.

        FD HISTORY-RPT-FILE.
            01 HISTORY-RPT-RECORD PIC X(132).

    WORKING-STORAGE SECTION.
        77 WS-PLAN-STATUS PIC X(02) VALUE "00".
        77 WS-VESLMSTR-STATUS PIC X(02) VALUE "00".
        77 WS-PLANHIST-STATUS PIC X(02) VALUE "00".
        77 WS-PLAN-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-PLAN-EOF VALUE "Y".
        77 WS-VM-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-VM-EOF VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-VM-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-VM-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-VM-LOOKUP-ID PIC X(8) VALUE SPACES.
        77 WS-PLAN-SUB PIC 9(3) VALUE 000.
        77 WS-PRIOR-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-PRIOR-SCAN-SUB PIC 9(3) VALUE 000.
        77 WS-VER-SUB PIC 9(3) VALUE 000.
        77 WS-VER-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-VER-SCAN-SUB PIC 9(3) VALUE 000.
        77 WS-PVS-SUB PIC 9(2) VALUE 00.
        77 WS-PVS-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-PVS-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-PLAN-AMEND-NO PIC 9(3) VALUE 000.
        77 WS-PLAN-EFFECTIVE-DAY PIC 9(4) VALUE 0000.
        77 WS-PLAN-RECORDS-READ PIC 9(4) VALUE 0000.
        77 WS-PLAN-RECORDS-IGNORED PIC 9(4) VALUE 0000.
        77 WS-AMENDMENT-COUNT PIC 9(4) VALUE 0000.
        77 WS-DAYS-CHANGED PIC 9(4) VALUE 0000.
        77 WS-DAYS-ADDED PIC 9(4) VALUE 0000.
        77 WS-DAYS-UNCHANGED PIC 9(4) VALUE 0000.
        77 WS-FLAGGED-COUNT PIC 9(4) VALUE 0000.
        77 WS-VESSEL-VERSIONS PIC 9(3) VALUE 000.
        01 WS-PLAN-TABLE.
            05 WS-PLAN-COUNT PIC 9(3) VALUE 000.
            05 WS-PLAN-ENTRY OCCURS 500 TIMES.
                10 WS-PLN-VESSEL-ID PIC X(8).
                10 WS-PLN-DAY PIC 9(4).
                10 WS-PLN-FORWARD PIC 9(4).
                10 WS-PLN-AIM PIC 9(4).
                10 WS-PLN-DEPTH PIC 9(10).
                10 WS-PLN-AMEND-NO PIC 9(3).
                10 WS-PLN-EFFECTIVE-DAY PIC 9(4).
        01 WS-VERSION-TABLE.
            05 WS-VER-COUNT PIC 9(3) VALUE 000.
            05 WS-VER-ENTRY OCCURS 200 TIMES.
                10 WS-VER-VESSEL-ID PIC X(8).
                10 WS-VER-AMEND-NO PIC 9(3).
                10 WS-VER-EFFECTIVE-DAY PIC 9(4).
                10 WS-VER-AUTH-ID PIC X(8).
                10 WS-VER-DAY-COUNT PIC 9(4).
                10 WS-VER-MIXED-FLAG PIC X(1).
                    88 WS-VER-MIXED VALUE "Y".
                10 WS-VER-PRINTED-FLAG PIC X(1).
                    88 WS-VER-PRINTED VALUE "Y".
        01 WS-PLAN-VESSEL-TABLE.
            05 WS-PVS-COUNT PIC 9(2) VALUE 00.
            05 WS-PVS-ENTRY OCCURS 50 TIMES.
                10 WS-PVS-ID PIC X(8).
        01 WS-VESSEL-MASTER-TABLE.
            05 WS-VM-COUNT PIC 9(2) VALUE 00.
            05 WS-VM-ENTRY OCCURS 50 TIMES.
                10 WS-VM-ID PIC X(8).

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 002-LOAD-VESSEL-MASTER.
    PERFORM 007-LOAD-PLAN-HISTORY.

    OPEN OUTPUT HISTORY-RPT-FILE.
    IF WS-PLANHIST-STATUS NOT = "00"
        DISPLAY "ERROR OPENING HISTORY-RPT-FILE, STATUS: "
            WS-PLANHIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "PLANNED ROUTE AMENDMENT HISTORY - RUN DATE: "
               DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE 1 TO WS-PVS-SUB.
    PERFORM 014-REPORT-ONE-VESSEL UNTIL WS-PVS-SUB > WS-PVS-COUNT.

    PERFORM 021-WRITE-HISTORY-TOTALS.
    CLOSE HISTORY-RPT-FILE.
    IF WS-FLAGGED-COUNT > 0
        MOVE 4 TO RETURN-CODE
        DISPLAY "PLAN HISTORY FLAGGED " WS-FLAGGED-COUNT
            " ITEM(S) - SEE PLANHIST"
    END-IF.
    STOP RUN.

002-LOAD-VESSEL-MASTER.
    OPEN INPUT VESSEL-MASTER-FILE.
    IF WS-VESLMSTR-STATUS NOT = "00"
        DISPLAY "ERROR OPENING VESSEL-MASTER-FILE, STATUS: "
            WS-VESLMSTR-STATUS
        DISPLAY "VESSEL MASTER FILE IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 003-READ-VESSEL-MASTER.
    PERFORM 004-STORE-VESSEL-MASTER UNTIL WS-VM-EOF.
    CLOSE VESSEL-MASTER-FILE.
    IF WS-VM-COUNT = 0
        DISPLAY "VESSEL-MASTER-FILE IS EMPTY - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

003-READ-VESSEL-MASTER.
    READ VESSEL-MASTER-FILE
        AT END
            MOVE "Y" TO WS-VM-EOF-SWITCH
    END-READ.

004-STORE-VESSEL-MASTER.
    IF VESL-VESSEL-ID = SPACES
        DISPLAY "INVALID VESSEL MASTER RECORD IGNORED: "
            VESSEL-MASTER-RECORD
    ELSE
        IF WS-VM-COUNT < 50
            ADD 1 TO WS-VM-COUNT
            MOVE VESL-VESSEL-ID TO WS-VM-ID(WS-VM-COUNT)
        ELSE
            DISPLAY "VESSEL MASTER TABLE FULL - RECORD IGNORED: "
                VESSEL-MASTER-RECORD
        END-IF
    END-IF.
    PERFORM 003-READ-VESSEL-MASTER.

005-FIND-VESSEL-MASTER.
    MOVE 0 TO WS-VM-FIND-SUB.
    MOVE 1 TO WS-VM-SCAN-SUB.
    PERFORM 006-SCAN-VESSEL-MASTER
        UNTIL WS-VM-FIND-SUB > 0
        OR WS-VM-SCAN-SUB > WS-VM-COUNT.

006-SCAN-VESSEL-MASTER.
    IF WS-VM-ID(WS-VM-SCAN-SUB) = WS-VM-LOOKUP-ID
        MOVE WS-VM-SCAN-SUB TO WS-VM-FIND-SUB
    END-IF.
    ADD 1 TO WS-VM-SCAN-SUB.

007-LOAD-PLAN-HISTORY.
    OPEN INPUT PLAN-ROUTE-FILE.
    IF WS-PLAN-STATUS NOT = "00"
        DISPLAY "ERROR OPENING PLAN-ROUTE-FILE, STATUS: " WS-PLAN-STATUS
        DISPLAY "PLANNED ROUTE FILE IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 008-READ-PLAN-RECORD.
    PERFORM 009-STORE-PLAN-RECORD UNTIL WS-PLAN-EOF.
    CLOSE PLAN-ROUTE-FILE.
    IF WS-PLAN-COUNT = 0
        DISPLAY "PLAN-ROUTE-FILE IS EMPTY - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

008-READ-PLAN-RECORD.
    READ PLAN-ROUTE-FILE
        AT END
            MOVE "Y" TO WS-PLAN-EOF-SWITCH
    END-READ.

009-STORE-PLAN-RECORD.
    ADD 1 TO WS-PLAN-RECORDS-READ.
    MOVE PLAN-VESSEL-ID TO WS-VM-LOOKUP-ID.
    PERFORM 005-FIND-VESSEL-MASTER.
    EVALUATE TRUE
        WHEN WS-VM-FIND-SUB = 0
            ADD 1 TO WS-PLAN-RECORDS-IGNORED
            DISPLAY "PLAN VESSEL NOT ON VESSEL MASTER - "
                "RECORD IGNORED: " PLAN-ROUTE-RECORD
        WHEN PLAN-AMENDMENT NOT = SPACES
            AND (PLAN-AMEND-NO NOT NUMERIC
                OR PLAN-EFFECTIVE-DAY NOT NUMERIC)
            ADD 1 TO WS-PLAN-RECORDS-IGNORED
            DISPLAY "INVALID PLAN AMENDMENT OR EFFECTIVE DAY - "
                "RECORD IGNORED: " PLAN-ROUTE-RECORD
        WHEN WS-PLAN-COUNT < 500
            IF PLAN-AMENDMENT = SPACES
                MOVE 000 TO WS-PLAN-AMEND-NO
                MOVE 0000 TO WS-PLAN-EFFECTIVE-DAY
            ELSE
                MOVE PLAN-AMEND-NO TO WS-PLAN-AMEND-NO
                MOVE PLAN-EFFECTIVE-DAY TO WS-PLAN-EFFECTIVE-DAY
            END-IF
            ADD 1 TO WS-PLAN-COUNT
            MOVE PLAN-VESSEL-ID TO WS-PLN-VESSEL-ID(WS-PLAN-COUNT)
            MOVE PLAN-DAY TO WS-PLN-DAY(WS-PLAN-COUNT)
            MOVE PLAN-FORWARD TO WS-PLN-FORWARD(WS-PLAN-COUNT)
            MOVE PLAN-AIM TO WS-PLN-AIM(WS-PLAN-COUNT)
            MOVE PLAN-DEPTH TO WS-PLN-DEPTH(WS-PLAN-COUNT)
            MOVE WS-PLAN-AMEND-NO TO WS-PLN-AMEND-NO(WS-PLAN-COUNT)
            MOVE WS-PLAN-EFFECTIVE-DAY
                TO WS-PLN-EFFECTIVE-DAY(WS-PLAN-COUNT)
            PERFORM 010-NOTE-PLAN-VERSION
            PERFORM 012-NOTE-PLAN-VESSEL
        WHEN OTHER
            ADD 1 TO WS-PLAN-RECORDS-IGNORED
            DISPLAY "PLAN TABLE FULL - RECORD IGNORED: "
                PLAN-ROUTE-RECORD
    END-EVALUATE.
    PERFORM 008-READ-PLAN-RECORD.

010-NOTE-PLAN-VERSION.
    MOVE 0 TO WS-VER-FIND-SUB.
    MOVE 1 TO WS-VER-SCAN-SUB.
    PERFORM 011-SCAN-PLAN-VERSION
        UNTIL WS-VER-FIND-SUB > 0
        OR WS-VER-SCAN-SUB > WS-VER-COUNT.
    EVALUATE TRUE
        WHEN WS-VER-FIND-SUB > 0
            ADD 1 TO WS-VER-DAY-COUNT(WS-VER-FIND-SUB)
            IF WS-VER-EFFECTIVE-DAY(WS-VER-FIND-SUB)
                    NOT = WS-PLAN-EFFECTIVE-DAY
                OR WS-VER-AUTH-ID(WS-VER-FIND-SUB) NOT = PLAN-AUTH-ID
                MOVE "Y" TO WS-VER-MIXED-FLAG(WS-VER-FIND-SUB)
            END-IF
        WHEN WS-VER-COUNT < 200
            ADD 1 TO WS-VER-COUNT
            MOVE PLAN-VESSEL-ID TO WS-VER-VESSEL-ID(WS-VER-COUNT)
            MOVE WS-PLAN-AMEND-NO TO WS-VER-AMEND-NO(WS-VER-COUNT)
            MOVE WS-PLAN-EFFECTIVE-DAY
                TO WS-VER-EFFECTIVE-DAY(WS-VER-COUNT)
            MOVE PLAN-AUTH-ID TO WS-VER-AUTH-ID(WS-VER-COUNT)
            MOVE 0001 TO WS-VER-DAY-COUNT(WS-VER-COUNT)
            MOVE "N" TO WS-VER-MIXED-FLAG(WS-VER-COUNT)
            MOVE "N" TO WS-VER-PRINTED-FLAG(WS-VER-COUNT)
            IF WS-PLAN-AMEND-NO > 0
                ADD 1 TO WS-AMENDMENT-COUNT
            END-IF
        WHEN OTHER
            DISPLAY "PLAN VERSION TABLE FULL - RUN ABORTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

011-SCAN-PLAN-VERSION.
    IF WS-VER-VESSEL-ID(WS-VER-SCAN-SUB) = PLAN-VESSEL-ID
        AND WS-VER-AMEND-NO(WS-VER-SCAN-SUB) = WS-PLAN-AMEND-NO
        MOVE WS-VER-SCAN-SUB TO WS-VER-FIND-SUB
    END-IF.
    ADD 1 TO WS-VER-SCAN-SUB.

012-NOTE-PLAN-VESSEL.
    MOVE 0 TO WS-PVS-FIND-SUB.
    MOVE 1 TO WS-PVS-SCAN-SUB.
    PERFORM 013-SCAN-PLAN-VESSEL
        UNTIL WS-PVS-FIND-SUB > 0
        OR WS-PVS-SCAN-SUB > WS-PVS-COUNT.
    IF WS-PVS-FIND-SUB = 0
        IF WS-PVS-COUNT < 50
            ADD 1 TO WS-PVS-COUNT
            MOVE PLAN-VESSEL-ID TO WS-PVS-ID(WS-PVS-COUNT)
        END-IF
    END-IF.

013-SCAN-PLAN-VESSEL.
    IF WS-PVS-ID(WS-PVS-SCAN-SUB) = PLAN-VESSEL-ID
        MOVE WS-PVS-SCAN-SUB TO WS-PVS-FIND-SUB
    END-IF.
    ADD 1 TO WS-PVS-SCAN-SUB.

014-REPORT-ONE-VESSEL.
    MOVE 000 TO WS-VESSEL-VERSIONS.
    MOVE 1 TO WS-VER-SUB.
    PERFORM 022-COUNT-VESSEL-VERSION UNTIL WS-VER-SUB > WS-VER-COUNT.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "VESSEL " DELIMITED BY SIZE
           WS-PVS-ID(WS-PVS-SUB) DELIMITED BY SIZE
           " - PLAN VERSIONS ON FILE: " DELIMITED BY SIZE
           WS-VESSEL-VERSIONS DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    PERFORM 015-FIND-NEXT-VERSION.
    PERFORM 017-REPORT-ONE-VERSION UNTIL WS-VER-FIND-SUB = 0.
    ADD 1 TO WS-PVS-SUB.

015-FIND-NEXT-VERSION.
    MOVE 0 TO WS-VER-FIND-SUB.
    MOVE 1 TO WS-VER-SCAN-SUB.
    PERFORM 016-SCAN-NEXT-VERSION UNTIL WS-VER-SCAN-SUB > WS-VER-COUNT.

016-SCAN-NEXT-VERSION.
    IF WS-VER-VESSEL-ID(WS-VER-SCAN-SUB) = WS-PVS-ID(WS-PVS-SUB)
        AND NOT WS-VER-PRINTED(WS-VER-SCAN-SUB)
        IF WS-VER-FIND-SUB = 0
            MOVE WS-VER-SCAN-SUB TO WS-VER-FIND-SUB
        ELSE
            IF WS-VER-AMEND-NO(WS-VER-SCAN-SUB)
                < WS-VER-AMEND-NO(WS-VER-FIND-SUB)
                MOVE WS-VER-SCAN-SUB TO WS-VER-FIND-SUB
            END-IF
        END-IF
    END-IF.
    ADD 1 TO WS-VER-SCAN-SUB.

017-REPORT-ONE-VERSION.
    MOVE "Y" TO WS-VER-PRINTED-FLAG(WS-VER-FIND-SUB).
    MOVE WS-VER-FIND-SUB TO WS-VER-SUB.
    MOVE SPACES TO HISTORY-RPT-RECORD.
    IF WS-VER-AMEND-NO(WS-VER-SUB) = 0
        STRING "  ORIGINAL PLAN - DAYS FILED: " DELIMITED BY SIZE
               WS-VER-DAY-COUNT(WS-VER-SUB) DELIMITED BY SIZE
               " - AUTH: " DELIMITED BY SIZE
               WS-VER-AUTH-ID(WS-VER-SUB) DELIMITED BY SIZE
            INTO HISTORY-RPT-RECORD
        END-STRING
        WRITE HISTORY-RPT-RECORD
    ELSE
        STRING "  AMENDMENT " DELIMITED BY SIZE
               WS-VER-AMEND-NO(WS-VER-SUB) DELIMITED BY SIZE
               " EFFECTIVE DAY " DELIMITED BY SIZE
               WS-VER-EFFECTIVE-DAY(WS-VER-SUB) DELIMITED BY SIZE
               " - DAYS RE-FILED: " DELIMITED BY SIZE
               WS-VER-DAY-COUNT(WS-VER-SUB) DELIMITED BY SIZE
               " - AUTH: " DELIMITED BY SIZE
               WS-VER-AUTH-ID(WS-VER-SUB) DELIMITED BY SIZE
            INTO HISTORY-RPT-RECORD
        END-STRING
        WRITE HISTORY-RPT-RECORD
        IF WS-VER-AUTH-ID(WS-VER-SUB) = SPACES
            ADD 1 TO WS-FLAGGED-COUNT
            MOVE "  *** AMENDMENT CARRIES NO AUTHORIZING ID"
                TO HISTORY-RPT-RECORD
            WRITE HISTORY-RPT-RECORD
        END-IF
        IF WS-VER-MIXED(WS-VER-SUB)
            ADD 1 TO WS-FLAGGED-COUNT
            MOVE SPACES TO HISTORY-RPT-RECORD
            STRING "  *** AMENDMENT RECORDS DISAGREE ON EFFECTIVE DAY "
                       DELIMITED BY SIZE
                   "OR AUTHORIZING ID" DELIMITED BY SIZE
                INTO HISTORY-RPT-RECORD
            END-STRING
            WRITE HISTORY-RPT-RECORD
        END-IF
        MOVE 1 TO WS-PLAN-SUB
        PERFORM 018-REPORT-VERSION-DAY UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
    END-IF.
    PERFORM 015-FIND-NEXT-VERSION.

018-REPORT-VERSION-DAY.
    IF WS-PLN-VESSEL-ID(WS-PLAN-SUB) = WS-VER-VESSEL-ID(WS-VER-SUB)
        AND WS-PLN-AMEND-NO(WS-PLAN-SUB) = WS-VER-AMEND-NO(WS-VER-SUB)
        PERFORM 019-FIND-PRIOR-VERSION-DAY
        MOVE SPACES TO HISTORY-RPT-RECORD
        EVALUATE TRUE
            WHEN WS-PLN-DAY(WS-PLAN-SUB)
                < WS-PLN-EFFECTIVE-DAY(WS-PLAN-SUB)
                ADD 1 TO WS-FLAGGED-COUNT
                STRING "    DAY " DELIMITED BY SIZE
                       WS-PLN-DAY(WS-PLAN-SUB) DELIMITED BY SIZE
                       " *** PRECEDES EFFECTIVE DAY - NEVER IN FORCE"
                           DELIMITED BY SIZE
                    INTO HISTORY-RPT-RECORD
                END-STRING
            WHEN WS-PRIOR-FIND-SUB = 0
                ADD 1 TO WS-DAYS-ADDED
                STRING "    DAY " DELIMITED BY SIZE
                       WS-PLN-DAY(WS-PLAN-SUB) DELIMITED BY SIZE
                       " ADDED - FWD: " DELIMITED BY SIZE
                       WS-PLN-FORWARD(WS-PLAN-SUB) DELIMITED BY SIZE
                       " AIM: " DELIMITED BY SIZE
                       WS-PLN-AIM(WS-PLAN-SUB) DELIMITED BY SIZE
                       " DEPTH: " DELIMITED BY SIZE
                       WS-PLN-DEPTH(WS-PLAN-SUB) DELIMITED BY SIZE
                    INTO HISTORY-RPT-RECORD
                END-STRING
            WHEN WS-PLN-FORWARD(WS-PLAN-SUB)
                    = WS-PLN-FORWARD(WS-PRIOR-FIND-SUB)
                AND WS-PLN-AIM(WS-PLAN-SUB)
                    = WS-PLN-AIM(WS-PRIOR-FIND-SUB)
                AND WS-PLN-DEPTH(WS-PLAN-SUB)
                    = WS-PLN-DEPTH(WS-PRIOR-FIND-SUB)
                ADD 1 TO WS-DAYS-UNCHANGED
                STRING "    DAY " DELIMITED BY SIZE
                       WS-PLN-DAY(WS-PLAN-SUB) DELIMITED BY SIZE
                       " RE-FILED UNCHANGED FROM AMD " DELIMITED BY SIZE
                       WS-PLN-AMEND-NO(WS-PRIOR-FIND-SUB)
                           DELIMITED BY SIZE
                    INTO HISTORY-RPT-RECORD
                END-STRING
            WHEN OTHER
                ADD 1 TO WS-DAYS-CHANGED
                STRING "    DAY " DELIMITED BY SIZE
                       WS-PLN-DAY(WS-PLAN-SUB) DELIMITED BY SIZE
                       " FROM AMD " DELIMITED BY SIZE
                       WS-PLN-AMEND-NO(WS-PRIOR-FIND-SUB)
                           DELIMITED BY SIZE
                       " - FWD: " DELIMITED BY SIZE
                       WS-PLN-FORWARD(WS-PRIOR-FIND-SUB)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-PLN-FORWARD(WS-PLAN-SUB) DELIMITED BY SIZE
                       " AIM: " DELIMITED BY SIZE
                       WS-PLN-AIM(WS-PRIOR-FIND-SUB) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-PLN-AIM(WS-PLAN-SUB) DELIMITED BY SIZE
                       " DEPTH: " DELIMITED BY SIZE
                       WS-PLN-DEPTH(WS-PRIOR-FIND-SUB)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-PLN-DEPTH(WS-PLAN-SUB) DELIMITED BY SIZE
                    INTO HISTORY-RPT-RECORD
                END-STRING
        END-EVALUATE
        WRITE HISTORY-RPT-RECORD
    END-IF.
    ADD 1 TO WS-PLAN-SUB.

019-FIND-PRIOR-VERSION-DAY.
    MOVE 0 TO WS-PRIOR-FIND-SUB.
    MOVE 1 TO WS-PRIOR-SCAN-SUB.
    PERFORM 020-SCAN-PRIOR-VERSION-DAY
        UNTIL WS-PRIOR-SCAN-SUB > WS-PLAN-COUNT.

020-SCAN-PRIOR-VERSION-DAY.
    IF WS-PLN-VESSEL-ID(WS-PRIOR-SCAN-SUB)
            = WS-PLN-VESSEL-ID(WS-PLAN-SUB)
        AND WS-PLN-DAY(WS-PRIOR-SCAN-SUB) = WS-PLN-DAY(WS-PLAN-SUB)
        AND WS-PLN-AMEND-NO(WS-PRIOR-SCAN-SUB)
            < WS-PLN-AMEND-NO(WS-PLAN-SUB)
        AND WS-PLN-EFFECTIVE-DAY(WS-PRIOR-SCAN-SUB)
            NOT > WS-PLN-DAY(WS-PRIOR-SCAN-SUB)
        IF WS-PRIOR-FIND-SUB = 0
            MOVE WS-PRIOR-SCAN-SUB TO WS-PRIOR-FIND-SUB
        ELSE
            IF WS-PLN-AMEND-NO(WS-PRIOR-SCAN-SUB)
                > WS-PLN-AMEND-NO(WS-PRIOR-FIND-SUB)
                MOVE WS-PRIOR-SCAN-SUB TO WS-PRIOR-FIND-SUB
            END-IF
        END-IF
    END-IF.
    ADD 1 TO WS-PRIOR-SCAN-SUB.

021-WRITE-HISTORY-TOTALS.
    MOVE SPACES TO HISTORY-RPT-RECORD.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "PLAN RECORDS READ . . . . . . . . . : " DELIMITED BY SIZE
           WS-PLAN-RECORDS-READ DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "PLAN RECORDS IGNORED . . . . . . . : " DELIMITED BY SIZE
           WS-PLAN-RECORDS-IGNORED DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "VESSELS WITH A PLAN ON FILE . . . . : " DELIMITED BY SIZE
           WS-PVS-COUNT DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "AMENDMENTS ON FILE . . . . . . . . : " DELIMITED BY SIZE
           WS-AMENDMENT-COUNT DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "PLAN DAYS CHANGED BY AMENDMENT . . : " DELIMITED BY SIZE
           WS-DAYS-CHANGED DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "PLAN DAYS ADDED BY AMENDMENT . . . : " DELIMITED BY SIZE
           WS-DAYS-ADDED DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "PLAN DAYS RE-FILED UNCHANGED . . . : " DELIMITED BY SIZE
           WS-DAYS-UNCHANGED DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "ITEMS FLAGGED . . . . . . . . . . . : " DELIMITED BY SIZE
           WS-FLAGGED-COUNT DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

022-COUNT-VESSEL-VERSION.
    IF WS-VER-VESSEL-ID(WS-VER-SUB) = WS-PVS-ID(WS-PVS-SUB)
        ADD 1 TO WS-VESSEL-VERSIONS
    END-IF.
    ADD 1 TO WS-VER-SUB.
