IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-FLEET-SEPARATION.
AUTHOR. ANDREY KUZMINOV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "PARMFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT POSITION-JRNL-FILE ASSIGN TO "POSJRNL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JRNL-KEY
                FILE STATUS IS WS-POSJRNL-STATUS.

            SELECT SEPARATION-RPT-FILE ASSIGN TO "SEPRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SEPRPT-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PARM-FILE.
            COPY PARMREC.

        FD POSITION-JRNL-FILE.
            COPY JRNLREC.

        FD SEPARATION-RPT-FILE.
            01 SEPARATION-RPT-RECORD PIC X(132).

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-POSJRNL-STATUS PIC X(02) VALUE "00".
        77 WS-SEPRPT-STATUS PIC X(02) VALUE "00".
        77 WS-PARM-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-PARM-FOUND VALUE "Y".
        77 WS-JRNL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-JRNL-EOF VALUE "Y".
        77 WS-IN-CONFLICT-SWITCH PIC X(01) VALUE "N".
            88 WS-IN-CONFLICT VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-SEP-FWD-MIN PIC 9(4) VALUE 0000.
        77 WS-SEP-DEPTH-MIN PIC 9(10) VALUE 0000000000.
        77 WS-JE-SUB PIC 9(4) VALUE 0000.
        77 WS-FV-SUB PIC 9(2) VALUE 00.
        77 WS-FV-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-FV-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-EVT-FV-SUB PIC 9(2) VALUE 00.
        77 WS-PAIR-FV-SUB PIC 9(2) VALUE 00.
        77 WS-LOW-FV-SUB PIC 9(2) VALUE 00.
        77 WS-HIGH-FV-SUB PIC 9(2) VALUE 00.
        77 WS-CF-SUB PIC 9(3) VALUE 000.
        77 WS-CF-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-CF-SCAN-SUB PIC 9(3) VALUE 000.
        77 WS-CF-FREE-SUB PIC 9(3) VALUE 000.
        77 WS-CURRENT-DAY PIC 9(4) VALUE 0000.
        77 WS-LAST-RECORD-NO PIC 9(6) VALUE 000000.
        77 WS-END-RECORD-NO PIC 9(6) VALUE 000000.
        77 WS-END-VESSEL-ID PIC X(8) VALUE SPACES.
        77 WS-RECORD-SPAN PIC 9(6) VALUE 000000.
        77 WS-FWD-GAP PIC 9(4) VALUE 0000.
        77 WS-DEPTH-GAP PIC 9(10) VALUE 0000000000.
        77 WS-JOURNAL-COUNT PIC 9(6) VALUE 000000.
        77 WS-DAYS-WALKED PIC 9(4) VALUE 0000.
        77 WS-CONFLICT-COUNT PIC 9(6) VALUE 000000.
        77 WS-OPEN-AT-DAY-END PIC 9(6) VALUE 000000.
        01 WS-NEXT-EVENT-KEY.
            05 WS-NEXT-DAY PIC 9(4).
            05 WS-NEXT-RECORD-NO PIC 9(6).
            05 WS-NEXT-ORDER-SEQ PIC 9(1).
        01 WS-JOURNAL-TABLE.
            05 WS-JE-COUNT PIC 9(4) VALUE 0000.
            05 WS-JE-ENTRY OCCURS 5000 TIMES.
                10 WS-JE-FV-SUB PIC 9(2).
                10 WS-JE-EVENT-KEY.
                    15 WS-JE-DAY PIC 9(4).
                    15 WS-JE-RECORD-NO PIC 9(6).
                    15 WS-JE-ORDER-SEQ PIC 9(1).
                10 WS-JE-FORWARD PIC 9(4).
                10 WS-JE-DEPTH PIC 9(10).
        01 WS-FLEET-VESSEL-TABLE.
            05 WS-FV-COUNT PIC 9(2) VALUE 00.
            05 WS-FV-ENTRY OCCURS 50 TIMES.
                10 WS-FV-ID PIC X(8).
                10 WS-FV-LAST-SUB PIC 9(4).
                10 WS-FV-NEXT-SUB PIC 9(4).
                10 WS-FV-ON-DAY-FLAG PIC X(1).
                    88 WS-FV-ON-DAY VALUE "Y".
                10 WS-FV-FORWARD PIC 9(4).
                10 WS-FV-DEPTH PIC 9(10).
        01 WS-CONFLICT-TABLE.
            05 WS-CF-COUNT PIC 9(3) VALUE 000.
            05 WS-CF-ENTRY OCCURS 300 TIMES.
                10 WS-CF-ACTIVE-FLAG PIC X(1).
                    88 WS-CF-ACTIVE VALUE "Y".
                10 WS-CF-LOW-FV-SUB PIC 9(2).
                10 WS-CF-HIGH-FV-SUB PIC 9(2).
                10 WS-CF-START-RECORD-NO PIC 9(6).
                10 WS-CF-START-VESSEL-ID PIC X(8).
                10 WS-CF-ORDER-COUNT PIC 9(6).
                10 WS-CF-LOW-FORWARD PIC 9(4).
                10 WS-CF-LOW-DEPTH PIC 9(10).
                10 WS-CF-HIGH-FORWARD PIC 9(4).
                10 WS-CF-HIGH-DEPTH PIC 9(10).

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 002-READ-PARM-CARD.
    PERFORM 003-LOAD-JOURNAL.

    OPEN OUTPUT SEPARATION-RPT-FILE.
    IF WS-SEPRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SEPARATION-RPT-FILE, STATUS: "
            WS-SEPRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    STRING "FLEET SEPARATION CHECK - RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
        INTO SEPARATION-RPT-RECORD
    END-STRING.
    WRITE SEPARATION-RPT-RECORD.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    STRING "SEPARATION MINIMUM - FORWARD: " DELIMITED BY SIZE
           WS-SEP-FWD-MIN DELIMITED BY SIZE
           " DEPTH: " DELIMITED BY SIZE
           WS-SEP-DEPTH-MIN DELIMITED BY SIZE
        INTO SEPARATION-RPT-RECORD
    END-STRING.
    WRITE SEPARATION-RPT-RECORD.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    WRITE SEPARATION-RPT-RECORD.

    PERFORM 008-SELECT-NEXT-EVENT.
    PERFORM 010-PROCESS-EVENT UNTIL WS-EVT-FV-SUB = 0.
    IF WS-DAYS-WALKED > 0
        PERFORM 012-CLOSE-FLEET-DAY
    END-IF.

    IF WS-CONFLICT-COUNT = 0
        MOVE "NO VESSEL PAIRS CAME INSIDE THE SEPARATION MINIMUM"
            TO SEPARATION-RPT-RECORD
        WRITE SEPARATION-RPT-RECORD
    END-IF.

    PERFORM 021-WRITE-SEPARATION-TOTALS.
    CLOSE SEPARATION-RPT-FILE.
    IF WS-CONFLICT-COUNT > 0
        MOVE 8 TO RETURN-CODE
        DISPLAY "FLEET SEPARATION CHECK FOUND " WS-CONFLICT-COUNT
            " CONFLICT(S) - SEE SEPRPT"
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
    IF PARM-SEP-FWD-MIN NOT NUMERIC
        OR PARM-SEP-DEPTH-MIN NOT NUMERIC
        OR (PARM-SEP-FWD-MIN = 0000
            AND PARM-SEP-DEPTH-MIN = 0000000000)
        DISPLAY "INVALID SEPARATION MINIMUM ON CONTROL CARD: "
            PARM-SEP-FWD-MIN " " PARM-SEP-DEPTH-MIN
        DISPLAY "RUN ABORTED - NO JOURNAL RECORDS PROCESSED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PARM-SEP-FWD-MIN TO WS-SEP-FWD-MIN.
    MOVE PARM-SEP-DEPTH-MIN TO WS-SEP-DEPTH-MIN.

003-LOAD-JOURNAL.
    OPEN INPUT POSITION-JRNL-FILE.
    IF WS-POSJRNL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING POSITION-JRNL-FILE, STATUS: "
            WS-POSJRNL-STATUS
        DISPLAY "POSITION JOURNAL IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 004-READ-JOURNAL.
    PERFORM 005-STORE-JOURNAL-ENTRY UNTIL WS-JRNL-EOF.
    CLOSE POSITION-JRNL-FILE.

004-READ-JOURNAL.
    READ POSITION-JRNL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-JRNL-EOF-SWITCH
    END-READ.

005-STORE-JOURNAL-ENTRY.
    ADD 1 TO WS-JOURNAL-COUNT.
    IF WS-JE-COUNT < 5000
        ADD 1 TO WS-JE-COUNT
    ELSE
        DISPLAY "JOURNAL TABLE FULL - SEPARATION CHECK INCOMPLETE - "
            "RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 006-NOTE-FLEET-VESSEL.
    MOVE WS-FV-FIND-SUB TO WS-JE-FV-SUB(WS-JE-COUNT).
    MOVE JRNL-DAY TO WS-JE-DAY(WS-JE-COUNT).
    MOVE JRNL-RECORD-NO TO WS-JE-RECORD-NO(WS-JE-COUNT).
    MOVE JRNL-ORDER-SEQ TO WS-JE-ORDER-SEQ(WS-JE-COUNT).
    MOVE JRNL-FORWARD TO WS-JE-FORWARD(WS-JE-COUNT).
    MOVE JRNL-DEPTH TO WS-JE-DEPTH(WS-JE-COUNT).
    MOVE WS-JE-COUNT TO WS-FV-LAST-SUB(WS-FV-FIND-SUB).
    PERFORM 004-READ-JOURNAL.

006-NOTE-FLEET-VESSEL.
    MOVE 0 TO WS-FV-FIND-SUB.
    MOVE 1 TO WS-FV-SCAN-SUB.
    PERFORM 007-SCAN-FLEET-VESSEL
        UNTIL WS-FV-FIND-SUB > 0
        OR WS-FV-SCAN-SUB > WS-FV-COUNT.
    IF WS-FV-FIND-SUB = 0
        IF WS-FV-COUNT < 50
            ADD 1 TO WS-FV-COUNT
            MOVE WS-FV-COUNT TO WS-FV-FIND-SUB
            MOVE JRNL-VESSEL-ID TO WS-FV-ID(WS-FV-FIND-SUB)
            MOVE WS-JE-COUNT TO WS-FV-NEXT-SUB(WS-FV-FIND-SUB)
            MOVE "N" TO WS-FV-ON-DAY-FLAG(WS-FV-FIND-SUB)
            MOVE 0000 TO WS-FV-FORWARD(WS-FV-FIND-SUB)
            MOVE 0000000000 TO WS-FV-DEPTH(WS-FV-FIND-SUB)
        ELSE
            DISPLAY "FLEET VESSEL TABLE FULL - RUN ABORTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

007-SCAN-FLEET-VESSEL.
    IF WS-FV-ID(WS-FV-SCAN-SUB) = JRNL-VESSEL-ID
        MOVE WS-FV-SCAN-SUB TO WS-FV-FIND-SUB
    END-IF.
    ADD 1 TO WS-FV-SCAN-SUB.

008-SELECT-NEXT-EVENT.
    MOVE 0 TO WS-EVT-FV-SUB.
    MOVE 1 TO WS-FV-SCAN-SUB.
    PERFORM 009-SCAN-NEXT-EVENT UNTIL WS-FV-SCAN-SUB > WS-FV-COUNT.

009-SCAN-NEXT-EVENT.
    IF WS-FV-NEXT-SUB(WS-FV-SCAN-SUB)
        NOT > WS-FV-LAST-SUB(WS-FV-SCAN-SUB)
        MOVE WS-FV-NEXT-SUB(WS-FV-SCAN-SUB) TO WS-JE-SUB
        IF WS-EVT-FV-SUB = 0
            OR WS-JE-EVENT-KEY(WS-JE-SUB) < WS-NEXT-EVENT-KEY
            MOVE WS-FV-SCAN-SUB TO WS-EVT-FV-SUB
            MOVE WS-JE-EVENT-KEY(WS-JE-SUB) TO WS-NEXT-EVENT-KEY
        END-IF
    END-IF.
    ADD 1 TO WS-FV-SCAN-SUB.

010-PROCESS-EVENT.
    MOVE WS-FV-NEXT-SUB(WS-EVT-FV-SUB) TO WS-JE-SUB.
    ADD 1 TO WS-FV-NEXT-SUB(WS-EVT-FV-SUB).
    IF WS-DAYS-WALKED = 0
        OR WS-JE-DAY(WS-JE-SUB) NOT = WS-CURRENT-DAY
        IF WS-DAYS-WALKED > 0
            PERFORM 012-CLOSE-FLEET-DAY
        END-IF
        ADD 1 TO WS-DAYS-WALKED
        MOVE WS-JE-DAY(WS-JE-SUB) TO WS-CURRENT-DAY
    END-IF.
    MOVE WS-JE-RECORD-NO(WS-JE-SUB) TO WS-LAST-RECORD-NO.
    MOVE "Y" TO WS-FV-ON-DAY-FLAG(WS-EVT-FV-SUB).
    MOVE WS-JE-FORWARD(WS-JE-SUB) TO WS-FV-FORWARD(WS-EVT-FV-SUB).
    MOVE WS-JE-DEPTH(WS-JE-SUB) TO WS-FV-DEPTH(WS-EVT-FV-SUB).

    MOVE 1 TO WS-PAIR-FV-SUB.
    PERFORM 014-CHECK-PAIR UNTIL WS-PAIR-FV-SUB > WS-FV-COUNT.
    MOVE 1 TO WS-CF-SUB.
    PERFORM 011-AGE-OPEN-CONFLICT UNTIL WS-CF-SUB > WS-CF-COUNT.
    PERFORM 008-SELECT-NEXT-EVENT.

011-AGE-OPEN-CONFLICT.
    IF WS-CF-ACTIVE(WS-CF-SUB)
        ADD 1 TO WS-CF-ORDER-COUNT(WS-CF-SUB)
    END-IF.
    ADD 1 TO WS-CF-SUB.

012-CLOSE-FLEET-DAY.
    MOVE WS-LAST-RECORD-NO TO WS-END-RECORD-NO.
    MOVE SPACES TO WS-END-VESSEL-ID.
    MOVE 1 TO WS-CF-SUB.
    PERFORM 013-CLOSE-DAY-CONFLICT UNTIL WS-CF-SUB > WS-CF-COUNT.
    MOVE 000 TO WS-CF-COUNT.
    MOVE 1 TO WS-FV-SUB.
    PERFORM 020-RESET-VESSEL-DAY UNTIL WS-FV-SUB > WS-FV-COUNT.

013-CLOSE-DAY-CONFLICT.
    IF WS-CF-ACTIVE(WS-CF-SUB)
        ADD 1 TO WS-OPEN-AT-DAY-END
        MOVE WS-CF-SUB TO WS-CF-FIND-SUB
        PERFORM 019-WRITE-CONFLICT
    END-IF.
    ADD 1 TO WS-CF-SUB.

014-CHECK-PAIR.
    IF WS-PAIR-FV-SUB NOT = WS-EVT-FV-SUB
        AND WS-FV-ON-DAY(WS-PAIR-FV-SUB)
        PERFORM 015-MEASURE-SEPARATION
        IF WS-EVT-FV-SUB < WS-PAIR-FV-SUB
            MOVE WS-EVT-FV-SUB TO WS-LOW-FV-SUB
            MOVE WS-PAIR-FV-SUB TO WS-HIGH-FV-SUB
        ELSE
            MOVE WS-PAIR-FV-SUB TO WS-LOW-FV-SUB
            MOVE WS-EVT-FV-SUB TO WS-HIGH-FV-SUB
        END-IF
        PERFORM 016-FIND-OPEN-CONFLICT
        EVALUATE TRUE
            WHEN WS-IN-CONFLICT AND WS-CF-FIND-SUB = 0
                PERFORM 018-OPEN-CONFLICT
            WHEN NOT WS-IN-CONFLICT AND WS-CF-FIND-SUB > 0
                MOVE WS-JE-RECORD-NO(WS-JE-SUB) TO WS-END-RECORD-NO
                MOVE WS-FV-ID(WS-EVT-FV-SUB) TO WS-END-VESSEL-ID
                PERFORM 019-WRITE-CONFLICT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
    ADD 1 TO WS-PAIR-FV-SUB.

015-MEASURE-SEPARATION.
    IF WS-FV-FORWARD(WS-EVT-FV-SUB) > WS-FV-FORWARD(WS-PAIR-FV-SUB)
        SUBTRACT WS-FV-FORWARD(WS-PAIR-FV-SUB)
            FROM WS-FV-FORWARD(WS-EVT-FV-SUB) GIVING WS-FWD-GAP
    ELSE
        SUBTRACT WS-FV-FORWARD(WS-EVT-FV-SUB)
            FROM WS-FV-FORWARD(WS-PAIR-FV-SUB) GIVING WS-FWD-GAP
    END-IF.
    IF WS-FV-DEPTH(WS-EVT-FV-SUB) > WS-FV-DEPTH(WS-PAIR-FV-SUB)
        SUBTRACT WS-FV-DEPTH(WS-PAIR-FV-SUB)
            FROM WS-FV-DEPTH(WS-EVT-FV-SUB) GIVING WS-DEPTH-GAP
    ELSE
        SUBTRACT WS-FV-DEPTH(WS-EVT-FV-SUB)
            FROM WS-FV-DEPTH(WS-PAIR-FV-SUB) GIVING WS-DEPTH-GAP
    END-IF.
    IF WS-FWD-GAP < WS-SEP-FWD-MIN
        AND WS-DEPTH-GAP < WS-SEP-DEPTH-MIN
        MOVE "Y" TO WS-IN-CONFLICT-SWITCH
    ELSE
        MOVE "N" TO WS-IN-CONFLICT-SWITCH
    END-IF.

016-FIND-OPEN-CONFLICT.
    MOVE 0 TO WS-CF-FIND-SUB.
    MOVE 0 TO WS-CF-FREE-SUB.
    MOVE 1 TO WS-CF-SCAN-SUB.
    PERFORM 017-SCAN-OPEN-CONFLICT
        UNTIL WS-CF-FIND-SUB > 0
        OR WS-CF-SCAN-SUB > WS-CF-COUNT.

017-SCAN-OPEN-CONFLICT.
    IF WS-CF-ACTIVE(WS-CF-SCAN-SUB)
        IF WS-CF-LOW-FV-SUB(WS-CF-SCAN-SUB) = WS-LOW-FV-SUB
            AND WS-CF-HIGH-FV-SUB(WS-CF-SCAN-SUB) = WS-HIGH-FV-SUB
            MOVE WS-CF-SCAN-SUB TO WS-CF-FIND-SUB
        END-IF
    ELSE
        IF WS-CF-FREE-SUB = 0
            MOVE WS-CF-SCAN-SUB TO WS-CF-FREE-SUB
        END-IF
    END-IF.
    ADD 1 TO WS-CF-SCAN-SUB.

018-OPEN-CONFLICT.
    IF WS-CF-FREE-SUB = 0
        IF WS-CF-COUNT < 300
            ADD 1 TO WS-CF-COUNT
            MOVE WS-CF-COUNT TO WS-CF-FREE-SUB
        ELSE
            DISPLAY "CONFLICT TABLE FULL - RUN ABORTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE "Y" TO WS-CF-ACTIVE-FLAG(WS-CF-FREE-SUB).
    MOVE WS-LOW-FV-SUB TO WS-CF-LOW-FV-SUB(WS-CF-FREE-SUB).
    MOVE WS-HIGH-FV-SUB TO WS-CF-HIGH-FV-SUB(WS-CF-FREE-SUB).
    MOVE WS-JE-RECORD-NO(WS-JE-SUB)
        TO WS-CF-START-RECORD-NO(WS-CF-FREE-SUB).
    MOVE WS-FV-ID(WS-EVT-FV-SUB)
        TO WS-CF-START-VESSEL-ID(WS-CF-FREE-SUB).
    MOVE 000000 TO WS-CF-ORDER-COUNT(WS-CF-FREE-SUB).
    MOVE WS-FV-FORWARD(WS-LOW-FV-SUB)
        TO WS-CF-LOW-FORWARD(WS-CF-FREE-SUB).
    MOVE WS-FV-DEPTH(WS-LOW-FV-SUB) TO WS-CF-LOW-DEPTH(WS-CF-FREE-SUB).
    MOVE WS-FV-FORWARD(WS-HIGH-FV-SUB)
        TO WS-CF-HIGH-FORWARD(WS-CF-FREE-SUB).
    MOVE WS-FV-DEPTH(WS-HIGH-FV-SUB)
        TO WS-CF-HIGH-DEPTH(WS-CF-FREE-SUB).
    ADD 1 TO WS-CONFLICT-COUNT.

019-WRITE-CONFLICT.
    MOVE "N" TO WS-CF-ACTIVE-FLAG(WS-CF-FIND-SUB).
    SUBTRACT WS-CF-START-RECORD-NO(WS-CF-FIND-SUB)
        FROM WS-END-RECORD-NO GIVING WS-RECORD-SPAN.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    STRING "DAY " DELIMITED BY SIZE
           WS-CURRENT-DAY DELIMITED BY SIZE
           " VESSELS " DELIMITED BY SIZE
           WS-FV-ID(WS-CF-LOW-FV-SUB(WS-CF-FIND-SUB))
               DELIMITED BY SIZE
           " AND " DELIMITED BY SIZE
           WS-FV-ID(WS-CF-HIGH-FV-SUB(WS-CF-FIND-SUB))
               DELIMITED BY SIZE
           " - INSIDE MINIMUM AT RECORD " DELIMITED BY SIZE
           WS-CF-START-RECORD-NO(WS-CF-FIND-SUB) DELIMITED BY SIZE
           " (ORDER FOR " DELIMITED BY SIZE
           WS-CF-START-VESSEL-ID(WS-CF-FIND-SUB) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO SEPARATION-RPT-RECORD
    END-STRING.
    WRITE SEPARATION-RPT-RECORD.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    STRING "  *** POSITIONS FWD/DEPTH " DELIMITED BY SIZE
           WS-CF-LOW-FORWARD(WS-CF-FIND-SUB) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-CF-LOW-DEPTH(WS-CF-FIND-SUB) DELIMITED BY SIZE
           " AND " DELIMITED BY SIZE
           WS-CF-HIGH-FORWARD(WS-CF-FIND-SUB) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-CF-HIGH-DEPTH(WS-CF-FIND-SUB) DELIMITED BY SIZE
        INTO SEPARATION-RPT-RECORD
    END-STRING.
    WRITE SEPARATION-RPT-RECORD.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    IF WS-END-VESSEL-ID = SPACES
        STRING "  STILL INSIDE MINIMUM AT END OF DAY - LAST RECORD "
                   DELIMITED BY SIZE
               WS-END-RECORD-NO DELIMITED BY SIZE
               " - LASTED " DELIMITED BY SIZE
               WS-RECORD-SPAN DELIMITED BY SIZE
               " RECORD(S), " DELIMITED BY SIZE
               WS-CF-ORDER-COUNT(WS-CF-FIND-SUB) DELIMITED BY SIZE
               " ORDER(S)" DELIMITED BY SIZE
            INTO SEPARATION-RPT-RECORD
        END-STRING
    ELSE
        STRING "  SEPARATION RESTORED AT RECORD " DELIMITED BY SIZE
               WS-END-RECORD-NO DELIMITED BY SIZE
               " (ORDER FOR " DELIMITED BY SIZE
               WS-END-VESSEL-ID DELIMITED BY SIZE
               ") - LASTED " DELIMITED BY SIZE
               WS-RECORD-SPAN DELIMITED BY SIZE
               " RECORD(S), " DELIMITED BY SIZE
               WS-CF-ORDER-COUNT(WS-CF-FIND-SUB) DELIMITED BY SIZE
               " ORDER(S)" DELIMITED BY SIZE
            INTO SEPARATION-RPT-RECORD
        END-STRING
    END-IF.
    WRITE SEPARATION-RPT-RECORD.

020-RESET-VESSEL-DAY.
    MOVE "N" TO WS-FV-ON-DAY-FLAG(WS-FV-SUB).
    MOVE 0000 TO WS-FV-FORWARD(WS-FV-SUB).
    MOVE 0000000000 TO WS-FV-DEPTH(WS-FV-SUB).
    ADD 1 TO WS-FV-SUB.

021-WRITE-SEPARATION-TOTALS.
    MOVE SPACES TO SEPARATION-RPT-RECORD.
    WRITE SEPARATION-RPT-RECORD.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    STRING "JOURNAL RECORDS WALKED . . . . . . : " DELIMITED BY SIZE
           WS-JOURNAL-COUNT DELIMITED BY SIZE
        INTO SEPARATION-RPT-RECORD
    END-STRING.
    WRITE SEPARATION-RPT-RECORD.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    STRING "VESSELS ON JOURNAL . . . . . . . . : " DELIMITED BY SIZE
           WS-FV-COUNT DELIMITED BY SIZE
        INTO SEPARATION-RPT-RECORD
    END-STRING.
    WRITE SEPARATION-RPT-RECORD.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    STRING "FLEET DAYS WALKED . . . . . . . . . : " DELIMITED BY SIZE
           WS-DAYS-WALKED DELIMITED BY SIZE
        INTO SEPARATION-RPT-RECORD
    END-STRING.
    WRITE SEPARATION-RPT-RECORD.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    STRING "SEPARATION CONFLICTS . . . . . . . : " DELIMITED BY SIZE
           WS-CONFLICT-COUNT DELIMITED BY SIZE
        INTO SEPARATION-RPT-RECORD
    END-STRING.
    WRITE SEPARATION-RPT-RECORD.

    MOVE SPACES TO SEPARATION-RPT-RECORD.
    STRING "CONFLICTS OPEN AT END OF DAY . . . : " DELIMITED BY SIZE
           WS-OPEN-AT-DAY-END DELIMITED BY SIZE
        INTO SEPARATION-RPT-RECORD
    END-STRING.
    WRITE SEPARATION-RPT-RECORD.
