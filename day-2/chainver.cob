IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-JOURNAL-CHAIN.
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

            SELECT CHAIN-RPT-FILE ASSIGN TO "CHAINRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHAINRPT-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PARM-FILE.
            COPY PARMREC.

        FD POSITION-JRNL-FILE.
            COPY JRNLREC.

        FD CHAIN-RPT-FILE.
            01 CHAIN-RPT-RECORD PIC X(132).

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-POSJRNL-STATUS PIC X(02) VALUE "00".
        77 WS-CHAINRPT-STATUS PIC X(02) VALUE "00".
        77 WS-PARM-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-PARM-FOUND VALUE "Y".
        77 WS-JRNL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-JRNL-EOF VALUE "Y".
        77 WS-FIRST-OF-DAY-SWITCH PIC X(01) VALUE "N".
            88 WS-FIRST-OF-DAY VALUE "Y".
        77 WS-LINK-OK-SWITCH PIC X(01) VALUE "Y".
            88 WS-LINK-OK VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-FUEL-FORWARD-RATE PIC 9(2) VALUE 00.
        77 WS-FUEL-AIM-RATE PIC 9(2) VALUE 00.
        77 WS-FORWARD PIC 9(4) VALUE 0000.
        77 WS-AIM PIC 9(4) VALUE 0000.
        77 WS-DEPTH PIC 9(10) VALUE 0000000000.
        77 WS-FUEL-TOTAL PIC 9(10) VALUE 0000000000.
        77 WS-TEMP PIC 9(4) VALUE 0000.
        77 WS-FUEL-TEMP PIC 9(6) VALUE 000000.
        77 WS-CUR-VESSEL-ID PIC X(8) VALUE SPACES.
        77 WS-CUR-DAY PIC 9(4) VALUE 0000.
        77 WS-PREV-RECORD-NO PIC 9(6) VALUE 000000.
        77 WS-PREV-ORDER-SEQ PIC 9(1) VALUE 0.
        77 WS-EXPECTED-SEQ PIC 9(2) VALUE 00.
        77 WS-FINDING-CODE PIC X(2) VALUE SPACES.
        77 WS-FINDING-REASON PIC X(60) VALUE SPACES.
        77 WS-CV-SUB PIC 9(2) VALUE 00.
        77 WS-CV-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-CV-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-RN-SUB PIC 9(6) VALUE 000000.
        77 WS-RECORDS-READ PIC 9(6) VALUE 000000.
        77 WS-VESSEL-DAYS PIC 9(6) VALUE 000000.
        77 WS-FINDING-COUNT PIC 9(6) VALUE 000000.
        77 WS-BROKEN-LINK-COUNT PIC 9(6) VALUE 000000.
        77 WS-NOT-RESET-COUNT PIC 9(6) VALUE 000000.
        77 WS-OVERSIZED-UP-COUNT PIC 9(6) VALUE 000000.
        77 WS-BAD-DIRECTION-COUNT PIC 9(6) VALUE 000000.
        77 WS-SEQ-GAP-COUNT PIC 9(6) VALUE 000000.
        77 WS-DUPLICATE-COUNT PIC 9(6) VALUE 000000.
        77 WS-DUP-UNCHECKED-COUNT PIC 9(6) VALUE 000000.
        77 WS-VESSELS-BAD PIC 9(4) VALUE 0000.
        01 WS-EXPECTED-STATE.
            05 WS-EXP-FORWARD PIC 9(4).
            05 WS-EXP-AIM PIC 9(4).
            05 WS-EXP-DEPTH PIC 9(10).
            05 WS-EXP-FUEL PIC 9(10).
        01 WS-CHAIN-VESSEL-TABLE.
            05 WS-CV-COUNT PIC 9(2) VALUE 00.
            05 WS-CV-ENTRY OCCURS 50 TIMES.
                10 WS-CV-ID PIC X(8).
                10 WS-CV-DAYS PIC 9(4).
                10 WS-CV-RECORDS PIC 9(6).
                10 WS-CV-FINDINGS PIC 9(6).
                10 WS-CV-BAD-FOUND-FLAG PIC X(1).
                    88 WS-CV-BAD-FOUND VALUE "Y".
                10 WS-CV-BAD-DAY PIC 9(4).
                10 WS-CV-BAD-RECORD-NO PIC 9(6).
                10 WS-CV-BAD-ORDER-SEQ PIC 9(1).
                10 WS-CV-BAD-CODE PIC X(2).
        01 WS-RECORD-NO-TABLE.
            05 WS-RN-ENTRY OCCURS 99999 TIMES.
                10 WS-RN-VESSEL-SUB PIC 9(2) VALUE 00.
                10 WS-RN-DAY PIC 9(4) VALUE 0000.

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 002-READ-PARM-CARD.

    OPEN INPUT POSITION-JRNL-FILE.
    IF WS-POSJRNL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING POSITION-JRNL-FILE, STATUS: "
            WS-POSJRNL-STATUS
        DISPLAY "POSITION JOURNAL IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT CHAIN-RPT-FILE.
    IF WS-CHAINRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CHAIN-RPT-FILE, STATUS: "
            WS-CHAINRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "POSITION JOURNAL CHAIN VERIFICATION - RUN DATE: "
               DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
           " - FUEL RATES FORWARD " DELIMITED BY SIZE
           WS-FUEL-FORWARD-RATE DELIMITED BY SIZE
           " AIM " DELIMITED BY SIZE
           WS-FUEL-AIM-RATE DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.
    MOVE SPACES TO CHAIN-RPT-RECORD.
    WRITE CHAIN-RPT-RECORD.

    PERFORM 003-READ-JOURNAL.
    PERFORM 004-VERIFY-JOURNAL-RECORD UNTIL WS-JRNL-EOF.
    CLOSE POSITION-JRNL-FILE.

    IF WS-FINDING-COUNT = 0
        MOVE "NO CHAIN FINDINGS - EVERY VESSEL-DAY REPLAYS CLEAN"
            TO CHAIN-RPT-RECORD
        WRITE CHAIN-RPT-RECORD
    END-IF.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    WRITE CHAIN-RPT-RECORD.
    MOVE "FIRST BAD KEY BY VESSEL" TO CHAIN-RPT-RECORD.
    WRITE CHAIN-RPT-RECORD.
    MOVE 1 TO WS-CV-SUB.
    PERFORM 012-WRITE-VESSEL-LINE UNTIL WS-CV-SUB > WS-CV-COUNT.
    PERFORM 013-WRITE-CHAIN-TOTALS.

    CLOSE CHAIN-RPT-FILE.
    IF WS-FINDING-COUNT > 0
        MOVE 8 TO RETURN-CODE
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
    IF PARM-FUEL-FORWARD-RATE NOT NUMERIC
        OR PARM-FUEL-FORWARD-RATE = 00
        OR PARM-FUEL-AIM-RATE NOT NUMERIC
        OR PARM-FUEL-AIM-RATE = 00
        DISPLAY "INVALID FUEL RATES ON CONTROL CARD"
        DISPLAY "RUN ABORTED - NO JOURNAL RECORDS VERIFIED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PARM-FUEL-FORWARD-RATE TO WS-FUEL-FORWARD-RATE.
    MOVE PARM-FUEL-AIM-RATE TO WS-FUEL-AIM-RATE.

003-READ-JOURNAL.
    READ POSITION-JRNL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-JRNL-EOF-SWITCH
    END-READ.

004-VERIFY-JOURNAL-RECORD.
    ADD 1 TO WS-RECORDS-READ.
    IF JRNL-VESSEL-ID NOT = WS-CUR-VESSEL-ID
        OR JRNL-DAY NOT = WS-CUR-DAY
        PERFORM 005-START-VESSEL-DAY
    END-IF.
    ADD 1 TO WS-CV-RECORDS(WS-CV-SUB).
    PERFORM 007-CHECK-RECORD-SEQUENCE.
    PERFORM 009-REPLAY-ORDER.

    MOVE JRNL-FORWARD TO WS-FORWARD.
    MOVE JRNL-AIM TO WS-AIM.
    MOVE JRNL-DEPTH TO WS-DEPTH.
    MOVE JRNL-FUEL TO WS-FUEL-TOTAL.
    MOVE JRNL-RECORD-NO TO WS-PREV-RECORD-NO.
    MOVE JRNL-ORDER-SEQ TO WS-PREV-ORDER-SEQ.
    MOVE "N" TO WS-FIRST-OF-DAY-SWITCH.
    PERFORM 003-READ-JOURNAL.

005-START-VESSEL-DAY.
    ADD 1 TO WS-VESSEL-DAYS.
    MOVE JRNL-VESSEL-ID TO WS-CUR-VESSEL-ID.
    MOVE JRNL-DAY TO WS-CUR-DAY.
    MOVE 0 TO WS-CV-FIND-SUB.
    MOVE 1 TO WS-CV-SCAN-SUB.
    PERFORM 006-SCAN-CHAIN-VESSEL
        UNTIL WS-CV-FIND-SUB > 0
        OR WS-CV-SCAN-SUB > WS-CV-COUNT.
    IF WS-CV-FIND-SUB = 0
        IF WS-CV-COUNT < 50
            ADD 1 TO WS-CV-COUNT
            MOVE WS-CV-COUNT TO WS-CV-FIND-SUB
            MOVE JRNL-VESSEL-ID TO WS-CV-ID(WS-CV-FIND-SUB)
            MOVE 0000 TO WS-CV-DAYS(WS-CV-FIND-SUB)
            MOVE 000000 TO WS-CV-RECORDS(WS-CV-FIND-SUB)
            MOVE 000000 TO WS-CV-FINDINGS(WS-CV-FIND-SUB)
            MOVE "N" TO WS-CV-BAD-FOUND-FLAG(WS-CV-FIND-SUB)
            MOVE 0000 TO WS-CV-BAD-DAY(WS-CV-FIND-SUB)
            MOVE 000000 TO WS-CV-BAD-RECORD-NO(WS-CV-FIND-SUB)
            MOVE 0 TO WS-CV-BAD-ORDER-SEQ(WS-CV-FIND-SUB)
            MOVE SPACES TO WS-CV-BAD-CODE(WS-CV-FIND-SUB)
        ELSE
            DISPLAY "CHAIN VESSEL TABLE FULL - RUN ABORTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE WS-CV-FIND-SUB TO WS-CV-SUB.
    ADD 1 TO WS-CV-DAYS(WS-CV-SUB).
    MOVE 0000 TO WS-FORWARD, WS-AIM.
    MOVE 0000000000 TO WS-DEPTH.
    MOVE 0000000000 TO WS-FUEL-TOTAL.
    MOVE 000000 TO WS-PREV-RECORD-NO.
    MOVE 0 TO WS-PREV-ORDER-SEQ.
    MOVE "Y" TO WS-FIRST-OF-DAY-SWITCH.

006-SCAN-CHAIN-VESSEL.
    IF WS-CV-ID(WS-CV-SCAN-SUB) = JRNL-VESSEL-ID
        MOVE WS-CV-SCAN-SUB TO WS-CV-FIND-SUB
    END-IF.
    ADD 1 TO WS-CV-SCAN-SUB.

007-CHECK-RECORD-SEQUENCE.
    IF JRNL-ORDER-SEQ < 9
        IF WS-FIRST-OF-DAY
            OR JRNL-RECORD-NO NOT = WS-PREV-RECORD-NO
            MOVE 00 TO WS-EXPECTED-SEQ
        ELSE
            ADD 1 WS-PREV-ORDER-SEQ GIVING WS-EXPECTED-SEQ
        END-IF
        IF JRNL-ORDER-SEQ NOT = WS-EXPECTED-SEQ
            ADD 1 TO WS-SEQ-GAP-COUNT
            MOVE "GP" TO WS-FINDING-CODE
            MOVE "GAP IN INSERTED ORDER SEQUENCE AT THIS RECORD NUMBER"
                TO WS-FINDING-REASON
            PERFORM 011-RECORD-FINDING
        END-IF
    ELSE
        PERFORM 008-CHECK-DUPLICATE-RECORD-NO
    END-IF.

008-CHECK-DUPLICATE-RECORD-NO.
    IF JRNL-RECORD-NO = 000000 OR JRNL-RECORD-NO > 99999
        ADD 1 TO WS-DUP-UNCHECKED-COUNT
    ELSE
        MOVE JRNL-RECORD-NO TO WS-RN-SUB
        IF WS-RN-VESSEL-SUB(WS-RN-SUB) > 0
            ADD 1 TO WS-DUPLICATE-COUNT
            MOVE "DP" TO WS-FINDING-CODE
            MOVE SPACES TO WS-FINDING-REASON
            STRING "RECORD NO ALREADY JOURNALED - VESSEL "
                       DELIMITED BY SIZE
                   WS-CV-ID(WS-RN-VESSEL-SUB(WS-RN-SUB))
                       DELIMITED BY SIZE
                   " DAY " DELIMITED BY SIZE
                   WS-RN-DAY(WS-RN-SUB) DELIMITED BY SIZE
                INTO WS-FINDING-REASON
            END-STRING
            PERFORM 011-RECORD-FINDING
        ELSE
            MOVE WS-CV-SUB TO WS-RN-VESSEL-SUB(WS-RN-SUB)
            MOVE JRNL-DAY TO WS-RN-DAY(WS-RN-SUB)
        END-IF
    END-IF.

009-REPLAY-ORDER.
    MOVE "Y" TO WS-LINK-OK-SWITCH.
    EVALUATE JRNL-DIRECTION
        WHEN "forward"
            ADD JRNL-VALUE TO WS-FORWARD
            MULTIPLY JRNL-VALUE BY WS-AIM GIVING WS-TEMP
            ADD WS-TEMP TO WS-DEPTH
            MULTIPLY JRNL-VALUE BY WS-FUEL-FORWARD-RATE
                GIVING WS-FUEL-TEMP
            ADD WS-FUEL-TEMP TO WS-FUEL-TOTAL
        WHEN "down"
            ADD JRNL-VALUE TO WS-AIM
            MULTIPLY JRNL-VALUE BY WS-FUEL-AIM-RATE
                GIVING WS-FUEL-TEMP
            ADD WS-FUEL-TEMP TO WS-FUEL-TOTAL
        WHEN "up"
            IF JRNL-VALUE > WS-AIM
                MOVE "N" TO WS-LINK-OK-SWITCH
            ELSE
                SUBTRACT JRNL-VALUE FROM WS-AIM
                MULTIPLY JRNL-VALUE BY WS-FUEL-AIM-RATE
                    GIVING WS-FUEL-TEMP
                ADD WS-FUEL-TEMP TO WS-FUEL-TOTAL
            END-IF
        WHEN OTHER
            MOVE "N" TO WS-LINK-OK-SWITCH
    END-EVALUATE.
    MOVE WS-FORWARD TO WS-EXP-FORWARD.
    MOVE WS-AIM TO WS-EXP-AIM.
    MOVE WS-DEPTH TO WS-EXP-DEPTH.
    MOVE WS-FUEL-TOTAL TO WS-EXP-FUEL.
    IF WS-EXP-FORWARD NOT = JRNL-FORWARD
        OR WS-EXP-AIM NOT = JRNL-AIM
        OR WS-EXP-DEPTH NOT = JRNL-DEPTH
        OR WS-EXP-FUEL NOT = JRNL-FUEL
        MOVE "N" TO WS-LINK-OK-SWITCH
    END-IF.
    IF NOT WS-LINK-OK
        PERFORM 010-CLASSIFY-BAD-LINK
    END-IF.

010-CLASSIFY-BAD-LINK.
    EVALUATE TRUE
        WHEN WS-FIRST-OF-DAY
            ADD 1 TO WS-NOT-RESET-COUNT
            MOVE "RS" TO WS-FINDING-CODE
            MOVE "DAY DOES NOT START FROM RESET STATE"
                TO WS-FINDING-REASON
        WHEN JRNL-DIRECTION NOT = "forward"
            AND JRNL-DIRECTION NOT = "down"
            AND JRNL-DIRECTION NOT = "up"
            ADD 1 TO WS-BAD-DIRECTION-COUNT
            MOVE "DR" TO WS-FINDING-CODE
            MOVE "UNRECOGNIZED DIRECTION CODE JOURNALED"
                TO WS-FINDING-REASON
        WHEN JRNL-DIRECTION = "up" AND JRNL-VALUE > WS-AIM
            ADD 1 TO WS-OVERSIZED-UP-COUNT
            MOVE "UP" TO WS-FINDING-CODE
            MOVE "UP VALUE EXCEEDS AIM - HELM PASS WOULD REJECT"
                TO WS-FINDING-REASON
        WHEN OTHER
            ADD 1 TO WS-BROKEN-LINK-COUNT
            MOVE "BL" TO WS-FINDING-CODE
            MOVE "BROKEN LINK - STATE DOES NOT FOLLOW PRIOR RECORD"
                TO WS-FINDING-REASON
    END-EVALUATE.
    PERFORM 011-RECORD-FINDING.
    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "      EXPECTED  FWD " DELIMITED BY SIZE
           WS-EXP-FORWARD DELIMITED BY SIZE
           " AIM " DELIMITED BY SIZE
           WS-EXP-AIM DELIMITED BY SIZE
           " DEPTH " DELIMITED BY SIZE
           WS-EXP-DEPTH DELIMITED BY SIZE
           " FUEL " DELIMITED BY SIZE
           WS-EXP-FUEL DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.
    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "      JOURNALED FWD " DELIMITED BY SIZE
           JRNL-FORWARD DELIMITED BY SIZE
           " AIM " DELIMITED BY SIZE
           JRNL-AIM DELIMITED BY SIZE
           " DEPTH " DELIMITED BY SIZE
           JRNL-DEPTH DELIMITED BY SIZE
           " FUEL " DELIMITED BY SIZE
           JRNL-FUEL DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

011-RECORD-FINDING.
    ADD 1 TO WS-FINDING-COUNT.
    ADD 1 TO WS-CV-FINDINGS(WS-CV-SUB).
    IF NOT WS-CV-BAD-FOUND(WS-CV-SUB)
        ADD 1 TO WS-VESSELS-BAD
        MOVE "Y" TO WS-CV-BAD-FOUND-FLAG(WS-CV-SUB)
        MOVE JRNL-DAY TO WS-CV-BAD-DAY(WS-CV-SUB)
        MOVE JRNL-RECORD-NO TO WS-CV-BAD-RECORD-NO(WS-CV-SUB)
        MOVE JRNL-ORDER-SEQ TO WS-CV-BAD-ORDER-SEQ(WS-CV-SUB)
        MOVE WS-FINDING-CODE TO WS-CV-BAD-CODE(WS-CV-SUB)
    END-IF.
    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "VESSEL " DELIMITED BY SIZE
           JRNL-VESSEL-ID DELIMITED BY SIZE
           " DAY " DELIMITED BY SIZE
           JRNL-DAY DELIMITED BY SIZE
           " RECORD " DELIMITED BY SIZE
           JRNL-RECORD-NO DELIMITED BY SIZE
           " SEQ " DELIMITED BY SIZE
           JRNL-ORDER-SEQ DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           JRNL-DIRECTION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           JRNL-VALUE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-FINDING-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FINDING-REASON DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

012-WRITE-VESSEL-LINE.
    MOVE SPACES TO CHAIN-RPT-RECORD.
    IF WS-CV-BAD-FOUND(WS-CV-SUB)
        STRING "  VESSEL " DELIMITED BY SIZE
               WS-CV-ID(WS-CV-SUB) DELIMITED BY SIZE
               " DAYS " DELIMITED BY SIZE
               WS-CV-DAYS(WS-CV-SUB) DELIMITED BY SIZE
               " RECORDS " DELIMITED BY SIZE
               WS-CV-RECORDS(WS-CV-SUB) DELIMITED BY SIZE
               " FINDINGS " DELIMITED BY SIZE
               WS-CV-FINDINGS(WS-CV-SUB) DELIMITED BY SIZE
               " *** FIRST BAD KEY: DAY " DELIMITED BY SIZE
               WS-CV-BAD-DAY(WS-CV-SUB) DELIMITED BY SIZE
               " RECORD " DELIMITED BY SIZE
               WS-CV-BAD-RECORD-NO(WS-CV-SUB) DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               WS-CV-BAD-ORDER-SEQ(WS-CV-SUB) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-CV-BAD-CODE(WS-CV-SUB) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO CHAIN-RPT-RECORD
        END-STRING
    ELSE
        STRING "  VESSEL " DELIMITED BY SIZE
               WS-CV-ID(WS-CV-SUB) DELIMITED BY SIZE
               " DAYS " DELIMITED BY SIZE
               WS-CV-DAYS(WS-CV-SUB) DELIMITED BY SIZE
               " RECORDS " DELIMITED BY SIZE
               WS-CV-RECORDS(WS-CV-SUB) DELIMITED BY SIZE
               " FINDINGS " DELIMITED BY SIZE
               WS-CV-FINDINGS(WS-CV-SUB) DELIMITED BY SIZE
               " CHAIN INTACT" DELIMITED BY SIZE
            INTO CHAIN-RPT-RECORD
        END-STRING
    END-IF.
    WRITE CHAIN-RPT-RECORD.
    ADD 1 TO WS-CV-SUB.

013-WRITE-CHAIN-TOTALS.
    MOVE SPACES TO CHAIN-RPT-RECORD.
    WRITE CHAIN-RPT-RECORD.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "JOURNAL RECORDS VERIFIED . . . . . : " DELIMITED BY SIZE
           WS-RECORDS-READ DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "VESSEL-DAYS REPLAYED . . . . . . . : " DELIMITED BY SIZE
           WS-VESSEL-DAYS DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "DAYS NOT STARTING FROM RESET (RS) : " DELIMITED BY SIZE
           WS-NOT-RESET-COUNT DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "BROKEN LINKS (BL) . . . . . . . . : " DELIMITED BY SIZE
           WS-BROKEN-LINK-COUNT DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "OVERSIZED UP ORDERS JOURNALED (UP) : " DELIMITED BY SIZE
           WS-OVERSIZED-UP-COUNT DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "UNRECOGNIZED DIRECTIONS (DR) . . . : " DELIMITED BY SIZE
           WS-BAD-DIRECTION-COUNT DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "ORDER SEQUENCE GAPS (GP) . . . . . : " DELIMITED BY SIZE
           WS-SEQ-GAP-COUNT DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "DUPLICATE RECORD NUMBERS (DP) . . . : " DELIMITED BY SIZE
           WS-DUPLICATE-COUNT DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.

    IF WS-DUP-UNCHECKED-COUNT > 0
        MOVE SPACES TO CHAIN-RPT-RECORD
        STRING "  *** RECORD NUMBERS OUTSIDE 1-99999 NOT CHECKED FOR "
                   DELIMITED BY SIZE
               "DUPLICATES: " DELIMITED BY SIZE
               WS-DUP-UNCHECKED-COUNT DELIMITED BY SIZE
            INTO CHAIN-RPT-RECORD
        END-STRING
        WRITE CHAIN-RPT-RECORD
    END-IF.

    MOVE SPACES TO CHAIN-RPT-RECORD.
    STRING "VESSELS WITH A BAD CHAIN . . . . . : " DELIMITED BY SIZE
           WS-VESSELS-BAD DELIMITED BY SIZE
        INTO CHAIN-RPT-RECORD
    END-STRING.
    WRITE CHAIN-RPT-RECORD.
