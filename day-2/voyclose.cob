IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-VOYAGE-CLOSE.
AUTHOR. ANDREY KUZMINOV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CLOSE-REQUEST-FILE ASSIGN TO "CLOSEREQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLOSEREQ-STATUS.

            SELECT VESSEL-MASTER-FILE ASSIGN TO "VESLMSTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLMSTR-STATUS.

            SELECT FUEL-BUDGET-FILE ASSIGN TO "FUELBDG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FUELBDG-STATUS.

            SELECT OLD-MASTER-FILE ASSIGN TO "EXTMSTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OLD-MASTER-STATUS.

            SELECT NEW-MASTER-FILE ASSIGN TO "EXTMSTRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEW-MASTER-STATUS.

            SELECT CERTIFICATE-RPT-FILE ASSIGN TO "VOYCERT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VOYCERT-STATUS.

            SELECT CHARGE-BACK-FILE ASSIGN TO "CHGBACK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHGBACK-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD CLOSE-REQUEST-FILE.
            COPY CLOSREC.

        FD VESSEL-MASTER-FILE.
            COPY VESLREC.

        FD FUEL-BUDGET-FILE.
            COPY FUELREC.

        FD OLD-MASTER-FILE.
            01 OLD-MASTER-RECORD PIC X(66).

        FD NEW-MASTER-FILE.
            01 NEW-MASTER-RECORD PIC X(66).

        FD CERTIFICATE-RPT-FILE.
            01 CERTIFICATE-RPT-RECORD PIC X(132).

        FD CHARGE-BACK-FILE.
            COPY CHGBREC.

    WORKING-STORAGE SECTION.
        77 WS-CLOSEREQ-STATUS PIC X(02) VALUE "00".
        77 WS-VESLMSTR-STATUS PIC X(02) VALUE "00".
        77 WS-FUELBDG-STATUS PIC X(02) VALUE "00".
        77 WS-OLD-MASTER-STATUS PIC X(02) VALUE "00".
        77 WS-NEW-MASTER-STATUS PIC X(02) VALUE "00".
        77 WS-VOYCERT-STATUS PIC X(02) VALUE "00".
        77 WS-CHGBACK-STATUS PIC X(02) VALUE "00".
        77 WS-REQ-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-REQ-EOF VALUE "Y".
        77 WS-VM-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-VM-EOF VALUE "Y".
        77 WS-FB-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-FB-EOF VALUE "Y".
        77 WS-MASTER-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-MASTER-EOF VALUE "Y".
        77 WS-BUDGET-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-BUDGET-PRESENT VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-VM-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-VM-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-VM-LOOKUP-ID PIC X(8) VALUE SPACES.
        77 WS-REQ-SUB PIC 9(2) VALUE 00.
        77 WS-REQ-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-REQ-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-VD-SUB PIC 9(3) VALUE 000.
        77 WS-VD-FIND-SUB PIC 9(3) VALUE 000.
        77 WS-VD-SCAN-SUB PIC 9(3) VALUE 000.
        77 WS-CLS-SUB PIC 9(2) VALUE 00.
        77 WS-CLS-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-CLS-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-REJECT-VESSEL PIC X(8) VALUE SPACES.
        77 WS-REJECT-REASON PIC X(60) VALUE SPACES.
        77 WS-FB-PROVISION PIC 9(12) VALUE 000000000000.
        77 WS-FUEL-REMAINING PIC 9(12) VALUE 000000000000.
        77 WS-FUEL-OVERRUN PIC 9(12) VALUE 000000000000.
        77 WS-CARD-COUNT PIC 9(4) VALUE 0000.
        77 WS-CLOSED-COUNT PIC 9(4) VALUE 0000.
        77 WS-REJECTED-COUNT PIC 9(4) VALUE 0000.
        77 WS-MASTER-COPIED PIC 9(6) VALUE 000000.
        77 WS-CHGB-DETAIL-COUNT PIC 9(6) VALUE 000000.
        77 WS-CHGB-FUEL-TOTAL PIC 9(14) VALUE 00000000000000.
        COPY EXTRREC.
        01 WS-REQUEST-TABLE.
            05 WS-REQ-COUNT PIC 9(2) VALUE 00.
            05 WS-REQ-ENTRY OCCURS 50 TIMES.
                10 WS-REQ-VESSEL PIC X(8).
                10 WS-REQ-AUTH-ID PIC X(8).
                10 WS-REQ-CLASS PIC X(8).
                10 WS-REQ-STATE PIC X(1).
                    88 WS-REQ-OPEN VALUE "O".
                    88 WS-REQ-CLOSED-BEFORE VALUE "X".
                10 WS-REQ-CLOSED-DATE PIC 9(6).
                10 WS-REQ-DAYS PIC 9(4).
                10 WS-REQ-LAST-DAY PIC 9(4).
                10 WS-REQ-FORWARD PIC 9(10).
                10 WS-REQ-DEPTH PIC 9(10).
                10 WS-REQ-FUEL PIC 9(12).
        01 WS-VOYAGE-DAY-TABLE.
            05 WS-VD-COUNT PIC 9(3) VALUE 000.
            05 WS-VD-ENTRY OCCURS 300 TIMES.
                10 WS-VD-REQ-SUB PIC 9(2).
                10 WS-VD-DAY PIC 9(4).
                10 WS-VD-RUN-DATE PIC 9(6).
                10 WS-VD-FORWARD PIC 9(4).
                10 WS-VD-DEPTH PIC 9(10).
                10 WS-VD-FUEL PIC 9(10).
        01 WS-CLASS-TABLE.
            05 WS-CLS-COUNT PIC 9(2) VALUE 00.
            05 WS-CLS-ENTRY OCCURS 50 TIMES.
                10 WS-CLS-CLASS PIC X(8).
                10 WS-CLS-VESSEL-COUNT PIC 9(4).
                10 WS-CLS-FUEL PIC 9(14).
        01 WS-VESSEL-MASTER-TABLE.
            05 WS-VM-COUNT PIC 9(2) VALUE 00.
            05 WS-VM-ENTRY OCCURS 50 TIMES.
                10 WS-VM-ID PIC X(8).
                10 WS-VM-CLASS PIC X(8).

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 002-LOAD-VESSEL-MASTER.
    PERFORM 007-LOAD-FUEL-PROVISION.

    OPEN OUTPUT CERTIFICATE-RPT-FILE.
    IF WS-VOYCERT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CERTIFICATE-RPT-FILE, STATUS: "
            WS-VOYCERT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "VOYAGE CLOSE-OUT CERTIFICATES - RUN DATE: "
               DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    PERFORM 010-LOAD-CLOSE-REQUESTS.
    PERFORM 015-COPY-EXTRACT-MASTER.

    OPEN OUTPUT CHARGE-BACK-FILE.
    IF WS-CHGBACK-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CHARGE-BACK-FILE, STATUS: "
            WS-CHGBACK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN EXTEND NEW-MASTER-FILE.
    IF WS-NEW-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR OPENING NEW-MASTER-FILE, STATUS: "
            WS-NEW-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    IF WS-REQ-COUNT = 0
        MOVE SPACES TO CERTIFICATE-RPT-RECORD
        WRITE CERTIFICATE-RPT-RECORD
        MOVE "NO VOYAGES PRESENTED FOR CLOSE-OUT - MASTER COPIED UNCHANGED"
            TO CERTIFICATE-RPT-RECORD
        WRITE CERTIFICATE-RPT-RECORD
    END-IF.

    MOVE 1 TO WS-REQ-SUB.
    PERFORM 020-CLOSE-ONE-VOYAGE UNTIL WS-REQ-SUB > WS-REQ-COUNT.
    CLOSE NEW-MASTER-FILE.

    MOVE 1 TO WS-CLS-SUB.
    PERFORM 028-WRITE-CLASS-TOTAL UNTIL WS-CLS-SUB > WS-CLS-COUNT.
    PERFORM 029-WRITE-CONTROL-TRAILER.
    CLOSE CHARGE-BACK-FILE.

    PERFORM 030-WRITE-REPORT-TOTALS.
    CLOSE CERTIFICATE-RPT-FILE.

    IF WS-REJECTED-COUNT > 0
        MOVE 8 TO RETURN-CODE
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
            MOVE VESL-CLASS TO WS-VM-CLASS(WS-VM-COUNT)
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

007-LOAD-FUEL-PROVISION.
    OPEN INPUT FUEL-BUDGET-FILE.
    IF WS-FUELBDG-STATUS = "35"
        DISPLAY "NO FUEL BUDGET MASTER PRESENT - "
            "PROVISION COMPARISON NOT PRODUCED"
    ELSE
        IF WS-FUELBDG-STATUS NOT = "00"
            DISPLAY "ERROR OPENING FUEL-BUDGET-FILE, STATUS: "
                WS-FUELBDG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-BUDGET-FOUND-SWITCH
        PERFORM 008-READ-FUEL-BUDGET
        PERFORM 009-STORE-FUEL-PROVISION UNTIL WS-FB-EOF
        CLOSE FUEL-BUDGET-FILE
    END-IF.

008-READ-FUEL-BUDGET.
    READ FUEL-BUDGET-FILE
        AT END
            MOVE "Y" TO WS-FB-EOF-SWITCH
    END-READ.

009-STORE-FUEL-PROVISION.
    IF FB-VOYAGE-PROVISION
        MOVE FB-ALLOCATION TO WS-FB-PROVISION
    END-IF.
    PERFORM 008-READ-FUEL-BUDGET.

010-LOAD-CLOSE-REQUESTS.
    OPEN INPUT CLOSE-REQUEST-FILE.
    IF WS-CLOSEREQ-STATUS NOT = "00"
        DISPLAY "ERROR OPENING CLOSE-REQUEST-FILE, STATUS: "
            WS-CLOSEREQ-STATUS
        DISPLAY "CLOSE-OUT REQUEST CARDS ARE REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 011-READ-CLOSE-REQUEST.
    PERFORM 012-STORE-CLOSE-REQUEST UNTIL WS-REQ-EOF.
    CLOSE CLOSE-REQUEST-FILE.

011-READ-CLOSE-REQUEST.
    READ CLOSE-REQUEST-FILE
        AT END
            MOVE "Y" TO WS-REQ-EOF-SWITCH
    END-READ.

012-STORE-CLOSE-REQUEST.
    ADD 1 TO WS-CARD-COUNT.
    MOVE CLOS-VESSEL-ID TO WS-VM-LOOKUP-ID.
    PERFORM 005-FIND-VESSEL-MASTER.
    PERFORM 013-FIND-REQUEST.
    EVALUATE TRUE
        WHEN CLOS-VESSEL-ID = SPACES
            MOVE "VESSEL ID IS BLANK" TO WS-REJECT-REASON
            PERFORM 031-REJECT-REQUEST
        WHEN WS-VM-FIND-SUB = 0
            MOVE "VESSEL NOT ON VESSEL MASTER" TO WS-REJECT-REASON
            PERFORM 031-REJECT-REQUEST
        WHEN CLOS-AUTH-ID = SPACES
            MOVE "NO AUTHORIZING OFFICER ON CARD" TO WS-REJECT-REASON
            PERFORM 031-REJECT-REQUEST
        WHEN WS-REQ-FIND-SUB > 0
            MOVE "DUPLICATE CLOSE-OUT CARD" TO WS-REJECT-REASON
            PERFORM 031-REJECT-REQUEST
        WHEN WS-REQ-COUNT < 50
            ADD 1 TO WS-REQ-COUNT
            MOVE CLOS-VESSEL-ID TO WS-REQ-VESSEL(WS-REQ-COUNT)
            MOVE CLOS-AUTH-ID TO WS-REQ-AUTH-ID(WS-REQ-COUNT)
            MOVE WS-VM-CLASS(WS-VM-FIND-SUB)
                TO WS-REQ-CLASS(WS-REQ-COUNT)
            MOVE "O" TO WS-REQ-STATE(WS-REQ-COUNT)
            MOVE 000000 TO WS-REQ-CLOSED-DATE(WS-REQ-COUNT)
            MOVE 0000 TO WS-REQ-DAYS(WS-REQ-COUNT)
            MOVE 0000 TO WS-REQ-LAST-DAY(WS-REQ-COUNT)
            MOVE 0000000000 TO WS-REQ-FORWARD(WS-REQ-COUNT)
            MOVE 0000000000 TO WS-REQ-DEPTH(WS-REQ-COUNT)
            MOVE 000000000000 TO WS-REQ-FUEL(WS-REQ-COUNT)
        WHEN OTHER
            MOVE "CLOSE-OUT TABLE FULL" TO WS-REJECT-REASON
            PERFORM 031-REJECT-REQUEST
    END-EVALUATE.
    PERFORM 011-READ-CLOSE-REQUEST.

013-FIND-REQUEST.
    MOVE 0 TO WS-REQ-FIND-SUB.
    MOVE 1 TO WS-REQ-SCAN-SUB.
    PERFORM 014-SCAN-REQUEST
        UNTIL WS-REQ-FIND-SUB > 0
        OR WS-REQ-SCAN-SUB > WS-REQ-COUNT.

014-SCAN-REQUEST.
    IF WS-REQ-VESSEL(WS-REQ-SCAN-SUB) = WS-VM-LOOKUP-ID
        MOVE WS-REQ-SCAN-SUB TO WS-REQ-FIND-SUB
    END-IF.
    ADD 1 TO WS-REQ-SCAN-SUB.

015-COPY-EXTRACT-MASTER.
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
    PERFORM 016-READ-OLD-MASTER.
    PERFORM 017-COPY-ONE-MASTER UNTIL WS-MASTER-EOF.
    CLOSE OLD-MASTER-FILE.
    CLOSE NEW-MASTER-FILE.

016-READ-OLD-MASTER.
    READ OLD-MASTER-FILE
        AT END
            MOVE "Y" TO WS-MASTER-EOF-SWITCH
    END-READ.

017-COPY-ONE-MASTER.
    WRITE NEW-MASTER-RECORD FROM OLD-MASTER-RECORD.
    ADD 1 TO WS-MASTER-COPIED.
    MOVE OLD-MASTER-RECORD TO EXTRACT-RECORD.
    MOVE EXTRACT-VESSEL-ID TO WS-VM-LOOKUP-ID.
    PERFORM 013-FIND-REQUEST.
    IF WS-REQ-FIND-SUB > 0
        IF EXTRACT-CLOSE-OUT
            IF EXTRACT-RUN-DATE > WS-REQ-CLOSED-DATE(WS-REQ-FIND-SUB)
                MOVE "X" TO WS-REQ-STATE(WS-REQ-FIND-SUB)
                MOVE EXTRACT-RUN-DATE
                    TO WS-REQ-CLOSED-DATE(WS-REQ-FIND-SUB)
            END-IF
        ELSE
            PERFORM 018-STORE-VOYAGE-DAY
        END-IF
    END-IF.
    PERFORM 016-READ-OLD-MASTER.

018-STORE-VOYAGE-DAY.
    MOVE 0 TO WS-VD-FIND-SUB.
    MOVE 1 TO WS-VD-SCAN-SUB.
    PERFORM 019-SCAN-VOYAGE-DAY
        UNTIL WS-VD-FIND-SUB > 0
        OR WS-VD-SCAN-SUB > WS-VD-COUNT.
    EVALUATE TRUE
        WHEN WS-VD-FIND-SUB > 0
            IF EXTRACT-RUN-DATE NOT < WS-VD-RUN-DATE(WS-VD-FIND-SUB)
                MOVE EXTRACT-RUN-DATE TO WS-VD-RUN-DATE(WS-VD-FIND-SUB)
                MOVE EXTRACT-FORWARD TO WS-VD-FORWARD(WS-VD-FIND-SUB)
                MOVE EXTRACT-DEPTH TO WS-VD-DEPTH(WS-VD-FIND-SUB)
                MOVE EXTRACT-FUEL TO WS-VD-FUEL(WS-VD-FIND-SUB)
            END-IF
        WHEN WS-VD-COUNT < 300
            ADD 1 TO WS-VD-COUNT
            MOVE WS-REQ-FIND-SUB TO WS-VD-REQ-SUB(WS-VD-COUNT)
            MOVE EXTRACT-DAY TO WS-VD-DAY(WS-VD-COUNT)
            MOVE EXTRACT-RUN-DATE TO WS-VD-RUN-DATE(WS-VD-COUNT)
            MOVE EXTRACT-FORWARD TO WS-VD-FORWARD(WS-VD-COUNT)
            MOVE EXTRACT-DEPTH TO WS-VD-DEPTH(WS-VD-COUNT)
            MOVE EXTRACT-FUEL TO WS-VD-FUEL(WS-VD-COUNT)
        WHEN OTHER
            DISPLAY "VOYAGE DAY TABLE FULL - RUN ABORTED AT: "
                OLD-MASTER-RECORD
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

019-SCAN-VOYAGE-DAY.
    IF WS-VD-REQ-SUB(WS-VD-SCAN-SUB) = WS-REQ-FIND-SUB
        AND WS-VD-DAY(WS-VD-SCAN-SUB) = EXTRACT-DAY
        MOVE WS-VD-SCAN-SUB TO WS-VD-FIND-SUB
    END-IF.
    ADD 1 TO WS-VD-SCAN-SUB.

020-CLOSE-ONE-VOYAGE.
    MOVE 1 TO WS-VD-SUB.
    PERFORM 021-ACCUMULATE-VOYAGE-DAY UNTIL WS-VD-SUB > WS-VD-COUNT.
    MOVE WS-REQ-VESSEL(WS-REQ-SUB) TO WS-REJECT-VESSEL.
    EVALUATE TRUE
        WHEN WS-REQ-DAYS(WS-REQ-SUB) = 0
            AND WS-REQ-CLOSED-BEFORE(WS-REQ-SUB)
            MOVE SPACES TO WS-REJECT-REASON
            STRING "NO VOYAGE DAYS SINCE CLOSE-OUT ON " DELIMITED BY SIZE
                   WS-REQ-CLOSED-DATE(WS-REQ-SUB) DELIMITED BY SIZE
                INTO WS-REJECT-REASON
            END-STRING
            PERFORM 032-WRITE-REJECT-LINE
        WHEN WS-REQ-DAYS(WS-REQ-SUB) = 0
            MOVE "NO VOYAGE DAYS ON EXTRACT MASTER" TO WS-REJECT-REASON
            PERFORM 032-WRITE-REJECT-LINE
        WHEN OTHER
            ADD 1 TO WS-CLOSED-COUNT
            PERFORM 022-WRITE-CLOSE-OUT-RECORD
            PERFORM 023-WRITE-CERTIFICATE
            PERFORM 025-WRITE-CHARGE-DETAIL
    END-EVALUATE.
    ADD 1 TO WS-REQ-SUB.

021-ACCUMULATE-VOYAGE-DAY.
    IF WS-VD-REQ-SUB(WS-VD-SUB) = WS-REQ-SUB
        AND WS-VD-RUN-DATE(WS-VD-SUB) > WS-REQ-CLOSED-DATE(WS-REQ-SUB)
        ADD 1 TO WS-REQ-DAYS(WS-REQ-SUB)
        ADD WS-VD-FORWARD(WS-VD-SUB) TO WS-REQ-FORWARD(WS-REQ-SUB)
        ADD WS-VD-FUEL(WS-VD-SUB) TO WS-REQ-FUEL(WS-REQ-SUB)
        IF WS-VD-DAY(WS-VD-SUB) > WS-REQ-LAST-DAY(WS-REQ-SUB)
            MOVE WS-VD-DAY(WS-VD-SUB) TO WS-REQ-LAST-DAY(WS-REQ-SUB)
            MOVE WS-VD-DEPTH(WS-VD-SUB) TO WS-REQ-DEPTH(WS-REQ-SUB)
        END-IF
    END-IF.
    ADD 1 TO WS-VD-SUB.

022-WRITE-CLOSE-OUT-RECORD.
    MOVE SPACES TO EXTRACT-RECORD.
    MOVE WS-RUN-DATE TO EXTRACT-RUN-DATE.
    MOVE WS-REQ-VESSEL(WS-REQ-SUB) TO EXTRACT-VESSEL-ID.
    MOVE 9999 TO EXTRACT-DAY.
    MOVE WS-REQ-DAYS(WS-REQ-SUB) TO EXTRACT-CLOSE-DAYS.
    MOVE WS-REQ-FORWARD(WS-REQ-SUB) TO EXTRACT-CLOSE-FORWARD.
    MOVE WS-REQ-DEPTH(WS-REQ-SUB) TO EXTRACT-CLOSE-DEPTH.
    MOVE WS-REQ-FUEL(WS-REQ-SUB) TO EXTRACT-CLOSE-FUEL.
    MOVE WS-REQ-AUTH-ID(WS-REQ-SUB) TO EXTRACT-CLOSE-AUTH-ID.
    WRITE NEW-MASTER-RECORD FROM EXTRACT-RECORD.

023-WRITE-CERTIFICATE.
    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "VOYAGE CLOSE-OUT CERTIFICATE - VESSEL " DELIMITED BY SIZE
           WS-REQ-VESSEL(WS-REQ-SUB) DELIMITED BY SIZE
           " CLASS " DELIMITED BY SIZE
           WS-REQ-CLASS(WS-REQ-SUB) DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "  CLOSED ON . . . . . . . . . . . : " DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
           " - AUTHORIZED BY " DELIMITED BY SIZE
           WS-REQ-AUTH-ID(WS-REQ-SUB) DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "  DAYS ON VOYAGE . . . . . . . . : " DELIMITED BY SIZE
           WS-REQ-DAYS(WS-REQ-SUB) DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "  TOTAL FORWARD DISTANCE . . . . : " DELIMITED BY SIZE
           WS-REQ-FORWARD(WS-REQ-SUB) DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "  FINAL DEPTH (DAY " DELIMITED BY SIZE
           WS-REQ-LAST-DAY(WS-REQ-SUB) DELIMITED BY SIZE
           ") . . . . : " DELIMITED BY SIZE
           WS-REQ-DEPTH(WS-REQ-SUB) DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "  FUEL USED . . . . . . . . . . . : " DELIMITED BY SIZE
           WS-REQ-FUEL(WS-REQ-SUB) DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    PERFORM 024-WRITE-PROVISION-LINES.

024-WRITE-PROVISION-LINES.
    IF NOT WS-BUDGET-PRESENT
        MOVE "  FUEL PROVISION . . . . . . . . : NO FUEL BUDGET ON FILE"
            TO CERTIFICATE-RPT-RECORD
        WRITE CERTIFICATE-RPT-RECORD
    ELSE
        MOVE SPACES TO CERTIFICATE-RPT-RECORD
        STRING "  FUEL PROVISION . . . . . . . . : " DELIMITED BY SIZE
               WS-FB-PROVISION DELIMITED BY SIZE
            INTO CERTIFICATE-RPT-RECORD
        END-STRING
        WRITE CERTIFICATE-RPT-RECORD
        MOVE SPACES TO CERTIFICATE-RPT-RECORD
        IF WS-REQ-FUEL(WS-REQ-SUB) > WS-FB-PROVISION
            SUBTRACT WS-FB-PROVISION FROM WS-REQ-FUEL(WS-REQ-SUB)
                GIVING WS-FUEL-OVERRUN
            STRING "  *** FUEL USED EXCEEDS PROVISION BY "
                       DELIMITED BY SIZE
                   WS-FUEL-OVERRUN DELIMITED BY SIZE
                INTO CERTIFICATE-RPT-RECORD
            END-STRING
        ELSE
            SUBTRACT WS-REQ-FUEL(WS-REQ-SUB) FROM WS-FB-PROVISION
                GIVING WS-FUEL-REMAINING
            STRING "  PROVISION REMAINING . . . . . . : " DELIMITED BY SIZE
                   WS-FUEL-REMAINING DELIMITED BY SIZE
                INTO CERTIFICATE-RPT-RECORD
            END-STRING
        END-IF
        WRITE CERTIFICATE-RPT-RECORD
    END-IF.

025-WRITE-CHARGE-DETAIL.
    MOVE SPACES TO CHARGE-BACK-RECORD.
    MOVE "D" TO CHGB-RECORD-TYPE.
    MOVE WS-RUN-DATE TO CHGB-CLOSE-DATE.
    MOVE WS-REQ-VESSEL(WS-REQ-SUB) TO CHGB-VESSEL-ID.
    MOVE WS-REQ-CLASS(WS-REQ-SUB) TO CHGB-CLASS.
    MOVE WS-REQ-DAYS(WS-REQ-SUB) TO CHGB-DAYS.
    MOVE WS-REQ-FUEL(WS-REQ-SUB) TO CHGB-FUEL-COST.
    PERFORM 027-WRITE-CHARGE-RECORD.
    ADD 1 TO WS-CHGB-DETAIL-COUNT.
    ADD WS-REQ-FUEL(WS-REQ-SUB) TO WS-CHGB-FUEL-TOTAL.

    MOVE 0 TO WS-CLS-FIND-SUB.
    MOVE 1 TO WS-CLS-SCAN-SUB.
    PERFORM 026-SCAN-CLASS-ENTRY
        UNTIL WS-CLS-FIND-SUB > 0
        OR WS-CLS-SCAN-SUB > WS-CLS-COUNT.
    IF WS-CLS-FIND-SUB = 0
        ADD 1 TO WS-CLS-COUNT
        MOVE WS-CLS-COUNT TO WS-CLS-FIND-SUB
        MOVE WS-REQ-CLASS(WS-REQ-SUB) TO WS-CLS-CLASS(WS-CLS-FIND-SUB)
        MOVE 0000 TO WS-CLS-VESSEL-COUNT(WS-CLS-FIND-SUB)
        MOVE 00000000000000 TO WS-CLS-FUEL(WS-CLS-FIND-SUB)
    END-IF.
    ADD 1 TO WS-CLS-VESSEL-COUNT(WS-CLS-FIND-SUB).
    ADD WS-REQ-FUEL(WS-REQ-SUB) TO WS-CLS-FUEL(WS-CLS-FIND-SUB).

026-SCAN-CLASS-ENTRY.
    IF WS-CLS-CLASS(WS-CLS-SCAN-SUB) = WS-REQ-CLASS(WS-REQ-SUB)
        MOVE WS-CLS-SCAN-SUB TO WS-CLS-FIND-SUB
    END-IF.
    ADD 1 TO WS-CLS-SCAN-SUB.

027-WRITE-CHARGE-RECORD.
    WRITE CHARGE-BACK-RECORD.
    IF WS-CHGBACK-STATUS NOT = "00"
        DISPLAY "ERROR WRITING CHARGE-BACK-FILE, STATUS: "
            WS-CHGBACK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

028-WRITE-CLASS-TOTAL.
    MOVE SPACES TO CHARGE-BACK-RECORD.
    MOVE "C" TO CHGB-RECORD-TYPE.
    MOVE WS-RUN-DATE TO CHGB-CLOSE-DATE.
    MOVE WS-CLS-CLASS(WS-CLS-SUB) TO CHGB-CLS-CLASS.
    MOVE WS-CLS-VESSEL-COUNT(WS-CLS-SUB) TO CHGB-CLS-VESSEL-COUNT.
    MOVE WS-CLS-FUEL(WS-CLS-SUB) TO CHGB-CLS-FUEL-COST.
    PERFORM 027-WRITE-CHARGE-RECORD.
    ADD 1 TO WS-CLS-SUB.

029-WRITE-CONTROL-TRAILER.
    MOVE SPACES TO CHARGE-BACK-RECORD.
    MOVE "T" TO CHGB-RECORD-TYPE.
    MOVE WS-RUN-DATE TO CHGB-CLOSE-DATE.
    MOVE WS-CHGB-DETAIL-COUNT TO CHGB-TRL-DETAIL-COUNT.
    MOVE WS-CLS-COUNT TO CHGB-TRL-CLASS-COUNT.
    MOVE WS-CHGB-FUEL-TOTAL TO CHGB-TRL-FUEL-COST.
    PERFORM 027-WRITE-CHARGE-RECORD.

030-WRITE-REPORT-TOTALS.
    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "CLOSE-OUT CARDS READ . . . . . . : " DELIMITED BY SIZE
           WS-CARD-COUNT DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "VOYAGES CLOSED . . . . . . . . . : " DELIMITED BY SIZE
           WS-CLOSED-COUNT DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "CLOSE-OUT CARDS REJECTED . . . . : " DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "EXTRACT MASTER RECORDS COPIED . . : " DELIMITED BY SIZE
           WS-MASTER-COPIED DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "CHARGE-BACK VESSEL RECORDS . . . : " DELIMITED BY SIZE
           WS-CHGB-DETAIL-COUNT DELIMITED BY SIZE
           " - HULL CLASSES: " DELIMITED BY SIZE
           WS-CLS-COUNT DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "FUEL COST CHARGED BACK . . . . . : " DELIMITED BY SIZE
           WS-CHGB-FUEL-TOTAL DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.

031-REJECT-REQUEST.
    MOVE CLOS-VESSEL-ID TO WS-REJECT-VESSEL.
    PERFORM 032-WRITE-REJECT-LINE.

032-WRITE-REJECT-LINE.
    ADD 1 TO WS-REJECTED-COUNT.
    MOVE SPACES TO CERTIFICATE-RPT-RECORD.
    STRING "  *** CLOSE-OUT REJECTED - VESSEL " DELIMITED BY SIZE
           WS-REJECT-VESSEL DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
        INTO CERTIFICATE-RPT-RECORD
    END-STRING.
    WRITE CERTIFICATE-RPT-RECORD.
