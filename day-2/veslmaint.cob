IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-VESSEL-MAINT.
AUTHOR. ANDREY KUZMINOV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VESSEL-TRAN-FILE ASSIGN TO "VESLTRAN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLTRAN-STATUS.

            SELECT VESSEL-MASTER-FILE ASSIGN TO "VESLMSTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLMSTR-STATUS.

            SELECT NEW-VESSEL-MASTER-FILE ASSIGN TO "VESLMSTN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLMSTN-STATUS.

            SELECT POSITION-JRNL-FILE ASSIGN TO "POSJRNL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JRNL-KEY
                FILE STATUS IS WS-POSJRNL-STATUS.

            SELECT MAINT-AUDIT-FILE ASSIGN TO "VESLAUD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLAUD-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD VESSEL-TRAN-FILE.
            COPY VTRNREC.

        FD VESSEL-MASTER-FILE.
            COPY VESLREC.

        FD NEW-VESSEL-MASTER-FILE.
            01 NEW-VESSEL-MASTER-RECORD PIC X(31).

        FD POSITION-JRNL-FILE.
            COPY JRNLREC.

        FD MAINT-AUDIT-FILE.
            01 MAINT-AUDIT-RECORD PIC X(132).

    WORKING-STORAGE SECTION.
        77 WS-VESLTRAN-STATUS PIC X(02) VALUE "00".
        77 WS-VESLMSTR-STATUS PIC X(02) VALUE "00".
        77 WS-VESLMSTN-STATUS PIC X(02) VALUE "00".
        77 WS-POSJRNL-STATUS PIC X(02) VALUE "00".
        77 WS-VESLAUD-STATUS PIC X(02) VALUE "00".
        77 WS-TRAN-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-TRAN-EOF VALUE "Y".
        77 WS-VM-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-VM-EOF VALUE "Y".
        77 WS-TRAN-VALID-SWITCH PIC X(01) VALUE "Y".
            88 WS-TRAN-VALID VALUE "Y".
        77 WS-OPEN-DAYS-SWITCH PIC X(01) VALUE "N".
            88 WS-OPEN-DAYS VALUE "Y".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-VM-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-VM-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-VM-SUB PIC 9(2) VALUE 00.
        77 WS-VM-LOOKUP-ID PIC X(8) VALUE SPACES.
        77 WS-REJECT-REASON PIC X(40) VALUE SPACES.
        77 WS-AUDIT-LABEL PIC X(8) VALUE SPACES.
        77 WS-OLD-VESSEL-COUNT PIC 9(4) VALUE 0000.
        77 WS-NEW-VESSEL-COUNT PIC 9(4) VALUE 0000.
        77 WS-TRAN-COUNT PIC 9(4) VALUE 0000.
        77 WS-ADDED-COUNT PIC 9(4) VALUE 0000.
        77 WS-CHANGED-COUNT PIC 9(4) VALUE 0000.
        77 WS-RETIRED-COUNT PIC 9(4) VALUE 0000.
        77 WS-REINSTATED-COUNT PIC 9(4) VALUE 0000.
        77 WS-REJECTED-COUNT PIC 9(4) VALUE 0000.
        01 WS-AUDIT-IMAGE.
            05 WS-AUD-VESSEL-ID PIC X(8).
            05 WS-AUD-CLASS PIC X(8).
            05 WS-AUD-MAX-DEPTH PIC 9(10).
            05 WS-AUD-MAX-AIM PIC 9(4).
            05 WS-AUD-STATUS PIC X(1).
        01 WS-VESSEL-MASTER-TABLE.
            05 WS-VM-COUNT PIC 9(2) VALUE 00.
            05 WS-VM-ENTRY OCCURS 50 TIMES.
                10 WS-VM-ID PIC X(8).
                10 WS-VM-CLASS PIC X(8).
                10 WS-VM-MAX-DEPTH PIC 9(10).
                10 WS-VM-MAX-AIM PIC 9(4).
                10 WS-VM-STATUS PIC X(1).
                    88 WS-VM-ACTIVE VALUE "A".
                    88 WS-VM-RETIRED VALUE "R".

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 002-LOAD-VESSEL-MASTER.

    OPEN INPUT VESSEL-TRAN-FILE.
    IF WS-VESLTRAN-STATUS NOT = "00"
        DISPLAY "ERROR OPENING VESSEL-TRAN-FILE, STATUS: "
            WS-VESLTRAN-STATUS
        DISPLAY "VESSEL MAINTENANCE CARDS ARE REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT POSITION-JRNL-FILE.
    IF WS-POSJRNL-STATUS NOT = "00"
        DISPLAY "ERROR OPENING POSITION-JRNL-FILE, STATUS: "
            WS-POSJRNL-STATUS
        DISPLAY "POSITION JOURNAL IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT MAINT-AUDIT-FILE.
    IF WS-VESLAUD-STATUS NOT = "00"
        DISPLAY "ERROR OPENING MAINT-AUDIT-FILE, STATUS: "
            WS-VESLAUD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "VESSEL MASTER MAINTENANCE AUDIT - RUN DATE: "
               DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

    PERFORM 007-READ-TRAN-CARD.
    PERFORM 008-PROCESS-TRAN-CARD UNTIL WS-TRAN-EOF.

    IF WS-TRAN-COUNT = 0
        MOVE SPACES TO MAINT-AUDIT-RECORD
        WRITE MAINT-AUDIT-RECORD
        MOVE "NO MAINTENANCE CARDS PRESENTED - MASTER COPIED UNCHANGED"
            TO MAINT-AUDIT-RECORD
        WRITE MAINT-AUDIT-RECORD
    END-IF.

    CLOSE VESSEL-TRAN-FILE.
    CLOSE POSITION-JRNL-FILE.

    PERFORM 015-WRITE-NEW-MASTER.
    PERFORM 017-WRITE-MAINT-TOTALS.

    CLOSE MAINT-AUDIT-FILE.
    IF WS-REJECTED-COUNT > 0
        MOVE 8 TO RETURN-CODE
        DISPLAY "VESSEL MAINTENANCE REJECTED " WS-REJECTED-COUNT
            " CARD(S) - SEE VESLAUD"
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
            ADD 1 TO WS-OLD-VESSEL-COUNT
            MOVE VESSEL-MASTER-RECORD TO WS-VM-ENTRY(WS-VM-COUNT)
        ELSE
            DISPLAY "VESSEL MASTER TABLE FULL - RUN ABORTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
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

007-READ-TRAN-CARD.
    READ VESSEL-TRAN-FILE
        AT END
            MOVE "Y" TO WS-TRAN-EOF-SWITCH
    END-READ.

008-PROCESS-TRAN-CARD.
    ADD 1 TO WS-TRAN-COUNT.
    MOVE "Y" TO WS-TRAN-VALID-SWITCH.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE VTRN-VESSEL-ID TO WS-VM-LOOKUP-ID.
    PERFORM 005-FIND-VESSEL-MASTER.
    PERFORM 009-VALIDATE-TRAN-CARD.
    IF WS-TRAN-VALID
        PERFORM 010-APPLY-TRAN-CARD
    ELSE
        PERFORM 014-WRITE-REJECT-LINE
    END-IF.
    PERFORM 007-READ-TRAN-CARD.

009-VALIDATE-TRAN-CARD.
    EVALUATE TRUE
        WHEN NOT VTRN-ACTION-ADD
            AND NOT VTRN-ACTION-CHANGE
            AND NOT VTRN-ACTION-RETIRE
            AND NOT VTRN-ACTION-REINSTATE
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "UNRECOGNIZED MAINTENANCE ACTION"
                TO WS-REJECT-REASON
        WHEN VTRN-VESSEL-ID = SPACES
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "VESSEL ID MISSING" TO WS-REJECT-REASON
        WHEN VTRN-AUTH-ID = SPACES
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "AUTHORIZING ID MISSING" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-ADD AND WS-VM-FIND-SUB > 0
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "DUPLICATE - VESSEL ALREADY ON MASTER"
                TO WS-REJECT-REASON
        WHEN NOT VTRN-ACTION-ADD AND WS-VM-FIND-SUB = 0
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "VESSEL NOT ON VESSEL MASTER" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-ADD AND VTRN-CLASS = SPACES
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "HULL CLASS REQUIRED ON ADD" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-ADD AND VTRN-MAX-DEPTH NOT NUMERIC
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "MAX DEPTH NOT NUMERIC" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-ADD AND VTRN-MAX-AIM NOT NUMERIC
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "MAX AIM NOT NUMERIC" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-ADD AND WS-VM-COUNT NOT < 50
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "VESSEL MASTER TABLE FULL" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-CHANGE
            AND VTRN-CLASS = SPACES
            AND VTRN-MAX-DEPTH = SPACES
            AND VTRN-MAX-AIM = SPACES
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "CHANGE CARD CARRIES NO NEW VALUES"
                TO WS-REJECT-REASON
        WHEN VTRN-ACTION-CHANGE
            AND VTRN-MAX-DEPTH NOT = SPACES
            AND VTRN-MAX-DEPTH NOT NUMERIC
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "MAX DEPTH NOT NUMERIC" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-CHANGE
            AND VTRN-MAX-AIM NOT = SPACES
            AND VTRN-MAX-AIM NOT NUMERIC
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "MAX AIM NOT NUMERIC" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-RETIRE
            AND WS-VM-RETIRED(WS-VM-FIND-SUB)
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "VESSEL ALREADY RETIRED" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-REINSTATE
            AND NOT WS-VM-RETIRED(WS-VM-FIND-SUB)
            MOVE "N" TO WS-TRAN-VALID-SWITCH
            MOVE "VESSEL IS NOT RETIRED" TO WS-REJECT-REASON
        WHEN VTRN-ACTION-RETIRE
            PERFORM 011-CHECK-OPEN-JOURNAL
            IF WS-OPEN-DAYS
                MOVE "N" TO WS-TRAN-VALID-SWITCH
                MOVE "VESSEL HAS OPEN POSITION JOURNAL DAYS"
                    TO WS-REJECT-REASON
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

010-APPLY-TRAN-CARD.
    IF VTRN-ACTION-ADD
        MOVE SPACES TO WS-AUDIT-IMAGE
    ELSE
        MOVE WS-VM-ENTRY(WS-VM-FIND-SUB) TO WS-AUDIT-IMAGE
    END-IF.
    PERFORM 012-WRITE-AUDIT-HEADING.
    MOVE "BEFORE:" TO WS-AUDIT-LABEL.
    PERFORM 013-WRITE-AUDIT-IMAGE.

    EVALUATE TRUE
        WHEN VTRN-ACTION-ADD
            ADD 1 TO WS-VM-COUNT
            MOVE WS-VM-COUNT TO WS-VM-FIND-SUB
            MOVE VTRN-VESSEL-ID TO WS-VM-ID(WS-VM-FIND-SUB)
            MOVE VTRN-CLASS TO WS-VM-CLASS(WS-VM-FIND-SUB)
            MOVE VTRN-MAX-DEPTH-N TO WS-VM-MAX-DEPTH(WS-VM-FIND-SUB)
            MOVE VTRN-MAX-AIM-N TO WS-VM-MAX-AIM(WS-VM-FIND-SUB)
            MOVE "A" TO WS-VM-STATUS(WS-VM-FIND-SUB)
            ADD 1 TO WS-ADDED-COUNT
        WHEN VTRN-ACTION-CHANGE
            IF VTRN-CLASS NOT = SPACES
                MOVE VTRN-CLASS TO WS-VM-CLASS(WS-VM-FIND-SUB)
            END-IF
            IF VTRN-MAX-DEPTH NOT = SPACES
                MOVE VTRN-MAX-DEPTH-N
                    TO WS-VM-MAX-DEPTH(WS-VM-FIND-SUB)
            END-IF
            IF VTRN-MAX-AIM NOT = SPACES
                MOVE VTRN-MAX-AIM-N TO WS-VM-MAX-AIM(WS-VM-FIND-SUB)
            END-IF
            ADD 1 TO WS-CHANGED-COUNT
        WHEN VTRN-ACTION-RETIRE
            MOVE "R" TO WS-VM-STATUS(WS-VM-FIND-SUB)
            ADD 1 TO WS-RETIRED-COUNT
        WHEN VTRN-ACTION-REINSTATE
            MOVE "A" TO WS-VM-STATUS(WS-VM-FIND-SUB)
            ADD 1 TO WS-REINSTATED-COUNT
    END-EVALUATE.

    MOVE WS-VM-ENTRY(WS-VM-FIND-SUB) TO WS-AUDIT-IMAGE.
    MOVE "AFTER:" TO WS-AUDIT-LABEL.
    PERFORM 013-WRITE-AUDIT-IMAGE.

011-CHECK-OPEN-JOURNAL.
    MOVE "N" TO WS-OPEN-DAYS-SWITCH.
    MOVE VTRN-VESSEL-ID TO JRNL-VESSEL-ID.
    MOVE 0000 TO JRNL-DAY.
    MOVE 000000 TO JRNL-RECORD-NO.
    MOVE 0 TO JRNL-ORDER-SEQ.
    START POSITION-JRNL-FILE
        KEY IS NOT LESS THAN JRNL-KEY
        INVALID KEY
            CONTINUE
    END-START.
    EVALUATE WS-POSJRNL-STATUS
        WHEN "00"
            READ POSITION-JRNL-FILE NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF JRNL-VESSEL-ID = VTRN-VESSEL-ID
                        MOVE "Y" TO WS-OPEN-DAYS-SWITCH
                    END-IF
            END-READ
        WHEN "23"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR READING POSITION-JRNL-FILE, STATUS: "
                WS-POSJRNL-STATUS
            DISPLAY "OPEN JOURNAL DAYS CANNOT BE CHECKED FOR VESSEL "
                VTRN-VESSEL-ID " - RUN ABORTED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

012-WRITE-AUDIT-HEADING.
    MOVE SPACES TO MAINT-AUDIT-RECORD.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING VTRN-ACTION DELIMITED BY SIZE
           " VESSEL " DELIMITED BY SIZE
           VTRN-VESSEL-ID DELIMITED BY SIZE
           " - AUTH: " DELIMITED BY SIZE
           VTRN-AUTH-ID DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

013-WRITE-AUDIT-IMAGE.
    MOVE SPACES TO MAINT-AUDIT-RECORD.
    IF WS-AUDIT-IMAGE = SPACES
        STRING "  " DELIMITED BY SIZE
               WS-AUDIT-LABEL DELIMITED BY SIZE
               " NOT ON VESSEL MASTER" DELIMITED BY SIZE
            INTO MAINT-AUDIT-RECORD
        END-STRING
    ELSE
        STRING "  " DELIMITED BY SIZE
               WS-AUDIT-LABEL DELIMITED BY SIZE
               " CLASS: " DELIMITED BY SIZE
               WS-AUD-CLASS DELIMITED BY SIZE
               " MAX DEPTH: " DELIMITED BY SIZE
               WS-AUD-MAX-DEPTH DELIMITED BY SIZE
               " MAX AIM: " DELIMITED BY SIZE
               WS-AUD-MAX-AIM DELIMITED BY SIZE
               " STATUS: " DELIMITED BY SIZE
               WS-AUD-STATUS DELIMITED BY SIZE
            INTO MAINT-AUDIT-RECORD
        END-STRING
    END-IF.
    WRITE MAINT-AUDIT-RECORD.

014-WRITE-REJECT-LINE.
    ADD 1 TO WS-REJECTED-COUNT.
    MOVE SPACES TO MAINT-AUDIT-RECORD.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "REJECTED - " DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
           " - AUTH: " DELIMITED BY SIZE
           VTRN-AUTH-ID DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "  CARD: " DELIMITED BY SIZE
           VESSEL-TRAN-RECORD DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

015-WRITE-NEW-MASTER.
    OPEN OUTPUT NEW-VESSEL-MASTER-FILE.
    IF WS-VESLMSTN-STATUS NOT = "00"
        DISPLAY "ERROR OPENING NEW-VESSEL-MASTER-FILE, STATUS: "
            WS-VESLMSTN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 1 TO WS-VM-SUB.
    PERFORM 016-WRITE-ONE-VESSEL UNTIL WS-VM-SUB > WS-VM-COUNT.
    CLOSE NEW-VESSEL-MASTER-FILE.

016-WRITE-ONE-VESSEL.
    WRITE NEW-VESSEL-MASTER-RECORD FROM WS-VM-ENTRY(WS-VM-SUB).
    ADD 1 TO WS-NEW-VESSEL-COUNT.
    ADD 1 TO WS-VM-SUB.

017-WRITE-MAINT-TOTALS.
    MOVE SPACES TO MAINT-AUDIT-RECORD.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "VESSELS ON OLD MASTER . . . . . . . : " DELIMITED BY SIZE
           WS-OLD-VESSEL-COUNT DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "MAINTENANCE CARDS READ . . . . . . : " DELIMITED BY SIZE
           WS-TRAN-COUNT DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "VESSELS ADDED . . . . . . . . . . . : " DELIMITED BY SIZE
           WS-ADDED-COUNT DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "VESSELS CHANGED . . . . . . . . . . : " DELIMITED BY SIZE
           WS-CHANGED-COUNT DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "VESSELS RETIRED . . . . . . . . . . : " DELIMITED BY SIZE
           WS-RETIRED-COUNT DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "VESSELS REINSTATED . . . . . . . . : " DELIMITED BY SIZE
           WS-REINSTATED-COUNT DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "CARDS REJECTED . . . . . . . . . . : " DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.

    MOVE SPACES TO MAINT-AUDIT-RECORD.
    STRING "VESSELS ON NEW MASTER . . . . . . . : " DELIMITED BY SIZE
           WS-NEW-VESSEL-COUNT DELIMITED BY SIZE
        INTO MAINT-AUDIT-RECORD
    END-STRING.
    WRITE MAINT-AUDIT-RECORD.
