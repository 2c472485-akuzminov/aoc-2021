IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-HELM-SIMULATE.
AUTHOR. ANDREY KUZMINOV.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "PARMFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT VESSEL-MASTER-FILE ASSIGN TO "VESLMSTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VESLMSTR-STATUS.

            SELECT FUEL-BUDGET-FILE ASSIGN TO "FUELBDG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FUELBDG-STATUS.

            SELECT SIM-CARD-FILE ASSIGN TO "SIMCARD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIMCARD-STATUS.

            SELECT POSITION-JRNL-FILE ASSIGN TO "POSJRNL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JRNL-KEY
                FILE STATUS IS WS-POSJRNL-STATUS.

            SELECT SIM-RPT-FILE ASSIGN TO "SIMRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIMRPT-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PARM-FILE.
            COPY PARMREC.

        FD VESSEL-MASTER-FILE.
            COPY VESLREC.

        FD FUEL-BUDGET-FILE.
            COPY FUELREC.

        FD SIM-CARD-FILE.
            01 SIM-CARD.
                05 SIM-CARD-TYPE PIC X(1).
                    88 SIM-START-CARD VALUE "S".
                    88 SIM-ORDER-CARD VALUE "O".
                05 SIM-START-FIELDS.
                    10 SIM-VESSEL-ID PIC X(8).
                    10 SIM-START-MODE PIC X(1).
                        88 SIM-FROM-LATEST VALUE "L".
                        88 SIM-FROM-POINT VALUE "P".
                    10 SIM-START-DAY PIC 9(4).
                    10 SIM-START-RECORD-NO PIC 9(6).
                05 SIM-ORDER-FIELDS REDEFINES SIM-START-FIELDS.
                    10 SIM-DIRECTION PIC X(8).
                    10 SIM-VALUE PIC 9(4).
                    10 FILLER PIC X(7).

        FD POSITION-JRNL-FILE.
            COPY JRNLREC.

        FD SIM-RPT-FILE.
            01 SIM-RPT-RECORD PIC X(132).

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
        77 WS-VESLMSTR-STATUS PIC X(02) VALUE "00".
        77 WS-FUELBDG-STATUS PIC X(02) VALUE "00".
        77 WS-SIMCARD-STATUS PIC X(02) VALUE "00".
        77 WS-POSJRNL-STATUS PIC X(02) VALUE "00".
        77 WS-SIMRPT-STATUS PIC X(02) VALUE "00".
        77 WS-PARM-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-PARM-FOUND VALUE "Y".
        77 WS-VM-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-VM-EOF VALUE "Y".
        77 WS-FB-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-FB-EOF VALUE "Y".
        77 WS-CARD-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-CARD-EOF VALUE "Y".
        77 WS-JRNL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-JRNL-EOF VALUE "Y".
        77 WS-STATE-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-STATE-FOUND VALUE "Y".
        77 WS-SIM-ACTIVE-SWITCH PIC X(01) VALUE "N".
            88 WS-SIM-ACTIVE VALUE "Y".
        77 WS-ALLOC-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-ALLOC-FOUND VALUE "Y".
        77 WS-BREACH-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-BREACH-FOUND VALUE "Y".
        77 WS-STEP-STATUS PIC X(01) VALUE SPACE.
            88 WS-STEP-OK VALUE "O".
            88 WS-STEP-REJECTED VALUE "R".
            88 WS-STEP-BREACH VALUE "B".
        77 WS-RUN-DATE PIC 9(6) VALUE 000000.
        77 WS-RUN-DATE-ED PIC 99/99/99.
        77 WS-FUEL-FORWARD-RATE PIC 9(2) VALUE 00.
        77 WS-FUEL-AIM-RATE PIC 9(2) VALUE 00.
        77 WS-MAX-DEPTH PIC 9(10) VALUE 0000000000.
        77 WS-MAX-AIM PIC 9(4) VALUE 0000.
        77 WS-VM-FIND-SUB PIC 9(2) VALUE 00.
        77 WS-VM-SCAN-SUB PIC 9(2) VALUE 00.
        77 WS-FB-SCAN-SUB PIC 9(3) VALUE 000.
        77 WS-VES-MAX-DEPTH PIC 9(10) VALUE 0000000000.
        77 WS-VES-MAX-AIM PIC 9(4) VALUE 0000.
        77 WS-FORWARD PIC 9(4) VALUE 0000.
        77 WS-AIM PIC 9(4) VALUE 0000.
        77 WS-DEPTH PIC 9(10) VALUE 0000000000.
        77 WS-FUEL-TOTAL PIC 9(10) VALUE 0000000000.
        77 WS-TEMP PIC 9(4) VALUE 0000.
        77 WS-FUEL-TEMP PIC 9(6) VALUE 000000.
        77 WS-SIM-VESSEL-ID PIC X(8) VALUE SPACES.
        77 WS-SIM-DAY PIC 9(4) VALUE 0000.
        77 WS-SIM-RECORD-NO PIC 9(6) VALUE 000000.
        77 WS-SIM-START-FUEL PIC 9(10) VALUE 0000000000.
        77 WS-SIM-COUNT PIC 9(4) VALUE 0000.
        77 WS-STEP-NO PIC 9(4) VALUE 0000.
        77 WS-STEP-REJECTS PIC 9(4) VALUE 0000.
        77 WS-STEP-BREACHES PIC 9(4) VALUE 0000.
        77 WS-STEP-TEXT PIC X(40) VALUE SPACES.
        77 WS-FUEL-ALLOC PIC 9(10) VALUE 0000000000.
        77 WS-OTHER-BURN PIC 9(10) VALUE 0000000000.
        77 WS-DAY-FUEL-BURN PIC 9(10) VALUE 0000000000.
        77 WS-SCRIPT-FUEL PIC 9(10) VALUE 0000000000.
        77 WS-OV-VESSEL-ID PIC X(8) VALUE SPACES.
        77 WS-OV-FUEL PIC 9(10) VALUE 0000000000.
        77 WS-FUEL-HEADROOM PIC 9(10) VALUE 0000000000.
        77 WS-LIMIT-VALUE PIC 9(10) VALUE 0000000000.
        77 WS-SAFE-VALUE PIC 9(10) VALUE 0000000000.
        77 WS-SAFE-VALUE-ED PIC 9(4) VALUE 0000.
        77 WS-BREACH-STEP PIC 9(4) VALUE 0000.
        77 WS-DEPTH-BREACH-SWITCH PIC X(01) VALUE "N".
            88 WS-DEPTH-BREACH VALUE "Y".
        77 WS-AIM-BREACH-SWITCH PIC X(01) VALUE "N".
            88 WS-AIM-BREACH VALUE "Y".
        77 WS-FUEL-BREACH-SWITCH PIC X(01) VALUE "N".
            88 WS-FUEL-BREACH VALUE "Y".
        77 WS-CARDS-READ PIC 9(6) VALUE 000000.
        77 WS-CARDS-REJECTED PIC 9(6) VALUE 000000.
        77 WS-SIMS-WITH-BREACH PIC 9(4) VALUE 0000.
        77 WS-REJECT-REASON PIC X(40) VALUE SPACES.
        01 WS-PRIOR-STATE.
            05 WS-PRIOR-FORWARD PIC 9(4).
            05 WS-PRIOR-AIM PIC 9(4).
            05 WS-PRIOR-DEPTH PIC 9(10).
            05 WS-PRIOR-FUEL PIC 9(10).
        01 WS-VESSEL-MASTER-TABLE.
            05 WS-VM-COUNT PIC 9(2) VALUE 00.
            05 WS-VM-ENTRY OCCURS 50 TIMES.
                10 WS-VM-ID PIC X(8).
                10 WS-VM-CLASS PIC X(8).
                10 WS-VM-MAX-DEPTH PIC 9(10).
                10 WS-VM-MAX-AIM PIC 9(4).
                10 WS-VM-STATUS PIC X(1).
                    88 WS-VM-ACTIVE VALUE "A".
        01 WS-FUEL-BUDGET-TABLE.
            05 WS-FB-COUNT PIC 9(3) VALUE 000.
            05 WS-FB-ENTRY OCCURS 100 TIMES.
                10 WS-FB-ENTRY-DAY PIC 9(4).
                10 WS-FB-ENTRY-ALLOC PIC 9(10).

PROCEDURE DIVISION.
001-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
    PERFORM 002-READ-PARM-CARD.
    PERFORM 003-LOAD-VESSEL-MASTER.
    PERFORM 006-LOAD-FUEL-BUDGET.

    OPEN INPUT SIM-CARD-FILE.
    IF WS-SIMCARD-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SIM-CARD-FILE, STATUS: "
            WS-SIMCARD-STATUS
        DISPLAY "SIMULATION CARD FILE IS REQUIRED - RUN ABORTED"
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

    OPEN OUTPUT SIM-RPT-FILE.
    IF WS-SIMRPT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING SIM-RPT-FILE, STATUS: "
            WS-SIMRPT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "HELM ORDER SIMULATION - RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-ED DELIMITED BY SIZE
           " - NO PRODUCTION FILES ARE UPDATED" DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.

    PERFORM 009-READ-SIM-CARD.
    PERFORM 010-PROCESS-SIM-CARD UNTIL WS-CARD-EOF.
    IF WS-SIM-ACTIVE
        PERFORM 024-END-SIMULATION
    END-IF.

    IF WS-SIM-COUNT = 0
        MOVE SPACES TO SIM-RPT-RECORD
        WRITE SIM-RPT-RECORD
        MOVE "NO SIMULATION START CARDS PRESENTED" TO SIM-RPT-RECORD
        WRITE SIM-RPT-RECORD
    END-IF.
    PERFORM 026-WRITE-SIM-TOTALS.

    CLOSE POSITION-JRNL-FILE.
    CLOSE SIM-CARD-FILE.
    CLOSE SIM-RPT-FILE.
    EVALUATE TRUE
        WHEN WS-CARDS-REJECTED > 0
            MOVE 8 TO RETURN-CODE
        WHEN WS-SIMS-WITH-BREACH > 0
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
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
        OR PARM-MAX-DEPTH NOT NUMERIC
        OR PARM-MAX-DEPTH = 0000000000
        OR PARM-MAX-AIM NOT NUMERIC
        OR PARM-MAX-AIM = 0000
        DISPLAY "INVALID FUEL RATES OR LIMITS ON CONTROL CARD"
        DISPLAY "RUN ABORTED - NO SIMULATION CARDS PROCESSED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PARM-FUEL-FORWARD-RATE TO WS-FUEL-FORWARD-RATE.
    MOVE PARM-FUEL-AIM-RATE TO WS-FUEL-AIM-RATE.
    MOVE PARM-MAX-DEPTH TO WS-MAX-DEPTH.
    MOVE PARM-MAX-AIM TO WS-MAX-AIM.

003-LOAD-VESSEL-MASTER.
    OPEN INPUT VESSEL-MASTER-FILE.
    IF WS-VESLMSTR-STATUS NOT = "00"
        DISPLAY "ERROR OPENING VESSEL-MASTER-FILE, STATUS: "
            WS-VESLMSTR-STATUS
        DISPLAY "VESSEL MASTER FILE IS REQUIRED - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 004-READ-VESSEL-MASTER.
    PERFORM 005-STORE-VESSEL-MASTER UNTIL WS-VM-EOF.
    CLOSE VESSEL-MASTER-FILE.
    IF WS-VM-COUNT = 0
        DISPLAY "VESSEL-MASTER-FILE IS EMPTY - RUN ABORTED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

004-READ-VESSEL-MASTER.
    READ VESSEL-MASTER-FILE
        AT END
            MOVE "Y" TO WS-VM-EOF-SWITCH
    END-READ.

005-STORE-VESSEL-MASTER.
    IF VESL-VESSEL-ID = SPACES
        OR VESL-MAX-DEPTH NOT NUMERIC
        OR VESL-MAX-AIM NOT NUMERIC
        DISPLAY "INVALID VESSEL MASTER RECORD IGNORED: "
            VESSEL-MASTER-RECORD
    ELSE
        IF WS-VM-COUNT < 50
            ADD 1 TO WS-VM-COUNT
            MOVE VESL-VESSEL-ID TO WS-VM-ID(WS-VM-COUNT)
            MOVE VESL-CLASS TO WS-VM-CLASS(WS-VM-COUNT)
            MOVE VESL-MAX-DEPTH TO WS-VM-MAX-DEPTH(WS-VM-COUNT)
            MOVE VESL-MAX-AIM TO WS-VM-MAX-AIM(WS-VM-COUNT)
            MOVE VESL-STATUS TO WS-VM-STATUS(WS-VM-COUNT)
        ELSE
            DISPLAY "VESSEL MASTER TABLE FULL - RECORD IGNORED: "
                VESSEL-MASTER-RECORD
        END-IF
    END-IF.
    PERFORM 004-READ-VESSEL-MASTER.

006-LOAD-FUEL-BUDGET.
    OPEN INPUT FUEL-BUDGET-FILE.
    IF WS-FUELBDG-STATUS = "35"
        DISPLAY "NO FUEL BUDGET MASTER PRESENT - FUEL NOT CHECKED"
    ELSE
        IF WS-FUELBDG-STATUS NOT = "00"
            DISPLAY "ERROR OPENING FUEL-BUDGET-FILE, STATUS: "
                WS-FUELBDG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 007-READ-FUEL-BUDGET
        PERFORM 008-STORE-FUEL-BUDGET UNTIL WS-FB-EOF
        CLOSE FUEL-BUDGET-FILE
    END-IF.

007-READ-FUEL-BUDGET.
    READ FUEL-BUDGET-FILE
        AT END
            MOVE "Y" TO WS-FB-EOF-SWITCH
    END-READ.

008-STORE-FUEL-BUDGET.
    IF FB-DAY-ALLOCATION
        AND FB-DAY NUMERIC
        AND FB-ALLOCATION NUMERIC
        IF WS-FB-COUNT < 100
            ADD 1 TO WS-FB-COUNT
            MOVE FB-DAY TO WS-FB-ENTRY-DAY(WS-FB-COUNT)
            MOVE FB-ALLOCATION TO WS-FB-ENTRY-ALLOC(WS-FB-COUNT)
        ELSE
            DISPLAY "FUEL BUDGET TABLE FULL - RECORD IGNORED: "
                FUEL-BUDGET-RECORD
        END-IF
    END-IF.
    PERFORM 007-READ-FUEL-BUDGET.

009-READ-SIM-CARD.
    READ SIM-CARD-FILE
        AT END
            MOVE "Y" TO WS-CARD-EOF-SWITCH
        NOT AT END
            ADD 1 TO WS-CARDS-READ
    END-READ.

010-PROCESS-SIM-CARD.
    EVALUATE TRUE
        WHEN SIM-START-CARD
            IF WS-SIM-ACTIVE
                PERFORM 024-END-SIMULATION
            END-IF
            PERFORM 011-START-SIMULATION
        WHEN SIM-ORDER-CARD AND WS-SIM-ACTIVE
            PERFORM 017-SIMULATE-ORDER
        WHEN SIM-ORDER-CARD
            MOVE "ORDER CARD WITH NO VALID START CARD" TO WS-REJECT-REASON
            PERFORM 025-REJECT-SIM-CARD
        WHEN OTHER
            MOVE "UNRECOGNIZED CARD TYPE" TO WS-REJECT-REASON
            PERFORM 025-REJECT-SIM-CARD
    END-EVALUATE.
    PERFORM 009-READ-SIM-CARD.

011-START-SIMULATION.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-VM-FIND-SUB.
    MOVE 1 TO WS-VM-SCAN-SUB.
    PERFORM 012-SCAN-VESSEL-MASTER
        UNTIL WS-VM-FIND-SUB > 0
        OR WS-VM-SCAN-SUB > WS-VM-COUNT.
    EVALUATE TRUE
        WHEN WS-VM-FIND-SUB = 0
            MOVE "VESSEL NOT ON VESSEL MASTER" TO WS-REJECT-REASON
        WHEN NOT WS-VM-ACTIVE(WS-VM-FIND-SUB)
            MOVE "VESSEL RETIRED ON VESSEL MASTER" TO WS-REJECT-REASON
        WHEN NOT SIM-FROM-LATEST AND NOT SIM-FROM-POINT
            MOVE "START MODE MUST BE L OR P" TO WS-REJECT-REASON
        WHEN SIM-FROM-POINT
            AND (SIM-START-DAY NOT NUMERIC
                OR SIM-START-DAY = 0000
                OR SIM-START-RECORD-NO NOT NUMERIC)
            MOVE "START DAY OR RECORD NOT NUMERIC" TO WS-REJECT-REASON
    END-EVALUATE.
    IF WS-REJECT-REASON NOT = SPACES
        MOVE "N" TO WS-SIM-ACTIVE-SWITCH
        PERFORM 025-REJECT-SIM-CARD
    ELSE
        MOVE "Y" TO WS-SIM-ACTIVE-SWITCH
        ADD 1 TO WS-SIM-COUNT
        MOVE 0000 TO WS-STEP-NO
        MOVE 0000 TO WS-STEP-REJECTS
        MOVE 0000 TO WS-STEP-BREACHES
        MOVE "N" TO WS-BREACH-FOUND-SWITCH
        MOVE SIM-VESSEL-ID TO WS-SIM-VESSEL-ID
        IF WS-VM-MAX-DEPTH(WS-VM-FIND-SUB) > 0000000000
            MOVE WS-VM-MAX-DEPTH(WS-VM-FIND-SUB) TO WS-VES-MAX-DEPTH
        ELSE
            MOVE WS-MAX-DEPTH TO WS-VES-MAX-DEPTH
        END-IF
        IF WS-VM-MAX-AIM(WS-VM-FIND-SUB) > 0000
            MOVE WS-VM-MAX-AIM(WS-VM-FIND-SUB) TO WS-VES-MAX-AIM
        ELSE
            MOVE WS-MAX-AIM TO WS-VES-MAX-AIM
        END-IF
        PERFORM 013-LOAD-START-STATE
        PERFORM 014-FIND-DAY-ALLOCATION
        PERFORM 016-WRITE-SIM-HEADING
    END-IF.

012-SCAN-VESSEL-MASTER.
    IF WS-VM-ID(WS-VM-SCAN-SUB) = SIM-VESSEL-ID
        MOVE WS-VM-SCAN-SUB TO WS-VM-FIND-SUB
    END-IF.
    ADD 1 TO WS-VM-SCAN-SUB.

013-LOAD-START-STATE.
    MOVE "N" TO WS-STATE-FOUND-SWITCH.
    MOVE "N" TO WS-JRNL-EOF-SWITCH.
    MOVE 0000 TO WS-FORWARD, WS-AIM.
    MOVE 0000000000 TO WS-DEPTH.
    MOVE 0000000000 TO WS-FUEL-TOTAL.
    MOVE 000000 TO WS-SIM-RECORD-NO.
    MOVE SIM-VESSEL-ID TO JRNL-VESSEL-ID.
    IF SIM-FROM-LATEST
        MOVE 0001 TO WS-SIM-DAY
        MOVE 9999 TO JRNL-DAY
        MOVE 999999 TO JRNL-RECORD-NO
    ELSE
        MOVE SIM-START-DAY TO WS-SIM-DAY
        MOVE SIM-START-DAY TO JRNL-DAY
        MOVE SIM-START-RECORD-NO TO JRNL-RECORD-NO
    END-IF.
    MOVE 9 TO JRNL-ORDER-SEQ.
    IF SIM-FROM-LATEST OR SIM-START-RECORD-NO > 000000
        START POSITION-JRNL-FILE
            KEY IS NOT GREATER THAN JRNL-KEY
            INVALID KEY
                CONTINUE
        END-START
        IF WS-POSJRNL-STATUS = "00"
            READ POSITION-JRNL-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-JRNL-EOF-SWITCH
            END-READ
            IF NOT WS-JRNL-EOF
                AND JRNL-VESSEL-ID = SIM-VESSEL-ID
                AND (SIM-FROM-LATEST OR JRNL-DAY = SIM-START-DAY)
                MOVE "Y" TO WS-STATE-FOUND-SWITCH
                MOVE JRNL-DAY TO WS-SIM-DAY
                MOVE JRNL-RECORD-NO TO WS-SIM-RECORD-NO
                MOVE JRNL-FORWARD TO WS-FORWARD
                MOVE JRNL-AIM TO WS-AIM
                MOVE JRNL-DEPTH TO WS-DEPTH
                MOVE JRNL-FUEL TO WS-FUEL-TOTAL
            END-IF
        END-IF
    END-IF.
    MOVE WS-FUEL-TOTAL TO WS-SIM-START-FUEL.

014-FIND-DAY-ALLOCATION.
    MOVE "N" TO WS-ALLOC-FOUND-SWITCH.
    MOVE 0000000000 TO WS-FUEL-ALLOC.
    MOVE 1 TO WS-FB-SCAN-SUB.
    PERFORM 015-SCAN-DAY-ALLOCATION
        UNTIL WS-ALLOC-FOUND
        OR WS-FB-SCAN-SUB > WS-FB-COUNT.
    MOVE 0000000000 TO WS-OTHER-BURN.
    IF WS-ALLOC-FOUND
        PERFORM 027-TOTAL-OTHER-BURN
    END-IF.

015-SCAN-DAY-ALLOCATION.
    IF WS-FB-ENTRY-DAY(WS-FB-SCAN-SUB) = WS-SIM-DAY
        MOVE WS-FB-ENTRY-ALLOC(WS-FB-SCAN-SUB) TO WS-FUEL-ALLOC
        MOVE "Y" TO WS-ALLOC-FOUND-SWITCH
    END-IF.
    ADD 1 TO WS-FB-SCAN-SUB.

016-WRITE-SIM-HEADING.
    MOVE SPACES TO SIM-RPT-RECORD.
    WRITE SIM-RPT-RECORD.
    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "SIMULATION " DELIMITED BY SIZE
           WS-SIM-COUNT DELIMITED BY SIZE
           " - VESSEL " DELIMITED BY SIZE
           WS-SIM-VESSEL-ID DELIMITED BY SIZE
           " CLASS " DELIMITED BY SIZE
           WS-VM-CLASS(WS-VM-FIND-SUB) DELIMITED BY SIZE
           " - RATED MAX DEPTH " DELIMITED BY SIZE
           WS-VES-MAX-DEPTH DELIMITED BY SIZE
           " MAX AIM " DELIMITED BY SIZE
           WS-VES-MAX-AIM DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.
    MOVE SPACES TO SIM-RPT-RECORD.
    EVALUATE TRUE
        WHEN WS-STATE-FOUND AND SIM-FROM-LATEST
            STRING "  START: LATEST JOURNAL POSITION - DAY "
                       DELIMITED BY SIZE
                   WS-SIM-DAY DELIMITED BY SIZE
                   " RECORD " DELIMITED BY SIZE
                   WS-SIM-RECORD-NO DELIMITED BY SIZE
                INTO SIM-RPT-RECORD
            END-STRING
        WHEN WS-STATE-FOUND
            STRING "  START: JOURNAL POSITION AS OF DAY "
                       DELIMITED BY SIZE
                   SIM-START-DAY DELIMITED BY SIZE
                   " RECORD " DELIMITED BY SIZE
                   SIM-START-RECORD-NO DELIMITED BY SIZE
                   " - LAST JOURNALED AT RECORD " DELIMITED BY SIZE
                   WS-SIM-RECORD-NO DELIMITED BY SIZE
                INTO SIM-RPT-RECORD
            END-STRING
        WHEN SIM-FROM-LATEST
            STRING "  START: NO JOURNAL POSITION FOR VESSEL - "
                       DELIMITED BY SIZE
                   "RESET STATE ON DAY " DELIMITED BY SIZE
                   WS-SIM-DAY DELIMITED BY SIZE
                INTO SIM-RPT-RECORD
            END-STRING
        WHEN OTHER
            STRING "  START: RESET STATE AT START OF DAY "
                       DELIMITED BY SIZE
                   WS-SIM-DAY DELIMITED BY SIZE
                INTO SIM-RPT-RECORD
            END-STRING
    END-EVALUATE.
    WRITE SIM-RPT-RECORD.
    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "  STARTING STATE - FWD " DELIMITED BY SIZE
           WS-FORWARD DELIMITED BY SIZE
           " AIM " DELIMITED BY SIZE
           WS-AIM DELIMITED BY SIZE
           " DEPTH " DELIMITED BY SIZE
           WS-DEPTH DELIMITED BY SIZE
           " FUEL " DELIMITED BY SIZE
           WS-FUEL-TOTAL DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.
    MOVE SPACES TO SIM-RPT-RECORD.
    IF WS-ALLOC-FOUND
        STRING "  DAY " DELIMITED BY SIZE
               WS-SIM-DAY DELIMITED BY SIZE
               " FUEL ALLOCATION " DELIMITED BY SIZE
               WS-FUEL-ALLOC DELIMITED BY SIZE
               " - JOURNALED BURN OF OTHER VESSELS " DELIMITED BY SIZE
               WS-OTHER-BURN DELIMITED BY SIZE
            INTO SIM-RPT-RECORD
        END-STRING
    ELSE
        STRING "  DAY " DELIMITED BY SIZE
               WS-SIM-DAY DELIMITED BY SIZE
               " HAS NO ALLOCATION FILED IN THE FUEL BUDGET"
                   DELIMITED BY SIZE
               " - DAY FUEL NOT CHECKED" DELIMITED BY SIZE
            INTO SIM-RPT-RECORD
        END-STRING
    END-IF.
    WRITE SIM-RPT-RECORD.

017-SIMULATE-ORDER.
    ADD 1 TO WS-STEP-NO.
    MOVE WS-FORWARD TO WS-PRIOR-FORWARD.
    MOVE WS-AIM TO WS-PRIOR-AIM.
    MOVE WS-DEPTH TO WS-PRIOR-DEPTH.
    MOVE WS-FUEL-TOTAL TO WS-PRIOR-FUEL.
    MOVE "O" TO WS-STEP-STATUS.
    MOVE "OK" TO WS-STEP-TEXT.
    MOVE "N" TO WS-DEPTH-BREACH-SWITCH.
    MOVE "N" TO WS-AIM-BREACH-SWITCH.
    MOVE "N" TO WS-FUEL-BREACH-SWITCH.
    IF SIM-VALUE NOT NUMERIC
        MOVE "R" TO WS-STEP-STATUS
        MOVE "REJECTED - ORDER VALUE NOT NUMERIC" TO WS-STEP-TEXT
    ELSE
        PERFORM 018-APPLY-SIM-ORDER
    END-IF.
    IF WS-STEP-OK
        PERFORM 019-CHECK-SIM-LIMITS
    END-IF.
    IF WS-STEP-REJECTED
        ADD 1 TO WS-STEP-REJECTS
    END-IF.
    PERFORM 020-WRITE-STEP-LINE.
    IF WS-STEP-BREACH
        ADD 1 TO WS-STEP-BREACHES
        IF NOT WS-BREACH-FOUND
            MOVE "Y" TO WS-BREACH-FOUND-SWITCH
            MOVE WS-STEP-NO TO WS-BREACH-STEP
            PERFORM 021-FIND-SAFE-VALUE
        END-IF
    END-IF.

018-APPLY-SIM-ORDER.
    EVALUATE SIM-DIRECTION
        WHEN "forward"
            ADD SIM-VALUE TO WS-FORWARD
            MULTIPLY SIM-VALUE BY WS-AIM GIVING WS-TEMP
            ADD WS-TEMP TO WS-DEPTH
            MULTIPLY SIM-VALUE BY WS-FUEL-FORWARD-RATE
                GIVING WS-FUEL-TEMP
            ADD WS-FUEL-TEMP TO WS-FUEL-TOTAL
        WHEN "down"
            ADD SIM-VALUE TO WS-AIM
            MULTIPLY SIM-VALUE BY WS-FUEL-AIM-RATE
                GIVING WS-FUEL-TEMP
            ADD WS-FUEL-TEMP TO WS-FUEL-TOTAL
        WHEN "up"
            IF SIM-VALUE > WS-AIM
                MOVE "R" TO WS-STEP-STATUS
                MOVE "REJECTED - UP VALUE EXCEEDS AIM" TO WS-STEP-TEXT
            ELSE
                SUBTRACT SIM-VALUE FROM WS-AIM
                MULTIPLY SIM-VALUE BY WS-FUEL-AIM-RATE
                    GIVING WS-FUEL-TEMP
                ADD WS-FUEL-TEMP TO WS-FUEL-TOTAL
            END-IF
        WHEN OTHER
            MOVE "R" TO WS-STEP-STATUS
            MOVE "REJECTED - UNRECOGNIZED DIRECTION CODE"
                TO WS-STEP-TEXT
    END-EVALUATE.

019-CHECK-SIM-LIMITS.
    IF SIM-DIRECTION NOT = "up"
        IF WS-DEPTH > WS-VES-MAX-DEPTH
            MOVE "Y" TO WS-DEPTH-BREACH-SWITCH
        END-IF
        IF WS-AIM > WS-VES-MAX-AIM
            MOVE "Y" TO WS-AIM-BREACH-SWITCH
        END-IF
    END-IF.
    ADD WS-OTHER-BURN WS-FUEL-TOTAL GIVING WS-DAY-FUEL-BURN.
    IF WS-ALLOC-FOUND AND WS-DAY-FUEL-BURN > WS-FUEL-ALLOC
        MOVE "Y" TO WS-FUEL-BREACH-SWITCH
    END-IF.
    IF WS-DEPTH-BREACH OR WS-AIM-BREACH OR WS-FUEL-BREACH
        MOVE "B" TO WS-STEP-STATUS
        MOVE "BREACH" TO WS-STEP-TEXT
    END-IF.

020-WRITE-STEP-LINE.
    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "  STEP " DELIMITED BY SIZE
           WS-STEP-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SIM-DIRECTION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SIM-VALUE DELIMITED BY SIZE
           " - FWD " DELIMITED BY SIZE
           WS-FORWARD DELIMITED BY SIZE
           " AIM " DELIMITED BY SIZE
           WS-AIM DELIMITED BY SIZE
           " DEPTH " DELIMITED BY SIZE
           WS-DEPTH DELIMITED BY SIZE
           " FUEL " DELIMITED BY SIZE
           WS-FUEL-TOTAL DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-STEP-TEXT DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.
    IF WS-DEPTH-BREACH
        MOVE SPACES TO SIM-RPT-RECORD
        STRING "      DEPTH EXCEEDS RATED MAXIMUM " DELIMITED BY SIZE
               WS-VES-MAX-DEPTH DELIMITED BY SIZE
            INTO SIM-RPT-RECORD
        END-STRING
        WRITE SIM-RPT-RECORD
    END-IF.
    IF WS-AIM-BREACH
        MOVE SPACES TO SIM-RPT-RECORD
        STRING "      AIM EXCEEDS RATED MAXIMUM " DELIMITED BY SIZE
               WS-VES-MAX-AIM DELIMITED BY SIZE
            INTO SIM-RPT-RECORD
        END-STRING
        WRITE SIM-RPT-RECORD
    END-IF.
    IF WS-FUEL-BREACH
        MOVE SPACES TO SIM-RPT-RECORD
        STRING "      DAY FUEL BURN " DELIMITED BY SIZE
               WS-DAY-FUEL-BURN DELIMITED BY SIZE
               " EXCEEDS DAY ALLOCATION " DELIMITED BY SIZE
               WS-FUEL-ALLOC DELIMITED BY SIZE
            INTO SIM-RPT-RECORD
        END-STRING
        WRITE SIM-RPT-RECORD
    END-IF.
    IF WS-STEP-REJECTED AND SIM-DIRECTION = "up"
        MOVE SPACES TO SIM-RPT-RECORD
        STRING "      LARGEST UP VALUE THE HELM PASS WOULD ACCEPT: "
                   DELIMITED BY SIZE
               WS-AIM DELIMITED BY SIZE
            INTO SIM-RPT-RECORD
        END-STRING
        WRITE SIM-RPT-RECORD
    END-IF.

021-FIND-SAFE-VALUE.
    MOVE 0000009999 TO WS-SAFE-VALUE.
    IF WS-ALLOC-FOUND
        ADD WS-OTHER-BURN WS-PRIOR-FUEL GIVING WS-DAY-FUEL-BURN
        IF WS-DAY-FUEL-BURN < WS-FUEL-ALLOC
            SUBTRACT WS-DAY-FUEL-BURN FROM WS-FUEL-ALLOC
                GIVING WS-FUEL-HEADROOM
        ELSE
            MOVE 0000000000 TO WS-FUEL-HEADROOM
        END-IF
        IF SIM-DIRECTION = "forward"
            DIVIDE WS-FUEL-HEADROOM BY WS-FUEL-FORWARD-RATE
                GIVING WS-LIMIT-VALUE
        ELSE
            DIVIDE WS-FUEL-HEADROOM BY WS-FUEL-AIM-RATE
                GIVING WS-LIMIT-VALUE
        END-IF
        PERFORM 022-TAKE-LOWER-LIMIT
    END-IF.
    IF SIM-DIRECTION NOT = "up"
        PERFORM 023-ENVELOPE-LIMIT
    END-IF.
    MOVE WS-SAFE-VALUE TO WS-SAFE-VALUE-ED.
    MOVE SPACES TO SIM-RPT-RECORD.
    IF WS-SAFE-VALUE = 0
        STRING "  *** FIRST BREACH AT STEP " DELIMITED BY SIZE
               WS-STEP-NO DELIMITED BY SIZE
               " - NO SAFE VALUE: " DELIMITED BY SIZE
               SIM-DIRECTION DELIMITED BY SPACE
               " OF ANY SIZE BREACHES FROM THE PRIOR STATE"
                   DELIMITED BY SIZE
            INTO SIM-RPT-RECORD
        END-STRING
    ELSE
        STRING "  *** FIRST BREACH AT STEP " DELIMITED BY SIZE
               WS-STEP-NO DELIMITED BY SIZE
               " - LARGEST SAFE VALUE FOR THIS STEP: " DELIMITED BY SIZE
               SIM-DIRECTION DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SAFE-VALUE-ED DELIMITED BY SIZE
            INTO SIM-RPT-RECORD
        END-STRING
    END-IF.
    WRITE SIM-RPT-RECORD.

022-TAKE-LOWER-LIMIT.
    IF WS-LIMIT-VALUE < WS-SAFE-VALUE
        MOVE WS-LIMIT-VALUE TO WS-SAFE-VALUE
    END-IF.

023-ENVELOPE-LIMIT.
    IF WS-PRIOR-DEPTH > WS-VES-MAX-DEPTH
        OR WS-PRIOR-AIM > WS-VES-MAX-AIM
        MOVE 0000000000 TO WS-LIMIT-VALUE
        PERFORM 022-TAKE-LOWER-LIMIT
    ELSE
        IF SIM-DIRECTION = "down"
            SUBTRACT WS-PRIOR-AIM FROM WS-VES-MAX-AIM
                GIVING WS-LIMIT-VALUE
            PERFORM 022-TAKE-LOWER-LIMIT
        ELSE
            IF WS-PRIOR-AIM > 0
                SUBTRACT WS-PRIOR-DEPTH FROM WS-VES-MAX-DEPTH
                    GIVING WS-LIMIT-VALUE
                DIVIDE WS-PRIOR-AIM INTO WS-LIMIT-VALUE
                PERFORM 022-TAKE-LOWER-LIMIT
            END-IF
        END-IF
    END-IF.

024-END-SIMULATION.
    IF WS-FUEL-TOTAL > WS-SIM-START-FUEL
        SUBTRACT WS-SIM-START-FUEL FROM WS-FUEL-TOTAL
            GIVING WS-SCRIPT-FUEL
    ELSE
        MOVE 0000000000 TO WS-SCRIPT-FUEL
    END-IF.
    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "  PROJECTED END STATE - FWD " DELIMITED BY SIZE
           WS-FORWARD DELIMITED BY SIZE
           " AIM " DELIMITED BY SIZE
           WS-AIM DELIMITED BY SIZE
           " DEPTH " DELIMITED BY SIZE
           WS-DEPTH DELIMITED BY SIZE
           " FUEL " DELIMITED BY SIZE
           WS-FUEL-TOTAL DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.
    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "  STEPS " DELIMITED BY SIZE
           WS-STEP-NO DELIMITED BY SIZE
           " - REJECTED " DELIMITED BY SIZE
           WS-STEP-REJECTS DELIMITED BY SIZE
           " - IN BREACH " DELIMITED BY SIZE
           WS-STEP-BREACHES DELIMITED BY SIZE
           " - FUEL COST OF ORDERS " DELIMITED BY SIZE
           WS-SCRIPT-FUEL DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.
    MOVE SPACES TO SIM-RPT-RECORD.
    IF WS-BREACH-FOUND
        ADD 1 TO WS-SIMS-WITH-BREACH
        STRING "  *** DO NOT ISSUE AS WRITTEN - FIRST BREACH AT STEP "
                   DELIMITED BY SIZE
               WS-BREACH-STEP DELIMITED BY SIZE
            INTO SIM-RPT-RECORD
        END-STRING
    ELSE
        MOVE "  NO BREACH - ORDERS STAY INSIDE THE ENVELOPE AND DAY FUEL"
            TO SIM-RPT-RECORD
    END-IF.
    WRITE SIM-RPT-RECORD.
    MOVE "N" TO WS-SIM-ACTIVE-SWITCH.

025-REJECT-SIM-CARD.
    ADD 1 TO WS-CARDS-REJECTED.
    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "  *** CARD REJECTED - " DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           SIM-CARD DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.

026-WRITE-SIM-TOTALS.
    MOVE SPACES TO SIM-RPT-RECORD.
    WRITE SIM-RPT-RECORD.

    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "SIMULATION CARDS READ . . . . . . : " DELIMITED BY SIZE
           WS-CARDS-READ DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.

    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "SIMULATION CARDS REJECTED . . . . : " DELIMITED BY SIZE
           WS-CARDS-REJECTED DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.

    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "SIMULATIONS RUN . . . . . . . . . : " DELIMITED BY SIZE
           WS-SIM-COUNT DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.

    MOVE SPACES TO SIM-RPT-RECORD.
    STRING "SIMULATIONS WITH A BREACH . . . . : " DELIMITED BY SIZE
           WS-SIMS-WITH-BREACH DELIMITED BY SIZE
        INTO SIM-RPT-RECORD
    END-STRING.
    WRITE SIM-RPT-RECORD.

027-TOTAL-OTHER-BURN.
    MOVE "N" TO WS-JRNL-EOF-SWITCH.
    MOVE SPACES TO WS-OV-VESSEL-ID.
    MOVE 0000000000 TO WS-OV-FUEL.
    MOVE LOW-VALUES TO JRNL-KEY.
    START POSITION-JRNL-FILE
        KEY IS NOT LESS THAN JRNL-KEY
        INVALID KEY
            MOVE "Y" TO WS-JRNL-EOF-SWITCH
    END-START.
    PERFORM 028-READ-NEXT-JOURNAL.
    PERFORM 029-NOTE-OTHER-VESSEL-FUEL UNTIL WS-JRNL-EOF.
    ADD WS-OV-FUEL TO WS-OTHER-BURN.

028-READ-NEXT-JOURNAL.
    IF NOT WS-JRNL-EOF
        READ POSITION-JRNL-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-JRNL-EOF-SWITCH
        END-READ
    END-IF.

029-NOTE-OTHER-VESSEL-FUEL.
    IF JRNL-DAY = WS-SIM-DAY
        AND JRNL-VESSEL-ID NOT = WS-SIM-VESSEL-ID
        IF JRNL-VESSEL-ID NOT = WS-OV-VESSEL-ID
            ADD WS-OV-FUEL TO WS-OTHER-BURN
            MOVE JRNL-VESSEL-ID TO WS-OV-VESSEL-ID
        END-IF
        MOVE JRNL-FUEL TO WS-OV-FUEL
    END-IF.
    PERFORM 028-READ-NEXT-JOURNAL.
