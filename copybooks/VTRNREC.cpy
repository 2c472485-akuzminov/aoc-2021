*> VESSEL MASTER MAINTENANCE TRANSACTION LAYOUT.
*> ONE FIXED-COLUMN CARD PER CHANGE TO THE VESSEL MASTER, FILED
*> BY THE FLEET OFFICE AND APPLIED IN CARD ORDER:
*>   ADD       - REGISTER A NEW VESSEL (CLASS AND BOTH LIMITS
*>               REQUIRED; A LIMIT OF ZERO TAKES THE CONTROL CARD)
*>   CHANGE    - AMEND CLASS AND/OR LIMITS (BLANK FIELD KEEPS THE
*>               MASTER VALUE)
*>   RETIRE    - SET THE VESSEL RETIRED
*>   REINSTATE - SET A RETIRED VESSEL ACTIVE AGAIN
*> EVERY CARD MUST CARRY THE ID OF THE OFFICER AUTHORIZING IT.
    01  VESSEL-TRAN-RECORD.
        05  VTRN-ACTION PIC X(9).
            88  VTRN-ACTION-ADD VALUE "ADD".
            88  VTRN-ACTION-CHANGE VALUE "CHANGE".
            88  VTRN-ACTION-RETIRE VALUE "RETIRE".
            88  VTRN-ACTION-REINSTATE VALUE "REINSTATE".
        05  VTRN-VESSEL-ID PIC X(8).
        05  VTRN-CLASS PIC X(8).
        05  VTRN-MAX-DEPTH PIC X(10).
        05  VTRN-MAX-DEPTH-N REDEFINES VTRN-MAX-DEPTH PIC 9(10).
        05  VTRN-MAX-AIM PIC X(4).
        05  VTRN-MAX-AIM-N REDEFINES VTRN-MAX-AIM PIC 9(4).
        05  VTRN-AUTH-ID PIC X(8).
