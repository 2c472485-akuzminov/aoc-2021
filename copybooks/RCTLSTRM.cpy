*> NIGHTLY STREAM STEP TABLE AND LEDGER STATE.
*> THE STEPS OF THE NIGHTLY STREAM IN THE ORDER THEY MUST RUN.
*> A STEP MAY ONLY START WHEN EVERY STEP AHEAD OF IT HAS ENDED
*> C(OMPLETE) FOR THE BUSINESS DATE, EACH AFTER THE ONE AHEAD OF
*> IT, SO A RERUN OF AN EARLY STEP FORCES THE STEPS BEHIND IT TO
*> RUN AGAIN.  THE STATE TABLE HOLDS, PER STEP, THE STATUS OF ITS
*> LATEST LEDGER RECORD FOR THE DATE (S = STARTED, NO END YET)
*> AND THE LEDGER SEQUENCE OF ITS LATEST END RECORD.
    01  RCTL-STREAM-TABLE.
        05  RCTL-STREAM-VALUES.
            10  FILLER PIC X(8) VALUE "FEEDMRG".
            10  FILLER PIC X(8) VALUE "ADJEDIT".
            10  FILLER PIC X(8) VALUE "AOCDAY2".
            10  FILLER PIC X(8) VALUE "BALANCE".
            10  FILLER PIC X(8) VALUE "EXTRMNT".
            10  FILLER PIC X(8) VALUE "HULLWEAR".
            10  FILLER PIC X(8) VALUE "DEVIATN".
            10  FILLER PIC X(8) VALUE "PROJECT".
            10  FILLER PIC X(8) VALUE "ARCHPRG".
        05  RCTL-STREAM-STEP REDEFINES RCTL-STREAM-VALUES
                PIC X(8) OCCURS 9 TIMES.
    01  RCTL-STREAM-STATE.
        05  RCTL-STATE-ENTRY OCCURS 9 TIMES.
            10  RCTL-STATE-STATUS PIC X(1).
            10  RCTL-STATE-TIME PIC 9(8).
            10  RCTL-STATE-END-SEQ PIC 9(6).
