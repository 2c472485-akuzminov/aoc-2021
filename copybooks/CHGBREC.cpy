*> FUEL CHARGE-BACK INTERFACE RECORD LAYOUT.
*> FIXED-COLUMN FILE HANDED TO FINANCE BY THE VOYAGE CLOSE-OUT
*> PROGRAM.  ONE "D" RECORD PER CLOSED VOYAGE CARRYING THE FUEL
*> COST CHARGED TO THAT VESSEL AND ITS HULL CLASS, THEN ONE "C"
*> RECORD PER HULL CLASS CARRYING THE CLASS TOTAL, THEN ONE "T"
*> CONTROL TRAILER.  THE TRAILER COUNTS THE "D" AND "C" RECORDS
*> AND CARRIES THE TOTAL FUEL COST, WHICH MUST EQUAL BOTH THE
*> SUM OF THE "D" RECORDS AND THE SUM OF THE "C" RECORDS.
    01  CHARGE-BACK-RECORD.
        05  CHGB-RECORD-TYPE PIC X(1).
            88  CHGB-VESSEL-DETAIL VALUE "D".
            88  CHGB-CLASS-TOTAL VALUE "C".
            88  CHGB-TRAILER VALUE "T".
        05  CHGB-CLOSE-DATE PIC 9(6).
        05  CHGB-BODY PIC X(43).
        05  CHGB-DETAIL-BODY REDEFINES CHGB-BODY.
            10  CHGB-VESSEL-ID PIC X(8).
            10  CHGB-CLASS PIC X(8).
            10  CHGB-DAYS PIC 9(4).
            10  CHGB-FUEL-COST PIC 9(12).
            10  FILLER PIC X(11).
        05  CHGB-CLASS-BODY REDEFINES CHGB-BODY.
            10  CHGB-CLS-CLASS PIC X(8).
            10  CHGB-CLS-VESSEL-COUNT PIC 9(4).
            10  CHGB-CLS-FUEL-COST PIC 9(14).
            10  FILLER PIC X(17).
        05  CHGB-TRAILER-BODY REDEFINES CHGB-BODY.
            10  CHGB-TRL-DETAIL-COUNT PIC 9(6).
            10  CHGB-TRL-CLASS-COUNT PIC 9(4).
            10  CHGB-TRL-FUEL-COST PIC 9(14).
            10  FILLER PIC X(19).
