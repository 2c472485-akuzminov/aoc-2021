*> ONE FIXED-COLUMN RECORD PER VESSEL PER DAY, FILED BY THE
*> NAVIGATOR BEFORE THE VOYAGE, GIVING THE PLANNED FORWARD
*> DISTANCE, ENDING AIM AND ENDING DEPTH FOR THAT DAY.
*> A MID-VOYAGE RE-PLAN IS FILED AS AN AMENDMENT: THE SAME LAYOUT
*> WITH THE NEXT AMENDMENT NUMBER, THE FIRST DAY THE AMENDMENT
*> TAKES EFFECT AND THE ID OF THE OFFICER AUTHORIZING IT.  AN
*> AMENDMENT RE-FILES ONLY THE DAYS IT CHANGES; EARLIER VERSIONS
*> STAY ON FILE.  THE ORIGINAL PLAN IS AMENDMENT ZERO, AND A
*> BLANK AMENDMENT AREA IS READ AS THE ORIGINAL PLAN.
    01  PLAN-ROUTE-RECORD.
        05  PLAN-VESSEL-ID PIC X(8).
        05  PLAN-DAY PIC 9(4).
        05  PLAN-FORWARD PIC 9(4).
        05  PLAN-AIM PIC 9(4).
        05  PLAN-DEPTH PIC 9(10).
        05  PLAN-AMENDMENT.
            10  PLAN-AMEND-NO PIC 9(3).
            10  PLAN-EFFECTIVE-DAY PIC 9(4).
            10  PLAN-AUTH-ID PIC X(8).
