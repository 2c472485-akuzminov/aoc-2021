*> OUT-OF-SERVICE LIST RECORD LAYOUT.
*> ONE FIXED-COLUMN RECORD PER VESSEL THE HULL WEAR PASS FINDS AT
*> OR PAST A SERVICE INTERVAL.  THE VESSEL MUST BE TAKEN OUT OF
*> SERVICE BEFORE ITS NEXT VOYAGE.  EACH FLAG IS "Y" WHEN THAT
*> MEASURE HAS REACHED ITS INTERVAL.
    01  OUT-OF-SERVICE-RECORD.
        05  OOSL-LIST-DATE PIC 9(6).
        05  OOSL-VESSEL-ID PIC X(8).
        05  OOSL-CLASS PIC X(8).
        05  OOSL-FORWARD-FLAG PIC X(1).
        05  OOSL-CYCLE-FLAG PIC X(1).
        05  OOSL-BAND-DAY-FLAG PIC X(1).
