*> HULL SERVICE COMPLETION CARD LAYOUT.
*> ONE FIXED-COLUMN CARD PER VESSEL RETURNED FROM SERVICE, FILED
*> BY THE FLEET ENGINEER.  THE HULL WEAR PASS RESETS THE VESSEL'S
*> SINCE-SERVICE WEAR TO ZERO AS OF THE SERVICE DATE.  EVERY CARD
*> MUST CARRY THE ID OF THE OFFICER SIGNING THE HULL OFF.
    01  SERVICE-DONE-RECORD.
        05  SVCD-VESSEL-ID PIC X(8).
        05  SVCD-SERVICE-DATE PIC 9(6).
        05  SVCD-AUTH-ID PIC X(8).
