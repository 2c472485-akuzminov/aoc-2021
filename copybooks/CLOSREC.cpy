*> VOYAGE CLOSE-OUT REQUEST CARD LAYOUT.
*> ONE FIXED-COLUMN CARD PER VESSEL WHOSE VOYAGE IS TO BE
*> CLOSED, FILED BY THE FLEET OFFICE, GIVING THE VESSEL AND THE
*> ID OF THE OFFICER AUTHORIZING THE CLOSE-OUT.
    01  CLOSE-REQUEST-RECORD.
        05  CLOS-VESSEL-ID PIC X(8).
        05  CLOS-AUTH-ID PIC X(8).
