*> TOKEN LAYOUTS FOLLOW THE DETAIL RECORD BELOW.
*> DETAIL LINE: VESSEL DIRECTION VALUE.  DAYEND MARKER LINES
*> CARRY NO VESSEL AND CLOSE THE DAY FOR THE WHOLE FLEET.
*> THE FEED MERGE STAMPS THE ORIGINATING STATION (STNFEED1-4)
*> IN COLUMNS 73-80 OF EVERY MERGED DETAIL LINE; THE TOKENS
*> ABOVE NEVER REACH THAT FAR, SO THE UNSTRING IGNORES IT.
    01  HELM-ORDER-RECORD.
        05  HELM-READ PIC X(80).
        05  HELM-READ-STATION REDEFINES HELM-READ.
            10  FILLER PIC X(72).
            10  HELM-STATION-ID PIC X(8).
        05  HELM-VESSEL-ID PIC X(8).
        05  HELM-DIRECTION PIC X(20).
        05  HELM-VALUE PIC 9(4) VALUE 0000.
