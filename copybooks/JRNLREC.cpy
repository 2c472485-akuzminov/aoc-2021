*> SEQUENCE KEEPS KEYS UNIQUE AND IN PROCESSING ORDER WHEN
*> INSERT ADJUSTMENTS JOURNAL AHEAD OF THE FEED ORDER AT THE
*> SAME RECORD NUMBER: INSERTS TAKE 0 UPWARD, THE FEED ORDER
*> ITSELF TAKES 9.  THE STATION ID IS THE HELM STATION THE
*> ORDER CAME IN FROM (BLANK IF IT DID NOT COME THROUGH THE
*> FEED MERGE).  SHARED BY THE HELM PASS AND EVERY PROGRAM
*> THAT READS OR MAINTAINS POSJRNL.
    01  JOURNAL-RECORD.
        05  JRNL-KEY.
        05  JRNL-AIM PIC 9(4).
        05  JRNL-DEPTH PIC 9(10).
        05  JRNL-FUEL PIC 9(10).
        05  JRNL-STATION-ID PIC X(8).
