*> HULL WEAR MASTER RECORD LAYOUT.
*> ONE FIXED-COLUMN RECORD PER VESSEL, CARRIED FORWARD A NEW
*> GENERATION EVERY NIGHT BY THE HULL WEAR PASS.  HOLDS THE
*> LIFETIME FORWARD DISTANCE, DIVE/SURFACE CYCLES (A DOWN ORDER
*> LATER FOLLOWED BY AN UP ORDER THE SAME DAY) AND DAYS CLOSED
*> BEYOND THE CLASS DEPTH BAND, THE SAME FIGURES AS THEY STOOD
*> AT THE LAST SERVICE, AND THE LAST RUN DATE ACCUMULATED SO A
*> RERUN NEVER COUNTS THE SAME HELM PASS TWICE.
    01  HULL-WEAR-RECORD.
        05  HWR-VESSEL-ID PIC X(8).
        05  HWR-LAST-RUN-DATE PIC 9(6).
        05  HWR-LIFE-FORWARD PIC 9(10).
        05  HWR-LIFE-CYCLES PIC 9(6).
        05  HWR-LIFE-BAND-DAYS PIC 9(4).
        05  HWR-SVC-FORWARD PIC 9(10).
        05  HWR-SVC-CYCLES PIC 9(6).
        05  HWR-SVC-BAND-DAYS PIC 9(4).
        05  HWR-LAST-SERVICE-DATE PIC 9(6).
