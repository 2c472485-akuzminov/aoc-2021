*> ONE RECORD PER VESSEL PER DAY, WRITTEN BY THE HELM PASS AT
*> EACH DAY CLOSE.  SHARED BY EVERY PROGRAM THAT READS OR
*> WRITES FLTEXTR, SO THE FIELD DEFINITIONS STAY IN SYNC.
*> THE EXTRACT MASTER ALSO CARRIES ONE CLOSE-OUT RECORD PER
*> CLOSED VOYAGE, WRITTEN BY THE VOYAGE CLOSE-OUT PROGRAM: DAY
*> 9999, THE CLOSE DATE AS RUN DATE, AND THE VOYAGE TOTALS IN
*> THE CLOSE-OUT VIEW OF THE DETAIL AREA.  ONCE IT IS ON THE
*> MASTER NO EXTRACT FROM A RUN ON OR BEFORE THE CLOSE DATE IS
*> MERGED FOR THAT VESSEL; LATER RUNS START ITS NEXT VOYAGE.
    01  EXTRACT-RECORD.
        05  EXTRACT-RUN-DATE PIC 9(6).
        05  EXTRACT-VESSEL-ID PIC X(8).
        05  EXTRACT-DAY PIC 9(4).
            88  EXTRACT-CLOSE-OUT VALUE 9999.
        05  EXTRACT-DETAIL.
            10  EXTRACT-FORWARD PIC 9(4).
            10  EXTRACT-AIM PIC 9(4).
            10  EXTRACT-DEPTH PIC 9(10).
            10  EXTRACT-RESULT-1 PIC 9(10).
            10  EXTRACT-RESULT-2 PIC 9(10).
            10  EXTRACT-FUEL PIC 9(10).
        05  EXTRACT-CLOSE-DETAIL REDEFINES EXTRACT-DETAIL.
            10  EXTRACT-CLOSE-DAYS PIC 9(4).
            10  EXTRACT-CLOSE-FORWARD PIC 9(10).
            10  EXTRACT-CLOSE-DEPTH PIC 9(10).
            10  EXTRACT-CLOSE-FUEL PIC 9(10).
            10  EXTRACT-CLOSE-AUTH-ID PIC X(8).
            10  FILLER PIC X(6).
