*> STATION-STATISTICS RECORD LAYOUT.
*> ONE FIXED-COLUMN RECORD PER HELM STATION APPENDED TO THE
*> STATION STATISTICS LOG AT END OF EVERY HELM PASS, GIVING THE
*> ORDERS ACCEPTED FROM THAT STATION, ITS REJECTS BY REASON
*> CODE (SEE RECYREC), THE ADJUSTMENTS APPLIED AGAINST ITS
*> RECORDS AND THE SAFETY ENVELOPE BREACHES ITS ORDERS CAUSED.
*> A BLANK STATION ID COVERS ORDERS THAT DID NOT COME IN
*> THROUGH THE FEED MERGE.  THE RUN STATUS IS THE STATUS OF THE
*> HELM PASS THAT WROTE THE RECORD (SEE RUNSREC), RE-FLAGGED
*> R(EVERSED) WHEN THAT HELM PASS IS BACKED OUT.  A RERUN OF
*> THE HELM PASS APPENDS A FRESH SET FOR THE SAME RUN DATE, SO
*> READERS COUNT ONLY THE LAST SET WRITTEN FOR EACH RUN DATE.
    01  STATION-STATS-RECORD.
        05  STNS-RUN-DATE PIC 9(6).
        05  STNS-STATION-ID PIC X(8).
        05  STNS-ACCEPTED-COUNT PIC 9(6).
        05  STNS-REJECT-DR-COUNT PIC 9(6).
        05  STNS-REJECT-UP-COUNT PIC 9(6).
        05  STNS-REJECT-VM-COUNT PIC 9(6).
        05  STNS-REJECT-VR-COUNT PIC 9(6).
        05  STNS-REJECT-TF-COUNT PIC 9(6).
        05  STNS-ADJ-APPLIED-COUNT PIC 9(6).
        05  STNS-BREACH-COUNT PIC 9(6).
        05  STNS-RUN-STATUS PIC X(1).
            88  STNS-RUN-COMPLETE VALUE "C".
            88  STNS-RUN-FAILED VALUE "F".
            88  STNS-RUN-HALTED VALUE "H".
            88  STNS-RUN-REVERSED VALUE "R".
