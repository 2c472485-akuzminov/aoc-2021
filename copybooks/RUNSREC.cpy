*> EVERY HELM PASS, CARRYING THE CONTROL TOTALS AND FINAL RUN
*> STATUS IN A FORM THE SCHEDULER AND THE OPERATIONS DASHBOARD
*> CAN PARSE.  STATUS IS C(OMPLETE), F(AILED) OR H(ALTED).
*> THE RUN BACKOUT UTILITY RE-FLAGS THE SUMMARY OF A BACKED-OUT
*> HELM PASS AS R(EVERSED); THE RECORD ITSELF IS NEVER DELETED.
    01  RUN-SUMMARY-RECORD.
        05  RUNS-PROGRAM-ID PIC X(8).
        05  RUNS-RUN-DATE PIC 9(6).
            88  RUNS-RUN-COMPLETE VALUE "C".
            88  RUNS-RUN-FAILED VALUE "F".
            88  RUNS-RUN-HALTED VALUE "H".
            88  RUNS-RUN-REVERSED VALUE "R".
        05  RUNS-RETURN-CODE PIC 9(2).
