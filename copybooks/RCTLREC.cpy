*> RUN-CONTROL LEDGER RECORD LAYOUT.
*> ONE FIXED-COLUMN RECORD APPENDED TO THE SHARED RUN-CONTROL
*> LEDGER (RUNCTL) WHEN A STEP OF THE NIGHTLY STREAM STARTS AND
*> ANOTHER WHEN IT ENDS, FOR THE BUSINESS DATE THE STEP RAN ON.
*> END STATUS IS C(OMPLETE), F(AILED), H(ALTED), B(LOCKED - AN
*> UPSTREAM STEP HAD NOT COMPLETED, NOTHING WAS TOUCHED) OR
*> R(EVERSED - WRITTEN FOR THE HELM PASS BY THE RUN BACKOUT).
*> A START WITH NO LATER END MEANS THE STEP ABENDED OR IS STILL
*> RUNNING.  STEP IDS ARE LISTED IN STREAM ORDER IN RCTLSTRM.
    01  RUN-CONTROL-RECORD.
        05  RCTL-BUSINESS-DATE PIC 9(6).
        05  RCTL-STEP-ID PIC X(8).
        05  RCTL-EVENT PIC X(1).
            88  RCTL-STEP-START VALUE "S".
            88  RCTL-STEP-END VALUE "E".
        05  RCTL-EVENT-TIME PIC 9(8).
        05  RCTL-STATUS PIC X(1).
            88  RCTL-STEP-COMPLETE VALUE "C".
            88  RCTL-STEP-FAILED VALUE "F".
            88  RCTL-STEP-HALTED VALUE "H".
            88  RCTL-STEP-BLOCKED VALUE "B".
            88  RCTL-STEP-REVERSED VALUE "R".
        05  RCTL-RETURN-CODE PIC 9(2).
