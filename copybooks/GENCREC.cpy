*> FEED GENERATION CONTROL RECORD LAYOUT.
*> ONE FIXED-COLUMN RECORD PER VESSEL, REWRITTEN BY THE FEED
*> MERGE EVERY NIGHT, GIVING THE LAST FEED GENERATION ACCEPTED
*> FOR THAT VESSEL, THE GENERATION ACCEPTED BEFORE IT AND THE
*> RUN DATE OF THE MERGE THAT ACCEPTED THE LAST ONE, SO THE RUN
*> BACKOUT UTILITY CAN STEP THE VESSEL BACK ONE GENERATION.  A
*> PRIOR GENERATION OF ZERO MEANS THE LAST GENERATION WAS THE
*> FIRST EVER ACCEPTED FOR THE VESSEL.
    01  GEN-CONTROL-RECORD.
        05  GEN-VESSEL-ID PIC X(8).
        05  GEN-LAST-GENERATION PIC 9(4).
        05  GEN-PRIOR-GENERATION PIC 9(4).
        05  GEN-MERGE-DATE PIC 9(6).
