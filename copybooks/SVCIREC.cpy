*> HULL-CLASS SERVICE INTERVAL RECORD LAYOUT.
*> ONE FIXED-COLUMN RECORD PER HULL CLASS, FILED BY THE FLEET
*> ENGINEER.  THE DEPTH BAND IS THE DEPTH THE CLASS MAY WORK AT
*> WITHOUT EXTRA HULL STRESS; A DAY CLOSED DEEPER THAN THE BAND
*> COUNTS AS A DAY BEYOND BAND.  EACH INTERVAL IS THE WEAR A
*> HULL OF THE CLASS MAY TAKE BETWEEN SERVICES (ZERO MEANS THAT
*> MEASURE IS NOT TRACKED FOR THE CLASS).  A VESSEL IS DUE SOON
*> AT THE WARNING PERCENT OF ANY INTERVAL AND MUST COME OUT OF
*> SERVICE AT 100 PERCENT.
    01  SERVICE-INTERVAL-RECORD.
        05  SVCI-CLASS PIC X(8).
        05  SVCI-DEPTH-BAND PIC 9(10).
        05  SVCI-FORWARD-INTERVAL PIC 9(10).
        05  SVCI-CYCLE-INTERVAL PIC 9(6).
        05  SVCI-BAND-DAY-INTERVAL PIC 9(4).
        05  SVCI-WARN-PCT PIC 9(3).
