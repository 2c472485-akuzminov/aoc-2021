            88  CKPT-RUN-FAILED VALUE "F".
        05  CKPT-DAY-CLOSED-FLAG PIC X(01).
            88  CKPT-DAY-WAS-CLOSED VALUE "Y".
        05  CKPT-STATION-TABLE.
            10  CKPT-STATION-COUNT PIC 9(02).
            10  CKPT-STATION-ENTRY OCCURS 10 TIMES.
                15  CKPT-STN-ID PIC X(08).
                15  CKPT-STN-ACCEPTED PIC 9(06).
                15  CKPT-STN-REJECT-DR PIC 9(06).
                15  CKPT-STN-REJECT-UP PIC 9(06).
                15  CKPT-STN-REJECT-VM PIC 9(06).
                15  CKPT-STN-REJECT-VR PIC 9(06).
                15  CKPT-STN-REJECT-TF PIC 9(06).
                15  CKPT-STN-ADJ-APPLIED PIC 9(06).
                15  CKPT-STN-BREACH PIC 9(06).
