            01 RESUB-AUDIT-RECORD PIC X(160).

        FD RECYCLE-OUT-FILE.
            01 RECYCLE-OUT-RECORD PIC X(106).

    WORKING-STORAGE SECTION.
        77 WS-PARM-STATUS PIC X(02) VALUE "00".
    MOVE WS-AIM TO JRNL-AIM.
    MOVE WS-DEPTH TO JRNL-DEPTH.
    MOVE WS-FUEL-TOTAL TO JRNL-FUEL.
    MOVE RECY-STATION-ID TO JRNL-STATION-ID.
    WRITE JOURNAL-RECORD
        INVALID KEY
            REWRITE JOURNAL-RECORD
