        77 WS-COMPLETE-COUNT PIC 9(6) VALUE 000000.
        77 WS-FAILED-COUNT PIC 9(6) VALUE 000000.
        77 WS-HALTED-COUNT PIC 9(6) VALUE 000000.
        77 WS-REVERSED-COUNT PIC 9(6) VALUE 000000.
        77 WS-ANOMALY-COUNT PIC 9(6) VALUE 000000.
        77 WS-START-SECS PIC 9(7) VALUE 0000000.
        77 WS-END-SECS PIC 9(7) VALUE 0000000.
            ADD 1 TO WS-FAILED-COUNT
        WHEN RUNS-RUN-HALTED
            ADD 1 TO WS-HALTED-COUNT
        WHEN RUNS-RUN-REVERSED
            ADD 1 TO WS-REVERSED-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "RUNS BACKED OUT . . . . . . . . . . : " DELIMITED BY SIZE
           WS-REVERSED-COUNT DELIMITED BY SIZE
        INTO HISTORY-RPT-RECORD
    END-STRING.
    WRITE HISTORY-RPT-RECORD.

    MOVE SPACES TO HISTORY-RPT-RECORD.
    STRING "RUN-TO-RUN ANOMALIES FLAGGED . . . : " DELIMITED BY SIZE
           WS-ANOMALY-COUNT DELIMITED BY SIZE
