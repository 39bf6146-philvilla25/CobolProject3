       IDENTIFICATION DIVISION.
           PROGRAM-ID. OPS-LOG-REPORT INITIAL.
           *> Prints the last week's entries from the shared operations
           *> log - which step ran, when, with what counters, how it
           *> ended, and which operator started it - so a failed
           *> overnight chain can be diagnosed the next morning without
           *> anyone having captured the console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 WRITE-HEADER PIC X(7) VALUE 'WRITTEN'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REJECT-HEADER PIC X(8) VALUE 'REJECTED'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OPERATOR-HEADER PIC X(8) VALUE 'OPERATOR'.
       01 REPORT-DETAIL-RECORD.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-WRITTEN PIC ZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-REJECTED PIC ZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-OPERATOR PIC X(8).
       01 REPORT-SUMMARY-RECORD.
           02 RS-LABEL PIC X(26) VALUE 'Run-log entries reported: '.
           02 RS-COUNT PIC ZZ,ZZ9.
           MOVE OPS-LOG-READ TO RD-READ.
           MOVE OPS-LOG-WRITTEN TO RD-WRITTEN.
           MOVE OPS-LOG-REJECTED TO RD-REJECTED.
           MOVE OPS-LOG-OPERATOR TO RD-OPERATOR.
           MOVE REPORT-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ENTRY-COUNT.
