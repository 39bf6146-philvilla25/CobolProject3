           *> of that year's days). Only the newest N portfolio
           *> snapshots survive, expired reports and reject files are
           *> purged, and everything touched lands on an audit listing.
           *> A consolidated day's control totals on
           *> JOURNAL-CONTROLS.dat retire with its daily file, since
           *> JOURNAL-VERIFY proves only the daily files.
           *> With no control file nothing is touched - housekeeping
           *> must never guess about deleting.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YEAR-JOURNAL-STATUS.

           SELECT JOURNAL-CONTROL-FILE
           ASSIGN TO '../JOURNAL-CONTROLS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JOURNAL-CONTROL-DATE
           FILE STATUS IS WS-JOURNAL-CONTROL-STATUS.

           SELECT PROBE-FILE
           ASSIGN TO WS-PROBE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           *> One line: journal cutoff in days, snapshots to keep,
           *> report retention in days, closed-account retention in
           *> days - e.g. 036501000902555. The last field is
           *> ACCOUNT-PURGE's; a line written before it existed ends
           *> after the report days and still drives housekeeping.
           02 RET-JOURNAL-DAYS PIC 9(4).
           02 RET-SNAPS-TO-KEEP PIC 9(3).
           02 RET-REPORT-DAYS PIC 9(4).
           02 RET-ACCOUNT-DAYS PIC 9(4).

       FD JOURNAL-INDEX-FILE.
       COPY '../TXN-JOURNAL-INDEX.dat'.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD YEAR-JOURNAL-FILE.
       01 YEAR-JOURNAL-RECORD PIC X(81).           *> One journal entry, image of
                                                   *> the TRANSACTION-JOURNAL layout

       FD JOURNAL-CONTROL-FILE.
       COPY '../JOURNAL-CONTROL.dat'.

       FD PROBE-FILE.
       01 PROBE-RECORD PIC X(133).

       01 WS-JOURNAL-STATUS PIC X(2).              *> '00' only on days a journal exists
       01 WS-YEAR-JOURNAL-STATUS PIC X(2).         *> '35' until the year file exists
       01 WS-PROBE-STATUS PIC X(2).                *> '00' only when the probed file exists
       01 WS-JOURNAL-CONTROL-STATUS PIC X(2).      *> '35' until any entry was numbered
       01 WS-CONTROLS-OPEN-FLAG PIC A VALUE 'N'.   *> 'Y' while the controls are open I-O
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-YEAR-JOURNAL-PATH PIC X(40).
       01 WS-PROBE-PATH PIC X(40).
                   AT END CONTINUE
               END-READ
               CLOSE CONTROL-FILE
               IF CONTROL-RECORD (12:4) = SPACES
                   *> Three-field line - no account retention given.
                   MOVE ZEROS TO RET-ACCOUNT-DAYS
               END-IF
               IF CONTROL-RECORD IS NUMERIC
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           IF WS-INDEX-STATUS NOT = '35'
               CLOSE JOURNAL-INDEX-FILE
           END-IF.
           OPEN I-O JOURNAL-CONTROL-FILE.
           IF WS-JOURNAL-CONTROL-STATUS = '00'
               MOVE 'Y' TO WS-CONTROLS-OPEN-FLAG
           END-IF.
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-MAX
               PERFORM JUDGE-ONE-DAY-RTN
           END-PERFORM.
           IF WS-CONTROLS-OPEN-FLAG = 'Y'
               CLOSE JOURNAL-CONTROL-FILE
           END-IF.
           IF WS-CONSOLIDATED-COUNT > 0
               PERFORM REBUILD-INDEX-RTN
           END-IF.
               *> drop the entry, there is nothing left to find.
               MOVE 'C' TO WS-IDX-FATE (WS-DATE-SUB)
               PERFORM REMEMBER-YEAR-RTN
               PERFORM RETIRE-DAY-CONTROL-RTN
           ELSE
               COMPUTE WS-YEAR-TAG = WS-ENTRY-YEAR * 10000
               STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
               PERFORM WRITE-AUDIT-RTN
               MOVE 'C' TO WS-IDX-FATE (WS-DATE-SUB)
               PERFORM REMEMBER-YEAR-RTN
               PERFORM RETIRE-DAY-CONTROL-RTN
               ADD 1 TO WS-CONSOLIDATED-COUNT
               STRING '../ARCHIVE-TXN-JOURNAL-' DELIMITED BY SIZE
                       WS-IDX-DATE (WS-DATE-SUB) DELIMITED BY SIZE
               PERFORM DELETE-IF-PRESENT-RTN
           END-IF.

       RETIRE-DAY-CONTROL-RTN.
           *> The day's entries now live in the year file, which keeps
           *> their sequence numbers but answers to no control record.

           IF WS-CONTROLS-OPEN-FLAG = 'Y'
               MOVE WS-IDX-DATE (WS-DATE-SUB) TO JOURNAL-CONTROL-DATE
               DELETE JOURNAL-CONTROL-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

       COPY-ONE-ENTRY-RTN.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
