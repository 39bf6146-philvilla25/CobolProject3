           *> transaction journal, and snapshots PORTFOLIO.dat to a dated
           *> sequential file that SEQUENTIAL-TO-INDEXED can reload if
           *> the overnight run goes wrong. DAILY-OPEN clears the lockout
           *> the next morning. The day is not closed until a
           *> supervisor has signed off TRADE-BLOTTER's listing of it
           *> on BLOTTER-SIGNOFF, or released it there on override; an
           *> override is logged on the operations log with the
           *> supervisor's reason shown.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO WS-SNAPSHOT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SIGNOFF-FILE
           ASSIGN TO '../BLOTTER-SIGNOFFS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIGNOFF-DATE
           FILE STATUS IS WS-SIGNOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUSINESS-DAY-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(81).

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           02 SNAP-SHARES PIC 9(5)V9(3).
           02 SNAP-COST PIC 9(6)V99.

       FD SIGNOFF-FILE.
       COPY '../BLOTTER-SIGNOFF.dat'.

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-YESTERDAY-DATE PIC 9(8).
       01 WS-SNAPSHOT-PATH PIC X(40).
       01 WS-JOURNAL-STATUS PIC X(2).              *> '00' only on days a journal exists
       01 WS-PORTFOLIO-STATUS PIC X(2).            *> non-'00' means nothing to snapshot
       01 WS-SIGNOFF-STATUS PIC X(2).              *> '00' only once a blotter was filed
       01 WS-JOURNAL-COUNT PIC 9(5).               *> Booked now, for the staleness test
       01 WS-CASH-COUNT PIC 9(5).
       01 SIGNOFF-OK-FLAG PIC A VALUE 'Y'.
       01 JOURNAL-EOF PIC A.
       01 SNAP-EOF PIC A.
       01 WS-ARCHIVE-COUNT PIC 9(5) VALUE 0.
           PERFORM INITIALIZATION-RTN.
           PERFORM CHECK-TRADING-DAY-RTN.
           IF WS-TRADING-DAY-COUNT > 0
               PERFORM CHECK-SIGNOFF-RTN
               IF SIGNOFF-OK-FLAG = 'Y'
                   PERFORM WRITE-CLOSED-RECORD-RTN
                   PERFORM ARCHIVE-JOURNAL-RTN
                   PERFORM SNAPSHOT-PORTFOLIO-RTN
               END-IF
           END-IF.
           IF SIGNOFF-OK-FLAG = 'N'
               *> The day stays open - trading goes on being accepted
               *> until the blotter is signed and the close run again.
               MOVE 'FAILED' TO OPS-STATUS
               PERFORM WRITE-OPS-LOG-RTN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 'ENDED-OK' TO OPS-STATUS
               MOVE WS-ARCHIVE-COUNT TO OPS-READ-COUNT
               MOVE WS-SNAPSHOT-COUNT TO OPS-WRITE-COUNT
               PERFORM WRITE-OPS-LOG-RTN
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here
                   'TRADING DAY - NOTHING TO CLOSE'
           END-IF.

       CHECK-SIGNOFF-RTN.
           *> A signed blotter only counts while it still covers
           *> everything booked today; an override counts as given,
           *> and goes on the log as the decision to close without
           *> one.

           MOVE 'N' TO SIGNOFF-OK-FLAG.
           MOVE SPACES TO SIGNOFF-STATUS.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS = '00'
               MOVE WS-TODAY-DATE TO SIGNOFF-DATE
               READ SIGNOFF-FILE
                   INVALID KEY MOVE SPACES TO SIGNOFF-STATUS
               END-READ
               CLOSE SIGNOFF-FILE
           END-IF.
           EVALUATE SIGNOFF-STATUS
               WHEN 'SIGNED'
                   CALL 'BLOTTER-ENTRY-COUNT' USING WS-TODAY-DATE
                       WS-JOURNAL-COUNT WS-CASH-COUNT
                   IF WS-JOURNAL-COUNT = SIGNOFF-JOURNAL-COUNT
                       AND WS-CASH-COUNT = SIGNOFF-CASH-COUNT
                       MOVE 'Y' TO SIGNOFF-OK-FLAG
                   ELSE
                       DISPLAY 'DAILY-CLOSE: ENTRIES BOOKED SINCE THE '
                           'BLOTTER WAS SIGNED OFF BY '
                           SIGNOFF-REVIEWER
                           ' - RERUN TRADE-BLOTTER FOR SIGN-OFF'
                   END-IF
               WHEN 'OVERRIDE'
                   MOVE 'Y' TO SIGNOFF-OK-FLAG
                   MOVE 'OVERRIDE' TO OPS-STATUS
                   PERFORM WRITE-OPS-LOG-RTN
                   DISPLAY 'DAILY-CLOSE: CLOSING WITHOUT BLOTTER '
                       'SIGN-OFF ON OVERRIDE BY ' SIGNOFF-REVIEWER
                       ' - ' SIGNOFF-REASON
               WHEN OTHER
                   DISPLAY 'DAILY-CLOSE: TRADE BLOTTER FOR '
                       WS-TODAY-DATE ' NOT SIGNED OFF - DAY NOT '
                       'CLOSED'
           END-EVALUATE.

       INITIALIZATION-RTN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
