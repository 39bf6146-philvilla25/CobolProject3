           *> flagged and their denied amounts shown separately, so the
           *> YEAR-END-TAX-PACKAGE figures can be filed as-is instead
           *> of someone eyeballing a year of journals for wash sales.
           *> Registered accounts (TFSA, RRSP) are left out - their
           *> disposals are not taxable events for the holder.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GAINS-KEY.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           02 GAINS-YEAR-TOTAL PIC S9(9)V99.
           02 GAINS-DENIED-LOSS PIC S9(9)V99.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

               03 LT-SYMBOL PIC X(7).
               03 LT-DATE PIC 9(8).
               03 LT-AMOUNT PIC S9(9)V99.
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 ACCOUNTS-OPEN PIC A VALUE 'N'.           *> 'Y' once the accounts master opened
       01 WS-LAST-ACCOUNT PIC X(5) VALUE SPACES.
       01 REGISTERED-FLAG PIC A VALUE 'N'.         *> 'Y' for a TFSA / RRSP account
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'CAPITAL-GAINS'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
           OPEN OUTPUT GAINS-SUMMARY-FILE.
           CLOSE GAINS-SUMMARY-FILE.
           OPEN I-O GAINS-SUMMARY-FILE.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO ACCOUNTS-OPEN
           END-IF.
           OPEN INPUT LOTS-FILE.
           OPEN OUTPUT REPORT-FILE.

       READ-JOURNAL-RTN.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   PERFORM CHECK-REGISTERED-RTN
                   IF REGISTERED-FLAG NOT = 'Y'
                       PERFORM ACCUMULATE-GAIN-RTN
                   END-IF
           END-READ.

       CHECK-REGISTERED-RTN.
           *> Income and gains inside a TFSA or RRSP are not taxable to
           *> the holder this year, so registered accounts are left out.
           *> The last answer is kept - a journal runs in account runs.
           *> With no accounts master every account counts as cash.

           IF JOURNAL-ACCOUNT NOT = WS-LAST-ACCOUNT
               MOVE JOURNAL-ACCOUNT TO WS-LAST-ACCOUNT
               MOVE 'N' TO REGISTERED-FLAG
               IF ACCOUNTS-OPEN = 'Y'
                   MOVE JOURNAL-ACCOUNT TO ACCOUNT-NUMBER
                   READ ACCOUNTS-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF ACCOUNT-TYPE NOT = SPACES
                               AND ACCOUNT-TYPE NOT = 'CASH'
                               MOVE 'Y' TO REGISTERED-FLAG
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ACCUMULATE-GAIN-RTN.
           *> Only SELL entries realize a gain/loss; BUY entries only
           *> move the cost basis, which SELL-STOCKS has already folded
               *> any other status means it did.
               CLOSE LOTS-FILE
           END-IF.
           IF ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.
       END PROGRAM CAPITAL-GAINS-SUMMARY.
