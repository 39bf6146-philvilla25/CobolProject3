           *> valuation, export, and statement programs translate
           *> against. Runs in the overnight chain alongside the
           *> closing-price load; a missing vendor file is not a
           *> failure, translation simply uses the prior rates. Each
           *> rate applied is also kept by date on DATED-FX-RATES.dat,
           *> so a past day's translation can still be reproduced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS FX-CURRENCY
           FILE STATUS IS WS-FX-STATUS.

           SELECT DATED-FX-FILE                   *> Rates kept by date
           ASSIGN TO '../DATED-FX-RATES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DATED-FX-KEY
           FILE STATUS IS WS-DATED-FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE.
       FD FX-FILE.
       COPY '../FX-RATE.dat'.

       FD DATED-FX-FILE.
       COPY '../DATED-FX-RATE.dat'.

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-VENDOR-PATH PIC X(40).                *> Dated vendor rate file name
       01 WS-VENDOR-STATUS PIC X(2).               *> '00' only when a vendor file arrived
       01 WS-FX-STATUS PIC X(2).                   *> '00' once FX-RATES.dat is open I-O
       01 WS-DATED-FX-STATUS PIC X(2).             *> '35' until any dated rate exists
       01 VENDOR-EOF PIC A.
       01 RATE-FOUND-FLAG PIC A.
       01 WS-APPLY-COUNT PIC 9(5) VALUE 0.
           IF WS-VENDOR-STATUS = '00'
               MOVE 'N' TO VENDOR-EOF
               PERFORM APPLY-ONE-RATE-RTN UNTIL VENDOR-EOF = 'Y'
               CLOSE VENDOR-FILE FX-FILE DATED-FX-FILE
           ELSE
               DISPLAY 'FX-RATE-LOAD: no vendor rate file for today - '
                   'rates left as they were'
               CLOSE FX-FILE DATED-FX-FILE
           END-IF.
           DISPLAY 'FX-RATE-LOAD: RATES APPLIED: ' WS-APPLY-COUNT
               ' REJECTED: ' WS-REJECT-COUNT.
               CLOSE FX-FILE
               OPEN I-O FX-FILE
           END-IF.
           OPEN I-O DATED-FX-FILE.
           IF WS-DATED-FX-STATUS = '35'
               OPEN OUTPUT DATED-FX-FILE
               CLOSE DATED-FX-FILE
               OPEN I-O DATED-FX-FILE
           END-IF.
           OPEN INPUT VENDOR-FILE.

       APPLY-ONE-RATE-RTN.
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           *> The same rate is kept under today's date - a rerun of the
           *> same night replaces that day's entry.
           MOVE VENDOR-CURRENCY TO DATED-FX-CURRENCY.
           MOVE WS-TODAY-DATE TO DATED-FX-DATE.
           MOVE VENDOR-RAW-RATE TO DATED-FX-RATE.
           WRITE DATED-FX-RATE-RECORD
               INVALID KEY
                   REWRITE DATED-FX-RATE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-APPLY-COUNT.
       END PROGRAM FX-RATE-LOAD.
