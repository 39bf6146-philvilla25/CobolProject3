       IDENTIFICATION DIVISION.
           PROGRAM-ID. BLOTTER-SIGNOFF INITIAL.
           *> This program records the supervisor's review of today's
           *> trade blotter on BLOTTER-SIGNOFFS.dat, which DAILY-CLOSE
           *> reads before it will close the day. (S)ign off accepts
           *> the blotter TRADE-BLOTTER printed, provided nothing has
           *> been booked since it was printed - otherwise it must be
           *> run again first. (O)verride releases the day for
           *> DAILY-CLOSE without a signed blotter, for the evening it
           *> cannot wait; a reason is required. Either way the record
           *> keeps who did it, when, and why.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNOFF-FILE
           ASSIGN TO '../BLOTTER-SIGNOFFS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIGNOFF-DATE
           FILE STATUS IS WS-SIGNOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SIGNOFF-FILE.
       COPY '../BLOTTER-SIGNOFF.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-SIGNOFF-STATUS PIC X(2).              *> '00' once the record is open I-O
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-TIME-NOW PIC 9(8).                    *> HHMMSSss from ACCEPT
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, BATCH if none
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-JOURNAL-COUNT PIC 9(5).               *> Booked now, for the staleness test
       01 WS-CASH-COUNT PIC 9(5).
       01 SIGNOFF-FOUND-FLAG PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).

       01 INPUT-ACTION PIC X.
       01 INPUT-REASON PIC X(30).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Trade Blotter Sign-Off'.
           02 LINE 4.
               03 COL 3 VALUE 'Business Date: '.
               03 COL 18 PIC 9(8) FROM WS-TODAY-DATE.
           02 LINE 5.
               03 COL 3 VALUE 'Action - (S)ign off, (O)verride: '.
               03 COL 36 PIC X TO INPUT-ACTION.
           02 LINE 6.
               03 COL 3 VALUE 'Reason: '.
               03 COL 11 PIC X(30) TO INPUT-REASON.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 9 COL 10 VALUE 'Blotter Sign-Off Recorded'.
           02 LINE 11.
               03 COL 3 VALUE 'Business Date: '.
               03 COL 18 PIC 9(8) FROM SIGNOFF-DATE.
               03 COL 30 VALUE 'Status: '.
               03 COL 38 PIC X(8) FROM SIGNOFF-STATUS.
           02 LINE 12.
               03 COL 3 VALUE 'Blotter Printed At: '.
               03 COL 23 PIC 99B99B99 FROM SIGNOFF-BUILT-TIME.
           02 LINE 13.
               03 COL 3 VALUE 'Journal Entries: '.
               03 COL 20 PIC ZZZZ9 FROM SIGNOFF-JOURNAL-COUNT.
               03 COL 28 VALUE 'Cash Movements: '.
               03 COL 44 PIC ZZZZ9 FROM SIGNOFF-CASH-COUNT.
               03 COL 52 VALUE 'For Review: '.
               03 COL 64 PIC ZZZZ9 FROM SIGNOFF-FLAGGED-COUNT.
           02 LINE 14.
               03 COL 3 VALUE 'Reviewed By: '.
               03 COL 16 PIC X(8) FROM SIGNOFF-REVIEWER.
               03 COL 28 VALUE 'On: '.
               03 COL 32 PIC 9(8) FROM SIGNOFF-REVIEW-DATE.
               03 COL 42 VALUE 'At: '.
               03 COL 46 PIC 99B99B99 FROM SIGNOFF-REVIEW-TIME.
           02 LINE 15.
               03 COL 3 VALUE 'Reason: '.
               03 COL 11 PIC X(30) FROM SIGNOFF-REASON.
           02 LINE 19.
               03 COL 3 VALUE 'Another action? (Y/N) '.
               03 COL 25 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 9 COL 10 VALUE 'Request Rejected'.
           02 LINE 11 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 19.
               03 COL 3 VALUE 'Another action? (Y/N) '.
               03 COL 25 PIC A TO NEW-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            *> Main procedure to process sign-off requests until done.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           PERFORM OPEN-FILES.
           IF WS-SIGNOFF-STATUS NOT = '00'
               DISPLAY 'BLOTTER-SIGNOFFS.dat cannot be opened (status '
                   WS-SIGNOFF-STATUS ')'
           ELSE
               PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'
               PERFORM CLOSE-FILES
           END-IF.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       OPEN-FILES.
           *> Open the sign-off record for update, creating it on first
           *> use the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.

           OPEN I-O SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS = '35'
               OPEN OUTPUT SIGNOFF-FILE
               CLOSE SIGNOFF-FILE
               OPEN I-O SIGNOFF-FILE
           END-IF.

       PROCESS-RTN.
           *> Get one request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           PERFORM READ-SIGNOFF-RTN.
           EVALUATE INPUT-ACTION
               WHEN 'S'
                   PERFORM SIGN-OFF-RTN
               WHEN 'O'
                   PERFORM OVERRIDE-RTN
               WHEN OTHER
                   MOVE 'Action must be S or O' TO ERROR-MESSAGE
           END-EVALUATE.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the request from the screen.

           MOVE SPACES TO INPUT-REASON.
           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.

       READ-SIGNOFF-RTN.
           *> Read what today already holds.

           MOVE 'N' TO SIGNOFF-FOUND-FLAG.
           MOVE WS-TODAY-DATE TO SIGNOFF-DATE.
           READ SIGNOFF-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO SIGNOFF-FOUND-FLAG
           END-READ.

       SIGN-OFF-RTN.
           *> Only a blotter that still covers everything booked today
           *> can be signed.

           IF SIGNOFF-FOUND-FLAG NOT = 'Y'
               MOVE 'No blotter printed for today yet'
                   TO ERROR-MESSAGE
           ELSE
               EVALUATE SIGNOFF-STATUS
                   WHEN 'SIGNED'
                       MOVE 'Blotter is already signed off'
                           TO ERROR-MESSAGE
                   WHEN 'OVERRIDE'
                       MOVE 'Day was already released on override'
                           TO ERROR-MESSAGE
                   WHEN OTHER
                       CALL 'BLOTTER-ENTRY-COUNT' USING WS-TODAY-DATE
                           WS-JOURNAL-COUNT WS-CASH-COUNT
                       IF WS-JOURNAL-COUNT NOT = SIGNOFF-JOURNAL-COUNT
                           OR WS-CASH-COUNT NOT = SIGNOFF-CASH-COUNT
                           MOVE 'Entries booked since - rerun blotter'
                               TO ERROR-MESSAGE
                       ELSE
                           MOVE 'SIGNED' TO SIGNOFF-STATUS
                           PERFORM STAMP-SIGNOFF-RTN
                           REWRITE BLOTTER-SIGNOFF-RECORD
                       END-IF
               END-EVALUATE
           END-IF.

       OVERRIDE-RTN.
           *> Release the day without a signed blotter - printed or
           *> not - on the supervisor's stated reason.

           IF INPUT-REASON = SPACES
               MOVE 'Reason must not be blank' TO ERROR-MESSAGE
           ELSE
               IF SIGNOFF-FOUND-FLAG = 'Y'
                   EVALUATE SIGNOFF-STATUS
                       WHEN 'SIGNED'
                           MOVE 'Blotter is already signed off'
                               TO ERROR-MESSAGE
                       WHEN 'OVERRIDE'
                           MOVE 'Day was already released on override'
                               TO ERROR-MESSAGE
                       WHEN OTHER
                           MOVE 'OVERRIDE' TO SIGNOFF-STATUS
                           PERFORM STAMP-SIGNOFF-RTN
                           REWRITE BLOTTER-SIGNOFF-RECORD
                   END-EVALUATE
               ELSE
                   MOVE WS-TODAY-DATE TO SIGNOFF-DATE
                   MOVE 'OVERRIDE' TO SIGNOFF-STATUS
                   MOVE 0 TO SIGNOFF-BUILT-TIME SIGNOFF-JOURNAL-COUNT
                       SIGNOFF-CASH-COUNT SIGNOFF-FLAGGED-COUNT
                   PERFORM STAMP-SIGNOFF-RTN
                   WRITE BLOTTER-SIGNOFF-RECORD
               END-IF
           END-IF.

       STAMP-SIGNOFF-RTN.
           *> Who reviewed the day, when, and why.

           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-OPERATOR-ID TO SIGNOFF-REVIEWER.
           MOVE WS-TODAY-DATE TO SIGNOFF-REVIEW-DATE.
           COMPUTE SIGNOFF-REVIEW-TIME = WS-TIME-NOW / 100.
           MOVE INPUT-REASON TO SIGNOFF-REASON.

       DISPLAY-OUTPUT.
            *> Display the day's sign-off as it now stands.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.

       CLOSE-FILES.
           *> Close the sign-off record.

           CLOSE SIGNOFF-FILE.
       END PROGRAM BLOTTER-SIGNOFF.
