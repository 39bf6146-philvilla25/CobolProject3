       IDENTIFICATION DIVISION.
           PROGRAM-ID. RESTRICTED-MAINTENANCE INITIAL.
           *> This program maintains the restricted-securities list
           *> RESTRICTED-SECURITIES.dat: add a symbol compliance has
           *> barred from trading, change its reason or dates, or
           *> remove it. An entry with an account number bars that one
           *> account; an entry with the account left blank bars the
           *> symbol for every account. COMPLIANCE-CHECK reads the list
           *> before any buy is booked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTED-FILE
           ASSIGN TO '../RESTRICTED-SECURITIES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RESTRICTED-KEY
           FILE STATUS IS WS-RESTRICTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTRICTED-FILE.
       COPY '../RESTRICTED-SECURITY.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-RESTRICTED-STATUS PIC X(2).           *> '00' once the list is open I-O
       01 WS-TODAY-DATE PIC 9(8).                  *> Default effective date
       01 RESTRICTED-FOUND-FLAG PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).

       01 INPUT-ACTION PIC X.
       01 INPUT-SYMBOL PIC X(7).
       01 INPUT-ACCOUNT PIC X(5).
       01 INPUT-REASON PIC X(30).
       01 INPUT-EFFECTIVE-DATE PIC 9(8).
       01 INPUT-EXPIRY-DATE PIC 9(8).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Restricted Securities Maintenance'.
           02 LINE 4.
               03 COL 3 VALUE 'Action - (A)dd, (U)pdate, (D)elete: '.
               03 COL 40 PIC X TO INPUT-ACTION.
           02 LINE 5.
               03 COL 3 VALUE 'Enter a Stock Symbol: '.
               03 COL 25 PIC X(7) TO INPUT-SYMBOL.
           02 LINE 6.
               03 COL 3 VALUE 'Account Number (blank = all): '.
               03 COL 34 PIC X(5) TO INPUT-ACCOUNT.
           02 LINE 7.
               03 COL 3 VALUE 'Reason (Add/Update only): '.
               03 COL 30 PIC X(30) TO INPUT-REASON.
           02 LINE 8.
               03 COL 3 VALUE 'Effective Date YYYYMMDD (0 = today): '.
               03 COL 41 PIC 9(8) TO INPUT-EFFECTIVE-DATE.
           02 LINE 9.
               03 COL 3 VALUE 'Expiry Date YYYYMMDD (0 = none): '.
               03 COL 37 PIC 9(8) TO INPUT-EXPIRY-DATE.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 11 COL 10 VALUE 'Restricted List Updated'.
           02 LINE 13.
               03 COL 3 VALUE 'Stock Symbol: '.
               03 COL 17 PIC X(7) FROM RESTRICTED-SYMBOL.
           02 LINE 14.
               03 COL 3 VALUE 'Account Number: '.
               03 COL 19 PIC X(5) FROM RESTRICTED-ACCOUNT.
           02 LINE 15.
               03 COL 3 VALUE 'Reason: '.
               03 COL 11 PIC X(30) FROM RESTRICTED-REASON.
           02 LINE 16.
               03 COL 3 VALUE 'Effective: '.
               03 COL 14 PIC 9(8) FROM RESTRICTED-EFFECTIVE-DATE.
               03 COL 24 VALUE 'Expiry: '.
               03 COL 32 PIC 9(8) FROM RESTRICTED-EXPIRY-DATE.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more symbols? (Y/N) '.
               03 COL 32 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 11 COL 10 VALUE 'Request Rejected'.
           02 LINE 13 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more symbols? (Y/N) '.
               03 COL 32 PIC A TO NEW-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            *> Main procedure to process maintenance requests until done.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'.
           PERFORM CLOSE-FILES.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       OPEN-FILES.
           *> Open the restricted list for update, creating it on first
           *> use the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.

           OPEN I-O RESTRICTED-FILE.
           IF WS-RESTRICTED-STATUS = '35'
               OPEN OUTPUT RESTRICTED-FILE
               CLOSE RESTRICTED-FILE
               OPEN I-O RESTRICTED-FILE
           END-IF.

       PROCESS-RTN.
           *> Get one maintenance request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           IF INPUT-SYMBOL = SPACES
               MOVE 'Stock symbol must not be blank'
                   TO ERROR-MESSAGE
           ELSE
               PERFORM READ-RESTRICTED-RTN
               EVALUATE INPUT-ACTION
                   WHEN 'A'
                       PERFORM ADD-RESTRICTED-RTN
                   WHEN 'U'
                       PERFORM UPDATE-RESTRICTED-RTN
                   WHEN 'D'
                       PERFORM DELETE-RESTRICTED-RTN
                   WHEN OTHER
                       MOVE 'Action must be A, U, or D'
                           TO ERROR-MESSAGE
               END-EVALUATE
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the maintenance request from the screen.

           MOVE 0 TO INPUT-EFFECTIVE-DATE INPUT-EXPIRY-DATE.
           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.
           MOVE FUNCTION UPPER-CASE(INPUT-SYMBOL) TO INPUT-SYMBOL.
           IF INPUT-EFFECTIVE-DATE = 0
               MOVE WS-TODAY-DATE TO INPUT-EFFECTIVE-DATE
           END-IF.

       READ-RESTRICTED-RTN.
           *> Read the existing entry for the symbol and account named.

           MOVE 'N' TO RESTRICTED-FOUND-FLAG.
           MOVE INPUT-SYMBOL TO RESTRICTED-SYMBOL.
           MOVE INPUT-ACCOUNT TO RESTRICTED-ACCOUNT.
           READ RESTRICTED-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO RESTRICTED-FOUND-FLAG
           END-READ.

       CHECK-ENTRY-RTN.
           *> A restriction needs a reason compliance can point to, and
           *> cannot expire before it takes effect.

           IF INPUT-REASON = SPACES
               MOVE 'Reason must not be blank' TO ERROR-MESSAGE
           ELSE
               IF INPUT-EXPIRY-DATE NOT = 0
                   AND INPUT-EXPIRY-DATE < INPUT-EFFECTIVE-DATE
                   MOVE 'Expiry date is before effective date'
                       TO ERROR-MESSAGE
               END-IF
           END-IF.

       ADD-RESTRICTED-RTN.
           *> Put a new symbol (or symbol and account) on the list.

           IF RESTRICTED-FOUND-FLAG = 'Y'
               MOVE 'Entry already on the restricted list'
                   TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-ENTRY-RTN
               IF ERROR-MESSAGE = SPACES
                   MOVE INPUT-SYMBOL TO RESTRICTED-SYMBOL
                   MOVE INPUT-ACCOUNT TO RESTRICTED-ACCOUNT
                   MOVE INPUT-REASON TO RESTRICTED-REASON
                   MOVE INPUT-EFFECTIVE-DATE
                       TO RESTRICTED-EFFECTIVE-DATE
                   MOVE INPUT-EXPIRY-DATE TO RESTRICTED-EXPIRY-DATE
                   WRITE RESTRICTED-RECORD
               END-IF
           END-IF.

       UPDATE-RESTRICTED-RTN.
           *> Change the reason or the dates of an existing entry.

           IF RESTRICTED-FOUND-FLAG NOT = 'Y'
               MOVE 'Entry not on the restricted list'
                   TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-ENTRY-RTN
               IF ERROR-MESSAGE = SPACES
                   MOVE INPUT-REASON TO RESTRICTED-REASON
                   MOVE INPUT-EFFECTIVE-DATE
                       TO RESTRICTED-EFFECTIVE-DATE
                   MOVE INPUT-EXPIRY-DATE TO RESTRICTED-EXPIRY-DATE
                   REWRITE RESTRICTED-RECORD
               END-IF
           END-IF.

       DELETE-RESTRICTED-RTN.
           *> Lift a restriction outright. One that should simply lapse
           *> is better given an expiry date, which keeps it on file.

           IF RESTRICTED-FOUND-FLAG NOT = 'Y'
               MOVE 'Entry not on the restricted list'
                   TO ERROR-MESSAGE
           ELSE
               DELETE RESTRICTED-FILE RECORD
           END-IF.

       DISPLAY-OUTPUT.
            *> Display the entry as it now stands.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.

       CLOSE-FILES.
           *> Close the restricted list.

           CLOSE RESTRICTED-FILE.
       END PROGRAM RESTRICTED-MAINTENANCE.
