       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACCOUNT-ARCHIVE-INQUIRY INITIAL.
           *> This program answers for an account ACCOUNT-PURGE has
           *> taken off the live files - the rare day a regulator or
           *> the client asks about an old account. (I)nquire shows
           *> the account's entry on the ARCHIVED-ACCOUNTS.dat
           *> register and counts what its dated archive file holds
           *> from each master. (R)estore writes every archived record
           *> back to its master and the snapshots back onto
           *> ACCOUNT-HISTORY.txt; the account comes back CLOSED, with
           *> its retention period starting again today, and the
           *> register records who restored it and when. A record
           *> whose key has been taken on a master since is left as
           *> the master has it and counted as a conflict.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE
           ASSIGN TO '../ARCHIVED-ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARCHIVED-ACCOUNT
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ARCHIVE-FILE
           ASSIGN TO WS-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT LOTS-FILE
           ASSIGN TO '../STOCK-LOTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOTS-STATUS.

           SELECT BALANCE-FILE
           ASSIGN TO '../CASH-BALANCES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CASH-BALANCE-KEY
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT DIVIDENDS-FILE
           ASSIGN TO '../DIVIDENDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIVIDEND-KEY
           FILE STATUS IS WS-DIVIDENDS-STATUS.

           SELECT ROOM-FILE
           ASSIGN TO '../CONTRIBUTION-ROOM.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ROOM-ACCOUNT
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT INSTRUCTION-FILE
           ASSIGN TO '../CASH-INSTRUCTIONS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INSTRUCTION-KEY
           FILE STATUS IS WS-INSTRUCTION-STATUS.

           SELECT ENTITLEMENT-FILE
           ASSIGN TO '../DIVIDEND-ENTITLEMENTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENTITLEMENT-KEY
           FILE STATUS IS WS-ENTITLEMENT-STATUS.

           SELECT HISTORY-FILE
           ASSIGN TO '../ACCOUNT-HISTORY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
       COPY '../ARCHIVED-ACCOUNT.dat'.

       FD ARCHIVE-FILE.
       COPY '../ACCOUNT-ARCHIVE.dat'.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD LOTS-FILE.
       COPY '../STOCK-LOT.dat'.

       FD BALANCE-FILE.
       COPY '../CASH-BALANCE.dat'.

       FD DIVIDENDS-FILE.
       01 DIVIDEND-RECORD.
           *> One accumulator record per account and symbol, the layout
           *> RECORD-DIVIDEND keeps.
           02 DIVIDEND-KEY.
               03 DIVIDEND-ACCOUNT PIC X(5).
               03 DIVIDEND-SYMBOL PIC X(7).
           02 DIVIDEND-YEAR PIC 9(4).
           02 DIVIDEND-YTD-AMOUNT PIC 9(7)V99.
           02 DIVIDEND-LAST-DATE PIC 9(8).

       FD ROOM-FILE.
       COPY '../CONTRIBUTION-ROOM.dat'.

       FD INSTRUCTION-FILE.
       COPY '../CASH-INSTRUCTION.dat'.

       FD ENTITLEMENT-FILE.
       COPY '../DIVIDEND-ENTITLEMENT.dat'.

       FD HISTORY-FILE.
       COPY '../ACCOUNT-HISTORY.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-REGISTER-STATUS PIC X(2).             *> '00' only when the register exists
       01 WS-ARCHIVE-STATUS PIC X(2).              *> '00' only when the archive file exists
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 WS-LOTS-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-DIVIDENDS-STATUS PIC X(2).
       01 WS-ROOM-STATUS PIC X(2).
       01 WS-INSTRUCTION-STATUS PIC X(2).
       01 WS-ENTITLEMENT-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 ACCOUNTS-OPEN PIC A VALUE 'N'.           *> 'Y' while that master is open
       01 LOTS-OPEN PIC A VALUE 'N'.
       01 BALANCE-OPEN PIC A VALUE 'N'.
       01 DIVIDENDS-OPEN PIC A VALUE 'N'.
       01 ROOM-OPEN PIC A VALUE 'N'.
       01 INSTRUCTION-OPEN PIC A VALUE 'N'.
       01 ENTITLEMENT-OPEN PIC A VALUE 'N'.
       01 HISTORY-OPEN PIC A VALUE 'N'.
       01 WS-ARCHIVE-PATH PIC X(40).
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, BATCH if none
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-RESTORE-FLAG PIC A.                   *> 'Y' writes records back as they are read
       01 ARCHIVE-EOF PIC A.
       01 REGISTER-FOUND-FLAG PIC A.
       01 ACCOUNT-FOUND-FLAG PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).
       01 RESULT-MESSAGE PIC X(40).

       01 WS-SOURCE-COUNTS.
           *> Archived records for the account, by the master they
           *> came from.
           02 WS-COUNT-ACCOUNTS PIC 9(5).
           02 WS-COUNT-BALANCES PIC 9(5).
           02 WS-COUNT-DIVIDENDS PIC 9(5).
           02 WS-COUNT-LOTS PIC 9(5).
           02 WS-COUNT-ROOM PIC 9(5).
           02 WS-COUNT-INSTRUCTIONS PIC 9(5).
           02 WS-COUNT-ENTITLEMENTS PIC 9(5).
           02 WS-COUNT-HISTORY PIC 9(5).
           02 WS-COUNT-CONFLICTS PIC 9(5).

       01 INPUT-ACTION PIC X.
       01 INPUT-ACCOUNT PIC X(5).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Archived Account Inquiry'.
           02 LINE 4.
               03 COL 3 VALUE 'Action - (I)nquire, (R)estore: '.
               03 COL 34 PIC X TO INPUT-ACTION.
           02 LINE 5.
               03 COL 3 VALUE 'Enter an Account Number: '.
               03 COL 28 PIC X(5) TO INPUT-ACCOUNT.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 7 COL 10 PIC X(40) FROM RESULT-MESSAGE.
           02 LINE 9.
               03 COL 3 VALUE 'Account Number: '.
               03 COL 19 PIC X(5) FROM ARCHIVED-ACCOUNT.
               03 COL 27 VALUE 'Holder: '.
               03 COL 35 PIC X(25) FROM ARCHIVED-HOLDER-NAME.
           02 LINE 10.
               03 COL 3 VALUE 'Closed: '.
               03 COL 11 PIC 9(8) FROM ARCHIVED-CLOSED-DATE.
               03 COL 22 VALUE 'Archived: '.
               03 COL 32 PIC 9(8) FROM ARCHIVED-DATE.
               03 COL 43 VALUE 'Records: '.
               03 COL 52 PIC ZZZZ9 FROM ARCHIVED-RECORD-COUNT.
           02 LINE 11.
               03 COL 3 VALUE 'Archive File: '.
               03 COL 17 PIC X(40) FROM WS-ARCHIVE-PATH.
           02 LINE 12.
               03 COL 3 VALUE 'Status: '.
               03 COL 11 PIC X(8) FROM ARCHIVED-STATUS.
               03 COL 22 VALUE 'Restored: '.
               03 COL 32 PIC 9(8) FROM ARCHIVED-RESTORE-DATE.
               03 COL 43 VALUE 'By: '.
               03 COL 47 PIC X(8) FROM ARCHIVED-RESTORE-OPERATOR.
           02 LINE 14.
               03 COL 3 VALUE 'Account Master:'.
               03 COL 25 PIC ZZZZ9 FROM WS-COUNT-ACCOUNTS.
               03 COL 35 VALUE 'Contribution Room:'.
               03 COL 57 PIC ZZZZ9 FROM WS-COUNT-ROOM.
           02 LINE 15.
               03 COL 3 VALUE 'Cash Balances:'.
               03 COL 25 PIC ZZZZ9 FROM WS-COUNT-BALANCES.
               03 COL 35 VALUE 'Cash Instructions:'.
               03 COL 57 PIC ZZZZ9 FROM WS-COUNT-INSTRUCTIONS.
           02 LINE 16.
               03 COL 3 VALUE 'Dividends:'.
               03 COL 25 PIC ZZZZ9 FROM WS-COUNT-DIVIDENDS.
               03 COL 35 VALUE 'Entitlements:'.
               03 COL 57 PIC ZZZZ9 FROM WS-COUNT-ENTITLEMENTS.
           02 LINE 17.
               03 COL 3 VALUE 'Tax Lots:'.
               03 COL 25 PIC ZZZZ9 FROM WS-COUNT-LOTS.
               03 COL 35 VALUE 'History Snapshots:'.
               03 COL 57 PIC ZZZZ9 FROM WS-COUNT-HISTORY.
           02 LINE 18.
               03 COL 3 VALUE 'Restore Conflicts:'.
               03 COL 25 PIC ZZZZ9 FROM WS-COUNT-CONFLICTS.
           02 LINE 20.
               03 COL 3 VALUE 'Look up more accounts? (Y/N) '.
               03 COL 32 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 7 COL 10 VALUE 'Request Rejected'.
           02 LINE 9 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 20.
               03 COL 3 VALUE 'Look up more accounts? (Y/N) '.
               03 COL 32 PIC A TO NEW-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            *> Main procedure to process requests until done.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'No account has been archived yet (status '
                   WS-REGISTER-STATUS ')'
           ELSE
               PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'
               CLOSE REGISTER-FILE
           END-IF.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       PROCESS-RTN.
           *> Get one request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           MOVE 'N' TO REGISTER-FOUND-FLAG.
           MOVE INPUT-ACCOUNT TO ARCHIVED-ACCOUNT.
           READ REGISTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO REGISTER-FOUND-FLAG
           END-READ.
           IF REGISTER-FOUND-FLAG NOT = 'Y'
               MOVE 'Account is not on the archive register'
                   TO ERROR-MESSAGE
           ELSE
               MOVE SPACES TO WS-ARCHIVE-PATH
               STRING '../ACCOUNT-ARCHIVE-' DELIMITED BY SIZE
                       ARCHIVED-DATE DELIMITED BY SIZE
                       '.txt' DELIMITED BY SIZE
                   INTO WS-ARCHIVE-PATH
               EVALUATE INPUT-ACTION
                   WHEN 'I'
                       MOVE 'N' TO WS-RESTORE-FLAG
                       PERFORM READ-ARCHIVE-RTN
                       IF ERROR-MESSAGE = SPACES
                           MOVE 'Archived Account' TO RESULT-MESSAGE
                       END-IF
                   WHEN 'R'
                       PERFORM RESTORE-ACCOUNT-RTN
                   WHEN OTHER
                       MOVE 'Action must be I or R' TO ERROR-MESSAGE
               END-EVALUATE
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the request from the screen.

           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.

       RESTORE-ACCOUNT-RTN.
           *> Only an account still archived can come back, and only
           *> while its number has not been given to a new account.

           IF ARCHIVED-STATUS NOT = 'ARCHIVED'
               MOVE 'Account has already been restored'
                   TO ERROR-MESSAGE
           ELSE
               PERFORM OPEN-MASTERS-RTN
               MOVE 'N' TO ACCOUNT-FOUND-FLAG
               IF ACCOUNTS-OPEN = 'Y'
                   MOVE INPUT-ACCOUNT TO ACCOUNT-NUMBER
                   READ ACCOUNTS-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'Y' TO ACCOUNT-FOUND-FLAG
                   END-READ
               ELSE
                   MOVE 'Accounts master cannot be opened'
                       TO ERROR-MESSAGE
               END-IF
               IF ACCOUNT-FOUND-FLAG = 'Y'
                   MOVE 'Account number is in use on the master'
                       TO ERROR-MESSAGE
               END-IF
               IF ERROR-MESSAGE = SPACES
                   MOVE 'Y' TO WS-RESTORE-FLAG
                   PERFORM READ-ARCHIVE-RTN
               END-IF
               PERFORM CLOSE-MASTERS-RTN
               IF ERROR-MESSAGE = SPACES
                   MOVE INPUT-ACCOUNT TO ARCHIVED-ACCOUNT
                   READ REGISTER-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE 'RESTORED' TO ARCHIVED-STATUS
                   MOVE WS-TODAY-DATE TO ARCHIVED-RESTORE-DATE
                   MOVE WS-OPERATOR-ID TO ARCHIVED-RESTORE-OPERATOR
                   REWRITE ARCHIVED-ACCOUNT-RECORD
                   MOVE 'Account Restored' TO RESULT-MESSAGE
               END-IF
           END-IF.

       OPEN-MASTERS-RTN.
           *> Open each master for update, creating any not there yet
           *> the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.

           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '35'
               OPEN OUTPUT ACCOUNTS-FILE
               CLOSE ACCOUNTS-FILE
               OPEN I-O ACCOUNTS-FILE
           END-IF.
           OPEN I-O LOTS-FILE.
           IF WS-LOTS-STATUS = '35'
               OPEN OUTPUT LOTS-FILE
               CLOSE LOTS-FILE
               OPEN I-O LOTS-FILE
           END-IF.
           OPEN I-O BALANCE-FILE.
           IF WS-BALANCE-STATUS = '35'
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF.
           OPEN I-O DIVIDENDS-FILE.
           IF WS-DIVIDENDS-STATUS = '35'
               OPEN OUTPUT DIVIDENDS-FILE
               CLOSE DIVIDENDS-FILE
               OPEN I-O DIVIDENDS-FILE
           END-IF.
           OPEN I-O ROOM-FILE.
           IF WS-ROOM-STATUS = '35'
               OPEN OUTPUT ROOM-FILE
               CLOSE ROOM-FILE
               OPEN I-O ROOM-FILE
           END-IF.
           OPEN I-O INSTRUCTION-FILE.
           IF WS-INSTRUCTION-STATUS = '35'
               OPEN OUTPUT INSTRUCTION-FILE
               CLOSE INSTRUCTION-FILE
               OPEN I-O INSTRUCTION-FILE
           END-IF.
           OPEN I-O ENTITLEMENT-FILE.
           IF WS-ENTITLEMENT-STATUS = '35'
               OPEN OUTPUT ENTITLEMENT-FILE
               CLOSE ENTITLEMENT-FILE
               OPEN I-O ENTITLEMENT-FILE
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               *> OPEN EXTEND cannot create a brand-new file.
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO ACCOUNTS-OPEN
           END-IF.
           IF WS-LOTS-STATUS = '00'
               MOVE 'Y' TO LOTS-OPEN
           END-IF.
           IF WS-BALANCE-STATUS = '00'
               MOVE 'Y' TO BALANCE-OPEN
           END-IF.
           IF WS-DIVIDENDS-STATUS = '00'
               MOVE 'Y' TO DIVIDENDS-OPEN
           END-IF.
           IF WS-ROOM-STATUS = '00'
               MOVE 'Y' TO ROOM-OPEN
           END-IF.
           IF WS-INSTRUCTION-STATUS = '00'
               MOVE 'Y' TO INSTRUCTION-OPEN
           END-IF.
           IF WS-ENTITLEMENT-STATUS = '00'
               MOVE 'Y' TO ENTITLEMENT-OPEN
           END-IF.
           IF WS-HISTORY-STATUS = '00'
               MOVE 'Y' TO HISTORY-OPEN
           END-IF.
           IF WS-LOTS-STATUS NOT = '00'
               OR WS-BALANCE-STATUS NOT = '00'
               OR WS-DIVIDENDS-STATUS NOT = '00'
               OR WS-ROOM-STATUS NOT = '00'
               OR WS-INSTRUCTION-STATUS NOT = '00'
               OR WS-ENTITLEMENT-STATUS NOT = '00'
               OR WS-HISTORY-STATUS NOT = '00'
               MOVE 'A master file cannot be opened'
                   TO ERROR-MESSAGE
           END-IF.

       CLOSE-MASTERS-RTN.
           IF ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
               MOVE 'N' TO ACCOUNTS-OPEN
           END-IF.
           IF LOTS-OPEN = 'Y'
               CLOSE LOTS-FILE
               MOVE 'N' TO LOTS-OPEN
           END-IF.
           IF BALANCE-OPEN = 'Y'
               CLOSE BALANCE-FILE
               MOVE 'N' TO BALANCE-OPEN
           END-IF.
           IF DIVIDENDS-OPEN = 'Y'
               CLOSE DIVIDENDS-FILE
               MOVE 'N' TO DIVIDENDS-OPEN
           END-IF.
           IF ROOM-OPEN = 'Y'
               CLOSE ROOM-FILE
               MOVE 'N' TO ROOM-OPEN
           END-IF.
           IF INSTRUCTION-OPEN = 'Y'
               CLOSE INSTRUCTION-FILE
               MOVE 'N' TO INSTRUCTION-OPEN
           END-IF.
           IF ENTITLEMENT-OPEN = 'Y'
               CLOSE ENTITLEMENT-FILE
               MOVE 'N' TO ENTITLEMENT-OPEN
           END-IF.
           IF HISTORY-OPEN = 'Y'
               CLOSE HISTORY-FILE
               MOVE 'N' TO HISTORY-OPEN
           END-IF.

       READ-ARCHIVE-RTN.
           *> Count the account's archived records by master, writing
           *> each one back as it goes when restoring.

           MOVE 0 TO WS-COUNT-ACCOUNTS WS-COUNT-BALANCES
               WS-COUNT-DIVIDENDS WS-COUNT-LOTS WS-COUNT-ROOM
               WS-COUNT-INSTRUCTIONS WS-COUNT-ENTITLEMENTS
               WS-COUNT-HISTORY WS-COUNT-CONFLICTS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Archive file for that date is missing'
                   TO ERROR-MESSAGE
           ELSE
               MOVE 'N' TO ARCHIVE-EOF
               PERFORM READ-ONE-ARCHIVED-RTN UNTIL ARCHIVE-EOF = 'Y'
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-ONE-ARCHIVED-RTN.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO ARCHIVE-EOF
               NOT AT END
                   IF ARCHIVE-ACCOUNT = INPUT-ACCOUNT
                       PERFORM TAKE-ARCHIVED-RTN
                   END-IF
           END-READ.

       TAKE-ARCHIVED-RTN.
           *> The restored account starts a fresh retention period, or
           *> the next purge run would take it straight back off.

           EVALUATE ARCHIVE-SOURCE
               WHEN 'ACCOUNTS'
                   ADD 1 TO WS-COUNT-ACCOUNTS
                   IF WS-RESTORE-FLAG = 'Y'
                       MOVE ARCHIVE-IMAGE TO ACCOUNT-RECORD
                       MOVE WS-TODAY-DATE TO ACCOUNT-CLOSED-DATE
                       WRITE ACCOUNT-RECORD
                           INVALID KEY ADD 1 TO WS-COUNT-CONFLICTS
                       END-WRITE
                   END-IF
               WHEN 'CASH-BALANCES'
                   ADD 1 TO WS-COUNT-BALANCES
                   IF WS-RESTORE-FLAG = 'Y'
                       MOVE ARCHIVE-IMAGE TO CASH-BALANCE-RECORD
                       WRITE CASH-BALANCE-RECORD
                           INVALID KEY ADD 1 TO WS-COUNT-CONFLICTS
                       END-WRITE
                   END-IF
               WHEN 'DIVIDENDS'
                   ADD 1 TO WS-COUNT-DIVIDENDS
                   IF WS-RESTORE-FLAG = 'Y'
                       MOVE ARCHIVE-IMAGE TO DIVIDEND-RECORD
                       WRITE DIVIDEND-RECORD
                           INVALID KEY ADD 1 TO WS-COUNT-CONFLICTS
                       END-WRITE
                   END-IF
               WHEN 'STOCK-LOTS'
                   ADD 1 TO WS-COUNT-LOTS
                   IF WS-RESTORE-FLAG = 'Y'
                       MOVE ARCHIVE-IMAGE TO LOT-RECORD
                       WRITE LOT-RECORD
                           INVALID KEY ADD 1 TO WS-COUNT-CONFLICTS
                       END-WRITE
                   END-IF
               WHEN 'CONTRIB-ROOM'
                   ADD 1 TO WS-COUNT-ROOM
                   IF WS-RESTORE-FLAG = 'Y'
                       MOVE ARCHIVE-IMAGE TO ROOM-RECORD
                       WRITE ROOM-RECORD
                           INVALID KEY ADD 1 TO WS-COUNT-CONFLICTS
                       END-WRITE
                   END-IF
               WHEN 'CASH-INSTRUCT'
                   ADD 1 TO WS-COUNT-INSTRUCTIONS
                   IF WS-RESTORE-FLAG = 'Y'
                       MOVE ARCHIVE-IMAGE TO INSTRUCTION-RECORD
                       WRITE INSTRUCTION-RECORD
                           INVALID KEY ADD 1 TO WS-COUNT-CONFLICTS
                       END-WRITE
                   END-IF
               WHEN 'ENTITLEMENTS'
                   ADD 1 TO WS-COUNT-ENTITLEMENTS
                   IF WS-RESTORE-FLAG = 'Y'
                       MOVE ARCHIVE-IMAGE TO ENTITLEMENT-RECORD
                       WRITE ENTITLEMENT-RECORD
                           INVALID KEY ADD 1 TO WS-COUNT-CONFLICTS
                       END-WRITE
                   END-IF
               WHEN 'ACCT-HISTORY'
                   ADD 1 TO WS-COUNT-HISTORY
                   IF WS-RESTORE-FLAG = 'Y'
                       MOVE ARCHIVE-IMAGE TO ACCOUNT-HISTORY-RECORD
                       WRITE ACCOUNT-HISTORY-RECORD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DISPLAY-OUTPUT.
            *> Display the register entry and the archive's contents.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.
       END PROGRAM ACCOUNT-ARCHIVE-INQUIRY.
