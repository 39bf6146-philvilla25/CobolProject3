           *> account, or reopen one - the master the entry programs
           *> validate every keyed account number against, so a typo on
           *> a trading screen can no longer seed a phantom account
           *> across the portfolio, cash, and lots files. Each account
           *> also carries its type - CASH, or a registered plan (TFSA,
           *> RRSP) whose deposits count against contribution room -
           *> and a registered account's room left this year can be
           *> keyed here from the client's notice of assessment. A
           *> cash account can also be opened for margin, with the
           *> most the firm will lend it, and any account can be put
           *> on one of the model portfolios REBALANCE measures against
           *> and linked to the household it is reported with. The day
           *> an account closes is kept on the master - ACCOUNT-PURGE
           *> counts the retention period from it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT MODEL-FILE
           ASSIGN TO '../MODEL-PORTFOLIOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MODEL-KEY
           FILE STATUS IS WS-MODEL-STATUS.

           SELECT HOUSEHOLD-FILE
           ASSIGN TO '../HOUSEHOLDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HOUSEHOLD-ID
           FILE STATUS IS WS-HOUSEHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD MODEL-FILE.
       COPY '../MODEL-PORTFOLIO.dat'.

       FD HOUSEHOLD-FILE.
       COPY '../HOUSEHOLD.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-ACCOUNTS-STATUS PIC X(2).             *> '00' once ACCOUNTS.dat is open I-O
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 ACCOUNT-FOUND-FLAG PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).
       01 INPUT-ACTION PIC X.
       01 INPUT-ACCOUNT PIC X(5).
       01 INPUT-HOLDER-NAME PIC X(25).
       01 INPUT-ACCOUNT-TYPE PIC X(4).
       01 INPUT-ROOM PIC X(9).                     *> Raw room, checked before use
       01 WS-ROOM-AMOUNT PIC 9(7)V99.
       01 WS-ROOM PIC S9(7)V99.                    *> Room left this year, CAD
       01 WS-ROOM-ACTION PIC X.
       01 WS-ROOM-EDIT PIC $$,$$$,$$9.99-.
       01 WS-ROOM-LABEL PIC X(19).
       01 WS-ROOM-TEXT PIC X(14).
       01 INPUT-MARGIN-FLAG PIC X.
       01 INPUT-LOAN-LIMIT PIC X(9).               *> Raw limit, checked before use
       01 WS-LOAN-LIMIT PIC 9(7)V99.
       01 WS-LIMIT-EDIT PIC $$,$$$,$$9.99.
       01 INPUT-MODEL-ID PIC X(6).                 *> NONE takes the account off
       01 WS-MODEL-ID PIC X(6).
       01 WS-MODEL-STATUS PIC X(2).
       01 MODEL-FOUND-FLAG PIC A.
       01 INPUT-HOUSEHOLD-ID PIC X(6).             *> NONE takes the account out
       01 WS-HOUSEHOLD-ID PIC X(6).
       01 WS-HOUSEHOLD-STATUS PIC X(2).
       01 HOUSEHOLD-FOUND-FLAG PIC A.

       SCREEN SECTION.
       01 INPUT-SCREEN.
           02 LINE 6.
               03 COL 3 VALUE 'Holder Name (Add/Update only): '.
               03 COL 35 PIC X(25) TO INPUT-HOLDER-NAME.
           02 LINE 7.
               03 COL 3 VALUE 'Account Type - CASH, TFSA, RRSP: '.
               03 COL 37 PIC X(4) TO INPUT-ACCOUNT-TYPE.
           02 LINE 8.
               03 COL 3 VALUE 'Room Left This Year (registered): '.
               03 COL 38 PIC X(9) TO INPUT-ROOM.
           02 LINE 9.
               03 COL 3 VALUE 'Margin Account (Y/N, CASH only): '.
               03 COL 37 PIC X TO INPUT-MARGIN-FLAG.
           02 LINE 10.
               03 COL 3 VALUE 'Loan Limit (margin accounts): '.
               03 COL 34 PIC X(9) TO INPUT-LOAN-LIMIT.
           02 LINE 11.
               03 COL 3 VALUE 'Model Portfolio (NONE to remove): '.
               03 COL 38 PIC X(6) TO INPUT-MODEL-ID.
           02 LINE 12.
               03 COL 3 VALUE 'Household (NONE to remove): '.
               03 COL 32 PIC X(6) TO INPUT-HOUSEHOLD-ID.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 13 COL 10 VALUE 'Accounts Master Updated'.
           02 LINE 15.
               03 COL 3 VALUE 'Account Number: '.
               03 COL 19 PIC X(5) FROM ACCOUNT-NUMBER.
           02 LINE 16.
               03 COL 3 VALUE 'Holder Name: '.
               03 COL 16 PIC X(25) FROM ACCOUNT-HOLDER-NAME.
           02 LINE 17.
               03 COL 3 VALUE 'Status: '.
               03 COL 11 PIC X(6) FROM ACCOUNT-STATUS.
           02 LINE 18.
               03 COL 3 VALUE 'Account Type: '.
               03 COL 17 PIC X(4) FROM ACCOUNT-TYPE.
               03 COL 24 VALUE 'Model: '.
               03 COL 31 PIC X(6) FROM ACCOUNT-MODEL-ID.
               03 COL 40 VALUE 'Household: '.
               03 COL 51 PIC X(6) FROM ACCOUNT-HOUSEHOLD-ID.
           02 LINE 19.
               03 COL 3 PIC X(19) FROM WS-ROOM-LABEL.
               03 COL 22 PIC X(14) FROM WS-ROOM-TEXT.
           02 LINE 20.
               03 COL 3 VALUE 'Margin: '.
               03 COL 11 PIC X FROM ACCOUNT-MARGIN-FLAG.
               03 COL 14 VALUE 'Loan Limit: '.
               03 COL 26 PIC X(13) FROM WS-LIMIT-EDIT.
           02 LINE 22.
               03 COL 3 VALUE 'Maintain more accounts? (Y/N) '.
               03 COL 33 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 13 COL 10 VALUE 'Request Rejected'.
           02 LINE 15 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 22.
               03 COL 3 VALUE 'Maintain more accounts? (Y/N) '.
               03 COL 33 PIC A TO NEW-RECORD.

       MAIN-PROCEDURE.
            *> Main procedure to process maintenance requests until done.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'.
           PERFORM CLOSE-FILES.

           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.
           MOVE FUNCTION UPPER-CASE(INPUT-ACCOUNT-TYPE)
               TO INPUT-ACCOUNT-TYPE.
           MOVE FUNCTION UPPER-CASE(INPUT-MARGIN-FLAG)
               TO INPUT-MARGIN-FLAG.
           MOVE FUNCTION UPPER-CASE(INPUT-MODEL-ID) TO INPUT-MODEL-ID.
           MOVE FUNCTION UPPER-CASE(INPUT-HOUSEHOLD-ID)
               TO INPUT-HOUSEHOLD-ID.

       READ-ACCOUNT-RTN.
           *> Read the existing master record for the account named.
                   MOVE 'Holder name must not be blank'
                       TO ERROR-MESSAGE
               ELSE
                   IF INPUT-ACCOUNT-TYPE = SPACES
                       MOVE 'CASH' TO INPUT-ACCOUNT-TYPE
                   END-IF
                   IF INPUT-MARGIN-FLAG = SPACES
                       MOVE 'N' TO INPUT-MARGIN-FLAG
                   END-IF
                   MOVE 0 TO WS-LOAN-LIMIT
                   MOVE SPACES TO WS-MODEL-ID
                   MOVE SPACES TO WS-HOUSEHOLD-ID
                   PERFORM CHECK-TYPE-AND-ROOM-RTN
                   IF ERROR-MESSAGE = SPACES
                       PERFORM CHECK-MARGIN-RTN
                   END-IF
                   IF ERROR-MESSAGE = SPACES
                       PERFORM CHECK-MODEL-RTN
                   END-IF
                   IF ERROR-MESSAGE = SPACES
                       PERFORM CHECK-HOUSEHOLD-RTN
                   END-IF
                   IF ERROR-MESSAGE = SPACES
                       MOVE INPUT-ACCOUNT TO ACCOUNT-NUMBER
                       MOVE INPUT-HOLDER-NAME TO ACCOUNT-HOLDER-NAME
                       MOVE 'OPEN' TO ACCOUNT-STATUS
                       MOVE INPUT-ACCOUNT-TYPE TO ACCOUNT-TYPE
                       MOVE INPUT-MARGIN-FLAG TO ACCOUNT-MARGIN-FLAG
                       MOVE WS-LOAN-LIMIT TO ACCOUNT-LOAN-LIMIT
                       MOVE WS-MODEL-ID TO ACCOUNT-MODEL-ID
                       MOVE WS-HOUSEHOLD-ID TO ACCOUNT-HOUSEHOLD-ID
                       MOVE 0 TO ACCOUNT-CLOSED-DATE
                       WRITE ACCOUNT-RECORD
                       PERFORM SET-ROOM-RTN
                   END-IF
               END-IF
           END-IF.

       UPDATE-ACCOUNT-RTN.
           *> Update the holder name, the account type, the room
           *> left, the margin terms, the model or the household - a
           *> field left blank keeps its value - leaving the status
           *> alone.

           IF ACCOUNT-FOUND-FLAG NOT = 'Y'
               MOVE 'Account not on the accounts master'
                   TO ERROR-MESSAGE
           ELSE
               IF INPUT-HOLDER-NAME = SPACES
                   AND INPUT-ACCOUNT-TYPE = SPACES
                   AND INPUT-ROOM = SPACES
                   AND INPUT-MARGIN-FLAG = SPACES
                   AND INPUT-LOAN-LIMIT = SPACES
                   AND INPUT-MODEL-ID = SPACES
                   AND INPUT-HOUSEHOLD-ID = SPACES
                   MOVE 'Holder name must not be blank'
                       TO ERROR-MESSAGE
               ELSE
                   IF INPUT-ACCOUNT-TYPE = SPACES
                       MOVE ACCOUNT-TYPE TO INPUT-ACCOUNT-TYPE
                       IF INPUT-ACCOUNT-TYPE = SPACES
                           MOVE 'CASH' TO INPUT-ACCOUNT-TYPE
                       END-IF
                   END-IF
                   IF INPUT-MARGIN-FLAG = SPACES
                       MOVE ACCOUNT-MARGIN-FLAG TO INPUT-MARGIN-FLAG
                       IF INPUT-MARGIN-FLAG NOT = 'Y'
                           MOVE 'N' TO INPUT-MARGIN-FLAG
                       END-IF
                   END-IF
                   *> Converted accounts carry a zero limit; the test
                   *> only guards against a damaged record.
                   MOVE 0 TO WS-LOAN-LIMIT
                   IF ACCOUNT-LOAN-LIMIT IS NUMERIC
                       MOVE ACCOUNT-LOAN-LIMIT TO WS-LOAN-LIMIT
                   END-IF
                   MOVE ACCOUNT-MODEL-ID TO WS-MODEL-ID
                   MOVE ACCOUNT-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID
                   PERFORM CHECK-TYPE-AND-ROOM-RTN
                   IF ERROR-MESSAGE = SPACES
                       PERFORM CHECK-MARGIN-RTN
                   END-IF
                   IF ERROR-MESSAGE = SPACES
                       PERFORM CHECK-MODEL-RTN
                   END-IF
                   IF ERROR-MESSAGE = SPACES
                       PERFORM CHECK-HOUSEHOLD-RTN
                   END-IF
                   IF ERROR-MESSAGE = SPACES
                       IF INPUT-HOLDER-NAME NOT = SPACES
                           MOVE INPUT-HOLDER-NAME
                               TO ACCOUNT-HOLDER-NAME
                       END-IF
                       MOVE INPUT-ACCOUNT-TYPE TO ACCOUNT-TYPE
                       MOVE INPUT-MARGIN-FLAG TO ACCOUNT-MARGIN-FLAG
                       MOVE WS-LOAN-LIMIT TO ACCOUNT-LOAN-LIMIT
                       MOVE WS-MODEL-ID TO ACCOUNT-MODEL-ID
                       MOVE WS-HOUSEHOLD-ID TO ACCOUNT-HOUSEHOLD-ID
                       REWRITE ACCOUNT-RECORD
                       PERFORM SET-ROOM-RTN
                   END-IF
               END-IF
           END-IF.

       CHECK-TYPE-AND-ROOM-RTN.
           *> Only the plan types the room rules know are accepted, and
           *> room means nothing on a plain cash account.

           IF INPUT-ACCOUNT-TYPE NOT = 'CASH'
               AND INPUT-ACCOUNT-TYPE NOT = 'TFSA'
               AND INPUT-ACCOUNT-TYPE NOT = 'RRSP'
               MOVE 'Account type must be CASH, TFSA or RRSP'
                   TO ERROR-MESSAGE
           ELSE
               IF INPUT-ROOM NOT = SPACES
                   IF INPUT-ROOM IS NOT NUMERIC
                       MOVE 'Room must be numeric' TO ERROR-MESSAGE
                   ELSE
                       IF INPUT-ACCOUNT-TYPE = 'CASH'
                           MOVE 'Room applies to TFSA/RRSP accounts'
                               TO ERROR-MESSAGE
                       ELSE
                           MOVE INPUT-ROOM TO WS-ROOM-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-MARGIN-RTN.
           *> A registered plan can't borrow, so margin is for cash
           *> accounts only. A limit keyed replaces the one on file;
           *> taking an account off margin drops its limit to nothing.

           IF INPUT-MARGIN-FLAG NOT = 'Y'
               AND INPUT-MARGIN-FLAG NOT = 'N'
               MOVE 'Margin must be Y or N' TO ERROR-MESSAGE
           ELSE
               IF INPUT-MARGIN-FLAG = 'Y'
                   AND INPUT-ACCOUNT-TYPE NOT = 'CASH'
                   MOVE 'Margin applies to CASH accounts only'
                       TO ERROR-MESSAGE
               ELSE
                   IF INPUT-LOAN-LIMIT NOT = SPACES
                       IF INPUT-LOAN-LIMIT IS NOT NUMERIC
                           MOVE 'Loan limit must be numeric'
                               TO ERROR-MESSAGE
                       ELSE
                           IF INPUT-MARGIN-FLAG NOT = 'Y'
                               MOVE 'Loan limit applies to margin only'
                                   TO ERROR-MESSAGE
                           ELSE
                               MOVE INPUT-LOAN-LIMIT TO WS-LOAN-LIMIT
                           END-IF
                       END-IF
                   END-IF
                   IF INPUT-MARGIN-FLAG = 'N'
                       MOVE 0 TO WS-LOAN-LIMIT
                   END-IF
               END-IF
           END-IF.

       CHECK-MODEL-RTN.
           *> A model keyed must have at least one line on the model
           *> master; NONE takes the account off its model.

           IF INPUT-MODEL-ID = 'NONE'
               MOVE SPACES TO WS-MODEL-ID
           ELSE
               IF INPUT-MODEL-ID NOT = SPACES
                   MOVE 'N' TO MODEL-FOUND-FLAG
                   OPEN INPUT MODEL-FILE
                   IF WS-MODEL-STATUS = '00'
                       MOVE INPUT-MODEL-ID TO MODEL-ID
                       MOVE LOW-VALUES TO MODEL-TARGET-KIND
                           MODEL-TARGET
                       START MODEL-FILE KEY IS NOT < MODEL-KEY
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               READ MODEL-FILE NEXT RECORD
                                   AT END CONTINUE
                                   NOT AT END
                                       IF MODEL-ID = INPUT-MODEL-ID
                                           MOVE 'Y' TO MODEL-FOUND-FLAG
                                       END-IF
                               END-READ
                       END-START
                       CLOSE MODEL-FILE
                   END-IF
                   IF MODEL-FOUND-FLAG = 'Y'
                       MOVE INPUT-MODEL-ID TO WS-MODEL-ID
                   ELSE
                       MOVE 'Model not on the model master'
                           TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       CHECK-HOUSEHOLD-RTN.
           *> A household keyed must already be on the household
           *> master; NONE takes the account out of its household.

           IF INPUT-HOUSEHOLD-ID = 'NONE'
               MOVE SPACES TO WS-HOUSEHOLD-ID
           ELSE
               IF INPUT-HOUSEHOLD-ID NOT = SPACES
                   MOVE 'N' TO HOUSEHOLD-FOUND-FLAG
                   OPEN INPUT HOUSEHOLD-FILE
                   IF WS-HOUSEHOLD-STATUS = '00'
                       MOVE INPUT-HOUSEHOLD-ID TO HOUSEHOLD-ID
                       READ HOUSEHOLD-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO HOUSEHOLD-FOUND-FLAG
                       END-READ
                       CLOSE HOUSEHOLD-FILE
                   END-IF
                   IF HOUSEHOLD-FOUND-FLAG = 'Y'
                       MOVE INPUT-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID
                   ELSE
                       MOVE 'Household not on the household master'
                           TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       SET-ROOM-RTN.
           *> Key the room left this year when one was entered.

           IF ACCOUNT-TYPE NOT = 'CASH' AND INPUT-ROOM NOT = SPACES
               MOVE 'S' TO WS-ROOM-ACTION
               CALL 'CONTRIBUTION-ROOM' USING ACCOUNT-NUMBER
                   ACCOUNT-TYPE WS-ROOM-ACTION WS-ROOM-AMOUNT WS-ROOM
           END-IF.

       CLOSE-ACCOUNT-RTN.
           *> Mark the account closed - the record stays on file so its
           *> history keeps its holder name, but the entry programs
           *> refuse new activity against it - and note the day, which
           *> starts its retention period.

           IF ACCOUNT-FOUND-FLAG NOT = 'Y'
               MOVE 'Account not on the accounts master'
                   MOVE 'Account is already closed' TO ERROR-MESSAGE
               ELSE
                   MOVE 'CLOSED' TO ACCOUNT-STATUS
                   MOVE WS-TODAY-DATE TO ACCOUNT-CLOSED-DATE
                   REWRITE ACCOUNT-RECORD
               END-IF
           END-IF.
                   MOVE 'Account is already open' TO ERROR-MESSAGE
               ELSE
                   MOVE 'OPEN' TO ACCOUNT-STATUS
                   MOVE 0 TO ACCOUNT-CLOSED-DATE
                   REWRITE ACCOUNT-RECORD
               END-IF
           END-IF.
       DISPLAY-OUTPUT.
            *> Display the updated master record.

           MOVE SPACES TO WS-ROOM-LABEL WS-ROOM-TEXT.
           IF ACCOUNT-TYPE NOT = SPACES AND ACCOUNT-TYPE NOT = 'CASH'
               MOVE 'I' TO WS-ROOM-ACTION
               MOVE 0 TO WS-ROOM-AMOUNT
               CALL 'CONTRIBUTION-ROOM' USING ACCOUNT-NUMBER
                   ACCOUNT-TYPE WS-ROOM-ACTION WS-ROOM-AMOUNT WS-ROOM
               MOVE 'Contribution Room: ' TO WS-ROOM-LABEL
               MOVE WS-ROOM TO WS-ROOM-EDIT
               MOVE WS-ROOM-EDIT TO WS-ROOM-TEXT
           END-IF.
           *> A damaged limit shows as zero rather than stopping the
           *> inquiry.
           MOVE 0 TO WS-LIMIT-EDIT.
           IF ACCOUNT-LOAN-LIMIT IS NUMERIC
               MOVE ACCOUNT-LOAN-LIMIT TO WS-LIMIT-EDIT
           END-IF.
           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
