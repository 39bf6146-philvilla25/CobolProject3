       IDENTIFICATION DIVISION.
           PROGRAM-ID. RECURRING-CASH-MAINTENANCE INITIAL.
           *> This program maintains the recurring cash instructions on
           *> CASH-INSTRUCTIONS.dat - a client's pre-authorized
           *> contribution (a deposit) or systematic withdrawal plan,
           *> posted by the nightly RECURRING-CASH step instead of a
           *> clerk keying it into CASH-MAINTENANCE every period. A
           *> plan is keyed by account and a plan number, and carries
           *> its currency, amount, direction, frequency, the next date
           *> it runs and an optional end date. Plans are set up,
           *> changed, suspended, resumed and ended here; an ended plan
           *> stays on file so the register's history still reads.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE
           ASSIGN TO '../CASH-INSTRUCTIONS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INSTRUCTION-KEY
           FILE STATUS IS WS-INSTRUCTION-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTION-FILE.
       COPY '../CASH-INSTRUCTION.dat'.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-INSTRUCTION-STATUS PIC X(2).          *> '00' once the file is open I-O
       01 WS-ACCOUNTS-STATUS PIC X(2).             *> '35' while no accounts master exists
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 INSTRUCTION-FOUND-FLAG PIC A.
       01 ACCOUNT-VALID-FLAG PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           02 WS-CHECK-YEAR PIC 9(4).
           02 WS-CHECK-MONTH PIC 9(2).
           02 WS-CHECK-DAY PIC 9(2).

       01 INPUT-ACTION PIC X.
       01 INPUT-ACCOUNT PIC X(5).
       01 INPUT-SEQ PIC 9(2).
       01 INPUT-DIRECTION PIC X.
       01 WS-RAW-AMOUNT PIC X(9).
       01 INPUT-AMOUNT PIC 9(7)V99.
       01 INPUT-CURRENCY PIC X(3).
       01 INPUT-FREQUENCY PIC X.
       01 INPUT-NEXT-DATE PIC 9(8).
       01 INPUT-END-DATE PIC 9(8).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Recurring Cash Instructions'.
           02 LINE 4.
               03 COL 3 VALUE 'Action - (A)dd, (U)pdate, (S)uspend, '.
               03 COL 40 VALUE '(R)esume, (E)nd: '.
               03 COL 57 PIC X TO INPUT-ACTION.
           02 LINE 5.
               03 COL 3 VALUE 'Enter an Account Number: '.
               03 COL 28 PIC X(5) TO INPUT-ACCOUNT.
           02 LINE 6.
               03 COL 3 VALUE 'Plan Number: '.
               03 COL 16 PIC 9(2) TO INPUT-SEQ.
           02 LINE 7.
               03 COL 3 VALUE 'Direction - (D)eposit, (W)ithdraw: '.
               03 COL 39 PIC X TO INPUT-DIRECTION.
           02 LINE 8.
               03 COL 3 VALUE 'Amount: '.
               03 COL 11 PIC X(9) TO WS-RAW-AMOUNT.
               03 COL 22 VALUE 'Currency, blank = CAD: '.
               03 COL 45 PIC X(3) TO INPUT-CURRENCY.
           02 LINE 9.
               03 COL 3 VALUE 'Frequency - (W)eekly, (B)iweekly, '.
               03 COL 37 VALUE '(M)onthly, (Q)uarterly, (A)nnual: '.
               03 COL 71 PIC X TO INPUT-FREQUENCY.
           02 LINE 10.
               03 COL 3 VALUE 'Next Run Date YYYYMMDD: '.
               03 COL 27 PIC 9(8) TO INPUT-NEXT-DATE.
           02 LINE 11.
               03 COL 3 VALUE 'End Date YYYYMMDD (0 = none): '.
               03 COL 33 PIC 9(8) TO INPUT-END-DATE.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 13 COL 10 VALUE 'Instruction Updated'.
           02 LINE 14.
               03 COL 3 VALUE 'Account: '.
               03 COL 12 PIC X(5) FROM INSTRUCTION-ACCOUNT.
               03 COL 20 VALUE 'Plan: '.
               03 COL 26 PIC 99 FROM INSTRUCTION-SEQ.
               03 COL 31 VALUE 'Status: '.
               03 COL 39 PIC X(9) FROM INSTRUCTION-STATUS.
           02 LINE 15.
               03 COL 3 VALUE 'Direction: '.
               03 COL 14 PIC X FROM INSTRUCTION-DIRECTION.
               03 COL 18 VALUE 'Amount: '.
               03 COL 26 PIC $$$$$$,$$9.99 FROM INSTRUCTION-AMOUNT.
               03 COL 41 PIC X(3) FROM INSTRUCTION-CURRENCY.
               03 COL 46 VALUE 'Frequency: '.
               03 COL 57 PIC X FROM INSTRUCTION-FREQUENCY.
           02 LINE 16.
               03 COL 3 VALUE 'Next Run: '.
               03 COL 13 PIC 9(8) FROM INSTRUCTION-NEXT-DATE.
               03 COL 24 VALUE 'Ends: '.
               03 COL 30 PIC 9(8) FROM INSTRUCTION-END-DATE.
               03 COL 41 VALUE 'Last Posted: '.
               03 COL 54 PIC 9(8) FROM INSTRUCTION-LAST-POSTED.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more instructions? (Y/N) '.
               03 COL 37 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 13 COL 10 VALUE 'Request Rejected'.
           02 LINE 15 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more instructions? (Y/N) '.
               03 COL 37 PIC A TO NEW-RECORD.

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
           *> Open the instruction file for update, creating it on first
           *> use the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.

           OPEN I-O INSTRUCTION-FILE.
           IF WS-INSTRUCTION-STATUS = '35'
               OPEN OUTPUT INSTRUCTION-FILE
               CLOSE INSTRUCTION-FILE
               OPEN I-O INSTRUCTION-FILE
           END-IF.
           OPEN INPUT ACCOUNTS-FILE.

       PROCESS-RTN.
           *> Get one maintenance request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           PERFORM READ-INSTRUCTION-RTN.
           EVALUATE INPUT-ACTION
               WHEN 'A'
                   PERFORM ADD-INSTRUCTION-RTN
               WHEN 'U'
                   PERFORM UPDATE-INSTRUCTION-RTN
               WHEN 'S'
                   PERFORM SUSPEND-INSTRUCTION-RTN
               WHEN 'R'
                   PERFORM RESUME-INSTRUCTION-RTN
               WHEN 'E'
                   PERFORM END-INSTRUCTION-RTN
               WHEN OTHER
                   MOVE 'Action must be A, U, S, R, or E'
                       TO ERROR-MESSAGE
           END-EVALUATE.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the maintenance request from the screen.

           MOVE 0 TO INPUT-SEQ INPUT-NEXT-DATE INPUT-END-DATE.
           MOVE SPACES TO WS-RAW-AMOUNT INPUT-CURRENCY INPUT-DIRECTION
               INPUT-FREQUENCY.
           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.
           MOVE FUNCTION UPPER-CASE(INPUT-DIRECTION) TO INPUT-DIRECTION.
           MOVE FUNCTION UPPER-CASE(INPUT-FREQUENCY) TO INPUT-FREQUENCY.
           MOVE FUNCTION UPPER-CASE(INPUT-CURRENCY) TO INPUT-CURRENCY.

       READ-INSTRUCTION-RTN.
           *> Read the existing instruction for the account and plan.

           MOVE 'N' TO INSTRUCTION-FOUND-FLAG.
           MOVE INPUT-ACCOUNT TO INSTRUCTION-ACCOUNT.
           MOVE INPUT-SEQ TO INSTRUCTION-SEQ.
           READ INSTRUCTION-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO INSTRUCTION-FOUND-FLAG
           END-READ.

       ADD-INSTRUCTION-RTN.
           *> Set up a new plan. Every field is needed except the end
           *> date; the day of the month of the first run is kept so a
           *> monthly plan set up for the 31st comes back to the 31st
           *> after a shorter month.

           IF INSTRUCTION-FOUND-FLAG = 'Y'
               MOVE 'Plan number already used on the account'
                   TO ERROR-MESSAGE
           ELSE
               PERFORM VALIDATE-ACCOUNT-RTN
               IF ACCOUNT-VALID-FLAG NOT = 'Y'
                   MOVE 'Account not open on accounts master'
                       TO ERROR-MESSAGE
               ELSE
                   IF INPUT-CURRENCY = SPACES
                       MOVE 'CAD' TO INPUT-CURRENCY
                   END-IF
                   PERFORM VALIDATE-DIRECTION-RTN
                   PERFORM VALIDATE-AMOUNT-RTN
                   PERFORM VALIDATE-FREQUENCY-RTN
                   PERFORM VALIDATE-DATES-RTN
                   IF ERROR-MESSAGE = SPACES
                       MOVE INPUT-ACCOUNT TO INSTRUCTION-ACCOUNT
                       MOVE INPUT-SEQ TO INSTRUCTION-SEQ
                       MOVE INPUT-CURRENCY TO INSTRUCTION-CURRENCY
                       MOVE INPUT-AMOUNT TO INSTRUCTION-AMOUNT
                       MOVE INPUT-DIRECTION TO INSTRUCTION-DIRECTION
                       MOVE INPUT-FREQUENCY TO INSTRUCTION-FREQUENCY
                       MOVE INPUT-NEXT-DATE TO INSTRUCTION-NEXT-DATE
                           WS-CHECK-DATE
                       MOVE WS-CHECK-DAY TO INSTRUCTION-DAY
                       MOVE INPUT-END-DATE TO INSTRUCTION-END-DATE
                       MOVE 'ACTIVE' TO INSTRUCTION-STATUS
                       MOVE 0 TO INSTRUCTION-LAST-POSTED
                       WRITE INSTRUCTION-RECORD
                   END-IF
               END-IF
           END-IF.

       UPDATE-INSTRUCTION-RTN.
           *> Change the amount, currency, frequency or dates of a plan
           *> still running - a field left blank or zero keeps its
           *> value. The direction is what the client signed for, so a
           *> change of direction is a new plan.

           IF INSTRUCTION-FOUND-FLAG NOT = 'Y'
               MOVE 'Plan not on file' TO ERROR-MESSAGE
           ELSE
               IF INSTRUCTION-STATUS = 'ENDED'
                   MOVE 'Plan has ended' TO ERROR-MESSAGE
               ELSE
                   IF WS-RAW-AMOUNT NOT = SPACES
                       PERFORM VALIDATE-AMOUNT-RTN
                   ELSE
                       MOVE INSTRUCTION-AMOUNT TO INPUT-AMOUNT
                   END-IF
                   IF INPUT-FREQUENCY NOT = SPACES
                       PERFORM VALIDATE-FREQUENCY-RTN
                   ELSE
                       MOVE INSTRUCTION-FREQUENCY TO INPUT-FREQUENCY
                   END-IF
                   IF INPUT-NEXT-DATE = 0
                       MOVE INSTRUCTION-NEXT-DATE TO INPUT-NEXT-DATE
                   END-IF
                   IF INPUT-END-DATE = 0
                       MOVE INSTRUCTION-END-DATE TO INPUT-END-DATE
                   END-IF
                   IF INPUT-NEXT-DATE NOT = INSTRUCTION-NEXT-DATE
                       OR INPUT-END-DATE NOT = INSTRUCTION-END-DATE
                       PERFORM VALIDATE-DATES-RTN
                   END-IF
                   IF ERROR-MESSAGE = SPACES
                       IF INPUT-CURRENCY NOT = SPACES
                           MOVE INPUT-CURRENCY TO INSTRUCTION-CURRENCY
                       END-IF
                       MOVE INPUT-AMOUNT TO INSTRUCTION-AMOUNT
                       MOVE INPUT-FREQUENCY TO INSTRUCTION-FREQUENCY
                       IF INPUT-NEXT-DATE NOT = INSTRUCTION-NEXT-DATE
                           MOVE INPUT-NEXT-DATE TO INSTRUCTION-NEXT-DATE
                               WS-CHECK-DATE
                           MOVE WS-CHECK-DAY TO INSTRUCTION-DAY
                       END-IF
                       MOVE INPUT-END-DATE TO INSTRUCTION-END-DATE
                       REWRITE INSTRUCTION-RECORD
                   END-IF
               END-IF
           END-IF.

       SUSPEND-INSTRUCTION-RTN.
           *> Hold an active plan - the nightly step passes it by until
           *> it is resumed.

           IF INSTRUCTION-FOUND-FLAG NOT = 'Y'
               MOVE 'Plan not on file' TO ERROR-MESSAGE
           ELSE
               IF INSTRUCTION-STATUS NOT = 'ACTIVE'
                   MOVE 'Only an active plan can be suspended'
                       TO ERROR-MESSAGE
               ELSE
                   MOVE 'SUSPENDED' TO INSTRUCTION-STATUS
                   REWRITE INSTRUCTION-RECORD
               END-IF
           END-IF.

       RESUME-INSTRUCTION-RTN.
           *> Put a suspended plan back to work. Runs missed while it
           *> was held are not made up - the next run date moves to the
           *> date keyed, which must not be in the past.

           IF INSTRUCTION-FOUND-FLAG NOT = 'Y'
               MOVE 'Plan not on file' TO ERROR-MESSAGE
           ELSE
               IF INSTRUCTION-STATUS NOT = 'SUSPENDED'
                   MOVE 'Only a suspended plan can be resumed'
                       TO ERROR-MESSAGE
               ELSE
                   IF INPUT-NEXT-DATE = 0
                       MOVE INSTRUCTION-NEXT-DATE TO INPUT-NEXT-DATE
                   END-IF
                   MOVE INSTRUCTION-END-DATE TO INPUT-END-DATE
                   PERFORM VALIDATE-DATES-RTN
                   IF ERROR-MESSAGE = SPACES
                       MOVE INPUT-NEXT-DATE TO INSTRUCTION-NEXT-DATE
                       MOVE 'ACTIVE' TO INSTRUCTION-STATUS
                       REWRITE INSTRUCTION-RECORD
                   END-IF
               END-IF
           END-IF.

       END-INSTRUCTION-RTN.
           *> End a plan for good. It stays on file, ended today.

           IF INSTRUCTION-FOUND-FLAG NOT = 'Y'
               MOVE 'Plan not on file' TO ERROR-MESSAGE
           ELSE
               IF INSTRUCTION-STATUS = 'ENDED'
                   MOVE 'Plan has already ended' TO ERROR-MESSAGE
               ELSE
                   MOVE 'ENDED' TO INSTRUCTION-STATUS
                   MOVE WS-TODAY-DATE TO INSTRUCTION-END-DATE
                   REWRITE INSTRUCTION-RECORD
               END-IF
           END-IF.

       VALIDATE-ACCOUNT-RTN.
           *> A plan can only be set up on an open account. No accounts
           *> master on file at all means ACCOUNT-MAINTENANCE has never
           *> been run here, and the account passes unchecked, as it
           *> does in CASH-MAINTENANCE.

           MOVE 'Y' TO ACCOUNT-VALID-FLAG.
           IF INPUT-ACCOUNT = SPACES
               MOVE 'N' TO ACCOUNT-VALID-FLAG
           ELSE
               IF WS-ACCOUNTS-STATUS NOT = '35'
                   MOVE INPUT-ACCOUNT TO ACCOUNT-NUMBER
                   READ ACCOUNTS-FILE
                       INVALID KEY MOVE 'N' TO ACCOUNT-VALID-FLAG
                       NOT INVALID KEY
                           IF ACCOUNT-STATUS NOT = 'OPEN'
                               MOVE 'N' TO ACCOUNT-VALID-FLAG
                           END-IF
                   END-READ
               END-IF
           END-IF.

       VALIDATE-DIRECTION-RTN.
           IF ERROR-MESSAGE = SPACES
               IF INPUT-DIRECTION NOT = 'D'
                   AND INPUT-DIRECTION NOT = 'W'
                   MOVE 'Direction must be D or W' TO ERROR-MESSAGE
               END-IF
           END-IF.

       VALIDATE-AMOUNT-RTN.
           *> Reject a non-numeric amount before it ever reaches a numeric
           *> field - the same guard CASH-MAINTENANCE uses.

           IF ERROR-MESSAGE = SPACES
               IF WS-RAW-AMOUNT IS NUMERIC
                   MOVE WS-RAW-AMOUNT TO INPUT-AMOUNT
                   IF INPUT-AMOUNT = 0
                       MOVE 'Amount must be more than zero'
                           TO ERROR-MESSAGE
                   END-IF
               ELSE
                   MOVE 'Amount must be numeric' TO ERROR-MESSAGE
               END-IF
           END-IF.

       VALIDATE-FREQUENCY-RTN.
           IF ERROR-MESSAGE = SPACES
               IF INPUT-FREQUENCY NOT = 'W'
                   AND INPUT-FREQUENCY NOT = 'B'
                   AND INPUT-FREQUENCY NOT = 'M'
                   AND INPUT-FREQUENCY NOT = 'Q'
                   AND INPUT-FREQUENCY NOT = 'A'
                   MOVE 'Frequency must be W, B, M, Q, or A'
                       TO ERROR-MESSAGE
               END-IF
           END-IF.

       VALIDATE-DATES-RTN.
           *> The next run date must be a real date no earlier than
           *> today, and an end date, when given, no earlier than it.

           IF ERROR-MESSAGE = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD (INPUT-NEXT-DATE) NOT = 0
                   MOVE 'Next run date is not a valid date'
                       TO ERROR-MESSAGE
               ELSE
                   IF INPUT-NEXT-DATE < WS-TODAY-DATE
                       MOVE 'Next run date is in the past'
                           TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES AND INPUT-END-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD (INPUT-END-DATE) NOT = 0
                   MOVE 'End date is not a valid date'
                       TO ERROR-MESSAGE
               ELSE
                   IF INPUT-END-DATE < INPUT-NEXT-DATE
                       MOVE 'End date is before the next run date'
                           TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       DISPLAY-OUTPUT.
            *> Display the instruction as it now stands.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.

       CLOSE-FILES.
           *> Close the instruction file and the accounts master.

           CLOSE INSTRUCTION-FILE.
           IF WS-ACCOUNTS-STATUS NOT = '35'
               CLOSE ACCOUNTS-FILE
           END-IF.
       END PROGRAM RECURRING-CASH-MAINTENANCE.
