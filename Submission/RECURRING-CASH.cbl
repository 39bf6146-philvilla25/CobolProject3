       IDENTIFICATION DIVISION.
           PROGRAM-ID. RECURRING-CASH INITIAL.
           *> Nightly recurring cash step: posts every active
           *> instruction on CASH-INSTRUCTIONS.dat whose next run date
           *> has come - pre-authorized contributions as DEP, systematic
           *> withdrawals as WDR - through the shared POST-CASH writer,
           *> the same postings a clerk would have keyed into
           *> CASH-MAINTENANCE. Postings are only made on a trading
           *> day: a run date falling on a weekend or a listed holiday
           *> is picked up by the first trading day after it. The same
           *> guards CASH-MAINTENANCE applies hold here - the account
           *> must be open, a withdrawal the account's settled cash
           *> cannot cover is refused rather than overdrawn, and a
           *> deposit into a registered account over its contribution
           *> room is refused and listed on the day's
           *> CONTRIBUTION-EXCEPTIONS file. Each instruction then moves
           *> on to its next run date, or ends once past its end date.
           *> Everything posted or refused is listed on the day's
           *> RECURRING-CASH register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE
           ASSIGN TO '../CASH-INSTRUCTIONS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INSTRUCTION-KEY
           FILE STATUS IS WS-INSTRUCTION-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXCEPTION-FILE
           ASSIGN TO WS-EXCEPTION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTION-FILE.
       COPY '../CASH-INSTRUCTION.dat'.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(119).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-YESTERDAY-DATE PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(8).
       01 WS-TRADING-DAY-COUNT PIC S9(5).          *> 1 when today is a trading day
       01 WS-INSTRUCTION-STATUS PIC X(2).          *> '00' only when instructions exist
       01 WS-ACCOUNTS-STATUS PIC X(2).             *> '35' while no accounts master exists
       01 WS-REPORT-PATH PIC X(45).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EXCEPTION-PATH PIC X(45).
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 INSTRUCTION-EOF PIC A.
       01 ACCOUNT-VALID-FLAG PIC A.
       01 REGISTERED-FLAG PIC A.                   *> 'Y' for a TFSA / RRSP account
       01 WS-ACCOUNT-TYPE PIC X(4).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-RESULT PIC X(8).                      *> POSTED / REFUSED
       01 WS-REASON PIC X(35).
       01 WS-SCHEDULED-DATE PIC 9(8).              *> The run date being posted

       01 WS-CASH-BALANCE PIC S9(9)V99.
       01 WS-CASH-POST-TYPE PIC X(4).
       01 WS-CASH-POST-SYMBOL PIC X(7).
       01 WS-CASH-POST-AMOUNT PIC S9(9)V99.        *> Signed amount handed to POST-CASH
       01 WS-SETTLE-DATE PIC 9(8) VALUE 0.         *> Deposits and withdrawals settle now
       01 WS-ROOM-ACTION PIC X.
       01 WS-ROOM-AMOUNT PIC 9(7)V99.              *> The posting in CAD
       01 WS-ROOM PIC S9(7)V99.                    *> Room left this year, CAD
       01 WS-FX-RATE PIC 9(3)V9(6).
       01 WS-FX-FOUND PIC A.

       01 WS-NEXT-DATE PIC 9(8).
       01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           02 WS-NEXT-YEAR PIC 9(4).
           02 WS-NEXT-MONTH PIC 9(2).
           02 WS-NEXT-DAY PIC 9(2).
       01 WS-DAY-BEFORE PIC 9(8).
       01 WS-NEXT-POSTING-DATE PIC 9(8).           *> First trading day on/after the run date
       01 WS-MONTHS-TO-ADD PIC 9(2).
       01 WS-MONTH-COUNT PIC 9(3).
       01 WS-LAST-DAY PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-MONTH-DAYS-VALUES PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           02 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

       01 WS-DUE-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE 0.
       01 WS-ENDED-COUNT PIC 9(5) VALUE 0.
       01 WS-DEPOSIT-COUNT PIC 9(5) VALUE 0.
       01 WS-DEPOSIT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-WITHDRAWAL-COUNT PIC 9(5) VALUE 0.
       01 WS-WITHDRAWAL-TOTAL PIC 9(9)V99 VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'RECURRING-CASH'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 EXCEPTION-RECORD.
           *> Same line CASH-MAINTENANCE writes for a deposit over the
           *> room, so the day's exceptions list reads as one file.
           02 EX-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-CURRENCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EX-AMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-CAD-AMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-ROOM PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-ACTION PIC X(8).                  *> REFUSED / ACCEPTED
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-OPERATOR PIC X(8).

       01 EQUAL-SIGNS PIC X(119) VALUE ALL '='.
       01 REPORT-TITLE.
           02 FILLER PIC X(30) VALUE 'RECURRING CASH REGISTER       '.
           02 RT-DATE PIC 9(8).
       01 REPORT-HEADER.
           02 FILLER PIC X(7) VALUE 'ACCT'.
           02 FILLER PIC X(6) VALUE 'PLAN'.
           02 FILLER PIC X(6) VALUE 'TYPE'.
           02 FILLER PIC X(5) VALUE 'CCY'.
           02 FILLER PIC X(14) VALUE '        AMOUNT'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'RUN DATE'.
           02 FILLER PIC X(10) VALUE 'RESULT'.
           02 FILLER PIC X(10) VALUE 'NEXT RUN'.
           02 FILLER PIC X(10) VALUE 'POSTS ON'.
           02 FILLER PIC X(6) VALUE 'NOTE'.
       01 REPORT-DETAIL-RECORD.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-PLAN PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-CURRENCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-AMOUNT PIC $$,$$$,$$9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-RUN-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-RESULT PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-NEXT-DATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-POSTS-ON PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-NOTE PIC X(35).
       01 REPORT-SUMMARY-RECORD.
           02 RS-LABEL PIC X(40).
           02 RS-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RS-AMOUNT PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM CHECK-TRADING-DAY-RTN.
           IF WS-TRADING-DAY-COUNT = 0
               *> No cash moves on a day the market is shut - what is
               *> due today posts on the next trading day instead.
               DISPLAY 'RECURRING-CASH: ' WS-TODAY-DATE
                   ' IS NOT A TRADING DAY - NOTHING POSTED'
           ELSE
               OPEN I-O INSTRUCTION-FILE
               IF WS-INSTRUCTION-STATUS = '00'
                   PERFORM OPEN-FILES-RTN
                   MOVE 'N' TO INSTRUCTION-EOF
                   PERFORM PROCESS-INSTRUCTION-RTN
                       UNTIL INSTRUCTION-EOF = 'Y'
                   PERFORM CLOSE-FILES-RTN
               ELSE
                   DISPLAY 'RECURRING-CASH: no cash instructions on '
                       'file - nothing to post'
               END-IF
           END-IF.
           MOVE 'ENDED-OK' TO OPS-STATUS.
           MOVE WS-DUE-COUNT TO OPS-READ-COUNT.
           MOVE WS-POSTED-COUNT TO OPS-WRITE-COUNT.
           MOVE WS-REFUSED-COUNT TO OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.                                *> GOBACK so the batch
           *> driver regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       WRITE-OPS-LOG-RTN.
           *> Append this run's evidence to the shared operations log -
           *> one record at start, one at end, via the OPS-LOG
           *> subprogram.

           CALL 'OPS-LOG' USING OPS-PROGRAM-NAME OPS-STATUS
               OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.

       CHECK-TRADING-DAY-RTN.
           *> The business calendar says whether today traded at all,
           *> via the shared BUSINESS-DAYS subprogram counting from
           *> yesterday to today.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1.
           COMPUTE WS-YESTERDAY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           CALL 'BUSINESS-DAYS' USING WS-YESTERDAY-DATE WS-TODAY-DATE
               WS-TRADING-DAY-COUNT.

       OPEN-FILES-RTN.
           *> The register is appended to, so a second run on the same
           *> day adds to the day's list rather than replacing it.

           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           OPEN INPUT ACCOUNTS-FILE.
           MOVE SPACES TO WS-REPORT-PATH.
           STRING '../RECURRING-CASH-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           OPEN EXTEND REPORT-FILE.
           IF WS-REPORT-STATUS = '35'
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-TODAY-DATE TO RT-DATE.
           MOVE REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.

       PROCESS-INSTRUCTION-RTN.
           *> Suspended and ended plans are passed by; an active plan
           *> whose run date has not come yet waits for its night.

           READ INSTRUCTION-FILE NEXT RECORD
               AT END MOVE 'Y' TO INSTRUCTION-EOF
               NOT AT END
                   IF INSTRUCTION-STATUS = 'ACTIVE'
                       AND INSTRUCTION-NEXT-DATE <= WS-TODAY-DATE
                       PERFORM POST-INSTRUCTION-RTN
                   END-IF
           END-READ.

       POST-INSTRUCTION-RTN.
           *> One posting per plan per night. A plan whose end date
           *> passed before its run date came round simply ends.

           MOVE INSTRUCTION-NEXT-DATE TO WS-SCHEDULED-DATE.
           IF INSTRUCTION-END-DATE NOT = 0
               AND INSTRUCTION-NEXT-DATE > INSTRUCTION-END-DATE
               MOVE 'ENDED' TO INSTRUCTION-STATUS
               ADD 1 TO WS-ENDED-COUNT
               REWRITE INSTRUCTION-RECORD
           ELSE
               ADD 1 TO WS-DUE-COUNT
               MOVE 'POSTED' TO WS-RESULT
               MOVE SPACES TO WS-REASON
               PERFORM VALIDATE-ACCOUNT-RTN
               IF ACCOUNT-VALID-FLAG NOT = 'Y'
                   MOVE 'REFUSED' TO WS-RESULT
                   MOVE 'Account not open on accounts master'
                       TO WS-REASON
               ELSE
                   IF INSTRUCTION-DIRECTION = 'W'
                       PERFORM CHECK-WITHDRAWAL-RTN
                   ELSE
                       PERFORM CHECK-ROOM-RTN
                   END-IF
               END-IF
               IF WS-RESULT = 'POSTED'
                   PERFORM POST-CASH-RTN
                   PERFORM RECORD-ROOM-RTN
                   MOVE WS-TODAY-DATE TO INSTRUCTION-LAST-POSTED
                   ADD 1 TO WS-POSTED-COUNT
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'RECURRING-CASH: ' INSTRUCTION-ACCOUNT
                       ' PLAN ' INSTRUCTION-SEQ ' REFUSED - '
                       WS-REASON
               END-IF
               *> A refused run is not retried the next night - it is
               *> on the register for the branch to take up with the
               *> client, and the plan goes on to its next run.
               PERFORM ADVANCE-SCHEDULE-RTN
               REWRITE INSTRUCTION-RECORD
               PERFORM WRITE-DETAIL-RTN
           END-IF.

       VALIDATE-ACCOUNT-RTN.
           *> The account must still be open on the accounts master -
           *> a plan on a closed account is refused, never posted. No
           *> accounts master on file at all means the account passes
           *> unchecked, as it does in CASH-MAINTENANCE.

           MOVE 'Y' TO ACCOUNT-VALID-FLAG.
           MOVE SPACES TO WS-ACCOUNT-TYPE.
           IF WS-ACCOUNTS-STATUS NOT = '35'
               MOVE INSTRUCTION-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY MOVE 'N' TO ACCOUNT-VALID-FLAG
                   NOT INVALID KEY
                       MOVE ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
                       IF ACCOUNT-STATUS NOT = 'OPEN'
                           MOVE 'N' TO ACCOUNT-VALID-FLAG
                       END-IF
               END-READ
           END-IF.
           *> CONVERT-ACCOUNTS gives every account from before account
           *> types a type of CASH; a blank type is still read as CASH
           *> in case one slips through.
           IF WS-ACCOUNT-TYPE = SPACES OR WS-ACCOUNT-TYPE = 'CASH'
               MOVE 'N' TO REGISTERED-FLAG
           ELSE
               MOVE 'Y' TO REGISTERED-FLAG
           END-IF.

       CHECK-WITHDRAWAL-RTN.
           *> A withdrawal is only paid from settled cash not already
           *> spoken for by pending debits - READ-CASH-BALANCE's figure.
           *> Trade proceeds still waiting to settle don't count.

           CALL 'READ-CASH-BALANCE' USING INSTRUCTION-ACCOUNT
               INSTRUCTION-CURRENCY WS-CASH-BALANCE.
           IF INSTRUCTION-AMOUNT > WS-CASH-BALANCE
               MOVE 'REFUSED' TO WS-RESULT
               MOVE 'Settled cash does not cover payment'
                   TO WS-REASON
           END-IF.

       CHECK-ROOM-RTN.
           *> Room is counted in CAD, so a foreign-currency deposit is
           *> translated at today's rate. There is no supervisor at
           *> the terminal overnight, so a deposit over the room is
           *> refused outright and goes on the exceptions list.

           IF REGISTERED-FLAG = 'Y'
               CALL 'FX-RATE-LOOKUP' USING INSTRUCTION-CURRENCY
                   WS-FX-RATE WS-FX-FOUND
               COMPUTE WS-ROOM-AMOUNT ROUNDED =
                   INSTRUCTION-AMOUNT * WS-FX-RATE
               MOVE 'I' TO WS-ROOM-ACTION
               CALL 'CONTRIBUTION-ROOM' USING INSTRUCTION-ACCOUNT
                   WS-ACCOUNT-TYPE WS-ROOM-ACTION WS-ROOM-AMOUNT
                   WS-ROOM
               IF WS-ROOM-AMOUNT > WS-ROOM
                   MOVE 'REFUSED' TO WS-RESULT
                   MOVE 'Deposit exceeds contribution room'
                       TO WS-REASON
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
           END-IF.

       WRITE-EXCEPTION-RTN.
           MOVE SPACES TO WS-EXCEPTION-PATH.
           STRING '../CONTRIBUTION-EXCEPTIONS-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-EXCEPTION-PATH.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO EX-DATE.
           MOVE INSTRUCTION-ACCOUNT TO EX-ACCOUNT.
           MOVE WS-ACCOUNT-TYPE TO EX-TYPE.
           MOVE INSTRUCTION-CURRENCY TO EX-CURRENCY.
           MOVE INSTRUCTION-AMOUNT TO EX-AMOUNT.
           MOVE WS-ROOM-AMOUNT TO EX-CAD-AMOUNT.
           MOVE WS-ROOM TO EX-ROOM.
           MOVE 'REFUSED' TO EX-ACTION.
           MOVE WS-OPERATOR-ID TO EX-OPERATOR.
           MOVE EXCEPTION-RECORD TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           CLOSE EXCEPTION-FILE.

       POST-CASH-RTN.
           *> Post the run - deposits credit, withdrawals debit -
           *> through the shared POST-CASH writer, settled today.

           MOVE SPACES TO WS-CASH-POST-SYMBOL.
           IF INSTRUCTION-DIRECTION = 'D'
               MOVE 'DEP' TO WS-CASH-POST-TYPE
               MOVE INSTRUCTION-AMOUNT TO WS-CASH-POST-AMOUNT
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD INSTRUCTION-AMOUNT TO WS-DEPOSIT-TOTAL
           ELSE
               MOVE 'WDR' TO WS-CASH-POST-TYPE
               COMPUTE WS-CASH-POST-AMOUNT = 0 - INSTRUCTION-AMOUNT
               ADD 1 TO WS-WITHDRAWAL-COUNT
               ADD INSTRUCTION-AMOUNT TO WS-WITHDRAWAL-TOTAL
           END-IF.
           CALL 'POST-CASH' USING WS-TODAY-DATE INSTRUCTION-ACCOUNT
               WS-CASH-POST-TYPE WS-CASH-POST-SYMBOL
               WS-CASH-POST-AMOUNT INSTRUCTION-CURRENCY
               WS-SETTLE-DATE.

       RECORD-ROOM-RTN.
           *> Book the posting against the room the way
           *> CASH-MAINTENANCE does - a withdrawal is held so
           *> CONTRIBUTION-ROOM can give it back next year.

           IF REGISTERED-FLAG = 'Y'
               IF INSTRUCTION-DIRECTION = 'D'
                   MOVE 'D' TO WS-ROOM-ACTION
               ELSE
                   CALL 'FX-RATE-LOOKUP' USING INSTRUCTION-CURRENCY
                       WS-FX-RATE WS-FX-FOUND
                   COMPUTE WS-ROOM-AMOUNT ROUNDED =
                       INSTRUCTION-AMOUNT * WS-FX-RATE
                   MOVE 'W' TO WS-ROOM-ACTION
               END-IF
               CALL 'CONTRIBUTION-ROOM' USING INSTRUCTION-ACCOUNT
                   WS-ACCOUNT-TYPE WS-ROOM-ACTION WS-ROOM-AMOUNT
                   WS-ROOM
           END-IF.

       ADVANCE-SCHEDULE-RTN.
           *> Move the plan past today by its frequency. Weekly and
           *> biweekly plans step by days; the others step by months
           *> and come back to the plan's own day of the month, cut
           *> back to the month's last day where the month is short.
           *> Past the end date the plan ends.

           MOVE INSTRUCTION-NEXT-DATE TO WS-NEXT-DATE.
           PERFORM STEP-SCHEDULE-RTN
               UNTIL WS-NEXT-DATE > WS-TODAY-DATE.
           MOVE WS-NEXT-DATE TO INSTRUCTION-NEXT-DATE.
           IF INSTRUCTION-END-DATE NOT = 0
               AND INSTRUCTION-NEXT-DATE > INSTRUCTION-END-DATE
               MOVE 'ENDED' TO INSTRUCTION-STATUS
               ADD 1 TO WS-ENDED-COUNT
           END-IF.

       STEP-SCHEDULE-RTN.
           EVALUATE INSTRUCTION-FREQUENCY
               WHEN 'W'
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-NEXT-DATE) + 7
                   COMPUTE WS-NEXT-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               WHEN 'B'
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-NEXT-DATE) + 14
                   COMPUTE WS-NEXT-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               WHEN 'Q'
                   MOVE 3 TO WS-MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-RTN
               WHEN 'A'
                   MOVE 12 TO WS-MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-RTN
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-RTN
           END-EVALUATE.

       ADD-MONTHS-RTN.
           COMPUTE WS-MONTH-COUNT = WS-NEXT-MONTH + WS-MONTHS-TO-ADD.
           IF WS-MONTH-COUNT > 12
               SUBTRACT 12 FROM WS-MONTH-COUNT
               ADD 1 TO WS-NEXT-YEAR
           END-IF.
           MOVE WS-MONTH-COUNT TO WS-NEXT-MONTH.
           MOVE WS-MONTH-DAYS (WS-NEXT-MONTH) TO WS-LAST-DAY.
           IF WS-NEXT-MONTH = 2
               DIVIDE WS-NEXT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-NEXT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-NEXT-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 28 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF INSTRUCTION-DAY > WS-LAST-DAY
               MOVE WS-LAST-DAY TO WS-NEXT-DAY
           ELSE
               MOVE INSTRUCTION-DAY TO WS-NEXT-DAY
           END-IF.

       WRITE-DETAIL-RTN.
           *> The register shows when the plan next posts - its run
           *> date, or the first trading day after it when the run date
           *> is a weekend or a holiday.

           MOVE INSTRUCTION-ACCOUNT TO RD-ACCOUNT.
           MOVE INSTRUCTION-SEQ TO RD-PLAN.
           IF INSTRUCTION-DIRECTION = 'D'
               MOVE 'DEP' TO RD-TYPE
           ELSE
               MOVE 'WDR' TO RD-TYPE
           END-IF.
           MOVE INSTRUCTION-CURRENCY TO RD-CURRENCY.
           MOVE INSTRUCTION-AMOUNT TO RD-AMOUNT.
           MOVE WS-SCHEDULED-DATE TO RD-RUN-DATE.
           MOVE WS-RESULT TO RD-RESULT.
           MOVE WS-REASON TO RD-NOTE.
           IF INSTRUCTION-STATUS = 'ENDED'
               MOVE 'ENDED' TO RD-NEXT-DATE
               MOVE SPACES TO RD-POSTS-ON
           ELSE
               MOVE INSTRUCTION-NEXT-DATE TO RD-NEXT-DATE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (INSTRUCTION-NEXT-DATE) - 1
               COMPUTE WS-DAY-BEFORE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               CALL 'NEXT-TRADING-DAY' USING WS-DAY-BEFORE
                   WS-NEXT-POSTING-DATE
               MOVE WS-NEXT-POSTING-DATE TO RD-POSTS-ON
           END-IF.
           MOVE REPORT-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Instructions due:' TO RS-LABEL.
           MOVE WS-DUE-COUNT TO RS-COUNT.
           MOVE 0 TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Deposits posted:' TO RS-LABEL.
           MOVE WS-DEPOSIT-COUNT TO RS-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Withdrawals posted:' TO RS-LABEL.
           MOVE WS-WITHDRAWAL-COUNT TO RS-COUNT.
           MOVE WS-WITHDRAWAL-TOTAL TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Refused:' TO RS-LABEL.
           MOVE WS-REFUSED-COUNT TO RS-COUNT.
           MOVE 0 TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Plans ended:' TO RS-LABEL.
           MOVE WS-ENDED-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE INSTRUCTION-FILE REPORT-FILE.
           IF WS-ACCOUNTS-STATUS NOT = '35'
               CLOSE ACCOUNTS-FILE
           END-IF.
           DISPLAY 'RECURRING-CASH: DUE: ' WS-DUE-COUNT
               ' POSTED: ' WS-POSTED-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT.
       END PROGRAM RECURRING-CASH.
