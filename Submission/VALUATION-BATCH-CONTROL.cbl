           *> then run the valuation report - so the report never reads
           *> a stale or half-written indexed file because somebody ran
           *> the two steps out of order or skipped the first one.
           *> Each step's outcome is kept for the business date on
           *> BATCH-STEPS.dat, so a rerun after a failure skips the
           *> steps that already ended OK and resumes at the one that
           *> failed, instead of posting cash and booking fills twice.
           *> BATCH-STEP-MAINTENANCE lets operations force one step to
           *> run again or bypass it with a reason, and every decision
           *> the chain takes - RAN, RESTART, FORCED, SKIPPED,
           *> BYPASSED - goes on the operations log under the step's
           *> own name for NIGHT-VERIFY to read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL-FILE
           ASSIGN TO '../BATCH-STEPS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BATCH-STEP-KEY
           FILE STATUS IS WS-STEP-CONTROL-STATUS.

           SELECT BUSINESS-DAY-FILE
           ASSIGN TO '../BUSINESS-DAY-STATUS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSINESS-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-CONTROL-FILE.
       COPY '../BATCH-STEP.dat'.

       FD BUSINESS-DAY-FILE.
       COPY '../BUSINESS-DAY.dat'.

       WORKING-STORAGE SECTION.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'VALUATION-BATCH'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).
       01 WS-VALUATION-RC PIC 9(4) VALUE 0.        *> Valuation's exception signal
       01 WS-DIVIDEND-RC PIC 9(4) VALUE 0.         *> Entitlement step's stand-down signal
       01 WS-BOND-RC PIC 9(4) VALUE 0.             *> Coupon step's stand-down signal
       01 WS-JOURNAL-RC PIC 9(4) VALUE 0.          *> Journal verification's exception signal
       01 WS-AUDIT-RC PIC 9(4) VALUE 0.            *> Integrity audit's exception signal
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-YESTERDAY-DATE PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).               *> The day tonight's run belongs to
       01 WS-DAY-BEFORE-DATE PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(8).
       01 WS-TRADING-DAY-COUNT PIC S9(5).          *> 1 when the business date traded
       01 WS-BUSINESS-DAY-STATUS PIC X(2).         *> '00' only when the status file exists
       01 WS-STEP-CONTROL-STATUS PIC X(2).         *> '00' once BATCH-STEPS.dat is open I-O
       01 WS-STEP-NAME PIC X(20).                  *> Step being decided, as it logs itself
       01 WS-STEP-DECISION PIC X(8).               *> RAN / RESTART / FORCED / SKIPPED / BYPASSED
       01 WS-STEP-RUN-FLAG PIC A.                  *> 'Y' when the step is to run
       01 WS-STEP-FOUND-FLAG PIC A.                *> 'Y' when the date already holds the step
       01 WS-STEP-RC PIC 9(4).                     *> The step's own completion code
       01 WS-RESTART-FLAG PIC A VALUE 'N'.         *> 'Y' once this run is known to be a rerun
       01 WS-TIME-NOW PIC 9(8).                    *> HHMMSSss from ACCEPT
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, BATCH if none
       01 WS-OPERATOR-ROLE PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               *> No market today - no vendor closes to load, no
               *> valuation worth snapshotting. The log still shows
               *> the chain ran and chose to stand down.
               DISPLAY 'VALUATION-BATCH-CONTROL: ' WS-BUSINESS-DATE
                   ' IS NOT A TRADING DAY - CHAIN NOT RUN'
               MOVE 'ENDED-OK' TO OPS-STATUS
               PERFORM WRITE-OPS-LOG-RTN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-STEP-CONTROL-RTN.
           IF WS-STEP-CONTROL-STATUS NOT = '00'
               *> Without the step record there is no telling which
               *> steps already posted tonight, and running them all
               *> again is exactly what the record exists to prevent.
               DISPLAY 'VALUATION-BATCH-CONTROL: BATCH-STEPS.dat '
                   'cannot be opened (status ' WS-STEP-CONTROL-STATUS
                   ') - CHAIN NOT RUN'
               MOVE 'FAILED' TO OPS-STATUS
               PERFORM WRITE-OPS-LOG-RTN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'SETTLE-CASH' TO WS-STEP-NAME.
           PERFORM CHECK-STEP-RTN.
           IF WS-STEP-RUN-FLAG = 'Y'
               PERFORM RUN-SETTLE-CASH-RTN
               PERFORM RECORD-STEP-RTN
           END-IF.
           MOVE 'RECURRING-CASH' TO WS-STEP-NAME.
           PERFORM CHECK-STEP-RTN.
           IF WS-STEP-RUN-FLAG = 'Y'
               PERFORM RUN-RECURRING-CASH-RTN
               PERFORM RECORD-STEP-RTN
           END-IF.
           MOVE 'STOCKS-TO-INDEXED' TO WS-STEP-NAME.
           PERFORM CHECK-STEP-RTN.
           IF WS-STEP-RUN-FLAG = 'Y'
               PERFORM RUN-STOCKS-LOAD-RTN
               PERFORM RECORD-STEP-RTN
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'PRICE-LOAD' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-PRICE-LOAD-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'FX-RATE-LOAD' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-FX-RATE-LOAD-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'PRICE-ALERTS' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-PRICE-ALERTS-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'SEQ-TO-INDEXED' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-PORTFOLIO-LOAD-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'EXECUTE-ORDERS' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-EXECUTE-ORDERS-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'DIVIDEND-ENTITLEMENT' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-DIVIDEND-ENTITLEMENT-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'BOND-COUPONS' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-BOND-COUPONS-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'PROJECT-2-UPDATED' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-VALUATION-REPORT-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           ELSE
               DISPLAY 'VALUATION-BATCH-CONTROL: A LOAD STEP FAILED - '
                   'VALUATION REPORT NOT RUN'
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'MARGIN-REPORT' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-MARGIN-REPORT-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'HOUSEHOLD-REPORT' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-HOUSEHOLD-REPORT-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'TRADE-CONFIRMS' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-TRADE-CONFIRMS-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'AML-SURVEILLANCE' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-AML-SURVEILLANCE-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'JOURNAL-VERIFY' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-JOURNAL-VERIFY-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'INTEGRITY-AUDIT' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-INTEGRITY-AUDIT-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'BACKUP-MASTERS' TO WS-STEP-NAME
               PERFORM CHECK-STEP-RTN
               IF WS-STEP-RUN-FLAG = 'Y'
                   PERFORM RUN-BACKUP-RTN
                   PERFORM RECORD-STEP-RTN
               END-IF
           END-IF.
           CLOSE STEP-CONTROL-FILE.
           IF RETURN-CODE = 0 AND WS-VALUATION-RC NOT = 0
               MOVE WS-VALUATION-RC TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0 AND WS-DIVIDEND-RC NOT = 0
               MOVE WS-DIVIDEND-RC TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0 AND WS-BOND-RC NOT = 0
               MOVE WS-BOND-RC TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0 AND WS-JOURNAL-RC NOT = 0
               MOVE WS-JOURNAL-RC TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0 AND WS-AUDIT-RC NOT = 0
               MOVE WS-AUDIT-RC TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'ENDED-OK' TO OPS-STATUS
           ELSE
           *> terminating, while a standalone run still ends here

       CHECK-TRADING-DAY-RTN.
           *> The chain belongs to the business date DAILY-CLOSE just
           *> closed - a run (or a rerun) that crosses midnight still
           *> works yesterday's steps, not a fresh set for today. With
           *> no close on file from yesterday the business date is
           *> today. The business calendar then says whether that date
           *> traded at all, via the shared BUSINESS-DAYS subprogram
           *> counting from the day before it.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1.
           COMPUTE WS-YESTERDAY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DAY-FILE.
           IF WS-BUSINESS-DAY-STATUS = '00'
               READ BUSINESS-DAY-FILE
                   AT END MOVE SPACES TO BUSINESS-DAY-RECORD
               END-READ
               CLOSE BUSINESS-DAY-FILE
               IF BUSINESS-DAY-STATUS = 'CLOSED'
                   AND BUSINESS-DAY-DATE = WS-YESTERDAY-DATE
                   MOVE WS-YESTERDAY-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 1.
           COMPUTE WS-DAY-BEFORE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           CALL 'BUSINESS-DAYS' USING WS-DAY-BEFORE-DATE
               WS-BUSINESS-DATE WS-TRADING-DAY-COUNT.

       OPEN-STEP-CONTROL-RTN.
           *> Open the step record for update, creating it on first use
           *> the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.

           OPEN I-O STEP-CONTROL-FILE.
           IF WS-STEP-CONTROL-STATUS = '35'
               OPEN OUTPUT STEP-CONTROL-FILE
               CLOSE STEP-CONTROL-FILE
               OPEN I-O STEP-CONTROL-FILE
           END-IF.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.

       CHECK-STEP-RTN.
           *> Decide whether the step named runs tonight from what the
           *> business date already holds for it: nothing yet means a
           *> normal run, ENDED-OK means it is skipped, FAILED means
           *> the rerun resumes here, and RERUN or BYPASSED is the
           *> operator's own instruction from BATCH-STEP-MAINTENANCE.
           *> The decision goes on the log before the step itself
           *> writes anything.

           MOVE 'Y' TO WS-STEP-RUN-FLAG.
           MOVE 0 TO WS-STEP-RC.
           MOVE WS-BUSINESS-DATE TO BATCH-STEP-DATE.
           MOVE WS-STEP-NAME TO BATCH-STEP-NAME.
           READ STEP-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STEP-FOUND-FLAG
                   MOVE 'RAN' TO WS-STEP-DECISION
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STEP-FOUND-FLAG
                   EVALUATE BATCH-STEP-STATUS
                       WHEN 'ENDED-OK'
                           MOVE 'N' TO WS-STEP-RUN-FLAG
                           MOVE 'SKIPPED' TO WS-STEP-DECISION
                       WHEN 'BYPASSED'
                           MOVE 'N' TO WS-STEP-RUN-FLAG
                           MOVE 'BYPASSED' TO WS-STEP-DECISION
                       WHEN 'RERUN'
                           MOVE 'FORCED' TO WS-STEP-DECISION
                       WHEN OTHER
                           MOVE 'RESTART' TO WS-STEP-DECISION
                   END-EVALUATE
           END-READ.
           IF WS-STEP-FOUND-FLAG = 'Y' AND WS-RESTART-FLAG = 'N'
               *> The chain's own record says this is a rerun, so a
               *> FAILED it logged earlier reads as recovered once
               *> this run ends OK.
               MOVE 'Y' TO WS-RESTART-FLAG
               MOVE 'RESTART' TO OPS-STATUS
               PERFORM WRITE-OPS-LOG-RTN
           END-IF.
           EVALUATE WS-STEP-DECISION
               WHEN 'SKIPPED'
                   DISPLAY 'VALUATION-BATCH-CONTROL: ' WS-STEP-NAME
                       ' already ended OK for ' WS-BUSINESS-DATE
                       ' - skipped'
               WHEN 'BYPASSED'
                   DISPLAY 'VALUATION-BATCH-CONTROL: ' WS-STEP-NAME
                       ' bypassed by ' BATCH-STEP-OPERATOR ' - '
                       BATCH-STEP-REASON
               WHEN 'RESTART'
                   DISPLAY 'VALUATION-BATCH-CONTROL: resuming at '
                       WS-STEP-NAME
               WHEN 'FORCED'
                   DISPLAY 'VALUATION-BATCH-CONTROL: ' WS-STEP-NAME
                       ' rerun on request of ' BATCH-STEP-OPERATOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CALL 'OPS-LOG' USING WS-STEP-NAME WS-STEP-DECISION
               OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.

       RECORD-STEP-RTN.
           *> Keep how the step just run ended. A step whose status the
           *> chain carries out (and so zeroes) has already set its own
           *> code; any other step's code is still in RETURN-CODE. An
           *> operator's reason stays on the record with the outcome.

           IF RETURN-CODE NOT = 0
               MOVE RETURN-CODE TO WS-STEP-RC
           END-IF.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-BUSINESS-DATE TO BATCH-STEP-DATE.
           MOVE WS-STEP-NAME TO BATCH-STEP-NAME.
           IF WS-STEP-RC = 0
               MOVE 'ENDED-OK' TO BATCH-STEP-STATUS
           ELSE
               MOVE 'FAILED' TO BATCH-STEP-STATUS
           END-IF.
           MOVE WS-STEP-RC TO BATCH-STEP-RC.
           COMPUTE BATCH-STEP-TIME = WS-TIME-NOW / 100.
           MOVE WS-OPERATOR-ID TO BATCH-STEP-OPERATOR.
           IF WS-STEP-FOUND-FLAG = 'Y'
               REWRITE BATCH-STEP-RECORD
           ELSE
               MOVE SPACES TO BATCH-STEP-REASON
               WRITE BATCH-STEP-RECORD
           END-IF.
           IF WS-STEP-CONTROL-STATUS NOT = '00'
               DISPLAY 'VALUATION-BATCH-CONTROL: ' WS-STEP-NAME
                   ' outcome not kept (status ' WS-STEP-CONTROL-STATUS
                   ')'
           END-IF.

       WRITE-OPS-LOG-RTN.
           *> The chain's own start/end evidence on the shared

           CALL 'SETTLE-CASH'.

       RUN-RECURRING-CASH-RTN.
           *> Recurring contributions and withdrawals post right after
           *> settlement - a withdrawal is checked against tonight's
           *> settled cash, and a contribution is there for the
           *> standing orders to fund from.

           CALL 'RECURRING-CASH'.

       RUN-STOCKS-LOAD-RTN.
           *> STOCKS.dat feeds both BUY-STOCKS/SELL-STOCKS and the
           *> valuation report's stock lookup, so it loads first.

           CALL 'EXECUTE-ORDERS'.

       RUN-DIVIDEND-ENTITLEMENT-RTN.
           *> Work out entitlements whose record date has come and pay
           *> those due today - after the fills so a DRIP lot lands on
           *> the night's final holdings, before the valuation so the
           *> report prices the reinvested shares. Entitlements left
           *> pending by a stand-down are simply paid next run, so the
           *> valuation still goes ahead and the status is carried out
           *> of the chain instead.

           CALL 'DIVIDEND-ENTITLEMENT'.
           IF RETURN-CODE NOT = 0
               DISPLAY 'VALUATION-BATCH-CONTROL: DIVIDEND-ENTITLEMENT '
                   'stood down - entitlements left pending'
               MOVE RETURN-CODE TO WS-DIVIDEND-RC
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
           END-IF.

       RUN-BOND-COUPONS-RTN.
           *> Pay the coupons and redemptions that have come due -
           *> after the fills and dividends, before the valuation so a
           *> redeemed bond is off the report and its cash is in the
           *> balances. Coupons left due by a stand-down are paid next
           *> run, so the chain carries the status out the same way it
           *> carries the entitlement step's.

           CALL 'BOND-COUPONS'.
           IF RETURN-CODE NOT = 0
               DISPLAY 'VALUATION-BATCH-CONTROL: BOND-COUPONS '
                   'stood down - coupons left due'
               MOVE RETURN-CODE TO WS-BOND-RC
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
           END-IF.

       RUN-VALUATION-REPORT-RTN.
           CALL 'PROJECT-2-UPDATED'.
           IF RETURN-CODE NOT = 0
                   'reported holdings missing from the stocks master '
                   '- see the exceptions section of the report'
               MOVE RETURN-CODE TO WS-VALUATION-RC
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
           END-IF.

       RUN-MARGIN-REPORT-RTN.
           *> Margin accounts are valued on the same final holdings and
           *> closes the valuation just priced, and any account short
           *> of its maintenance requirement is listed as a margin call
           *> for the desk in the morning.

           CALL 'MARGIN-REPORT'.

       RUN-HOUSEHOLD-REPORT-RTN.
           *> Roll the night's account values up by household, leaving
           *> each household's total where FEE-BILLING looks for it.

           CALL 'HOUSEHOLD-REPORT'.

       RUN-TRADE-CONFIRMS-RTN.
           *> Confirm every trade the day journaled - the keyed ones, the
           *> night's order fills and DRIP purchases, and any
           *> cancellations and repairs - once nothing more will be
           *> booked for the day.

           CALL 'TRADE-CONFIRMS'.

       RUN-AML-SURVEILLANCE-RTN.
           *> Screen the day's deposits, withdrawals and trades against
           *> the AML rules, so compliance has the alerts to work
           *> through in the morning.

           CALL 'AML-SURVEILLANCE'.

       RUN-JOURNAL-VERIFY-RTN.
           *> Prove every numbered journal day against its control
           *> totals before anything downstream reads the journals
           *> again. Like the integrity audit, exceptions are carried
           *> out of the chain rather than stopping it.

           CALL 'JOURNAL-VERIFY'.
           IF RETURN-CODE NOT = 0
               DISPLAY 'VALUATION-BATCH-CONTROL: JOURNAL-VERIFY '
                   'found exceptions - see the verification report'
               MOVE RETURN-CODE TO WS-JOURNAL-RC
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
           END-IF.

       RUN-INTEGRITY-AUDIT-RTN.
           *> Prove the masters against each other once the night's
           *> postings are all in. Exceptions need a human, not a
           *> stopped chain - the backup still runs and the status is
           *> carried out of the chain instead.

           CALL 'INTEGRITY-AUDIT'.
           IF RETURN-CODE NOT = 0
               DISPLAY 'VALUATION-BATCH-CONTROL: INTEGRITY-AUDIT '
                   'found exceptions - see the audit report'
               MOVE RETURN-CODE TO WS-AUDIT-RC
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
           END-IF.

