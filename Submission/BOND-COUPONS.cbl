       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOND-COUPONS INITIAL.
           *> Nightly fixed-income step: pays the coupons and
           *> redemptions of every active bond on BONDS.dat. Each coupon
           *> date since the bond's last coupon paid, up to today, pays
           *> every account holding the bond its units times the coupon
           *> per unit BOND-ACCRUAL works out from the face value, rate
           *> and frequency - credited through the shared POST-CASH
           *> writer as CPN in the bond's currency and journaled as a
           *> CPN entry, the way DIVIDEND-ENTITLEMENT pays a dividend.
           *> Coupons are only paid on a trading day, so one falling on
           *> a weekend or a listed holiday is paid on the first trading
           *> day after it. On and after the maturity date each holding
           *> is redeemed at face: the proceeds post as RED, the tax
           *> lots are closed oldest first with one SELL journal entry
           *> per lot at the face value per unit - the price the RED
           *> cash was paid at - the way SELL-STOCKS disposes of lots,
           *> the holding goes to zero, and the bond is marked MATURED
           *> so it is never paid again. Everything paid tonight is
           *> listed on the day's BOND-COUPONS register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOND-FILE
           ASSIGN TO '../BONDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOND-SYMBOL
           FILE STATUS IS WS-BOND-STATUS.

           SELECT PORTFOLIO-FILE
           ASSIGN TO '../PORTFOLIO.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PORTFOLIO-KEY
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

           SELECT LOTS-FILE
           ASSIGN TO '../STOCK-LOTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOTS-STATUS.

           SELECT JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOND-FILE.
       COPY '../BOND.dat'.

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           *> Structure of the portfolio record - one physical file
           *> serves all accounts, keyed on account plus symbol.
           02 PORTFOLIO-KEY.
               03 PORTFOLIO-ACCOUNT PIC X(5).
               03 PORTFOLIO-STOCK-SYMBOL PIC X(7).
           02 NUMBER-OF-SHARES PIC 9(5)V9(3).
           02 AVERAGE-COST PIC 9(6)V99.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD LOTS-FILE.
       COPY '../STOCK-LOT.dat'.

       FD JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-YESTERDAY-DATE PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(8).
       01 WS-TRADING-DAY-COUNT PIC S9(5).          *> 1 when today is a trading day
       01 WS-BOND-STATUS PIC X(2).                 *> '00' only when bonds are on file
       01 WS-PORTFOLIO-STATUS PIC X(2).
       01 WS-STOCKS-STATUS PIC X(2).               *> '35' until STOCKS-TO-INDEXED has run
       01 STOCKS-OPEN PIC A VALUE 'N'.             *> 'Y' once STOCKS.dat opened
       01 WS-LOTS-STATUS PIC X(2).                 *> '00' once STOCK-LOTS.dat is open I-O
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-JOURNAL-STATUS PIC X(2).              *> '35' until today's journal exists
       01 WS-REPORT-PATH PIC X(45).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-OPEN-FAIL-FLAG PIC A VALUE 'N'.
       01 BOND-EOF PIC A.
       01 PORTFOLIO-EOF PIC A.
       01 WS-LOTS-EOF PIC A.
       01 WS-SCHEDULE-DONE PIC A.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-BOND-CURRENCY PIC X(3).

       01 WS-VALUE-DATE PIC 9(8).                  *> Handed to BOND-ACCRUAL
       01 WS-ACCRUED PIC 9(7)V9(6).
       01 WS-COUPON PIC 9(7)V9(6).                 *> Coupon per unit per period
       01 WS-PREV-COUPON PIC 9(8).
       01 WS-NEXT-COUPON PIC 9(8).
       01 WS-PAY-DATE PIC 9(8).                    *> Coupon date being paid

       01 WS-CASH-POST-TYPE PIC X(4).
       01 WS-CASH-POST-AMOUNT PIC S9(9)V99.        *> Signed amount handed to POST-CASH
       01 WS-SETTLE-DATE PIC 9(8) VALUE 0.         *> Coupons and redemptions settle now
       01 WS-PAYMENT PIC 9(9)V99.
       01 WS-SHARES-TO-REDEEM PIC 9(5)V9(3).
       01 WS-LOT-SHARES-SOLD PIC 9(5)V9(3).
       01 WS-DISPOSAL-COST PIC 9(6)V99.

       01 WS-BOND-COUNT PIC 9(5) VALUE 0.
       01 WS-COUPON-COUNT PIC 9(5) VALUE 0.
       01 WS-COUPON-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-REDEEMED-COUNT PIC 9(5) VALUE 0.
       01 WS-REDEEMED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-MATURED-COUNT PIC 9(5) VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'BOND-COUPONS'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 EQUAL-SIGNS PIC X(100) VALUE ALL '='.
       01 REPORT-TITLE.
           02 FILLER PIC X(30) VALUE 'BOND COUPON REGISTER          '.
           02 RT-DATE PIC 9(8).
       01 REPORT-HEADER.
           02 FILLER PIC X(7) VALUE 'ACCT'.
           02 FILLER PIC X(9) VALUE 'BOND'.
           02 FILLER PIC X(6) VALUE 'TYPE'.
           02 FILLER PIC X(10) VALUE 'DUE DATE'.
           02 FILLER PIC X(12) VALUE '       UNITS'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(15) VALUE '  PER UNIT'.
           02 FILLER PIC X(5) VALUE 'CCY'.
           02 FILLER PIC X(14) VALUE '        AMOUNT'.
       01 REPORT-DETAIL-RECORD.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SYMBOL PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-DUE-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-UNITS PIC ZZ,ZZ9.999.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-PER-UNIT PIC Z,ZZZ,ZZ9.9999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RD-CURRENCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-AMOUNT PIC $$,$$$,$$9.99.
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
           MOVE 0 TO RETURN-CODE.
           PERFORM CHECK-TRADING-DAY-RTN.
           IF WS-TRADING-DAY-COUNT = 0
               *> Nothing is paid on a day the market is shut - what
               *> falls due today is paid on the next trading day.
               DISPLAY 'BOND-COUPONS: ' WS-TODAY-DATE
                   ' IS NOT A TRADING DAY - NOTHING PAID'
           ELSE
               OPEN I-O BOND-FILE
               IF WS-BOND-STATUS = '00'
                   PERFORM OPEN-FILES-RTN
                   IF WS-OPEN-FAIL-FLAG = 'Y'
                       *> Nothing was paid - the coupons stay due and
                       *> are paid on the next run that gets the file.
                       MOVE 1 TO RETURN-CODE
                       CLOSE BOND-FILE
                   ELSE
                       MOVE 'N' TO BOND-EOF
                       PERFORM PROCESS-BOND-RTN UNTIL BOND-EOF = 'Y'
                       PERFORM CLOSE-FILES-RTN
                   END-IF
               ELSE
                   DISPLAY 'BOND-COUPONS: no bonds on file - '
                       'nothing to pay'
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'ENDED-OK' TO OPS-STATUS
           ELSE
               MOVE 'FAILED' TO OPS-STATUS
           END-IF.
           MOVE WS-BOND-COUNT TO OPS-READ-COUNT.
           COMPUTE OPS-WRITE-COUNT =
               WS-COUPON-COUNT + WS-REDEEMED-COUNT.
           MOVE 0 TO OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
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
           *> This step runs inside the overnight chain while the
           *> business day is deliberately CLOSED, the same as
           *> DIVIDEND-ENTITLEMENT, so no lockout check here.

           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = '00'
               *> Locked or missing - stand down rather than pay
               *> against a file that never opened.
               DISPLAY 'BOND-COUPONS: PORTFOLIO.dat not '
                   'available (status ' WS-PORTFOLIO-STATUS ') - '
                   'coupons left due'
               MOVE 'Y' TO WS-OPEN-FAIL-FLAG
           END-IF.
           IF WS-OPEN-FAIL-FLAG = 'Y'
               CONTINUE
           ELSE
           OPEN I-O LOTS-FILE
           IF WS-LOTS-STATUS = '35'
               *> Create STOCK-LOTS.dat on first use, the same idiom
               *> the trading programs use.
               OPEN OUTPUT LOTS-FILE
               CLOSE LOTS-FILE
               OPEN I-O LOTS-FILE
           END-IF
           OPEN INPUT STOCKS-FILE
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE
           MOVE SPACES TO WS-JOURNAL-PATH
           STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH
           CALL 'REGISTER-JOURNAL-DATE' USING WS-TODAY-DATE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               *> No trades journaled yet today - OPEN EXTEND cannot
               *> create a brand-new journal file. Only a missing file
               *> may fall through to OPEN OUTPUT - any other failure
               *> must never truncate a live journal.
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           *> The register is appended to, so a second run on the
           *> same day adds to the day's list rather than replacing it.
           MOVE SPACES TO WS-REPORT-PATH
           STRING '../BOND-COUPONS-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-STATUS = '35'
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
           END-IF
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

       PROCESS-BOND-RTN.
           *> A matured bond has paid everything it ever will and is
           *> passed by.

           READ BOND-FILE NEXT RECORD
               AT END MOVE 'Y' TO BOND-EOF
               NOT AT END
                   IF BOND-STATUS = 'ACTIVE'
                       ADD 1 TO WS-BOND-COUNT
                       PERFORM LOOKUP-CURRENCY-RTN
                       MOVE 'N' TO WS-SCHEDULE-DONE
                       PERFORM PAY-NEXT-COUPON-RTN
                           UNTIL WS-SCHEDULE-DONE = 'Y'
                       IF BOND-MATURITY-DATE <= WS-TODAY-DATE
                           PERFORM REDEEM-BOND-RTN
                       END-IF
                       REWRITE BOND-RECORD
                   END-IF
           END-READ.

       LOOKUP-CURRENCY-RTN.
           *> Coupons and redemptions are paid in the bond's own
           *> currency. A symbol off the master (or no master yet)
           *> pays in home currency.

           MOVE 'CAD' TO WS-BOND-CURRENCY.
           IF STOCKS-OPEN = 'Y'
               MOVE BOND-SYMBOL TO SSYMBOL
               READ STOCKS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SCURRENCY NOT = SPACES
                           MOVE SCURRENCY TO WS-BOND-CURRENCY
                       END-IF
               END-READ
           END-IF.

       PAY-NEXT-COUPON-RTN.
           *> The coupon after the last one paid, if it has come due,
           *> is paid and becomes the last one paid. A bond the run
           *> has missed for a while catches up one coupon at a time.

           MOVE BOND-LAST-COUPON-DATE TO WS-VALUE-DATE.
           CALL 'BOND-ACCRUAL' USING BOND-RECORD WS-VALUE-DATE
               WS-ACCRUED WS-COUPON WS-PREV-COUPON WS-NEXT-COUPON.
           IF WS-NEXT-COUPON <= WS-TODAY-DATE AND WS-COUPON > 0
               MOVE WS-NEXT-COUPON TO WS-PAY-DATE
               MOVE 'CPN' TO WS-CASH-POST-TYPE
               PERFORM SCAN-HOLDERS-RTN
               MOVE WS-NEXT-COUPON TO BOND-LAST-COUPON-DATE
           ELSE
               MOVE 'Y' TO WS-SCHEDULE-DONE
           END-IF.

       REDEEM-BOND-RTN.
           *> Every holding is paid out at face and closed, and the bond
           *> is marked MATURED.

           MOVE BOND-MATURITY-DATE TO WS-PAY-DATE.
           MOVE 'RED' TO WS-CASH-POST-TYPE.
           PERFORM SCAN-HOLDERS-RTN.
           MOVE 'MATURED' TO BOND-STATUS.
           MOVE BOND-MATURITY-DATE TO BOND-LAST-COUPON-DATE.
           ADD 1 TO WS-MATURED-COUNT.

       SCAN-HOLDERS-RTN.
           *> One physical portfolio file serves every account, keyed
           *> account first, so the holders of a symbol are found by
           *> reading it end to end.

           MOVE 'N' TO PORTFOLIO-EOF.
           MOVE LOW-VALUES TO PORTFOLIO-KEY.
           START PORTFOLIO-FILE KEY IS GREATER THAN PORTFOLIO-KEY
               INVALID KEY MOVE 'Y' TO PORTFOLIO-EOF
           END-START.
           PERFORM READ-HOLDER-RTN UNTIL PORTFOLIO-EOF = 'Y'.

       READ-HOLDER-RTN.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO PORTFOLIO-EOF
               NOT AT END
                   IF PORTFOLIO-STOCK-SYMBOL = BOND-SYMBOL
                       AND NUMBER-OF-SHARES > 0
                       IF WS-CASH-POST-TYPE = 'CPN'
                           PERFORM PAY-COUPON-RTN
                       ELSE
                           PERFORM PAY-REDEMPTION-RTN
                       END-IF
                   END-IF
           END-READ.

       PAY-COUPON-RTN.
           *> The units held times the coupon per unit, credited now
           *> and journaled - a CPN entry moves neither units nor
           *> basis, so the replay programs pass over it.

           COMPUTE WS-PAYMENT ROUNDED = NUMBER-OF-SHARES * WS-COUPON.
           MOVE WS-PAYMENT TO WS-CASH-POST-AMOUNT.
           PERFORM POST-CASH-RTN.
           MOVE 'CPN' TO JOURNAL-TRANSACTION-TYPE.
           MOVE NUMBER-OF-SHARES TO JOURNAL-SHARES.
           COMPUTE JOURNAL-PRICE ROUNDED = WS-COUPON.
           MOVE AVERAGE-COST TO JOURNAL-AVERAGE-COST.
           PERFORM WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-COUPON-COUNT.
           ADD WS-PAYMENT TO WS-COUPON-TOTAL.
           PERFORM WRITE-DETAIL-RTN.

       PAY-REDEMPTION-RTN.
           *> The units held times the face value, credited now. The
           *> lots are closed oldest first - lots are keyed symbol
           *> plus ascending sequence, so FIFO order is simply key
           *> order - each journaled at its own cost; units held from
           *> before lot tracking existed fall back to AVERAGE-COST.

           COMPUTE WS-PAYMENT ROUNDED =
               NUMBER-OF-SHARES * BOND-FACE-VALUE.
           MOVE WS-PAYMENT TO WS-CASH-POST-AMOUNT.
           PERFORM POST-CASH-RTN.
           MOVE NUMBER-OF-SHARES TO WS-SHARES-TO-REDEEM.
           MOVE 'N' TO WS-LOTS-EOF.
           MOVE PORTFOLIO-ACCOUNT TO LOT-ACCOUNT.
           MOVE PORTFOLIO-STOCK-SYMBOL TO LOT-SYMBOL.
           MOVE 0 TO LOT-SEQUENCE.
           START LOTS-FILE KEY IS GREATER THAN OR EQUAL LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOTS-EOF
           END-START.
           PERFORM CONSUME-LOT-RTN UNTIL WS-LOTS-EOF = 'Y'
               OR WS-SHARES-TO-REDEEM = 0.
           IF WS-SHARES-TO-REDEEM > 0
               MOVE WS-SHARES-TO-REDEEM TO WS-LOT-SHARES-SOLD
               MOVE AVERAGE-COST TO WS-DISPOSAL-COST
               PERFORM JOURNAL-DISPOSAL-RTN
           END-IF.
           PERFORM WRITE-DETAIL-RTN.
           MOVE 0 TO NUMBER-OF-SHARES.
           REWRITE PORTFOLIO-RECORD.
           ADD 1 TO WS-REDEEMED-COUNT.
           ADD WS-PAYMENT TO WS-REDEEMED-TOTAL.

       CONSUME-LOT-RTN.
           READ LOTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOTS-EOF
               NOT AT END
                   IF LOT-ACCOUNT = PORTFOLIO-ACCOUNT
                       AND LOT-SYMBOL = PORTFOLIO-STOCK-SYMBOL
                       PERFORM CLOSE-ONE-LOT-RTN
                   ELSE
                       MOVE 'Y' TO WS-LOTS-EOF
                   END-IF
           END-READ.

       CLOSE-ONE-LOT-RTN.
           *> A redemption takes the whole holding, so every lot is
           *> used up and deleted - the journal remains the audit trail.

           IF LOT-SHARES-REMAINING > WS-SHARES-TO-REDEEM
               MOVE WS-SHARES-TO-REDEEM TO WS-LOT-SHARES-SOLD
           ELSE
               MOVE LOT-SHARES-REMAINING TO WS-LOT-SHARES-SOLD
           END-IF.
           MOVE LOT-UNIT-COST TO WS-DISPOSAL-COST.
           PERFORM JOURNAL-DISPOSAL-RTN.
           DELETE LOTS-FILE RECORD.

       JOURNAL-DISPOSAL-RTN.
           *> Journaled at the face value per unit, so the units times
           *> the price is the cash the RED posting paid and the
           *> realized gain and the day's control totals agree with it.
           *> The lot cost is a percent of par, so it is turned into
           *> money per unit the same way.

           MOVE 'SELL' TO JOURNAL-TRANSACTION-TYPE.
           MOVE WS-LOT-SHARES-SOLD TO JOURNAL-SHARES.
           MOVE BOND-FACE-VALUE TO JOURNAL-PRICE.
           COMPUTE JOURNAL-AVERAGE-COST ROUNDED =
               WS-DISPOSAL-COST * BOND-FACE-VALUE / 100.
           PERFORM WRITE-JOURNAL-ENTRY.
           SUBTRACT WS-LOT-SHARES-SOLD FROM WS-SHARES-TO-REDEEM.

       WRITE-JOURNAL-ENTRY.
           *> The journal is dated today, the night the money moved,
           *> even for a coupon date that fell on a holiday.

           MOVE WS-TODAY-DATE TO JOURNAL-DATE.
           MOVE PORTFOLIO-ACCOUNT TO JOURNAL-ACCOUNT.
           MOVE PORTFOLIO-STOCK-SYMBOL TO JOURNAL-STOCK-SYMBOL.
           MOVE 0 TO JOURNAL-COMMISSION.
           MOVE SPACES TO JOURNAL-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-TODAY-DATE
               JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       POST-CASH-RTN.
           *> Credit the payment through the shared POST-CASH writer,
           *> settled today.

           CALL 'POST-CASH' USING WS-TODAY-DATE PORTFOLIO-ACCOUNT
               WS-CASH-POST-TYPE BOND-SYMBOL WS-CASH-POST-AMOUNT
               WS-BOND-CURRENCY WS-SETTLE-DATE.

       WRITE-DETAIL-RTN.
           MOVE PORTFOLIO-ACCOUNT TO RD-ACCOUNT.
           MOVE BOND-SYMBOL TO RD-SYMBOL.
           MOVE WS-CASH-POST-TYPE TO RD-TYPE.
           MOVE WS-PAY-DATE TO RD-DUE-DATE.
           MOVE NUMBER-OF-SHARES TO RD-UNITS.
           IF WS-CASH-POST-TYPE = 'CPN'
               MOVE WS-COUPON TO RD-PER-UNIT
           ELSE
               MOVE BOND-FACE-VALUE TO RD-PER-UNIT
           END-IF.
           MOVE WS-BOND-CURRENCY TO RD-CURRENCY.
           MOVE WS-PAYMENT TO RD-AMOUNT.
           MOVE REPORT-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Active bonds processed:' TO RS-LABEL.
           MOVE WS-BOND-COUNT TO RS-COUNT.
           MOVE 0 TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Coupons paid:' TO RS-LABEL.
           MOVE WS-COUPON-COUNT TO RS-COUNT.
           MOVE WS-COUPON-TOTAL TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Holdings redeemed:' TO RS-LABEL.
           MOVE WS-REDEEMED-COUNT TO RS-COUNT.
           MOVE WS-REDEEMED-TOTAL TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Bonds matured:' TO RS-LABEL.
           MOVE WS-MATURED-COUNT TO RS-COUNT.
           MOVE 0 TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE BOND-FILE PORTFOLIO-FILE LOTS-FILE JOURNAL-FILE
               REPORT-FILE.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           DISPLAY 'BOND-COUPONS: BONDS: ' WS-BOND-COUNT
               ' COUPONS: ' WS-COUPON-COUNT
               ' REDEEMED: ' WS-REDEEMED-COUNT.
       END PROGRAM BOND-COUPONS.
