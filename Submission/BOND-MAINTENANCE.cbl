       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOND-MAINTENANCE INITIAL.
           *> This program maintains the bond attributes on BONDS.dat -
           *> the face value of one unit, the annual coupon rate, how
           *> many coupons a year it pays, the maturity date and the
           *> day-count basis interest accrues on. A symbol carried as
           *> asset class BOND on the stocks master is priced as a
           *> percent of par; this record is what turns that price into
           *> money, and what the nightly BOND-COUPONS step pays coupons
           *> and redemptions from. The last coupon paid is set here to
           *> the coupon date on or before today, so a bond set up
           *> part way through its life is not paid coupons it has
           *> already paid its holders elsewhere. A matured bond stays
           *> on file so its history still reads, but is no longer
           *> open to change. One unit is always 100 of par: the
           *> trading, margin, allocation, valuation and tax programs
           *> all value a bond as units times its percent-of-par price,
           *> which is money only when the face of a unit is 100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOND-FILE
           ASSIGN TO '../BONDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOND-SYMBOL
           FILE STATUS IS WS-BOND-STATUS.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOND-FILE.
       COPY '../BOND.dat'.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-BOND-STATUS PIC X(2).                 *> '00' once the master is open I-O
       01 WS-STOCKS-STATUS PIC X(2).               *> '35' until STOCKS-TO-INDEXED has run
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 BOND-FOUND-FLAG PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).
       01 WS-OLD-MATURITY PIC 9(8).                *> Coupon schedule before an update
       01 WS-OLD-FREQUENCY PIC 9(2).
       01 WS-ACCRUED PIC 9(7)V9(6).                *> Returned by BOND-ACCRUAL
       01 WS-COUPON PIC 9(7)V9(6).
       01 WS-PREV-COUPON PIC 9(8).
       01 WS-NEXT-COUPON PIC 9(8).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           02 WS-CHECK-YEAR PIC 9(4).
           02 WS-CHECK-MONTH PIC 9(2).
           02 WS-CHECK-DAY PIC 9(2).

       01 INPUT-ACTION PIC X.
       01 INPUT-SYMBOL PIC X(7).
       01 WS-RAW-FACE PIC X(9).
       01 WS-RAW-RATE PIC X(6).
       01 WS-RAW-RATE-NUM REDEFINES WS-RAW-RATE PIC 9(2)V9(4).
       01 WS-RAW-FREQUENCY PIC X(2).
       01 WS-RAW-MATURITY PIC X(8).
       01 INPUT-DAY-COUNT PIC X(6).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Bond Maintenance'.
           02 LINE 4.
               03 COL 3 VALUE 'Action - (A)dd, (U)pdate: '.
               03 COL 29 PIC X TO INPUT-ACTION.
           02 LINE 5.
               03 COL 3 VALUE 'Enter a Bond Symbol: '.
               03 COL 24 PIC X(7) TO INPUT-SYMBOL.
           02 LINE 6.
               03 COL 3 VALUE 'Face per Unit (000000100 = 100): '.
               03 COL 36 PIC X(9) TO WS-RAW-FACE.
           02 LINE 7.
               03 COL 3 VALUE 'Coupon Rate % (045000 = 4.5%): '.
               03 COL 34 PIC X(6) TO WS-RAW-RATE.
           02 LINE 8.
               03 COL 3 VALUE 'Coupons per Year (00,01,02,04,12): '.
               03 COL 38 PIC X(2) TO WS-RAW-FREQUENCY.
           02 LINE 9.
               03 COL 3 VALUE 'Maturity Date YYYYMMDD: '.
               03 COL 27 PIC X(8) TO WS-RAW-MATURITY.
           02 LINE 10.
               03 COL 3 VALUE 'Day Count - ACT365, 30360, ACTACT: '.
               03 COL 38 PIC X(6) TO INPUT-DAY-COUNT.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 12 COL 10 VALUE 'Bond Master Updated'.
           02 LINE 13.
               03 COL 3 VALUE 'Bond: '.
               03 COL 9 PIC X(7) FROM BOND-SYMBOL.
               03 COL 18 VALUE 'Status: '.
               03 COL 26 PIC X(8) FROM BOND-STATUS.
           02 LINE 14.
               03 COL 3 VALUE 'Face: '.
               03 COL 9 PIC $$$$,$$9.99 FROM BOND-FACE-VALUE.
               03 COL 22 VALUE 'Coupon: '.
               03 COL 30 PIC Z9.9999 FROM BOND-COUPON-RATE.
               03 COL 37 VALUE '%'.
               03 COL 40 VALUE 'Per Year: '.
               03 COL 50 PIC Z9 FROM BOND-FREQUENCY.
               03 COL 54 VALUE 'Basis: '.
               03 COL 61 PIC X(6) FROM BOND-DAY-COUNT.
           02 LINE 15.
               03 COL 3 VALUE 'Matures: '.
               03 COL 12 PIC 9(8) FROM BOND-MATURITY-DATE.
               03 COL 22 VALUE 'Last Coupon: '.
               03 COL 35 PIC 9(8) FROM BOND-LAST-COUPON-DATE.
               03 COL 45 VALUE 'Next: '.
               03 COL 51 PIC 9(8) FROM WS-NEXT-COUPON.
           02 LINE 16.
               03 COL 3 VALUE 'Accrued per Unit Today: '.
               03 COL 27 PIC Z,ZZZ,ZZ9.999999 FROM WS-ACCRUED.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more bonds? (Y/N) '.
               03 COL 30 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 12 COL 10 VALUE 'Request Rejected'.
           02 LINE 14 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more bonds? (Y/N) '.
               03 COL 30 PIC A TO NEW-RECORD.

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
           *> Open the bond master for update, creating it on first use
           *> the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.

           OPEN I-O BOND-FILE.
           IF WS-BOND-STATUS = '35'
               OPEN OUTPUT BOND-FILE
               CLOSE BOND-FILE
               OPEN I-O BOND-FILE
           END-IF.
           OPEN INPUT STOCKS-FILE.

       PROCESS-RTN.
           *> Get one maintenance request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           IF INPUT-SYMBOL = SPACES
               MOVE 'Bond symbol must not be blank' TO ERROR-MESSAGE
           ELSE
               PERFORM READ-BOND-RTN
               EVALUATE INPUT-ACTION
                   WHEN 'A'
                       PERFORM ADD-BOND-RTN
                   WHEN 'U'
                       PERFORM UPDATE-BOND-RTN
                   WHEN OTHER
                       MOVE 'Action must be A or U' TO ERROR-MESSAGE
               END-EVALUATE
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the maintenance request from the screen.

           MOVE SPACES TO WS-RAW-FACE WS-RAW-RATE WS-RAW-FREQUENCY
               WS-RAW-MATURITY INPUT-DAY-COUNT.
           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.
           MOVE FUNCTION UPPER-CASE(INPUT-SYMBOL) TO INPUT-SYMBOL.
           MOVE FUNCTION UPPER-CASE(INPUT-DAY-COUNT) TO INPUT-DAY-COUNT.

       READ-BOND-RTN.
           *> Read the existing master record for the bond named.

           MOVE 'N' TO BOND-FOUND-FLAG.
           MOVE INPUT-SYMBOL TO BOND-SYMBOL.
           READ BOND-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO BOND-FOUND-FLAG
           END-READ.

       ADD-BOND-RTN.
           *> Set up a new bond. The symbol must already be on the
           *> stocks master as a BOND, and every attribute is needed
           *> except the day count, which is ACT365 when left blank.

           IF BOND-FOUND-FLAG = 'Y'
               MOVE 'Bond already on the master' TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-SYMBOL-RTN
               IF ERROR-MESSAGE = SPACES
                   IF WS-RAW-FACE = SPACES OR WS-RAW-RATE = SPACES
                       OR WS-RAW-FREQUENCY = SPACES
                       OR WS-RAW-MATURITY = SPACES
                       MOVE 'Face, rate, frequency, maturity needed'
                           TO ERROR-MESSAGE
                   ELSE
                       MOVE INPUT-SYMBOL TO BOND-SYMBOL
                       MOVE 0 TO BOND-FACE-VALUE BOND-COUPON-RATE
                           BOND-FREQUENCY BOND-MATURITY-DATE
                       MOVE 'ACT365' TO BOND-DAY-COUNT
                       MOVE 'ACTIVE' TO BOND-STATUS
                       PERFORM APPLY-INPUT-RTN
                       IF ERROR-MESSAGE = SPACES
                           PERFORM SET-LAST-COUPON-RTN
                           WRITE BOND-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       UPDATE-BOND-RTN.
           *> Change a bond's attributes - a field left blank keeps its
           *> value. A new maturity or frequency moves every coupon
           *> date, so the last coupon paid is set again from today.

           IF BOND-FOUND-FLAG NOT = 'Y'
               MOVE 'Bond not on the master' TO ERROR-MESSAGE
           ELSE
               IF BOND-STATUS = 'MATURED'
                   MOVE 'Bond has matured - no changes allowed'
                       TO ERROR-MESSAGE
               ELSE
                   MOVE BOND-MATURITY-DATE TO WS-OLD-MATURITY
                   MOVE BOND-FREQUENCY TO WS-OLD-FREQUENCY
                   PERFORM APPLY-INPUT-RTN
                   IF ERROR-MESSAGE = SPACES
                       IF BOND-MATURITY-DATE NOT = WS-OLD-MATURITY
                           OR BOND-FREQUENCY NOT = WS-OLD-FREQUENCY
                           PERFORM SET-LAST-COUPON-RTN
                       ELSE
                           PERFORM CALL-ACCRUAL-RTN
                       END-IF
                       REWRITE BOND-RECORD
                   END-IF
               END-IF
           END-IF.

       CHECK-SYMBOL-RTN.
           *> The bond is priced from the stocks master, so it has to
           *> be there and carried as a bond. Until STOCKS-TO-INDEXED
           *> has built the master there is nothing to check against.

           IF WS-STOCKS-STATUS = '00'
               MOVE INPUT-SYMBOL TO SSYMBOL
               READ STOCKS-FILE
                   INVALID KEY
                       MOVE 'Unknown stock symbol - not on file'
                           TO ERROR-MESSAGE
                   NOT INVALID KEY
                       IF SASSET-CLASS NOT = 'BOND'
                           MOVE 'Symbol is not asset class BOND'
                               TO ERROR-MESSAGE
                       END-IF
               END-READ
           END-IF.

       APPLY-INPUT-RTN.
           *> Reject non-numeric figures before they ever reach a
           *> numeric field - the same guard CASH-MAINTENANCE uses for
           *> its amount - and move each keyed field onto the record.

           IF WS-RAW-FACE NOT = SPACES
               IF WS-RAW-FACE IS NUMERIC
                   MOVE WS-RAW-FACE TO BOND-FACE-VALUE
               ELSE
                   MOVE 'Face value must be numeric' TO ERROR-MESSAGE
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES AND BOND-FACE-VALUE NOT = 100
               *> Also catches a bond kept from before the rule, so it
               *> is corrected the next time it is touched.
               MOVE 'Face value per unit must be 100'
                   TO ERROR-MESSAGE
           END-IF.
           IF ERROR-MESSAGE = SPACES AND WS-RAW-RATE NOT = SPACES
               IF WS-RAW-RATE IS NUMERIC
                   MOVE WS-RAW-RATE-NUM TO BOND-COUPON-RATE
               ELSE
                   MOVE 'Coupon rate must be numeric' TO ERROR-MESSAGE
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES AND WS-RAW-FREQUENCY NOT = SPACES
               IF WS-RAW-FREQUENCY IS NUMERIC
                   MOVE WS-RAW-FREQUENCY TO BOND-FREQUENCY
                   IF BOND-FREQUENCY NOT = 0 AND BOND-FREQUENCY NOT = 1
                       AND BOND-FREQUENCY NOT = 2
                       AND BOND-FREQUENCY NOT = 4
                       AND BOND-FREQUENCY NOT = 12
                       MOVE 'Frequency must be 00, 01, 02, 04 or 12'
                           TO ERROR-MESSAGE
                   END-IF
               ELSE
                   MOVE 'Frequency must be numeric' TO ERROR-MESSAGE
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES
               IF BOND-FREQUENCY = 0 AND BOND-COUPON-RATE NOT = 0
                   MOVE 'A zero-coupon bond must have rate zero'
                       TO ERROR-MESSAGE
               END-IF
               IF BOND-FREQUENCY NOT = 0 AND BOND-COUPON-RATE = 0
                   MOVE 'A rate of zero needs frequency 00'
                       TO ERROR-MESSAGE
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES AND WS-RAW-MATURITY NOT = SPACES
               PERFORM VALIDATE-MATURITY-RTN
           END-IF.
           IF ERROR-MESSAGE = SPACES AND INPUT-DAY-COUNT NOT = SPACES
               IF INPUT-DAY-COUNT = 'ACT365'
                   OR INPUT-DAY-COUNT = '30360'
                   OR INPUT-DAY-COUNT = 'ACTACT'
                   MOVE INPUT-DAY-COUNT TO BOND-DAY-COUNT
               ELSE
                   MOVE 'Day count must be ACT365, 30360, ACTACT'
                       TO ERROR-MESSAGE
               END-IF
           END-IF.

       VALIDATE-MATURITY-RTN.
           *> The maturity must be a real date after today - a bond
           *> that has already matured has nothing left to set up.

           IF WS-RAW-MATURITY IS NOT NUMERIC
               MOVE 'Maturity date must be numeric' TO ERROR-MESSAGE
           ELSE
               MOVE WS-RAW-MATURITY TO WS-CHECK-DATE
               IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                   MOVE 'Maturity date is not a valid date'
                       TO ERROR-MESSAGE
               ELSE
                   IF WS-CHECK-DATE NOT > WS-TODAY-DATE
                       MOVE 'Maturity date must be after today'
                           TO ERROR-MESSAGE
                   ELSE
                       MOVE WS-CHECK-DATE TO BOND-MATURITY-DATE
                   END-IF
               END-IF
           END-IF.

       SET-LAST-COUPON-RTN.
           *> Start the coupon schedule from the coupon date on or
           *> before today - BOND-COUPONS pays only the ones after it.

           PERFORM CALL-ACCRUAL-RTN.
           MOVE WS-PREV-COUPON TO BOND-LAST-COUPON-DATE.

       CALL-ACCRUAL-RTN.
           CALL 'BOND-ACCRUAL' USING BOND-RECORD WS-TODAY-DATE
               WS-ACCRUED WS-COUPON WS-PREV-COUPON WS-NEXT-COUPON.

       DISPLAY-OUTPUT.
            *> Display the bond as it now stands.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.

       CLOSE-FILES.
           *> Close the bond master and the stocks master.

           CLOSE BOND-FILE.
           IF WS-STOCKS-STATUS = '00'
               CLOSE STOCKS-FILE
           END-IF.
       END PROGRAM BOND-MAINTENANCE.
