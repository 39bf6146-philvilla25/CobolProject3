       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOND-ACCRUAL.                  *> Program identifier and name
           *> Shared bond arithmetic, called the way CALCULATE is: for
           *> a bond's attribute record and a value date, answers the
           *> coupon one unit pays each period, the coupon dates either
           *> side of the date, and the interest one unit has accrued
           *> since the last of them under the bond's day-count basis.
           *> Coupon dates run back from maturity in steps of 12 over
           *> the payment frequency, on the maturity's day of the month
           *> cut back to the month's last day where the month is
           *> short. A zero-coupon bond, or one on or past maturity,
           *> accrues nothing; the next coupon comes back as 99999999
           *> once there is none left to pay.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-STEP-MONTHS PIC 9(2).                *> Months between coupons
       01 WS-STEPS PIC 9(4).                      *> Periods stepped back from maturity
       01 WS-MATURITY-INDEX PIC 9(6).             *> Maturity as months since year 0
       01 WS-MONTH-INDEX PIC S9(6).
       01 WS-ANNUAL-COUPON PIC 9(7)V9(6).         *> One unit's coupon for a full year
       01 WS-ACCRUED-DAYS PIC S9(6).
       01 WS-PERIOD-DAYS PIC S9(6).
       01 WS-LAST-DAY PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(3).
       01 WS-MONTH-DAYS-VALUES PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           02 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-MATURITY-DATE PIC 9(8).
       01 WS-MATURITY-PARTS REDEFINES WS-MATURITY-DATE.
           02 WS-MATURITY-YEAR PIC 9(4).
           02 WS-MATURITY-MONTH PIC 9(2).
           02 WS-MATURITY-DAY PIC 9(2).
       01 WS-COUPON-DATE PIC 9(8).
       01 WS-COUPON-PARTS REDEFINES WS-COUPON-DATE.
           02 WS-COUPON-YEAR PIC 9(4).
           02 WS-COUPON-MONTH PIC 9(2).
           02 WS-COUPON-DAY PIC 9(2).
       01 WS-FROM-DATE PIC 9(8).                  *> 30/360 day count
       01 WS-FROM-PARTS REDEFINES WS-FROM-DATE.
           02 WS-FROM-YEAR PIC 9(4).
           02 WS-FROM-MONTH PIC 9(2).
           02 WS-FROM-DAY PIC 9(2).
       01 WS-TO-DATE PIC 9(8).
       01 WS-TO-PARTS REDEFINES WS-TO-DATE.
           02 WS-TO-YEAR PIC 9(4).
           02 WS-TO-MONTH PIC 9(2).
           02 WS-TO-DAY PIC 9(2).

       LINKAGE SECTION.
       COPY '../BOND.dat'.
       01 LS-VALUE-DATE PIC 9(8).                 *> Date the bond is valued at
       01 LS-ACCRUED PIC 9(7)V9(6).               *> Accrued interest per unit
       01 LS-COUPON PIC 9(7)V9(6).                *> Coupon per unit per period
       01 LS-PREV-COUPON PIC 9(8).                *> Last coupon date on/before the date
       01 LS-NEXT-COUPON PIC 9(8).                *> First coupon date after it

       PROCEDURE DIVISION USING BOND-RECORD LS-VALUE-DATE LS-ACCRUED
           LS-COUPON LS-PREV-COUPON LS-NEXT-COUPON.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-ACCRUED LS-COUPON LS-PREV-COUPON.
           MOVE 99999999 TO LS-NEXT-COUPON.
           IF (BOND-FREQUENCY = 1 OR BOND-FREQUENCY = 2
               OR BOND-FREQUENCY = 4 OR BOND-FREQUENCY = 12)
               AND BOND-COUPON-RATE > 0
               COMPUTE WS-ANNUAL-COUPON ROUNDED =
                   BOND-FACE-VALUE * BOND-COUPON-RATE / 100
               COMPUTE LS-COUPON ROUNDED =
                   WS-ANNUAL-COUPON / BOND-FREQUENCY
               COMPUTE WS-STEP-MONTHS = 12 / BOND-FREQUENCY
               IF LS-VALUE-DATE < BOND-MATURITY-DATE
                   PERFORM FIND-COUPON-PERIOD-RTN
                   PERFORM ACCRUE-RTN
               ELSE
                   MOVE BOND-MATURITY-DATE TO LS-PREV-COUPON
               END-IF
           ELSE
               *> A zero-coupon bond's only payment is its redemption.
               IF LS-VALUE-DATE < BOND-MATURITY-DATE
                   MOVE BOND-MATURITY-DATE TO LS-NEXT-COUPON
               ELSE
                   MOVE BOND-MATURITY-DATE TO LS-PREV-COUPON
               END-IF
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       FIND-COUPON-PERIOD-RTN.
           *> Step back from maturity one period at a time until the
           *> coupon date is on or before the value date. Each date is
           *> worked out from maturity afresh, so a short month never
           *> drags the day of later coupons down with it.

           MOVE BOND-MATURITY-DATE TO WS-MATURITY-DATE.
           COMPUTE WS-MATURITY-INDEX =
               WS-MATURITY-YEAR * 12 + WS-MATURITY-MONTH - 1.
           MOVE 0 TO WS-STEPS.
           MOVE BOND-MATURITY-DATE TO WS-COUPON-DATE.
           PERFORM STEP-BACK-RTN
               UNTIL WS-COUPON-DATE <= LS-VALUE-DATE
               OR WS-STEPS > 1200.
           MOVE WS-COUPON-DATE TO LS-PREV-COUPON.

       STEP-BACK-RTN.
           MOVE WS-COUPON-DATE TO LS-NEXT-COUPON.
           ADD 1 TO WS-STEPS.
           COMPUTE WS-MONTH-INDEX =
               WS-MATURITY-INDEX - WS-STEPS * WS-STEP-MONTHS.
           IF WS-MONTH-INDEX < 12
               MOVE 0 TO WS-COUPON-DATE
           ELSE
               DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-COUPON-YEAR
                   REMAINDER WS-COUPON-MONTH
               ADD 1 TO WS-COUPON-MONTH
               PERFORM FIND-LAST-DAY-RTN
               IF WS-MATURITY-DAY > WS-LAST-DAY
                   MOVE WS-LAST-DAY TO WS-COUPON-DAY
               ELSE
                   MOVE WS-MATURITY-DAY TO WS-COUPON-DAY
               END-IF
           END-IF.

       FIND-LAST-DAY-RTN.
           MOVE WS-MONTH-DAYS (WS-COUPON-MONTH) TO WS-LAST-DAY.
           IF WS-COUPON-MONTH = 2
               DIVIDE WS-COUPON-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-COUPON-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-COUPON-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 28 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCRUE-RTN.
           *> ACT365 counts the actual days over a 365-day year, 30360
           *> counts every month as 30 days over a 360-day year, and
           *> ACTACT takes the actual days as a share of the actual
           *> days in the coupon period. A basis left blank is ACT365.

           IF LS-PREV-COUPON = 0
               CONTINUE
           ELSE
               EVALUATE BOND-DAY-COUNT
                   WHEN '30360'
                       MOVE LS-PREV-COUPON TO WS-FROM-DATE
                       MOVE LS-VALUE-DATE TO WS-TO-DATE
                       IF WS-FROM-DAY = 31
                           MOVE 30 TO WS-FROM-DAY
                       END-IF
                       IF WS-TO-DAY = 31 AND WS-FROM-DAY = 30
                           MOVE 30 TO WS-TO-DAY
                       END-IF
                       COMPUTE WS-ACCRUED-DAYS =
                           (WS-TO-YEAR - WS-FROM-YEAR) * 360
                           + (WS-TO-MONTH - WS-FROM-MONTH) * 30
                           + WS-TO-DAY - WS-FROM-DAY
                       COMPUTE LS-ACCRUED ROUNDED =
                           WS-ANNUAL-COUPON * WS-ACCRUED-DAYS / 360
                   WHEN 'ACTACT'
                       COMPUTE WS-ACCRUED-DAYS =
                           FUNCTION INTEGER-OF-DATE (LS-VALUE-DATE)
                           - FUNCTION INTEGER-OF-DATE (LS-PREV-COUPON)
                       COMPUTE WS-PERIOD-DAYS =
                           FUNCTION INTEGER-OF-DATE (LS-NEXT-COUPON)
                           - FUNCTION INTEGER-OF-DATE (LS-PREV-COUPON)
                       IF WS-PERIOD-DAYS > 0
                           COMPUTE LS-ACCRUED ROUNDED =
                               LS-COUPON * WS-ACCRUED-DAYS
                               / WS-PERIOD-DAYS
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-ACCRUED-DAYS =
                           FUNCTION INTEGER-OF-DATE (LS-VALUE-DATE)
                           - FUNCTION INTEGER-OF-DATE (LS-PREV-COUPON)
                       COMPUTE LS-ACCRUED ROUNDED =
                           WS-ANNUAL-COUPON * WS-ACCRUED-DAYS / 365
               END-EVALUATE
           END-IF.

       END PROGRAM BOND-ACCRUAL.
