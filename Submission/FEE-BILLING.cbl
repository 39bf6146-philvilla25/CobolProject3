       IDENTIFICATION DIVISION.
           PROGRAM-ID. FEE-BILLING INITIAL.
           *> Quarterly management fee billing: averages each account's
           *> valuation snapshots from ACCOUNT-HISTORY.txt over the
           *> quarter, charges that average the tiered annual rates on
           *> FEE-SCHEDULE.txt (or the account's own rate where the
           *> schedule carries one), and posts a quarter of the annual
           *> fee to the account's cash as a distinct FEE entry through
           *> POST-CASH - instead of a fee worked out by hand from the
           *> valuation report and keyed as a withdrawal. Each account
           *> billed gets an invoice on FEE-INVOICES-yyyyQn.txt, and
           *> FEE-REVENUE-yyyyQn.txt summarizes the quarter's revenue.
           *> A quarter whose invoice file already exists has been
           *> billed, and is never billed twice. An account in a
           *> household whose combined value on HOUSEHOLD-VALUES.txt
           *> (left by HOUSEHOLD-REPORT) is over a level set on the
           *> schedule gets that level's discount off its fee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-HISTORY-FILE
           ASSIGN TO '../ACCOUNT-HISTORY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SCHEDULE-FILE                   *> Fee tiers and account rates
           ASSIGN TO '../FEE-SCHEDULE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT QUARTER-OPTION-FILE             *> Optional target-quarter override
           ASSIGN TO '../FEE-QUARTER-OPTION.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUARTER-OPTION-STATUS.

           SELECT HOUSEHOLD-VALUES-FILE           *> Household totals, when reported
           ASSIGN TO '../HOUSEHOLD-VALUES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT INVOICE-FILE
           ASSIGN TO WS-INVOICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT SUMMARY-FILE
           ASSIGN TO WS-SUMMARY-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-HISTORY-FILE.
       COPY '../ACCOUNT-HISTORY.dat'.

       FD SCHEDULE-FILE.
       01 SCHEDULE-TIER-RECORD.
           *> A tier - e.g. T0002500000001000 charges 1.0000% a year on
           *> assets up to $250,000.00. Tiers run in ascending order;
           *> each rate applies only to the assets inside its band, and
           *> the top tier carries 99999999999 as its ceiling.
           02 TIER-CODE PIC X.                     *> 'T'
           02 TIER-UPTO PIC 9(9)V99.
           02 TIER-PCT PIC 9V9(4).
       01 SCHEDULE-ACCOUNT-RECORD.
           *> An account's own flat annual rate in place of the tiers -
           *> e.g. A1000100500 charges account 10001 0.5000%; a rate of
           *> zero waives the fee.
           02 OVERRIDE-CODE PIC X.                 *> 'A'
           02 OVERRIDE-ACCOUNT PIC X(5).
           02 OVERRIDE-PCT PIC 9V9(4).
       01 SCHEDULE-HOUSEHOLD-RECORD.
           *> A household discount level - e.g. H0010000000001000
           *> takes 10.00% off the fee of every account in a household
           *> worth more than $1,000,000.00. The highest level the
           *> household clears applies.
           02 HOUSEHOLD-CODE PIC X.                *> 'H'
           02 HOUSEHOLD-OVER PIC 9(9)V99.
           02 HOUSEHOLD-DISCOUNT-PCT PIC 9(3)V99.

       FD QUARTER-OPTION-FILE.
       01 QUARTER-OPTION-RECORD.                   *> Quarter to bill, e.g. '20263'
           02 QO-YEAR PIC X(4).
           02 QO-QUARTER PIC X.

       FD HOUSEHOLD-VALUES-FILE.
       COPY '../HOUSEHOLD-VALUE.dat'.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD INVOICE-FILE.
       01 INVOICE-LINE PIC X(80).

       FD SUMMARY-FILE.
       01 SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-YEAR PIC 9(4).
       01 WS-QUARTER PIC 9.
       01 WS-MONTH PIC 9(2).
       01 WS-QUARTER-START PIC 9(8).
       01 WS-QUARTER-END PIC 9(8).
       01 WS-QUARTER-OPTION-STATUS PIC X(2).       *> '00' only when an override file exists
       01 WS-HISTORY-STATUS PIC X(2).              *> '00' only when snapshots exist
       01 WS-SCHEDULE-STATUS PIC X(2).             *> '00' only when a schedule exists
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 WS-HOUSEHOLD-STATUS PIC X(2).            *> '00' only when totals exist
       01 HOUSEHOLD-EOF PIC A.
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-INVOICE-PATH PIC X(40).
       01 WS-SUMMARY-PATH PIC X(40).
       01 HISTORY-EOF PIC A.
       01 SCHEDULE-EOF PIC A.
       01 ACCOUNTS-OPEN PIC A VALUE 'N'.           *> 'Y' once the accounts master opened
       01 ALREADY-BILLED-FLAG PIC A VALUE 'N'.
       01 WS-POST-TYPE PIC X(4) VALUE 'FEE'.
       01 WS-POST-SYMBOL PIC X(7) VALUE SPACES.
       01 WS-POST-CURRENCY PIC X(3) VALUE 'CAD'.    *> Snapshots are valued in CAD
       01 WS-POST-AMOUNT PIC S9(9)V99.
       01 WS-SETTLE-DATE PIC 9(8) VALUE 0.          *> Fees are taken now
       01 WS-AVERAGE-VALUE PIC 9(9)V99.
       01 WS-ANNUAL-FEE PIC 9(9)V9(4).
       01 WS-QUARTER-FEE PIC 9(7)V99.
       01 WS-EFFECTIVE-PCT PIC 9V9(4).
       01 WS-BAND-FLOOR PIC 9(9)V99.
       01 WS-BAND-AMOUNT PIC 9(9)V99.
       01 WS-FEE-BASIS PIC X(30).
       01 WS-HOLDER-NAME PIC X(25).
       01 WS-ACCOUNT-TYPE PIC X(4).
       01 WS-HOUSEHOLD-ID PIC X(6).
       01 WS-HOUSEHOLD-VALUE PIC S9(11)V99.
       01 WS-DISCOUNT-PCT PIC 9(3)V99.
       01 WS-TOTAL-DISCOUNTED PIC 9(5) VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'FEE-BILLING'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 WS-TIER-SUB PIC 9(2).
       01 WS-TIER-MAX PIC 9(2) VALUE 0.
       01 WS-TIER-TABLE.
           02 WS-TIER-ENTRY OCCURS 20 TIMES.
               03 WT-UPTO PIC 9(9)V99.
               03 WT-PCT PIC 9V9(4).
       01 WS-OVERRIDE-SUB PIC 9(3).
       01 WS-OVERRIDE-MAX PIC 9(3) VALUE 0.
       01 WS-OVERRIDE-FOUND PIC A.
       01 WS-OVERRIDE-TABLE.
           02 WS-OVERRIDE-ENTRY OCCURS 200 TIMES.
               03 WO-ACCOUNT PIC X(5).
               03 WO-PCT PIC 9V9(4).

       01 WS-DISCOUNT-SUB PIC 9(2).
       01 WS-DISCOUNT-MAX PIC 9(2) VALUE 0.
       01 WS-DISCOUNT-TABLE.
           02 WS-DISCOUNT-ENTRY OCCURS 10 TIMES.
               03 WD-OVER PIC 9(9)V99.
               03 WD-PCT PIC 9(3)V99.
       01 WS-HOUSEHOLD-SUB PIC 9(3).
       01 WS-HOUSEHOLD-MAX PIC 9(3) VALUE 0.
       01 WS-HOUSEHOLD-FOUND PIC A.
       01 WS-HOUSEHOLD-TABLE.
           02 WS-HOUSEHOLD-ENTRY OCCURS 500 TIMES.
               03 WH-HOUSEHOLD-ID PIC X(6).
               03 WH-TOTAL-VALUE PIC S9(11)V99.

       01 WS-ACCT-SUB PIC 9(3).
       01 WS-ACCT-MAX PIC 9(3) VALUE 0.
       01 WS-ACCT-FOUND PIC A.
       01 WS-ACCT-FULL-FLAG PIC A VALUE 'N'.       *> 'Y' once the overflow was reported
       01 WS-ACCT-TABLE.
           *> One entry per account snapshotted inside the quarter. A
           *> day valued twice (a rerun night) counts once, at its
           *> last value.
           02 WS-ACCT-ENTRY OCCURS 500 TIMES.
               03 FA-ACCOUNT PIC X(5).
               03 FA-VALUE-TOTAL PIC 9(13)V99.
               03 FA-DAY-COUNT PIC 9(5).
               03 FA-LAST-DATE PIC 9(8).
               03 FA-LAST-VALUE PIC 9(9)V99.

       01 WS-TYPE-SUB PIC 9.
       01 WS-TYPE-TABLE.
           *> Revenue by account type for the summary.
           02 WS-TYPE-ENTRY OCCURS 4 TIMES.
               03 RT-TYPE PIC X(4).
               03 RT-ACCOUNTS PIC 9(5).
               03 RT-ASSETS PIC 9(11)V99.
               03 RT-FEES PIC 9(9)V99.
       01 WS-TOTAL-ACCOUNTS PIC 9(5) VALUE 0.
       01 WS-TOTAL-WAIVED PIC 9(5) VALUE 0.
       01 WS-TOTAL-ASSETS PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-FEES PIC 9(9)V99 VALUE 0.

       01 DASH-LINE PIC X(79) VALUE ALL '-'.
       01 EQUAL-SIGNS PIC X(79) VALUE ALL '='.
       01 INVOICE-TITLE-RECORD.
           02 FILLER PIC X(22) VALUE 'FEE INVOICE - ACCOUNT '.
           02 IT-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IT-HOLDER-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IT-TYPE PIC X(4).
       01 INVOICE-PERIOD-RECORD.
           02 FILLER PIC X(17) VALUE 'Billing Quarter: '.
           02 IP-YEAR PIC 9(4).
           02 FILLER PIC X VALUE 'Q'.
           02 IP-QUARTER PIC 9.
           02 FILLER PIC X(12) VALUE '   Period:  '.
           02 IP-START PIC 9(8).
           02 FILLER PIC X(4) VALUE ' to '.
           02 IP-END PIC 9(8).
       01 INVOICE-AVERAGE-RECORD.
           02 FILLER PIC X(30) VALUE 'Average Assets Under Mgmt:    '.
           02 IA-AVERAGE PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Snapshots: '.
           02 IA-COUNT PIC ZZZZ9.
       01 INVOICE-BASIS-RECORD.
           02 FILLER PIC X(30) VALUE 'Fee Basis:                    '.
           02 IB-BASIS PIC X(30).
       01 INVOICE-RATE-RECORD.
           02 FILLER PIC X(30) VALUE 'Effective Annual Rate:        '.
           02 IR-PCT PIC 9.9999.
           02 FILLER PIC X(2) VALUE ' %'.
       01 INVOICE-DISCOUNT-RECORD.
           02 FILLER PIC X(30) VALUE 'Household Discount:           '.
           02 ID-PCT PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE ' %'.
           02 FILLER PIC X(12) VALUE '  Household '.
           02 ID-HOUSEHOLD PIC X(6).
           02 FILLER PIC X(9) VALUE '  Value: '.
           02 ID-VALUE PIC $$$$,$$$,$$9.99.
       01 INVOICE-FEE-RECORD.
           02 FILLER PIC X(30) VALUE 'Quarterly Fee Charged:        '.
           02 IF-FEE PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IF-NOTE PIC X(20).

       01 SUMMARY-TITLE-RECORD.
           02 FILLER PIC X(32) VALUE 'MANAGEMENT FEE REVENUE SUMMARY  '.
           02 SMT-YEAR PIC 9(4).
           02 FILLER PIC X VALUE 'Q'.
           02 SMT-QUARTER PIC 9.
       01 SUMMARY-HEADER.
           02 FILLER PIC X(10) VALUE 'TYPE'.
           02 FILLER PIC X(10) VALUE '  ACCOUNTS'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(18) VALUE '    AVERAGE ASSETS'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(15) VALUE '    FEE REVENUE'.
       01 SUMMARY-DETAIL-RECORD.
           02 SD-TYPE PIC X(10).
           02 SD-ACCOUNTS PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 SD-ASSETS PIC $$$,$$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-FEES PIC $$$$,$$$,$$9.99.
       01 SUMMARY-COUNT-RECORD.
           02 SC-LABEL PIC X(30).
           02 SC-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           PERFORM CHECK-ALREADY-BILLED-RTN.
           PERFORM LOAD-SCHEDULE-RTN.
           IF ALREADY-BILLED-FLAG = 'Y'
               DISPLAY 'FEE-BILLING: QUARTER ' WS-YEAR 'Q' WS-QUARTER
                   ' ALREADY BILLED - ' WS-INVOICE-PATH
               MOVE 'FAILED' TO OPS-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-TIER-MAX = 0 AND WS-OVERRIDE-MAX = 0
                   DISPLAY 'FEE-BILLING: NO FEE SCHEDULE ON FILE - '
                       'NOTHING BILLED'
                   MOVE 'FAILED' TO OPS-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-SNAPSHOTS-RTN
                   PERFORM LOAD-HOUSEHOLD-VALUES-RTN
                   PERFORM BILL-ACCOUNTS-RTN
                   PERFORM WRITE-SUMMARY-RTN
                   MOVE 'ENDED-OK' TO OPS-STATUS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-OPS-LOG-RTN.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       WRITE-OPS-LOG-RTN.
           *> Append this run's evidence to the shared operations log -
           *> one record at start, one at end, via the OPS-LOG
           *> subprogram.

           CALL 'OPS-LOG' USING OPS-PROGRAM-NAME OPS-STATUS
               OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.

       INITIALIZATION-RTN.
           *> Fees are billed in arrears, so the natural target is the
           *> last complete quarter - default to that, then let an
           *> optional override file name any other quarter, the same
           *> way CAPITAL-GAINS-SUMMARY picks its tax year.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-YEAR = WS-TODAY-DATE / 10000.
           COMPUTE WS-MONTH = (WS-TODAY-DATE / 100)
               - (WS-YEAR * 100).
           COMPUTE WS-QUARTER = (WS-MONTH - 1) / 3.
           IF WS-QUARTER = 0
               SUBTRACT 1 FROM WS-YEAR
               MOVE 4 TO WS-QUARTER
           END-IF.
           PERFORM DETECT-QUARTER-OPTION-RTN.
           COMPUTE WS-QUARTER-START = WS-YEAR * 10000
               + ((WS-QUARTER - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-QUARTER-END = WS-YEAR * 10000
               + (WS-QUARTER * 3) * 100 + 31.
           STRING '../FEE-INVOICES-' DELIMITED BY SIZE
                   WS-YEAR DELIMITED BY SIZE
                   'Q' DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-INVOICE-PATH.
           STRING '../FEE-REVENUE-' DELIMITED BY SIZE
                   WS-YEAR DELIMITED BY SIZE
                   'Q' DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-SUMMARY-PATH.
           MOVE 'CASH' TO RT-TYPE (1).
           MOVE 'TFSA' TO RT-TYPE (2).
           MOVE 'RRSP' TO RT-TYPE (3).
           MOVE 'OTHR' TO RT-TYPE (4).
           PERFORM CLEAR-TYPE-TOTALS-RTN
               VARYING WS-TYPE-SUB FROM 1 BY 1 UNTIL WS-TYPE-SUB > 4.

       CLEAR-TYPE-TOTALS-RTN.
           MOVE 0 TO RT-ACCOUNTS (WS-TYPE-SUB).
           MOVE 0 TO RT-ASSETS (WS-TYPE-SUB).
           MOVE 0 TO RT-FEES (WS-TYPE-SUB).

       DETECT-QUARTER-OPTION-RTN.
           *> FEE-QUARTER-OPTION.txt is the usual optional run control
           *> file - absent, it's a no-op and the default stands.

           OPEN INPUT QUARTER-OPTION-FILE.
           IF WS-QUARTER-OPTION-STATUS = '00'
               READ QUARTER-OPTION-FILE
                   AT END CONTINUE
               END-READ
               IF QO-YEAR IS NUMERIC AND QO-QUARTER IS NUMERIC
                   AND QO-QUARTER >= '1' AND QO-QUARTER <= '4'
                   MOVE QO-YEAR TO WS-YEAR
                   MOVE QO-QUARTER TO WS-QUARTER
               END-IF
               CLOSE QUARTER-OPTION-FILE
           END-IF.

       CHECK-ALREADY-BILLED-RTN.
           *> The invoice file is the evidence a quarter was billed -
           *> rerunning it would post every fee a second time.

           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS = '00'
               MOVE 'Y' TO ALREADY-BILLED-FLAG
               CLOSE INVOICE-FILE
           END-IF.

       LOAD-SCHEDULE-RTN.
           MOVE 'N' TO SCHEDULE-EOF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM LOAD-ONE-SCHEDULE-LINE-RTN
                   UNTIL SCHEDULE-EOF = 'Y'
               CLOSE SCHEDULE-FILE
           END-IF.

       LOAD-ONE-SCHEDULE-LINE-RTN.
           *> A garbled line, or a tier out of ascending order, is
           *> counted as a reject and left out rather than guessed at.

           READ SCHEDULE-FILE
               AT END MOVE 'Y' TO SCHEDULE-EOF
               NOT AT END
                   EVALUATE TIER-CODE
                       WHEN 'T'
                           PERFORM FILE-TIER-RTN
                       WHEN 'A'
                           PERFORM FILE-OVERRIDE-RTN
                       WHEN 'H'
                           PERFORM FILE-DISCOUNT-RTN
                       WHEN OTHER
                           ADD 1 TO OPS-REJECT-COUNT
                   END-EVALUATE
           END-READ.

       FILE-TIER-RTN.
           IF TIER-UPTO IS NUMERIC AND TIER-PCT IS NUMERIC
               AND WS-TIER-MAX < 20
               IF WS-TIER-MAX > 0
                   AND TIER-UPTO NOT > WT-UPTO (WS-TIER-MAX)
                   DISPLAY 'FEE-BILLING: TIER OUT OF ORDER IGNORED - '
                       SCHEDULE-TIER-RECORD
                   ADD 1 TO OPS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-TIER-MAX
                   MOVE TIER-UPTO TO WT-UPTO (WS-TIER-MAX)
                   MOVE TIER-PCT TO WT-PCT (WS-TIER-MAX)
               END-IF
           ELSE
               ADD 1 TO OPS-REJECT-COUNT
           END-IF.

       FILE-OVERRIDE-RTN.
           IF OVERRIDE-PCT IS NUMERIC AND WS-OVERRIDE-MAX < 200
               ADD 1 TO WS-OVERRIDE-MAX
               MOVE OVERRIDE-ACCOUNT TO WO-ACCOUNT (WS-OVERRIDE-MAX)
               MOVE OVERRIDE-PCT TO WO-PCT (WS-OVERRIDE-MAX)
           ELSE
               ADD 1 TO OPS-REJECT-COUNT
           END-IF.

       FILE-DISCOUNT-RTN.
           IF HOUSEHOLD-OVER IS NUMERIC
               AND HOUSEHOLD-DISCOUNT-PCT IS NUMERIC
               AND HOUSEHOLD-DISCOUNT-PCT <= 100
               AND WS-DISCOUNT-MAX < 10
               ADD 1 TO WS-DISCOUNT-MAX
               MOVE HOUSEHOLD-OVER TO WD-OVER (WS-DISCOUNT-MAX)
               MOVE HOUSEHOLD-DISCOUNT-PCT TO WD-PCT (WS-DISCOUNT-MAX)
           ELSE
               ADD 1 TO OPS-REJECT-COUNT
           END-IF.

       LOAD-HOUSEHOLD-VALUES-RTN.
           *> Only needed when the schedule has discount levels. No
           *> household totals on file simply means no discounts.

           IF WS-DISCOUNT-MAX > 0
               MOVE 'N' TO HOUSEHOLD-EOF
               OPEN INPUT HOUSEHOLD-VALUES-FILE
               IF WS-HOUSEHOLD-STATUS = '00'
                   PERFORM LOAD-ONE-HOUSEHOLD-RTN
                       UNTIL HOUSEHOLD-EOF = 'Y'
                   CLOSE HOUSEHOLD-VALUES-FILE
               END-IF
           END-IF.

       LOAD-ONE-HOUSEHOLD-RTN.
           READ HOUSEHOLD-VALUES-FILE
               AT END MOVE 'Y' TO HOUSEHOLD-EOF
               NOT AT END
                   IF WS-HOUSEHOLD-MAX < 500
                       ADD 1 TO WS-HOUSEHOLD-MAX
                       MOVE HV-HOUSEHOLD-ID
                           TO WH-HOUSEHOLD-ID (WS-HOUSEHOLD-MAX)
                       MOVE HV-TOTAL-VALUE
                           TO WH-TOTAL-VALUE (WS-HOUSEHOLD-MAX)
                   END-IF
           END-READ.

       LOAD-SNAPSHOTS-RTN.
           *> Only snapshots inside the quarter count toward the
           *> average.

           MOVE 'N' TO HISTORY-EOF.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               *> No snapshots yet - nothing to bill on.
               MOVE 'Y' TO HISTORY-EOF
           END-IF.
           PERFORM LOAD-ONE-SNAPSHOT-RTN UNTIL HISTORY-EOF = 'Y'.
           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE ACCOUNT-HISTORY-FILE
           END-IF.

       LOAD-ONE-SNAPSHOT-RTN.
           READ ACCOUNT-HISTORY-FILE
               AT END MOVE 'Y' TO HISTORY-EOF
               NOT AT END
                   IF AH-DATE >= WS-QUARTER-START
                       AND AH-DATE <= WS-QUARTER-END
                       ADD 1 TO OPS-READ-COUNT
                       PERFORM FILE-ONE-SNAPSHOT-RTN
                   END-IF
           END-READ.

       FILE-ONE-SNAPSHOT-RTN.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM MATCH-ONE-ACCOUNT-RTN
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-MAX
               OR WS-ACCT-FOUND = 'Y'.
           IF WS-ACCT-FOUND = 'N'
               IF WS-ACCT-MAX < 500
                   ADD 1 TO WS-ACCT-MAX
                   MOVE AH-ACCOUNT TO FA-ACCOUNT (WS-ACCT-MAX)
                   MOVE AH-MARKET-VALUE
                       TO FA-VALUE-TOTAL (WS-ACCT-MAX)
                   MOVE 1 TO FA-DAY-COUNT (WS-ACCT-MAX)
                   MOVE AH-DATE TO FA-LAST-DATE (WS-ACCT-MAX)
                   MOVE AH-MARKET-VALUE
                       TO FA-LAST-VALUE (WS-ACCT-MAX)
               ELSE
                   IF WS-ACCT-FULL-FLAG = 'N'
                       DISPLAY 'FEE-BILLING: ACCOUNT TABLE FULL - '
                           'ACCOUNTS BEYOND 500 NOT BILLED'
                       MOVE 'Y' TO WS-ACCT-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-ACCOUNT-RTN.
           IF FA-ACCOUNT (WS-ACCT-SUB) = AH-ACCOUNT
               MOVE 'Y' TO WS-ACCT-FOUND
               IF FA-LAST-DATE (WS-ACCT-SUB) = AH-DATE
                   SUBTRACT FA-LAST-VALUE (WS-ACCT-SUB)
                       FROM FA-VALUE-TOTAL (WS-ACCT-SUB)
               ELSE
                   ADD 1 TO FA-DAY-COUNT (WS-ACCT-SUB)
               END-IF
               ADD AH-MARKET-VALUE TO FA-VALUE-TOTAL (WS-ACCT-SUB)
               MOVE AH-DATE TO FA-LAST-DATE (WS-ACCT-SUB)
               MOVE AH-MARKET-VALUE TO FA-LAST-VALUE (WS-ACCT-SUB)
           END-IF.

       BILL-ACCOUNTS-RTN.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO ACCOUNTS-OPEN
           END-IF.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM BILL-ONE-ACCOUNT-RTN
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-MAX.
           CLOSE INVOICE-FILE.
           IF ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.

       BILL-ONE-ACCOUNT-RTN.
           COMPUTE WS-AVERAGE-VALUE ROUNDED =
               FA-VALUE-TOTAL (WS-ACCT-SUB)
               / FA-DAY-COUNT (WS-ACCT-SUB).
           PERFORM LOOKUP-ACCOUNT-RTN.
           PERFORM CALCULATE-FEE-RTN.
           IF WS-QUARTER-FEE > 0
               COMPUTE WS-POST-AMOUNT = 0 - WS-QUARTER-FEE
               CALL 'POST-CASH' USING WS-TODAY-DATE
                   FA-ACCOUNT (WS-ACCT-SUB) WS-POST-TYPE
                   WS-POST-SYMBOL WS-POST-AMOUNT WS-POST-CURRENCY
                   WS-SETTLE-DATE
               ADD 1 TO OPS-WRITE-COUNT
               MOVE SPACES TO IF-NOTE
           ELSE
               ADD 1 TO WS-TOTAL-WAIVED
               MOVE 'FEE WAIVED' TO IF-NOTE
           END-IF.
           PERFORM WRITE-INVOICE-RTN.
           PERFORM ADD-TO-SUMMARY-RTN.

       LOOKUP-ACCOUNT-RTN.
           *> Holder name and type for the invoice. An account off the
           *> master (or no master yet) bills as a plain cash account.

           MOVE SPACES TO WS-HOLDER-NAME WS-HOUSEHOLD-ID.
           MOVE 'CASH' TO WS-ACCOUNT-TYPE.
           IF ACCOUNTS-OPEN = 'Y'
               MOVE FA-ACCOUNT (WS-ACCT-SUB) TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNT-HOLDER-NAME TO WS-HOLDER-NAME
                       IF ACCOUNT-TYPE NOT = SPACES
                           MOVE ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
                       END-IF
                       MOVE ACCOUNT-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID
               END-READ
           END-IF.

       CALCULATE-FEE-RTN.
           *> An account rate charges the whole average flat; otherwise
           *> each tier's rate applies only to the slice of the average
           *> that falls inside its band. The quarter is a quarter of
           *> the annual fee.

           MOVE 0 TO WS-ANNUAL-FEE.
           MOVE 'N' TO WS-OVERRIDE-FOUND.
           PERFORM MATCH-ONE-OVERRIDE-RTN
               VARYING WS-OVERRIDE-SUB FROM 1 BY 1
               UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-MAX
               OR WS-OVERRIDE-FOUND = 'Y'.
           IF WS-OVERRIDE-FOUND = 'N'
               MOVE 'TIERED FEE SCHEDULE' TO WS-FEE-BASIS
               MOVE 0 TO WS-BAND-FLOOR
               PERFORM APPLY-ONE-TIER-RTN
                   VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-TIER-MAX
           END-IF.
           PERFORM APPLY-HOUSEHOLD-DISCOUNT-RTN.
           COMPUTE WS-QUARTER-FEE ROUNDED = WS-ANNUAL-FEE / 4.
           IF WS-AVERAGE-VALUE > 0
               COMPUTE WS-EFFECTIVE-PCT ROUNDED =
                   WS-ANNUAL-FEE * 100 / WS-AVERAGE-VALUE
           ELSE
               MOVE 0 TO WS-EFFECTIVE-PCT
           END-IF.

       MATCH-ONE-OVERRIDE-RTN.
           IF WO-ACCOUNT (WS-OVERRIDE-SUB) = FA-ACCOUNT (WS-ACCT-SUB)
               MOVE 'Y' TO WS-OVERRIDE-FOUND
               MOVE 'ACCOUNT RATE' TO WS-FEE-BASIS
               COMPUTE WS-ANNUAL-FEE =
                   WS-AVERAGE-VALUE * WO-PCT (WS-OVERRIDE-SUB) / 100
           END-IF.

       APPLY-HOUSEHOLD-DISCOUNT-RTN.
           *> The discount comes off whichever fee the account was
           *> charged - tiered or its own rate.

           MOVE 0 TO WS-DISCOUNT-PCT WS-HOUSEHOLD-VALUE.
           IF WS-HOUSEHOLD-ID NOT = SPACES AND WS-DISCOUNT-MAX > 0
               MOVE 'N' TO WS-HOUSEHOLD-FOUND
               PERFORM MATCH-ONE-HOUSEHOLD-RTN
                   VARYING WS-HOUSEHOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOUSEHOLD-SUB > WS-HOUSEHOLD-MAX
                   OR WS-HOUSEHOLD-FOUND = 'Y'
               IF WS-HOUSEHOLD-FOUND = 'Y'
                   PERFORM MATCH-ONE-DISCOUNT-RTN
                       VARYING WS-DISCOUNT-SUB FROM 1 BY 1
                       UNTIL WS-DISCOUNT-SUB > WS-DISCOUNT-MAX
               END-IF
           END-IF.
           IF WS-DISCOUNT-PCT > 0
               COMPUTE WS-ANNUAL-FEE =
                   WS-ANNUAL-FEE * (100 - WS-DISCOUNT-PCT) / 100
           END-IF.

       MATCH-ONE-HOUSEHOLD-RTN.
           IF WH-HOUSEHOLD-ID (WS-HOUSEHOLD-SUB) = WS-HOUSEHOLD-ID
               MOVE 'Y' TO WS-HOUSEHOLD-FOUND
               MOVE WH-TOTAL-VALUE (WS-HOUSEHOLD-SUB)
                   TO WS-HOUSEHOLD-VALUE
           END-IF.

       MATCH-ONE-DISCOUNT-RTN.
           IF WS-HOUSEHOLD-VALUE > WD-OVER (WS-DISCOUNT-SUB)
               AND WD-PCT (WS-DISCOUNT-SUB) > WS-DISCOUNT-PCT
               MOVE WD-PCT (WS-DISCOUNT-SUB) TO WS-DISCOUNT-PCT
           END-IF.

       APPLY-ONE-TIER-RTN.
           IF WS-AVERAGE-VALUE > WS-BAND-FLOOR
               IF WS-AVERAGE-VALUE > WT-UPTO (WS-TIER-SUB)
                   COMPUTE WS-BAND-AMOUNT =
                       WT-UPTO (WS-TIER-SUB) - WS-BAND-FLOOR
               ELSE
                   COMPUTE WS-BAND-AMOUNT =
                       WS-AVERAGE-VALUE - WS-BAND-FLOOR
               END-IF
               COMPUTE WS-ANNUAL-FEE = WS-ANNUAL-FEE
                   + WS-BAND-AMOUNT * WT-PCT (WS-TIER-SUB) / 100
           END-IF.
           MOVE WT-UPTO (WS-TIER-SUB) TO WS-BAND-FLOOR.

       WRITE-INVOICE-RTN.
           MOVE FA-ACCOUNT (WS-ACCT-SUB) TO IT-ACCOUNT.
           MOVE WS-HOLDER-NAME TO IT-HOLDER-NAME.
           MOVE WS-ACCOUNT-TYPE TO IT-TYPE.
           MOVE INVOICE-TITLE-RECORD TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-YEAR TO IP-YEAR.
           MOVE WS-QUARTER TO IP-QUARTER.
           MOVE WS-QUARTER-START TO IP-START.
           MOVE WS-QUARTER-END TO IP-END.
           MOVE INVOICE-PERIOD-RECORD TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-AVERAGE-VALUE TO IA-AVERAGE.
           MOVE FA-DAY-COUNT (WS-ACCT-SUB) TO IA-COUNT.
           MOVE INVOICE-AVERAGE-RECORD TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-FEE-BASIS TO IB-BASIS.
           MOVE INVOICE-BASIS-RECORD TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-EFFECTIVE-PCT TO IR-PCT.
           MOVE INVOICE-RATE-RECORD TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF WS-DISCOUNT-PCT > 0
               ADD 1 TO WS-TOTAL-DISCOUNTED
               MOVE WS-DISCOUNT-PCT TO ID-PCT
               MOVE WS-HOUSEHOLD-ID TO ID-HOUSEHOLD
               MOVE WS-HOUSEHOLD-VALUE TO ID-VALUE
               MOVE INVOICE-DISCOUNT-RECORD TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.
           MOVE WS-QUARTER-FEE TO IF-FEE.
           MOVE INVOICE-FEE-RECORD TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE DASH-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.

       ADD-TO-SUMMARY-RTN.
           EVALUATE WS-ACCOUNT-TYPE
               WHEN 'CASH'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'TFSA'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN 'RRSP'
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
           ADD 1 TO RT-ACCOUNTS (WS-TYPE-SUB) WS-TOTAL-ACCOUNTS.
           ADD WS-AVERAGE-VALUE TO RT-ASSETS (WS-TYPE-SUB)
               WS-TOTAL-ASSETS.
           ADD WS-QUARTER-FEE TO RT-FEES (WS-TYPE-SUB) WS-TOTAL-FEES.

       WRITE-SUMMARY-RTN.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE EQUAL-SIGNS TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE WS-YEAR TO SMT-YEAR.
           MOVE WS-QUARTER TO SMT-QUARTER.
           MOVE SUMMARY-TITLE-RECORD TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SUMMARY-HEADER TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE EQUAL-SIGNS TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           PERFORM WRITE-ONE-TYPE-RTN
               VARYING WS-TYPE-SUB FROM 1 BY 1 UNTIL WS-TYPE-SUB > 4.
           MOVE EQUAL-SIGNS TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 'TOTAL' TO SD-TYPE.
           MOVE WS-TOTAL-ACCOUNTS TO SD-ACCOUNTS.
           MOVE WS-TOTAL-ASSETS TO SD-ASSETS.
           MOVE WS-TOTAL-FEES TO SD-FEES.
           MOVE SUMMARY-DETAIL-RECORD TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 'Accounts charged:' TO SC-LABEL.
           MOVE OPS-WRITE-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 'Accounts waived:' TO SC-LABEL.
           MOVE WS-TOTAL-WAIVED TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 'Household discounts given:' TO SC-LABEL.
           MOVE WS-TOTAL-DISCOUNTED TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 'Schedule lines rejected:' TO SC-LABEL.
           MOVE OPS-REJECT-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           CLOSE SUMMARY-FILE.
           DISPLAY 'FEE-BILLING: ACCOUNTS CHARGED: ' OPS-WRITE-COUNT
               ' FEES: ' WS-TOTAL-FEES.

       WRITE-ONE-TYPE-RTN.
           IF RT-ACCOUNTS (WS-TYPE-SUB) > 0
               MOVE RT-TYPE (WS-TYPE-SUB) TO SD-TYPE
               MOVE RT-ACCOUNTS (WS-TYPE-SUB) TO SD-ACCOUNTS
               MOVE RT-ASSETS (WS-TYPE-SUB) TO SD-ASSETS
               MOVE RT-FEES (WS-TYPE-SUB) TO SD-FEES
               MOVE SUMMARY-DETAIL-RECORD TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.
       END PROGRAM FEE-BILLING.
