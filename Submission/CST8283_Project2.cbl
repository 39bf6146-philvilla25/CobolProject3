           ACCESS MODE IS RANDOM                  *> Direct lookup by symbol
           RECORD KEY IS SSYMBOL.                 *> Record key for indexing

           SELECT BOND-FILE                       *> Bond terms for BOND holdings
           ASSIGN TO '../BONDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM                  *> Direct lookup by symbol
           RECORD KEY IS BOND-SYMBOL
           FILE STATUS IS WS-BOND-STATUS.         *> '35' until a bond is set up

           SELECT REPORT-FILE                     *> Selecting the report file
           ASSIGN TO WS-REPORT-PATH               *> Dated report file name
           ORGANIZATION IS LINE SEQUENTIAL.       *> Defining the organization as line sequential
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-HISTORY-STATUS.

           SELECT ACCOUNTS-FILE                   *> Accounts master, for the snapshot
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.     *> '35' until an account is set up

           SELECT SORT-FILE
           ASSIGN TO '../PROJECT2-SORTWORK.tmp'.  *> GnuCOBOL work file for the SORT verb

           02 SASSET-CLASS PIC X(6).              *> EQUITY/ETF/FUND/BOND
           02 SCURRENCY PIC X(3).                 *> Pricing currency, blank = CAD

       FD BOND-FILE.
       COPY '../BOND.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).                 *> Report line structure, widened along
                                                   *> with the account column it carries
       FD ACCOUNT-HISTORY-FILE.
       COPY '../ACCOUNT-HISTORY.dat'.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       SD SORT-FILE.
       01 SORT-RECORD.
           02 SORT-GAIN-OR-LOSS PIC S9(7)V99.      *> Sort key - de-edited total gain/loss
       01 WS-CHECKPOINT-PATH PIC X(40)
           VALUE '../PROJECT2-CHECKPOINT.txt'.
       01 WS-CHECKPOINT-STATUS PIC X(2).          *> '00' once OPEN INPUT finds a checkpoint
       01 WS-BOND-STATUS PIC X(2).                *> '00' when bond terms are on file
       01 WS-BOND-FOUND-FLAG PIC A.
       01 WS-CHECKPOINT-INTERVAL PIC 9(2) VALUE 10. *> Save a checkpoint every N records
       01 WS-CHECKPOINT-COUNT PIC 9(2) VALUE 0.
       01 WS-OPTIONS-PATH PIC X(40)
       01 SORT-EOF PIC A.
       01 WS-HISTORY-STATUS PIC X(2).             *> '35' until history exists
       01 WS-ACCT-HISTORY-STATUS PIC X(2).        *> '35' until account history exists
       01 WS-ACCOUNTS-STATUS PIC X(2).            *> '00' when an accounts master exists
       01 ACCOUNT-FOUND-FLAG PIC A.               *> 'N' once the account is off the master
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'PROJECT-2-UPDATED'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 WS-NO-RATE-COUNT PIC 9(3) VALUE 0.      *> Lines translated at par for want of a rate
       01 WS-HOME-MARKET-VALUE PIC 9(9)V99.       *> This line's value in home currency
       01 WS-HOME-GAIN-OR-LOSS PIC S9(9)V99.      *> This line's gain in home currency
       01 WS-NO-TERMS-COUNT PIC 9(3) VALUE 0.     *> Bonds priced as equities for want of terms
       01 WS-BOND-ACCRUED PIC 9(7)V9(6).          *> Returned by BOND-ACCRUAL, per unit
       01 WS-BOND-COUPON PIC 9(7)V9(6).
       01 WS-BOND-PREV-COUPON PIC 9(8).
       01 WS-BOND-NEXT-COUPON PIC 9(8).
       01 WS-CLEAN-VALUE PIC 9(7)V99.             *> A bond's value before accrued interest
       01 NO-TERMS-COUNTER-RECORD.
           02 NTC-LABEL PIC X(38) VALUE
               'Bonds priced as equities, no terms:  '.
           02 NTC-COUNT PIC ZZ9.
       01 NO-RATE-COUNTER-RECORD.
           02 NRC-LABEL PIC X(38) VALUE
               'Holdings translated at par, no rate: '.
               *> RESTART-CHECKPOINT-RTN so a checkpoint left over from an
               *> earlier calendar day can be told apart from today's
           OPEN INPUT PORTFOLIO-FILE STOCKS-FILE. *> Open input files
           OPEN INPUT BOND-FILE.                  *> '35' just means no bonds set up
           OPEN INPUT ACCOUNTS-FILE.              *> '35' just means no accounts set up
           PERFORM SET-EOF.                       *> Set EOF indicator
           PERFORM DETECT-REPORT-OPTION-RTN.      *> Look for a sort/filter run control file
           IF WS-REPORT-OPTION NOT = 'SORTGAIN'
           *> One machine-readable record per account per run, alongside
           *> the portfolio-wide VALUATION-HISTORY snapshot - so "how
           *> did MY account do this quarter" has data to answer from.
           *> An account ACCOUNT-PURGE has archived is off the accounts
           *> master but may still carry zero rows on PORTFOLIO.dat -
           *> its snapshots went to the archive, so none is started
           *> again for it here.

           MOVE 'Y' TO ACCOUNT-FOUND-FLAG.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE WS-BREAK-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY MOVE 'N' TO ACCOUNT-FOUND-FLAG
               END-READ
           END-IF.
           IF ACCOUNT-FOUND-FLAG = 'Y'
               OPEN EXTEND ACCOUNT-HISTORY-FILE
               IF WS-ACCT-HISTORY-STATUS = '35'
                   *> First-ever snapshot - OPEN EXTEND cannot create a
                   *> brand-new history file. Only a missing file may
                   *> fall through to OPEN OUTPUT - any other failure
                   *> must never truncate the live history.
                   OPEN OUTPUT ACCOUNT-HISTORY-FILE
               END-IF
               MOVE WS-REPORT-DATE TO AH-DATE
               MOVE WS-BREAK-ACCOUNT TO AH-ACCOUNT
               MOVE ACCT-MARKET-VALUE TO AH-MARKET-VALUE
               MOVE ACCT-GAIN-OR-LOSS-ACCUM TO AH-GAIN-OR-LOSS
               WRITE ACCOUNT-HISTORY-RECORD
               CLOSE ACCOUNT-HISTORY-FILE
           END-IF.

       CHECKPOINT-RTN.
           ADD 1 TO WS-CHECKPOINT-COUNT.
             BY CONTENT NUMBER-OF-SHARES CPRICE
             ADJUSTED-COST-BASE BY REFERENCE MARKET-VALUE
             TOTAL-GAIN-OR-LOSS               *> Call calculate subroutine
           IF SASSET-CLASS = 'BOND'
               PERFORM PRICE-BOND-RTN             *> Percent-of-par pricing
           END-IF
           MOVE MARKET-VALUE TO REPORT-MARKET-VALUE *> Move market value to report
           MOVE TOTAL-GAIN-OR-LOSS TO REPORT-TOTAL-GAIN-OR-LOSS *> Move total gain/loss to report
           MOVE TOTAL-GAIN-OR-LOSS TO GAIN-OR-LOSS-FOR-TOTAL
           END-IF
           MOVE REPORT-RECORD TO REPORT-LINE.

       PRICE-BOND-RTN.
           *> A bond's price and average cost are quoted as a percent
           *> of par and its shares are units of BOND-FACE-VALUE, so
           *> CALCULATE's shares-times-price figures are redone from the
           *> bond's terms. The market value carries the interest
           *> accrued to the run date; the gain is on the clean value,
           *> so accrued interest is never reported as a capital gain.
           *> A bond with no terms on file stays priced as an equity
           *> and is counted on the trailer.

           MOVE 'N' TO WS-BOND-FOUND-FLAG.
           IF WS-BOND-STATUS = '00'
               MOVE SSYMBOL TO BOND-SYMBOL
               READ BOND-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-BOND-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-BOND-FOUND-FLAG = 'Y'
               CALL 'BOND-ACCRUAL' USING BOND-RECORD WS-REPORT-DATE
                   WS-BOND-ACCRUED WS-BOND-COUPON WS-BOND-PREV-COUPON
                   WS-BOND-NEXT-COUPON
               COMPUTE ADJUSTED-COST-BASE ROUNDED =
                   NUMBER-OF-SHARES * BOND-FACE-VALUE * AVERAGE-COST
                   / 100
               COMPUTE WS-CLEAN-VALUE ROUNDED =
                   NUMBER-OF-SHARES * BOND-FACE-VALUE * CPRICE / 100
               COMPUTE MARKET-VALUE ROUNDED =
                   WS-CLEAN-VALUE + NUMBER-OF-SHARES * WS-BOND-ACCRUED
               COMPUTE TOTAL-GAIN-OR-LOSS =
                   WS-CLEAN-VALUE - ADJUSTED-COST-BASE
               MOVE ADJUSTED-COST-BASE TO REPORT-ADJUSTED-COST-BASE
               MOVE MARKET-VALUE TO REPORT-MARKET-VALUE
               MOVE TOTAL-GAIN-OR-LOSS TO REPORT-TOTAL-GAIN-OR-LOSS
               MOVE TOTAL-GAIN-OR-LOSS TO GAIN-OR-LOSS-FOR-TOTAL
           ELSE
               ADD 1 TO WS-NO-TERMS-COUNT
           END-IF.

       TRANSLATE-TO-HOME-RTN.
           *> One keyed rate lookup through the shared FX-RATE-LOOKUP
           *> subprogram translates this line's value and gain into
           MOVE WS-NO-RATE-COUNT TO NRC-COUNT.    *> Par-translated lines
           MOVE NO-RATE-COUNTER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NO-TERMS-COUNT TO NTC-COUNT.   *> Bonds with no terms on file
           MOVE NO-TERMS-COUNTER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE PORTFOLIO-FILE STOCKS-FILE REPORT-FILE. *> Close all files
           IF WS-BOND-STATUS = '00'
               CLOSE BOND-FILE
           END-IF.
           IF WS-ACCOUNTS-STATUS = '00'
               CLOSE ACCOUNTS-FILE
           END-IF.
       END PROGRAM PROJECT-2-UPDATED.
