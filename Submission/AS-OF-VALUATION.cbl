       IDENTIFICATION DIVISION.
           PROGRAM-ID. AS-OF-VALUATION INITIAL.
           *> Point-in-time valuation: what every account (or one
           *> account) was worth at the close of a past date - for an
           *> estate valuation at date of death, or a client asking
           *> what the account was worth at a month end. PORTFOLIO.dat
           *> only knows today, so the holdings are rebuilt by
           *> replaying the dated journals up to and including the
           *> as-of date, the same replay RECONCILE-PORTFOLIO uses.
           *> Each holding is priced from the dated CLOSING-PRICES.dat
           *> history at the nearest close on or before the as-of date,
           *> and translated to home currency at the nearest rate on
           *> or before it from DATED-FX-RATES.dat. A holding with no
           *> price on or before the date is listed separately and
           *> left out of the totals.
           *> The date comes from the optional AS-OF-OPTION.txt run
           *> control file (date, then an optional account); absent,
           *> the report values the last month end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AS-OF-OPTION-FILE               *> Optional as-of date/account
           ASSIGN TO '../AS-OF-OPTION.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPTION-STATUS.

           SELECT JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-INDEX-FILE              *> Register of journal days
           ASSIGN TO '../TXN-JOURNAL-INDEX.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT HOLDING-WORK-FILE               *> Holdings rebuilt to the date
           ASSIGN TO '../AS-OF-WORK.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WORK-KEY.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

           SELECT CLOSING-PRICE-FILE              *> Dated price history
           ASSIGN TO '../CLOSING-PRICES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLOSING-KEY
           FILE STATUS IS WS-CLOSING-STATUS.

           SELECT DATED-FX-FILE                   *> Rates kept by date
           ASSIGN TO '../DATED-FX-RATES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DATED-FX-KEY
           FILE STATUS IS WS-DATED-FX-STATUS.

           SELECT FX-FILE
           ASSIGN TO '../FX-RATES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FX-CURRENCY
           FILE STATUS IS WS-FX-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AS-OF-OPTION-FILE.
       01 AS-OF-OPTION-RECORD.
           02 OPTION-DATE PIC X(8).                *> YYYYMMDD to value at
           02 FILLER PIC X.
           02 OPTION-ACCOUNT PIC X(5).             *> Blank = every account

       FD JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD JOURNAL-INDEX-FILE.
       COPY '../TXN-JOURNAL-INDEX.dat'.

       FD HOLDING-WORK-FILE.
       01 WORK-RECORD.
           *> Per-account-and-symbol rebuild of shares/cost from the
           *> journal alone - shares is signed so a bad journal can't
           *> abend the replay.
           02 WORK-KEY.
               03 WORK-ACCOUNT PIC X(5).
               03 WORK-SYMBOL PIC X(7).
           02 WORK-SHARES PIC S9(7)V9(3).
           02 WORK-AVERAGE-COST PIC 9(6)V99.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD CLOSING-PRICE-FILE.
       COPY '../CLOSING-PRICE.dat'.

       FD DATED-FX-FILE.
       COPY '../DATED-FX-RATE.dat'.

       FD FX-FILE.
       COPY '../FX-RATE.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-AS-OF-DATE PIC 9(8).                  *> Close being valued
       01 WS-AS-OF-YEAR PIC 9(4).
       01 WS-AS-OF-ACCOUNT PIC X(5) VALUE SPACES.  *> Blank = every account
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           02 WS-CHECK-YEAR PIC 9(4).
           02 WS-CHECK-MONTH PIC 9(2).
           02 WS-CHECK-DAY PIC 9(2).
       01 WS-DATE-INTEGER PIC 9(7).
       01 WS-OPTION-STATUS PIC X(2).               *> '00' only when an override file exists
       01 WS-INDEX-STATUS PIC X(2).                *> '00' once any journal day exists
       01 INDEX-EOF PIC A.
       01 WS-INDEX-YEAR PIC 9(4).
       01 WS-DATE-SUB PIC 9(4).
       01 WS-DATE-SUB-2 PIC 9(4).
       01 WS-DATE-MAX PIC 9(4) VALUE 0.
       01 WS-DATE-SWAP PIC 9(8).
       01 WS-JOURNAL-DATE-TABLE.
           *> The journal days up to the as-of date, sorted ascending -
           *> corporate-action and adjustment entries set absolute
           *> balances, so the days must replay in calendar order.
           02 WS-JOURNAL-DAY-ENTRY PIC 9(8) OCCURS 1000 TIMES.
       01 WS-JOURNAL-DATE PIC 9(8).
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-JOURNAL-STATUS PIC X(2).              *> '00' only on days a journal exists
       01 JOURNAL-EOF PIC A.
       01 WS-REPORT-PATH PIC X(40).
       01 WORK-FOUND-FLAG PIC A.
       01 WORK-EOF PIC A.
       01 WS-RENAME-SHARES PIC S9(7)V9(3).
       01 WS-RENAME-COST PIC 9(6)V99.
       01 WS-STOCKS-STATUS PIC X(2).
       01 STOCKS-OPEN PIC A VALUE 'N'.             *> 'Y' once STOCKS.dat opened
       01 STOCK-FOUND-FLAG PIC A.
       01 WS-CLOSING-STATUS PIC X(2).
       01 CLOSING-OPEN PIC A VALUE 'N'.            *> 'Y' once the price history opened
       01 CLOSING-EOF PIC A.
       01 WS-DATED-FX-STATUS PIC X(2).
       01 DATED-FX-OPEN PIC A VALUE 'N'.           *> 'Y' once the dated rates opened
       01 DATED-FX-EOF PIC A.
       01 WS-FX-STATUS PIC X(2).
       01 FX-OPEN PIC A VALUE 'N'.                 *> 'Y' once FX-RATES.dat opened
       01 WS-LOOKUP-SYMBOL PIC X(7).
       01 WS-LOOKUP-CURRENCY PIC X(3).
       01 WS-PRICE PIC 9(6)V99.
       01 WS-PRICE-DATE PIC 9(8).
       01 WS-PRICE-FOUND PIC A.
       01 WS-FX-RATE PIC 9(3)V9(6).                *> Home currency per one unit
       01 WS-FX-FOUND PIC A.
       01 WS-HOME-VALUE PIC 9(9)V99.
       01 WS-BREAK-ACCOUNT PIC X(5) VALUE SPACES.
       01 WS-BREAK-ACTIVE PIC A VALUE 'N'.         *> 'Y' once the first account group starts
       01 WS-ACCOUNT-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-HOLDING-COUNT PIC 9(5) VALUE 0.
       01 WS-EARLIER-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-RATE-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-SUB PIC 9(3).
       01 WS-EXCEPTION-MAX PIC 9(3) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.     *> Every exception, listed or not
       01 WS-EXCEPTION-TABLE.
           *> Holdings with no close on or before the as-of date -
           *> listed in their own section and left out of the totals,
           *> the way PROJECT-2-UPDATED lists symbols missing from the
           *> stocks master.
           02 WS-EXCEPTION-ENTRY OCCURS 100 TIMES.
               03 EX-ACCOUNT PIC X(5).
               03 EX-SYMBOL PIC X(7).
               03 EX-SHARES PIC S9(7)V9(3).
               03 EX-COST PIC 9(6)V99.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'AS-OF-VALUATION'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).


       01 EQUAL-SIGNS PIC X(132) VALUE ALL '='.
       01 REPORT-TITLE.
           02 FILLER PIC X(30) VALUE 'VALUATION AS OF CLOSE ON      '.
           02 RT-AS-OF-DATE PIC 9(8).
           02 FILLER PIC X(14) VALUE '   ACCOUNT(S) '.
           02 RT-ACCOUNT PIC X(5).
           02 FILLER PIC X(12) VALUE '   RUN DATE '.
           02 RT-RUN-DATE PIC 9(8).
       01 REPORT-HEADER.
           02 FILLER PIC X(7) VALUE 'ACCT'.
           02 FILLER PIC X(9) VALUE 'SYMBOL'.
           02 FILLER PIC X(27) VALUE 'STOCK NAME'.
           02 FILLER PIC X(15) VALUE '      #SHARES'.
           02 FILLER PIC X(13) VALUE '  UNIT COST'.
           02 FILLER PIC X(13) VALUE '      PRICE'.
           02 FILLER PIC X(10) VALUE 'PRICED ON'.
           02 FILLER PIC X(5) VALUE 'CCY'.
           02 FILLER PIC X(12) VALUE '      RATE'.
           02 FILLER PIC X(16) VALUE '    HOME VALUE'.
           02 FILLER PIC X(4) VALUE 'FLAG'.
       01 REPORT-DETAIL-RECORD.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SYMBOL PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SHARES PIC Z,ZZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-COST PIC $$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-PRICE PIC $$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-PRICE-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-CURRENCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-RATE PIC ZZ9.999999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-HOME-VALUE PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-PRICE-FLAG PIC X.                 *> '*' priced from an earlier close
           02 RD-RATE-FLAG PIC X.                  *> '#' translated at par, no rate
       01 ACCOUNT-TOTALS.
           02 FILLER PIC X(8) VALUE 'Account '.
           02 AT-ACCOUNT PIC X(5).
           02 FILLER PIC X(15) VALUE ' Market Value: '.
           02 AT-VALUE PIC $$$,$$$,$$$,$$9.99.
       01 GRAND-TOTALS.
           02 FILLER PIC X(28) VALUE 'Total Market Value:'.
           02 GT-VALUE PIC $$$,$$$,$$$,$$9.99.
       01 EXCEPTION-TITLE PIC X(57) VALUE
           'HOLDINGS WITH NO CLOSE ON OR BEFORE DATE - NOT IN TOTALS'.
       01 EXCEPTION-DETAIL-RECORD.
           02 EXD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EXD-SYMBOL PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EXD-SHARES PIC Z,ZZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EXD-COST PIC $$$$,$$9.99.
       01 REPORT-SUMMARY-RECORD.
           02 RS-LABEL PIC X(40).
           02 RS-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           PERFORM REBUILD-HOLDINGS-RTN.
           PERFORM WRITE-REPORT-RTN.
           PERFORM CLOSE-FILES.
           DISPLAY 'AS-OF-VALUATION: ' WS-AS-OF-DATE ' HOLDINGS: '
               WS-HOLDING-COUNT ' NO PRICE: ' WS-EXCEPTION-COUNT.
           MOVE WS-HOLDING-COUNT TO OPS-READ-COUNT.
           MOVE WS-HOLDING-COUNT TO OPS-WRITE-COUNT.
           MOVE WS-EXCEPTION-COUNT TO OPS-REJECT-COUNT.
           MOVE 'ENDED-OK' TO OPS-STATUS.
           PERFORM WRITE-OPS-LOG-RTN.
           IF WS-EXCEPTION-COUNT > 0
               *> The totals leave out holdings that could not be
               *> priced - the same signal PROJECT-2-UPDATED gives.
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
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
           *> The natural question is "what was it worth at month end",
           *> so the default is the last day of the prior month; the
           *> run control file names any other date, and an account.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CHECK-DATE = (WS-TODAY-DATE / 100) * 100 + 1.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) - 1.
           COMPUTE WS-AS-OF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           PERFORM DETECT-AS-OF-OPTION-RTN.
           COMPUTE WS-AS-OF-YEAR = WS-AS-OF-DATE / 10000.
           STRING '../AS-OF-VALUATION-' DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           *> HOLDING-WORK-FILE is a scratch accumulator rebuilt fresh
           *> every run - OPEN OUTPUT/CLOSE creates or clears it, then
           *> I-O for the replay's READ/WRITE/REWRITE.
           OPEN OUTPUT HOLDING-WORK-FILE.
           CLOSE HOLDING-WORK-FILE.
           OPEN I-O HOLDING-WORK-FILE.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.
           OPEN INPUT CLOSING-PRICE-FILE.
           IF WS-CLOSING-STATUS = '00'
               MOVE 'Y' TO CLOSING-OPEN
           END-IF.
           OPEN INPUT DATED-FX-FILE.
           IF WS-DATED-FX-STATUS = '00'
               MOVE 'Y' TO DATED-FX-OPEN
           END-IF.
           OPEN INPUT FX-FILE.
           IF WS-FX-STATUS = '00'
               MOVE 'Y' TO FX-OPEN
           END-IF.
           OPEN OUTPUT REPORT-FILE.

       DETECT-AS-OF-OPTION-RTN.
           *> AS-OF-OPTION.txt is the same "optional run control file"
           *> idiom CAPITAL-GAINS-SUMMARY uses for its tax year. A date
           *> that isn't a real date, or is still in the future, is
           *> ignored and the default stands.

           OPEN INPUT AS-OF-OPTION-FILE.
           IF WS-OPTION-STATUS = '00'
               MOVE SPACES TO AS-OF-OPTION-RECORD
               READ AS-OF-OPTION-FILE
                   AT END CONTINUE
               END-READ
               IF OPTION-DATE IS NUMERIC
                   MOVE OPTION-DATE TO WS-CHECK-DATE
                   IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                       OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                       OR WS-CHECK-DATE > WS-TODAY-DATE
                       DISPLAY 'AS-OF-VALUATION: option date '
                           OPTION-DATE ' ignored - valuing '
                           WS-AS-OF-DATE
                   ELSE
                       MOVE WS-CHECK-DATE TO WS-AS-OF-DATE
                   END-IF
               END-IF
               MOVE OPTION-ACCOUNT TO WS-AS-OF-ACCOUNT
               CLOSE AS-OF-OPTION-FILE
           END-IF.

       REBUILD-HOLDINGS-RTN.
           *> Replay every journal day up to the as-of date. The days
           *> come from the TXN-JOURNAL-INDEX.txt register; a yyyy0000
           *> entry is a consolidated year file and replays when its
           *> year is not after the as-of year, its entries filtered
           *> by their own dates.

           MOVE 'N' TO INDEX-EOF.
           OPEN INPUT JOURNAL-INDEX-FILE.
           IF WS-INDEX-STATUS = '35'
               *> First run since the journal-date index was introduced -
               *> backfill it once from the journal files already on
               *> disk, so pre-index history is not silently excluded.
               CALL 'BUILD-JOURNAL-INDEX'
               OPEN INPUT JOURNAL-INDEX-FILE
           END-IF.
           IF WS-INDEX-STATUS = '00'
               PERFORM LOAD-ONE-INDEX-DATE-RTN UNTIL INDEX-EOF = 'Y'
               CLOSE JOURNAL-INDEX-FILE
           END-IF.
           IF WS-DATE-MAX = 1000
               DISPLAY 'AS-OF-VALUATION: JOURNAL-DATE TABLE FULL - '
                   'DAYS BEYOND 1000 NOT REPLAYED'
           END-IF.
           PERFORM SORT-INDEX-DATES-RTN.
           PERFORM REPLAY-ONE-DAY-RTN VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-MAX.

       LOAD-ONE-INDEX-DATE-RTN.
           READ JOURNAL-INDEX-FILE
               AT END MOVE 'Y' TO INDEX-EOF
               NOT AT END
                   COMPUTE WS-INDEX-YEAR = JOURNAL-INDEX-DATE / 10000
                   IF JOURNAL-INDEX-DATE <= WS-AS-OF-DATE
                       OR (JOURNAL-INDEX-DATE = WS-INDEX-YEAR * 10000
                       AND WS-INDEX-YEAR <= WS-AS-OF-YEAR)
                       IF WS-DATE-MAX < 1000
                           ADD 1 TO WS-DATE-MAX
                           MOVE JOURNAL-INDEX-DATE
                               TO WS-JOURNAL-DAY-ENTRY (WS-DATE-MAX)
                       END-IF
                   END-IF
           END-READ.

       SORT-INDEX-DATES-RTN.
           *> Plain exchange sort - the index holds one entry per
           *> trading day, small enough that simplicity wins.

           PERFORM SORT-ONE-PASS-RTN VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB >= WS-DATE-MAX.

       SORT-ONE-PASS-RTN.
           PERFORM SORT-ONE-PAIR-RTN VARYING WS-DATE-SUB-2 FROM 1 BY 1
               UNTIL WS-DATE-SUB-2 >= WS-DATE-MAX.

       SORT-ONE-PAIR-RTN.
           IF WS-JOURNAL-DAY-ENTRY (WS-DATE-SUB-2) >
               WS-JOURNAL-DAY-ENTRY (WS-DATE-SUB-2 + 1)
               MOVE WS-JOURNAL-DAY-ENTRY (WS-DATE-SUB-2)
                   TO WS-DATE-SWAP
               MOVE WS-JOURNAL-DAY-ENTRY (WS-DATE-SUB-2 + 1)
                   TO WS-JOURNAL-DAY-ENTRY (WS-DATE-SUB-2)
               MOVE WS-DATE-SWAP
                   TO WS-JOURNAL-DAY-ENTRY (WS-DATE-SUB-2 + 1)
           END-IF.

       REPLAY-ONE-DAY-RTN.
           MOVE WS-JOURNAL-DAY-ENTRY (WS-DATE-SUB) TO WS-JOURNAL-DATE.
           STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                   WS-JOURNAL-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'N' TO JOURNAL-EOF
               PERFORM READ-JOURNAL-RTN UNTIL JOURNAL-EOF = 'Y'
               CLOSE JOURNAL-FILE
           END-IF.

       READ-JOURNAL-RTN.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   IF JOURNAL-DATE <= WS-AS-OF-DATE
                       AND (WS-AS-OF-ACCOUNT = SPACES
                       OR JOURNAL-ACCOUNT = WS-AS-OF-ACCOUNT)
                       IF JOURNAL-TRANSACTION-TYPE = 'RNAM'
                           PERFORM RENAME-HOLDING-RTN
                       ELSE
                           PERFORM APPLY-JOURNAL-ENTRY-RTN
                       END-IF
                   END-IF
           END-READ.

       APPLY-JOURNAL-ENTRY-RTN.
           *> The same entry rules as RECONCILE-PORTFOLIO's replay: BUY
           *> and DRP add shares and carry the post-trade average, SELL
           *> removes shares, CXL backs a buy out, and SPLT, ADJ and
           *> TRF carry the holding's absolutes. ROC rewrites only the
           *> basis; DIV and anything unrecognised are inert.

           MOVE JOURNAL-ACCOUNT TO WORK-ACCOUNT.
           MOVE JOURNAL-STOCK-SYMBOL TO WORK-SYMBOL.
           READ HOLDING-WORK-FILE
               INVALID KEY MOVE 'N' TO WORK-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WORK-FOUND-FLAG
           END-READ.
           IF WORK-FOUND-FLAG = 'N'
               MOVE 0 TO WORK-SHARES
               MOVE 0 TO WORK-AVERAGE-COST
           END-IF.
           EVALUATE JOURNAL-TRANSACTION-TYPE
               WHEN 'BUY'
               WHEN 'DRP'
                   ADD JOURNAL-SHARES TO WORK-SHARES
                   MOVE JOURNAL-AVERAGE-COST TO WORK-AVERAGE-COST
               WHEN 'SELL'
                   SUBTRACT JOURNAL-SHARES FROM WORK-SHARES
               WHEN 'CXL'
                   SUBTRACT JOURNAL-SHARES FROM WORK-SHARES
                   MOVE JOURNAL-AVERAGE-COST TO WORK-AVERAGE-COST
               WHEN 'SPLT'
               WHEN 'ADJ'
               WHEN 'TRF'
                   MOVE JOURNAL-SHARES TO WORK-SHARES
                   MOVE JOURNAL-AVERAGE-COST TO WORK-AVERAGE-COST
               WHEN 'ROC'
                   MOVE JOURNAL-AVERAGE-COST TO WORK-AVERAGE-COST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WORK-FOUND-FLAG = 'Y'
               REWRITE WORK-RECORD
           ELSE
               WRITE WORK-RECORD
           END-IF.

       RENAME-HOLDING-RTN.
           *> Move the account's holding from the old symbol to
           *> JOURNAL-NEW-SYMBOL, folding it into anything already
           *> rebuilt under the new symbol.

           MOVE JOURNAL-ACCOUNT TO WORK-ACCOUNT.
           MOVE JOURNAL-STOCK-SYMBOL TO WORK-SYMBOL.
           READ HOLDING-WORK-FILE
               INVALID KEY MOVE 'N' TO WORK-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WORK-FOUND-FLAG
           END-READ.
           IF WORK-FOUND-FLAG = 'Y'
               MOVE WORK-SHARES TO WS-RENAME-SHARES
               MOVE WORK-AVERAGE-COST TO WS-RENAME-COST
               DELETE HOLDING-WORK-FILE RECORD
               MOVE JOURNAL-NEW-SYMBOL TO WORK-SYMBOL
               READ HOLDING-WORK-FILE
                   INVALID KEY MOVE 'N' TO WORK-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO WORK-FOUND-FLAG
               END-READ
               IF WORK-FOUND-FLAG = 'Y'
                   ADD WS-RENAME-SHARES TO WORK-SHARES
                   REWRITE WORK-RECORD
               ELSE
                   MOVE WS-RENAME-SHARES TO WORK-SHARES
                   MOVE WS-RENAME-COST TO WORK-AVERAGE-COST
                   WRITE WORK-RECORD
               END-IF
           END-IF.

       WRITE-REPORT-RTN.
           MOVE WS-AS-OF-DATE TO RT-AS-OF-DATE.
           IF WS-AS-OF-ACCOUNT = SPACES
               MOVE 'ALL' TO RT-ACCOUNT
           ELSE
               MOVE WS-AS-OF-ACCOUNT TO RT-ACCOUNT
           END-IF.
           MOVE WS-TODAY-DATE TO RT-RUN-DATE.
           MOVE REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WORK-EOF.
           MOVE LOW-VALUES TO WORK-KEY.
           START HOLDING-WORK-FILE KEY IS GREATER THAN OR EQUAL
               WORK-KEY
               INVALID KEY MOVE 'Y' TO WORK-EOF
           END-START.
           PERFORM VALUE-ONE-HOLDING-RTN UNTIL WORK-EOF = 'Y'.
           IF WS-BREAK-ACTIVE = 'Y'
               PERFORM WRITE-ACCOUNT-TOTAL-RTN
           END-IF.
           PERFORM WRITE-SUMMARY-RTN.

       VALUE-ONE-HOLDING-RTN.
           READ HOLDING-WORK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WORK-EOF
               NOT AT END
                   *> A position sold out before the date held nothing
                   *> at that close.
                   IF WORK-SHARES > 0
                       PERFORM PRICE-HOLDING-RTN
                   END-IF
           END-READ.

       PRICE-HOLDING-RTN.
           IF WS-BREAK-ACTIVE = 'Y'
               AND WORK-ACCOUNT NOT = WS-BREAK-ACCOUNT
               PERFORM WRITE-ACCOUNT-TOTAL-RTN
           END-IF.
           IF WS-BREAK-ACTIVE NOT = 'Y'
               OR WORK-ACCOUNT NOT = WS-BREAK-ACCOUNT
               MOVE WORK-ACCOUNT TO WS-BREAK-ACCOUNT
               MOVE 'Y' TO WS-BREAK-ACTIVE
               MOVE 0 TO WS-ACCOUNT-VALUE
           END-IF.
           ADD 1 TO WS-HOLDING-COUNT.
           PERFORM READ-STOCK-RTN.
           MOVE WORK-SYMBOL TO WS-LOOKUP-SYMBOL.
           PERFORM FIND-CLOSING-PRICE-RTN.
           IF WS-PRICE-FOUND NOT = 'Y'
               ADD 1 TO WS-EXCEPTION-COUNT
               IF WS-EXCEPTION-MAX < 100
                   ADD 1 TO WS-EXCEPTION-MAX
                   MOVE WORK-ACCOUNT TO EX-ACCOUNT (WS-EXCEPTION-MAX)
                   MOVE WORK-SYMBOL TO EX-SYMBOL (WS-EXCEPTION-MAX)
                   MOVE WORK-SHARES TO EX-SHARES (WS-EXCEPTION-MAX)
                   MOVE WORK-AVERAGE-COST
                       TO EX-COST (WS-EXCEPTION-MAX)
               END-IF
           ELSE
               MOVE SCURRENCY TO WS-LOOKUP-CURRENCY
               PERFORM FIND-DATED-RATE-RTN
               COMPUTE WS-HOME-VALUE ROUNDED =
                   WORK-SHARES * WS-PRICE * WS-FX-RATE
               ADD WS-HOME-VALUE TO WS-ACCOUNT-VALUE WS-TOTAL-VALUE
               PERFORM WRITE-DETAIL-RTN
           END-IF.

       READ-STOCK-RTN.
           *> The master gives the name and pricing currency. A symbol
           *> since delisted is no longer on it - it is still valued
           *> from the history, named by its symbol and taken as CAD.

           MOVE 'N' TO STOCK-FOUND-FLAG.
           IF STOCKS-OPEN = 'Y'
               MOVE WORK-SYMBOL TO SSYMBOL
               READ STOCKS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO STOCK-FOUND-FLAG
               END-READ
           END-IF.
           IF STOCK-FOUND-FLAG NOT = 'Y'
               MOVE WORK-SYMBOL TO SSYMBOL
               MOVE WORK-SYMBOL TO SNAME
               MOVE 0 TO CPRICE SPRICE-DATE
               MOVE SPACES TO SCURRENCY
           END-IF.

       FIND-CLOSING-PRICE-RTN.
           *> The nearest close on or before the as-of date: position
           *> at the symbol's first dated close and keep the last one
           *> read that is not after the date. Before the history began
           *> the master's own close still serves if it was already
           *> true on the date.

           MOVE 'N' TO WS-PRICE-FOUND.
           MOVE 0 TO WS-PRICE WS-PRICE-DATE.
           IF CLOSING-OPEN = 'Y'
               MOVE 'N' TO CLOSING-EOF
               MOVE WS-LOOKUP-SYMBOL TO CLOSING-SYMBOL
               MOVE 0 TO CLOSING-DATE
               START CLOSING-PRICE-FILE KEY IS GREATER THAN OR EQUAL
                   CLOSING-KEY
                   INVALID KEY MOVE 'Y' TO CLOSING-EOF
               END-START
               PERFORM SCAN-CLOSING-PRICE-RTN UNTIL CLOSING-EOF = 'Y'
           END-IF.
           IF WS-PRICE-FOUND NOT = 'Y'
               AND STOCK-FOUND-FLAG = 'Y'
               AND SPRICE-DATE NOT = 0
               AND SPRICE-DATE <= WS-AS-OF-DATE
               MOVE CPRICE TO WS-PRICE
               MOVE SPRICE-DATE TO WS-PRICE-DATE
               MOVE 'Y' TO WS-PRICE-FOUND
           END-IF.

       SCAN-CLOSING-PRICE-RTN.
           READ CLOSING-PRICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO CLOSING-EOF
               NOT AT END
                   IF CLOSING-SYMBOL NOT = WS-LOOKUP-SYMBOL
                       OR CLOSING-DATE > WS-AS-OF-DATE
                       MOVE 'Y' TO CLOSING-EOF
                   ELSE
                       MOVE CLOSING-PRICE TO WS-PRICE
                       MOVE CLOSING-DATE TO WS-PRICE-DATE
                       MOVE 'Y' TO WS-PRICE-FOUND
                   END-IF
           END-READ.

       FIND-DATED-RATE-RTN.
           *> The home currency is always rate 1. Otherwise the nearest
           *> rate on or before the as-of date, the same way as the
           *> price; before the dated rates began, the current rate
           *> still serves if it was already true on the date. With no
           *> rate at all the line is translated at par and flagged,
           *> as FX-RATE-LOOKUP's callers do.

           MOVE 1 TO WS-FX-RATE.
           MOVE 'Y' TO WS-FX-FOUND.
           IF WS-LOOKUP-CURRENCY NOT = SPACES
               AND WS-LOOKUP-CURRENCY NOT = 'CAD'
               MOVE 'N' TO WS-FX-FOUND
               IF DATED-FX-OPEN = 'Y'
                   MOVE 'N' TO DATED-FX-EOF
                   MOVE WS-LOOKUP-CURRENCY TO DATED-FX-CURRENCY
                   MOVE 0 TO DATED-FX-DATE
                   START DATED-FX-FILE KEY IS GREATER THAN OR EQUAL
                       DATED-FX-KEY
                       INVALID KEY MOVE 'Y' TO DATED-FX-EOF
                   END-START
                   PERFORM SCAN-DATED-RATE-RTN
                       UNTIL DATED-FX-EOF = 'Y'
               END-IF
               IF WS-FX-FOUND NOT = 'Y' AND FX-OPEN = 'Y'
                   MOVE WS-LOOKUP-CURRENCY TO FX-CURRENCY
                   READ FX-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF FX-RATE-DATE <= WS-AS-OF-DATE
                               MOVE FX-RATE TO WS-FX-RATE
                               MOVE 'Y' TO WS-FX-FOUND
                           END-IF
                   END-READ
               END-IF
           END-IF.

       SCAN-DATED-RATE-RTN.
           READ DATED-FX-FILE NEXT RECORD
               AT END MOVE 'Y' TO DATED-FX-EOF
               NOT AT END
                   IF DATED-FX-CURRENCY NOT = WS-LOOKUP-CURRENCY
                       OR DATED-FX-DATE > WS-AS-OF-DATE
                       MOVE 'Y' TO DATED-FX-EOF
                   ELSE
                       MOVE DATED-FX-RATE TO WS-FX-RATE
                       MOVE 'Y' TO WS-FX-FOUND
                   END-IF
           END-READ.

       WRITE-DETAIL-RTN.
           MOVE WORK-ACCOUNT TO RD-ACCOUNT.
           MOVE WORK-SYMBOL TO RD-SYMBOL.
           MOVE SNAME TO RD-NAME.
           MOVE WORK-SHARES TO RD-SHARES.
           MOVE WORK-AVERAGE-COST TO RD-COST.
           MOVE WS-PRICE TO RD-PRICE.
           MOVE WS-PRICE-DATE TO RD-PRICE-DATE.
           IF SCURRENCY = SPACES
               MOVE 'CAD' TO RD-CURRENCY
           ELSE
               MOVE SCURRENCY TO RD-CURRENCY
           END-IF.
           MOVE WS-FX-RATE TO RD-RATE.
           MOVE WS-HOME-VALUE TO RD-HOME-VALUE.
           MOVE SPACE TO RD-PRICE-FLAG RD-RATE-FLAG.
           IF WS-PRICE-DATE < WS-AS-OF-DATE
               *> No close on the date itself - a weekend, a holiday,
               *> or a day the vendor file missed the symbol.
               MOVE '*' TO RD-PRICE-FLAG
               ADD 1 TO WS-EARLIER-COUNT
           END-IF.
           IF WS-FX-FOUND NOT = 'Y'
               MOVE '#' TO RD-RATE-FLAG
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.
           MOVE REPORT-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ACCOUNT-TOTAL-RTN.
           MOVE WS-BREAK-ACCOUNT TO AT-ACCOUNT.
           MOVE WS-ACCOUNT-VALUE TO AT-VALUE.
           MOVE ACCOUNT-TOTALS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SUMMARY-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-VALUE TO GT-VALUE.
           MOVE GRAND-TOTALS TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-EXCEPTION-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE EXCEPTION-TITLE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-EXCEPTION-RTN
                   VARYING WS-EXCEPTION-SUB FROM 1 BY 1
                   UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-MAX
           END-IF.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Holdings valued:' TO RS-LABEL.
           COMPUTE RS-COUNT = WS-HOLDING-COUNT - WS-EXCEPTION-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Priced from an earlier close (*):' TO RS-LABEL.
           MOVE WS-EARLIER-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Translated at par, no rate (#):' TO RS-LABEL.
           MOVE WS-NO-RATE-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Holdings with no close on or before:' TO RS-LABEL.
           MOVE WS-EXCEPTION-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-RTN.
           MOVE EX-ACCOUNT (WS-EXCEPTION-SUB) TO EXD-ACCOUNT.
           MOVE EX-SYMBOL (WS-EXCEPTION-SUB) TO EXD-SYMBOL.
           MOVE EX-SHARES (WS-EXCEPTION-SUB) TO EXD-SHARES.
           MOVE EX-COST (WS-EXCEPTION-SUB) TO EXD-COST.
           MOVE EXCEPTION-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE HOLDING-WORK-FILE REPORT-FILE.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           IF CLOSING-OPEN = 'Y'
               CLOSE CLOSING-PRICE-FILE
           END-IF.
           IF DATED-FX-OPEN = 'Y'
               CLOSE DATED-FX-FILE
           END-IF.
           IF FX-OPEN = 'Y'
               CLOSE FX-FILE
           END-IF.
       END PROGRAM AS-OF-VALUATION.
