       IDENTIFICATION DIVISION.
           PROGRAM-ID. TRADE-BLOTTER INITIAL.
           *> End-of-day trade blotter - everything booked today, for
           *> a supervisor to look over before DAILY-CLOSE. Every entry
           *> on today's TXN-JOURNAL file (BUY, SELL, DIV, ROC, DRP,
           *> TRF, CXL, ADJ, SPLT, RNAM and the rest) and every DEP
           *> and WDR posting dated today on CASH-LEDGER.txt is sorted
           *> by account and listed on the dated
           *> TRADE-BLOTTER-yyyymmdd.txt, journal entries in the order
           *> they were booked, then the account's cash movements.
           *> Each entry is valued in its own currency and in home
           *> currency through FX-RATE-LOOKUP; one at or over the
           *> review threshold on BLOTTER-CONTROL.txt, or with no rate
           *> to value it by, is marked for review. Totals by
           *> transaction type and currency close the listing.
           *> The blotter is filed on BLOTTER-SIGNOFFS.dat for
           *> BLOTTER-SIGNOFF, with the counts it covered; a rerun
           *> after entries were booked since the sign-off withdraws
           *> the sign-off, so DAILY-CLOSE waits for a fresh one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CASH-FILE
           ASSIGN TO '../CASH-LEDGER.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-STATUS.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT CONTROL-FILE                    *> Optional review threshold
           ASSIGN TO '../BLOTTER-CONTROL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SIGNOFF-FILE
           ASSIGN TO '../BLOTTER-SIGNOFFS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIGNOFF-DATE
           FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
           ASSIGN TO '../BLOTTER-SORTWORK.tmp'.   *> GnuCOBOL work file for the SORT verb

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD CASH-FILE.
       COPY '../CASH-LEDGER.dat'.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           *> e.g. 00002500000 - entries of $25,000 and over, in home
           *> currency, are marked for review. Zero marks none.
           02 CONTROL-REVIEW-AMOUNT PIC 9(9)V99.

       FD SIGNOFF-FILE.
       COPY '../BLOTTER-SIGNOFF.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(110).

       SD SORT-FILE.
       01 SORT-RECORD.
           02 SORT-ACCOUNT PIC X(5).
           02 SORT-SOURCE PIC 9.                   *> 1 journal, 2 cash ledger
           02 SORT-ORDER PIC 9(6).                 *> Order read from its file
           02 SORT-SEQUENCE PIC 9(6).
           02 SORT-TIME PIC 9(6).
           02 SORT-TYPE PIC X(4).
           02 SORT-SYMBOL PIC X(7).
           02 SORT-SHARES PIC 9(5)V9(3).
           02 SORT-PRICE PIC 9(6)V99.
           02 SORT-CURRENCY PIC X(3).
           02 SORT-VALUE PIC 9(11)V99.             *> Own currency
           02 SORT-HOME-VALUE PIC 9(11)V99.
           02 SORT-RATE-FOUND PIC A.
           02 SORT-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-TIME-NOW PIC 9(8).                    *> HHMMSSss from ACCEPT
       01 WS-REPORT-PATH PIC X(40).
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-JOURNAL-STATUS PIC X(2).              *> '00' only on days a journal exists
       01 WS-CASH-STATUS PIC X(2).
       01 WS-STOCKS-STATUS PIC X(2).
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).              *> '00' only when a control file exists
       01 WS-SIGNOFF-STATUS PIC X(2).
       01 STOCKS-OPEN PIC A VALUE 'N'.
       01 ACCOUNTS-OPEN PIC A VALUE 'N'.
       01 JOURNAL-EOF PIC A.
       01 CASH-EOF PIC A.
       01 SORT-EOF PIC A.
       01 SIGNOFF-FOUND-FLAG PIC A.
       01 WS-REVIEW-AMOUNT PIC 9(9)V99 VALUE 50000.
       01 WS-FX-RATE PIC 9(3)V9(6).                *> Home currency per one unit
       01 WS-FX-FOUND PIC A.
       01 WS-ABS-AMOUNT PIC S9(9)V99.
       01 WS-CURRENT-ACCOUNT PIC X(5).
       01 WS-ACCOUNT-ENTRIES PIC 9(5).
       01 WS-ACCOUNT-FLAGGED PIC 9(5).
       01 WS-JOURNAL-ORDER PIC 9(6) VALUE 0.
       01 WS-CASH-ORDER PIC 9(6) VALUE 0.
       01 WS-JOURNAL-COUNT PIC 9(5) VALUE 0.
       01 WS-CASH-COUNT PIC 9(5) VALUE 0.
       01 WS-ENTRY-COUNT PIC 9(5) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'TRADE-BLOTTER'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 WS-TOTAL-SUB PIC 9(2).
       01 WS-TOTAL-SLOT PIC 9(2).                  *> The entry's slot, 0 if none free
       01 WS-TOTAL-MAX PIC 9(2) VALUE 0.
       01 WS-TOTAL-TABLE.
           *> The day's totals, one slot per transaction type and
           *> currency in the order first met.
           02 WS-TOTAL-ENTRY OCCURS 60 TIMES.
               03 TT-TYPE PIC X(4).
               03 TT-CURRENCY PIC X(3).
               03 TT-COUNT PIC 9(5).
               03 TT-SHARES PIC 9(9)V9(3).
               03 TT-VALUE PIC 9(13)V99.
               03 TT-FLAGGED PIC 9(5).

       01 EQUAL-SIGNS PIC X(110) VALUE ALL '='.
       01 REPORT-TITLE-RECORD.
           02 FILLER PIC X(26) VALUE 'END-OF-DAY TRADE BLOTTER '.
           02 RT-DATE PIC 9(8).
           02 FILLER PIC X(30)
               VALUE '      REVIEW THRESHOLD (CAD) '.
           02 RT-REVIEW-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 REPORT-HEADER.
           02 FILLER PIC X(7) VALUE 'ACCT'.
           02 FILLER PIC X(8) VALUE '   SEQ'.
           02 FILLER PIC X(10) VALUE 'TIME'.
           02 FILLER PIC X(6) VALUE 'TYPE'.
           02 FILLER PIC X(9) VALUE 'SYMBOL'.
           02 FILLER PIC X(12) VALUE '     SHARES'.
           02 FILLER PIC X(12) VALUE '      PRICE'.
           02 FILLER PIC X(5) VALUE 'CCY'.
           02 FILLER PIC X(19) VALUE '             VALUE'.
           02 FILLER PIC X(10) VALUE 'OPERATOR'.
           02 FILLER PIC X(6) VALUE 'REVIEW'.
       01 REPORT-ACCOUNT-RECORD.
           02 FILLER PIC X(8) VALUE 'ACCOUNT '.
           02 RA-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RA-HOLDER-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RA-STATUS PIC X(6).
       01 REPORT-DETAIL-RECORD.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SEQUENCE PIC ZZZZZ9 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TIME PIC 99B99B99 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SYMBOL PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SHARES PIC ZZ,ZZ9.999 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-PRICE PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-CURRENCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-REVIEW PIC X(7).
       01 REPORT-SUBTOTAL-RECORD.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'ENTRIES: '.
           02 RS-ENTRIES PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE '   FOR REVIEW'.
           02 FILLER PIC X(2) VALUE ': '.
           02 RS-FLAGGED PIC ZZZZ9.
       01 TOTALS-TITLE-RECORD.
           02 FILLER PIC X(40)
               VALUE 'TOTALS BY TRANSACTION TYPE AND CURRENCY'.
       01 TOTALS-HEADER.
           02 FILLER PIC X(6) VALUE 'TYPE'.
           02 FILLER PIC X(5) VALUE 'CCY'.
           02 FILLER PIC X(9) VALUE '  ENTRIES'.
           02 FILLER PIC X(18) VALUE '           SHARES'.
           02 FILLER PIC X(22) VALUE '                 VALUE'.
           02 FILLER PIC X(12) VALUE '  FOR REVIEW'.
       01 TOTALS-DETAIL-RECORD.
           02 TD-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TD-CURRENCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TD-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TD-SHARES PIC ZZZ,ZZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TD-VALUE PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TD-FLAGGED PIC ZZ,ZZ9.
       01 SUMMARY-COUNT-RECORD.
           02 SC-LABEL PIC X(32).
           02 SC-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACCOUNT SORT-SOURCE SORT-ORDER
               INPUT PROCEDURE IS SORT-INPUT-RTN
               OUTPUT PROCEDURE IS SORT-OUTPUT-RTN.
           PERFORM WRITE-TOTALS-RTN.
           PERFORM CLOSE-RTN.
           PERFORM FILE-SIGNOFF-RTN.
           MOVE 'ENDED-OK' TO OPS-STATUS.
           MOVE WS-ENTRY-COUNT TO OPS-READ-COUNT.
           MOVE WS-ENTRY-COUNT TO OPS-WRITE-COUNT.
           MOVE WS-FLAGGED-COUNT TO OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           MOVE 0 TO RETURN-CODE.
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
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM DETECT-CONTROL-RTN.
           STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH.
           STRING '../TRADE-BLOTTER-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           OPEN OUTPUT REPORT-FILE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TODAY-DATE TO RT-DATE.
           MOVE WS-REVIEW-AMOUNT TO RT-REVIEW-AMOUNT.
           MOVE REPORT-TITLE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO ACCOUNTS-OPEN
           END-IF.

       DETECT-CONTROL-RTN.
           *> BLOTTER-CONTROL.txt is the same "optional run control
           *> file" idiom the other batch runs use - absent, the house
           *> threshold stands.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CONTROL-REVIEW-AMOUNT IS NUMERIC
                           MOVE CONTROL-REVIEW-AMOUNT
                               TO WS-REVIEW-AMOUNT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       SORT-INPUT-RTN.
           PERFORM RELEASE-JOURNAL-RTN.
           PERFORM RELEASE-CASH-RTN.

       RELEASE-JOURNAL-RTN.
           *> A day with nothing traded has no journal file - the
           *> blotter then lists the day's cash movements alone.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'N' TO JOURNAL-EOF
               PERFORM RELEASE-ONE-ENTRY-RTN UNTIL JOURNAL-EOF = 'Y'
               CLOSE JOURNAL-FILE
           END-IF.

       RELEASE-ONE-ENTRY-RTN.
           *> Shares times price in the security's currency, except a
           *> CONV entry, which carries the amount sold as its price
           *> and the currency sold in place of a symbol.

           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   ADD 1 TO WS-JOURNAL-COUNT
                   ADD 1 TO WS-JOURNAL-ORDER
                   MOVE JOURNAL-ACCOUNT TO SORT-ACCOUNT
                   MOVE 1 TO SORT-SOURCE
                   MOVE WS-JOURNAL-ORDER TO SORT-ORDER
                   MOVE JOURNAL-SEQUENCE TO SORT-SEQUENCE
                   MOVE JOURNAL-TIME TO SORT-TIME
                   MOVE JOURNAL-TRANSACTION-TYPE TO SORT-TYPE
                   MOVE JOURNAL-STOCK-SYMBOL TO SORT-SYMBOL
                   MOVE JOURNAL-SHARES TO SORT-SHARES
                   MOVE JOURNAL-PRICE TO SORT-PRICE
                   MOVE JOURNAL-OPERATOR-ID TO SORT-OPERATOR
                   IF JOURNAL-TRANSACTION-TYPE = 'CONV'
                       MOVE JOURNAL-STOCK-SYMBOL (1:3) TO SORT-CURRENCY
                       MOVE JOURNAL-PRICE TO SORT-VALUE
                   ELSE
                       MOVE SPACES TO SCURRENCY
                       IF STOCKS-OPEN = 'Y'
                           MOVE JOURNAL-STOCK-SYMBOL TO SSYMBOL
                           READ STOCKS-FILE
                               INVALID KEY MOVE SPACES TO SCURRENCY
                           END-READ
                       END-IF
                       MOVE SCURRENCY TO SORT-CURRENCY
                       COMPUTE SORT-VALUE ROUNDED =
                           JOURNAL-SHARES * JOURNAL-PRICE
                   END-IF
                   PERFORM VALUE-AT-HOME-RTN
                   RELEASE SORT-RECORD
           END-READ.

       RELEASE-CASH-RTN.
           OPEN INPUT CASH-FILE.
           IF WS-CASH-STATUS = '00'
               MOVE 'N' TO CASH-EOF
               PERFORM RELEASE-ONE-POSTING-RTN UNTIL CASH-EOF = 'Y'
               CLOSE CASH-FILE
           END-IF.

       RELEASE-ONE-POSTING-RTN.
           READ CASH-FILE
               AT END MOVE 'Y' TO CASH-EOF
               NOT AT END
                   IF (CASH-POST-TYPE = 'DEP' OR CASH-POST-TYPE = 'WDR')
                       AND CASH-POST-DATE = WS-TODAY-DATE
                       ADD 1 TO WS-CASH-COUNT
                       ADD 1 TO WS-CASH-ORDER
                       MOVE CASH-POST-AMOUNT TO WS-ABS-AMOUNT
                       IF WS-ABS-AMOUNT < 0
                           COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
                       END-IF
                       MOVE CASH-POST-ACCOUNT TO SORT-ACCOUNT
                       MOVE 2 TO SORT-SOURCE
                       MOVE WS-CASH-ORDER TO SORT-ORDER
                       MOVE 0 TO SORT-SEQUENCE SORT-TIME
                       MOVE CASH-POST-TYPE TO SORT-TYPE
                       MOVE SPACES TO SORT-SYMBOL SORT-OPERATOR
                       MOVE 0 TO SORT-SHARES SORT-PRICE
                       MOVE CASH-POST-CURRENCY TO SORT-CURRENCY
                       MOVE WS-ABS-AMOUNT TO SORT-VALUE
                       PERFORM VALUE-AT-HOME-RTN
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       VALUE-AT-HOME-RTN.
           *> Blank currency is home currency, as on the ledger rows
           *> and the stocks written before the currency column.

           IF SORT-CURRENCY = SPACES
               MOVE 'CAD' TO SORT-CURRENCY
           END-IF.
           CALL 'FX-RATE-LOOKUP' USING SORT-CURRENCY WS-FX-RATE
               WS-FX-FOUND.
           MOVE WS-FX-FOUND TO SORT-RATE-FOUND.
           COMPUTE SORT-HOME-VALUE ROUNDED = SORT-VALUE * WS-FX-RATE.

       SORT-OUTPUT-RTN.
           MOVE 'N' TO SORT-EOF.
           MOVE SPACES TO WS-CURRENT-ACCOUNT.
           PERFORM SORT-OUTPUT-RETURN-RTN UNTIL SORT-EOF = 'Y'.
           IF WS-CURRENT-ACCOUNT NOT = SPACES
               PERFORM END-ACCOUNT-RTN
           END-IF.

       SORT-OUTPUT-RETURN-RTN.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
               NOT AT END
                   IF SORT-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                       IF WS-CURRENT-ACCOUNT NOT = SPACES
                           PERFORM END-ACCOUNT-RTN
                       END-IF
                       MOVE SORT-ACCOUNT TO WS-CURRENT-ACCOUNT
                       PERFORM START-ACCOUNT-RTN
                   END-IF
                   PERFORM LIST-ENTRY-RTN
           END-RETURN.

       START-ACCOUNT-RTN.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE 0 TO WS-ACCOUNT-ENTRIES WS-ACCOUNT-FLAGGED.
           MOVE WS-CURRENT-ACCOUNT TO RA-ACCOUNT.
           MOVE SPACES TO RA-HOLDER-NAME RA-STATUS.
           IF ACCOUNTS-OPEN = 'Y'
               MOVE WS-CURRENT-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY
                       MOVE '** Not on ACCOUNTS.dat **'
                           TO RA-HOLDER-NAME
                   NOT INVALID KEY
                       MOVE ACCOUNT-HOLDER-NAME TO RA-HOLDER-NAME
                       MOVE ACCOUNT-STATUS TO RA-STATUS
               END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-ACCOUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       LIST-ENTRY-RTN.
           *> One blotter line, marked when it needs a closer look.

           ADD 1 TO WS-ENTRY-COUNT.
           ADD 1 TO WS-ACCOUNT-ENTRIES.
           MOVE SPACES TO RD-REVIEW.
           IF SORT-RATE-FOUND = 'N'
               MOVE 'NO RATE' TO RD-REVIEW
           ELSE
               IF WS-REVIEW-AMOUNT > 0
                   AND SORT-HOME-VALUE >= WS-REVIEW-AMOUNT
                   MOVE '*REVIEW' TO RD-REVIEW
               END-IF
           END-IF.
           IF RD-REVIEW NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-ACCOUNT-FLAGGED
           END-IF.
           MOVE SORT-ACCOUNT TO RD-ACCOUNT.
           MOVE SORT-SEQUENCE TO RD-SEQUENCE.
           MOVE SORT-TIME TO RD-TIME.
           MOVE SORT-TYPE TO RD-TYPE.
           MOVE SORT-SYMBOL TO RD-SYMBOL.
           MOVE SORT-SHARES TO RD-SHARES.
           MOVE SORT-PRICE TO RD-PRICE.
           MOVE SORT-CURRENCY TO RD-CURRENCY.
           MOVE SORT-VALUE TO RD-VALUE.
           MOVE SORT-OPERATOR TO RD-OPERATOR.
           MOVE REPORT-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM ADD-TO-TOTALS-RTN.

       END-ACCOUNT-RTN.
           MOVE WS-ACCOUNT-ENTRIES TO RS-ENTRIES.
           MOVE WS-ACCOUNT-FLAGGED TO RS-FLAGGED.
           MOVE REPORT-SUBTOTAL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       ADD-TO-TOTALS-RTN.
           *> Each type and currency keeps the slot it first took;
           *> with every slot taken, the entry still counts in the
           *> day's overall counts below.

           MOVE 0 TO WS-TOTAL-SLOT.
           PERFORM FIND-TOTAL-RTN VARYING WS-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-TOTAL-SUB > WS-TOTAL-MAX
               OR WS-TOTAL-SLOT NOT = 0.
           IF WS-TOTAL-SLOT = 0 AND WS-TOTAL-MAX < 60
               ADD 1 TO WS-TOTAL-MAX
               MOVE WS-TOTAL-MAX TO WS-TOTAL-SLOT
               MOVE SORT-TYPE TO TT-TYPE (WS-TOTAL-SLOT)
               MOVE SORT-CURRENCY TO TT-CURRENCY (WS-TOTAL-SLOT)
               MOVE 0 TO TT-COUNT (WS-TOTAL-SLOT)
                   TT-SHARES (WS-TOTAL-SLOT)
                   TT-VALUE (WS-TOTAL-SLOT)
                   TT-FLAGGED (WS-TOTAL-SLOT)
           END-IF.
           IF WS-TOTAL-SLOT NOT = 0
               ADD 1 TO TT-COUNT (WS-TOTAL-SLOT)
               ADD SORT-SHARES TO TT-SHARES (WS-TOTAL-SLOT)
               ADD SORT-VALUE TO TT-VALUE (WS-TOTAL-SLOT)
               IF RD-REVIEW NOT = SPACES
                   ADD 1 TO TT-FLAGGED (WS-TOTAL-SLOT)
               END-IF
           END-IF.

       FIND-TOTAL-RTN.
           IF TT-TYPE (WS-TOTAL-SUB) = SORT-TYPE
               AND TT-CURRENCY (WS-TOTAL-SUB) = SORT-CURRENCY
               MOVE WS-TOTAL-SUB TO WS-TOTAL-SLOT
           END-IF.

       WRITE-TOTALS-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTALS-TITLE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTALS-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-TOTAL-RTN VARYING WS-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-TOTAL-SUB > WS-TOTAL-MAX.

       WRITE-ONE-TOTAL-RTN.
           MOVE TT-TYPE (WS-TOTAL-SUB) TO TD-TYPE.
           MOVE TT-CURRENCY (WS-TOTAL-SUB) TO TD-CURRENCY.
           MOVE TT-COUNT (WS-TOTAL-SUB) TO TD-COUNT.
           MOVE TT-SHARES (WS-TOTAL-SUB) TO TD-SHARES.
           MOVE TT-VALUE (WS-TOTAL-SUB) TO TD-VALUE.
           MOVE TT-FLAGGED (WS-TOTAL-SUB) TO TD-FLAGGED.
           MOVE TOTALS-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Journal entries listed: ' TO SC-LABEL.
           MOVE WS-JOURNAL-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Deposits and withdrawals listed: ' TO SC-LABEL.
           MOVE WS-CASH-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Accounts with activity: ' TO SC-LABEL.
           MOVE WS-ACCOUNT-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Entries marked for review: ' TO SC-LABEL.
           MOVE WS-FLAGGED-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Reviewed by: ________    Date: ________'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           IF ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.
           DISPLAY 'TRADE-BLOTTER: ENTRIES LISTED: ' WS-ENTRY-COUNT
               ' FOR REVIEW: ' WS-FLAGGED-COUNT.

       FILE-SIGNOFF-RTN.
           *> File today's blotter for sign-off. A sign-off already
           *> given stands only while the blotter still covers
           *> everything booked; an override stands as given.

           OPEN I-O SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS = '35'
               *> Create BLOTTER-SIGNOFFS.dat on first use, the same
               *> way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.
               OPEN OUTPUT SIGNOFF-FILE
               CLOSE SIGNOFF-FILE
               OPEN I-O SIGNOFF-FILE
           END-IF.
           IF WS-SIGNOFF-STATUS NOT = '00'
               DISPLAY 'TRADE-BLOTTER: BLOTTER-SIGNOFFS.dat cannot be '
                   'opened (status ' WS-SIGNOFF-STATUS
                   ') - blotter not filed for sign-off'
           ELSE
               MOVE 'Y' TO SIGNOFF-FOUND-FLAG
               MOVE WS-TODAY-DATE TO SIGNOFF-DATE
               READ SIGNOFF-FILE
                   INVALID KEY MOVE 'N' TO SIGNOFF-FOUND-FLAG
               END-READ
               IF SIGNOFF-FOUND-FLAG = 'N'
                   MOVE WS-TODAY-DATE TO SIGNOFF-DATE
                   PERFORM MARK-BUILT-RTN
                   WRITE BLOTTER-SIGNOFF-RECORD
               ELSE
                   EVALUATE SIGNOFF-STATUS
                       WHEN 'OVERRIDE'
                           DISPLAY 'TRADE-BLOTTER: DAY ALREADY '
                               'RELEASED ON OVERRIDE BY '
                               SIGNOFF-REVIEWER
                       WHEN 'SIGNED'
                           IF SIGNOFF-JOURNAL-COUNT NOT =
                                   WS-JOURNAL-COUNT
                               OR SIGNOFF-CASH-COUNT NOT =
                                   WS-CASH-COUNT
                               DISPLAY 'TRADE-BLOTTER: ENTRIES BOOKED '
                                   'SINCE SIGN-OFF BY '
                                   SIGNOFF-REVIEWER
                                   ' - SIGN-OFF WITHDRAWN'
                               PERFORM MARK-BUILT-RTN
                               REWRITE BLOTTER-SIGNOFF-RECORD
                           END-IF
                       WHEN OTHER
                           PERFORM MARK-BUILT-RTN
                           REWRITE BLOTTER-SIGNOFF-RECORD
                   END-EVALUATE
               END-IF
               CLOSE SIGNOFF-FILE
           END-IF.

       MARK-BUILT-RTN.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE 'BUILT' TO SIGNOFF-STATUS.
           COMPUTE SIGNOFF-BUILT-TIME = WS-TIME-NOW / 100.
           MOVE WS-JOURNAL-COUNT TO SIGNOFF-JOURNAL-COUNT.
           MOVE WS-CASH-COUNT TO SIGNOFF-CASH-COUNT.
           MOVE WS-FLAGGED-COUNT TO SIGNOFF-FLAGGED-COUNT.
           MOVE SPACES TO SIGNOFF-REVIEWER SIGNOFF-REASON.
           MOVE 0 TO SIGNOFF-REVIEW-DATE SIGNOFF-REVIEW-TIME.
       END PROGRAM TRADE-BLOTTER.
