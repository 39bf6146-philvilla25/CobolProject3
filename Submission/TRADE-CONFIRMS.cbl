       IDENTIFICATION DIVISION.
           PROGRAM-ID. TRADE-CONFIRMS INITIAL.
           *> Nightly trade confirmations: every BUY, SELL and DRP
           *> entry on the day's transaction journal gets its own
           *> confirmation document for the client - holder, security,
           *> shares, price, commission, net amount, currency, trade
           *> date and settlement date - instead of waiting for the
           *> monthly CLIENT-STATEMENT. A CXL from TRADE-CORRECTION gets
           *> a cancel notice naming the confirmation of the buy it
           *> reverses, and an ADJ from PORTFOLIO-REPAIR a correction
           *> notice giving the holding as corrected.
           *>
           *> A confirmation is numbered by its journal day and the
           *> entry's position in that day's journal, so the number
           *> leads straight back to the entry it confirms. The days
           *> come from TXN-JOURNAL-INDEX.txt. CONFIRM-CONTROL.txt
           *> remembers the last day confirmed and how many of its
           *> entries were already seen, so a rerun - or a run after
           *> trades keyed late - confirms only what is new, and a
           *> night the chain did not run is caught up on the next. A
           *> register of every confirmation sent is appended to
           *> CONFIRM-REGISTER-yyyymmdd.txt for operations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OLD-JOURNAL-FILE
           ASSIGN TO WS-OLD-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-JOURNAL-STATUS.

           SELECT JOURNAL-INDEX-FILE              *> Register of journal days
           ASSIGN TO '../TXN-JOURNAL-INDEX.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

           SELECT CONTROL-FILE                    *> Last day confirmed
           ASSIGN TO '../CONFIRM-CONTROL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CONFIRM-FILE
           ASSIGN TO WS-CONFIRM-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE
           ASSIGN TO WS-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD OLD-JOURNAL-FILE.
       01 OLD-JOURNAL-RECORD.
           *> Same layout as the journal, under its own FD so an
           *> earlier day can be searched for the trade a CXL reverses
           *> while tonight's day is open - the two-FD idiom
           *> TRADE-CORRECTION uses.
           02 OJ-DATE PIC 9(8).
           02 OJ-ACCOUNT PIC X(5).
           02 OJ-STOCK-SYMBOL PIC X(7).
           02 OJ-TRANSACTION-TYPE PIC X(4).
           02 OJ-SHARES PIC 9(5)V9(3).
           02 OJ-PRICE PIC 9(6)V99.
           02 OJ-AVERAGE-COST PIC 9(6)V99.
           02 OJ-COMMISSION PIC 9(4)V99.
           02 OJ-NEW-SYMBOL PIC X(7).
           02 OJ-OPERATOR-ID PIC X(8).
           02 OJ-SEQUENCE PIC 9(6).
           02 OJ-TIME PIC 9(6).

       FD JOURNAL-INDEX-FILE.
       COPY '../TXN-JOURNAL-INDEX.dat'.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           02 CONTROL-DATE PIC 9(8).               *> Last journal day confirmed
           02 CONTROL-ENTRIES PIC 9(5).            *> Entries of it already seen

       FD CONFIRM-FILE.
       01 CONFIRM-LINE PIC X(80).

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-OLD-JOURNAL-PATH PIC X(40).
       01 WS-CONFIRM-PATH PIC X(40).
       01 WS-REGISTER-PATH PIC X(40).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-OLD-JOURNAL-STATUS PIC X(2).
       01 WS-INDEX-STATUS PIC X(2).                *> '00' once any journal day exists
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 WS-STOCKS-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).              *> '35' before the first run
       01 WS-REGISTER-STATUS PIC X(2).
       01 ACCOUNTS-OPEN PIC A VALUE 'N'.
       01 STOCKS-OPEN PIC A VALUE 'N'.
       01 INDEX-EOF PIC A.
       01 JOURNAL-EOF PIC A.
       01 OLD-JOURNAL-EOF PIC A.
       01 HOLDER-FOUND-FLAG PIC A.
       01 ORIGINAL-FOUND-FLAG PIC A.
       01 WS-LAST-DATE PIC 9(8).                   *> From the control file
       01 WS-LAST-ENTRIES PIC 9(5).
       01 WS-NEW-LAST-DATE PIC 9(8).
       01 WS-NEW-LAST-ENTRIES PIC 9(5).
       01 WS-DAY-DATE PIC 9(8).                    *> Journal day being confirmed
       01 WS-ENTRY-NUMBER PIC 9(5).                *> Position in the day's journal
       01 WS-INDEX-YEAR PIC 9(4).
       01 WS-INDEX-MMDD PIC 9(4).
       01 WS-DAY-SUB PIC 9(4).
       01 WS-DAY-MAX PIC 9(4).
       01 WS-DAY-TABLE.
           *> The journal days on the index, loaded once so the day
           *> being confirmed and the search for a cancelled trade's
           *> original can both walk them.
           02 WS-DAY-ENTRY OCCURS 3000 TIMES.
               03 WS-INDEX-DAY PIC 9(8).
       01 WS-SEARCH-SUB PIC 9(4).
       01 WS-SEARCH-COUNT PIC 9(5).                *> Entries of a date seen so far
       01 WS-SEARCH-DATE PIC 9(8).
       01 WS-ORIGINAL-DATE PIC 9(8).
       01 WS-ORIGINAL-NUMBER PIC 9(5).
       01 WS-HOLDER-NAME PIC X(25).
       01 WS-SECURITY-NAME PIC X(25).
       01 WS-CURRENCY PIC X(3).
       01 WS-SETTLE-DATE PIC 9(8).
       01 WS-GROSS-AMOUNT PIC 9(9)V99.
       01 WS-NET-AMOUNT PIC 9(9)V99.
       01 WS-ACTION-TEXT PIC X(30).
       01 WS-NET-TEXT PIC X(30).
       01 WS-REGISTER-NOTE PIC X(24).
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-CONFIRM-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'TRADE-CONFIRMS'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 WS-CONFIRM-NUMBER.
           02 CN-DATE PIC 9(8).
           02 FILLER PIC X VALUE '-'.
           02 CN-ENTRY PIC 9(5).
       01 WS-ORIGINAL-CONFIRM.
           02 OC-DATE PIC 9(8).
           02 FILLER PIC X VALUE '-'.
           02 OC-ENTRY PIC 9(5).

       01 EQUAL-SIGNS PIC X(78) VALUE ALL '='.
       01 CONFIRM-TITLE-RECORD.
           02 CT-TITLE PIC X(40).
           02 FILLER PIC X(12) VALUE 'Confirm No: '.
           02 CT-NUMBER PIC X(14).
       01 CONFIRM-TEXT-RECORD.
           02 CX-LABEL PIC X(20).
           02 CX-TEXT PIC X(58).
       01 CONFIRM-AMOUNT-RECORD.
           02 CA-LABEL PIC X(20).
           02 CA-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 CA-CURRENCY PIC X(3).
       01 CONFIRM-SHARES-RECORD.
           02 CS-LABEL PIC X(20).
           02 CS-SHARES PIC ZZ,ZZ9.999.
       01 CONFIRM-DATE-RECORD.
           02 CD-LABEL PIC X(20).
           02 CD-DATE PIC 9999/99/99.

       01 REGISTER-TITLE-RECORD.
           02 FILLER PIC X(34) VALUE 'TRADE CONFIRMATION REGISTER FOR '.
           02 RT-DATE PIC 9(8).
       01 REGISTER-HEADER.
           02 FILLER PIC X(16) VALUE 'CONFIRM NO'.
           02 FILLER PIC X(6) VALUE 'TYPE'.
           02 FILLER PIC X(7) VALUE 'ACCT'.
           02 FILLER PIC X(9) VALUE 'SYMBOL'.
           02 FILLER PIC X(12) VALUE '    SHARES'.
           02 FILLER PIC X(19) VALUE '       NET AMOUNT'.
           02 FILLER PIC X(10) VALUE 'SETTLES'.
           02 FILLER PIC X(20) VALUE 'NOTE'.
       01 REGISTER-DETAIL-RECORD.
           02 RD-NUMBER PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SYMBOL PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SHARES PIC ZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-NET PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 RD-CURRENCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SETTLE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-NOTE PIC X(24).
       01 REGISTER-COUNT-RECORD.
           02 RC-LABEL PIC X(32).
           02 RC-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           PERFORM CONFIRM-ONE-DAY-RTN
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-MAX.
           PERFORM CLOSE-RTN.
           MOVE 'ENDED-OK' TO OPS-STATUS.
           MOVE WS-READ-COUNT TO OPS-READ-COUNT.
           COMPUTE OPS-WRITE-COUNT = WS-CONFIRM-COUNT + WS-NOTICE-COUNT.
           MOVE WS-EXCEPTION-COUNT TO OPS-REJECT-COUNT.
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
           PERFORM READ-CONTROL-RTN.
           PERFORM LOAD-INDEX-RTN.
           STRING '../CONFIRM-REGISTER-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = '35'
               *> First run today - a rerun adds to the same register.
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           MOVE EQUAL-SIGNS TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-TODAY-DATE TO RT-DATE.
           MOVE REGISTER-TITLE-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE REGISTER-HEADER TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE EQUAL-SIGNS TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO ACCOUNTS-OPEN
           END-IF.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.

       READ-CONTROL-RTN.
           *> With no control file yet, confirmations start with today -
           *> history from before the run existed is not confirmed.

           MOVE WS-TODAY-DATE TO WS-LAST-DATE.
           MOVE 0 TO WS-LAST-ENTRIES.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CONTROL-DATE IS NUMERIC
                           AND CONTROL-ENTRIES IS NUMERIC
                           MOVE CONTROL-DATE TO WS-LAST-DATE
                           MOVE CONTROL-ENTRIES TO WS-LAST-ENTRIES
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           MOVE WS-LAST-DATE TO WS-NEW-LAST-DATE.
           MOVE WS-LAST-ENTRIES TO WS-NEW-LAST-ENTRIES.

       LOAD-INDEX-RTN.
           MOVE 0 TO WS-DAY-MAX.
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
               PERFORM LOAD-ONE-INDEX-DAY-RTN UNTIL INDEX-EOF = 'Y'
               CLOSE JOURNAL-INDEX-FILE
           END-IF.

       LOAD-ONE-INDEX-DAY-RTN.
           READ JOURNAL-INDEX-FILE
               AT END MOVE 'Y' TO INDEX-EOF
               NOT AT END
                   IF WS-DAY-MAX < 3000
                       ADD 1 TO WS-DAY-MAX
                       MOVE JOURNAL-INDEX-DATE
                           TO WS-INDEX-DAY (WS-DAY-MAX)
                   END-IF
           END-READ.

       CONFIRM-ONE-DAY-RTN.
           *> Only single days from the last one confirmed up to today;
           *> a consolidated yyyy0000 year file is history long since
           *> confirmed.

           MOVE WS-INDEX-DAY (WS-DAY-SUB) TO WS-DAY-DATE.
           COMPUTE WS-INDEX-YEAR = WS-DAY-DATE / 10000.
           COMPUTE WS-INDEX-MMDD = WS-DAY-DATE - WS-INDEX-YEAR * 10000.
           IF WS-INDEX-MMDD NOT = 0
               AND WS-DAY-DATE >= WS-LAST-DATE
               AND WS-DAY-DATE <= WS-TODAY-DATE
               STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                       WS-DAY-DATE DELIMITED BY SIZE
                       '.txt' DELIMITED BY SIZE
                   INTO WS-JOURNAL-PATH
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS = '00'
                   MOVE 0 TO WS-ENTRY-NUMBER
                   MOVE 'N' TO JOURNAL-EOF
                   PERFORM CONFIRM-ONE-ENTRY-RTN UNTIL JOURNAL-EOF = 'Y'
                   CLOSE JOURNAL-FILE
                   IF WS-DAY-DATE >= WS-NEW-LAST-DATE
                       MOVE WS-DAY-DATE TO WS-NEW-LAST-DATE
                       MOVE WS-ENTRY-NUMBER TO WS-NEW-LAST-ENTRIES
                   END-IF
               END-IF
           END-IF.

       CONFIRM-ONE-ENTRY-RTN.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   ADD 1 TO WS-ENTRY-NUMBER
                   IF WS-DAY-DATE NOT = WS-LAST-DATE
                       OR WS-ENTRY-NUMBER > WS-LAST-ENTRIES
                       ADD 1 TO WS-READ-COUNT
                       EVALUATE JOURNAL-TRANSACTION-TYPE
                           WHEN 'BUY'
                           WHEN 'SELL'
                           WHEN 'DRP'
                               PERFORM WRITE-CONFIRMATION-RTN
                           WHEN 'CXL'
                               PERFORM WRITE-CANCEL-NOTICE-RTN
                           WHEN 'ADJ'
                               PERFORM WRITE-CORRECTION-NOTICE-RTN
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       PREPARE-DOCUMENT-RTN.
           *> Everything a confirmation or notice shares: its number,
           *> file, holder, security and currency.

           MOVE WS-DAY-DATE TO CN-DATE.
           MOVE WS-ENTRY-NUMBER TO CN-ENTRY.
           MOVE SPACES TO WS-CONFIRM-PATH.
           STRING '../CONFIRM-' DELIMITED BY SIZE
                   WS-CONFIRM-NUMBER DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-CONFIRM-PATH.
           MOVE SPACES TO WS-REGISTER-NOTE.
           MOVE 'N' TO HOLDER-FOUND-FLAG.
           IF ACCOUNTS-OPEN = 'Y'
               MOVE JOURNAL-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO HOLDER-FOUND-FLAG
               END-READ
           END-IF.
           IF HOLDER-FOUND-FLAG = 'Y'
               MOVE ACCOUNT-HOLDER-NAME TO WS-HOLDER-NAME
           ELSE
               MOVE 'NOT ON ACCOUNT MASTER' TO WS-HOLDER-NAME
               MOVE 'NO ACCOUNT - HOLD' TO WS-REGISTER-NOTE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           MOVE SPACES TO WS-SECURITY-NAME WS-CURRENCY.
           MOVE JOURNAL-STOCK-SYMBOL TO SSYMBOL.
           IF STOCKS-OPEN = 'Y'
               READ STOCKS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SNAME TO WS-SECURITY-NAME
                       MOVE SCURRENCY TO WS-CURRENCY
               END-READ
           END-IF.
           IF WS-CURRENCY = SPACES
               MOVE 'CAD' TO WS-CURRENCY
           END-IF.
           COMPUTE WS-GROSS-AMOUNT = JOURNAL-SHARES * JOURNAL-PRICE.
           OPEN OUTPUT CONFIRM-FILE.

       WRITE-CONFIRMATION-RTN.
           *> A buy costs the gross plus commission and a sale pays the
           *> gross less it, both settling the next trading day. A DRIP
           *> purchase is paid for by the dividend itself on the pay
           *> date, with no commission.

           PERFORM PREPARE-DOCUMENT-RTN.
           EVALUATE JOURNAL-TRANSACTION-TYPE
               WHEN 'BUY'
                   MOVE 'We have BOUGHT for your account'
                       TO WS-ACTION-TEXT
                   MOVE 'Net amount debited:' TO WS-NET-TEXT
                   COMPUTE WS-NET-AMOUNT =
                       WS-GROSS-AMOUNT + JOURNAL-COMMISSION
                   CALL 'NEXT-TRADING-DAY' USING JOURNAL-DATE
                       WS-SETTLE-DATE
               WHEN 'SELL'
                   MOVE 'We have SOLD for your account'
                       TO WS-ACTION-TEXT
                   MOVE 'Net amount credited:' TO WS-NET-TEXT
                   IF WS-GROSS-AMOUNT > JOURNAL-COMMISSION
                       COMPUTE WS-NET-AMOUNT =
                           WS-GROSS-AMOUNT - JOURNAL-COMMISSION
                   ELSE
                       MOVE 0 TO WS-NET-AMOUNT
                   END-IF
                   CALL 'NEXT-TRADING-DAY' USING JOURNAL-DATE
                       WS-SETTLE-DATE
               WHEN OTHER
                   MOVE 'Dividend REINVESTED for you in'
                       TO WS-ACTION-TEXT
                   MOVE 'Dividend reinvested:' TO WS-NET-TEXT
                   COMPUTE WS-NET-AMOUNT =
                       WS-GROSS-AMOUNT + JOURNAL-COMMISSION
                   MOVE JOURNAL-DATE TO WS-SETTLE-DATE
           END-EVALUATE.
           MOVE 'TRADE CONFIRMATION' TO CT-TITLE.
           PERFORM WRITE-DOCUMENT-HEAD-RTN.
           PERFORM WRITE-TRADE-FIGURES-RTN.
           MOVE WS-NET-TEXT TO CA-LABEL.
           MOVE WS-NET-AMOUNT TO CA-AMOUNT.
           MOVE WS-CURRENCY TO CA-CURRENCY.
           MOVE CONFIRM-AMOUNT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           PERFORM WRITE-DOCUMENT-DATES-RTN.
           PERFORM WRITE-DOCUMENT-FOOT-RTN.
           ADD 1 TO WS-CONFIRM-COUNT.
           PERFORM WRITE-REGISTER-RTN.

       WRITE-CANCEL-NOTICE-RTN.
           *> TRADE-CORRECTION journals the reversal on the day it is
           *> keyed, carrying the buy's own shares, price and
           *> commission; the notice names the buy's confirmation so the
           *> client can match the two. The refund settles like a sale.

           PERFORM PREPARE-DOCUMENT-RTN.
           PERFORM FIND-ORIGINAL-RTN.
           COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT + JOURNAL-COMMISSION.
           CALL 'NEXT-TRADING-DAY' USING JOURNAL-DATE WS-SETTLE-DATE.
           MOVE 'CANCEL/CORRECT NOTICE' TO CT-TITLE.
           MOVE 'We have CANCELLED the purchase' TO WS-ACTION-TEXT.
           PERFORM WRITE-DOCUMENT-HEAD-RTN.
           MOVE 'Cancels confirm:' TO CX-LABEL.
           IF ORIGINAL-FOUND-FLAG = 'Y'
               MOVE WS-ORIGINAL-DATE TO OC-DATE
               MOVE WS-ORIGINAL-NUMBER TO OC-ENTRY
               MOVE WS-ORIGINAL-CONFIRM TO CX-TEXT
           ELSE
               MOVE 'Original trade not found on the journal'
                   TO CX-TEXT
               MOVE 'NO ORIGINAL FOUND' TO WS-REGISTER-NOTE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           MOVE CONFIRM-TEXT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           IF ORIGINAL-FOUND-FLAG = 'Y'
               MOVE 'Original trade date:' TO CD-LABEL
               MOVE WS-ORIGINAL-DATE TO CD-DATE
               MOVE CONFIRM-DATE-RECORD TO CONFIRM-LINE
               WRITE CONFIRM-LINE
               IF WS-REGISTER-NOTE = SPACES
                   MOVE 'CANCELS' TO WS-REGISTER-NOTE
                   MOVE WS-ORIGINAL-CONFIRM TO WS-REGISTER-NOTE (9:14)
               END-IF
           END-IF.
           PERFORM WRITE-TRADE-FIGURES-RTN.
           MOVE 'Amount refunded:' TO CA-LABEL.
           MOVE WS-NET-AMOUNT TO CA-AMOUNT.
           MOVE WS-CURRENCY TO CA-CURRENCY.
           MOVE CONFIRM-AMOUNT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           PERFORM WRITE-DOCUMENT-DATES-RTN.
           PERFORM WRITE-DOCUMENT-FOOT-RTN.
           ADD 1 TO WS-NOTICE-COUNT.
           PERFORM WRITE-REGISTER-RTN.

       WRITE-CORRECTION-NOTICE-RTN.
           *> A PORTFOLIO-REPAIR entry carries the holding's corrected
           *> shares and average cost rather than a trade - there is no
           *> money and no original trade to cite.

           PERFORM PREPARE-DOCUMENT-RTN.
           MOVE 0 TO WS-NET-AMOUNT.
           MOVE JOURNAL-DATE TO WS-SETTLE-DATE.
           MOVE 'POSITION CORRECTION NOTICE' TO CT-TITLE.
           MOVE 'We have CORRECTED your holding' TO WS-ACTION-TEXT.
           PERFORM WRITE-DOCUMENT-HEAD-RTN.
           MOVE 'Corrected shares:' TO CS-LABEL.
           MOVE JOURNAL-SHARES TO CS-SHARES.
           MOVE CONFIRM-SHARES-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Average cost:' TO CA-LABEL.
           MOVE JOURNAL-AVERAGE-COST TO CA-AMOUNT.
           MOVE WS-CURRENCY TO CA-CURRENCY.
           MOVE CONFIRM-AMOUNT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Correction date:' TO CD-LABEL.
           MOVE JOURNAL-DATE TO CD-DATE.
           MOVE CONFIRM-DATE-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           PERFORM WRITE-DOCUMENT-FOOT-RTN.
           IF WS-REGISTER-NOTE = SPACES
               MOVE 'POSITION CORRECTED' TO WS-REGISTER-NOTE
           END-IF.
           ADD 1 TO WS-NOTICE-COUNT.
           PERFORM WRITE-REGISTER-RTN.

       WRITE-DOCUMENT-HEAD-RTN.
           MOVE EQUAL-SIGNS TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE WS-CONFIRM-NUMBER TO CT-NUMBER.
           MOVE CONFIRM-TITLE-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE EQUAL-SIGNS TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Account:' TO CX-LABEL.
           MOVE JOURNAL-ACCOUNT TO CX-TEXT.
           MOVE CONFIRM-TEXT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Account holder:' TO CX-LABEL.
           MOVE WS-HOLDER-NAME TO CX-TEXT.
           MOVE CONFIRM-TEXT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE SPACES TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE WS-ACTION-TEXT TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Security:' TO CX-LABEL.
           MOVE SPACES TO CX-TEXT.
           STRING JOURNAL-STOCK-SYMBOL DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-SECURITY-NAME DELIMITED BY SIZE
               INTO CX-TEXT.
           MOVE CONFIRM-TEXT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.

       WRITE-TRADE-FIGURES-RTN.
           MOVE 'Shares:' TO CS-LABEL.
           MOVE JOURNAL-SHARES TO CS-SHARES.
           MOVE CONFIRM-SHARES-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Price per share:' TO CA-LABEL.
           MOVE JOURNAL-PRICE TO CA-AMOUNT.
           MOVE WS-CURRENCY TO CA-CURRENCY.
           MOVE CONFIRM-AMOUNT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Gross amount:' TO CA-LABEL.
           MOVE WS-GROSS-AMOUNT TO CA-AMOUNT.
           MOVE CONFIRM-AMOUNT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Commission:' TO CA-LABEL.
           MOVE JOURNAL-COMMISSION TO CA-AMOUNT.
           MOVE CONFIRM-AMOUNT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.

       WRITE-DOCUMENT-DATES-RTN.
           MOVE 'Currency:' TO CX-LABEL.
           MOVE WS-CURRENCY TO CX-TEXT.
           MOVE CONFIRM-TEXT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Trade date:' TO CD-LABEL.
           MOVE JOURNAL-DATE TO CD-DATE.
           MOVE CONFIRM-DATE-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Settlement date:' TO CD-LABEL.
           MOVE WS-SETTLE-DATE TO CD-DATE.
           MOVE CONFIRM-DATE-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.

       WRITE-DOCUMENT-FOOT-RTN.
           MOVE SPACES TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Entered by:' TO CX-LABEL.
           MOVE JOURNAL-OPERATOR-ID TO CX-TEXT.
           MOVE CONFIRM-TEXT-RECORD TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE 'Please report any discrepancy within 30 days.'
               TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE EQUAL-SIGNS TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           CLOSE CONFIRM-FILE.

       CLOSE-RTN.
           *> The control file moves on only after every document is
           *> written, so a failed run is simply redone next time.

           MOVE EQUAL-SIGNS TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'Journal entries read: ' TO RC-LABEL.
           MOVE WS-READ-COUNT TO RC-COUNT.
           MOVE REGISTER-COUNT-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'Trade confirmations sent: ' TO RC-LABEL.
           MOVE WS-CONFIRM-COUNT TO RC-COUNT.
           MOVE REGISTER-COUNT-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'Cancel/correct notices sent: ' TO RC-LABEL.
           MOVE WS-NOTICE-COUNT TO RC-COUNT.
           MOVE REGISTER-COUNT-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'Exceptions to review: ' TO RC-LABEL.
           MOVE WS-EXCEPTION-COUNT TO RC-COUNT.
           MOVE REGISTER-COUNT-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.
           IF ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-NEW-LAST-DATE TO CONTROL-DATE.
           MOVE WS-NEW-LAST-ENTRIES TO CONTROL-ENTRIES.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           DISPLAY 'TRADE-CONFIRMS: CONFIRMATIONS: ' WS-CONFIRM-COUNT
               ' NOTICES: ' WS-NOTICE-COUNT.

       WRITE-REGISTER-RTN.
           MOVE WS-CONFIRM-NUMBER TO RD-NUMBER.
           MOVE JOURNAL-TRANSACTION-TYPE TO RD-TYPE.
           MOVE JOURNAL-ACCOUNT TO RD-ACCOUNT.
           MOVE JOURNAL-STOCK-SYMBOL TO RD-SYMBOL.
           MOVE JOURNAL-SHARES TO RD-SHARES.
           MOVE WS-NET-AMOUNT TO RD-NET.
           MOVE WS-CURRENCY TO RD-CURRENCY.
           MOVE WS-SETTLE-DATE TO RD-SETTLE.
           MOVE WS-REGISTER-NOTE TO RD-NOTE.
           MOVE REGISTER-DETAIL-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       FIND-ORIGINAL-RTN.
           *> The buy a CXL reverses is the latest BUY on or before the
           *> cancel with the same account, symbol, shares and price -
           *> the figures TRADE-CORRECTION matched it on. Its confirm
           *> number is its place among that date's entries, which a
           *> consolidated year file keeps in order too.

           MOVE 'N' TO ORIGINAL-FOUND-FLAG.
           MOVE 0 TO WS-ORIGINAL-DATE WS-ORIGINAL-NUMBER.
           PERFORM SEARCH-ONE-DAY-RTN
               VARYING WS-SEARCH-SUB FROM 1 BY 1
               UNTIL WS-SEARCH-SUB > WS-DAY-MAX.

       SEARCH-ONE-DAY-RTN.
           IF WS-INDEX-DAY (WS-SEARCH-SUB) <= JOURNAL-DATE
               STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                       WS-INDEX-DAY (WS-SEARCH-SUB) DELIMITED BY SIZE
                       '.txt' DELIMITED BY SIZE
                   INTO WS-OLD-JOURNAL-PATH
               OPEN INPUT OLD-JOURNAL-FILE
               IF WS-OLD-JOURNAL-STATUS = '00'
                   MOVE 0 TO WS-SEARCH-COUNT WS-SEARCH-DATE
                   MOVE 'N' TO OLD-JOURNAL-EOF
                   PERFORM SEARCH-ONE-ENTRY-RTN
                       UNTIL OLD-JOURNAL-EOF = 'Y'
                   CLOSE OLD-JOURNAL-FILE
               END-IF
           END-IF.

       SEARCH-ONE-ENTRY-RTN.
           READ OLD-JOURNAL-FILE
               AT END MOVE 'Y' TO OLD-JOURNAL-EOF
               NOT AT END
                   IF OJ-DATE NOT = WS-SEARCH-DATE
                       MOVE OJ-DATE TO WS-SEARCH-DATE
                       MOVE 0 TO WS-SEARCH-COUNT
                   END-IF
                   ADD 1 TO WS-SEARCH-COUNT
                   IF OJ-TRANSACTION-TYPE = 'BUY'
                       AND OJ-ACCOUNT = JOURNAL-ACCOUNT
                       AND OJ-STOCK-SYMBOL = JOURNAL-STOCK-SYMBOL
                       AND OJ-SHARES = JOURNAL-SHARES
                       AND OJ-PRICE = JOURNAL-PRICE
                       AND OJ-DATE >= WS-ORIGINAL-DATE
                       IF OJ-DATE < JOURNAL-DATE
                           OR (OJ-DATE = JOURNAL-DATE
                           AND WS-SEARCH-COUNT < WS-ENTRY-NUMBER)
                           MOVE 'Y' TO ORIGINAL-FOUND-FLAG
                           MOVE OJ-DATE TO WS-ORIGINAL-DATE
                           MOVE WS-SEARCH-COUNT TO WS-ORIGINAL-NUMBER
                       END-IF
                   END-IF
           END-READ.
       END PROGRAM TRADE-CONFIRMS.
