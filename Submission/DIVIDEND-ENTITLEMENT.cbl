       IDENTIFICATION DIVISION.
           PROGRAM-ID. DIVIDEND-ENTITLEMENT INITIAL.
           *> Nightly dividend step driven by the announcement file
           *> DIVIDEND-ANNOUNCEMENTS.txt instead of one keyed entry per
           *> holding. Once an announcement's record date arrives, every
           *> account's entitlement is worked out from what it held of
           *> the symbol going into the ex-date - today's holdings with
           *> the journal's entries since the ex-date backed out - and
           *> filed on DIVIDEND-ENTITLEMENTS.dat as PENDING. On the pay
           *> date each pending entitlement is paid the way
           *> RECORD-DIVIDEND pays a keyed one: the DIVIDENDS.dat
           *> accumulator, the cash credit (or DRIP shares and a new
           *> tax lot for an account on DRIP-ELECTIONS.txt), the basis
           *> reduction for a return of capital, the foreign tax
           *> withheld at source, and the journal entries, all in the
           *> same pass. A dated entitlement register lists
           *> what was entitled, paid, and rejected tonight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNOUNCEMENT-FILE
           ASSIGN TO '../DIVIDEND-ANNOUNCEMENTS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANNOUNCEMENT-STATUS.

           SELECT ELECTION-FILE                   *> Optional DRIP elections
           ASSIGN TO '../DRIP-ELECTIONS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELECTION-STATUS.

           SELECT ENTITLEMENT-FILE
           ASSIGN TO '../DIVIDEND-ENTITLEMENTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTITLEMENT-KEY
           FILE STATUS IS WS-ENTITLEMENT-STATUS.

           SELECT PORTFOLIO-FILE
           ASSIGN TO '../PORTFOLIO.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PORTFOLIO-KEY
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT DIVIDENDS-FILE
           ASSIGN TO '../DIVIDENDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIVIDEND-KEY
           FILE STATUS IS WS-DIVIDENDS-STATUS.

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

           SELECT OLD-JOURNAL-FILE
           ASSIGN TO WS-OLD-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-JOURNAL-STATUS.

           SELECT JOURNAL-INDEX-FILE              *> Register of journal days
           ASSIGN TO '../TXN-JOURNAL-INDEX.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT TODAY-JOURNAL-FILE
           ASSIGN TO WS-TODAY-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TODAY-JOURNAL-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ANNOUNCEMENT-FILE.
       COPY '../DIVIDEND-ANNOUNCEMENT.dat'.

       FD ELECTION-FILE.
       01 ELECTION-RECORD.
           *> An account that takes its distributions as shares - a
           *> blank symbol means every symbol the account holds.
           02 ELECTION-ACCOUNT PIC X(5).
           02 ELECTION-SYMBOL PIC X(7).

       FD ENTITLEMENT-FILE.
       COPY '../DIVIDEND-ENTITLEMENT.dat'.

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           *> Structure of the portfolio record - one physical file
           *> serves all accounts, keyed on account plus symbol.
           02 PORTFOLIO-KEY.
               03 PORTFOLIO-ACCOUNT PIC X(5).
               03 PORTFOLIO-STOCK-SYMBOL PIC X(7).
           02 NUMBER-OF-SHARES PIC 9(5)V9(3).
           02 AVERAGE-COST PIC 9(6)V99.

       FD DIVIDENDS-FILE.
       01 DIVIDEND-RECORD.
           *> One accumulator record per account and symbol, reset when
           *> DIVIDEND-YEAR no longer matches the year a distribution is
           *> being recorded - the layout RECORD-DIVIDEND keeps.
           02 DIVIDEND-KEY.
               03 DIVIDEND-ACCOUNT PIC X(5).
               03 DIVIDEND-SYMBOL PIC X(7).
           02 DIVIDEND-YEAR PIC 9(4).
           02 DIVIDEND-YTD-AMOUNT PIC 9(7)V99.
           02 DIVIDEND-LAST-DATE PIC 9(8).

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

       FD OLD-JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD JOURNAL-INDEX-FILE.
       COPY '../TXN-JOURNAL-INDEX.dat'.

       FD TODAY-JOURNAL-FILE.
       01 TODAY-JOURNAL-RECORD.
           *> Same layout as the replay journal, under its own FD so
           *> tonight's payments append to today's journal under a
           *> different name from the history being backed out - the
           *> two-FD idiom TRADE-CORRECTION uses.
           02 TJ-DATE PIC 9(8).
           02 TJ-ACCOUNT PIC X(5).
           02 TJ-STOCK-SYMBOL PIC X(7).
           02 TJ-TRANSACTION-TYPE PIC X(4).
           02 TJ-SHARES PIC 9(5)V9(3).
           02 TJ-PRICE PIC 9(6)V99.
           02 TJ-AVERAGE-COST PIC 9(6)V99.
           02 TJ-COMMISSION PIC 9(4)V99.
           02 TJ-NEW-SYMBOL PIC X(7).
           02 TJ-OPERATOR-ID PIC X(8).
           02 TJ-SEQUENCE PIC 9(6).
           02 TJ-TIME PIC 9(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-CURRENT-YEAR PIC 9(4).
       01 WS-TODAY-JOURNAL-PATH PIC X(40).         *> Today's journal, appended to
       01 WS-OLD-JOURNAL-PATH PIC X(40).           *> A history day being backed out
       01 WS-REPORT-PATH PIC X(40).
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, stamped on the journal
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-ANNOUNCEMENT-STATUS PIC X(2).         *> '00' only when announcements exist
       01 WS-ELECTION-STATUS PIC X(2).             *> '00' only when elections exist
       01 WS-ENTITLEMENT-STATUS PIC X(2).          *> '00' once the entitlements are open I-O
       01 WS-PORTFOLIO-STATUS PIC X(2).            *> '00' only if the exclusive lock was granted
       01 WS-DIVIDENDS-STATUS PIC X(2).            *> '00' once DIVIDENDS.dat is open I-O
       01 WS-STOCKS-STATUS PIC X(2).               *> non-'00' means no stocks master yet
       01 STOCKS-OPEN PIC A VALUE 'N'.             *> 'Y' once STOCKS.dat opened
       01 WS-LOTS-STATUS PIC X(2).                 *> '00' once STOCK-LOTS.dat is open I-O
       01 WS-OLD-JOURNAL-STATUS PIC X(2).          *> '00' only on days a journal exists
       01 WS-INDEX-STATUS PIC X(2).                *> '00' once any journal day exists
       01 WS-TODAY-JOURNAL-STATUS PIC X(2).        *> '35' until today's journal exists
       01 WS-OPEN-FAIL-FLAG PIC A VALUE 'N'.       *> 'Y' when PORTFOLIO.dat won't open
       01 ANNOUNCEMENT-EOF PIC A.
       01 ELECTION-EOF PIC A.
       01 ENTITLEMENT-EOF PIC A.
       01 PORTFOLIO-EOF PIC A.
       01 INDEX-EOF PIC A.
       01 JOURNAL-EOF PIC A.
       01 WS-LOTS-EOF PIC A.
       01 ANNOUNCEMENT-VALID-FLAG PIC A.
       01 ENTITLED-FLAG PIC A.                     *> 'Y' once an announcement is worked out
       01 HOLDING-FOUND-FLAG PIC A.
       01 DIVIDEND-FOUND-FLAG PIC A.
       01 HOLDER-FOUND-FLAG PIC A.
       01 WS-FIND-ACCOUNT PIC X(5).                *> Account FIND-HOLDER-RTN looks up
       01 WS-REJECT-REASON PIC X(30).
       01 WS-EX-DATE PIC 9(8).                     *> Record date when no ex-date was given
       01 WS-EX-YEAR PIC 9(4).
       01 WS-INDEX-YEAR PIC 9(4).
       01 WS-INDEX-MMDD PIC 9(4).

       01 WS-HOLDER-SUB PIC 9(3).
       01 WS-HOLDER-AT PIC 9(3).
       01 WS-HOLDER-MAX PIC 9(3) VALUE 0.
       01 WS-HOLDER-FULL-FLAG PIC A.               *> 'Y' when holders outgrew the table
       01 WS-HOLDER-TABLE.
           *> Every account that held the symbol going into the
           *> ex-date, built up from today's holdings with the
           *> journal's later entries backed out.
           02 WS-HOLDER-ENTRY OCCURS 500 TIMES.
               03 WS-HLD-ACCOUNT PIC X(5).
               03 WS-HLD-SHARES PIC S9(7)V9(3).
               03 WS-HLD-REVIEW PIC X.             *> 'Y' when an absolute entry intervened

       01 WS-ELECTION-SUB PIC 9(3).
       01 WS-ELECTION-MAX PIC 9(3) VALUE 0.
       01 WS-ELECTION-TABLE.
           02 WS-ELECTION-ENTRY OCCURS 200 TIMES.
               03 WS-ELECT-ACCOUNT PIC X(5).
               03 WS-ELECT-SYMBOL PIC X(7).
       01 DRIP-ELECTED-FLAG PIC A.

       01 WS-PAY-TYPE PIC X(4).                    *> DIV / ROC / DRP as actually paid
       01 WS-PAY-NOTE PIC X(20).
       01 WS-REINVEST-PRICE PIC 9(6)V99.
       01 WS-REINVEST-SHARES PIC 9(5)V9(3).        *> Fractional DRIP shares booked
       01 WS-REINVEST-SHARES-OUT PIC ZZ,ZZ9.999.
       01 WS-ROC-APPLIED-PER-SHARE PIC 9(4)V99.    *> Basis actually reduced
       01 WS-WITHHOLDING-PCT PIC 9(3)V99.          *> Percent withheld at source
       01 WS-CASH-POST-TYPE PIC X(4).
       01 WS-CASH-POST-AMOUNT PIC S9(9)V99.        *> Signed amount handed to POST-CASH
       01 WS-CASH-POST-CURRENCY PIC X(3).          *> The stock's pricing currency
       01 WS-SETTLE-DATE PIC 9(8) VALUE 0.         *> Distributions settle on arrival
       01 WS-NEXT-LOT-SEQUENCE PIC 9(5).

       01 WS-ANNOUNCED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-ENTITLED-COUNT PIC 9(5) VALUE 0.
       01 WS-REVIEW-COUNT PIC 9(5) VALUE 0.
       01 WS-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-PAID-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-WITHHELD-TOTAL PIC 9(9)V99 VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'DIVIDEND-ENTITLEMENT'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 EQUAL-SIGNS PIC X(119) VALUE ALL '='.
       01 REPORT-TITLE.
           02 FILLER PIC X(30) VALUE 'DIVIDEND ENTITLEMENT REGISTER '.
           02 RT-DATE PIC 9(8).
       01 REPORT-HEADER.
           02 FILLER PIC X(9) VALUE 'SYMBOL'.
           02 FILLER PIC X(7) VALUE 'ACCT'.
           02 FILLER PIC X(10) VALUE 'RECORD'.
           02 FILLER PIC X(10) VALUE 'PAYABLE'.
           02 FILLER PIC X(12) VALUE '      SHARES'.
           02 FILLER PIC X(10) VALUE ' PER-SHARE'.
           02 FILLER PIC X(14) VALUE '         GROSS'.
           02 FILLER PIC X(14) VALUE '      WITHHELD'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'TYPE'.
           02 FILLER PIC X(10) VALUE 'ACTION'.
           02 FILLER PIC X(10) VALUE 'NOTE'.
       01 REPORT-DETAIL-RECORD.
           02 RD-SYMBOL PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-RECORD-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-PAY-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SHARES PIC ZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-PER-SHARE PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-AMOUNT PIC $$,$$$,$$9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-WITHHELD PIC $$,$$$,$$9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ACTION PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-NOTE PIC X(30).
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
           PERFORM INITIALIZATION-RTN.
           PERFORM OPEN-FILES-RTN.
           IF WS-OPEN-FAIL-FLAG = 'Y'
               *> Nothing was worked out or paid - pending entitlements
               *> stay pending and are paid on the next run that gets
               *> the file.
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM PROCESS-ANNOUNCEMENTS-RTN
               PERFORM OPEN-TODAY-JOURNAL-RTN
               PERFORM PAY-ENTITLEMENTS-RTN
               PERFORM CLOSE-FILES-RTN
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-SUMMARY-RTN.
           CLOSE REPORT-FILE.
           IF RETURN-CODE = 0
               MOVE 'ENDED-OK' TO OPS-STATUS
           ELSE
               MOVE 'FAILED' TO OPS-STATUS
           END-IF.
           MOVE WS-ANNOUNCED-COUNT TO OPS-READ-COUNT.
           MOVE WS-PAID-COUNT TO OPS-WRITE-COUNT.
           MOVE WS-REJECTED-COUNT TO OPS-REJECT-COUNT.
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

       INITIALIZATION-RTN.
           *> This step runs inside the overnight chain while the
           *> business day is deliberately CLOSED, the same as
           *> EXECUTE-ORDERS, so no lockout check here.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CURRENT-YEAR = WS-TODAY-DATE / 10000.
           STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-TODAY-JOURNAL-PATH.
           CALL 'REGISTER-JOURNAL-DATE' USING WS-TODAY-DATE.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           STRING '../ENTITLEMENT-REGISTER-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-ELECTIONS-RTN.

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

       LOAD-ELECTIONS-RTN.
           *> DRIP-ELECTIONS.txt is optional - no file means every
           *> account takes its distributions in cash.

           OPEN INPUT ELECTION-FILE.
           IF WS-ELECTION-STATUS = '00'
               MOVE 'N' TO ELECTION-EOF
               PERFORM LOAD-ONE-ELECTION-RTN UNTIL ELECTION-EOF = 'Y'
               CLOSE ELECTION-FILE
           END-IF.

       LOAD-ONE-ELECTION-RTN.
           READ ELECTION-FILE
               AT END MOVE 'Y' TO ELECTION-EOF
               NOT AT END
                   IF WS-ELECTION-MAX < 200
                       AND ELECTION-ACCOUNT NOT = SPACES
                       ADD 1 TO WS-ELECTION-MAX
                       MOVE ELECTION-ACCOUNT
                           TO WS-ELECT-ACCOUNT (WS-ELECTION-MAX)
                       MOVE FUNCTION UPPER-CASE(ELECTION-SYMBOL)
                           TO WS-ELECT-SYMBOL (WS-ELECTION-MAX)
                   END-IF
           END-READ.

       OPEN-FILES-RTN.
           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = '00'
               *> Locked or missing - stand down rather than work out
               *> or pay entitlements against a file that never opened.
               DISPLAY 'DIVIDEND-ENTITLEMENT: PORTFOLIO.dat not '
                   'available (status ' WS-PORTFOLIO-STATUS ') - '
                   'entitlements left pending'
               MOVE 'Y' TO WS-OPEN-FAIL-FLAG
           END-IF.
           IF WS-OPEN-FAIL-FLAG = 'Y'
               CONTINUE
           ELSE
           OPEN I-O ENTITLEMENT-FILE
           IF WS-ENTITLEMENT-STATUS = '35'
               *> Nothing files entitlements ahead of this step -
               *> create the file on first use and reopen it I-O.
               OPEN OUTPUT ENTITLEMENT-FILE
               CLOSE ENTITLEMENT-FILE
               OPEN I-O ENTITLEMENT-FILE
           END-IF
           OPEN I-O DIVIDENDS-FILE
           IF WS-DIVIDENDS-STATUS = '35'
               OPEN OUTPUT DIVIDENDS-FILE
               CLOSE DIVIDENDS-FILE
               OPEN I-O DIVIDENDS-FILE
           END-IF
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
           END-IF.

       OPEN-TODAY-JOURNAL-RTN.
           *> Opened only once the back-out reads are finished, so
           *> tonight's journal is never read and appended at once.

           OPEN EXTEND TODAY-JOURNAL-FILE.
           IF WS-TODAY-JOURNAL-STATUS = '35'
               *> No trades journaled yet today - OPEN EXTEND cannot
               *> create a brand-new journal file. Only a missing file
               *> may fall through to OPEN OUTPUT - any other failure
               *> must never truncate a live journal.
               OPEN OUTPUT TODAY-JOURNAL-FILE
           END-IF.

       PROCESS-ANNOUNCEMENTS-RTN.
           OPEN INPUT ANNOUNCEMENT-FILE.
           IF WS-ANNOUNCEMENT-STATUS = '00'
               MOVE 'N' TO ANNOUNCEMENT-EOF
               PERFORM READ-ANNOUNCEMENT-RTN
                   UNTIL ANNOUNCEMENT-EOF = 'Y'
               CLOSE ANNOUNCEMENT-FILE
           ELSE
               *> No announcements is simply nothing to work out -
               *> entitlements already on file are still paid.
               DISPLAY 'DIVIDEND-ENTITLEMENT: no dividend '
                   'announcements on file'
           END-IF.

       READ-ANNOUNCEMENT-RTN.
           READ ANNOUNCEMENT-FILE
               AT END MOVE 'Y' TO ANNOUNCEMENT-EOF
               NOT AT END
                   ADD 1 TO WS-ANNOUNCED-COUNT
                   PERFORM CHECK-ANNOUNCEMENT-RTN
                   IF ANNOUNCEMENT-VALID-FLAG = 'Y'
                       AND ANNOUNCE-RECORD-DATE <= WS-TODAY-DATE
                       PERFORM CHECK-ENTITLED-RTN
                       IF ENTITLED-FLAG NOT = 'Y'
                           PERFORM BUILD-ENTITLEMENTS-RTN
                       END-IF
                   END-IF
           END-READ.

       CHECK-ANNOUNCEMENT-RTN.
           *> A garbled line is reported and skipped rather than
           *> de-edited into numeric fields. The dates must run in
           *> order: ex-date (when given) no later than the record
           *> date, and payment no earlier than it.

           MOVE 'Y' TO ANNOUNCEMENT-VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(ANNOUNCE-SYMBOL) TO ANNOUNCE-SYMBOL.
           MOVE FUNCTION UPPER-CASE(ANNOUNCE-ROC-FLAG)
               TO ANNOUNCE-ROC-FLAG.
           IF ANNOUNCE-PER-SHARE IS NOT NUMERIC
               OR ANNOUNCE-DECLARED-DATE IS NOT NUMERIC
               OR ANNOUNCE-EX-DATE IS NOT NUMERIC
               OR ANNOUNCE-RECORD-DATE IS NOT NUMERIC
               OR ANNOUNCE-PAY-DATE IS NOT NUMERIC
               OR ANNOUNCE-REINVEST-PRICE IS NOT NUMERIC
               MOVE 'AMOUNT OR DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               IF ANNOUNCE-SYMBOL = SPACES
                   OR ANNOUNCE-PER-SHARE = 0
                   MOVE 'NO SYMBOL OR ZERO AMOUNT'
                       TO WS-REJECT-REASON
               ELSE
                   IF ANNOUNCE-RECORD-DATE = 0
                       OR ANNOUNCE-PAY-DATE < ANNOUNCE-RECORD-DATE
                       OR ANNOUNCE-EX-DATE > ANNOUNCE-RECORD-DATE
                       MOVE 'DATES OUT OF ORDER' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO ANNOUNCEMENT-VALID-FLAG
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO ENTITLEMENT-ACCOUNT
               MOVE 0 TO ENTITLEMENT-SHARES ENTITLEMENT-AMOUNT
               MOVE SPACES TO ENTITLEMENT-TYPE
               PERFORM WRITE-ANNOUNCEMENT-LINE-RTN
           END-IF.

       WRITE-ANNOUNCEMENT-LINE-RTN.
           *> A line about the announcement as a whole - rejected, or
           *> worked out with its totals.

           MOVE ANNOUNCE-SYMBOL TO RD-SYMBOL.
           MOVE ENTITLEMENT-ACCOUNT TO RD-ACCOUNT.
           MOVE 0 TO RD-RECORD-DATE RD-PAY-DATE RD-PER-SHARE.
           IF WS-REJECT-REASON = SPACES
               MOVE ANNOUNCE-RECORD-DATE TO RD-RECORD-DATE
               MOVE ANNOUNCE-PAY-DATE TO RD-PAY-DATE
               MOVE ANNOUNCE-PER-SHARE TO RD-PER-SHARE
               MOVE 'ANNOUNCE' TO RD-ACTION
           ELSE
               MOVE 'REJECTED' TO RD-ACTION
           END-IF.
           MOVE ENTITLEMENT-SHARES TO RD-SHARES.
           MOVE ENTITLEMENT-AMOUNT TO RD-AMOUNT.
           MOVE 0 TO RD-WITHHELD.
           MOVE ENTITLEMENT-TYPE TO RD-TYPE.
           MOVE WS-REJECT-REASON TO RD-NOTE.
           MOVE REPORT-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-ENTITLED-RTN.
           *> An announcement is worked out once. The control record
           *> filed under a blank account says it already has been,
           *> even when nobody held the symbol.

           MOVE 'N' TO ENTITLED-FLAG.
           MOVE ANNOUNCE-SYMBOL TO ENTITLEMENT-SYMBOL.
           MOVE ANNOUNCE-RECORD-DATE TO ENTITLEMENT-RECORD-DATE.
           MOVE SPACES TO ENTITLEMENT-ACCOUNT.
           READ ENTITLEMENT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO ENTITLED-FLAG
           END-READ.

       BUILD-ENTITLEMENTS-RTN.
           *> Who held the symbol going into the ex-date: start from
           *> every account holding it now, then undo whatever the
           *> journal moved on or after the ex-date. Without an ex-date
           *> the record date stands in for it.

           MOVE ANNOUNCE-EX-DATE TO WS-EX-DATE.
           IF WS-EX-DATE = 0
               MOVE ANNOUNCE-RECORD-DATE TO WS-EX-DATE
           END-IF.
           COMPUTE WS-EX-YEAR = WS-EX-DATE / 10000.
           MOVE 0 TO WS-HOLDER-MAX.
           MOVE 'N' TO WS-HOLDER-FULL-FLAG.
           PERFORM COLLECT-HOLDERS-RTN.
           PERFORM BACK-OUT-JOURNALS-RTN.
           IF WS-HOLDER-FULL-FLAG = 'Y'
               *> Filing a partial list would pay some holders and
               *> silently skip the rest - file nothing, so the
               *> announcement is worked out again on the next run.
               MOVE 'MORE HOLDERS THAN THE TABLE' TO WS-REJECT-REASON
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO ENTITLEMENT-ACCOUNT
               MOVE 0 TO ENTITLEMENT-SHARES ENTITLEMENT-AMOUNT
               MOVE SPACES TO ENTITLEMENT-TYPE
               PERFORM WRITE-ANNOUNCEMENT-LINE-RTN
           ELSE
               PERFORM WRITE-CONTROL-RECORD-RTN
               PERFORM WRITE-ONE-ENTITLEMENT-RTN
                   VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > WS-HOLDER-MAX
           END-IF.

       COLLECT-HOLDERS-RTN.
           *> PORTFOLIO.dat is keyed account first, so every holder of
           *> one symbol takes a full browse.

           MOVE 'N' TO PORTFOLIO-EOF.
           MOVE LOW-VALUES TO PORTFOLIO-KEY.
           START PORTFOLIO-FILE KEY IS GREATER THAN OR EQUAL
               PORTFOLIO-KEY
               INVALID KEY MOVE 'Y' TO PORTFOLIO-EOF
           END-START.
           PERFORM COLLECT-ONE-HOLDER-RTN UNTIL PORTFOLIO-EOF = 'Y'.

       COLLECT-ONE-HOLDER-RTN.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO PORTFOLIO-EOF
               NOT AT END
                   IF PORTFOLIO-STOCK-SYMBOL = ANNOUNCE-SYMBOL
                       AND NUMBER-OF-SHARES > 0
                       MOVE PORTFOLIO-ACCOUNT TO WS-FIND-ACCOUNT
                       PERFORM FIND-HOLDER-RTN
                       IF HOLDER-FOUND-FLAG = 'Y'
                           ADD NUMBER-OF-SHARES
                               TO WS-HLD-SHARES (WS-HOLDER-AT)
                       END-IF
                   END-IF
           END-READ.

       FIND-HOLDER-RTN.
           *> Find WS-FIND-ACCOUNT's slot in the holder table, adding
           *> one at zero shares the first time the account turns up.

           MOVE 'N' TO HOLDER-FOUND-FLAG.
           MOVE 0 TO WS-HOLDER-AT.
           PERFORM MATCH-ONE-HOLDER-RTN
               VARYING WS-HOLDER-SUB FROM 1 BY 1
               UNTIL WS-HOLDER-SUB > WS-HOLDER-MAX
               OR HOLDER-FOUND-FLAG = 'Y'.
           IF HOLDER-FOUND-FLAG NOT = 'Y'
               IF WS-HOLDER-MAX < 500
                   ADD 1 TO WS-HOLDER-MAX
                   MOVE WS-HOLDER-MAX TO WS-HOLDER-AT
                   MOVE WS-FIND-ACCOUNT
                       TO WS-HLD-ACCOUNT (WS-HOLDER-AT)
                   MOVE 0 TO WS-HLD-SHARES (WS-HOLDER-AT)
                   MOVE 'N' TO WS-HLD-REVIEW (WS-HOLDER-AT)
                   MOVE 'Y' TO HOLDER-FOUND-FLAG
               ELSE
                   MOVE 'Y' TO WS-HOLDER-FULL-FLAG
               END-IF
           END-IF.

       MATCH-ONE-HOLDER-RTN.
           IF WS-HLD-ACCOUNT (WS-HOLDER-SUB) = WS-FIND-ACCOUNT
               MOVE 'Y' TO HOLDER-FOUND-FLAG
               MOVE WS-HOLDER-SUB TO WS-HOLDER-AT
           END-IF.

       BACK-OUT-JOURNALS-RTN.
           *> The days come from TXN-JOURNAL-INDEX.txt, the register
           *> the replay programs use. Only days on or after the
           *> ex-date matter, plus any consolidated yyyy0000 year file
           *> from the ex-date's year onward, since HOUSEKEEPING may
           *> have folded the days in question into one. Entries are
           *> filtered by their own date, so order does not matter.

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
               PERFORM READ-INDEX-DATE-RTN UNTIL INDEX-EOF = 'Y'
               CLOSE JOURNAL-INDEX-FILE
           END-IF.

       READ-INDEX-DATE-RTN.
           READ JOURNAL-INDEX-FILE
               AT END MOVE 'Y' TO INDEX-EOF
               NOT AT END
                   COMPUTE WS-INDEX-YEAR = JOURNAL-INDEX-DATE / 10000
                   COMPUTE WS-INDEX-MMDD =
                       JOURNAL-INDEX-DATE - WS-INDEX-YEAR * 10000
                   IF JOURNAL-INDEX-DATE >= WS-EX-DATE
                       OR (WS-INDEX-MMDD = 0
                       AND WS-INDEX-YEAR >= WS-EX-YEAR)
                       PERFORM BACK-OUT-ONE-DAY-RTN
                   END-IF
           END-READ.

       BACK-OUT-ONE-DAY-RTN.
           STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                   JOURNAL-INDEX-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-OLD-JOURNAL-PATH.
           OPEN INPUT OLD-JOURNAL-FILE.
           IF WS-OLD-JOURNAL-STATUS = '00'
               MOVE 'N' TO JOURNAL-EOF
               PERFORM BACK-OUT-ONE-ENTRY-RTN UNTIL JOURNAL-EOF = 'Y'
               CLOSE OLD-JOURNAL-FILE
           END-IF.

       BACK-OUT-ONE-ENTRY-RTN.
           READ OLD-JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   IF JOURNAL-DATE >= WS-EX-DATE
                       AND (JOURNAL-STOCK-SYMBOL = ANNOUNCE-SYMBOL
                       OR JOURNAL-NEW-SYMBOL = ANNOUNCE-SYMBOL)
                       MOVE JOURNAL-ACCOUNT TO WS-FIND-ACCOUNT
                       PERFORM FIND-HOLDER-RTN
                       IF HOLDER-FOUND-FLAG = 'Y'
                           PERFORM BACK-OUT-ENTRY-RTN
                       END-IF
                   END-IF
           END-READ.

       BACK-OUT-ENTRY-RTN.
           *> Undo the entry's effect on the shares, the opposite of
           *> RECONCILE-PORTFOLIO's replay. Splits, repairs and
           *> transfers carry absolute balances that cannot be undone
           *> by arithmetic - the entitlement is filed as it stands and
           *> flagged for review instead.

           EVALUATE JOURNAL-TRANSACTION-TYPE
               WHEN 'BUY'
               WHEN 'DRP'
                   SUBTRACT JOURNAL-SHARES
                       FROM WS-HLD-SHARES (WS-HOLDER-AT)
               WHEN 'SELL'
               WHEN 'CXL'
                   ADD JOURNAL-SHARES TO WS-HLD-SHARES (WS-HOLDER-AT)
               WHEN 'RNAM'
                   *> Renamed away after the ex-date: the shares were
                   *> still held under this symbol. Renamed in: they
                   *> were held under the old one.
                   IF JOURNAL-STOCK-SYMBOL = ANNOUNCE-SYMBOL
                       ADD JOURNAL-SHARES
                           TO WS-HLD-SHARES (WS-HOLDER-AT)
                   ELSE
                       SUBTRACT JOURNAL-SHARES
                           FROM WS-HLD-SHARES (WS-HOLDER-AT)
                   END-IF
               WHEN 'SPLT'
               WHEN 'ADJ'
               WHEN 'TRF'
                   MOVE 'Y' TO WS-HLD-REVIEW (WS-HOLDER-AT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-CONTROL-RECORD-RTN.
           *> The blank-account record marks the announcement worked
           *> out and carries its totals; the holders' records follow.

           MOVE ANNOUNCE-SYMBOL TO ENTITLEMENT-SYMBOL.
           MOVE ANNOUNCE-RECORD-DATE TO ENTITLEMENT-RECORD-DATE.
           MOVE SPACES TO ENTITLEMENT-ACCOUNT.
           MOVE ANNOUNCE-PAY-DATE TO ENTITLEMENT-PAY-DATE.
           MOVE 0 TO ENTITLEMENT-SHARES ENTITLEMENT-AMOUNT.
           PERFORM ADD-HOLDER-TOTAL-RTN
               VARYING WS-HOLDER-SUB FROM 1 BY 1
               UNTIL WS-HOLDER-SUB > WS-HOLDER-MAX.
           MOVE ANNOUNCE-PER-SHARE TO ENTITLEMENT-PER-SHARE.
           IF ANNOUNCE-ROC-FLAG = 'Y'
               MOVE 'ROC' TO ENTITLEMENT-TYPE
           ELSE
               MOVE 'DIV' TO ENTITLEMENT-TYPE
           END-IF.
           MOVE ANNOUNCE-REINVEST-PRICE TO ENTITLEMENT-REINVEST-PRICE.
           MOVE 'N' TO ENTITLEMENT-REVIEW-FLAG.
           MOVE 'CONTROL' TO ENTITLEMENT-STATUS.
           MOVE 0 TO ENTITLEMENT-WITHHELD.
           MOVE 0 TO ENTITLEMENT-PAID-DATE ENTITLEMENT-DRP-SHARES.
           WRITE ENTITLEMENT-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM WRITE-ANNOUNCEMENT-LINE-RTN.

       ADD-HOLDER-TOTAL-RTN.
           IF WS-HLD-SHARES (WS-HOLDER-SUB) > 0
               ADD WS-HLD-SHARES (WS-HOLDER-SUB) TO ENTITLEMENT-SHARES
               COMPUTE ENTITLEMENT-AMOUNT = ENTITLEMENT-AMOUNT
                   + WS-HLD-SHARES (WS-HOLDER-SUB) * ANNOUNCE-PER-SHARE
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-IF.

       WRITE-ONE-ENTITLEMENT-RTN.
           *> An account that held nothing going into the ex-date is
           *> not entitled. A return of capital is always paid as cash
           *> against basis; otherwise an election takes it as shares.

           IF WS-HLD-SHARES (WS-HOLDER-SUB) > 0
               MOVE ANNOUNCE-SYMBOL TO ENTITLEMENT-SYMBOL
               MOVE ANNOUNCE-RECORD-DATE TO ENTITLEMENT-RECORD-DATE
               MOVE WS-HLD-ACCOUNT (WS-HOLDER-SUB)
                   TO ENTITLEMENT-ACCOUNT
               MOVE ANNOUNCE-PAY-DATE TO ENTITLEMENT-PAY-DATE
               MOVE WS-HLD-SHARES (WS-HOLDER-SUB)
                   TO ENTITLEMENT-SHARES
               MOVE ANNOUNCE-PER-SHARE TO ENTITLEMENT-PER-SHARE
               COMPUTE ENTITLEMENT-AMOUNT =
                   ENTITLEMENT-SHARES * ENTITLEMENT-PER-SHARE
                   ON SIZE ERROR MOVE 0 TO ENTITLEMENT-AMOUNT
               END-COMPUTE
               IF ANNOUNCE-ROC-FLAG = 'Y'
                   MOVE 'ROC' TO ENTITLEMENT-TYPE
               ELSE
                   PERFORM CHECK-ELECTION-RTN
                   IF DRIP-ELECTED-FLAG = 'Y'
                       MOVE 'DRP' TO ENTITLEMENT-TYPE
                   ELSE
                       MOVE 'DIV' TO ENTITLEMENT-TYPE
                   END-IF
               END-IF
               MOVE ANNOUNCE-REINVEST-PRICE
                   TO ENTITLEMENT-REINVEST-PRICE
               MOVE WS-HLD-REVIEW (WS-HOLDER-SUB)
                   TO ENTITLEMENT-REVIEW-FLAG
               MOVE 'PENDING' TO ENTITLEMENT-STATUS
               MOVE 0 TO ENTITLEMENT-WITHHELD
               MOVE 0 TO ENTITLEMENT-PAID-DATE ENTITLEMENT-DRP-SHARES
               WRITE ENTITLEMENT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-ENTITLED-COUNT
               MOVE SPACES TO WS-PAY-NOTE
               IF ENTITLEMENT-REVIEW-FLAG = 'Y'
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE 'REVIEW - CORPORATE ACTION' TO WS-PAY-NOTE
               END-IF
               MOVE 'ENTITLED' TO RD-ACTION
               PERFORM WRITE-ENTITLEMENT-LINE-RTN
           END-IF.

       CHECK-ELECTION-RTN.
           MOVE 'N' TO DRIP-ELECTED-FLAG.
           PERFORM MATCH-ONE-ELECTION-RTN
               VARYING WS-ELECTION-SUB FROM 1 BY 1
               UNTIL WS-ELECTION-SUB > WS-ELECTION-MAX
               OR DRIP-ELECTED-FLAG = 'Y'.

       MATCH-ONE-ELECTION-RTN.
           IF WS-ELECT-ACCOUNT (WS-ELECTION-SUB) = ENTITLEMENT-ACCOUNT
               AND (WS-ELECT-SYMBOL (WS-ELECTION-SUB) = SPACES
               OR WS-ELECT-SYMBOL (WS-ELECTION-SUB)
                   = ENTITLEMENT-SYMBOL)
               MOVE 'Y' TO DRIP-ELECTED-FLAG
           END-IF.

       WRITE-ENTITLEMENT-LINE-RTN.
           MOVE ENTITLEMENT-SYMBOL TO RD-SYMBOL.
           MOVE ENTITLEMENT-ACCOUNT TO RD-ACCOUNT.
           MOVE ENTITLEMENT-RECORD-DATE TO RD-RECORD-DATE.
           MOVE ENTITLEMENT-PAY-DATE TO RD-PAY-DATE.
           MOVE ENTITLEMENT-SHARES TO RD-SHARES.
           MOVE ENTITLEMENT-PER-SHARE TO RD-PER-SHARE.
           MOVE ENTITLEMENT-AMOUNT TO RD-AMOUNT.
           MOVE ENTITLEMENT-WITHHELD TO RD-WITHHELD.
           MOVE ENTITLEMENT-TYPE TO RD-TYPE.
           MOVE WS-PAY-NOTE TO RD-NOTE.
           MOVE REPORT-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       PAY-ENTITLEMENTS-RTN.
           *> Every pending entitlement whose pay date has come is paid
           *> tonight - including any a missed night left behind.

           MOVE 'N' TO ENTITLEMENT-EOF.
           MOVE LOW-VALUES TO ENTITLEMENT-KEY.
           START ENTITLEMENT-FILE KEY IS GREATER THAN OR EQUAL
               ENTITLEMENT-KEY
               INVALID KEY MOVE 'Y' TO ENTITLEMENT-EOF
           END-START.
           PERFORM PAY-ONE-ENTITLEMENT-RTN UNTIL ENTITLEMENT-EOF = 'Y'.

       PAY-ONE-ENTITLEMENT-RTN.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO ENTITLEMENT-EOF
               NOT AT END
                   IF ENTITLEMENT-ACCOUNT NOT = SPACES
                       AND ENTITLEMENT-STATUS = 'PENDING'
                       AND ENTITLEMENT-PAY-DATE <= WS-TODAY-DATE
                       PERFORM POST-ENTITLEMENT-RTN
                   END-IF
           END-READ.

       POST-ENTITLEMENT-RTN.
           *> Pay one entitlement the way RECORD-DIVIDEND pays a keyed
           *> distribution. A reinvestment needs a holding to add to
           *> and a price to buy at - without either it is paid as an
           *> ordinary cash dividend and the register says so.

           MOVE ENTITLEMENT-ACCOUNT TO PORTFOLIO-ACCOUNT.
           MOVE ENTITLEMENT-SYMBOL TO PORTFOLIO-STOCK-SYMBOL.
           MOVE 'N' TO HOLDING-FOUND-FLAG.
           READ PORTFOLIO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO HOLDING-FOUND-FLAG
           END-READ.
           PERFORM LOOKUP-STOCK-RTN.
           MOVE ENTITLEMENT-TYPE TO WS-PAY-TYPE.
           MOVE SPACES TO WS-PAY-NOTE.
           MOVE 0 TO WS-REINVEST-SHARES.
           IF WS-PAY-TYPE = 'DRP'
               IF HOLDING-FOUND-FLAG NOT = 'Y'
                   OR WS-REINVEST-PRICE = 0
                   MOVE 'DIV' TO WS-PAY-TYPE
                   MOVE 'DRP PAID AS CASH' TO WS-PAY-NOTE
               END-IF
           END-IF.
           PERFORM UPDATE-DIVIDENDS-FILE.
           PERFORM CALCULATE-WITHHOLDING-RTN.
           EVALUATE WS-PAY-TYPE
               WHEN 'DRP'
                   *> The distribution arrives as shares, not cash -
                   *> only the tax withheld touches the cash ledger.
                   PERFORM APPLY-REINVESTMENT-RTN
               WHEN 'ROC'
                   PERFORM APPLY-ROC-RTN
                   PERFORM POST-CASH-CREDIT
               WHEN OTHER
                   PERFORM POST-CASH-CREDIT
           END-EVALUATE.
           PERFORM POST-WITHHOLDING-RTN.
           PERFORM WRITE-JOURNAL-ENTRY.
           PERFORM WRITE-WITHHOLDING-JOURNAL-RTN.
           MOVE WS-PAY-TYPE TO ENTITLEMENT-TYPE.
           MOVE 'PAID' TO ENTITLEMENT-STATUS.
           MOVE WS-TODAY-DATE TO ENTITLEMENT-PAID-DATE.
           MOVE WS-REINVEST-SHARES TO ENTITLEMENT-DRP-SHARES.
           REWRITE ENTITLEMENT-RECORD.
           ADD 1 TO WS-PAID-COUNT.
           ADD ENTITLEMENT-AMOUNT TO WS-PAID-TOTAL.
           ADD ENTITLEMENT-WITHHELD TO WS-WITHHELD-TOTAL.
           IF WS-PAY-TYPE = 'DRP'
               MOVE WS-REINVEST-SHARES TO WS-REINVEST-SHARES-OUT
               STRING 'SHARES BOOKED ' DELIMITED BY SIZE
                   WS-REINVEST-SHARES-OUT DELIMITED BY SIZE
                   INTO WS-PAY-NOTE
           END-IF.
           MOVE 'PAID' TO RD-ACTION.
           PERFORM WRITE-ENTITLEMENT-LINE-RTN.

       LOOKUP-STOCK-RTN.
           *> The distribution arrives in the stock's own currency, and
           *> a reinvestment announced without a price buys at the
           *> stocks master's close. A symbol off the master (or no
           *> master yet) posts as home currency.

           MOVE SPACES TO WS-CASH-POST-CURRENCY.
           MOVE ENTITLEMENT-REINVEST-PRICE TO WS-REINVEST-PRICE.
           IF STOCKS-OPEN = 'Y'
               MOVE ENTITLEMENT-SYMBOL TO SSYMBOL
               READ STOCKS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCURRENCY TO WS-CASH-POST-CURRENCY
                       IF WS-REINVEST-PRICE = 0
                           MOVE CPRICE TO WS-REINVEST-PRICE
                       END-IF
               END-READ
           END-IF.

       APPLY-REINVESTMENT-RTN.
           *> Book the distribution directly as shares at the
           *> reinvestment price: the fractional share count joins the
           *> holding at the blended average, and a brand-new tax lot
           *> carries the purchase date and unit cost.

           COMPUTE WS-REINVEST-SHARES ROUNDED =
               ENTITLEMENT-AMOUNT / WS-REINVEST-PRICE.
           IF WS-REINVEST-SHARES > 0
               COMPUTE AVERAGE-COST =
                   (NUMBER-OF-SHARES * AVERAGE-COST
                   + ENTITLEMENT-AMOUNT)
                   / (NUMBER-OF-SHARES + WS-REINVEST-SHARES)
               ADD WS-REINVEST-SHARES TO NUMBER-OF-SHARES
               REWRITE PORTFOLIO-RECORD
               PERFORM WRITE-REINVEST-LOT-RTN
           END-IF.

       WRITE-REINVEST-LOT-RTN.
           PERFORM FIND-NEXT-LOT-SEQUENCE.
           MOVE PORTFOLIO-ACCOUNT TO LOT-ACCOUNT.
           MOVE PORTFOLIO-STOCK-SYMBOL TO LOT-SYMBOL.
           MOVE WS-NEXT-LOT-SEQUENCE TO LOT-SEQUENCE.
           MOVE WS-TODAY-DATE TO LOT-PURCHASE-DATE.
           MOVE WS-REINVEST-SHARES TO LOT-SHARES-REMAINING.
           MOVE WS-REINVEST-PRICE TO LOT-UNIT-COST.
           WRITE LOT-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       FIND-NEXT-LOT-SEQUENCE.
           *> Walk the holding's existing lots for the highest sequence
           *> already booked - the same scan BUY-STOCKS runs before
           *> writing a new lot.

           MOVE 1 TO WS-NEXT-LOT-SEQUENCE.
           MOVE 'N' TO WS-LOTS-EOF.
           MOVE PORTFOLIO-ACCOUNT TO LOT-ACCOUNT.
           MOVE PORTFOLIO-STOCK-SYMBOL TO LOT-SYMBOL.
           MOVE 0 TO LOT-SEQUENCE.
           START LOTS-FILE KEY IS GREATER THAN OR EQUAL LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOTS-EOF
           END-START.
           PERFORM SCAN-LOT-SEQUENCE-RTN UNTIL WS-LOTS-EOF = 'Y'.

       SCAN-LOT-SEQUENCE-RTN.
           READ LOTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOTS-EOF
               NOT AT END
                   IF LOT-ACCOUNT = PORTFOLIO-ACCOUNT
                       AND LOT-SYMBOL = PORTFOLIO-STOCK-SYMBOL
                       COMPUTE WS-NEXT-LOT-SEQUENCE = LOT-SEQUENCE + 1
                   ELSE
                       MOVE 'Y' TO WS-LOTS-EOF
                   END-IF
           END-READ.

       APPLY-ROC-RTN.
           *> Reduce the holding's basis by the per-share amount,
           *> floored at zero. With no holding left there is no basis
           *> to reduce, and the journal entry says none was applied.

           MOVE 0 TO WS-ROC-APPLIED-PER-SHARE.
           IF HOLDING-FOUND-FLAG = 'Y'
               IF ENTITLEMENT-PER-SHARE > AVERAGE-COST
                   MOVE AVERAGE-COST TO WS-ROC-APPLIED-PER-SHARE
                   MOVE 0 TO AVERAGE-COST
               ELSE
                   MOVE ENTITLEMENT-PER-SHARE
                       TO WS-ROC-APPLIED-PER-SHARE
                   SUBTRACT ENTITLEMENT-PER-SHARE FROM AVERAGE-COST
               END-IF
               REWRITE PORTFOLIO-RECORD
           ELSE
               MOVE 0 TO AVERAGE-COST
           END-IF.

       POST-CASH-CREDIT.
           *> Settle the distribution into the cash ledger through the
           *> shared POST-CASH writer, as RECORD-DIVIDEND does.

           IF WS-PAY-TYPE = 'ROC'
               MOVE 'ROC' TO WS-CASH-POST-TYPE
           ELSE
               MOVE 'DIV' TO WS-CASH-POST-TYPE
           END-IF.
           MOVE ENTITLEMENT-AMOUNT TO WS-CASH-POST-AMOUNT.
           CALL 'POST-CASH' USING WS-TODAY-DATE ENTITLEMENT-ACCOUNT
               WS-CASH-POST-TYPE ENTITLEMENT-SYMBOL
               WS-CASH-POST-AMOUNT WS-CASH-POST-CURRENCY
               WS-SETTLE-DATE.

       WRITE-JOURNAL-ENTRY.
           *> Journal the payment the way RECORD-DIVIDEND does, so the
           *> replay programs and the year-end tax package see it. The
           *> shares are the entitled shares, so shares times price is
           *> the amount paid; a DRP entry carries the shares booked
           *> and the reinvestment price instead.

           MOVE WS-TODAY-DATE TO TJ-DATE.
           MOVE ENTITLEMENT-ACCOUNT TO TJ-ACCOUNT.
           MOVE ENTITLEMENT-SYMBOL TO TJ-STOCK-SYMBOL.
           MOVE WS-PAY-TYPE TO TJ-TRANSACTION-TYPE.
           EVALUATE WS-PAY-TYPE
               WHEN 'DRP'
                   MOVE WS-REINVEST-PRICE TO TJ-PRICE
                   MOVE WS-REINVEST-SHARES TO TJ-SHARES
               WHEN 'ROC'
                   MOVE WS-ROC-APPLIED-PER-SHARE TO TJ-PRICE
                   MOVE ENTITLEMENT-SHARES TO TJ-SHARES
               WHEN OTHER
                   MOVE ENTITLEMENT-PER-SHARE TO TJ-PRICE
                   MOVE ENTITLEMENT-SHARES TO TJ-SHARES
           END-EVALUATE.
           IF HOLDING-FOUND-FLAG = 'Y'
               MOVE AVERAGE-COST TO TJ-AVERAGE-COST
           ELSE
               MOVE 0 TO TJ-AVERAGE-COST
           END-IF.
           MOVE 0 TO TJ-COMMISSION.
           MOVE SPACES TO TJ-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO TJ-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-TODAY-DATE
               TODAY-JOURNAL-RECORD.
           WRITE TODAY-JOURNAL-RECORD.

       CALCULATE-WITHHOLDING-RTN.
           *> Foreign tax withheld at source, at the rate the shared
           *> WITHHOLDING-RATE-LOOKUP table gives for the stock's
           *> currency and the account - the same rule RECORD-DIVIDEND
           *> applies. A return of capital is never withheld.

           MOVE 0 TO WS-WITHHOLDING-PCT.
           MOVE 0 TO ENTITLEMENT-WITHHELD.
           IF WS-PAY-TYPE NOT = 'ROC'
               CALL 'WITHHOLDING-RATE-LOOKUP' USING ENTITLEMENT-ACCOUNT
                   WS-CASH-POST-CURRENCY WS-WITHHOLDING-PCT
               COMPUTE ENTITLEMENT-WITHHELD ROUNDED =
                   ENTITLEMENT-AMOUNT * WS-WITHHOLDING-PCT / 100
           END-IF.

       POST-WITHHOLDING-RTN.
           *> The tax is its own debit against the gross credit, so the
           *> ledger carries gross and tax separately with the net
           *> between them, as RECORD-DIVIDEND posts it.

           IF ENTITLEMENT-WITHHELD > 0
               MOVE 'WHT' TO WS-CASH-POST-TYPE
               COMPUTE WS-CASH-POST-AMOUNT = 0 - ENTITLEMENT-WITHHELD
               CALL 'POST-CASH' USING WS-TODAY-DATE ENTITLEMENT-ACCOUNT
                   WS-CASH-POST-TYPE ENTITLEMENT-SYMBOL
                   WS-CASH-POST-AMOUNT WS-CASH-POST-CURRENCY
                   WS-SETTLE-DATE
           END-IF.

       WRITE-WITHHOLDING-JOURNAL-RTN.
           *> One WHT unit at the amount withheld, beside the
           *> dividend's own entry - the convention RECORD-DIVIDEND
           *> uses.

           IF ENTITLEMENT-WITHHELD > 0
               MOVE WS-TODAY-DATE TO TJ-DATE
               MOVE ENTITLEMENT-ACCOUNT TO TJ-ACCOUNT
               MOVE ENTITLEMENT-SYMBOL TO TJ-STOCK-SYMBOL
               MOVE 'WHT' TO TJ-TRANSACTION-TYPE
               MOVE 1 TO TJ-SHARES
               MOVE ENTITLEMENT-WITHHELD TO TJ-PRICE
               IF HOLDING-FOUND-FLAG = 'Y'
                   MOVE AVERAGE-COST TO TJ-AVERAGE-COST
               ELSE
                   MOVE 0 TO TJ-AVERAGE-COST
               END-IF
               MOVE 0 TO TJ-COMMISSION
               MOVE SPACES TO TJ-NEW-SYMBOL
               MOVE WS-OPERATOR-ID TO TJ-OPERATOR-ID
               CALL 'JOURNAL-CONTROL' USING WS-TODAY-DATE
                   TODAY-JOURNAL-RECORD
               WRITE TODAY-JOURNAL-RECORD
           END-IF.

       UPDATE-DIVIDENDS-FILE.
           *> Accumulate this distribution into the symbol's year-to-date
           *> total, starting a fresh accumulator when the year rolls over.

           MOVE 'N' TO DIVIDEND-FOUND-FLAG.
           MOVE ENTITLEMENT-ACCOUNT TO DIVIDEND-ACCOUNT.
           MOVE ENTITLEMENT-SYMBOL TO DIVIDEND-SYMBOL.
           READ DIVIDENDS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO DIVIDEND-FOUND-FLAG
           END-READ.
           IF DIVIDEND-FOUND-FLAG = 'Y'
               IF DIVIDEND-YEAR NOT = WS-CURRENT-YEAR
                   MOVE WS-CURRENT-YEAR TO DIVIDEND-YEAR
                   MOVE 0 TO DIVIDEND-YTD-AMOUNT
               END-IF
               ADD ENTITLEMENT-AMOUNT TO DIVIDEND-YTD-AMOUNT
               MOVE WS-TODAY-DATE TO DIVIDEND-LAST-DATE
               REWRITE DIVIDEND-RECORD
           ELSE
               MOVE WS-CURRENT-YEAR TO DIVIDEND-YEAR
               MOVE ENTITLEMENT-AMOUNT TO DIVIDEND-YTD-AMOUNT
               MOVE WS-TODAY-DATE TO DIVIDEND-LAST-DATE
               WRITE DIVIDEND-RECORD
           END-IF.

       WRITE-SUMMARY-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO RS-AMOUNT.
           MOVE 'Announcements read:' TO RS-LABEL.
           MOVE WS-ANNOUNCED-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Announcements rejected:' TO RS-LABEL.
           MOVE WS-REJECTED-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Entitlements filed tonight:' TO RS-LABEL.
           MOVE WS-ENTITLED-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Entitlements flagged for review:' TO RS-LABEL.
           MOVE WS-REVIEW-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Entitlements paid tonight / gross:' TO RS-LABEL.
           MOVE WS-PAID-COUNT TO RS-COUNT.
           MOVE WS-PAID-TOTAL TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Foreign tax withheld tonight:' TO RS-LABEL.
           MOVE 0 TO RS-COUNT.
           MOVE WS-WITHHELD-TOTAL TO RS-AMOUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY 'DIVIDEND-ENTITLEMENT: ENTITLEMENTS FILED: '
               WS-ENTITLED-COUNT ' PAID: ' WS-PAID-COUNT.

       CLOSE-FILES-RTN.
           CLOSE PORTFOLIO-FILE ENTITLEMENT-FILE DIVIDENDS-FILE
               LOTS-FILE TODAY-JOURNAL-FILE.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
       END PROGRAM DIVIDEND-ENTITLEMENT.
