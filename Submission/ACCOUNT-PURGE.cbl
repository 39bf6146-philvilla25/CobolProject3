       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACCOUNT-PURGE INITIAL.
           *> Archive and purge of long-closed accounts. An account
           *> closed on ACCOUNT-MAINTENANCE stays on every master so its
           *> history keeps its holder name; once it has been closed
           *> longer than the retention period - the fourth figure on
           *> RETENTION-CONTROL.txt, after HOUSEKEEPING's three - this
           *> run takes it off the live files:
           *>   - an account that still holds shares, has open tax
           *>     lots, cash or pending cash, a standing order on the
           *>     book, a recurring cash instruction not yet ended, or
           *>     a dividend entitlement not yet paid is refused and
           *>     listed with the reason - it is not finished with;
           *>   - otherwise its records on ACCOUNTS.dat,
           *>     CASH-BALANCES.dat, DIVIDENDS.dat, STOCK-LOTS.dat,
           *>     CONTRIBUTION-ROOM.dat, CASH-INSTRUCTIONS.dat and
           *>     DIVIDEND-ENTITLEMENTS.dat and its ACCOUNT-HISTORY.txt
           *>     snapshots are written to the day's dated archive file
           *>     ACCOUNT-ARCHIVE-yyyymmdd.txt, then removed, and the
           *>     account is entered on the ARCHIVED-ACCOUNTS.dat
           *>     register ACCOUNT-ARCHIVE-INQUIRY reads and restores
           *>     from.
           *> The journals and the cash ledger are the books of record
           *> and keep the account's entries. An account closed before
           *> closing dates were kept has its retention clock started
           *> today. Everything done or refused goes on the purge
           *> audit listing. With no control file nothing is touched -
           *> a purge must never guess about deleting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
           ASSIGN TO '../RETENTION-CONTROL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT PORTFOLIO-FILE
           ASSIGN TO '../PORTFOLIO.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PORTFOLIO-KEY
           FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT LOTS-FILE
           ASSIGN TO '../STOCK-LOTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOTS-STATUS.

           SELECT BALANCE-FILE
           ASSIGN TO '../CASH-BALANCES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASH-BALANCE-KEY
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT DIVIDENDS-FILE
           ASSIGN TO '../DIVIDENDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIVIDEND-KEY
           FILE STATUS IS WS-DIVIDENDS-STATUS.

           SELECT ROOM-FILE
           ASSIGN TO '../CONTRIBUTION-ROOM.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROOM-ACCOUNT
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT INSTRUCTION-FILE
           ASSIGN TO '../CASH-INSTRUCTIONS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INSTRUCTION-KEY
           FILE STATUS IS WS-INSTRUCTION-STATUS.

           SELECT ENTITLEMENT-FILE
           ASSIGN TO '../DIVIDEND-ENTITLEMENTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTITLEMENT-KEY
           FILE STATUS IS WS-ENTITLEMENT-STATUS.

           SELECT ORDER-FILE
           ASSIGN TO '../STANDING-ORDERS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

           SELECT HISTORY-FILE
           ASSIGN TO '../ACCOUNT-HISTORY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT NEW-HISTORY-FILE
           ASSIGN TO '../ACCOUNT-HISTORY-NEW.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE
           ASSIGN TO '../ARCHIVED-ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARCHIVED-ACCOUNT
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ARCHIVE-FILE
           ASSIGN TO WS-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-FILE
           ASSIGN TO WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           *> One line: journal cutoff in days, snapshots to keep,
           *> report retention in days, closed-account retention in
           *> days - e.g. 036501000902555.
           02 RET-JOURNAL-DAYS PIC 9(4).
           02 RET-SNAPS-TO-KEEP PIC 9(3).
           02 RET-REPORT-DAYS PIC 9(4).
           02 RET-ACCOUNT-DAYS PIC 9(4).

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           *> Structure of the portfolio record - one physical file
           *> serves all accounts, keyed on account plus symbol.
           02 PORTFOLIO-KEY.
               03 PORTFOLIO-ACCOUNT PIC X(5).
               03 PORTFOLIO-STOCK-SYMBOL PIC X(7).
           02 NUMBER-OF-SHARES PIC 9(5)V9(3).
           02 AVERAGE-COST PIC 9(6)V99.

       FD LOTS-FILE.
       COPY '../STOCK-LOT.dat'.

       FD BALANCE-FILE.
       COPY '../CASH-BALANCE.dat'.

       FD DIVIDENDS-FILE.
       01 DIVIDEND-RECORD.
           *> One accumulator record per account and symbol, the layout
           *> RECORD-DIVIDEND keeps.
           02 DIVIDEND-KEY.
               03 DIVIDEND-ACCOUNT PIC X(5).
               03 DIVIDEND-SYMBOL PIC X(7).
           02 DIVIDEND-YEAR PIC 9(4).
           02 DIVIDEND-YTD-AMOUNT PIC 9(7)V99.
           02 DIVIDEND-LAST-DATE PIC 9(8).

       FD ROOM-FILE.
       COPY '../CONTRIBUTION-ROOM.dat'.

       FD INSTRUCTION-FILE.
       COPY '../CASH-INSTRUCTION.dat'.

       FD ENTITLEMENT-FILE.
       COPY '../DIVIDEND-ENTITLEMENT.dat'.

       FD ORDER-FILE.
       COPY '../STANDING-ORDER.dat'.

       FD HISTORY-FILE.
       COPY '../ACCOUNT-HISTORY.dat'.

       FD NEW-HISTORY-FILE.
       01 NEW-HISTORY-RECORD PIC X(35).            *> Image of the
           *> ACCOUNT-HISTORY layout, for the old-file/new-file rewrite

       FD REGISTER-FILE.
       COPY '../ARCHIVED-ACCOUNT.dat'.

       FD ARCHIVE-FILE.
       COPY '../ACCOUNT-ARCHIVE.dat'.

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-CUTOFF-DATE PIC 9(8).                 *> Accounts closed before this purge
       01 WS-DATE-INTEGER PIC 9(8).
       01 WS-CONTROL-STATUS PIC X(2).              *> '00' only when a usable control line exists
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 WS-PORTFOLIO-STATUS PIC X(2).
       01 WS-LOTS-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-DIVIDENDS-STATUS PIC X(2).
       01 WS-ROOM-STATUS PIC X(2).
       01 WS-INSTRUCTION-STATUS PIC X(2).
       01 WS-ENTITLEMENT-STATUS PIC X(2).
       01 WS-ORDER-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-OPEN-STATUS PIC X(2).                 *> The status being judged
       01 WS-FILES-OK-FLAG PIC A.                  *> 'N' if any master would not open
       01 WS-ARCHIVE-PATH PIC X(40).
       01 WS-AUDIT-PATH PIC X(40).
       01 WS-NEW-PATH PIC X(40) VALUE '../ACCOUNT-HISTORY-NEW.txt'.
       01 WS-OLD-PATH PIC X(40) VALUE '../ACCOUNT-HISTORY.txt'.
       01 ACCOUNTS-EOF PIC A.
       01 FILE-EOF PIC A.
       01 HISTORY-EOF PIC A.
       01 WS-ACCOUNT PIC X(5).                     *> The account being worked
       01 WS-REFUSE-REASON PIC X(30).              *> Spaces while nothing blocks
       01 WS-RECORD-COUNT PIC 9(5).                *> Records archived for the account
       01 WS-CAND-SUB PIC 9(4).
       01 WS-CAND-MAX PIC 9(4) VALUE 0.
       01 WS-CAND-FULL-FLAG PIC A VALUE 'N'.       *> 'Y' once the overflow was reported
       01 WS-PURGE-SUB PIC 9(4).
       01 WS-PURGE-MAX PIC 9(4) VALUE 0.
       01 WS-PURGE-FOUND-FLAG PIC A.
       01 WS-STARTED-COUNT PIC 9(5) VALUE 0.       *> Retention clocks started today
       01 WS-REFUSED-COUNT PIC 9(5) VALUE 0.
       01 WS-ARCHIVED-TOTAL PIC 9(7) VALUE 0.      *> Records archived, all accounts
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'ACCOUNT-PURGE'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 WS-CANDIDATE-TABLE.
           *> Closed accounts past retention, gathered in one pass over
           *> the accounts master before any of them is touched.
           02 WS-CANDIDATE PIC X(5) OCCURS 500 TIMES.
       01 WS-PURGED-TABLE.
           *> Accounts archived this run - the history pass removes
           *> their snapshots, and the listing and register are
           *> written from here once the count is complete.
           02 WS-PURGED-ENTRY OCCURS 500 TIMES.
               03 WS-PURGED-ACCOUNT PIC X(5).
               03 WS-PURGED-HOLDER PIC X(25).
               03 WS-PURGED-CLOSED-DATE PIC 9(8).
               03 WS-PURGED-COUNT PIC 9(5).

       01 AUDIT-TITLE.
           02 FILLER PIC X(30) VALUE 'CLOSED ACCOUNT PURGE AUDIT    '.
           02 AT-DATE PIC 9(8).
           02 FILLER PIC X(20) VALUE '   CLOSED BEFORE    '.
           02 AT-CUTOFF PIC 9(8).
       01 AUDIT-HEADER.
           02 FILLER PIC X(16) VALUE 'ACTION'.
           02 FILLER PIC X(7) VALUE 'ACCT'.
           02 FILLER PIC X(27) VALUE 'HOLDER'.
           02 FILLER PIC X(10) VALUE 'CLOSED'.
           02 FILLER PIC X(9) VALUE 'RECORDS'.
           02 FILLER PIC X(6) VALUE 'DETAIL'.
       01 AUDIT-DETAIL-RECORD.
           02 AUD-ACTION PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AUD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AUD-HOLDER PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AUD-CLOSED-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AUD-RECORDS PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AUD-DETAIL PIC X(30).
       01 AUDIT-SUMMARY-RECORD.
           02 AUS-LABEL PIC X(40).
           02 AUS-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ACCOUNT-PURGE: no closed-account retention on '
                   'the control file - nothing touched'
               MOVE 'ENDED-OK' TO OPS-STATUS
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM OPEN-MASTERS-RTN
               IF WS-FILES-OK-FLAG = 'N'
                   DISPLAY 'ACCOUNT-PURGE: a master could not be '
                       'opened - nothing touched'
                   MOVE 'FAILED' TO OPS-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM FIND-CANDIDATES-RTN
                   PERFORM PURGE-ONE-CANDIDATE-RTN
                       VARYING WS-CAND-SUB FROM 1 BY 1
                       UNTIL WS-CAND-SUB > WS-CAND-MAX
                   IF WS-PURGE-MAX > 0
                       PERFORM PURGE-HISTORY-RTN
                   END-IF
                   PERFORM FINISH-ONE-PURGED-RTN
                       VARYING WS-PURGE-SUB FROM 1 BY 1
                       UNTIL WS-PURGE-SUB > WS-PURGE-MAX
                   PERFORM CLOSE-MASTERS-RTN
                   MOVE 'ENDED-OK' TO OPS-STATUS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM CLOSE-RTN.
           MOVE WS-CAND-MAX TO OPS-READ-COUNT.
           MOVE WS-PURGE-MAX TO OPS-WRITE-COUNT.
           MOVE WS-REFUSED-COUNT TO OPS-REJECT-COUNT.
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
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-CUTOFF-DATE.
           STRING '../ACCOUNT-PURGE-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-AUDIT-PATH.
           STRING '../ACCOUNT-ARCHIVE-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
               MOVE SPACES TO CONTROL-RECORD
               READ CONTROL-FILE
                   AT END CONTINUE
               END-READ
               CLOSE CONTROL-FILE
               IF RET-ACCOUNT-DAYS IS NUMERIC
                   AND RET-ACCOUNT-DAYS > 0
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                       - RET-ACCOUNT-DAYS
                   COMPUTE WS-CUTOFF-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               ELSE
                   *> A control line written before the closed-account
                   *> figure was added, or a garbled one, must never
                   *> drive deletes.
                   MOVE 'XX' TO WS-CONTROL-STATUS
               END-IF
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           MOVE WS-TODAY-DATE TO AT-DATE.
           MOVE WS-CUTOFF-DATE TO AT-CUTOFF.
           MOVE AUDIT-TITLE TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE AUDIT-HEADER TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       OPEN-MASTERS-RTN.
           *> Every master is opened before anything is touched. One
           *> that is not there yet holds nothing for the account; one
           *> that is there but will not open would leave an account
           *> half purged, so the whole run stands down instead.

           MOVE 'Y' TO WS-FILES-OK-FLAG.
           OPEN I-O ACCOUNTS-FILE.
           MOVE WS-ACCOUNTS-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           OPEN INPUT PORTFOLIO-FILE.
           MOVE WS-PORTFOLIO-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           OPEN I-O LOTS-FILE.
           MOVE WS-LOTS-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           OPEN I-O BALANCE-FILE.
           MOVE WS-BALANCE-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           OPEN I-O DIVIDENDS-FILE.
           MOVE WS-DIVIDENDS-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           OPEN I-O ROOM-FILE.
           MOVE WS-ROOM-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           OPEN I-O INSTRUCTION-FILE.
           MOVE WS-INSTRUCTION-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           OPEN I-O ENTITLEMENT-FILE.
           MOVE WS-ENTITLEMENT-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS = '35'
               *> First account ever archived - create the register
               *> the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF.
           MOVE WS-REGISTER-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-ACCOUNTS-STATUS NOT = '00'
               *> No accounts master, no closed accounts.
               MOVE 'N' TO WS-FILES-OK-FLAG
           END-IF.
           IF WS-FILES-OK-FLAG = 'Y'
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = '35'
                   *> First purge today - OPEN EXTEND cannot create a
                   *> brand-new file, and a second run the same day
                   *> must never overwrite the first run's archive.
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               MOVE WS-ARCHIVE-STATUS TO WS-OPEN-STATUS
               PERFORM CHECK-OPEN-RTN
           END-IF.

       CHECK-OPEN-RTN.
           IF WS-OPEN-STATUS NOT = '00'
               AND WS-OPEN-STATUS NOT = '35'
               MOVE 'N' TO WS-FILES-OK-FLAG
           END-IF.

       FIND-CANDIDATES-RTN.
           *> One pass over the accounts master in key order.

           MOVE LOW-VALUES TO ACCOUNT-NUMBER.
           MOVE 'N' TO ACCOUNTS-EOF.
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
               INVALID KEY MOVE 'Y' TO ACCOUNTS-EOF
           END-START.
           PERFORM JUDGE-ONE-ACCOUNT-RTN UNTIL ACCOUNTS-EOF = 'Y'.

       JUDGE-ONE-ACCOUNT-RTN.
           *> A closed account with no closing date was closed before
           *> the date was kept - its retention period starts today
           *> rather than being guessed.

           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO ACCOUNTS-EOF
               NOT AT END
                   IF ACCOUNT-STATUS = 'CLOSED'
                       IF ACCOUNT-CLOSED-DATE IS NOT NUMERIC
                           OR ACCOUNT-CLOSED-DATE = 0
                           MOVE WS-TODAY-DATE TO ACCOUNT-CLOSED-DATE
                           REWRITE ACCOUNT-RECORD
                           MOVE 'CLOCK STARTED' TO AUD-ACTION
                           MOVE ACCOUNT-NUMBER TO AUD-ACCOUNT
                           MOVE ACCOUNT-HOLDER-NAME TO AUD-HOLDER
                           MOVE ACCOUNT-CLOSED-DATE TO AUD-CLOSED-DATE
                           MOVE 0 TO AUD-RECORDS
                           MOVE 'No closing date on file'
                               TO AUD-DETAIL
                           PERFORM WRITE-AUDIT-RTN
                           ADD 1 TO WS-STARTED-COUNT
                       ELSE
                           IF ACCOUNT-CLOSED-DATE < WS-CUTOFF-DATE
                               PERFORM ADD-CANDIDATE-RTN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ADD-CANDIDATE-RTN.
           IF WS-CAND-MAX < 500
               ADD 1 TO WS-CAND-MAX
               MOVE ACCOUNT-NUMBER TO WS-CANDIDATE (WS-CAND-MAX)
           ELSE
               IF WS-CAND-FULL-FLAG = 'N'
                   DISPLAY 'ACCOUNT-PURGE: CANDIDATE TABLE FULL - '
                       'ACCOUNTS BEYOND 500 LEFT FOR THE NEXT RUN'
                   MOVE 'Y' TO WS-CAND-FULL-FLAG
               END-IF
           END-IF.

       PURGE-ONE-CANDIDATE-RTN.
           *> Check every way the account could still be live; the
           *> first one found refuses it.

           MOVE WS-CANDIDATE (WS-CAND-SUB) TO WS-ACCOUNT.
           MOVE WS-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-REFUSE-REASON
                   PERFORM CHECK-HOLDINGS-RTN
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM CHECK-LOTS-RTN
                   END-IF
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM CHECK-CASH-RTN
                   END-IF
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM CHECK-ORDERS-RTN
                   END-IF
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM CHECK-INSTRUCTIONS-RTN
                   END-IF
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM CHECK-ENTITLEMENTS-RTN
                   END-IF
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM ARCHIVE-ACCOUNT-RTN
                   ELSE
                       MOVE 'REFUSED' TO AUD-ACTION
                       MOVE ACCOUNT-NUMBER TO AUD-ACCOUNT
                       MOVE ACCOUNT-HOLDER-NAME TO AUD-HOLDER
                       MOVE ACCOUNT-CLOSED-DATE TO AUD-CLOSED-DATE
                       MOVE 0 TO AUD-RECORDS
                       MOVE WS-REFUSE-REASON TO AUD-DETAIL
                       PERFORM WRITE-AUDIT-RTN
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
           END-READ.

       CHECK-HOLDINGS-RTN.
           IF WS-PORTFOLIO-STATUS = '00'
               MOVE WS-ACCOUNT TO PORTFOLIO-ACCOUNT
               MOVE LOW-VALUES TO PORTFOLIO-STOCK-SYMBOL
               MOVE 'N' TO FILE-EOF
               START PORTFOLIO-FILE KEY IS NOT LESS THAN PORTFOLIO-KEY
                   INVALID KEY MOVE 'Y' TO FILE-EOF
               END-START
               PERFORM CHECK-ONE-HOLDING-RTN UNTIL FILE-EOF = 'Y'
           END-IF.

       CHECK-ONE-HOLDING-RTN.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF PORTFOLIO-ACCOUNT NOT = WS-ACCOUNT
                       MOVE 'Y' TO FILE-EOF
                   ELSE
                       IF NUMBER-OF-SHARES > 0
                           MOVE 'Still holds shares'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO FILE-EOF
                       END-IF
                   END-IF
           END-READ.

       CHECK-LOTS-RTN.
           IF WS-LOTS-STATUS = '00'
               PERFORM START-LOTS-RTN
               PERFORM CHECK-ONE-LOT-RTN UNTIL FILE-EOF = 'Y'
           END-IF.

       START-LOTS-RTN.
           MOVE WS-ACCOUNT TO LOT-ACCOUNT.
           MOVE LOW-VALUES TO LOT-SYMBOL.
           MOVE 0 TO LOT-SEQUENCE.
           MOVE 'N' TO FILE-EOF.
           START LOTS-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY MOVE 'Y' TO FILE-EOF
           END-START.

       CHECK-ONE-LOT-RTN.
           READ LOTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF LOT-ACCOUNT NOT = WS-ACCOUNT
                       MOVE 'Y' TO FILE-EOF
                   ELSE
                       IF LOT-SHARES-REMAINING > 0
                           MOVE 'Open tax lots on file'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO FILE-EOF
                       END-IF
                   END-IF
           END-READ.

       CHECK-CASH-RTN.
           IF WS-BALANCE-STATUS = '00'
               PERFORM START-BALANCES-RTN
               PERFORM CHECK-ONE-BALANCE-RTN UNTIL FILE-EOF = 'Y'
           END-IF.

       START-BALANCES-RTN.
           MOVE WS-ACCOUNT TO CASH-BALANCE-ACCOUNT.
           MOVE LOW-VALUES TO CASH-BALANCE-CURRENCY.
           MOVE 'N' TO FILE-EOF.
           START BALANCE-FILE KEY IS NOT LESS THAN CASH-BALANCE-KEY
               INVALID KEY MOVE 'Y' TO FILE-EOF
           END-START.

       CHECK-ONE-BALANCE-RTN.
           READ BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF CASH-BALANCE-ACCOUNT NOT = WS-ACCOUNT
                       MOVE 'Y' TO FILE-EOF
                   ELSE
                       IF CASH-BALANCE-AMOUNT NOT = 0
                           OR CASH-BALANCE-PENDING NOT = 0
                           MOVE 'Cash balance is not nil'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO FILE-EOF
                       END-IF
                   END-IF
           END-READ.

       CHECK-ORDERS-RTN.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM CHECK-ONE-ORDER-RTN UNTIL FILE-EOF = 'Y'
               CLOSE ORDER-FILE
           END-IF.

       CHECK-ONE-ORDER-RTN.
           READ ORDER-FILE
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF ORDER-ACCOUNT = WS-ACCOUNT
                       MOVE 'Standing order on the book'
                           TO WS-REFUSE-REASON
                       MOVE 'Y' TO FILE-EOF
                   END-IF
           END-READ.

       CHECK-INSTRUCTIONS-RTN.
           IF WS-INSTRUCTION-STATUS = '00'
               PERFORM START-INSTRUCTIONS-RTN
               PERFORM CHECK-ONE-INSTRUCTION-RTN UNTIL FILE-EOF = 'Y'
           END-IF.

       START-INSTRUCTIONS-RTN.
           MOVE WS-ACCOUNT TO INSTRUCTION-ACCOUNT.
           MOVE 0 TO INSTRUCTION-SEQ.
           MOVE 'N' TO FILE-EOF.
           START INSTRUCTION-FILE KEY IS NOT LESS THAN INSTRUCTION-KEY
               INVALID KEY MOVE 'Y' TO FILE-EOF
           END-START.

       CHECK-ONE-INSTRUCTION-RTN.
           *> A suspended instruction can still be resumed, so only an
           *> ended one is finished with.

           READ INSTRUCTION-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF INSTRUCTION-ACCOUNT NOT = WS-ACCOUNT
                       MOVE 'Y' TO FILE-EOF
                   ELSE
                       IF INSTRUCTION-STATUS NOT = 'ENDED'
                           MOVE 'Recurring cash not ended'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO FILE-EOF
                       END-IF
                   END-IF
           END-READ.

       CHECK-ENTITLEMENTS-RTN.
           *> Entitlements are keyed by security and record date, so
           *> the account's can only be found by reading them all.

           IF WS-ENTITLEMENT-STATUS = '00'
               PERFORM START-ENTITLEMENTS-RTN
               PERFORM CHECK-ONE-ENTITLEMENT-RTN UNTIL FILE-EOF = 'Y'
           END-IF.

       START-ENTITLEMENTS-RTN.
           MOVE LOW-VALUES TO ENTITLEMENT-KEY.
           MOVE 'N' TO FILE-EOF.
           START ENTITLEMENT-FILE KEY IS NOT LESS THAN ENTITLEMENT-KEY
               INVALID KEY MOVE 'Y' TO FILE-EOF
           END-START.

       CHECK-ONE-ENTITLEMENT-RTN.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF ENTITLEMENT-ACCOUNT = WS-ACCOUNT
                       AND ENTITLEMENT-STATUS = 'PENDING'
                       MOVE 'Dividend entitlement unpaid'
                           TO WS-REFUSE-REASON
                       MOVE 'Y' TO FILE-EOF
                   END-IF
           END-READ.

       ARCHIVE-ACCOUNT-RTN.
           *> Each record goes to the archive before it is deleted, so
           *> nothing leaves the live files without a copy. The master
           *> record goes last, so an interrupted run leaves the
           *> account on ACCOUNTS.dat to be picked up again.

           MOVE 0 TO WS-RECORD-COUNT.
           IF WS-BALANCE-STATUS = '00'
               PERFORM START-BALANCES-RTN
               PERFORM ARCHIVE-ONE-BALANCE-RTN UNTIL FILE-EOF = 'Y'
           END-IF.
           IF WS-DIVIDENDS-STATUS = '00'
               MOVE WS-ACCOUNT TO DIVIDEND-ACCOUNT
               MOVE LOW-VALUES TO DIVIDEND-SYMBOL
               MOVE 'N' TO FILE-EOF
               START DIVIDENDS-FILE KEY IS NOT LESS THAN DIVIDEND-KEY
                   INVALID KEY MOVE 'Y' TO FILE-EOF
               END-START
               PERFORM ARCHIVE-ONE-DIVIDEND-RTN UNTIL FILE-EOF = 'Y'
           END-IF.
           IF WS-LOTS-STATUS = '00'
               PERFORM START-LOTS-RTN
               PERFORM ARCHIVE-ONE-LOT-RTN UNTIL FILE-EOF = 'Y'
           END-IF.
           IF WS-ROOM-STATUS = '00'
               MOVE WS-ACCOUNT TO ROOM-ACCOUNT
               READ ROOM-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'CONTRIB-ROOM' TO ARCHIVE-SOURCE
                       MOVE ROOM-RECORD TO ARCHIVE-IMAGE
                       PERFORM WRITE-ARCHIVE-RTN
                       DELETE ROOM-FILE RECORD
               END-READ
           END-IF.
           IF WS-INSTRUCTION-STATUS = '00'
               PERFORM START-INSTRUCTIONS-RTN
               PERFORM ARCHIVE-ONE-INSTRUCTION-RTN
                   UNTIL FILE-EOF = 'Y'
           END-IF.
           IF WS-ENTITLEMENT-STATUS = '00'
               PERFORM START-ENTITLEMENTS-RTN
               PERFORM ARCHIVE-ONE-ENTITLEMENT-RTN
                   UNTIL FILE-EOF = 'Y'
           END-IF.
           MOVE WS-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE
               INVALID KEY CONTINUE
           END-READ.
           MOVE 'ACCOUNTS' TO ARCHIVE-SOURCE.
           MOVE ACCOUNT-RECORD TO ARCHIVE-IMAGE.
           PERFORM WRITE-ARCHIVE-RTN.
           DELETE ACCOUNTS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           IF WS-PURGE-MAX < 500
               ADD 1 TO WS-PURGE-MAX
               MOVE WS-ACCOUNT TO WS-PURGED-ACCOUNT (WS-PURGE-MAX)
               MOVE ACCOUNT-HOLDER-NAME
                   TO WS-PURGED-HOLDER (WS-PURGE-MAX)
               MOVE ACCOUNT-CLOSED-DATE
                   TO WS-PURGED-CLOSED-DATE (WS-PURGE-MAX)
               MOVE WS-RECORD-COUNT TO WS-PURGED-COUNT (WS-PURGE-MAX)
           END-IF.

       ARCHIVE-ONE-BALANCE-RTN.
           READ BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF CASH-BALANCE-ACCOUNT NOT = WS-ACCOUNT
                       MOVE 'Y' TO FILE-EOF
                   ELSE
                       MOVE 'CASH-BALANCES' TO ARCHIVE-SOURCE
                       MOVE CASH-BALANCE-RECORD TO ARCHIVE-IMAGE
                       PERFORM WRITE-ARCHIVE-RTN
                       DELETE BALANCE-FILE RECORD
                   END-IF
           END-READ.

       ARCHIVE-ONE-DIVIDEND-RTN.
           READ DIVIDENDS-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF DIVIDEND-ACCOUNT NOT = WS-ACCOUNT
                       MOVE 'Y' TO FILE-EOF
                   ELSE
                       MOVE 'DIVIDENDS' TO ARCHIVE-SOURCE
                       MOVE DIVIDEND-RECORD TO ARCHIVE-IMAGE
                       PERFORM WRITE-ARCHIVE-RTN
                       DELETE DIVIDENDS-FILE RECORD
                   END-IF
           END-READ.

       ARCHIVE-ONE-LOT-RTN.
           READ LOTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF LOT-ACCOUNT NOT = WS-ACCOUNT
                       MOVE 'Y' TO FILE-EOF
                   ELSE
                       MOVE 'STOCK-LOTS' TO ARCHIVE-SOURCE
                       MOVE LOT-RECORD TO ARCHIVE-IMAGE
                       PERFORM WRITE-ARCHIVE-RTN
                       DELETE LOTS-FILE RECORD
                   END-IF
           END-READ.

       ARCHIVE-ONE-INSTRUCTION-RTN.
           READ INSTRUCTION-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF INSTRUCTION-ACCOUNT NOT = WS-ACCOUNT
                       MOVE 'Y' TO FILE-EOF
                   ELSE
                       MOVE 'CASH-INSTRUCT' TO ARCHIVE-SOURCE
                       MOVE INSTRUCTION-RECORD TO ARCHIVE-IMAGE
                       PERFORM WRITE-ARCHIVE-RTN
                       DELETE INSTRUCTION-FILE RECORD
                   END-IF
           END-READ.

       ARCHIVE-ONE-ENTITLEMENT-RTN.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF ENTITLEMENT-ACCOUNT = WS-ACCOUNT
                       MOVE 'ENTITLEMENTS' TO ARCHIVE-SOURCE
                       MOVE ENTITLEMENT-RECORD TO ARCHIVE-IMAGE
                       PERFORM WRITE-ARCHIVE-RTN
                       DELETE ENTITLEMENT-FILE RECORD
                   END-IF
           END-READ.

       WRITE-ARCHIVE-RTN.
           MOVE WS-ACCOUNT TO ARCHIVE-ACCOUNT.
           WRITE ARCHIVE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-ARCHIVED-TOTAL.

       PURGE-HISTORY-RTN.
           *> One pass over the snapshots for every account archived
           *> this run - the old-file/new-file rewrite ORDER-MAINTENANCE
           *> uses for the order book.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               OPEN OUTPUT NEW-HISTORY-FILE
               MOVE 'N' TO HISTORY-EOF
               PERFORM COPY-ONE-SNAPSHOT-RTN UNTIL HISTORY-EOF = 'Y'
               CLOSE HISTORY-FILE NEW-HISTORY-FILE
               CALL 'CBL_RENAME_FILE' USING WS-NEW-PATH WS-OLD-PATH
           END-IF.

       COPY-ONE-SNAPSHOT-RTN.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO HISTORY-EOF
               NOT AT END
                   MOVE 'N' TO WS-PURGE-FOUND-FLAG
                   PERFORM MATCH-PURGED-RTN
                       VARYING WS-PURGE-SUB FROM 1 BY 1
                       UNTIL WS-PURGE-SUB > WS-PURGE-MAX
                       OR WS-PURGE-FOUND-FLAG = 'Y'
                   IF WS-PURGE-FOUND-FLAG = 'Y'
                       SUBTRACT 1 FROM WS-PURGE-SUB
                       MOVE AH-ACCOUNT TO WS-ACCOUNT
                       MOVE 'ACCT-HISTORY' TO ARCHIVE-SOURCE
                       MOVE ACCOUNT-HISTORY-RECORD TO ARCHIVE-IMAGE
                       MOVE WS-PURGED-COUNT (WS-PURGE-SUB)
                           TO WS-RECORD-COUNT
                       PERFORM WRITE-ARCHIVE-RTN
                       MOVE WS-RECORD-COUNT
                           TO WS-PURGED-COUNT (WS-PURGE-SUB)
                   ELSE
                       MOVE ACCOUNT-HISTORY-RECORD
                           TO NEW-HISTORY-RECORD
                       WRITE NEW-HISTORY-RECORD
                   END-IF
           END-READ.

       MATCH-PURGED-RTN.
           IF WS-PURGED-ACCOUNT (WS-PURGE-SUB) = AH-ACCOUNT
               MOVE 'Y' TO WS-PURGE-FOUND-FLAG
           END-IF.

       FINISH-ONE-PURGED-RTN.
           *> Enter the account on the register - a re-archive after a
           *> restore replaces the earlier entry - and list it.

           MOVE 'Y' TO WS-PURGE-FOUND-FLAG.
           MOVE WS-PURGED-ACCOUNT (WS-PURGE-SUB) TO ARCHIVED-ACCOUNT.
           READ REGISTER-FILE
               INVALID KEY MOVE 'N' TO WS-PURGE-FOUND-FLAG
           END-READ.
           MOVE WS-PURGED-HOLDER (WS-PURGE-SUB)
               TO ARCHIVED-HOLDER-NAME.
           MOVE WS-PURGED-CLOSED-DATE (WS-PURGE-SUB)
               TO ARCHIVED-CLOSED-DATE.
           MOVE WS-TODAY-DATE TO ARCHIVED-DATE.
           MOVE WS-PURGED-COUNT (WS-PURGE-SUB) TO ARCHIVED-RECORD-COUNT.
           MOVE 'ARCHIVED' TO ARCHIVED-STATUS.
           MOVE 0 TO ARCHIVED-RESTORE-DATE.
           MOVE SPACES TO ARCHIVED-RESTORE-OPERATOR.
           IF WS-PURGE-FOUND-FLAG = 'Y'
               REWRITE ARCHIVED-ACCOUNT-RECORD
           ELSE
               WRITE ARCHIVED-ACCOUNT-RECORD
           END-IF.
           MOVE 'ARCHIVED' TO AUD-ACTION.
           MOVE ARCHIVED-ACCOUNT TO AUD-ACCOUNT.
           MOVE ARCHIVED-HOLDER-NAME TO AUD-HOLDER.
           MOVE ARCHIVED-CLOSED-DATE TO AUD-CLOSED-DATE.
           MOVE ARCHIVED-RECORD-COUNT TO AUD-RECORDS.
           MOVE 'Removed from the live files' TO AUD-DETAIL.
           PERFORM WRITE-AUDIT-RTN.

       WRITE-AUDIT-RTN.
           MOVE AUDIT-DETAIL-RECORD TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       CLOSE-MASTERS-RTN.
           CLOSE ACCOUNTS-FILE.
           IF WS-PORTFOLIO-STATUS = '00'
               CLOSE PORTFOLIO-FILE
           END-IF.
           IF WS-LOTS-STATUS = '00'
               CLOSE LOTS-FILE
           END-IF.
           IF WS-BALANCE-STATUS = '00'
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-DIVIDENDS-STATUS = '00'
               CLOSE DIVIDENDS-FILE
           END-IF.
           IF WS-ROOM-STATUS = '00'
               CLOSE ROOM-FILE
           END-IF.
           IF WS-INSTRUCTION-STATUS = '00'
               CLOSE INSTRUCTION-FILE
           END-IF.
           IF WS-ENTITLEMENT-STATUS = '00'
               CLOSE ENTITLEMENT-FILE
           END-IF.
           CLOSE REGISTER-FILE ARCHIVE-FILE.

       CLOSE-RTN.
           MOVE SPACES TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE 'Closed accounts past retention:' TO AUS-LABEL.
           MOVE WS-CAND-MAX TO AUS-COUNT.
           MOVE AUDIT-SUMMARY-RECORD TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE 'Accounts archived and purged:' TO AUS-LABEL.
           MOVE WS-PURGE-MAX TO AUS-COUNT.
           MOVE AUDIT-SUMMARY-RECORD TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE 'Accounts refused:' TO AUS-LABEL.
           MOVE WS-REFUSED-COUNT TO AUS-COUNT.
           MOVE AUDIT-SUMMARY-RECORD TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE 'Retention clocks started today:' TO AUS-LABEL.
           MOVE WS-STARTED-COUNT TO AUS-COUNT.
           MOVE AUDIT-SUMMARY-RECORD TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE 'Records archived:' TO AUS-LABEL.
           MOVE WS-ARCHIVED-TOTAL TO AUS-COUNT.
           MOVE AUDIT-SUMMARY-RECORD TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-FILE.
           DISPLAY 'ACCOUNT-PURGE: ACCOUNTS ARCHIVED: ' WS-PURGE-MAX
               ' REFUSED: ' WS-REFUSED-COUNT.
       END PROGRAM ACCOUNT-PURGE.
