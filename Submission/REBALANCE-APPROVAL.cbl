       IDENTIFICATION DIVISION.
           PROGRAM-ID. REBALANCE-APPROVAL INITIAL.
           *> This program releases one day's rebalancing proposals for
           *> trading once a supervisor has reviewed the REBALANCE
           *> report. The proposed buys are appended to BUY-TRADES.txt
           *> for BUY-STOCKS batch mode and the proposed sells to
           *> BROKER-FILLS.txt for FILL-PROCESSOR, where they go through
           *> the same cash, compliance and holdings checks as any other
           *> trade. Each release is recorded on REBALANCE-RELEASES.txt
           *> with the supervisor who gave it, and a day's proposals can
           *> be released only once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSED-BUY-FILE
           ASSIGN TO WS-BUY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSED-BUY-STATUS.

           SELECT PROPOSED-SELL-FILE
           ASSIGN TO WS-SELL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSED-SELL-STATUS.

           SELECT BUY-TRADES-FILE
           ASSIGN TO '../BUY-TRADES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUY-TRADES-STATUS.

           SELECT FILLS-FILE
           ASSIGN TO '../BROKER-FILLS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILLS-STATUS.

           SELECT RELEASE-FILE
           ASSIGN TO '../REBALANCE-RELEASES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROPOSED-BUY-FILE.
       01 PROPOSED-BUY-RECORD PIC X(25).

       FD PROPOSED-SELL-FILE.
       01 PROPOSED-SELL-RECORD PIC X(26).

       FD BUY-TRADES-FILE.
       01 BUY-TRADES-RECORD PIC X(25).

       FD FILLS-FILE.
       01 FILLS-RECORD PIC X(26).

       FD RELEASE-FILE.
       01 RELEASE-RECORD.
           02 RELEASE-PROPOSAL-DATE PIC 9(8).
           02 RELEASE-DATE PIC 9(8).
           02 RELEASE-TIME PIC 9(6).
           02 RELEASE-OPERATOR PIC X(8).
           02 RELEASE-BUY-COUNT PIC 9(5).
           02 RELEASE-SELL-COUNT PIC 9(5).

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TIME-NOW PIC 9(8).
       01 WS-BUY-PATH PIC X(40).
       01 WS-SELL-PATH PIC X(40).
       01 WS-PROPOSED-BUY-STATUS PIC X(2).         *> '35' when no buys were proposed
       01 WS-PROPOSED-SELL-STATUS PIC X(2).
       01 WS-BUY-TRADES-STATUS PIC X(2).
       01 WS-FILLS-STATUS PIC X(2).
       01 WS-RELEASE-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-BUY-COUNT PIC 9(5).
       01 WS-SELL-COUNT PIC 9(5).
       01 RELEASED-FLAG PIC A.
       01 PROPOSAL-EOF PIC A.
       01 RELEASE-EOF PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).

       01 INPUT-PROPOSAL-DATE PIC 9(8).
       01 INPUT-CONFIRM PIC X.

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Approve Rebalancing Trades'.
           02 LINE 4.
               03 COL 3 VALUE 'Proposal Date YYYYMMDD (0 = today): '.
               03 COL 40 PIC 9(8) TO INPUT-PROPOSAL-DATE.
           02 LINE 5.
               03 COL 3 VALUE 'Release these trades? (Y/N) '.
               03 COL 33 PIC X TO INPUT-CONFIRM.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 11 COL 10 VALUE 'Rebalancing Trades Released'.
           02 LINE 13.
               03 COL 3 VALUE 'Proposal Date: '.
               03 COL 18 PIC 9(8) FROM INPUT-PROPOSAL-DATE.
           02 LINE 14.
               03 COL 3 VALUE 'Buys added to BUY-TRADES.txt: '.
               03 COL 33 PIC ZZZZ9 FROM WS-BUY-COUNT.
           02 LINE 15.
               03 COL 3 VALUE 'Sells added to BROKER-FILLS.txt: '.
               03 COL 36 PIC ZZZZ9 FROM WS-SELL-COUNT.
           02 LINE 16.
               03 COL 3 VALUE 'Released by: '.
               03 COL 16 PIC X(8) FROM WS-OPERATOR-ID.
           02 LINE 18.
               03 COL 3 VALUE 'Release another date? (Y/N) '.
               03 COL 31 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 11 COL 10 VALUE 'Request Rejected'.
           02 LINE 13 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 18.
               03 COL 3 VALUE 'Release another date? (Y/N) '.
               03 COL 31 PIC A TO NEW-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            *> Main procedure to process release requests until done.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       PROCESS-RTN.
           *> Get one release request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           MOVE 0 TO WS-BUY-COUNT WS-SELL-COUNT.
           PERFORM GET-INPUT.
           IF INPUT-CONFIRM NOT = 'Y'
               MOVE 'Release not confirmed - nothing sent'
                   TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-RELEASED-RTN
               IF RELEASED-FLAG = 'Y'
                   MOVE 'Proposals for that date already released'
                       TO ERROR-MESSAGE
               ELSE
                   PERFORM RELEASE-RTN
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the release request from the screen.

           MOVE 0 TO INPUT-PROPOSAL-DATE.
           MOVE SPACES TO INPUT-CONFIRM.
           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-CONFIRM) TO INPUT-CONFIRM.
           IF INPUT-PROPOSAL-DATE = 0
               MOVE WS-TODAY-DATE TO INPUT-PROPOSAL-DATE
           END-IF.
           MOVE SPACES TO WS-BUY-PATH WS-SELL-PATH.
           STRING '../REBALANCE-BUYS-' DELIMITED BY SIZE
                   INPUT-PROPOSAL-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-BUY-PATH.
           STRING '../REBALANCE-SELLS-' DELIMITED BY SIZE
                   INPUT-PROPOSAL-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-SELL-PATH.

       CHECK-RELEASED-RTN.
           MOVE 'N' TO RELEASED-FLAG.
           OPEN INPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS = '00'
               MOVE 'N' TO RELEASE-EOF
               PERFORM READ-ONE-RELEASE-RTN UNTIL RELEASE-EOF = 'Y'
               CLOSE RELEASE-FILE
           END-IF.

       READ-ONE-RELEASE-RTN.
           READ RELEASE-FILE
               AT END MOVE 'Y' TO RELEASE-EOF
               NOT AT END
                   IF RELEASE-PROPOSAL-DATE = INPUT-PROPOSAL-DATE
                       MOVE 'Y' TO RELEASED-FLAG
                       MOVE 'Y' TO RELEASE-EOF
                   END-IF
           END-READ.

       RELEASE-RTN.
           *> Both proposal files must still be on disk - REBALANCE
           *> writes them together, so a missing one means the run
           *> didn't write trade files for that date.

           OPEN INPUT PROPOSED-BUY-FILE.
           OPEN INPUT PROPOSED-SELL-FILE.
           IF WS-PROPOSED-BUY-STATUS NOT = '00'
               OR WS-PROPOSED-SELL-STATUS NOT = '00'
               MOVE 'No trade files for that proposal date'
                   TO ERROR-MESSAGE
               IF WS-PROPOSED-BUY-STATUS = '00'
                   CLOSE PROPOSED-BUY-FILE
               END-IF
               IF WS-PROPOSED-SELL-STATUS = '00'
                   CLOSE PROPOSED-SELL-FILE
               END-IF
           ELSE
               OPEN EXTEND BUY-TRADES-FILE
               IF WS-BUY-TRADES-STATUS = '35'
                   OPEN OUTPUT BUY-TRADES-FILE
               END-IF
               MOVE 'N' TO PROPOSAL-EOF
               PERFORM COPY-ONE-BUY-RTN UNTIL PROPOSAL-EOF = 'Y'
               CLOSE BUY-TRADES-FILE
               CLOSE PROPOSED-BUY-FILE
               OPEN EXTEND FILLS-FILE
               IF WS-FILLS-STATUS = '35'
                   OPEN OUTPUT FILLS-FILE
               END-IF
               MOVE 'N' TO PROPOSAL-EOF
               PERFORM COPY-ONE-SELL-RTN UNTIL PROPOSAL-EOF = 'Y'
               CLOSE FILLS-FILE
               CLOSE PROPOSED-SELL-FILE
               PERFORM WRITE-RELEASE-RTN
           END-IF.

       COPY-ONE-BUY-RTN.
           READ PROPOSED-BUY-FILE
               AT END MOVE 'Y' TO PROPOSAL-EOF
               NOT AT END
                   MOVE PROPOSED-BUY-RECORD TO BUY-TRADES-RECORD
                   WRITE BUY-TRADES-RECORD
                   ADD 1 TO WS-BUY-COUNT
           END-READ.

       COPY-ONE-SELL-RTN.
           READ PROPOSED-SELL-FILE
               AT END MOVE 'Y' TO PROPOSAL-EOF
               NOT AT END
                   MOVE PROPOSED-SELL-RECORD TO FILLS-RECORD
                   WRITE FILLS-RECORD
                   ADD 1 TO WS-SELL-COUNT
           END-READ.

       WRITE-RELEASE-RTN.
           ACCEPT WS-TIME-NOW FROM TIME.
           OPEN EXTEND RELEASE-FILE.
           IF WS-RELEASE-STATUS = '35'
               OPEN OUTPUT RELEASE-FILE
           END-IF.
           MOVE INPUT-PROPOSAL-DATE TO RELEASE-PROPOSAL-DATE.
           MOVE WS-TODAY-DATE TO RELEASE-DATE.
           MOVE WS-TIME-NOW (1:6) TO RELEASE-TIME.
           MOVE WS-OPERATOR-ID TO RELEASE-OPERATOR.
           MOVE WS-BUY-COUNT TO RELEASE-BUY-COUNT.
           MOVE WS-SELL-COUNT TO RELEASE-SELL-COUNT.
           WRITE RELEASE-RECORD.
           CLOSE RELEASE-FILE.

       DISPLAY-OUTPUT.
            *> Display what was released.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.
       END PROGRAM REBALANCE-APPROVAL.
