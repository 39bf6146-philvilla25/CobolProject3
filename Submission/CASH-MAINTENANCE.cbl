           PROGRAM-ID. CASH-MAINTENANCE INITIAL.
           *> This program records cash deposits to and withdrawals from
           *> the account's cash ledger - the money BUY-STOCKS settles
           *> trades against. A deposit into a registered account (TFSA,
           *> RRSP) is first checked against the contribution room
           *> CONTRIBUTION-ROOM keeps for it: over the room it is
           *> refused, unless a supervisor accepts it as a known
           *> over-contribution, and either way it is listed on the
           *> day's CONTRIBUTION-EXCEPTIONS file. Deposits and
           *> withdrawals on registered accounts are recorded against
           *> the room as they post.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT EXCEPTION-FILE
           ASSIGN TO WS-EXCEPTION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-CASH-POST-SYMBOL PIC X(7).
       01 WS-CASH-POST-AMOUNT PIC S9(9)V99.         *> Signed amount handed to POST-CASH
       01 WS-SETTLE-DATE PIC 9(8) VALUE 0.          *> Deposits and withdrawals settle now
       01 WS-ACCOUNT-TYPE PIC X(4).                 *> CASH, or a registered plan type
       01 REGISTERED-FLAG PIC A.                    *> 'Y' for a TFSA / RRSP account
       01 ROOM-REFUSED-FLAG PIC A.
       01 WS-ROOM-ACTION PIC X.
       01 WS-ROOM-AMOUNT PIC 9(7)V99.               *> The posting in CAD
       01 WS-ROOM PIC S9(7)V99.                     *> Room left this year, CAD
       01 WS-ROOM-EDIT PIC $$,$$$,$$9.99-.
       01 WS-ROOM-LABEL PIC X(19).
       01 WS-ROOM-TEXT PIC X(14).
       01 WS-FX-RATE PIC 9(3)V9(6).
       01 WS-FX-FOUND PIC A.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-EXCEPTION-PATH PIC X(45).
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 INPUT-OVERRIDE PIC A.
       01 EXCEPTION-RECORD.
           02 EX-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-CURRENCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EX-AMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-CAD-AMOUNT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-ROOM PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-ACTION PIC X(8).                   *> REFUSED / ACCEPTED
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-OPERATOR PIC X(8).

       01 INPUT-ACCOUNT PIC X(5).
       01 INPUT-ACTION PIC X.
           02 LINE 12.
               03 COL 3 VALUE 'Cash Balance: '.
               03 COL 17 PIC $$$$$$$,$$9.99- FROM WS-CASH-BALANCE.
           02 LINE 13.
               03 COL 3 PIC X(19) FROM WS-ROOM-LABEL.
               03 COL 22 PIC X(14) FROM WS-ROOM-TEXT.
           02 LINE 14.
               03 COL 3 VALUE 'Post more cash? (Y/N) '.
               03 COL 25 PIC A TO NEW-RECORD.
           02 LINE 14.
               03 COL 3 VALUE 'Post more cash? (Y/N) '.
               03 COL 25 PIC A TO NEW-RECORD.
       01 OVER-ROOM-SCREEN.
           *> Defining the supervisor's over-contribution prompt.

           02 LINE 8 COL 10 VALUE 'Deposit Exceeds Contribution Room'.
           02 LINE 10.
               03 COL 3 VALUE 'Room Left This Year: '.
               03 COL 24 PIC $$,$$$,$$9.99- FROM WS-ROOM.
           02 LINE 11.
               03 COL 3 VALUE 'Deposit in CAD: '.
               03 COL 19 PIC $$,$$$,$$9.99 FROM WS-ROOM-AMOUNT.
           02 LINE 13.
               03 COL 3 VALUE 'Accept as an over-contribution? (Y/N) '.
               03 COL 41 PIC A TO INPUT-OVERRIDE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                           TO ERROR-MESSAGE
                       PERFORM DISPLAY-ERROR
                   ELSE
                       PERFORM CHECK-ROOM-RTN
                       IF ROOM-REFUSED-FLAG = 'Y'
                           PERFORM DISPLAY-ERROR
                       ELSE
                           PERFORM POST-CASH-RTN
                           PERFORM RECORD-ROOM-RTN
                           PERFORM DISPLAY-OUTPUT
                       END-IF
                   END-IF
               END-IF
               END-IF
           *> here, and postings pass unchecked as they always did.

           MOVE 'Y' TO ACCOUNT-VALID-FLAG.
           MOVE SPACES TO WS-ACCOUNT-TYPE.
           IF WS-ACCOUNTS-STATUS NOT = '35'
               MOVE INPUT-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY MOVE 'N' TO ACCOUNT-VALID-FLAG
                   NOT INVALID KEY
                       MOVE ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
                       IF ACCOUNT-STATUS NOT = 'OPEN'
                           MOVE 'N' TO ACCOUNT-VALID-FLAG
                       END-IF
               END-READ
           END-IF.
           *> CONVERT-ACCOUNTS gives every account from before account
           *> types a type of CASH; a blank type is still read as CASH
           *> in case one slips through.
           IF WS-ACCOUNT-TYPE = SPACES OR WS-ACCOUNT-TYPE = 'CASH'
               MOVE 'N' TO REGISTERED-FLAG
           ELSE
               MOVE 'Y' TO REGISTERED-FLAG
           END-IF.

       COMPUTE-CASH-BALANCE-RTN.
           *> One keyed read of the account's balance record through
               WS-CASH-POST-AMOUNT INPUT-CURRENCY WS-SETTLE-DATE.
           ADD WS-CASH-POST-AMOUNT TO WS-CASH-BALANCE.

       CHECK-ROOM-RTN.
           *> Room is counted in CAD, so a foreign-currency deposit is
           *> translated at today's rate. Only deposits use up room; a
           *> withdrawal never needs it.

           MOVE 'N' TO ROOM-REFUSED-FLAG.
           MOVE SPACES TO WS-ROOM-LABEL WS-ROOM-TEXT.
           IF REGISTERED-FLAG = 'Y'
               CALL 'FX-RATE-LOOKUP' USING INPUT-CURRENCY WS-FX-RATE
                   WS-FX-FOUND
               COMPUTE WS-ROOM-AMOUNT ROUNDED =
                   INPUT-AMOUNT * WS-FX-RATE
               MOVE 'I' TO WS-ROOM-ACTION
               CALL 'CONTRIBUTION-ROOM' USING INPUT-ACCOUNT
                   WS-ACCOUNT-TYPE WS-ROOM-ACTION WS-ROOM-AMOUNT
                   WS-ROOM
               IF INPUT-ACTION = 'D' AND WS-ROOM-AMOUNT > WS-ROOM
                   PERFORM OVER-ROOM-RTN
               END-IF
           END-IF.

       OVER-ROOM-RTN.
           *> Over-contributions carry a penalty for the client, so
           *> only a supervisor can let one through, and every one -
           *> refused or accepted - goes on the day's exceptions list.

           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           MOVE 'N' TO INPUT-OVERRIDE.
           IF WS-OPERATOR-ROLE = 'SUPERVISOR'
               ACCEPT OVER-ROOM-SCREEN
               MOVE FUNCTION UPPER-CASE(INPUT-OVERRIDE)
                   TO INPUT-OVERRIDE
           END-IF.
           IF INPUT-OVERRIDE = 'Y'
               MOVE 'ACCEPTED' TO EX-ACTION
           ELSE
               MOVE 'REFUSED' TO EX-ACTION
               MOVE 'Y' TO ROOM-REFUSED-FLAG
               MOVE 'Deposit exceeds contribution room'
                   TO ERROR-MESSAGE
           END-IF.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-EXCEPTION-RTN.
           MOVE SPACES TO WS-EXCEPTION-PATH.
           STRING '../CONTRIBUTION-EXCEPTIONS-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-EXCEPTION-PATH.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO EX-DATE.
           MOVE INPUT-ACCOUNT TO EX-ACCOUNT.
           MOVE WS-ACCOUNT-TYPE TO EX-TYPE.
           MOVE INPUT-CURRENCY TO EX-CURRENCY.
           MOVE INPUT-AMOUNT TO EX-AMOUNT.
           MOVE WS-ROOM-AMOUNT TO EX-CAD-AMOUNT.
           MOVE WS-ROOM TO EX-ROOM.
           MOVE WS-OPERATOR-ID TO EX-OPERATOR.
           MOVE EXCEPTION-RECORD TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           CLOSE EXCEPTION-FILE.

       RECORD-ROOM-RTN.
           *> Book the posting against the room - a withdrawal is held
           *> so CONTRIBUTION-ROOM can give it back next year - and show
           *> the room now left on the confirmation screen.

           IF REGISTERED-FLAG = 'Y'
               IF INPUT-ACTION = 'D'
                   MOVE 'D' TO WS-ROOM-ACTION
               ELSE
                   MOVE 'W' TO WS-ROOM-ACTION
               END-IF
               CALL 'CONTRIBUTION-ROOM' USING INPUT-ACCOUNT
                   WS-ACCOUNT-TYPE WS-ROOM-ACTION WS-ROOM-AMOUNT
                   WS-ROOM
               MOVE 'Contribution Room: ' TO WS-ROOM-LABEL
               MOVE WS-ROOM TO WS-ROOM-EDIT
               MOVE WS-ROOM-EDIT TO WS-ROOM-TEXT
           END-IF.

       DISPLAY-OUTPUT.
            *> Display the posted amount and the resulting balance.

