       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-CASH-VALUE.            *> Program identifier and name
           *> Shared cash valuation, called the way READ-CASH-BALANCE
           *> is: answers "how much cash does this account hold, in
           *> home currency" across every currency on
           *> CASH-BALANCES.dat. Each currency counts settled and net
           *> of any pending debit the way READ-CASH-BALANCE counts it,
           *> and an overdrawn currency adds nothing. COMPLIANCE-CHECK
           *> and ALLOCATION-REPORT both add this to the account's
           *> holdings to get the value a concentration percentage is
           *> measured against, so a buy passed at entry is not
           *> flagged the next morning on a different denominator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE
           ASSIGN TO '../CASH-BALANCES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASH-BALANCE-KEY
           FILE STATUS IS WS-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY '../CASH-BALANCE.dat'.

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS PIC X(2).             *> '35' until the balance file exists
       01 BALANCE-EOF PIC A.
       01 WS-CASH-AMOUNT PIC S9(9)V99.
       01 WS-LINE-VALUE PIC 9(11)V99.
       01 WS-FX-RATE PIC 9(3)V9(6).               *> Home currency per one unit
       01 WS-FX-FOUND PIC A.

       LINKAGE SECTION.
       01 LS-ACCOUNT PIC X(5).                    *> Account being valued
       01 LS-CASH-VALUE PIC 9(11)V99.             *> Its cash, home currency

       PROCEDURE DIVISION USING LS-ACCOUNT LS-CASH-VALUE.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-CASH-VALUE.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = '00'
               MOVE 'N' TO BALANCE-EOF
               MOVE LS-ACCOUNT TO CASH-BALANCE-ACCOUNT
               MOVE LOW-VALUES TO CASH-BALANCE-CURRENCY
               START BALANCE-FILE KEY IS NOT < CASH-BALANCE-KEY
                   INVALID KEY MOVE 'Y' TO BALANCE-EOF
               END-START
               PERFORM READ-ONE-BALANCE-RTN UNTIL BALANCE-EOF = 'Y'
               CLOSE BALANCE-FILE
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       READ-ONE-BALANCE-RTN.
           READ BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO BALANCE-EOF
               NOT AT END
                   IF CASH-BALANCE-ACCOUNT NOT = LS-ACCOUNT
                       MOVE 'Y' TO BALANCE-EOF
                   ELSE
                       MOVE CASH-BALANCE-AMOUNT TO WS-CASH-AMOUNT
                       IF CASH-BALANCE-PENDING < 0
                           ADD CASH-BALANCE-PENDING TO WS-CASH-AMOUNT
                       END-IF
                       IF WS-CASH-AMOUNT > 0
                           CALL 'FX-RATE-LOOKUP' USING
                               CASH-BALANCE-CURRENCY WS-FX-RATE
                               WS-FX-FOUND
                           COMPUTE WS-LINE-VALUE =
                               WS-CASH-AMOUNT * WS-FX-RATE
                           ADD WS-LINE-VALUE TO LS-CASH-VALUE
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM ACCOUNT-CASH-VALUE.
