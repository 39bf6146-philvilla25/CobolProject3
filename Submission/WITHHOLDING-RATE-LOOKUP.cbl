       IDENTIFICATION DIVISION.
       PROGRAM-ID. WITHHOLDING-RATE-LOOKUP.       *> Program identifier and name
           *> Shared withholding-tax lookup, called the way
           *> ALLOCATION-LIMIT-LOOKUP is: answers "what percentage of a
           *> distribution paid in this currency is withheld at source
           *> for this account" from WITHHOLDING-RATES.txt, so the keyed
           *> and the batch dividend paths always withhold alike. The
           *> currency stands for the issuer's country (USD for a US
           *> issuer). Lines holding a currency and a rate set the house
           *> rate for that currency; lines holding an account, a
           *> currency and a rate override it for that one account - a
           *> treaty rate, or 0 for an exempt account. The home
           *> currency is never withheld, and no file at all withholds
           *> nothing, as before the table existed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE                       *> Optional withholding table
           ASSIGN TO '../WITHHOLDING-RATES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-RECORD.
           *> A house rate - e.g. USD01500 withholds 15 percent of
           *> every USD distribution.
           02 RATE-CURRENCY PIC X(3).
           02 RATE-PCT PIC 9(3)V99.
           02 RATE-REST PIC X(5).                  *> Blank on a house-rate line
       01 RATE-ACCOUNT-RECORD.
           *> An account override - e.g. 10001USD00000 exempts account
           *> 10001 from USD withholding.
           02 RATE-ACCOUNT PIC X(5).
           02 RATE-ACCOUNT-CURRENCY PIC X(3).
           02 RATE-ACCOUNT-PCT PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC X(2).                *> '00' only when a rate table exists
       01 RATE-EOF PIC A.
       01 WS-HOUSE-PCT PIC 9(3)V99.               *> House rate for the currency
       01 WS-ACCOUNT-PCT PIC 9(3)V99.             *> The account's own rate
       01 ACCOUNT-RATE-FOUND PIC A.               *> 'Y' when an override applies, even 0

       LINKAGE SECTION.
       01 LS-ACCOUNT PIC X(5).                    *> Account being paid
       01 LS-CURRENCY PIC X(3).                   *> Currency the distribution is paid in
       01 LS-RATE-PCT PIC 9(3)V99.                *> Percent withheld at source

       PROCEDURE DIVISION USING LS-ACCOUNT LS-CURRENCY LS-RATE-PCT.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-HOUSE-PCT.
           MOVE 0 TO WS-ACCOUNT-PCT.
           MOVE 'N' TO ACCOUNT-RATE-FOUND.
           IF LS-CURRENCY = SPACES OR LS-CURRENCY = 'CAD'
               CONTINUE
           ELSE
               OPEN INPUT RATE-FILE
               IF WS-RATE-STATUS = '00'
                   MOVE 'N' TO RATE-EOF
                   PERFORM READ-ONE-RATE-RTN UNTIL RATE-EOF = 'Y'
                   CLOSE RATE-FILE
               END-IF
           END-IF.
           IF ACCOUNT-RATE-FOUND = 'Y'
               MOVE WS-ACCOUNT-PCT TO LS-RATE-PCT
           ELSE
               MOVE WS-HOUSE-PCT TO LS-RATE-PCT
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       READ-ONE-RATE-RTN.
           READ RATE-FILE
               AT END MOVE 'Y' TO RATE-EOF
               NOT AT END
                   *> A garbled line is skipped rather than de-edited
                   *> into a numeric field.
                   IF RATE-REST = SPACES
                       IF RATE-CURRENCY = LS-CURRENCY
                           AND RATE-PCT IS NUMERIC
                           MOVE RATE-PCT TO WS-HOUSE-PCT
                       END-IF
                   ELSE
                       IF RATE-ACCOUNT = LS-ACCOUNT
                           AND RATE-ACCOUNT-CURRENCY = LS-CURRENCY
                           AND RATE-ACCOUNT-PCT IS NUMERIC
                           MOVE RATE-ACCOUNT-PCT TO WS-ACCOUNT-PCT
                           MOVE 'Y' TO ACCOUNT-RATE-FOUND
                       END-IF
                   END-IF
           END-READ.
       END PROGRAM WITHHOLDING-RATE-LOOKUP.
