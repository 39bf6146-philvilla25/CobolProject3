       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-RATE-LOOKUP.            *> Program identifier and name
           *> Shared margin-rate lookup, called the way
           *> WITHHOLDING-RATE-LOOKUP is: answers "how much will the
           *> firm lend against a holding of this asset class, and how
           *> much equity must stay behind it" from MARGIN-RATES.txt, so
           *> the buying-power check at trade time and the nightly
           *> margin report always value collateral alike. A class the
           *> table doesn't name is not marginable - it lends nothing
           *> and must be carried in full - and no file at all makes
           *> every holding so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE                       *> Optional margin rate table
           ASSIGN TO '../MARGIN-RATES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-RECORD.
           *> e.g. EQUITY0500003000 lends 50 percent of an equity
           *> holding's value and calls below 30 percent equity.
           02 RATE-ASSET-CLASS PIC X(6).
           02 RATE-LOAN-PCT PIC 9(3)V99.
           02 RATE-MAINT-PCT PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC X(2).                *> '00' only when a rate table exists
       01 RATE-EOF PIC A.

       LINKAGE SECTION.
       01 LS-ASSET-CLASS PIC X(6).                *> SASSET-CLASS of the holding
       01 LS-LOAN-PCT PIC 9(3)V99.                *> Percent of value the firm lends
       01 LS-MAINT-PCT PIC 9(3)V99.               *> Percent of value kept as equity

       PROCEDURE DIVISION USING LS-ASSET-CLASS LS-LOAN-PCT LS-MAINT-PCT.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-LOAN-PCT.
           MOVE 100 TO LS-MAINT-PCT.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = '00'
               MOVE 'N' TO RATE-EOF
               PERFORM READ-ONE-RATE-RTN UNTIL RATE-EOF = 'Y'
               CLOSE RATE-FILE
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       READ-ONE-RATE-RTN.
           READ RATE-FILE
               AT END MOVE 'Y' TO RATE-EOF
               NOT AT END
                   *> A garbled line is skipped rather than de-edited
                   *> into a numeric field.
                   IF RATE-ASSET-CLASS = LS-ASSET-CLASS
                       AND RATE-LOAN-PCT IS NUMERIC
                       AND RATE-MAINT-PCT IS NUMERIC
                       MOVE RATE-LOAN-PCT TO LS-LOAN-PCT
                       MOVE RATE-MAINT-PCT TO LS-MAINT-PCT
                       MOVE 'Y' TO RATE-EOF
                   END-IF
           END-READ.
       END PROGRAM MARGIN-RATE-LOOKUP.
