       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCATION-LIMIT-LOOKUP.       *> Program identifier and name
           *> Shared concentration-limit lookup, called the way
           *> COMMISSION-CALC is: answers "how much of this account may
           *> one symbol, and one sector, be" from ALLOCATION-LIMIT.txt,
           *> so ALLOCATION-REPORT's after-the-fact flags and the
           *> pre-trade COMPLIANCE-CHECK always measure against the
           *> same figures. The first line of the file is the house
           *> limit on its own, as it always was; any further lines
           *> carry an account number with its own symbol and sector
           *> limits, a zero limit meaning the house figure applies. No
           *> file at all keeps the 25 percent default. A blank account
           *> asks for the house limit only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE                      *> Optional threshold override
           ASSIGN TO '../ALLOCATION-LIMIT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIMIT-FILE.
       01 LIMIT-RECORD.
           02 LIMIT-PCT PIC 9(3)V99.               *> Percent threshold, e.g. 02500 for 25.00
           02 LIMIT-REST PIC X(10).                *> Blank on the house-limit line
       01 LIMIT-ACCOUNT-RECORD.
           *> An account override - e.g. 100010150002000 limits account
           *> 10001 to 15 percent in one symbol and 20 in one sector.
           02 LIMIT-ACCOUNT PIC X(5).
           02 LIMIT-HOLDING-PCT PIC 9(3)V99.
           02 LIMIT-SECTOR-PCT PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-LIMIT-STATUS PIC X(2).               *> '00' only when a limit file exists
       01 LIMIT-EOF PIC A.
       01 WS-HOUSE-PCT PIC 9(3)V99.               *> House limit, both symbol and sector
       01 WS-ACCOUNT-HOLDING-PCT PIC 9(3)V99.     *> The account's own, 0 if none
       01 WS-ACCOUNT-SECTOR-PCT PIC 9(3)V99.

       LINKAGE SECTION.
       01 LS-ACCOUNT PIC X(5).                    *> Account being asked about, blank = house
       01 LS-HOLDING-PCT PIC 9(3)V99.             *> Most one symbol may be, in percent
       01 LS-SECTOR-PCT PIC 9(3)V99.              *> Most one sector may be, in percent

       PROCEDURE DIVISION USING LS-ACCOUNT LS-HOLDING-PCT LS-SECTOR-PCT.
       MAIN-PROCEDURE.
           MOVE 25 TO WS-HOUSE-PCT.
           MOVE 0 TO WS-ACCOUNT-HOLDING-PCT.
           MOVE 0 TO WS-ACCOUNT-SECTOR-PCT.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-STATUS = '00'
               MOVE 'N' TO LIMIT-EOF
               PERFORM READ-ONE-LIMIT-RTN UNTIL LIMIT-EOF = 'Y'
               CLOSE LIMIT-FILE
           END-IF.
           MOVE WS-HOUSE-PCT TO LS-HOLDING-PCT.
           MOVE WS-HOUSE-PCT TO LS-SECTOR-PCT.
           IF WS-ACCOUNT-HOLDING-PCT > 0
               MOVE WS-ACCOUNT-HOLDING-PCT TO LS-HOLDING-PCT
           END-IF.
           IF WS-ACCOUNT-SECTOR-PCT > 0
               MOVE WS-ACCOUNT-SECTOR-PCT TO LS-SECTOR-PCT
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       READ-ONE-LIMIT-RTN.
           READ LIMIT-FILE
               AT END MOVE 'Y' TO LIMIT-EOF
               NOT AT END
                   IF LIMIT-REST = SPACES
                       IF LIMIT-PCT IS NUMERIC
                           MOVE LIMIT-PCT TO WS-HOUSE-PCT
                       END-IF
                   ELSE
                       *> A garbled override line is skipped rather
                       *> than de-edited into a numeric field.
                       IF LS-ACCOUNT NOT = SPACES
                           AND LIMIT-ACCOUNT = LS-ACCOUNT
                           AND LIMIT-HOLDING-PCT IS NUMERIC
                           AND LIMIT-SECTOR-PCT IS NUMERIC
                           MOVE LIMIT-HOLDING-PCT
                               TO WS-ACCOUNT-HOLDING-PCT
                           MOVE LIMIT-SECTOR-PCT
                               TO WS-ACCOUNT-SECTOR-PCT
                       END-IF
                   END-IF
           END-READ.
       END PROGRAM ALLOCATION-LIMIT-LOOKUP.
