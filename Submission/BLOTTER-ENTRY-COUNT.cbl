       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOTTER-ENTRY-COUNT.           *> Program identifier and name
           *> Shared count of what a day's trade blotter covers, called
           *> the way CURRENT-OPERATOR is: every entry on the day's
           *> TXN-JOURNAL file, and every DEP and WDR posting dated
           *> that day on CASH-LEDGER.txt. TRADE-BLOTTER files the two
           *> counts with the blotter; BLOTTER-SIGNOFF and DAILY-CLOSE
           *> count again and compare, so anything booked after the
           *> blotter was printed is caught before the day is signed
           *> off or closed.

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

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD CASH-FILE.
       COPY '../CASH-LEDGER.dat'.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-JOURNAL-STATUS PIC X(2).             *> '00' only on days a journal exists
       01 WS-CASH-STATUS PIC X(2).
       01 JOURNAL-EOF PIC A.
       01 CASH-EOF PIC A.

       LINKAGE SECTION.
       01 LS-BLOTTER-DATE PIC 9(8).               *> Business day being counted
       01 LS-JOURNAL-COUNT PIC 9(5).              *> Entries on the day's journal
       01 LS-CASH-COUNT PIC 9(5).                 *> DEP and WDR postings that day

       PROCEDURE DIVISION USING LS-BLOTTER-DATE LS-JOURNAL-COUNT
           LS-CASH-COUNT.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-JOURNAL-COUNT LS-CASH-COUNT.
           MOVE SPACES TO WS-JOURNAL-PATH.
           STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                   LS-BLOTTER-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'N' TO JOURNAL-EOF
               PERFORM COUNT-ONE-ENTRY-RTN UNTIL JOURNAL-EOF = 'Y'
               CLOSE JOURNAL-FILE
           END-IF.
           OPEN INPUT CASH-FILE.
           IF WS-CASH-STATUS = '00'
               MOVE 'N' TO CASH-EOF
               PERFORM COUNT-ONE-POSTING-RTN UNTIL CASH-EOF = 'Y'
               CLOSE CASH-FILE
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       COUNT-ONE-ENTRY-RTN.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END ADD 1 TO LS-JOURNAL-COUNT
           END-READ.

       COUNT-ONE-POSTING-RTN.
           READ CASH-FILE
               AT END MOVE 'Y' TO CASH-EOF
               NOT AT END
                   IF (CASH-POST-TYPE = 'DEP' OR CASH-POST-TYPE = 'WDR')
                       AND CASH-POST-DATE = LS-BLOTTER-DATE
                       ADD 1 TO LS-CASH-COUNT
                   END-IF
           END-READ.

       END PROGRAM BLOTTER-ENTRY-COUNT.
