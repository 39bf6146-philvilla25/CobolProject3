       IDENTIFICATION DIVISION.
           PROGRAM-ID. JOURNAL-VERIFY INITIAL.
           *> Nightly journal completeness check. Every entry written
           *> to a dated TXN-JOURNAL file is numbered and totalled by
           *> JOURNAL-CONTROL as it is written; this re-reads each day
           *> that has a control record on JOURNAL-CONTROLS.dat and
           *> proves the file against it:
           *>   - the day's journal file is still there;
           *>   - the sequence numbers run 1, 2, 3... with no gap, no
           *>     repeat and no entry out of order, and no entry is
           *>     missing its number;
           *>   - the entry count, total shares and total value
           *>     (shares times price, to the cent) agree with the
           *>     control record, overall and for each transaction
           *>     type.
           *> A journal cut short by a crash or edited by hand fails
           *> here before RECONCILE-PORTFOLIO, CAPITAL-GAINS-SUMMARY,
           *> CSV-EXPORT or HISTORY-INQUIRY trusts it. Every
           *> disagreement goes on the dated exceptions report, and
           *> any exception ends the step FAILED on the operations log
           *> with a non-zero return code - the same way
           *> INTEGRITY-AUDIT reaches NIGHT-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-CONTROL-FILE
           ASSIGN TO '../JOURNAL-CONTROLS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS JOURNAL-CONTROL-DATE
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-CONTROL-FILE.
       COPY '../JOURNAL-CONTROL.dat'.

       FD JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-CONTROL-STATUS PIC X(2).              *> '35' until any entry was numbered
       01 WS-JOURNAL-STATUS PIC X(2).              *> '00' only when the day's file exists
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-REPORT-PATH PIC X(40).
       01 CONTROL-EOF PIC A.
       01 JOURNAL-EOF PIC A.
       01 WS-DAY-COUNT PIC 9(5) VALUE 0.           *> Journal days proved
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-DAY-EXCEPTIONS PIC 9(5).
       01 WS-EXPECTED-SEQUENCE PIC 9(6).           *> The number the next entry should carry
       01 WS-UNNUMBERED-COUNT PIC 9(6).
       01 WS-ENTRY-VALUE PIC 9(11)V99.             *> Shares times price
       01 WS-TYPE-SUB PIC 9(2).
       01 WS-TYPE-SLOT PIC 9(2).
       01 WS-MATCH-SLOT PIC 9(2).
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'JOURNAL-VERIFY'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 WS-FILE-TOTALS.
           *> The day's totals as recomputed from the file, laid out
           *> the way JOURNAL-CONTROL keeps them on the control record.
           02 WS-FILE-COUNT PIC 9(6).
           02 WS-FILE-SHARES PIC 9(9)V9(3).
           02 WS-FILE-VALUE PIC 9(11)V99.
           02 WS-FILE-TYPE-TOTAL OCCURS 16 TIMES.
               03 WS-FILE-TYPE PIC X(4).
               03 WS-FILE-TYPE-COUNT PIC 9(6).
               03 WS-FILE-TYPE-SHARES PIC 9(9)V9(3).
               03 WS-FILE-TYPE-VALUE PIC 9(11)V99.

       01 EQUAL-SIGNS PIC X(100) VALUE ALL '='.
       01 REPORT-TITLE.
           02 FILLER PIC X(30) VALUE 'JOURNAL CONTROL EXCEPTIONS    '.
           02 RT-DATE PIC 9(8).
       01 REPORT-HEADER.
           02 FILLER PIC X(10) VALUE 'DAY'.
           02 FILLER PIC X(16) VALUE 'CHECK'.
           02 FILLER PIC X(6) VALUE 'TYPE'.
           02 FILLER PIC X(20) VALUE '           ON FILE'.
           02 FILLER PIC X(20) VALUE '          EXPECTED'.
           02 FILLER PIC X(6) VALUE 'DETAIL'.
       01 REPORT-DETAIL-RECORD.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-CHECK PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-FIGURES.
               03 RD-FILE-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.999.
               03 FILLER PIC X(2) VALUE SPACES.
               03 RD-EXPECTED-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-DETAIL PIC X(26).
       01 REPORT-SUMMARY-RECORD.
           02 RS-LABEL PIC X(40).
           02 RS-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           MOVE 'N' TO CONTROL-EOF.
           OPEN INPUT JOURNAL-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               *> Nothing has been numbered yet - every journal on file
               *> predates the controls, so there is nothing to prove.
               MOVE 'Y' TO CONTROL-EOF
           END-IF.
           PERFORM VERIFY-ONE-DAY-RTN UNTIL CONTROL-EOF = 'Y'.
           IF WS-CONTROL-STATUS NOT = '35'
               CLOSE JOURNAL-CONTROL-FILE
           END-IF.
           PERFORM WRITE-SUMMARY-RTN.
           CLOSE REPORT-FILE.
           MOVE WS-DAY-COUNT TO OPS-READ-COUNT.
           MOVE WS-EXCEPTION-COUNT TO OPS-REJECT-COUNT.
           DISPLAY 'JOURNAL-VERIFY: EXCEPTIONS FOUND: '
               WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               *> A journal disagrees with its controls - the step is
               *> FAILED on the log so NIGHT-VERIFY holds the morning
               *> until someone has looked at the exceptions report.
               MOVE 'FAILED' TO OPS-STATUS
               PERFORM WRITE-OPS-LOG-RTN
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 'ENDED-OK' TO OPS-STATUS
               PERFORM WRITE-OPS-LOG-RTN
               MOVE 0 TO RETURN-CODE
           END-IF.
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
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           STRING '../JOURNAL-VERIFY-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY-DATE TO RT-DATE.
           MOVE REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.

       VERIFY-ONE-DAY-RTN.
           *> One control record, one day's journal file.

           READ JOURNAL-CONTROL-FILE
               AT END MOVE 'Y' TO CONTROL-EOF
               NOT AT END
                   ADD 1 TO WS-DAY-COUNT
                   MOVE 0 TO WS-DAY-EXCEPTIONS
                   PERFORM READ-DAY-JOURNAL-RTN
                   IF WS-JOURNAL-STATUS = '00'
                       PERFORM COMPARE-TOTALS-RTN
                   END-IF
           END-READ.

       READ-DAY-JOURNAL-RTN.
           *> Recompute the day's totals from the file, checking the
           *> numbering entry by entry on the way.

           MOVE 0 TO WS-FILE-COUNT WS-FILE-SHARES WS-FILE-VALUE.
           MOVE 0 TO WS-UNNUMBERED-COUNT.
           MOVE 1 TO WS-EXPECTED-SEQUENCE.
           PERFORM CLEAR-FILE-TYPE-RTN VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 16.
           MOVE SPACES TO WS-JOURNAL-PATH.
           STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                   JOURNAL-CONTROL-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               MOVE SPACES TO RD-TYPE
               MOVE 0 TO RD-FILE-VALUE
               MOVE JOURNAL-CONTROL-COUNT TO RD-EXPECTED-VALUE
               MOVE 'FILE MISSING' TO RD-CHECK
               MOVE 'journal file not found' TO RD-DETAIL
               PERFORM WRITE-EXCEPTION-RTN
           ELSE
               MOVE 'N' TO JOURNAL-EOF
               PERFORM READ-ONE-ENTRY-RTN UNTIL JOURNAL-EOF = 'Y'
               CLOSE JOURNAL-FILE
               IF WS-UNNUMBERED-COUNT > 0
                   MOVE SPACES TO RD-TYPE
                   MOVE WS-UNNUMBERED-COUNT TO RD-FILE-VALUE
                   MOVE 0 TO RD-EXPECTED-VALUE
                   MOVE 'UNNUMBERED' TO RD-CHECK
                   MOVE 'entries with no sequence no.' TO RD-DETAIL
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
           END-IF.

       CLEAR-FILE-TYPE-RTN.
           MOVE SPACES TO WS-FILE-TYPE (WS-TYPE-SUB).
           MOVE 0 TO WS-FILE-TYPE-COUNT (WS-TYPE-SUB)
               WS-FILE-TYPE-SHARES (WS-TYPE-SUB)
               WS-FILE-TYPE-VALUE (WS-TYPE-SUB).

       READ-ONE-ENTRY-RTN.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END PERFORM CHECK-ENTRY-RTN
           END-READ.

       CHECK-ENTRY-RTN.
           *> An entry with no number never went through JOURNAL-CONTROL
           *> and is in no control total, so it is counted apart. A
           *> numbered entry ahead of the one expected means entries
           *> in between are gone; one at or behind it was repeated or
           *> moved.

           IF JOURNAL-SEQUENCE IS NOT NUMERIC
               OR JOURNAL-SEQUENCE = 0
               ADD 1 TO WS-UNNUMBERED-COUNT
           ELSE
               IF JOURNAL-SEQUENCE > WS-EXPECTED-SEQUENCE
                   MOVE SPACES TO RD-TYPE
                   MOVE JOURNAL-SEQUENCE TO RD-FILE-VALUE
                   MOVE WS-EXPECTED-SEQUENCE TO RD-EXPECTED-VALUE
                   MOVE 'SEQUENCE GAP' TO RD-CHECK
                   MOVE 'entries missing before this' TO RD-DETAIL
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
               IF JOURNAL-SEQUENCE < WS-EXPECTED-SEQUENCE
                   MOVE SPACES TO RD-TYPE
                   MOVE JOURNAL-SEQUENCE TO RD-FILE-VALUE
                   MOVE WS-EXPECTED-SEQUENCE TO RD-EXPECTED-VALUE
                   MOVE 'OUT OF ORDER' TO RD-CHECK
                   MOVE 'entry repeated or moved' TO RD-DETAIL
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
               IF JOURNAL-SEQUENCE NOT < WS-EXPECTED-SEQUENCE
                   COMPUTE WS-EXPECTED-SEQUENCE = JOURNAL-SEQUENCE + 1
               END-IF
               PERFORM ADD-ENTRY-RTN
           END-IF.

       ADD-ENTRY-RTN.
           *> The same arithmetic and slot rule JOURNAL-CONTROL uses
           *> when the entry is written.

           ADD 1 TO WS-FILE-COUNT.
           COMPUTE WS-ENTRY-VALUE ROUNDED =
               JOURNAL-SHARES * JOURNAL-PRICE.
           ADD JOURNAL-SHARES TO WS-FILE-SHARES.
           ADD WS-ENTRY-VALUE TO WS-FILE-VALUE.
           MOVE 0 TO WS-TYPE-SLOT.
           PERFORM FIND-FILE-TYPE-RTN VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 16 OR WS-TYPE-SLOT NOT = 0.
           IF WS-TYPE-SLOT NOT = 0
               MOVE JOURNAL-TRANSACTION-TYPE
                   TO WS-FILE-TYPE (WS-TYPE-SLOT)
               ADD 1 TO WS-FILE-TYPE-COUNT (WS-TYPE-SLOT)
               ADD JOURNAL-SHARES TO WS-FILE-TYPE-SHARES (WS-TYPE-SLOT)
               ADD WS-ENTRY-VALUE TO WS-FILE-TYPE-VALUE (WS-TYPE-SLOT)
           END-IF.

       FIND-FILE-TYPE-RTN.
           IF WS-FILE-TYPE (WS-TYPE-SUB) = JOURNAL-TRANSACTION-TYPE
               OR WS-FILE-TYPE (WS-TYPE-SUB) = SPACES
               MOVE WS-TYPE-SUB TO WS-TYPE-SLOT
           END-IF.

       COMPARE-TOTALS-RTN.
           *> The day as a whole, then type by type in both directions
           *> - a type the control knows and the file has lost, and a
           *> type on the file the control never saw.

           MOVE SPACES TO RD-TYPE.
           IF WS-FILE-COUNT NOT = JOURNAL-CONTROL-COUNT
               MOVE WS-FILE-COUNT TO RD-FILE-VALUE
               MOVE JOURNAL-CONTROL-COUNT TO RD-EXPECTED-VALUE
               MOVE 'ENTRY COUNT' TO RD-CHECK
               MOVE 'day total' TO RD-DETAIL
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-FILE-SHARES NOT = JOURNAL-CONTROL-SHARES
               MOVE WS-FILE-SHARES TO RD-FILE-VALUE
               MOVE JOURNAL-CONTROL-SHARES TO RD-EXPECTED-VALUE
               MOVE 'SHARES' TO RD-CHECK
               MOVE 'day total' TO RD-DETAIL
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-FILE-VALUE NOT = JOURNAL-CONTROL-VALUE
               MOVE WS-FILE-VALUE TO RD-FILE-VALUE
               MOVE JOURNAL-CONTROL-VALUE TO RD-EXPECTED-VALUE
               MOVE 'VALUE' TO RD-CHECK
               MOVE 'day total' TO RD-DETAIL
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           PERFORM COMPARE-CONTROL-TYPE-RTN VARYING WS-TYPE-SUB
               FROM 1 BY 1 UNTIL WS-TYPE-SUB > 16.
           PERFORM CHECK-FILE-TYPE-RTN VARYING WS-TYPE-SUB
               FROM 1 BY 1 UNTIL WS-TYPE-SUB > 16.

       COMPARE-CONTROL-TYPE-RTN.
           IF JOURNAL-CONTROL-TYPE (WS-TYPE-SUB) NOT = SPACES
               MOVE 0 TO WS-MATCH-SLOT
               PERFORM MATCH-FILE-TYPE-RTN VARYING WS-TYPE-SLOT
                   FROM 1 BY 1
                   UNTIL WS-TYPE-SLOT > 16 OR WS-MATCH-SLOT NOT = 0
               MOVE JOURNAL-CONTROL-TYPE (WS-TYPE-SUB) TO RD-TYPE
               IF WS-MATCH-SLOT = 0
                   MOVE 0 TO RD-FILE-VALUE
                   MOVE JOURNAL-CONTROL-TYPE-COUNT (WS-TYPE-SUB)
                       TO RD-EXPECTED-VALUE
                   MOVE 'TYPE COUNT' TO RD-CHECK
                   MOVE 'type gone from the file' TO RD-DETAIL
                   PERFORM WRITE-EXCEPTION-RTN
               ELSE
                   PERFORM COMPARE-TYPE-FIGURES-RTN
               END-IF
           END-IF.

       MATCH-FILE-TYPE-RTN.
           IF WS-FILE-TYPE (WS-TYPE-SLOT)
                   = JOURNAL-CONTROL-TYPE (WS-TYPE-SUB)
               MOVE WS-TYPE-SLOT TO WS-MATCH-SLOT
           END-IF.

       COMPARE-TYPE-FIGURES-RTN.
           IF WS-FILE-TYPE-COUNT (WS-MATCH-SLOT)
                   NOT = JOURNAL-CONTROL-TYPE-COUNT (WS-TYPE-SUB)
               MOVE WS-FILE-TYPE-COUNT (WS-MATCH-SLOT) TO RD-FILE-VALUE
               MOVE JOURNAL-CONTROL-TYPE-COUNT (WS-TYPE-SUB)
                   TO RD-EXPECTED-VALUE
               MOVE 'TYPE COUNT' TO RD-CHECK
               MOVE 'type total' TO RD-DETAIL
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-FILE-TYPE-SHARES (WS-MATCH-SLOT)
                   NOT = JOURNAL-CONTROL-TYPE-SHARES (WS-TYPE-SUB)
               MOVE WS-FILE-TYPE-SHARES (WS-MATCH-SLOT)
                   TO RD-FILE-VALUE
               MOVE JOURNAL-CONTROL-TYPE-SHARES (WS-TYPE-SUB)
                   TO RD-EXPECTED-VALUE
               MOVE 'TYPE SHARES' TO RD-CHECK
               MOVE 'type total' TO RD-DETAIL
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
           IF WS-FILE-TYPE-VALUE (WS-MATCH-SLOT)
                   NOT = JOURNAL-CONTROL-TYPE-VALUE (WS-TYPE-SUB)
               MOVE WS-FILE-TYPE-VALUE (WS-MATCH-SLOT) TO RD-FILE-VALUE
               MOVE JOURNAL-CONTROL-TYPE-VALUE (WS-TYPE-SUB)
                   TO RD-EXPECTED-VALUE
               MOVE 'TYPE VALUE' TO RD-CHECK
               MOVE 'type total' TO RD-DETAIL
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.

       CHECK-FILE-TYPE-RTN.
           IF WS-FILE-TYPE (WS-TYPE-SUB) NOT = SPACES
               MOVE 0 TO WS-MATCH-SLOT
               PERFORM MATCH-CONTROL-TYPE-RTN VARYING WS-TYPE-SLOT
                   FROM 1 BY 1
                   UNTIL WS-TYPE-SLOT > 16 OR WS-MATCH-SLOT NOT = 0
               IF WS-MATCH-SLOT = 0
                   MOVE WS-FILE-TYPE (WS-TYPE-SUB) TO RD-TYPE
                   MOVE WS-FILE-TYPE-COUNT (WS-TYPE-SUB)
                       TO RD-FILE-VALUE
                   MOVE 0 TO RD-EXPECTED-VALUE
                   MOVE 'TYPE COUNT' TO RD-CHECK
                   MOVE 'type not on the control' TO RD-DETAIL
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
           END-IF.

       MATCH-CONTROL-TYPE-RTN.
           IF JOURNAL-CONTROL-TYPE (WS-TYPE-SLOT)
                   = WS-FILE-TYPE (WS-TYPE-SUB)
               MOVE WS-TYPE-SLOT TO WS-MATCH-SLOT
           END-IF.

       WRITE-EXCEPTION-RTN.
           MOVE JOURNAL-CONTROL-DATE TO RD-DATE.
           MOVE REPORT-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-DAY-EXCEPTIONS.

       WRITE-SUMMARY-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Journal days proved:' TO RS-LABEL.
           MOVE WS-DAY-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Exceptions found:' TO RS-LABEL.
           MOVE WS-EXCEPTION-COUNT TO RS-COUNT.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
       END PROGRAM JOURNAL-VERIFY.
