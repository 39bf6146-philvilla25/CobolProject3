       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-CONTROL.               *> Program identifier and name
           *> Shared journal-entry stamper, called the way CALCULATE is:
           *> every program that appends to a day's TXN-JOURNAL file
           *> passes the entry here just before its WRITE. The entry
           *> gets that day's next sequence number and the time it was
           *> written, and the day's control record on
           *> JOURNAL-CONTROLS.dat takes it into its running totals -
           *> entry count, shares, and value (shares times price, to
           *> the cent), overall and by transaction type. JOURNAL-VERIFY
           *> recomputes the same totals from the file itself, so an
           *> entry lost to a crash or cut out by hand shows up as a
           *> gap or a mismatch instead of passing unnoticed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-CONTROL-FILE
           ASSIGN TO '../JOURNAL-CONTROLS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JOURNAL-CONTROL-DATE
           FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-CONTROL-FILE.
       COPY '../JOURNAL-CONTROL.dat'.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC X(2).             *> '00' once the controls are open I-O
       01 WS-TIME-NOW PIC 9(8).                   *> HHMMSSss from ACCEPT
       01 WS-ENTRY-VALUE PIC 9(11)V99.            *> Shares times price
       01 WS-TYPE-SUB PIC 9(2).
       01 WS-TYPE-SLOT PIC 9(2).                  *> The entry type's slot, 0 if none free
       01 CONTROL-FOUND-FLAG PIC A.

       LINKAGE SECTION.
       01 LS-JOURNAL-DATE PIC 9(8).               *> Day of the journal file written
       COPY '../TRANSACTION-JOURNAL.dat'.

       PROCEDURE DIVISION USING LS-JOURNAL-DATE JOURNAL-RECORD.
       MAIN-PROCEDURE.
           ACCEPT WS-TIME-NOW FROM TIME.
           COMPUTE JOURNAL-TIME = WS-TIME-NOW / 100. *> Drop hundredths
           MOVE 0 TO JOURNAL-SEQUENCE.
           OPEN I-O JOURNAL-CONTROL-FILE.
           IF WS-CONTROL-STATUS = '35'
               *> First entry ever stamped - create the controls the
               *> same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.
               OPEN OUTPUT JOURNAL-CONTROL-FILE
               CLOSE JOURNAL-CONTROL-FILE
               OPEN I-O JOURNAL-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-STATUS NOT = '00'
               *> The entry still goes on the journal - refusing it
               *> would lose a trade already booked - but unnumbered,
               *> which JOURNAL-VERIFY reports.
               DISPLAY 'JOURNAL-CONTROL: JOURNAL-CONTROLS.dat cannot '
                   'be opened (status ' WS-CONTROL-STATUS
                   ') - entry written without a sequence number'
           ELSE
               PERFORM READ-CONTROL-RTN
               PERFORM ADD-ENTRY-RTN
               IF CONTROL-FOUND-FLAG = 'Y'
                   REWRITE JOURNAL-CONTROL-RECORD
               ELSE
                   WRITE JOURNAL-CONTROL-RECORD
               END-IF
               CLOSE JOURNAL-CONTROL-FILE
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       READ-CONTROL-RTN.
           *> The day's control record, or a fresh zeroed one for the
           *> day's first entry.

           MOVE 'Y' TO CONTROL-FOUND-FLAG.
           MOVE LS-JOURNAL-DATE TO JOURNAL-CONTROL-DATE.
           READ JOURNAL-CONTROL-FILE
               INVALID KEY MOVE 'N' TO CONTROL-FOUND-FLAG
           END-READ.
           IF CONTROL-FOUND-FLAG = 'N'
               MOVE LS-JOURNAL-DATE TO JOURNAL-CONTROL-DATE
               MOVE 0 TO JOURNAL-CONTROL-COUNT JOURNAL-CONTROL-SHARES
                   JOURNAL-CONTROL-VALUE
               PERFORM CLEAR-TYPE-RTN VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 16
           END-IF.

       CLEAR-TYPE-RTN.
           MOVE SPACES TO JOURNAL-CONTROL-TYPE (WS-TYPE-SUB).
           MOVE 0 TO JOURNAL-CONTROL-TYPE-COUNT (WS-TYPE-SUB)
               JOURNAL-CONTROL-TYPE-SHARES (WS-TYPE-SUB)
               JOURNAL-CONTROL-TYPE-VALUE (WS-TYPE-SUB).

       ADD-ENTRY-RTN.
           *> Number the entry and take it into the day's totals. Each
           *> type keeps the slot it first took that day; with every
           *> slot taken, a new type still counts in the day's overall
           *> totals.

           ADD 1 TO JOURNAL-CONTROL-COUNT.
           MOVE JOURNAL-CONTROL-COUNT TO JOURNAL-SEQUENCE.
           COMPUTE WS-ENTRY-VALUE ROUNDED =
               JOURNAL-SHARES * JOURNAL-PRICE.
           ADD JOURNAL-SHARES TO JOURNAL-CONTROL-SHARES.
           ADD WS-ENTRY-VALUE TO JOURNAL-CONTROL-VALUE.
           MOVE 0 TO WS-TYPE-SLOT.
           PERFORM FIND-TYPE-RTN VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 16 OR WS-TYPE-SLOT NOT = 0.
           IF WS-TYPE-SLOT NOT = 0
               MOVE JOURNAL-TRANSACTION-TYPE
                   TO JOURNAL-CONTROL-TYPE (WS-TYPE-SLOT)
               ADD 1 TO JOURNAL-CONTROL-TYPE-COUNT (WS-TYPE-SLOT)
               ADD JOURNAL-SHARES
                   TO JOURNAL-CONTROL-TYPE-SHARES (WS-TYPE-SLOT)
               ADD WS-ENTRY-VALUE
                   TO JOURNAL-CONTROL-TYPE-VALUE (WS-TYPE-SLOT)
           END-IF.

       FIND-TYPE-RTN.
           IF JOURNAL-CONTROL-TYPE (WS-TYPE-SUB)
                   = JOURNAL-TRANSACTION-TYPE
               OR JOURNAL-CONTROL-TYPE (WS-TYPE-SUB) = SPACES
               MOVE WS-TYPE-SUB TO WS-TYPE-SLOT
           END-IF.

       END PROGRAM JOURNAL-CONTROL.
