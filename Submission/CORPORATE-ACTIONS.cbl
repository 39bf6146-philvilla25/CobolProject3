
       01 WS-JOURNAL-DATE PIC 9(8).                *> Today's date, YYYYMMDD
       01 WS-JOURNAL-PATH PIC X(40).               *> Dated journal file name
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, stamped on the journal
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-JOURNAL-STATUS PIC X(2).              *> '35' until today's journal exists
       01 WS-PORTFOLIO-STATUS PIC X(2).            *> '00' only if the exclusive lock was granted
       01 WS-BUSINESS-DAY-STATUS PIC X(2).         *> '00' only when a day-status record exists
           *> probing the whole calendar.

           CALL 'REGISTER-JOURNAL-DATE' USING WS-JOURNAL-DATE.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.

       BUILD-JOURNAL-FILENAME.
           *> Today's transaction journal - one dated file, appended to
           MOVE AVERAGE-COST TO JOURNAL-AVERAGE-COST.
           MOVE 0 TO JOURNAL-COMMISSION.
           MOVE SPACES TO JOURNAL-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-JOURNAL-DATE
               JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       SPLIT-LOTS-RTN.
           MOVE WS-REN-COST (WS-RENAME-SUB) TO JOURNAL-AVERAGE-COST.
           MOVE 0 TO JOURNAL-COMMISSION.
           MOVE INPUT-NEW-SYMBOL TO JOURNAL-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-JOURNAL-DATE
               JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       RENAME-LOTS-RTN.
