           02 TJ-AVERAGE-COST PIC 9(6)V99.
           02 TJ-COMMISSION PIC 9(4)V99.
           02 TJ-NEW-SYMBOL PIC X(7).
           02 TJ-OPERATOR-ID PIC X(8).
           02 TJ-SEQUENCE PIC 9(6).
           02 TJ-TIME PIC 9(6).

       FD JOURNAL-INDEX-FILE.
       COPY '../TXN-JOURNAL-INDEX.dat'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, stamped on the journal
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-TODAY-JOURNAL-PATH PIC X(40).
       01 WS-CARRY-FORWARD-PATH PIC X(40).
       01 WS-JOURNAL-STATUS PIC X(2).               *> '00' only on days a journal exists
                   '.txt' DELIMITED BY SIZE
               INTO WS-TODAY-JOURNAL-PATH.
           CALL 'REGISTER-JOURNAL-DATE' USING WS-TODAY-DATE.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           STRING '../REPAIR-CARRYFWD-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
           MOVE WS-PROPOSED-COST TO TJ-AVERAGE-COST.
           MOVE 0 TO TJ-COMMISSION.
           MOVE SPACES TO TJ-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO TJ-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-TODAY-DATE
               TODAY-JOURNAL-RECORD.
           WRITE TODAY-JOURNAL-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.

