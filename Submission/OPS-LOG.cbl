           *> one at end - program name, date/time, records read/written/
           *> rejected, and completion status - so the morning after a
           *> failed overnight chain the evidence is on file instead of
           *> scrolled off the console. Each record also carries the
           *> operator signed on at the menu, or BATCH for a run
           *> started outside it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TODAY-DATE PIC 9(8).                 *> Stamped on every record
       01 WS-TIME-NOW PIC 9(8).                   *> HHMMSSss from ACCEPT
       01 WS-OPS-FILE-STATUS PIC X(2).            *> '35' until the log exists
       01 WS-OPERATOR-ID PIC X(8).                *> Signed-on operator, BATCH if none
       01 WS-OPERATOR-ROLE PIC X(10).

       LINKAGE SECTION.
       01 LS-PROGRAM-NAME PIC X(20).              *> Caller's program name
           MOVE LS-READ-COUNT TO OPS-LOG-READ.
           MOVE LS-WRITE-COUNT TO OPS-LOG-WRITTEN.
           MOVE LS-REJECT-COUNT TO OPS-LOG-REJECTED.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           MOVE WS-OPERATOR-ID TO OPS-LOG-OPERATOR.
           WRITE OPS-LOG-RECORD.
           CLOSE OPS-LOG-FILE.

