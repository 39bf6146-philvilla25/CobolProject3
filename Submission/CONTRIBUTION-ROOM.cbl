       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRIBUTION-ROOM.             *> Program identifier and name
           *> Shared registered-account contribution room keeper, called
           *> the way POST-CASH is: CONTRIBUTION-ROOM.dat carries one
           *> record per registered account holding the year it stands
           *> in, the room the account opened that year with, and what
           *> has gone in and come out since. Every call first rolls a
           *> record left in an earlier year forward to today's year -
           *> unused room carries over, the new year's room from
           *> CONTRIBUTION-LIMITS.txt is added, and last year's
           *> withdrawals are given back where the plan type restores
           *> them - then applies the action asked for:
           *>   I - inquire only
           *>   D - a contribution went in
           *>   W - a withdrawal came out
           *>   S - set the room left this year (from the client's
           *>       notice of assessment or a transfer-in statement)
           *> and returns the room left this year, in CAD. Room can go
           *> negative - that is an over-contribution on the books.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE
           ASSIGN TO '../CONTRIBUTION-ROOM.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ROOM-ACCOUNT
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT LIMIT-FILE                      *> Optional annual room table
           ASSIGN TO '../CONTRIBUTION-LIMITS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROOM-FILE.
       COPY '../CONTRIBUTION-ROOM.dat'.

       FD LIMIT-FILE.
       01 LIMIT-RECORD.
           *> e.g. TFSA2026000700000Y - TFSA accounts gain $7,000.00 of
           *> room in 2026, and withdrawals are restored next year.
           02 LIMIT-TYPE PIC X(4).
           02 LIMIT-YEAR PIC 9(4).
           02 LIMIT-AMOUNT PIC 9(7)V99.
           02 LIMIT-RESTORE-FLAG PIC X.            *> 'N' = withdrawals not restored

       WORKING-STORAGE SECTION.
       01 WS-ROOM-STATUS PIC X(2).                *> '35' until the room file exists
       01 WS-LIMIT-STATUS PIC X(2).               *> '00' only when a limits table exists
       01 LIMIT-EOF PIC A.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CURRENT-YEAR PIC 9(4).
       01 ROOM-FOUND-FLAG PIC A.
       01 WS-NEW-ROOM PIC 9(7)V99.                *> Room a year adds for the plan type
       01 WS-RESTORE-FLAG PIC X.                  *> 'Y' when withdrawals come back
       01 WS-LIMIT-SUB PIC 9(3).
       01 WS-LIMIT-MAX PIC 9(3).
       01 WS-LIMIT-TABLE.
           02 WS-LIMIT-ENTRY OCCURS 100 TIMES.
               03 LT-TYPE PIC X(4).
               03 LT-YEAR PIC 9(4).
               03 LT-AMOUNT PIC 9(7)V99.
               03 LT-RESTORE-FLAG PIC X.

       LINKAGE SECTION.
       01 LS-ACCOUNT PIC X(5).                    *> Registered account
       01 LS-ACCOUNT-TYPE PIC X(4).               *> TFSA / RRSP
       01 LS-ACTION PIC X.                        *> I / D / W / S
       01 LS-AMOUNT PIC 9(7)V99.                  *> CAD amount of the action
       01 LS-ROOM PIC S9(7)V99.                   *> Room left this year, in CAD

       PROCEDURE DIVISION USING LS-ACCOUNT LS-ACCOUNT-TYPE LS-ACTION
            LS-AMOUNT LS-ROOM.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CURRENT-YEAR = WS-TODAY-DATE / 10000.
           PERFORM LOAD-LIMITS-RTN.
           PERFORM OPEN-ROOM-FILE-RTN.
           PERFORM READ-ROOM-RTN.
           PERFORM ROLL-FORWARD-RTN UNTIL ROOM-YEAR >= WS-CURRENT-YEAR.
           EVALUATE LS-ACTION
               WHEN 'D'
                   ADD LS-AMOUNT TO ROOM-CONTRIBUTED
               WHEN 'W'
                   ADD LS-AMOUNT TO ROOM-WITHDRAWN
               WHEN 'S'
                   COMPUTE ROOM-OPENING = LS-AMOUNT + ROOM-CONTRIBUTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE LS-ROOM = ROOM-OPENING - ROOM-CONTRIBUTED.
           IF ROOM-FOUND-FLAG = 'Y'
               REWRITE ROOM-RECORD
           ELSE
               WRITE ROOM-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE ROOM-FILE.

           EXIT PROGRAM.                          *> Exit subroutine

       LOAD-LIMITS-RTN.
           *> The limits table is small - hold it for the roll-forward,
           *> which may need several years' lines on one call.

           MOVE 0 TO WS-LIMIT-MAX.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-STATUS = '00'
               MOVE 'N' TO LIMIT-EOF
               PERFORM READ-ONE-LIMIT-RTN UNTIL LIMIT-EOF = 'Y'
               CLOSE LIMIT-FILE
           END-IF.

       READ-ONE-LIMIT-RTN.
           READ LIMIT-FILE
               AT END MOVE 'Y' TO LIMIT-EOF
               NOT AT END
                   IF LIMIT-TYPE = LS-ACCOUNT-TYPE
                       AND LIMIT-YEAR IS NUMERIC
                       AND LIMIT-AMOUNT IS NUMERIC
                       AND WS-LIMIT-MAX < 100
                       ADD 1 TO WS-LIMIT-MAX
                       MOVE LIMIT-TYPE TO LT-TYPE (WS-LIMIT-MAX)
                       MOVE LIMIT-YEAR TO LT-YEAR (WS-LIMIT-MAX)
                       MOVE LIMIT-AMOUNT TO LT-AMOUNT (WS-LIMIT-MAX)
                       MOVE LIMIT-RESTORE-FLAG
                           TO LT-RESTORE-FLAG (WS-LIMIT-MAX)
                   END-IF
           END-READ.

       OPEN-ROOM-FILE-RTN.
           *> Create the room file on first use, the way POST-CASH's
           *> callers create their indexed masters.

           OPEN I-O ROOM-FILE.
           IF WS-ROOM-STATUS = '35'
               OPEN OUTPUT ROOM-FILE
               CLOSE ROOM-FILE
               OPEN I-O ROOM-FILE
           END-IF.

       READ-ROOM-RTN.
           *> An account seen for the first time starts this year with
           *> just this year's new room - anything it carried in from
           *> before is keyed through action S.

           MOVE 'N' TO ROOM-FOUND-FLAG.
           MOVE LS-ACCOUNT TO ROOM-ACCOUNT.
           READ ROOM-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO ROOM-FOUND-FLAG
           END-READ.
           IF ROOM-FOUND-FLAG NOT = 'Y'
               MOVE LS-ACCOUNT TO ROOM-ACCOUNT
               MOVE WS-CURRENT-YEAR TO ROOM-YEAR
               PERFORM FIND-LIMIT-RTN
               MOVE WS-NEW-ROOM TO ROOM-OPENING
               MOVE 0 TO ROOM-CONTRIBUTED
               MOVE 0 TO ROOM-WITHDRAWN
           END-IF.

       ROLL-FORWARD-RTN.
           *> Close one year into the next: unused room carries over,
           *> the next year's room is added, and the closed year's
           *> withdrawals are restored unless the plan type says not.

           ADD 1 TO ROOM-YEAR.
           PERFORM FIND-LIMIT-RTN.
           COMPUTE ROOM-OPENING = ROOM-OPENING - ROOM-CONTRIBUTED
               + WS-NEW-ROOM.
           IF WS-RESTORE-FLAG NOT = 'N'
               ADD ROOM-WITHDRAWN TO ROOM-OPENING
           END-IF.
           MOVE 0 TO ROOM-CONTRIBUTED.
           MOVE 0 TO ROOM-WITHDRAWN.

       FIND-LIMIT-RTN.
           *> New room for ROOM-YEAR. A year with no line adds nothing;
           *> the restore rule is the plan type's, from any of its lines.

           MOVE 0 TO WS-NEW-ROOM.
           MOVE 'Y' TO WS-RESTORE-FLAG.
           PERFORM MATCH-ONE-LIMIT-RTN
               VARYING WS-LIMIT-SUB FROM 1 BY 1
               UNTIL WS-LIMIT-SUB > WS-LIMIT-MAX.

       MATCH-ONE-LIMIT-RTN.
           IF LT-RESTORE-FLAG (WS-LIMIT-SUB) = 'N'
               MOVE 'N' TO WS-RESTORE-FLAG
           END-IF.
           IF LT-YEAR (WS-LIMIT-SUB) = ROOM-YEAR
               MOVE LT-AMOUNT (WS-LIMIT-SUB) TO WS-NEW-ROOM
           END-IF.
       END PROGRAM CONTRIBUTION-ROOM.
