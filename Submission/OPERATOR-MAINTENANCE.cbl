       IDENTIFICATION DIVISION.
           PROGRAM-ID. OPERATOR-MAINTENANCE INITIAL.
           *> This program maintains the operators master OPERATORS.dat:
           *> add an operator, update the name, role or password,
           *> deactivate an operator who has left, or reactivate one -
           *> the master PORTFOLIO-MENU signs every operator on against
           *> and takes each operator's menu permissions from. Only a
           *> signed-on SUPERVISOR may maintain operators; the one
           *> exception is the very first run, when no master exists yet
           *> and the first operator added must be a SUPERVISOR so that
           *> somebody can sign on at all. That setup run adds the one
           *> supervisor and ends - everything else is done after a
           *> proper sign-on - and a setup abandoned before the
           *> supervisor is added leaves no empty master behind.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATORS-FILE
           ASSIGN TO '../OPERATORS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPERATOR-ID
           FILE STATUS IS WS-OPERATORS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORS-FILE.
       COPY '../OPERATOR.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-OPERATORS-STATUS PIC X(2).            *> '35' until OPERATORS.dat exists
       01 WS-OPERATORS-PATH PIC X(40) VALUE '../OPERATORS.dat'.
       01 WS-SIGNED-ON-ID PIC X(8).                *> From CURRENT-OPERATOR
       01 WS-SIGNED-ON-ROLE PIC X(10).
       01 FIRST-OPERATOR-FLAG PIC A VALUE 'N'.     *> 'Y' while the master is brand new
       01 SETUP-RUN-FLAG PIC A VALUE 'N'.          *> 'Y' when this run created the master
       01 OPERATOR-FOUND-FLAG PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).

       01 INPUT-ACTION PIC X.
       01 INPUT-OPERATOR-ID PIC X(8).
       01 INPUT-OPERATOR-NAME PIC X(25).
       01 INPUT-OPERATOR-ROLE PIC X(10).
       01 INPUT-PASSWORD PIC X(8).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Operator Maintenance'.
           02 LINE 4.
               03 COL 3 VALUE
                 'Action - (A)dd (U)pdate (D)eactivate (R)eactivate: '.
               03 COL 55 PIC X TO INPUT-ACTION.
           02 LINE 5.
               03 COL 3 VALUE 'Enter an Operator ID: '.
               03 COL 25 PIC X(8) TO INPUT-OPERATOR-ID.
           02 LINE 6.
               03 COL 3 VALUE 'Operator Name (Add/Update only): '.
               03 COL 37 PIC X(25) TO INPUT-OPERATOR-NAME.
           02 LINE 7.
               03 COL 3 VALUE 'Role - CLERK, SUPERVISOR, OPERATIONS: '.
               03 COL 41 PIC X(10) TO INPUT-OPERATOR-ROLE.
           02 LINE 8.
               03 COL 3 VALUE 'Password (Add/Update only): '.
               03 COL 31 PIC X(8) TO INPUT-PASSWORD SECURE.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 10 COL 10 VALUE 'Operators Master Updated'.
           02 LINE 12.
               03 COL 3 VALUE 'Operator ID: '.
               03 COL 16 PIC X(8) FROM OPERATOR-ID.
           02 LINE 13.
               03 COL 3 VALUE 'Operator Name: '.
               03 COL 18 PIC X(25) FROM OPERATOR-NAME.
           02 LINE 14.
               03 COL 3 VALUE 'Role: '.
               03 COL 9 PIC X(10) FROM OPERATOR-ROLE.
           02 LINE 15.
               03 COL 3 VALUE 'Active: '.
               03 COL 11 PIC X FROM OPERATOR-ACTIVE.
           02 LINE 17.
               03 COL 3 VALUE 'Maintain more operators? (Y/N) '.
               03 COL 34 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 10 COL 10 VALUE 'Request Rejected'.
           02 LINE 12 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 17.
               03 COL 3 VALUE 'Maintain more operators? (Y/N) '.
               03 COL 34 PIC A TO NEW-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            *> Main procedure to process maintenance requests until done.

           PERFORM OPEN-FILES.
           PERFORM CHECK-AUTHORITY-RTN.
           PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'.
           PERFORM CLOSE-FILES.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       OPEN-FILES.
           *> Open the operators master for update, creating it on first
           *> use the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.

           OPEN I-O OPERATORS-FILE.
           IF WS-OPERATORS-STATUS = '35'
               OPEN OUTPUT OPERATORS-FILE
               CLOSE OPERATORS-FILE
               OPEN I-O OPERATORS-FILE
               MOVE 'Y' TO FIRST-OPERATOR-FLAG
               MOVE 'Y' TO SETUP-RUN-FLAG
           END-IF.

       CHECK-AUTHORITY-RTN.
           *> Operator maintenance is a supervisor function. A brand-new
           *> master has nobody who could have signed on yet, so the
           *> first run is let through to add the first supervisor.

           CALL 'CURRENT-OPERATOR' USING WS-SIGNED-ON-ID
               WS-SIGNED-ON-ROLE.
           IF FIRST-OPERATOR-FLAG = 'N'
               AND WS-SIGNED-ON-ROLE NOT = 'SUPERVISOR'
               DISPLAY 'OPERATOR-MAINTENANCE: a SUPERVISOR must be '
                   'signed on to maintain operators.'
               CLOSE OPERATORS-FILE
               GOBACK
           END-IF.

       PROCESS-RTN.
           *> Get one maintenance request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           IF INPUT-OPERATOR-ID = SPACES
               MOVE 'Operator ID must not be blank'
                   TO ERROR-MESSAGE
           END-IF.
           IF ERROR-MESSAGE = SPACES
               AND SETUP-RUN-FLAG = 'Y'
               AND INPUT-ACTION NOT = 'A'
               MOVE 'Add the first SUPERVISOR before anything'
                   TO ERROR-MESSAGE
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM READ-OPERATOR-RTN
               EVALUATE INPUT-ACTION
                   WHEN 'A'
                       PERFORM ADD-OPERATOR-RTN
                   WHEN 'U'
                       PERFORM UPDATE-OPERATOR-RTN
                   WHEN 'D'
                       PERFORM DEACTIVATE-OPERATOR-RTN
                   WHEN 'R'
                       PERFORM REACTIVATE-OPERATOR-RTN
                   WHEN OTHER
                       MOVE 'Action must be A, U, D, or R'
                           TO ERROR-MESSAGE
               END-EVALUATE
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.
           IF SETUP-RUN-FLAG = 'Y' AND FIRST-OPERATOR-FLAG = 'N'
               *> The first supervisor is on file - setup is over and
               *> the menu makes them sign on like anybody else.
               MOVE 'N' TO NEW-RECORD
           END-IF.

       GET-INPUT.
            *> Accept the maintenance request from the screen.

           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.
           MOVE FUNCTION UPPER-CASE(INPUT-OPERATOR-ID)
               TO INPUT-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(INPUT-OPERATOR-ROLE)
               TO INPUT-OPERATOR-ROLE.

       READ-OPERATOR-RTN.
           *> Read the existing master record for the operator named.

           MOVE 'N' TO OPERATOR-FOUND-FLAG.
           MOVE INPUT-OPERATOR-ID TO OPERATOR-ID.
           READ OPERATORS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO OPERATOR-FOUND-FLAG
           END-READ.

       CHECK-ROLE-RTN.
           *> The menu only knows these three roles - anything else
           *> would sign on to a menu that refuses every option.

           IF INPUT-OPERATOR-ROLE NOT = 'CLERK'
               AND INPUT-OPERATOR-ROLE NOT = 'SUPERVISOR'
               AND INPUT-OPERATOR-ROLE NOT = 'OPERATIONS'
               MOVE 'Role must be CLERK/SUPERVISOR/OPERATIONS'
                   TO ERROR-MESSAGE
           END-IF.

       ADD-OPERATOR-RTN.
           *> Add a brand-new operator. A new operator starts active.

           IF OPERATOR-FOUND-FLAG = 'Y'
               MOVE 'Operator already on the operators master'
                   TO ERROR-MESSAGE
           ELSE
               IF INPUT-OPERATOR-NAME = SPACES
                   OR INPUT-PASSWORD = SPACES
                   MOVE 'Name and password must not be blank'
                       TO ERROR-MESSAGE
               ELSE
                   PERFORM CHECK-ROLE-RTN
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES
               AND FIRST-OPERATOR-FLAG = 'Y'
               AND INPUT-OPERATOR-ROLE NOT = 'SUPERVISOR'
               MOVE 'First operator must be a SUPERVISOR'
                   TO ERROR-MESSAGE
           END-IF.
           IF ERROR-MESSAGE = SPACES
               MOVE INPUT-OPERATOR-ID TO OPERATOR-ID
               MOVE INPUT-OPERATOR-NAME TO OPERATOR-NAME
               MOVE INPUT-OPERATOR-ROLE TO OPERATOR-ROLE
               MOVE INPUT-PASSWORD TO OPERATOR-PASSWORD
               MOVE 'Y' TO OPERATOR-ACTIVE
               WRITE OPERATOR-RECORD
               MOVE 'N' TO FIRST-OPERATOR-FLAG
           END-IF.

       UPDATE-OPERATOR-RTN.
           *> Update whichever of name, role and password were keyed,
           *> leaving the others and the active flag alone.

           IF OPERATOR-FOUND-FLAG NOT = 'Y'
               MOVE 'Operator not on the operators master'
                   TO ERROR-MESSAGE
           ELSE
               IF INPUT-OPERATOR-ROLE NOT = SPACES
                   PERFORM CHECK-ROLE-RTN
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES
               IF INPUT-OPERATOR-NAME NOT = SPACES
                   MOVE INPUT-OPERATOR-NAME TO OPERATOR-NAME
               END-IF
               IF INPUT-OPERATOR-ROLE NOT = SPACES
                   MOVE INPUT-OPERATOR-ROLE TO OPERATOR-ROLE
               END-IF
               IF INPUT-PASSWORD NOT = SPACES
                   MOVE INPUT-PASSWORD TO OPERATOR-PASSWORD
               END-IF
               REWRITE OPERATOR-RECORD
           END-IF.

       DEACTIVATE-OPERATOR-RTN.
           *> Deactivate an operator who has left - the record stays on
           *> file so the operator ID on old journal entries still has a
           *> name behind it, but the menu refuses the sign-on.

           IF OPERATOR-FOUND-FLAG NOT = 'Y'
               MOVE 'Operator not on the operators master'
                   TO ERROR-MESSAGE
           ELSE
               IF OPERATOR-ACTIVE = 'N'
                   MOVE 'Operator is already inactive'
                       TO ERROR-MESSAGE
               ELSE
                   IF OPERATOR-ID = WS-SIGNED-ON-ID
                       MOVE 'Cannot deactivate your own operator ID'
                           TO ERROR-MESSAGE
                   ELSE
                       MOVE 'N' TO OPERATOR-ACTIVE
                       REWRITE OPERATOR-RECORD
                   END-IF
               END-IF
           END-IF.

       REACTIVATE-OPERATOR-RTN.
           *> Clear a deactivation that was keyed in error.

           IF OPERATOR-FOUND-FLAG NOT = 'Y'
               MOVE 'Operator not on the operators master'
                   TO ERROR-MESSAGE
           ELSE
               IF OPERATOR-ACTIVE = 'Y'
                   MOVE 'Operator is already active' TO ERROR-MESSAGE
               ELSE
                   MOVE 'Y' TO OPERATOR-ACTIVE
                   REWRITE OPERATOR-RECORD
               END-IF
           END-IF.

       DISPLAY-OUTPUT.
            *> Display the updated master record.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.

       CLOSE-FILES.
           *> Close the operators master. A setup run that never added
           *> its supervisor removes the empty master again, so the next
           *> start offers setup instead of a sign-on nobody can pass.

           CLOSE OPERATORS-FILE.
           IF SETUP-RUN-FLAG = 'Y' AND FIRST-OPERATOR-FLAG = 'Y'
               CALL 'CBL_DELETE_FILE' USING WS-OPERATORS-PATH
           END-IF.
       END PROGRAM OPERATOR-MAINTENANCE.
