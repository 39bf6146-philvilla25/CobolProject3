       IDENTIFICATION DIVISION.
           PROGRAM-ID. HOUSEHOLD-MAINTENANCE INITIAL.
           *> This program maintains the household master HOUSEHOLDS.dat
           *> - a family's accounts (each spouse's, joint, registered)
           *> are grouped under one household ID so HOUSEHOLD-REPORT can
           *> report them together. Each household carries a name and
           *> its primary contact: the person, a phone number, and the
           *> member account the contact holds. Accounts join or leave a
           *> household on ACCOUNT-MAINTENANCE; a household can only be
           *> deleted once no account is linked to it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSEHOLD-FILE
           ASSIGN TO '../HOUSEHOLDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HOUSEHOLD-ID
           FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSEHOLD-FILE.
       COPY '../HOUSEHOLD.dat'.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-HOUSEHOLD-STATUS PIC X(2).            *> '00' once the master is open I-O
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 HOUSEHOLD-FOUND-FLAG PIC A.
       01 ACCOUNTS-EOF PIC A.
       01 WS-MEMBER-COUNT PIC 9(3).
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).

       01 INPUT-ACTION PIC X.
       01 INPUT-HOUSEHOLD-ID PIC X(6).
       01 INPUT-NAME PIC X(25).
       01 INPUT-CONTACT-NAME PIC X(25).
       01 INPUT-CONTACT-PHONE PIC X(12).
       01 INPUT-CONTACT-ACCOUNT PIC X(5).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Household Maintenance'.
           02 LINE 4.
               03 COL 3 VALUE 'Action - (A)dd, (U)pdate, (D)elete: '.
               03 COL 40 PIC X TO INPUT-ACTION.
           02 LINE 5.
               03 COL 3 VALUE 'Enter a Household ID: '.
               03 COL 25 PIC X(6) TO INPUT-HOUSEHOLD-ID.
           02 LINE 6.
               03 COL 3 VALUE 'Household Name: '.
               03 COL 19 PIC X(25) TO INPUT-NAME.
           02 LINE 7.
               03 COL 3 VALUE 'Primary Contact: '.
               03 COL 20 PIC X(25) TO INPUT-CONTACT-NAME.
           02 LINE 8.
               03 COL 3 VALUE 'Contact Phone: '.
               03 COL 18 PIC X(12) TO INPUT-CONTACT-PHONE.
           02 LINE 9.
               03 COL 3 VALUE 'Contact Account Number: '.
               03 COL 27 PIC X(5) TO INPUT-CONTACT-ACCOUNT.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 11 COL 10 VALUE 'Household Master Updated'.
           02 LINE 13.
               03 COL 3 VALUE 'Household ID: '.
               03 COL 17 PIC X(6) FROM HOUSEHOLD-ID.
               03 COL 26 PIC X(25) FROM HOUSEHOLD-NAME.
           02 LINE 14.
               03 COL 3 VALUE 'Primary Contact: '.
               03 COL 20 PIC X(25) FROM HOUSEHOLD-CONTACT-NAME.
           02 LINE 15.
               03 COL 3 VALUE 'Phone: '.
               03 COL 10 PIC X(12) FROM HOUSEHOLD-CONTACT-PHONE.
               03 COL 24 VALUE 'Account: '.
               03 COL 33 PIC X(5) FROM HOUSEHOLD-CONTACT-ACCOUNT.
           02 LINE 16.
               03 COL 3 VALUE 'Member Accounts: '.
               03 COL 20 PIC ZZ9 FROM WS-MEMBER-COUNT.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more households? (Y/N) '.
               03 COL 35 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 11 COL 10 VALUE 'Request Rejected'.
           02 LINE 13 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more households? (Y/N) '.
               03 COL 35 PIC A TO NEW-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            *> Main procedure to process maintenance requests until done.

           PERFORM OPEN-FILES.
           PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'.
           PERFORM CLOSE-FILES.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       OPEN-FILES.
           *> Open the household master for update, creating it on first
           *> use the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.

           OPEN I-O HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS = '35'
               OPEN OUTPUT HOUSEHOLD-FILE
               CLOSE HOUSEHOLD-FILE
               OPEN I-O HOUSEHOLD-FILE
           END-IF.

       PROCESS-RTN.
           *> Get one maintenance request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           IF INPUT-HOUSEHOLD-ID = SPACES OR INPUT-HOUSEHOLD-ID = 'NONE'
               MOVE 'Household ID must not be blank or NONE'
                   TO ERROR-MESSAGE
           ELSE
               PERFORM READ-HOUSEHOLD-RTN
               EVALUATE INPUT-ACTION
                   WHEN 'A'
                       PERFORM ADD-HOUSEHOLD-RTN
                   WHEN 'U'
                       PERFORM UPDATE-HOUSEHOLD-RTN
                   WHEN 'D'
                       PERFORM DELETE-HOUSEHOLD-RTN
                   WHEN OTHER
                       MOVE 'Action must be A, U, or D'
                           TO ERROR-MESSAGE
               END-EVALUATE
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the maintenance request from the screen.

           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.
           MOVE FUNCTION UPPER-CASE(INPUT-HOUSEHOLD-ID)
               TO INPUT-HOUSEHOLD-ID.

       READ-HOUSEHOLD-RTN.
           *> Read the existing master record for the household named.

           MOVE 'N' TO HOUSEHOLD-FOUND-FLAG.
           MOVE INPUT-HOUSEHOLD-ID TO HOUSEHOLD-ID.
           READ HOUSEHOLD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO HOUSEHOLD-FOUND-FLAG
           END-READ.

       ADD-HOUSEHOLD-RTN.
           *> Set up a new household - it needs a name and someone to
           *> contact before any account can be put in it.

           IF HOUSEHOLD-FOUND-FLAG = 'Y'
               MOVE 'Household already on the master' TO ERROR-MESSAGE
           ELSE
               IF INPUT-NAME = SPACES OR INPUT-CONTACT-NAME = SPACES
                   MOVE 'Name and primary contact are required'
                       TO ERROR-MESSAGE
               ELSE
                   PERFORM CHECK-CONTACT-ACCOUNT-RTN
                   IF ERROR-MESSAGE = SPACES
                       MOVE INPUT-HOUSEHOLD-ID TO HOUSEHOLD-ID
                       MOVE INPUT-NAME TO HOUSEHOLD-NAME
                       MOVE INPUT-CONTACT-NAME TO HOUSEHOLD-CONTACT-NAME
                       MOVE INPUT-CONTACT-PHONE
                           TO HOUSEHOLD-CONTACT-PHONE
                       MOVE INPUT-CONTACT-ACCOUNT
                           TO HOUSEHOLD-CONTACT-ACCOUNT
                       WRITE HOUSEHOLD-RECORD
                       PERFORM COUNT-MEMBERS-RTN
                   END-IF
               END-IF
           END-IF.

       UPDATE-HOUSEHOLD-RTN.
           *> Change the name or the contact details - a field left
           *> blank keeps its value.

           IF HOUSEHOLD-FOUND-FLAG NOT = 'Y'
               MOVE 'Household not on the master' TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-CONTACT-ACCOUNT-RTN
               IF ERROR-MESSAGE = SPACES
                   IF INPUT-NAME NOT = SPACES
                       MOVE INPUT-NAME TO HOUSEHOLD-NAME
                   END-IF
                   IF INPUT-CONTACT-NAME NOT = SPACES
                       MOVE INPUT-CONTACT-NAME TO HOUSEHOLD-CONTACT-NAME
                   END-IF
                   IF INPUT-CONTACT-PHONE NOT = SPACES
                       MOVE INPUT-CONTACT-PHONE
                           TO HOUSEHOLD-CONTACT-PHONE
                   END-IF
                   IF INPUT-CONTACT-ACCOUNT NOT = SPACES
                       MOVE INPUT-CONTACT-ACCOUNT
                           TO HOUSEHOLD-CONTACT-ACCOUNT
                   END-IF
                   REWRITE HOUSEHOLD-RECORD
                   PERFORM COUNT-MEMBERS-RTN
               END-IF
           END-IF.

       DELETE-HOUSEHOLD-RTN.
           *> A household with accounts still linked would leave them
           *> pointing at nothing - they are taken out on
           *> ACCOUNT-MAINTENANCE first.

           IF HOUSEHOLD-FOUND-FLAG NOT = 'Y'
               MOVE 'Household not on the master' TO ERROR-MESSAGE
           ELSE
               PERFORM COUNT-MEMBERS-RTN
               IF WS-MEMBER-COUNT > 0
                   MOVE 'Accounts are still linked to household'
                       TO ERROR-MESSAGE
               ELSE
                   DELETE HOUSEHOLD-FILE RECORD
               END-IF
           END-IF.

       CHECK-CONTACT-ACCOUNT-RTN.
           *> The contact's account, when keyed, must be on the
           *> accounts master.

           IF INPUT-CONTACT-ACCOUNT NOT = SPACES
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCOUNTS-STATUS = '00'
                   MOVE INPUT-CONTACT-ACCOUNT TO ACCOUNT-NUMBER
                   READ ACCOUNTS-FILE
                       INVALID KEY
                           MOVE 'Contact account not on accounts master'
                               TO ERROR-MESSAGE
                   END-READ
                   CLOSE ACCOUNTS-FILE
               ELSE
                   MOVE 'Contact account not on accounts master'
                       TO ERROR-MESSAGE
               END-IF
           END-IF.

       COUNT-MEMBERS-RTN.
           *> Count the accounts linked to this household.

           MOVE 0 TO WS-MEMBER-COUNT.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'N' TO ACCOUNTS-EOF
               PERFORM COUNT-ONE-ACCOUNT-RTN UNTIL ACCOUNTS-EOF = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.

       COUNT-ONE-ACCOUNT-RTN.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO ACCOUNTS-EOF
               NOT AT END
                   IF ACCOUNT-HOUSEHOLD-ID = HOUSEHOLD-ID
                       ADD 1 TO WS-MEMBER-COUNT
                   END-IF
           END-READ.

       DISPLAY-OUTPUT.
            *> Display the household as it now stands.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.

       CLOSE-FILES.
           *> Close the household master.

           CLOSE HOUSEHOLD-FILE.
       END PROGRAM HOUSEHOLD-MAINTENANCE.
