       IDENTIFICATION DIVISION.
           PROGRAM-ID. AML-REVIEW INITIAL.
           *> This program is where compliance works the alerts
           *> AML-SURVEILLANCE files on AML-ALERTS.dat. An alert is
           *> called up by its date and number and either viewed,
           *> cleared (the activity is explained) or escalated (it goes
           *> on for reporting). Clearing or escalating needs a reason,
           *> and the signed-on operator and the date are kept with it.
           *> An escalated alert can still be cleared later once it is
           *> resolved; a cleared one is closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE
           ASSIGN TO '../AML-ALERTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AML-ALERT-KEY
           FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-FILE.
       COPY '../AML-ALERT.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-ALERT-STATUS PIC X(2).                *> '00' once the alerts are open I-O
       01 WS-TODAY-DATE PIC 9(8).                  *> Default alert date
       01 WS-OPERATOR-ID PIC X(8).                 *> From CURRENT-OPERATOR
       01 WS-OPERATOR-ROLE PIC X(10).
       01 ALERTS-OPEN PIC A VALUE 'N'.
       01 ALERT-FOUND-FLAG PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).

       01 INPUT-ALERT-DATE PIC 9(8).
       01 INPUT-ALERT-SEQ PIC 9(4).
       01 INPUT-ACTION PIC X.
       01 INPUT-REASON PIC X(40).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'AML Alert Review'.
           02 LINE 4.
               03 COL 3 VALUE 'Alert Date YYYYMMDD (0 = today): '.
               03 COL 37 PIC 9(8) TO INPUT-ALERT-DATE.
           02 LINE 5.
               03 COL 3 VALUE 'Alert Number: '.
               03 COL 17 PIC 9(4) TO INPUT-ALERT-SEQ.
           02 LINE 6.
               03 COL 3 VALUE 'Action - (V)iew, (C)lear, (E)scalate: '.
               03 COL 42 PIC X TO INPUT-ACTION.
           02 LINE 7.
               03 COL 3 VALUE 'Reason: '.
               03 COL 11 PIC X(40) TO INPUT-REASON.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 9 COL 10 VALUE 'Alert Details'.
           02 LINE 10.
               03 COL 3 VALUE 'Account: '.
               03 COL 12 PIC X(5) FROM AML-ALERT-ACCOUNT.
               03 COL 20 VALUE 'Rule: '.
               03 COL 26 PIC X(10) FROM AML-ALERT-RULE.
           02 LINE 11.
               03 COL 3 VALUE 'Activity: '.
               03 COL 13 PIC 9(8) FROM AML-ALERT-ACTIVITY-DATE.
               03 COL 24 VALUE 'Amount (CAD): '.
               03 COL 38 PIC ZZZ,ZZZ,ZZ9.99 FROM AML-ALERT-AMOUNT.
           02 LINE 12.
               03 COL 3 PIC X(40) FROM AML-ALERT-DETAIL.
           02 LINE 13.
               03 COL 3 VALUE 'Status: '.
               03 COL 11 PIC X(9) FROM AML-ALERT-STATUS.
               03 COL 22 VALUE 'By: '.
               03 COL 26 PIC X(8) FROM AML-ALERT-REVIEWER.
               03 COL 36 VALUE 'On: '.
               03 COL 40 PIC 9(8) FROM AML-ALERT-REVIEW-DATE.
           02 LINE 14.
               03 COL 3 VALUE 'Reason: '.
               03 COL 11 PIC X(40) FROM AML-ALERT-REASON.
           02 LINE 18.
               03 COL 3 VALUE 'Review more alerts? (Y/N) '.
               03 COL 29 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 11 COL 10 VALUE 'Request Rejected'.
           02 LINE 13 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 18.
               03 COL 3 VALUE 'Review more alerts? (Y/N) '.
               03 COL 29 PIC A TO NEW-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            *> Main procedure to process review requests until done.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'.
           PERFORM CLOSE-FILES.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       OPEN-FILES.
           *> Nothing to review until AML-SURVEILLANCE has run once.

           OPEN I-O ALERT-FILE.
           IF WS-ALERT-STATUS = '00'
               MOVE 'Y' TO ALERTS-OPEN
           END-IF.

       PROCESS-RTN.
           *> Get one review request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           IF ALERTS-OPEN NOT = 'Y'
               MOVE 'No alerts on file' TO ERROR-MESSAGE
           ELSE
               PERFORM READ-ALERT-RTN
               IF ALERT-FOUND-FLAG NOT = 'Y'
                   MOVE 'Alert not on file' TO ERROR-MESSAGE
               ELSE
                   EVALUATE INPUT-ACTION
                       WHEN 'V'
                           CONTINUE
                       WHEN 'C'
                           PERFORM REVIEW-ALERT-RTN
                       WHEN 'E'
                           PERFORM REVIEW-ALERT-RTN
                       WHEN OTHER
                           MOVE 'Action must be V, C, or E'
                               TO ERROR-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the review request from the screen.

           MOVE 0 TO INPUT-ALERT-DATE INPUT-ALERT-SEQ.
           MOVE SPACES TO INPUT-REASON.
           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.
           IF INPUT-ALERT-DATE = 0
               MOVE WS-TODAY-DATE TO INPUT-ALERT-DATE
           END-IF.

       READ-ALERT-RTN.
           *> Read the alert named on the screen.

           MOVE 'N' TO ALERT-FOUND-FLAG.
           MOVE INPUT-ALERT-DATE TO AML-ALERT-DATE.
           MOVE INPUT-ALERT-SEQ TO AML-ALERT-SEQ.
           READ ALERT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO ALERT-FOUND-FLAG
           END-READ.

       REVIEW-ALERT-RTN.
           *> Clear or escalate the alert. The reason is what the
           *> compliance file relies on, so it cannot be left blank.

           IF AML-ALERT-STATUS = 'CLEARED'
               MOVE 'Alert already cleared' TO ERROR-MESSAGE
           ELSE
               IF INPUT-ACTION = 'E' AND AML-ALERT-STATUS = 'ESCALATED'
                   MOVE 'Alert already escalated' TO ERROR-MESSAGE
               ELSE
                   IF INPUT-REASON = SPACES
                       MOVE 'Reason must not be blank' TO ERROR-MESSAGE
                   ELSE
                       IF INPUT-ACTION = 'C'
                           MOVE 'CLEARED' TO AML-ALERT-STATUS
                       ELSE
                           MOVE 'ESCALATED' TO AML-ALERT-STATUS
                       END-IF
                       MOVE INPUT-REASON TO AML-ALERT-REASON
                       MOVE WS-OPERATOR-ID TO AML-ALERT-REVIEWER
                       MOVE WS-TODAY-DATE TO AML-ALERT-REVIEW-DATE
                       REWRITE AML-ALERT-RECORD
                   END-IF
               END-IF
           END-IF.

       DISPLAY-OUTPUT.
            *> Display the alert as it now stands.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.

       CLOSE-FILES.
           *> Close the alert file.

           IF ALERTS-OPEN = 'Y'
               CLOSE ALERT-FILE
           END-IF.
       END PROGRAM AML-REVIEW.
