       IDENTIFICATION DIVISION.
           PROGRAM-ID. BATCH-STEP-MAINTENANCE INITIAL.
           *> This program lets operations steer a rerun of the nightly
           *> VALUATION-BATCH-CONTROL chain through BATCH-STEPS.dat,
           *> the record the chain keeps of each step's outcome per
           *> business date: force one step to run again even though
           *> it already ended OK, or bypass a step the chain should
           *> pass over. Either needs a reason, which stays on the
           *> record with the operator who gave it; the chain acts on
           *> the instruction the next time it runs for that date and
           *> logs what it did.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL-FILE
           ASSIGN TO '../BATCH-STEPS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BATCH-STEP-KEY
           FILE STATUS IS WS-STEP-CONTROL-STATUS.

           SELECT BUSINESS-DAY-FILE
           ASSIGN TO '../BUSINESS-DAY-STATUS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSINESS-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-CONTROL-FILE.
       COPY '../BATCH-STEP.dat'.

       FD BUSINESS-DAY-FILE.
       COPY '../BUSINESS-DAY.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-STEP-CONTROL-STATUS PIC X(2).         *> '00' once the record is open I-O
       01 WS-BUSINESS-DAY-STATUS PIC X(2).         *> '00' only when the status file exists
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-YESTERDAY-DATE PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).               *> Default date, as the chain works it out
       01 WS-DATE-INTEGER PIC 9(8).
       01 WS-TIME-NOW PIC 9(8).                    *> HHMMSSss from ACCEPT
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, BATCH if none
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-STEP-SUB PIC 9(2).
       01 STEP-FOUND-FLAG PIC A.
       01 STEP-KNOWN-FLAG PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).

       01 WS-CHAIN-STEP-VALUES.
           *> The chain's steps in running order, each under the name
           *> it logs itself by.
           02 FILLER PIC X(20) VALUE 'SETTLE-CASH'.
           02 FILLER PIC X(20) VALUE 'RECURRING-CASH'.
           02 FILLER PIC X(20) VALUE 'STOCKS-TO-INDEXED'.
           02 FILLER PIC X(20) VALUE 'PRICE-LOAD'.
           02 FILLER PIC X(20) VALUE 'FX-RATE-LOAD'.
           02 FILLER PIC X(20) VALUE 'PRICE-ALERTS'.
           02 FILLER PIC X(20) VALUE 'SEQ-TO-INDEXED'.
           02 FILLER PIC X(20) VALUE 'EXECUTE-ORDERS'.
           02 FILLER PIC X(20) VALUE 'DIVIDEND-ENTITLEMENT'.
           02 FILLER PIC X(20) VALUE 'BOND-COUPONS'.
           02 FILLER PIC X(20) VALUE 'PROJECT-2-UPDATED'.
           02 FILLER PIC X(20) VALUE 'MARGIN-REPORT'.
           02 FILLER PIC X(20) VALUE 'HOUSEHOLD-REPORT'.
           02 FILLER PIC X(20) VALUE 'TRADE-CONFIRMS'.
           02 FILLER PIC X(20) VALUE 'AML-SURVEILLANCE'.
           02 FILLER PIC X(20) VALUE 'JOURNAL-VERIFY'.
           02 FILLER PIC X(20) VALUE 'INTEGRITY-AUDIT'.
           02 FILLER PIC X(20) VALUE 'BACKUP-MASTERS'.
       01 WS-CHAIN-STEP-TABLE REDEFINES WS-CHAIN-STEP-VALUES.
           02 WS-CHAIN-STEP PIC X(20) OCCURS 18 TIMES.

       01 INPUT-ACTION PIC X.
       01 INPUT-DATE PIC 9(8).
       01 INPUT-STEP PIC X(20).
       01 INPUT-REASON PIC X(30).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Nightly Batch Step Control'.
           02 LINE 4.
               03 COL 3 VALUE 'Action - (R)erun, (B)ypass: '.
               03 COL 31 PIC X TO INPUT-ACTION.
           02 LINE 5.
               03 COL 3 VALUE 'Business Date YYYYMMDD (0 = current): '.
               03 COL 42 PIC 9(8) TO INPUT-DATE.
           02 LINE 6.
               03 COL 3 VALUE 'Step Name: '.
               03 COL 14 PIC X(20) TO INPUT-STEP.
           02 LINE 7.
               03 COL 3 VALUE 'Reason: '.
               03 COL 11 PIC X(30) TO INPUT-REASON.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 11 COL 10 VALUE 'Batch Step Updated'.
           02 LINE 13.
               03 COL 3 VALUE 'Business Date: '.
               03 COL 18 PIC 9(8) FROM BATCH-STEP-DATE.
           02 LINE 14.
               03 COL 3 VALUE 'Step Name: '.
               03 COL 14 PIC X(20) FROM BATCH-STEP-NAME.
           02 LINE 15.
               03 COL 3 VALUE 'Status: '.
               03 COL 11 PIC X(8) FROM BATCH-STEP-STATUS.
               03 COL 24 VALUE 'Last Code: '.
               03 COL 35 PIC 9(4) FROM BATCH-STEP-RC.
           02 LINE 16.
               03 COL 3 VALUE 'Operator: '.
               03 COL 13 PIC X(8) FROM BATCH-STEP-OPERATOR.
           02 LINE 17.
               03 COL 3 VALUE 'Reason: '.
               03 COL 11 PIC X(30) FROM BATCH-STEP-REASON.
           02 LINE 19.
               03 COL 3 VALUE 'Maintain more steps? (Y/N) '.
               03 COL 30 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 11 COL 10 VALUE 'Request Rejected'.
           02 LINE 13 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 19.
               03 COL 3 VALUE 'Maintain more steps? (Y/N) '.
               03 COL 30 PIC A TO NEW-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            *> Main procedure to process step requests until done.

           PERFORM FIND-BUSINESS-DATE-RTN.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           PERFORM OPEN-FILES.
           IF WS-STEP-CONTROL-STATUS NOT = '00'
               DISPLAY 'BATCH-STEPS.dat cannot be opened (status '
                   WS-STEP-CONTROL-STATUS ')'
           ELSE
               PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'
               PERFORM CLOSE-FILES
           END-IF.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       FIND-BUSINESS-DATE-RTN.
           *> Default to the date the chain itself would work - the
           *> day DAILY-CLOSE closed, if that was yesterday and the
           *> night's run has crossed midnight, otherwise today.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1.
           COMPUTE WS-YESTERDAY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DAY-FILE.
           IF WS-BUSINESS-DAY-STATUS = '00'
               READ BUSINESS-DAY-FILE
                   AT END MOVE SPACES TO BUSINESS-DAY-RECORD
               END-READ
               CLOSE BUSINESS-DAY-FILE
               IF BUSINESS-DAY-STATUS = 'CLOSED'
                   AND BUSINESS-DAY-DATE = WS-YESTERDAY-DATE
                   MOVE WS-YESTERDAY-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.

       OPEN-FILES.
           *> Open the step record for update, creating it on first use
           *> the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.

           OPEN I-O STEP-CONTROL-FILE.
           IF WS-STEP-CONTROL-STATUS = '35'
               OPEN OUTPUT STEP-CONTROL-FILE
               CLOSE STEP-CONTROL-FILE
               OPEN I-O STEP-CONTROL-FILE
           END-IF.

       PROCESS-RTN.
           *> Get one step request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           PERFORM CHECK-STEP-NAME-RTN.
           IF STEP-KNOWN-FLAG NOT = 'Y'
               MOVE 'Not a step of the nightly chain'
                   TO ERROR-MESSAGE
           ELSE
               IF INPUT-DATE > WS-TODAY-DATE
                   MOVE 'Business date is in the future'
                       TO ERROR-MESSAGE
               ELSE
                   IF INPUT-REASON = SPACES
                       MOVE 'Reason must not be blank'
                           TO ERROR-MESSAGE
                   ELSE
                       PERFORM READ-STEP-RTN
                       EVALUATE INPUT-ACTION
                           WHEN 'R'
                               PERFORM RERUN-STEP-RTN
                           WHEN 'B'
                               PERFORM BYPASS-STEP-RTN
                           WHEN OTHER
                               MOVE 'Action must be R or B'
                                   TO ERROR-MESSAGE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM DISPLAY-OUTPUT
           ELSE
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the step request from the screen.

           MOVE 0 TO INPUT-DATE.
           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.
           MOVE FUNCTION UPPER-CASE(INPUT-STEP) TO INPUT-STEP.
           IF INPUT-DATE = 0
               MOVE WS-BUSINESS-DATE TO INPUT-DATE
           END-IF.

       CHECK-STEP-NAME-RTN.
           *> Only the chain's own steps can be steered from here.

           MOVE 'N' TO STEP-KNOWN-FLAG.
           PERFORM MATCH-STEP-NAME-RTN VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 18.

       MATCH-STEP-NAME-RTN.
           IF WS-CHAIN-STEP (WS-STEP-SUB) = INPUT-STEP
               MOVE 'Y' TO STEP-KNOWN-FLAG
           END-IF.

       READ-STEP-RTN.
           *> Read what the business date already holds for the step.

           MOVE 'N' TO STEP-FOUND-FLAG.
           MOVE INPUT-DATE TO BATCH-STEP-DATE.
           MOVE INPUT-STEP TO BATCH-STEP-NAME.
           READ STEP-CONTROL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO STEP-FOUND-FLAG
           END-READ.

       RERUN-STEP-RTN.
           *> Force a step the chain has already run for the date to
           *> run again. One with no outcome yet needs no instruction -
           *> the chain runs it anyway.

           IF STEP-FOUND-FLAG NOT = 'Y'
               MOVE 'Step has not run for that date'
                   TO ERROR-MESSAGE
           ELSE
               IF BATCH-STEP-STATUS = 'RERUN'
                   MOVE 'Step is already set to rerun'
                       TO ERROR-MESSAGE
               ELSE
                   MOVE 'RERUN' TO BATCH-STEP-STATUS
                   PERFORM STAMP-STEP-RTN
                   REWRITE BATCH-STEP-RECORD
               END-IF
           END-IF.

       BYPASS-STEP-RTN.
           *> Have the chain pass over a step for the date. A step that
           *> already ended OK has nothing left to bypass.

           IF STEP-FOUND-FLAG = 'Y'
               IF BATCH-STEP-STATUS = 'ENDED-OK'
                   MOVE 'Step already ended OK for that date'
                       TO ERROR-MESSAGE
               ELSE
                   IF BATCH-STEP-STATUS = 'BYPASSED'
                       MOVE 'Step is already bypassed'
                           TO ERROR-MESSAGE
                   ELSE
                       MOVE 'BYPASSED' TO BATCH-STEP-STATUS
                       PERFORM STAMP-STEP-RTN
                       REWRITE BATCH-STEP-RECORD
                   END-IF
               END-IF
           ELSE
               MOVE INPUT-DATE TO BATCH-STEP-DATE
               MOVE INPUT-STEP TO BATCH-STEP-NAME
               MOVE 'BYPASSED' TO BATCH-STEP-STATUS
               MOVE 0 TO BATCH-STEP-RC
               PERFORM STAMP-STEP-RTN
               WRITE BATCH-STEP-RECORD
           END-IF.

       STAMP-STEP-RTN.
           *> Who gave the instruction, when, and why.

           ACCEPT WS-TIME-NOW FROM TIME.
           COMPUTE BATCH-STEP-TIME = WS-TIME-NOW / 100.
           MOVE WS-OPERATOR-ID TO BATCH-STEP-OPERATOR.
           MOVE INPUT-REASON TO BATCH-STEP-REASON.

       DISPLAY-OUTPUT.
            *> Display the step as it now stands.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.

       CLOSE-FILES.
           *> Close the step record.

           CLOSE STEP-CONTROL-FILE.
       END PROGRAM BATCH-STEP-MAINTENANCE.
