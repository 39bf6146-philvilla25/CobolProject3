       IDENTIFICATION DIVISION.
           PROGRAM-ID. MODEL-MAINTENANCE INITIAL.
           *> This program maintains the model portfolio master
           *> MODEL-PORTFOLIOS.dat: each model is a set of target
           *> weights, one line per symbol (SYM) or per sector (SEC),
           *> with its own drift band or zero for the house band. Add a
           *> line, change its weight or band, or remove it. A model's
           *> weights may not add up to more than 100 percent - what is
           *> left over is the model's cash. Accounts are put on a model
           *> in ACCOUNT-MAINTENANCE, and REBALANCE measures each one
           *> against it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODEL-FILE
           ASSIGN TO '../MODEL-PORTFOLIOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MODEL-KEY
           FILE STATUS IS WS-MODEL-STATUS.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MODEL-FILE.
       COPY '../MODEL-PORTFOLIO.dat'.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-MODEL-STATUS PIC X(2).                *> '00' once the master is open I-O
       01 WS-STOCKS-STATUS PIC X(2).
       01 STOCKS-OPEN PIC A VALUE 'N'.
       01 MODEL-FOUND-FLAG PIC A.
       01 MODEL-EOF PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).
       01 WS-MODEL-TOTAL PIC 9(5)V99.              *> Other lines' weights, then all
       01 WS-NEW-WEIGHT PIC 9(3)V99.
       01 WS-NEW-DRIFT PIC 9(3)V99.
       01 WS-TOTAL-EDIT PIC ZZ9.99.
       01 WS-SAVE-RECORD PIC X(31).                *> The line being maintained

       01 INPUT-ACTION PIC X.
       01 INPUT-MODEL-ID PIC X(6).
       01 INPUT-TARGET-KIND PIC X(3).
       01 INPUT-TARGET PIC X(12).
       01 INPUT-WEIGHT PIC X(5).                   *> Raw weight, checked before use
       01 INPUT-WEIGHT-NUM REDEFINES INPUT-WEIGHT PIC 9(3)V99.
       01 INPUT-DRIFT PIC X(5).                    *> Raw band, checked before use
       01 INPUT-DRIFT-NUM REDEFINES INPUT-DRIFT PIC 9(3)V99.

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Model Portfolio Maintenance'.
           02 LINE 4.
               03 COL 3 VALUE 'Action - (A)dd, (U)pdate, (D)elete: '.
               03 COL 40 PIC X TO INPUT-ACTION.
           02 LINE 5.
               03 COL 3 VALUE 'Enter a Model ID: '.
               03 COL 21 PIC X(6) TO INPUT-MODEL-ID.
           02 LINE 6.
               03 COL 3 VALUE 'Target - SYM (symbol) or SEC (sector): '.
               03 COL 43 PIC X(3) TO INPUT-TARGET-KIND.
           02 LINE 7.
               03 COL 3 VALUE 'Symbol or Sector: '.
               03 COL 21 PIC X(12) TO INPUT-TARGET.
           02 LINE 8.
               03 COL 3 VALUE 'Target Weight, e.g. 02500 = 25%: '.
               03 COL 37 PIC X(5) TO INPUT-WEIGHT.
           02 LINE 9.
               03 COL 3 VALUE 'Drift e.g. 00300 = 3%, blank = house: '.
               03 COL 42 PIC X(5) TO INPUT-DRIFT.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 11 COL 10 VALUE 'Model Portfolio Updated'.
           02 LINE 13.
               03 COL 3 VALUE 'Model: '.
               03 COL 10 PIC X(6) FROM MODEL-ID.
               03 COL 18 PIC X(3) FROM MODEL-TARGET-KIND.
               03 COL 22 PIC X(12) FROM MODEL-TARGET.
           02 LINE 14.
               03 COL 3 VALUE 'Weight: '.
               03 COL 11 PIC ZZ9.99 FROM MODEL-WEIGHT-PCT.
               03 COL 19 VALUE 'Drift Band: '.
               03 COL 31 PIC ZZ9.99 FROM MODEL-DRIFT-PCT.
           02 LINE 15.
               03 COL 3 VALUE 'Model weights now total: '.
               03 COL 28 PIC X(6) FROM WS-TOTAL-EDIT.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more models? (Y/N) '.
               03 COL 31 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a request is rejected.

           02 LINE 11 COL 10 VALUE 'Request Rejected'.
           02 LINE 13 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 18.
               03 COL 3 VALUE 'Maintain more models? (Y/N) '.
               03 COL 31 PIC A TO NEW-RECORD.

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
           *> Open the model master for update, creating it on first
           *> use the same way ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.
           *> The stocks master only vets symbols, so one that is not
           *> there yet doesn't stop models being keyed.

           OPEN I-O MODEL-FILE.
           IF WS-MODEL-STATUS = '35'
               OPEN OUTPUT MODEL-FILE
               CLOSE MODEL-FILE
               OPEN I-O MODEL-FILE
           END-IF.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.

       PROCESS-RTN.
           *> Get one maintenance request, apply it, and show the result.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM GET-INPUT.
           IF INPUT-MODEL-ID = SPACES OR INPUT-TARGET = SPACES
               MOVE 'Model ID and target must not be blank'
                   TO ERROR-MESSAGE
           ELSE
               IF INPUT-TARGET-KIND NOT = 'SYM'
                   AND INPUT-TARGET-KIND NOT = 'SEC'
                   MOVE 'Target must be SYM or SEC' TO ERROR-MESSAGE
               ELSE
                   PERFORM READ-MODEL-RTN
                   EVALUATE INPUT-ACTION
                       WHEN 'A'
                           PERFORM ADD-MODEL-RTN
                       WHEN 'U'
                           PERFORM UPDATE-MODEL-RTN
                       WHEN 'D'
                           PERFORM DELETE-MODEL-RTN
                       WHEN OTHER
                           MOVE 'Action must be A, U, or D'
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
            *> Accept the maintenance request from the screen.

           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-ACTION) TO INPUT-ACTION.
           MOVE FUNCTION UPPER-CASE(INPUT-MODEL-ID) TO INPUT-MODEL-ID.
           MOVE FUNCTION UPPER-CASE(INPUT-TARGET-KIND)
               TO INPUT-TARGET-KIND.
           MOVE FUNCTION UPPER-CASE(INPUT-TARGET) TO INPUT-TARGET.

       READ-MODEL-RTN.
           *> Read the existing line for the model and target named.

           MOVE 'N' TO MODEL-FOUND-FLAG.
           MOVE INPUT-MODEL-ID TO MODEL-ID.
           MOVE INPUT-TARGET-KIND TO MODEL-TARGET-KIND.
           MOVE INPUT-TARGET TO MODEL-TARGET.
           READ MODEL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO MODEL-FOUND-FLAG
           END-READ.

       CHECK-ENTRY-RTN.
           *> A symbol line must name a symbol the stocks master knows,
           *> and the weight and band are keyed as percent with two
           *> decimals.

           IF INPUT-WEIGHT IS NOT NUMERIC
               MOVE 'Weight must be numeric' TO ERROR-MESSAGE
           ELSE
               MOVE INPUT-WEIGHT-NUM TO WS-NEW-WEIGHT
               IF WS-NEW-WEIGHT > 100
                   MOVE 'Weight cannot exceed 100 percent'
                       TO ERROR-MESSAGE
               END-IF
           END-IF.
           MOVE 0 TO WS-NEW-DRIFT.
           IF ERROR-MESSAGE = SPACES AND INPUT-DRIFT NOT = SPACES
               IF INPUT-DRIFT IS NOT NUMERIC
                   MOVE 'Drift band must be numeric' TO ERROR-MESSAGE
               ELSE
                   MOVE INPUT-DRIFT-NUM TO WS-NEW-DRIFT
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES
               AND INPUT-TARGET-KIND = 'SYM'
               AND STOCKS-OPEN = 'Y'
               MOVE INPUT-TARGET TO SSYMBOL
               READ STOCKS-FILE
                   INVALID KEY
                       MOVE 'Unknown stock symbol - not on file'
                           TO ERROR-MESSAGE
               END-READ
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM TOTAL-MODEL-RTN
               IF WS-MODEL-TOTAL + WS-NEW-WEIGHT > 100
                   MOVE 'Model weights would exceed 100 percent'
                       TO ERROR-MESSAGE
               END-IF
           END-IF.

       TOTAL-MODEL-RTN.
           *> Add up every other line of the model. The browse moves
           *> the record area, so the line in hand is put back after.

           MOVE MODEL-RECORD TO WS-SAVE-RECORD.
           MOVE 0 TO WS-MODEL-TOTAL.
           MOVE 'N' TO MODEL-EOF.
           MOVE INPUT-MODEL-ID TO MODEL-ID.
           MOVE LOW-VALUES TO MODEL-TARGET-KIND MODEL-TARGET.
           START MODEL-FILE KEY IS NOT < MODEL-KEY
               INVALID KEY MOVE 'Y' TO MODEL-EOF
           END-START.
           PERFORM ADD-ONE-LINE-RTN UNTIL MODEL-EOF = 'Y'.
           MOVE WS-SAVE-RECORD TO MODEL-RECORD.

       ADD-ONE-LINE-RTN.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE 'Y' TO MODEL-EOF
               NOT AT END
                   IF MODEL-ID NOT = INPUT-MODEL-ID
                       MOVE 'Y' TO MODEL-EOF
                   ELSE
                       IF MODEL-TARGET-KIND NOT = INPUT-TARGET-KIND
                           OR MODEL-TARGET NOT = INPUT-TARGET
                           ADD MODEL-WEIGHT-PCT TO WS-MODEL-TOTAL
                       END-IF
                   END-IF
           END-READ.

       ADD-MODEL-RTN.
           *> Put a new target line on the model.

           IF MODEL-FOUND-FLAG = 'Y'
               MOVE 'Line already on the model' TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-ENTRY-RTN
               IF ERROR-MESSAGE = SPACES
                   MOVE INPUT-MODEL-ID TO MODEL-ID
                   MOVE INPUT-TARGET-KIND TO MODEL-TARGET-KIND
                   MOVE INPUT-TARGET TO MODEL-TARGET
                   MOVE WS-NEW-WEIGHT TO MODEL-WEIGHT-PCT
                   MOVE WS-NEW-DRIFT TO MODEL-DRIFT-PCT
                   WRITE MODEL-RECORD
               END-IF
           END-IF.

       UPDATE-MODEL-RTN.
           *> Change the weight or the band of an existing line.

           IF MODEL-FOUND-FLAG NOT = 'Y'
               MOVE 'Line not on the model' TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-ENTRY-RTN
               IF ERROR-MESSAGE = SPACES
                   MOVE WS-NEW-WEIGHT TO MODEL-WEIGHT-PCT
                   MOVE WS-NEW-DRIFT TO MODEL-DRIFT-PCT
                   REWRITE MODEL-RECORD
               END-IF
           END-IF.

       DELETE-MODEL-RTN.
           *> Take a line off the model; its weight goes back to cash.

           IF MODEL-FOUND-FLAG NOT = 'Y'
               MOVE 'Line not on the model' TO ERROR-MESSAGE
           ELSE
               DELETE MODEL-FILE RECORD
               MOVE 0 TO MODEL-WEIGHT-PCT MODEL-DRIFT-PCT
           END-IF.

       DISPLAY-OUTPUT.
            *> Display the line as it now stands, and the model total.

           MOVE MODEL-WEIGHT-PCT TO WS-NEW-WEIGHT.
           PERFORM TOTAL-MODEL-RTN.
           ADD WS-NEW-WEIGHT TO WS-MODEL-TOTAL.
           MOVE WS-MODEL-TOTAL TO WS-TOTAL-EDIT.
           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the request could not be applied.

           ACCEPT ERROR-SCREEN.

       CLOSE-FILES.
           *> Close the model and stocks masters.

           CLOSE MODEL-FILE.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
       END PROGRAM MODEL-MAINTENANCE.
