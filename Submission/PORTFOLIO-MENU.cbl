           *> the executables to launch or in what order. The trading
           *> options are refused with a clear message while
           *> PORTFOLIO.dat doesn't exist yet, instead of letting each
           *> program discover status '35' on its own. Nobody reaches
           *> the menu without signing on against the operators master,
           *> each option is refused unless the operator's role permits
           *> it, and the signed-on operator is left in the EXTERNAL
           *> session record for CURRENT-OPERATOR to stamp on the
           *> journal and the operations log - one per run unit, so
           *> each terminal's menu stamps its own operator. Only the
           *> options on the page on display can be chosen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS PORTFOLIO-KEY
           FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT OPERATORS-FILE
           ASSIGN TO '../OPERATORS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPERATOR-ID
           FILE STATUS IS WS-OPERATORS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PORTFOLIO-FILE.
           02 NUMBER-OF-SHARES PIC 9(5)V9(3).
           02 AVERAGE-COST PIC 9(6)V99.

       FD OPERATORS-FILE.
       COPY '../OPERATOR.dat'.

       WORKING-STORAGE SECTION.
       01 WS-PORTFOLIO-STATUS PIC X(2).            *> '35' while PORTFOLIO.dat doesn't exist
       01 PORTFOLIO-READY-FLAG PIC A.
       01 INPUT-OPTION PIC X(2).
       01 EXIT-FLAG PIC A VALUE 'N'.
       01 MENU-PAGE PIC 9 VALUE 1.                 *> Page of options on display
       01 ERROR-MESSAGE PIC X(40).
       01 WS-CONTINUE PIC A.
       01 WS-OPERATORS-STATUS PIC X(2).            *> '35' until the first operator is added
       01 SIGNED-ON-FLAG PIC A VALUE 'N'.
       01 SIGNED-ON-ID PIC X(8) VALUE SPACES.      *> Operator who passed sign-on
       01 SIGNED-ON-ROLE PIC X(10) VALUE SPACES.   *> CLERK / SUPERVISOR / OPERATIONS
       01 OPTION-ALLOWED-FLAG PIC A.
       01 OPTION-ON-PAGE-FLAG PIC A.
       01 SIGN-ON-ATTEMPTS PIC 9 VALUE 0.
       01 SIGN-ON-MAX-ATTEMPTS PIC 9 VALUE 3.      *> Bad sign-ons before the console quits
       01 INPUT-OPERATOR-ID PIC X(8).
       01 INPUT-PASSWORD PIC X(8).
       01 WS-TIME-NOW PIC 9(8).                    *> HHMMSSss from ACCEPT
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'PORTFOLIO-MENU'.
       01 OPS-STATUS PIC X(8).                     *> SIGN-ON / SIGN-OFF / REFUSED
       01 OPS-READ-COUNT PIC 9(5) VALUE 0.
       01 OPS-WRITE-COUNT PIC 9(5) VALUE 0.
       01 OPS-REJECT-COUNT PIC 9(5) VALUE 0.
       COPY '../OPERATOR-SESSION.dat'.

       SCREEN SECTION.
       01 SIGN-ON-SCREEN.
           *> Defining the sign-on screen shown before the menu

           02 BLANK SCREEN.
           02 LINE 2 COL 10 VALUE 'Portfolio System - Operator Sign-On'.
           02 LINE 4.
               03 COL 5 VALUE 'Operator ID: '.
               03 COL 18 PIC X(8) TO INPUT-OPERATOR-ID.
           02 LINE 5.
               03 COL 5 VALUE 'Password: '.
               03 COL 18 PIC X(8) TO INPUT-PASSWORD SECURE.
           02 LINE 7 COL 5 PIC X(40) FROM ERROR-MESSAGE.
       01 MENU-SCREEN.
           *> Defining the menu screen layout

           02 BLANK SCREEN.
           02 LINE 2 COL 10 VALUE 'Portfolio System - Main Menu'.
           02 LINE 2 COL 45 VALUE 'Operator: '.
           02 LINE 2 COL 55 PIC X(8) FROM SIGNED-ON-ID.
           02 LINE 2 COL 64 PIC X(10) FROM SIGNED-ON-ROLE.
           02 LINE 4 COL 5 VALUE '01  Buy Stocks'.
           02 LINE 4 COL 40 VALUE '17  Capital Gains Summary'.
           02 LINE 5 COL 5 VALUE '02  Sell Stocks'.
           02 LINE 18 COL 40 VALUE '31  Account Performance'.
           02 LINE 19 COL 40 VALUE '32  Housekeeping'.
           02 LINE 20 COL 40 VALUE '33  History Inquiry'.
           02 LINE 21 COL 40 VALUE '34  Operator Maintenance'.
           02 LINE 8 COL 5 VALUE '05  Cash Maintenance'.
           02 LINE 9 COL 5 VALUE '06  Cash Statement'.
           02 LINE 10 COL 5 VALUE '07  Corporate Actions'.
           02 LINE 18 COL 5 VALUE '15  Position Inquiry'.
           02 LINE 19 COL 5 VALUE '16  Portfolio Repair'.
           02 LINE 20 COL 5 VALUE '99  Exit'.
           02 LINE 21 COL 5 VALUE '98  More Options'.
           02 LINE 22.
               03 COL 5 VALUE 'Enter an Option: '.
               03 COL 22 PIC X(2) TO INPUT-OPTION.
       01 MENU-SCREEN-2.
           *> Defining the second page of the menu - the first page's
           *> two columns are full.

           02 BLANK SCREEN.
           02 LINE 2 COL 10 VALUE 'Portfolio System - More Options'.
           02 LINE 2 COL 45 VALUE 'Operator: '.
           02 LINE 2 COL 55 PIC X(8) FROM SIGNED-ON-ID.
           02 LINE 2 COL 64 PIC X(10) FROM SIGNED-ON-ROLE.
           02 LINE 4 COL 5 VALUE '35  Restricted Securities'.
           02 LINE 5 COL 5 VALUE '36  Dividend Entitlements'.
           02 LINE 6 COL 5 VALUE '37  Quarterly Fee Billing'.
           02 LINE 7 COL 5 VALUE '38  Margin Report'.
           02 LINE 8 COL 5 VALUE '39  Model Portfolio Maintenance'.
           02 LINE 9 COL 5 VALUE '40  Rebalancing Proposals'.
           02 LINE 10 COL 5 VALUE '41  Approve Rebalancing Trades'.
           02 LINE 11 COL 5 VALUE '42  Trade Confirmations'.
           02 LINE 12 COL 5 VALUE '43  AML Surveillance'.
           02 LINE 13 COL 5 VALUE '44  AML Alert Review'.
           02 LINE 14 COL 5 VALUE '45  Household Maintenance'.
           02 LINE 15 COL 5 VALUE '46  Household Report'.
           02 LINE 16 COL 5 VALUE '47  Recurring Cash Instructions'.
           02 LINE 17 COL 5 VALUE '48  Post Recurring Cash'.
           02 LINE 18 COL 5 VALUE '49  Integrity Audit'.
           02 LINE 4 COL 40 VALUE '50  As-Of-Date Valuation'.
           02 LINE 5 COL 40 VALUE '51  Currency Conversion'.
           02 LINE 6 COL 40 VALUE '52  Bond Maintenance'.
           02 LINE 7 COL 40 VALUE '53  Bond Coupons/Redemptions'.
           02 LINE 8 COL 40 VALUE '54  Nightly Batch Step Control'.
           02 LINE 9 COL 40 VALUE '55  Journal Verification'.
           02 LINE 10 COL 40 VALUE '56  Closed Account Purge'.
           02 LINE 11 COL 40 VALUE '57  Archived Account Inquiry'.
           02 LINE 12 COL 40 VALUE '58  End-of-Day Trade Blotter'.
           02 LINE 13 COL 40 VALUE '59  Trade Blotter Sign-Off'.
           02 LINE 20 COL 5 VALUE '99  Exit'.
           02 LINE 21 COL 5 VALUE '98  Previous Page'.
           02 LINE 22.
               03 COL 5 VALUE 'Enter an Option: '.
               03 COL 22 PIC X(2) TO INPUT-OPTION.
            *> Main procedure to present the menu until the operator
            *> exits.

           PERFORM SIGN-ON-RTN.
           IF SIGNED-ON-FLAG = 'Y'
               PERFORM PROCESS-RTN UNTIL EXIT-FLAG = 'Y'
               PERFORM SIGN-OFF-RTN
           END-IF.
           STOP RUN.

       SIGN-ON-RTN.
           *> Sign the operator on against the operators master before
           *> the menu is shown. A brand-new installation has no master
           *> yet, so OPERATOR-MAINTENANCE sets up the first supervisor
           *> and nothing more, and that supervisor then signs on here
           *> like anybody else; after too many bad attempts the console
           *> quits.

           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM CLEAR-SESSION-RTN.
           OPEN INPUT OPERATORS-FILE.
           IF WS-OPERATORS-STATUS = '35'
               DISPLAY 'No operators on file - set up the first '
                   'SUPERVISOR.'
               CALL 'OPERATOR-MAINTENANCE'
               OPEN INPUT OPERATORS-FILE
           END-IF.
           IF WS-OPERATORS-STATUS NOT = '00'
               DISPLAY 'OPERATORS.dat cannot be opened (status '
                   WS-OPERATORS-STATUS ') - sign-on refused.'
           ELSE
               PERFORM SIGN-ON-ATTEMPT-RTN
                   UNTIL SIGNED-ON-FLAG = 'Y'
                   OR SIGN-ON-ATTEMPTS >= SIGN-ON-MAX-ATTEMPTS
               CLOSE OPERATORS-FILE
               IF SIGNED-ON-FLAG = 'Y'
                   PERFORM WRITE-SESSION-RTN
                   MOVE 'SIGN-ON' TO OPS-STATUS
                   PERFORM WRITE-OPS-LOG-RTN
               ELSE
                   MOVE SIGN-ON-ATTEMPTS TO OPS-REJECT-COUNT
                   MOVE 'REFUSED' TO OPS-STATUS
                   PERFORM WRITE-OPS-LOG-RTN
                   DISPLAY 'Too many failed sign-on attempts.'
               END-IF
           END-IF.

       SIGN-ON-ATTEMPT-RTN.
           *> One sign-on attempt. The same message covers an unknown ID
           *> and a wrong password, so the screen never confirms which
           *> operator IDs exist.

           ACCEPT SIGN-ON-SCREEN.
           ADD 1 TO SIGN-ON-ATTEMPTS.
           MOVE SPACES TO ERROR-MESSAGE.
           MOVE FUNCTION UPPER-CASE(INPUT-OPERATOR-ID)
               TO INPUT-OPERATOR-ID.
           MOVE INPUT-OPERATOR-ID TO OPERATOR-ID.
           READ OPERATORS-FILE
               INVALID KEY
                   MOVE 'Operator ID or password not valid'
                       TO ERROR-MESSAGE
           END-READ.
           IF ERROR-MESSAGE = SPACES
               IF OPERATOR-PASSWORD NOT = INPUT-PASSWORD
                   MOVE 'Operator ID or password not valid'
                       TO ERROR-MESSAGE
               ELSE
                   IF OPERATOR-ACTIVE NOT = 'Y'
                       MOVE 'Operator ID is not active'
                           TO ERROR-MESSAGE
                   ELSE
                       MOVE 'Y' TO SIGNED-ON-FLAG
                       MOVE OPERATOR-ID TO SIGNED-ON-ID
                       MOVE OPERATOR-ROLE TO SIGNED-ON-ROLE
                   END-IF
               END-IF
           END-IF.

       WRITE-SESSION-RTN.
           *> Leave the signed-on operator where CURRENT-OPERATOR can
           *> find it for every program the menu CALLs.

           MOVE 'Y' TO SESSION-SIGNED-ON.
           MOVE SIGNED-ON-ID TO SESSION-OPERATOR-ID.
           MOVE SIGNED-ON-ROLE TO SESSION-OPERATOR-ROLE.
           ACCEPT SESSION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           COMPUTE SESSION-TIME = WS-TIME-NOW / 100.

       CLEAR-SESSION-RTN.
           *> A cleared session means nobody is signed on - anything
           *> run from here is then journaled as BATCH.

           MOVE 'N' TO SESSION-SIGNED-ON.
           MOVE SPACES TO SESSION-OPERATOR-ID SESSION-OPERATOR-ROLE.
           MOVE 0 TO SESSION-DATE SESSION-TIME.

       SIGN-OFF-RTN.
           MOVE 'SIGN-OFF' TO OPS-STATUS.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM CLEAR-SESSION-RTN.

       WRITE-OPS-LOG-RTN.
           CALL 'OPS-LOG' USING OPS-PROGRAM-NAME OPS-STATUS
               OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.

       PROCESS-RTN.
           *> Show the menu, then dispatch the chosen business function.
           *> Control comes back here when the called program finishes.

           MOVE SPACES TO ERROR-MESSAGE.
           IF MENU-PAGE = 1
               ACCEPT MENU-SCREEN
           ELSE
               ACCEPT MENU-SCREEN-2
           END-IF.
           PERFORM CHECK-OPTION-PAGE-RTN.
           IF OPTION-ON-PAGE-FLAG = 'N'
               MOVE SPACES TO INPUT-OPTION
           ELSE
               PERFORM CHECK-OPTION-ACCESS-RTN
               IF OPTION-ALLOWED-FLAG = 'N'
                   MOVE SPACES TO INPUT-OPTION
               END-IF
           END-IF.
           EVALUATE INPUT-OPTION
               WHEN SPACES
                   CONTINUE
               WHEN '01'
                   PERFORM CHECK-PORTFOLIO-READY-RTN
                   IF PORTFOLIO-READY-FLAG = 'Y'
                   CALL 'HOUSEKEEPING'
               WHEN '33'
                   CALL 'HISTORY-INQUIRY'
               WHEN '34'
                   CALL 'OPERATOR-MAINTENANCE'
               WHEN '35'
                   CALL 'RESTRICTED-MAINTENANCE'
               WHEN '36'
                   PERFORM CHECK-PORTFOLIO-READY-RTN
                   IF PORTFOLIO-READY-FLAG = 'Y'
                       CALL 'DIVIDEND-ENTITLEMENT'
                   END-IF
               WHEN '37'
                   CALL 'FEE-BILLING'
               WHEN '38'
                   PERFORM CHECK-PORTFOLIO-READY-RTN
                   IF PORTFOLIO-READY-FLAG = 'Y'
                       CALL 'MARGIN-REPORT'
                   END-IF
               WHEN '39'
                   CALL 'MODEL-MAINTENANCE'
               WHEN '40'
                   PERFORM CHECK-PORTFOLIO-READY-RTN
                   IF PORTFOLIO-READY-FLAG = 'Y'
                       CALL 'REBALANCE'
                   END-IF
               WHEN '41'
                   CALL 'REBALANCE-APPROVAL'
               WHEN '42'
                   CALL 'TRADE-CONFIRMS'
               WHEN '43'
                   CALL 'AML-SURVEILLANCE'
               WHEN '44'
                   CALL 'AML-REVIEW'
               WHEN '45'
                   CALL 'HOUSEHOLD-MAINTENANCE'
               WHEN '46'
                   CALL 'HOUSEHOLD-REPORT'
               WHEN '47'
                   CALL 'RECURRING-CASH-MAINTENANCE'
               WHEN '48'
                   CALL 'RECURRING-CASH'
               WHEN '49'
                   CALL 'INTEGRITY-AUDIT'
               WHEN '50'
                   CALL 'AS-OF-VALUATION'
               WHEN '51'
                   CALL 'FX-CONVERSION'
               WHEN '52'
                   CALL 'BOND-MAINTENANCE'
               WHEN '53'
                   PERFORM CHECK-PORTFOLIO-READY-RTN
                   IF PORTFOLIO-READY-FLAG = 'Y'
                       CALL 'BOND-COUPONS'
                   END-IF
               WHEN '54'
                   CALL 'BATCH-STEP-MAINTENANCE'
               WHEN '55'
                   CALL 'JOURNAL-VERIFY'
               WHEN '56'
                   CALL 'ACCOUNT-PURGE'
               WHEN '57'
                   CALL 'ACCOUNT-ARCHIVE-INQUIRY'
               WHEN '58'
                   CALL 'TRADE-BLOTTER'
               WHEN '59'
                   CALL 'BLOTTER-SIGNOFF'
               WHEN '98'
                   IF MENU-PAGE = 1
                       MOVE 2 TO MENU-PAGE
                   ELSE
                       MOVE 1 TO MENU-PAGE
                   END-IF
               WHEN '99'
                   MOVE 'Y' TO EXIT-FLAG
               WHEN OTHER
               PERFORM DISPLAY-ERROR
           END-IF.

       CHECK-OPTION-PAGE-RTN.
           *> Only the options on the page on display may be chosen -
           *> 01 to 34 on the first page, 35 to 59 on the second - plus
           *> 98 and 99, which are on both.

           MOVE 'Y' TO OPTION-ON-PAGE-FLAG.
           IF INPUT-OPTION NOT = SPACES
               AND INPUT-OPTION NOT = '98'
               AND INPUT-OPTION NOT = '99'
               IF MENU-PAGE = 1
                   IF INPUT-OPTION < '01' OR INPUT-OPTION > '34'
                       MOVE 'N' TO OPTION-ON-PAGE-FLAG
                   END-IF
               ELSE
                   IF INPUT-OPTION < '35' OR INPUT-OPTION > '59'
                       MOVE 'N' TO OPTION-ON-PAGE-FLAG
                   END-IF
               END-IF
           END-IF.
           IF OPTION-ON-PAGE-FLAG = 'N'
               MOVE 'Option not on this page' TO ERROR-MESSAGE
           END-IF.

       CHECK-OPTION-ACCESS-RTN.
           *> Refuse an option the signed-on operator's role does not
           *> permit. Supervisors may run everything; repairs, trade
           *> corrections, operator maintenance, the restricted
           *> securities list, the release of rebalancing trades, the
           *> review of AML alerts and the sign-off of the day's trade
           *> blotter are theirs alone. The
           *> overnight, day-boundary and restore functions belong to
           *> operations, and keyed business entry belongs to the
           *> clerks. Reports and inquiries are open to every role.

           MOVE 'Y' TO OPTION-ALLOWED-FLAG.
           IF SIGNED-ON-ROLE NOT = 'SUPERVISOR'
               EVALUATE INPUT-OPTION
                   WHEN '16'
                   WHEN '23'
                   WHEN '34'
                   WHEN '35'
                   WHEN '41'
                   WHEN '44'
                   WHEN '59'
                       MOVE 'N' TO OPTION-ALLOWED-FLAG
                   WHEN '09'
                   WHEN '10'
                   WHEN '11'
                   WHEN '12'
                   WHEN '25'
                   WHEN '26'
                   WHEN '27'
                   WHEN '32'
                   WHEN '36'
                   WHEN '37'
                   WHEN '42'
                   WHEN '43'
                   WHEN '48'
                   WHEN '49'
                   WHEN '53'
                   WHEN '54'
                   WHEN '55'
                   WHEN '56'
                   WHEN '57'
                   WHEN '58'
                       IF SIGNED-ON-ROLE NOT = 'OPERATIONS'
                           MOVE 'N' TO OPTION-ALLOWED-FLAG
                       END-IF
                   WHEN '01'
                   WHEN '02'
                   WHEN '03'
                   WHEN '04'
                   WHEN '05'
                   WHEN '07'
                   WHEN '21'
                   WHEN '24'
                   WHEN '28'
                   WHEN '39'
                   WHEN '45'
                   WHEN '47'
                   WHEN '51'
                   WHEN '52'
                       IF SIGNED-ON-ROLE NOT = 'CLERK'
                           MOVE 'N' TO OPTION-ALLOWED-FLAG
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF OPTION-ALLOWED-FLAG = 'N'
               MOVE 'Option not permitted for your role'
                   TO ERROR-MESSAGE
           END-IF.

       CHECK-PORTFOLIO-READY-RTN.
           *> The trading programs need PORTFOLIO.dat on file before they
           *> can do anything useful - try the OPEN here and refuse the
