       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONVERT-ACCOUNTS INITIAL.
           *> One-time upgrade of ACCOUNTS.dat to the current account
           *> record, the companion to CONVERT-HOLDINGS and
           *> CONVERT-JOURNALS. The account record has grown from the
           *> original 36 bytes - number, holder name, status - to
           *> carry the account type, margin flag and loan limit,
           *> model and household links and the closing date, and an
           *> indexed file still at the old record length refuses the
           *> OPEN in every program that reads it. Each account is
           *> copied across with the defaults it has always been
           *> treated as having: a CASH account, no margin, no loan
           *> limit, no model or household, and no closing date (a
           *> closed account's retention clock then starts on the
           *> next ACCOUNT-PURGE run). The file converts only while it
           *> still has the old record length, so a rerun changes
           *> nothing. Run once at upgrade, alongside CONVERT-HOLDINGS
           *> and CONVERT-JOURNALS, before the first nightly chain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-ACCOUNT-NUMBER
           FILE STATUS IS WS-OLD-ACCOUNTS-STATUS.

           SELECT NEW-ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS-NEW.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-NEW-ACCOUNTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-ACCOUNTS-FILE.
       01 OLD-ACCOUNT-RECORD.
           *> The pre-upgrade account record, 36 bytes. An
           *> already-converted file no longer matches this length and
           *> refuses the OPEN, which is how a rerun knows there is
           *> nothing left to do.
           02 OLD-ACCOUNT-NUMBER PIC X(5).
           02 OLD-ACCOUNT-HOLDER-NAME PIC X(25).
           02 OLD-ACCOUNT-STATUS PIC X(6).

       FD NEW-ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       WORKING-STORAGE SECTION.
       01 WS-NEW-ACCOUNTS-PATH PIC X(40) VALUE '../ACCOUNTS-NEW.dat'.
       01 WS-OLD-ACCOUNTS-PATH PIC X(40) VALUE '../ACCOUNTS.dat'.
       01 WS-OLD-ACCOUNTS-STATUS PIC X(2).         *> '39' once the file is current
       01 WS-NEW-ACCOUNTS-STATUS PIC X(2).
       01 ACCOUNTS-EOF PIC A.
       01 WS-ACCOUNTS-CONVERTED PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONVERT-ACCOUNTS-RTN.
           DISPLAY 'CONVERT-ACCOUNTS: ACCOUNTS CONVERTED: '
               WS-ACCOUNTS-CONVERTED.
           GOBACK.                                *> GOBACK so a calling
           *> menu or batch driver regains control, while a standalone
           *> utility run still ends here

       CONVERT-ACCOUNTS-RTN.
           *> A copy into a fresh file under the current layout and a
           *> swap - the indexed edition of the old-file/new-file
           *> pattern, as CONVERT-HOLDINGS does for the lots file.

           OPEN INPUT OLD-ACCOUNTS-FILE.
           IF WS-OLD-ACCOUNTS-STATUS = '00'
               OPEN OUTPUT NEW-ACCOUNTS-FILE
               MOVE 'N' TO ACCOUNTS-EOF
               PERFORM CONVERT-ONE-ACCOUNT-RTN UNTIL ACCOUNTS-EOF = 'Y'
               CLOSE OLD-ACCOUNTS-FILE NEW-ACCOUNTS-FILE
               CALL 'CBL_RENAME_FILE' USING WS-NEW-ACCOUNTS-PATH
                   WS-OLD-ACCOUNTS-PATH
           ELSE
               IF WS-OLD-ACCOUNTS-STATUS = '35'
                   DISPLAY 'CONVERT-ACCOUNTS: no accounts master on '
                       'disk - nothing to convert'
               ELSE
                   DISPLAY 'CONVERT-ACCOUNTS: accounts master is not '
                       'in the old layout (status '
                       WS-OLD-ACCOUNTS-STATUS
                       ') - already current, left untouched'
               END-IF
           END-IF.

       CONVERT-ONE-ACCOUNT-RTN.
           READ OLD-ACCOUNTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO ACCOUNTS-EOF
               NOT AT END
                   MOVE OLD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                   MOVE OLD-ACCOUNT-HOLDER-NAME TO ACCOUNT-HOLDER-NAME
                   MOVE OLD-ACCOUNT-STATUS TO ACCOUNT-STATUS
                   MOVE 'CASH' TO ACCOUNT-TYPE
                   MOVE 'N' TO ACCOUNT-MARGIN-FLAG
                   MOVE 0 TO ACCOUNT-LOAN-LIMIT
                   MOVE SPACES TO ACCOUNT-MODEL-ID
                       ACCOUNT-HOUSEHOLD-ID
                   MOVE 0 TO ACCOUNT-CLOSED-DATE
                   WRITE ACCOUNT-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-ACCOUNTS-CONVERTED
           END-READ.
       END PROGRAM CONVERT-ACCOUNTS.
