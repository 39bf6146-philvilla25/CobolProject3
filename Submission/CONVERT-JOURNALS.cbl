       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-IN-FILE.
       01 RAW-JOURNAL-LINE PIC X(81).              *> Current layout width;
           *> shorter pre-upgrade lines read in space-padded
       01 OLD-JOURNAL-VIEW REDEFINES RAW-JOURNAL-LINE.
           *> The oldest layout: date, symbol, type, then whole-number
           02 OLDJ-TYPE PIC X(4).
           02 OLDJ-SHARES PIC X(5).
           02 OLDJ-MONEY PIC X(22).                *> price, average cost, commission
           02 FILLER PIC X(35).
       01 MID-JOURNAL-VIEW REDEFINES RAW-JOURNAL-LINE.
           *> The middle generation: account and new-symbol present,
           *> shares still a whole number - 58 bytes on disk.
           02 MIDJ-SHARES PIC X(5).
           02 MIDJ-MONEY PIC X(22).                *> price, average cost, commission
           02 MIDJ-NEW-SYMBOL PIC X(7).
           02 FILLER PIC X(23).
       01 CUR-JOURNAL-VIEW REDEFINES RAW-JOURNAL-LINE.
           *> Just enough of the current layout to recognize it - the
           *> numeric body runs thirty digits once the shares carry
           02 CURJ-TYPE PIC X(4).
           02 CURJ-NUMERIC-BODY PIC X(30).         *> shares, price, cost, commission
           02 FILLER PIC X(7).
           02 FILLER PIC X(8).                     *> operator ID, blank before sign-on
           02 FILLER PIC X(12).                    *> sequence and time, blank before numbering

       FD JOURNAL-OUT-FILE.
       01 CONVERTED-LINE PIC X(81).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).
           02 WSN-SHARE-FRACTION PIC X(3).
           02 WSN-MONEY PIC X(22).
           02 WSN-NEW-SYMBOL PIC X(7).
           02 WSN-OPERATOR-ID PIC X(8).
           02 WSN-SEQUENCE-TIME PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               OR CURJ-TYPE = 'SPLT' OR CURJ-TYPE = 'RNAM'
               OR CURJ-TYPE = 'ADJ' OR CURJ-TYPE = 'DRP'
               OR CURJ-TYPE = 'TRF' OR CURJ-TYPE = 'CXL'
               OR CURJ-TYPE = 'WHT' OR CURJ-TYPE = 'CONV'
               OR CURJ-TYPE = 'CPN'
               IF CURJ-NUMERIC-BODY IS NUMERIC
                   WRITE CONVERTED-LINE FROM RAW-JOURNAL-LINE
               ELSE
               MOVE '000' TO WSN-SHARE-FRACTION
               MOVE MIDJ-MONEY TO WSN-MONEY
               MOVE MIDJ-NEW-SYMBOL TO WSN-NEW-SYMBOL
               MOVE SPACES TO WSN-OPERATOR-ID
               MOVE SPACES TO WSN-SEQUENCE-TIME
               WRITE CONVERTED-LINE FROM WS-NEW-LINE
               ADD 1 TO WS-ENTRIES-CONVERTED
               MOVE 'Y' TO WS-FILE-CONVERTED-FLAG
           *> Insert the blank account column after the date, widen the
           *> shares with zero thousandths, and append the blank
           *> new-symbol column - the entry's own figures are carried
           *> over unchanged. Neither older generation knew who keyed
           *> the entry or numbered it, so the operator, sequence and
           *> time columns are left blank.

           MOVE OLDJ-DATE TO WSN-DATE.
           MOVE SPACES TO WSN-ACCOUNT.
           MOVE '000' TO WSN-SHARE-FRACTION.
           MOVE OLDJ-MONEY TO WSN-MONEY.
           MOVE SPACES TO WSN-NEW-SYMBOL.
           MOVE SPACES TO WSN-OPERATOR-ID.
           MOVE SPACES TO WSN-SEQUENCE-TIME.
           WRITE CONVERTED-LINE FROM WS-NEW-LINE.
           ADD 1 TO WS-ENTRIES-CONVERTED.
           MOVE 'Y' TO WS-FILE-CONVERTED-FLAG.
