       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROGRAM4L.
       AUTHOR.        REESE BAKER.

      *****************************************************************
      * Stock ledger for one warehouse / vendor / product over a date
      * range, replayed from the permanent stock movement journal
      * (PR4-STOCK-JOURNAL.TXT) that the nightly job and the master
      * restore append to. When a count comes up forty units short
      * this is where the forty units are traced: every feed change,
      * transfer, receipt, count adjustment, shipment, and restore
      * that touched each slot, in the order it was posted.
      *
      * The operator keys the item and the date range at the
      * console. A blank from-date starts at the first entry on the
      * journal; a blank to-date runs through today. Entries dated
      * before the range build each slot's opening balance; entries
      * in the range are listed with their change, and each slot is
      * closed off with opening, in, out, and closing quantities.
      * An entry whose old quantity does not follow from the entry
      * before it is starred - stock moved with nothing journaled.
      *
      * INPUT:  operator console; PR4-STOCK-JOURNAL.TXT
      * OUTPUT: PR4-STOCK-LEDGER.TXT
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.



       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT STOCK-JOURNAL-FILE
             ASSIGN TO 'PR4-STOCK-JOURNAL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOURNAL-FILE-STATUS.

      *

         SELECT LEDGER-REPORT-FILE
             ASSIGN TO 'PR4-STOCK-LEDGER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

       DATA DIVISION.
       FILE SECTION.

       FD STOCK-JOURNAL-FILE
         RECORD CONTAINS 62 CHARACTERS.

       01 STOCK-JOURNAL-REC.
         05 JL-RUN-DATE.
             10 JL-RUN-MONTH             PIC 99.
             10 JL-RUN-DAY               PIC 99.
             10 JL-RUN-YEAR              PIC 9999.
         05 JL-RUN-TIME.
             10 JL-RUN-HOUR              PIC X(2).
             10 JL-RUN-MINUTE            PIC X(2).
             10 FILLER                   PIC X(4).
         05 JL-SOURCE                    PIC X(8).
         05 JL-ACTION                    PIC X(1).
         05 JL-MASTER-KEY.
             10 JL-WAREHOUSE-ID          PIC X(4).
             10 JL-VENDOR-ID             PIC X(1).
             10 JL-PRODUCT-ID            PIC X(3).
         05 JL-SLOT                      PIC 9(1).
         05 JL-OLD-QTY                   PIC 9(4).
         05 JL-NEW-QTY                   PIC 9(4).
         05 JL-OLD-PRICE                 PIC S999V99.
         05 JL-NEW-PRICE                 PIC S999V99.
         05 JL-REFERENCE                 PIC X(10).

      *

       FD LEDGER-REPORT-FILE
         RECORD CONTAINS 81 CHARACTERS.

       01 LEDGER-REPORT-LINE               PIC X(81).

      *

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
         05 JOURNAL-FILE-STATUS           PIC XX VALUE SPACE.
         05 SCAN-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-SCAN-RECORDS              VALUE 'Y'.
             88 NO-MORE-SCAN-RECORDS           VALUE 'N'.
         05 SELECTION-GOOD-FLAG           PIC X VALUE 'Y'.
             88 SELECTION-GOOD                 VALUE 'Y'.
         05 WS-GAP-FLAG                   PIC X(1) VALUE SPACE.

      *

       01 LEDGER-TOTALS.
         05 WS-JOURNAL-READ-COUNT        PIC 9(7) VALUE 0.
         05 WS-ENTRY-COUNT               PIC 9(6) VALUE 0.
         05 WS-GAP-COUNT                 PIC 9(6) VALUE 0.
         05 WS-CHANGE-QTY                PIC S9(5) VALUE 0.

      *

       01 WS-SYSTEM-DATE.
         05 WS-SYS-YEAR                  PIC 9999.
         05 WS-SYS-MONTH                 PIC 99.
         05 WS-SYS-DAY                   PIC 99.

      *

      *    Console selection. Dates are keyed MMDDYYYY like every
      *    other date in the system and compared as YYYYMMDD.

       01 LEDGER-SELECTION.
         05 WS-SEL-WAREHOUSE-ID          PIC X(4) VALUE SPACE.
         05 WS-SEL-VENDOR-ID             PIC X(1) VALUE SPACE.
         05 WS-SEL-PRODUCT-ID            PIC X(3) VALUE SPACE.
         05 WS-FROM-INPUT                PIC X(8) VALUE SPACE.
         05 WS-FROM-FIELDS REDEFINES WS-FROM-INPUT.
             10 WS-FROM-MONTH            PIC 99.
             10 WS-FROM-DAY              PIC 99.
             10 WS-FROM-YEAR             PIC 9999.
         05 WS-TO-INPUT                  PIC X(8) VALUE SPACE.
         05 WS-TO-FIELDS REDEFINES WS-TO-INPUT.
             10 WS-TO-MONTH              PIC 99.
             10 WS-TO-DAY                PIC 99.
             10 WS-TO-YEAR               PIC 9999.

       01 WS-SEL-MASTER-KEY                PIC X(8) VALUE SPACE.

       01 DATE-COMPARE-FIELDS.
         05 WS-FROM-KEY                  PIC 9(8) VALUE 0.
         05 WS-TO-KEY                    PIC 9(8) VALUE 0.
         05 WS-ENTRY-KEY                 PIC 9(8) VALUE 0.

      *

      *    Running position of each of the item's five slots as the
      *    journal is replayed.

       01 SUB                              PIC 9 VALUE 0.

       01 SLOT-LEDGER-TABLE.
         05 SLOT-LEDGER-ENTRY      OCCURS 5 TIMES.
             10 SL-KNOWN-FLAG            PIC X(1).
                 88 SL-KNOWN                   VALUE 'Y'.
             10 SL-OPENING-QTY           PIC 9(4).
             10 SL-RUNNING-QTY           PIC 9(4).
             10 SL-IN-QTY                PIC 9(7).
             10 SL-OUT-QTY               PIC 9(7).

      *

       01 EDIT-DATE.
         05 ED-MONTH                     PIC 99.
         05                              PIC X(1) VALUE '/'.
         05 ED-DAY                       PIC 99.
         05                              PIC X(1) VALUE '/'.
         05 ED-YEAR                      PIC 9999.

      *

       01 LEDGER-HEADING.
         05 FILLER                   PIC X(34) VALUE SPACE.
         05                          PIC X(12) VALUE
                                         'STOCK LEDGER'.
         05 FILLER                   PIC X(35) VALUE SPACE.

      *

       01 LEDGER-KEY-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(11) VALUE 'WAREHOUSE: '.
         05 LK-WAREHOUSE-ID          PIC X(4).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(8) VALUE 'VENDOR: '.
         05 LK-VENDOR-ID             PIC X(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(9) VALUE 'PRODUCT: '.
         05 LK-PRODUCT-ID            PIC X(3).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(5) VALUE 'FROM '.
         05 LK-FROM-DATE             PIC X(10).
         05                          PIC X(4) VALUE ' TO '.
         05 LK-TO-DATE               PIC X(10).
         05 FILLER                   PIC X(3) VALUE SPACE.

      *

       01 LEDGER-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'DATE'.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05                          PIC X(4) VALUE 'TIME'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(6) VALUE 'SOURCE'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(3) VALUE 'ACT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'OLD'.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(3) VALUE 'NEW'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(6) VALUE 'CHANGE'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(5) VALUE 'PRICE'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(9) VALUE 'REFERENCE'.
         05 FILLER                   PIC X(3) VALUE SPACE.

      *

       01 LEDGER-DETAIL-LINE.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 LD-DATE                  PIC X(10).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 LD-HOUR                  PIC X(2).
         05                          PIC X(1) VALUE ':'.
         05 LD-MINUTE                PIC X(2).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 LD-SOURCE                PIC X(8).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 LD-ACTION                PIC X(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 LD-SLOT                  PIC 9(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 LD-OLD-QTY               PIC ZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 LD-NEW-QTY               PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 LD-CHANGE                PIC ZZZZ9-.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 LD-PRICE                 PIC ZZ9.99-.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 LD-REFERENCE             PIC X(10).
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 LD-GAP-FLAG              PIC X(1).
         05 FILLER                   PIC X(1) VALUE SPACE.

      *

       01 LEDGER-SLOT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(5) VALUE 'SLOT '.
         05 LS-SLOT                  PIC 9(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(9) VALUE 'OPENING: '.
         05 LS-OPENING-QTY           PIC ZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(4) VALUE 'IN: '.
         05 LS-IN-QTY                PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(5) VALUE 'OUT: '.
         05 LS-OUT-QTY               PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(9) VALUE 'CLOSING: '.
         05 LS-CLOSING-QTY           PIC ZZZ9.
         05 FILLER                   PIC X(10) VALUE SPACE.

      *

       01 LEDGER-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 LC-LABEL                 PIC X(26).
         05 LC-COUNT                 PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(44) VALUE SPACE.

      *

       01 LEDGER-MESSAGE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 LM-MESSAGE               PIC X(70).
         05 FILLER                   PIC X(7) VALUE SPACE.

      *

       PROCEDURE DIVISION.

       100-LEDGER-CONTROL.

         ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD

         PERFORM 110-ACCEPT-SELECTION

         IF NOT SELECTION-GOOD
             STOP RUN
         END-IF

         OPEN INPUT STOCK-JOURNAL-FILE

         IF JOURNAL-FILE-STATUS NOT = '00'
             DISPLAY 'PR4-STOCK-JOURNAL.TXT COULD NOT BE OPENED - '
                 'STATUS ' JOURNAL-FILE-STATUS
             STOP RUN
         END-IF

         OPEN OUTPUT LEDGER-REPORT-FILE

         PERFORM 120-WRITE-LEDGER-HEADING

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             MOVE 'N'   TO SL-KNOWN-FLAG (SUB)
             MOVE ZEROS TO SL-OPENING-QTY (SUB)
             MOVE ZEROS TO SL-RUNNING-QTY (SUB)
             MOVE ZEROS TO SL-IN-QTY (SUB)
             MOVE ZEROS TO SL-OUT-QTY (SUB)
         END-PERFORM

         MOVE SPACE TO SCAN-EOF-FLAG

         PERFORM UNTIL NO-MORE-SCAN-RECORDS
             READ STOCK-JOURNAL-FILE
                 AT END
                     MOVE 'N' TO SCAN-EOF-FLAG
                 NOT AT END
                     ADD 1 TO WS-JOURNAL-READ-COUNT
                     IF JL-MASTER-KEY = WS-SEL-MASTER-KEY
                         PERFORM 200-APPLY-ONE-ENTRY
                     END-IF
             END-READ
         END-PERFORM

         PERFORM 300-WRITE-LEDGER-SUMMARY

         CLOSE STOCK-JOURNAL-FILE, LEDGER-REPORT-FILE

         DISPLAY 'STOCK LEDGER COMPLETE - ' WS-ENTRY-COUNT
             ' ENTRIES IN RANGE, ' WS-GAP-COUNT ' BREAKS'

         STOP RUN

       .

       110-ACCEPT-SELECTION.

         DISPLAY 'STOCK LEDGER REPLAY'
         DISPLAY 'WAREHOUSE ID (4 CHARS):'
         ACCEPT WS-SEL-WAREHOUSE-ID
         DISPLAY 'VENDOR ID (1 CHAR):'
         ACCEPT WS-SEL-VENDOR-ID
         DISPLAY 'PRODUCT ID (3 CHARS):'
         ACCEPT WS-SEL-PRODUCT-ID
         DISPLAY 'FROM DATE (MMDDYYYY, BLANK = FIRST ENTRY):'
         ACCEPT WS-FROM-INPUT
         DISPLAY 'TO DATE (MMDDYYYY, BLANK = TODAY):'
         ACCEPT WS-TO-INPUT

         STRING WS-SEL-WAREHOUSE-ID WS-SEL-VENDOR-ID
             WS-SEL-PRODUCT-ID
             DELIMITED BY SIZE
             INTO WS-SEL-MASTER-KEY

         IF WS-FROM-INPUT = SPACES
             MOVE ZEROS TO WS-FROM-KEY
         ELSE
             IF WS-FROM-INPUT IS NUMERIC
                 AND WS-FROM-MONTH >= 1 AND WS-FROM-MONTH <= 12
                 AND WS-FROM-DAY >= 1 AND WS-FROM-DAY <= 31
                 COMPUTE WS-FROM-KEY = WS-FROM-YEAR * 10000
                     + WS-FROM-MONTH * 100 + WS-FROM-DAY
             ELSE
                 DISPLAY 'FROM DATE INVALID: ' WS-FROM-INPUT
                 MOVE 'N' TO SELECTION-GOOD-FLAG
             END-IF
         END-IF

         IF WS-TO-INPUT = SPACES
             MOVE WS-SYS-MONTH TO WS-TO-MONTH
             MOVE WS-SYS-DAY   TO WS-TO-DAY
             MOVE WS-SYS-YEAR  TO WS-TO-YEAR
         END-IF

         IF WS-TO-INPUT IS NUMERIC
             AND WS-TO-MONTH >= 1 AND WS-TO-MONTH <= 12
             AND WS-TO-DAY >= 1 AND WS-TO-DAY <= 31
             COMPUTE WS-TO-KEY = WS-TO-YEAR * 10000
                 + WS-TO-MONTH * 100 + WS-TO-DAY
         ELSE
             DISPLAY 'TO DATE INVALID: ' WS-TO-INPUT
             MOVE 'N' TO SELECTION-GOOD-FLAG
         END-IF

         IF SELECTION-GOOD AND WS-FROM-KEY > WS-TO-KEY
             DISPLAY 'FROM DATE IS AFTER TO DATE'
             MOVE 'N' TO SELECTION-GOOD-FLAG
         END-IF

       .

       120-WRITE-LEDGER-HEADING.

         WRITE LEDGER-REPORT-LINE FROM LEDGER-HEADING
             AFTER ADVANCING 1 LINES

         MOVE WS-SEL-WAREHOUSE-ID TO LK-WAREHOUSE-ID
         MOVE WS-SEL-VENDOR-ID    TO LK-VENDOR-ID
         MOVE WS-SEL-PRODUCT-ID   TO LK-PRODUCT-ID

         IF WS-FROM-INPUT = SPACES
             MOVE 'BEGINNING' TO LK-FROM-DATE
         ELSE
             MOVE WS-FROM-MONTH TO ED-MONTH
             MOVE WS-FROM-DAY   TO ED-DAY
             MOVE WS-FROM-YEAR  TO ED-YEAR
             MOVE EDIT-DATE     TO LK-FROM-DATE
         END-IF

         MOVE WS-TO-MONTH TO ED-MONTH
         MOVE WS-TO-DAY   TO ED-DAY
         MOVE WS-TO-YEAR  TO ED-YEAR
         MOVE EDIT-DATE   TO LK-TO-DATE

         WRITE LEDGER-REPORT-LINE FROM LEDGER-KEY-LINE
             AFTER ADVANCING 2 LINES

         WRITE LEDGER-REPORT-LINE FROM LEDGER-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

       .

       200-APPLY-ONE-ENTRY.

      *    The journal is in posting order, so replaying it top to
      *    bottom walks each slot forward in time. An entry before
      *    the range only moves the slot's opening balance; an entry
      *    after the range is passed over (a rerun with an earlier
      *    as-of date can land one out of order). The first time a
      *    slot is seen, its old quantity is taken as the balance
      *    it already had when journaling began.

         IF JL-RUN-DATE IS NUMERIC
             AND JL-SLOT >= 1 AND JL-SLOT <= 5
             AND JL-OLD-QTY IS NUMERIC
             AND JL-NEW-QTY IS NUMERIC
             COMPUTE WS-ENTRY-KEY = JL-RUN-YEAR * 10000
                 + JL-RUN-MONTH * 100 + JL-RUN-DAY
             IF WS-ENTRY-KEY <= WS-TO-KEY
                 PERFORM 205-REPLAY-SLOT-ENTRY
             END-IF
         END-IF

       .

       205-REPLAY-SLOT-ENTRY.

         MOVE JL-SLOT TO SUB

         IF NOT SL-KNOWN (SUB)
             MOVE 'Y' TO SL-KNOWN-FLAG (SUB)
             MOVE JL-OLD-QTY TO SL-RUNNING-QTY (SUB)
             MOVE JL-OLD-QTY TO SL-OPENING-QTY (SUB)
         END-IF

         IF JL-OLD-QTY NOT = SL-RUNNING-QTY (SUB)
             MOVE '*' TO WS-GAP-FLAG
         ELSE
             MOVE SPACE TO WS-GAP-FLAG
         END-IF

         IF WS-ENTRY-KEY < WS-FROM-KEY
             MOVE JL-NEW-QTY TO SL-OPENING-QTY (SUB)
         ELSE
             ADD 1 TO WS-ENTRY-COUNT
             IF WS-GAP-FLAG = '*'
                 ADD 1 TO WS-GAP-COUNT
             END-IF
             COMPUTE WS-CHANGE-QTY = JL-NEW-QTY - JL-OLD-QTY
             IF WS-CHANGE-QTY > 0
                 ADD WS-CHANGE-QTY TO SL-IN-QTY (SUB)
             ELSE
                 SUBTRACT WS-CHANGE-QTY FROM SL-OUT-QTY (SUB)
             END-IF
             PERFORM 210-WRITE-LEDGER-DETAIL
         END-IF

         MOVE JL-NEW-QTY TO SL-RUNNING-QTY (SUB)

       .

       210-WRITE-LEDGER-DETAIL.

         MOVE JL-RUN-MONTH   TO ED-MONTH
         MOVE JL-RUN-DAY     TO ED-DAY
         MOVE JL-RUN-YEAR    TO ED-YEAR
         MOVE EDIT-DATE      TO LD-DATE
         MOVE JL-RUN-HOUR    TO LD-HOUR
         MOVE JL-RUN-MINUTE  TO LD-MINUTE
         MOVE JL-SOURCE      TO LD-SOURCE
         MOVE JL-ACTION      TO LD-ACTION
         MOVE JL-SLOT        TO LD-SLOT
         MOVE JL-OLD-QTY     TO LD-OLD-QTY
         MOVE JL-NEW-QTY     TO LD-NEW-QTY
         MOVE WS-CHANGE-QTY  TO LD-CHANGE
         MOVE JL-REFERENCE   TO LD-REFERENCE
         MOVE WS-GAP-FLAG    TO LD-GAP-FLAG

         IF JL-NEW-PRICE IS NUMERIC
             MOVE JL-NEW-PRICE TO LD-PRICE
         ELSE
             MOVE ZEROS TO LD-PRICE
         END-IF

         WRITE LEDGER-REPORT-LINE FROM LEDGER-DETAIL-LINE
             AFTER ADVANCING 1 LINES

       .

       300-WRITE-LEDGER-SUMMARY.

         IF WS-ENTRY-COUNT = 0
             MOVE 'NO JOURNAL ENTRIES FOR THIS ITEM IN THE DATE RANGE'
                 TO LM-MESSAGE
             WRITE LEDGER-REPORT-LINE FROM LEDGER-MESSAGE-LINE
                 AFTER ADVANCING 2 LINES
         END-IF

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF SL-KNOWN (SUB)
                 MOVE SUB                   TO LS-SLOT
                 MOVE SL-OPENING-QTY (SUB)  TO LS-OPENING-QTY
                 MOVE SL-IN-QTY (SUB)       TO LS-IN-QTY
                 MOVE SL-OUT-QTY (SUB)      TO LS-OUT-QTY
                 MOVE SL-RUNNING-QTY (SUB)  TO LS-CLOSING-QTY
                 WRITE LEDGER-REPORT-LINE FROM LEDGER-SLOT-LINE
                     AFTER ADVANCING 2 LINES
             END-IF
         END-PERFORM

         MOVE 'JOURNAL ENTRIES READ' TO LC-LABEL
         MOVE WS-JOURNAL-READ-COUNT TO LC-COUNT
         WRITE LEDGER-REPORT-LINE FROM LEDGER-COUNT-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'ENTRIES IN RANGE' TO LC-LABEL
         MOVE WS-ENTRY-COUNT TO LC-COUNT
         WRITE LEDGER-REPORT-LINE FROM LEDGER-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'UNEXPLAINED BREAKS' TO LC-LABEL
         MOVE WS-GAP-COUNT TO LC-COUNT
         WRITE LEDGER-REPORT-LINE FROM LEDGER-COUNT-LINE
             AFTER ADVANCING 1 LINES

         IF WS-GAP-COUNT > 0
             MOVE '* OLD QUANTITY DOES NOT FOLLOW FROM THE ENTRY BEFORE'
                 TO LM-MESSAGE
             WRITE LEDGER-REPORT-LINE FROM LEDGER-MESSAGE-LINE
                 AFTER ADVANCING 2 LINES
             MOVE '  IT - STOCK MOVED WITHOUT A JOURNAL ENTRY'
                 TO LM-MESSAGE
             WRITE LEDGER-REPORT-LINE FROM LEDGER-MESSAGE-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

       .
