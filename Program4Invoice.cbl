       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROGRAM4V.
       AUTHOR.        REESE BAKER.

      *****************************************************************
      * Vendor invoice three-way match. Each invoice line bills a
      * quantity of one warehouse / vendor / product / slot at a unit
      * price; it is matched to the purchase-order lines on
      * OPEN-PO.TXT (open lines partly received, or closed lines)
      * and to the quantity the nightly job's receipts have posted
      * against them. Payables no longer keys vouchers by hand from
      * the vendor's paper.
      *
      * A line is held when it bills more than has been received and
      * not yet billed, or when its unit price falls outside the
      * product's STANDARD-COST.TXT tolerance (the same test the
      * nightly job applies to the feed). A product with no standard
      * cost is not price checked. Held lines print on the
      * discrepancy report with the reason and are not paid.
      *
      * Approved lines are applied to the PO lines oldest first as
      * billed quantity and written to the AP voucher extract, which
      * carries a header and a trailer count and amount hash in the
      * same manner as GL-EXTRACT.TXT. OPEN-PO.TXT is rewritten with
      * the billed quantities so a receipt is never paid twice. The
      * report closes with every PO line received but not yet fully
      * billed - goods in the building the vendor has not invoiced.
      *
      * INPUT:  VENDOR-INVOICE.TXT, OPEN-PO.TXT, STANDARD-COST.TXT
      * OUTPUT: AP-VOUCHER.TXT, PR4-INVOICE-REPORT.TXT, and the
      *         updated OPEN-PO.TXT
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.



       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT INVOICE-FILE
             ASSIGN TO 'VENDOR-INVOICE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INVOICE-FILE-STATUS.

      *

         SELECT OPTIONAL OPEN-PO-FILE
             ASSIGN TO 'OPEN-PO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OPEN-PO-FILE-STATUS.

      *

         SELECT STANDARD-COST-FILE
             ASSIGN TO 'STANDARD-COST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STDCOST-FILE-STATUS.

      *

         SELECT AP-VOUCHER-FILE
             ASSIGN TO 'AP-VOUCHER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT INVOICE-REPORT-FILE
             ASSIGN TO 'PR4-INVOICE-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

       DATA DIVISION.
       FILE SECTION.

       FD INVOICE-FILE
         RECORD CONTAINS 28 CHARACTERS.

       01 INVOICE-REC.
         05 INV-VENDOR-ID                PIC A(1).
         05 INV-INVOICE-NBR              PIC X(10).
         05 INV-WAREHOUSE-ID             PIC X(4).
         05 INV-PRODUCT-ID               PIC X(3).
         05 INV-SLOT                     PIC 9(1).
         05 INV-QTY                      PIC 9(4).
         05 INV-UNIT-PRICE               PIC 9(3)V99.

      *

       FD OPEN-PO-FILE
         RECORD CONTAINS 38 CHARACTERS.

       01 OPEN-PO-REC.
         05 OP-PO-DATE                   PIC X(8).
         05 OP-WAREHOUSE-ID              PIC X(4).
         05 OP-VENDOR-ID                 PIC A(1).
         05 OP-PRODUCT-ID                PIC X(3).
         05 OP-SLOT                      PIC 9(1).
         05 OP-ORDER-QTY                 PIC 9(4).
         05 OP-STATUS                    PIC X(1).
         05 OP-RECEIPT-DATE              PIC X(8).
         05 OP-RECEIVED-QTY              PIC 9(4).
         05 OP-BILLED-QTY                PIC 9(4).

      *

       FD STANDARD-COST-FILE
         RECORD CONTAINS 10 CHARACTERS.

       01 STANDARD-COST-REC.
         05 SC-PRODUCT-ID                PIC X(3).
         05 SC-EXPECTED-COST             PIC 9(3)V99.
         05 SC-TOLERANCE-PCT             PIC 9(2).

      *

       FD AP-VOUCHER-FILE
         RECORD CONTAINS 47 CHARACTERS.

       01 AP-VOUCHER-REC                   PIC X(47).

      *

       FD INVOICE-REPORT-FILE
         RECORD CONTAINS 81 CHARACTERS.

       01 INVOICE-REPORT-LINE              PIC X(81).

      *

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
         05 INVOICE-FILE-STATUS           PIC XX VALUE SPACE.
         05 OPEN-PO-FILE-STATUS           PIC XX VALUE SPACE.
         05 STDCOST-FILE-STATUS           PIC XX VALUE SPACE.
         05 LOAD-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-LOAD-RECORDS              VALUE 'Y'.
             88 NO-MORE-LOAD-RECORDS           VALUE 'N'.
         05 INVOICE-EOF-FLAG              PIC X VALUE SPACE.
             88 MORE-INVOICE-RECORDS           VALUE 'Y'.
             88 NO-MORE-INVOICE-RECORDS        VALUE 'N'.
         05 STDCOST-FOUND-FLAG            PIC X VALUE 'N'.
             88 STDCOST-FOUND                  VALUE 'Y'.
         05 PRICE-OUT-FLAG                PIC X VALUE 'N'.
             88 PRICE-OUT-OF-TOLERANCE         VALUE 'Y'.
         05 WS-HOLD-REASON                PIC X(20) VALUE SPACE.

      *

       01 MATCH-TOTALS.
         05 WS-INVOICE-COUNT             PIC 9(6) VALUE 0.
         05 WS-APPROVED-COUNT            PIC 9(6) VALUE 0.
         05 WS-HELD-COUNT                PIC 9(6) VALUE 0.
         05 WS-APPROVED-AMOUNT           PIC S9(11)V99 VALUE ZERO.
         05 WS-HELD-AMOUNT               PIC S9(11)V99 VALUE ZERO.
         05 WS-UNBILLED-COUNT            PIC 9(6) VALUE 0.
         05 WS-UNBILLED-VALUE            PIC S9(11)V99 VALUE ZERO.
         05 WS-VOUCHER-COUNT             PIC 9(6) VALUE 0.
         05 WS-VOUCHER-HASH              PIC S9(13)V99 VALUE ZERO.

      *

       01 MATCH-WORK-FIELDS.
         05 WS-PO-LINE-COUNT             PIC 9(4) VALUE 0.
         05 WS-UNBILLED-QTY              PIC 9(6) VALUE 0.
         05 WS-LINE-OPEN-QTY             PIC 9(4) VALUE 0.
         05 WS-APPLY-REMAIN              PIC 9(4) VALUE 0.
         05 WS-LINE-AMOUNT               PIC S9(8)V99 VALUE ZERO.
         05 WS-STD-COST                  PIC 9(3)V99 VALUE ZERO.
         05 WS-TOLERANCE-AMT             PIC 9(3)V99 VALUE ZERO.
         05 WS-STD-VALUE                 PIC S9(9)V99 VALUE ZERO.

      *

       01 WS-SYSTEM-DATE.
         05 WS-SYS-YEAR                  PIC 9999.
         05 WS-SYS-MONTH                 PIC 99.
         05 WS-SYS-DAY                   PIC 99.

      *

       01 WS-CURRENT-DATE.
         05 WS-MONTH                     PIC 99.
         05 WS-DAY                       PIC 99.
         05 WS-YEAR                      PIC 9999.

      *

       01 WS-DATE-WORK                     PIC X(8) VALUE SPACE.

       01 WS-DATE-WORK-FIELDS REDEFINES WS-DATE-WORK.
         05 WS-DW-MONTH                  PIC 99.
         05 WS-DW-DAY                    PIC 99.
         05 WS-DW-YEAR                   PIC 9999.

      *

       01 EDIT-DATE.
         05 ED-MONTH                     PIC 99.
         05                              PIC X(1) VALUE '/'.
         05 ED-DAY                       PIC 99.
         05                              PIC X(1) VALUE '/'.
         05 ED-YEAR                      PIC 9999.

      *

      *    AP voucher extract. Header carries the voucher date; each
      *    detail is one approved invoice line; the trailer carries
      *    the detail count and the sum of the detail amounts so
      *    payables can prove the file arrived whole.

       01 AP-HEADER-REC.
         05                              PIC X(1) VALUE 'H'.
         05 APH-VOUCHER-DATE             PIC X(8).
         05 FILLER                       PIC X(38) VALUE SPACE.

      *

       01 AP-DETAIL-REC.
         05                              PIC X(1) VALUE 'D'.
         05 APD-VENDOR-ID                PIC X(1).
         05 APD-INVOICE-NBR              PIC X(10).
         05 APD-WAREHOUSE-ID             PIC X(4).
         05 APD-PRODUCT-ID               PIC X(3).
         05 APD-SLOT                     PIC 9(1).
         05 APD-QTY                      PIC 9(4).
         05 APD-UNIT-PRICE               PIC 9(3)V99.
         05 APD-AMOUNT                   PIC S9(8)V99.
         05 APD-VOUCHER-DATE             PIC X(8).

      *

       01 AP-TRAILER-REC.
         05                              PIC X(1) VALUE 'T'.
         05 APT-RECORD-COUNT             PIC 9(6).
         05 APT-HASH-TOTAL               PIC S9(13)V99.
         05 FILLER                       PIC X(25) VALUE SPACE.

      *

      ***********************TABLE*************************

      *    PO lines in file (confirmation) order, so the oldest line
      *    for an item is always billed first.

       01 WS-OPEN-PO-COUNT                 PIC 9(4) VALUE 0.
       01 WS-OPO-SUB                       PIC 9(4) VALUE 0.

       01 OPEN-PO-TABLE.
         05 OPEN-PO-ENTRY          OCCURS 500 TIMES.
             10 OPT-PO-DATE              PIC X(8).
             10 OPT-WAREHOUSE            PIC X(4).
             10 OPT-VENDOR               PIC A(1).
             10 OPT-PRODUCT              PIC X(3).
             10 OPT-SLOT                 PIC 9(1).
             10 OPT-QTY                  PIC 9(4).
             10 OPT-STATUS               PIC X(1).
             10 OPT-RECEIPT-DATE         PIC X(8).
             10 OPT-RECEIVED-QTY         PIC 9(4).
             10 OPT-BILLED-QTY           PIC 9(4).

      *****************************************************

       01 WS-STDCOST-COUNT                 PIC 9(4) VALUE 0.

       01 STDCOST-TABLE.
         05 STDCOST-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-STDCOST-COUNT
                 INDEXED BY STDCOST-INDEX.
             10 SD-PROD-ID               PIC X(3).
             10 SD-EXPECTED-COST         PIC 9(3)V99.
             10 SD-TOLERANCE-PCT         PIC 9(2).

      *****************************************************

       01 INVOICE-HEADING.
         05 FILLER                   PIC X(25) VALUE SPACE.
         05                          PIC X(20) VALUE
                                         'VENDOR INVOICE MATCH'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 IH-RUN-DATE              PIC X(10).
         05 FILLER                   PIC X(23) VALUE SPACE.

      *

       01 SECTION-TITLE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 ST-TITLE                 PIC X(40).
         05 FILLER                   PIC X(37) VALUE SPACE.

      *

       01 HELD-COLUMN-HEADING.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(1) VALUE 'V'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(10) VALUE 'INVOICE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'PRD'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(1) VALUE 'S'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(4) VALUE 'BILL'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'RCVD'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(6) VALUE ' PRICE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(6) VALUE 'STDCST'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(20) VALUE 'REASON'.
         05 FILLER                   PIC X(2) VALUE SPACE.

      *

      *    RCVD is the quantity received and not yet billed across
      *    every PO line for the item.

       01 HELD-DETAIL-LINE.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 HD-VENDOR-ID             PIC X(1).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 HD-INVOICE-NBR           PIC X(10).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 HD-WAREHOUSE-ID          PIC X(4).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 HD-PRODUCT-ID            PIC X(3).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 HD-SLOT                  PIC X(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 HD-BILLED-QTY            PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 HD-UNBILLED-QTY          PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 HD-UNIT-PRICE            PIC ZZ9.99.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 HD-STD-COST              PIC ZZ9.99 BLANK WHEN ZERO.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 HD-REASON                PIC X(20).
         05 FILLER                   PIC X(2) VALUE SPACE.

      *

       01 UNBILLED-COLUMN-HEADING.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(10) VALUE 'PO DATE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(1) VALUE 'V'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'PRD'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(1) VALUE 'S'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(4) VALUE ' ORD'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'RCVD'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'BILL'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'OPEN'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(10) VALUE 'LAST RCPT'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(12) VALUE
                                         '   STD VALUE'.
         05 FILLER                   PIC X(4) VALUE SPACE.

      *

       01 UNBILLED-DETAIL-LINE.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 UD-PO-DATE               PIC X(10).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 UD-WAREHOUSE-ID          PIC X(4).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 UD-VENDOR-ID             PIC X(1).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 UD-PRODUCT-ID            PIC X(3).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 UD-SLOT                  PIC 9(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 UD-ORDER-QTY             PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 UD-RECEIVED-QTY          PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 UD-BILLED-QTY            PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 UD-OPEN-QTY              PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 UD-RECEIPT-DATE          PIC X(10).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 UD-STD-VALUE             PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
         05 FILLER                   PIC X(4) VALUE SPACE.

      *

       01 INVOICE-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 IC-LABEL                 PIC X(40).
         05 IC-COUNT                 PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(30) VALUE SPACE.

      *

       01 INVOICE-AMOUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 IA-LABEL                 PIC X(40).
         05 IA-AMOUNT                PIC $ZZZ,ZZZ,ZZ9.99-.
         05 FILLER                   PIC X(21) VALUE SPACE.

      *

       01 INVOICE-MESSAGE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 IM-MESSAGE               PIC X(50).
         05 FILLER                   PIC X(27) VALUE SPACE.

      *

       PROCEDURE DIVISION.

       100-INVOICE-CONTROL.

         ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
         MOVE WS-SYS-MONTH TO WS-MONTH
         MOVE WS-SYS-DAY   TO WS-DAY
         MOVE WS-SYS-YEAR  TO WS-YEAR

         PERFORM 110-LOAD-OPEN-PO-TABLE
         PERFORM 120-LOAD-STDCOST-TABLE

         OPEN INPUT INVOICE-FILE

         IF INVOICE-FILE-STATUS NOT = '00'
             DISPLAY 'VENDOR-INVOICE.TXT COULD NOT BE OPENED - '
                 'STATUS ' INVOICE-FILE-STATUS
             STOP RUN
         END-IF

         OPEN OUTPUT AP-VOUCHER-FILE, INVOICE-REPORT-FILE

         MOVE WS-MONTH TO ED-MONTH
         MOVE WS-DAY   TO ED-DAY
         MOVE WS-YEAR  TO ED-YEAR
         MOVE EDIT-DATE TO IH-RUN-DATE
         WRITE INVOICE-REPORT-LINE FROM INVOICE-HEADING
             AFTER ADVANCING 1 LINES

         MOVE 'HELD INVOICE LINES' TO ST-TITLE
         WRITE INVOICE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 2 LINES
         WRITE INVOICE-REPORT-LINE FROM HELD-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         MOVE WS-CURRENT-DATE TO APH-VOUCHER-DATE
         WRITE AP-VOUCHER-REC FROM AP-HEADER-REC

         MOVE SPACE TO INVOICE-EOF-FLAG

         PERFORM UNTIL NO-MORE-INVOICE-RECORDS
             READ INVOICE-FILE
                 AT END
                     MOVE 'N' TO INVOICE-EOF-FLAG
                 NOT AT END
                     PERFORM 200-MATCH-ONE-INVOICE
             END-READ
         END-PERFORM

         IF WS-HELD-COUNT = 0
             MOVE 'NO INVOICE LINES HELD' TO IM-MESSAGE
             WRITE INVOICE-REPORT-LINE FROM INVOICE-MESSAGE-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

         MOVE WS-VOUCHER-COUNT TO APT-RECORD-COUNT
         MOVE WS-VOUCHER-HASH TO APT-HASH-TOTAL
         WRITE AP-VOUCHER-REC FROM AP-TRAILER-REC

         PERFORM 300-RECEIVED-NOT-BILLED
         PERFORM 400-WRITE-MATCH-SUMMARY
         PERFORM 500-REWRITE-OPEN-PO

         CLOSE INVOICE-FILE,
               AP-VOUCHER-FILE,
               INVOICE-REPORT-FILE

         DISPLAY 'INVOICE MATCH COMPLETE - ' WS-APPROVED-COUNT
             ' APPROVED, ' WS-HELD-COUNT ' HELD'

         STOP RUN

       .

       110-LOAD-OPEN-PO-TABLE.

      *    Every PO line on file is loaded, open or closed. A file
      *    larger than the table stops the run: billing against part
      *    of the file and rewriting it would lose the rest.

         OPEN INPUT OPEN-PO-FILE

         IF OPEN-PO-FILE-STATUS NOT = '00'
             AND OPEN-PO-FILE-STATUS NOT = '05'
             DISPLAY 'OPEN-PO.TXT COULD NOT BE OPENED - STATUS '
                 OPEN-PO-FILE-STATUS
             STOP RUN
         END-IF

         MOVE SPACE TO LOAD-EOF-FLAG

         PERFORM UNTIL NO-MORE-LOAD-RECORDS
             READ OPEN-PO-FILE
                 AT END
                     MOVE 'N' TO LOAD-EOF-FLAG
                 NOT AT END
                     PERFORM 115-LOAD-ONE-PO-LINE
             END-READ
         END-PERFORM

         CLOSE OPEN-PO-FILE

       .

       115-LOAD-ONE-PO-LINE.

         IF WS-OPEN-PO-COUNT < 500
             ADD 1 TO WS-OPEN-PO-COUNT
             MOVE OP-PO-DATE      TO OPT-PO-DATE (WS-OPEN-PO-COUNT)
             MOVE OP-WAREHOUSE-ID TO OPT-WAREHOUSE (WS-OPEN-PO-COUNT)
             MOVE OP-VENDOR-ID    TO OPT-VENDOR (WS-OPEN-PO-COUNT)
             MOVE OP-PRODUCT-ID   TO OPT-PRODUCT (WS-OPEN-PO-COUNT)
             MOVE OP-SLOT         TO OPT-SLOT (WS-OPEN-PO-COUNT)
             MOVE OP-ORDER-QTY    TO OPT-QTY (WS-OPEN-PO-COUNT)
             MOVE OP-STATUS       TO OPT-STATUS (WS-OPEN-PO-COUNT)
             MOVE OP-RECEIPT-DATE TO
                 OPT-RECEIPT-DATE (WS-OPEN-PO-COUNT)
             IF OP-RECEIVED-QTY IS NUMERIC
                 MOVE OP-RECEIVED-QTY TO
                     OPT-RECEIVED-QTY (WS-OPEN-PO-COUNT)
             ELSE
                 MOVE ZEROS TO OPT-RECEIVED-QTY (WS-OPEN-PO-COUNT)
             END-IF
             IF OP-BILLED-QTY IS NUMERIC
                 MOVE OP-BILLED-QTY TO
                     OPT-BILLED-QTY (WS-OPEN-PO-COUNT)
             ELSE
                 MOVE ZEROS TO OPT-BILLED-QTY (WS-OPEN-PO-COUNT)
             END-IF
         ELSE
             DISPLAY 'OPEN-PO.TXT EXCEEDS TABLE CAPACITY - '
                 'INVOICE MATCH NOT RUN'
             CLOSE OPEN-PO-FILE
             STOP RUN
         END-IF

       .

       120-LOAD-STDCOST-TABLE.

      *    A missing catalog just means no price checking this run.

         OPEN INPUT STANDARD-COST-FILE

         IF STDCOST-FILE-STATUS = '00'
             MOVE SPACE TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ STANDARD-COST-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         IF WS-STDCOST-COUNT < 500
                             ADD 1 TO WS-STDCOST-COUNT
                             MOVE SC-PRODUCT-ID TO
                                 SD-PROD-ID (WS-STDCOST-COUNT)
                             MOVE SC-EXPECTED-COST TO
                                 SD-EXPECTED-COST (WS-STDCOST-COUNT)
                             MOVE SC-TOLERANCE-PCT TO
                                 SD-TOLERANCE-PCT (WS-STDCOST-COUNT)
                         ELSE
                             DISPLAY 'STANDARD-COST.TXT EXCEEDS TABLE '
                                 'CAPACITY - REMAINING RECORDS IGNORED'
                             MOVE 'N' TO LOAD-EOF-FLAG
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE STANDARD-COST-FILE
         END-IF

       .

       200-MATCH-ONE-INVOICE.

      *    The reason field doubles as the hold switch: a line that
      *    leaves here with no reason is paid.

         ADD 1 TO WS-INVOICE-COUNT
         MOVE SPACE TO WS-HOLD-REASON
         MOVE ZEROS TO WS-UNBILLED-QTY
         MOVE ZEROS TO WS-STD-COST
         MOVE 'N' TO PRICE-OUT-FLAG

         IF INV-QTY IS NOT NUMERIC
             OR INV-UNIT-PRICE IS NOT NUMERIC
             OR INV-SLOT IS NOT NUMERIC
             MOVE 'INVALID LINE' TO WS-HOLD-REASON
         ELSE
             IF INV-QTY = 0
                 OR INV-SLOT < 1
                 OR INV-SLOT > 5
                 MOVE 'INVALID LINE' TO WS-HOLD-REASON
             ELSE
                 PERFORM 210-TOTAL-UNBILLED-RECEIPTS
                 PERFORM 220-CHECK-INVOICE-PRICE
                 IF WS-PO-LINE-COUNT = 0
                     MOVE 'NO RECEIVED PO LINE' TO WS-HOLD-REASON
                 ELSE
                     IF INV-QTY > WS-UNBILLED-QTY
                         IF PRICE-OUT-OF-TOLERANCE
                             MOVE 'QTY AND PRICE' TO WS-HOLD-REASON
                         ELSE
                             MOVE 'QTY EXCEEDS RECEIVED'
                                 TO WS-HOLD-REASON
                         END-IF
                     ELSE
                         IF PRICE-OUT-OF-TOLERANCE
                             MOVE 'PRICE OUT OF TOL'
                                 TO WS-HOLD-REASON
                         END-IF
                     END-IF
                 END-IF
             END-IF
         END-IF

         IF WS-HOLD-REASON = SPACES
             PERFORM 230-APPROVE-INVOICE-LINE
         ELSE
             PERFORM 240-WRITE-HELD-LINE
         END-IF

       .

       210-TOTAL-UNBILLED-RECEIPTS.

      *    Open lines partly received and closed lines both count -
      *    what matters is quantity received that no earlier invoice
      *    has billed.

         MOVE ZEROS TO WS-PO-LINE-COUNT

         PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
             UNTIL WS-OPO-SUB > WS-OPEN-PO-COUNT
             IF OPT-WAREHOUSE (WS-OPO-SUB) = INV-WAREHOUSE-ID
                 AND OPT-VENDOR (WS-OPO-SUB) = INV-VENDOR-ID
                 AND OPT-PRODUCT (WS-OPO-SUB) = INV-PRODUCT-ID
                 AND OPT-SLOT (WS-OPO-SUB) = INV-SLOT
                 AND OPT-RECEIVED-QTY (WS-OPO-SUB) > 0
                 ADD 1 TO WS-PO-LINE-COUNT
                 IF OPT-RECEIVED-QTY (WS-OPO-SUB)
                     > OPT-BILLED-QTY (WS-OPO-SUB)
                     COMPUTE WS-UNBILLED-QTY = WS-UNBILLED-QTY
                         + OPT-RECEIVED-QTY (WS-OPO-SUB)
                         - OPT-BILLED-QTY (WS-OPO-SUB)
                 END-IF
             END-IF
         END-PERFORM

       .

       220-CHECK-INVOICE-PRICE.

      *    Same tolerance test the nightly job applies to feed
      *    prices: expected cost plus or minus the product's percent.

         MOVE 'N' TO STDCOST-FOUND-FLAG

         IF WS-STDCOST-COUNT > 0
             SET STDCOST-INDEX TO 1
             SEARCH STDCOST-ENTRY
                 AT END
                     CONTINUE
                 WHEN SD-PROD-ID (STDCOST-INDEX) = INV-PRODUCT-ID
                     MOVE 'Y' TO STDCOST-FOUND-FLAG
                     MOVE SD-EXPECTED-COST (STDCOST-INDEX)
                         TO WS-STD-COST
                     COMPUTE WS-TOLERANCE-AMT ROUNDED =
                         SD-EXPECTED-COST (STDCOST-INDEX) *
                         SD-TOLERANCE-PCT (STDCOST-INDEX) / 100
             END-SEARCH
         END-IF

         IF STDCOST-FOUND
             IF INV-UNIT-PRICE > WS-STD-COST + WS-TOLERANCE-AMT
                 OR INV-UNIT-PRICE < WS-STD-COST - WS-TOLERANCE-AMT
                 MOVE 'Y' TO PRICE-OUT-FLAG
             END-IF
         END-IF

       .

       230-APPROVE-INVOICE-LINE.

      *    Bill the received quantity oldest PO line first, then
      *    voucher the line at the invoiced price.

         MOVE INV-QTY TO WS-APPLY-REMAIN

         PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
             UNTIL WS-OPO-SUB > WS-OPEN-PO-COUNT
             IF WS-APPLY-REMAIN > 0
                 AND OPT-WAREHOUSE (WS-OPO-SUB) = INV-WAREHOUSE-ID
                 AND OPT-VENDOR (WS-OPO-SUB) = INV-VENDOR-ID
                 AND OPT-PRODUCT (WS-OPO-SUB) = INV-PRODUCT-ID
                 AND OPT-SLOT (WS-OPO-SUB) = INV-SLOT
                 AND OPT-RECEIVED-QTY (WS-OPO-SUB)
                     > OPT-BILLED-QTY (WS-OPO-SUB)
                 COMPUTE WS-LINE-OPEN-QTY =
                     OPT-RECEIVED-QTY (WS-OPO-SUB)
                     - OPT-BILLED-QTY (WS-OPO-SUB)
                 IF WS-APPLY-REMAIN >= WS-LINE-OPEN-QTY
                     ADD WS-LINE-OPEN-QTY
                         TO OPT-BILLED-QTY (WS-OPO-SUB)
                     SUBTRACT WS-LINE-OPEN-QTY FROM WS-APPLY-REMAIN
                 ELSE
                     ADD WS-APPLY-REMAIN
                         TO OPT-BILLED-QTY (WS-OPO-SUB)
                     MOVE ZEROS TO WS-APPLY-REMAIN
                 END-IF
             END-IF
         END-PERFORM

         COMPUTE WS-LINE-AMOUNT ROUNDED = INV-QTY * INV-UNIT-PRICE

         MOVE INV-VENDOR-ID    TO APD-VENDOR-ID
         MOVE INV-INVOICE-NBR  TO APD-INVOICE-NBR
         MOVE INV-WAREHOUSE-ID TO APD-WAREHOUSE-ID
         MOVE INV-PRODUCT-ID   TO APD-PRODUCT-ID
         MOVE INV-SLOT         TO APD-SLOT
         MOVE INV-QTY          TO APD-QTY
         MOVE INV-UNIT-PRICE   TO APD-UNIT-PRICE
         MOVE WS-LINE-AMOUNT   TO APD-AMOUNT
         MOVE WS-CURRENT-DATE  TO APD-VOUCHER-DATE

         WRITE AP-VOUCHER-REC FROM AP-DETAIL-REC

         ADD 1 TO WS-VOUCHER-COUNT
         ADD APD-AMOUNT TO WS-VOUCHER-HASH

         ADD 1 TO WS-APPROVED-COUNT
         ADD WS-LINE-AMOUNT TO WS-APPROVED-AMOUNT

       .

       240-WRITE-HELD-LINE.

         ADD 1 TO WS-HELD-COUNT

         MOVE INV-VENDOR-ID    TO HD-VENDOR-ID
         MOVE INV-INVOICE-NBR  TO HD-INVOICE-NBR
         MOVE INV-WAREHOUSE-ID TO HD-WAREHOUSE-ID
         MOVE INV-PRODUCT-ID   TO HD-PRODUCT-ID
         MOVE INV-SLOT         TO HD-SLOT
         MOVE WS-UNBILLED-QTY  TO HD-UNBILLED-QTY
         MOVE WS-STD-COST      TO HD-STD-COST
         MOVE WS-HOLD-REASON   TO HD-REASON

         IF INV-QTY IS NUMERIC
             MOVE INV-QTY TO HD-BILLED-QTY
         ELSE
             MOVE ZEROS TO HD-BILLED-QTY
         END-IF

         IF INV-UNIT-PRICE IS NUMERIC
             MOVE INV-UNIT-PRICE TO HD-UNIT-PRICE
         ELSE
             MOVE ZEROS TO HD-UNIT-PRICE
         END-IF

         IF INV-QTY IS NUMERIC
             AND INV-UNIT-PRICE IS NUMERIC
             COMPUTE WS-HELD-AMOUNT = WS-HELD-AMOUNT
                 + INV-QTY * INV-UNIT-PRICE
         END-IF

         WRITE INVOICE-REPORT-LINE FROM HELD-DETAIL-LINE
             AFTER ADVANCING 1 LINES

       .

       300-RECEIVED-NOT-BILLED.

      *    Every PO line, after tonight's invoices, with quantity
      *    received beyond what has been billed, valued at standard
      *    cost where the product has one - the accrual payables
      *    still owes the vendors.

         MOVE 'RECEIVED NOT BILLED' TO ST-TITLE
         WRITE INVOICE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 3 LINES
         WRITE INVOICE-REPORT-LINE FROM UNBILLED-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
             UNTIL WS-OPO-SUB > WS-OPEN-PO-COUNT
             IF OPT-RECEIVED-QTY (WS-OPO-SUB)
                 > OPT-BILLED-QTY (WS-OPO-SUB)
                 PERFORM 310-WRITE-UNBILLED-LINE
             END-IF
         END-PERFORM

         IF WS-UNBILLED-COUNT = 0
             MOVE 'NO RECEIVED QUANTITY AWAITING INVOICE'
                 TO IM-MESSAGE
             WRITE INVOICE-REPORT-LINE FROM INVOICE-MESSAGE-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

       .

       310-WRITE-UNBILLED-LINE.

         ADD 1 TO WS-UNBILLED-COUNT

         MOVE OPT-PO-DATE (WS-OPO-SUB) TO WS-DATE-WORK
         PERFORM 320-EDIT-WORK-DATE
         MOVE EDIT-DATE TO UD-PO-DATE

         MOVE OPT-RECEIPT-DATE (WS-OPO-SUB) TO WS-DATE-WORK
         IF WS-DATE-WORK-FIELDS IS NUMERIC
             PERFORM 320-EDIT-WORK-DATE
             MOVE EDIT-DATE TO UD-RECEIPT-DATE
         ELSE
             MOVE SPACE TO UD-RECEIPT-DATE
         END-IF

         MOVE OPT-WAREHOUSE (WS-OPO-SUB)    TO UD-WAREHOUSE-ID
         MOVE OPT-VENDOR (WS-OPO-SUB)       TO UD-VENDOR-ID
         MOVE OPT-PRODUCT (WS-OPO-SUB)      TO UD-PRODUCT-ID
         MOVE OPT-SLOT (WS-OPO-SUB)         TO UD-SLOT
         MOVE OPT-QTY (WS-OPO-SUB)          TO UD-ORDER-QTY
         MOVE OPT-RECEIVED-QTY (WS-OPO-SUB) TO UD-RECEIVED-QTY
         MOVE OPT-BILLED-QTY (WS-OPO-SUB)   TO UD-BILLED-QTY

         COMPUTE WS-LINE-OPEN-QTY = OPT-RECEIVED-QTY (WS-OPO-SUB)
             - OPT-BILLED-QTY (WS-OPO-SUB)
         MOVE WS-LINE-OPEN-QTY TO UD-OPEN-QTY

         MOVE ZEROS TO WS-STD-VALUE

         IF WS-STDCOST-COUNT > 0
             SET STDCOST-INDEX TO 1
             SEARCH STDCOST-ENTRY
                 AT END
                     CONTINUE
                 WHEN SD-PROD-ID (STDCOST-INDEX) =
                         OPT-PRODUCT (WS-OPO-SUB)
                     COMPUTE WS-STD-VALUE = WS-LINE-OPEN-QTY *
                         SD-EXPECTED-COST (STDCOST-INDEX)
             END-SEARCH
         END-IF

         MOVE WS-STD-VALUE TO UD-STD-VALUE
         ADD WS-STD-VALUE TO WS-UNBILLED-VALUE

         WRITE INVOICE-REPORT-LINE FROM UNBILLED-DETAIL-LINE
             AFTER ADVANCING 1 LINES

       .

       320-EDIT-WORK-DATE.

         MOVE WS-DW-MONTH TO ED-MONTH
         MOVE WS-DW-DAY   TO ED-DAY
         MOVE WS-DW-YEAR  TO ED-YEAR

       .

       400-WRITE-MATCH-SUMMARY.

         MOVE 'INVOICE LINES READ' TO IC-LABEL
         MOVE WS-INVOICE-COUNT TO IC-COUNT
         WRITE INVOICE-REPORT-LINE FROM INVOICE-COUNT-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'LINES APPROVED AND VOUCHERED' TO IC-LABEL
         MOVE WS-APPROVED-COUNT TO IC-COUNT
         WRITE INVOICE-REPORT-LINE FROM INVOICE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'LINES HELD' TO IC-LABEL
         MOVE WS-HELD-COUNT TO IC-COUNT
         WRITE INVOICE-REPORT-LINE FROM INVOICE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'PO LINES RECEIVED NOT BILLED' TO IC-LABEL
         MOVE WS-UNBILLED-COUNT TO IC-COUNT
         WRITE INVOICE-REPORT-LINE FROM INVOICE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'AMOUNT VOUCHERED' TO IA-LABEL
         MOVE WS-APPROVED-AMOUNT TO IA-AMOUNT
         WRITE INVOICE-REPORT-LINE FROM INVOICE-AMOUNT-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'AMOUNT HELD' TO IA-LABEL
         MOVE WS-HELD-AMOUNT TO IA-AMOUNT
         WRITE INVOICE-REPORT-LINE FROM INVOICE-AMOUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'RECEIVED NOT BILLED AT STANDARD' TO IA-LABEL
         MOVE WS-UNBILLED-VALUE TO IA-AMOUNT
         WRITE INVOICE-REPORT-LINE FROM INVOICE-AMOUNT-LINE
             AFTER ADVANCING 1 LINES

       .

       500-REWRITE-OPEN-PO.

      *    Written back in the same order with the billed quantities
      *    posted; the nightly job picks up from here.

         OPEN OUTPUT OPEN-PO-FILE

         PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
             UNTIL WS-OPO-SUB > WS-OPEN-PO-COUNT
             MOVE OPT-PO-DATE (WS-OPO-SUB)      TO OP-PO-DATE
             MOVE OPT-WAREHOUSE (WS-OPO-SUB)    TO OP-WAREHOUSE-ID
             MOVE OPT-VENDOR (WS-OPO-SUB)       TO OP-VENDOR-ID
             MOVE OPT-PRODUCT (WS-OPO-SUB)      TO OP-PRODUCT-ID
             MOVE OPT-SLOT (WS-OPO-SUB)         TO OP-SLOT
             MOVE OPT-QTY (WS-OPO-SUB)          TO OP-ORDER-QTY
             MOVE OPT-STATUS (WS-OPO-SUB)       TO OP-STATUS
             MOVE OPT-RECEIPT-DATE (WS-OPO-SUB) TO OP-RECEIPT-DATE
             MOVE OPT-RECEIVED-QTY (WS-OPO-SUB) TO OP-RECEIVED-QTY
             MOVE OPT-BILLED-QTY (WS-OPO-SUB)   TO OP-BILLED-QTY
             WRITE OPEN-PO-REC
         END-PERFORM

         CLOSE OPEN-PO-FILE

       .
