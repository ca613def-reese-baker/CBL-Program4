
         SELECT EXPIRY-FILE
             ASSIGN TO 'EXPIRING-STOCK.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXPIRY-FILE-STATUS.

      *

             ASSIGN TO 'SHRINKAGE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT SHIPMENT-FILE
             ASSIGN TO 'SHIPMENTS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SHIPMENT-FILE-STATUS.

      *

         SELECT SHIP-REGISTER-FILE
             ASSIGN TO 'SHIPMENT-REGISTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT PICK-WORK-FILE
             ASSIGN TO 'PICK-WORK.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT PICK-SORT-FILE
             ASSIGN TO 'PICKSORT.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT PICK-LIST-FILE
             ASSIGN TO 'PICK-LIST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PICK-LIST-FILE-STATUS.

      *

         SELECT DISPOSITION-FILE
             ASSIGN TO 'DISPOSITIONS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISPOSITION-FILE-STATUS.

      *

         SELECT DISPOSAL-REGISTER-FILE
             ASSIGN TO 'DISPOSAL-REGISTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT DEBIT-MEMO-WORK-FILE
             ASSIGN TO 'DEBIT-MEMO-WORK.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT DEBIT-MEMO-SORT-FILE
             ASSIGN TO 'DMSORT.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT DEBIT-MEMO-FILE
             ASSIGN TO 'DEBIT-MEMO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT OPTIONAL STOCK-JOURNAL-FILE
             ASSIGN TO 'PR4-STOCK-JOURNAL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOURNAL-FILE-STATUS.

      *

         SELECT OPTIONAL INVENTORY-MASTER
             RECORD KEY IS IM-MASTER-KEY
             FILE STATUS IS MASTER-FILE-STATUS.

      *

         SELECT OPTIONAL PERIOD-CALENDAR-FILE
             ASSIGN TO 'PERIOD-CALENDAR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CALENDAR-FILE-STATUS.

      *

         SELECT OPTIONAL PERIOD-LOG-FILE
             ASSIGN TO 'PERIOD-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIOD-LOG-FILE-STATUS.

      *

       DATA DIVISION.

      *

      *    Valuation basis: M values the standing master after
      *    every posting; space or F keeps tonight's feed as the
      *    basis. A card cut before the column existed reads as F.

       FD RUN-CONTROL-FILE
         RECORD CONTAINS 27 CHARACTERS.

       01 RUN-CONTROL-REC.
         05 RC-AS-OF-DATE                PIC X(8).
                                         PIC X(4).
         05 RC-REPORT-OPTION             PIC X(1).
         05 RC-RESTART-OVERRIDE          PIC X(1).
         05 RC-VALUATION-BASIS           PIC X(1).

      *

         05 RL-GRAND-TOTAL-COST          PIC S9(11)V99.
         05 RL-COMPLETION-CODE           PIC X(1).

      *

      *    Finance's accounting-period calendar, maintained by the
      *    period-close job (PROGRAM4C): one record per period in
      *    period order, status O or blank open, C closed, R
      *    reopened under the authorization in PC-REOPEN-AUTH.

       FD PERIOD-CALENDAR-FILE
         RECORD CONTAINS 41 CHARACTERS.

       01 PERIOD-CALENDAR-REC.
         05 PC-PERIOD-ID                 PIC X(6).
         05 PC-START-DATE                PIC X(8).
         05 PC-END-DATE                  PIC X(8).
         05 PC-STATUS                    PIC X(1).
         05 PC-CLOSE-DATE                PIC X(8).
         05 PC-REOPEN-AUTH               PIC X(10).

      *

      *    Period log shared with PROGRAM4C, which logs its closes
      *    (C) and reopens (R). This job logs each run it posts into
      *    a reopened period (P) and each run it refuses (X).

       FD PERIOD-LOG-FILE
         RECORD CONTAINS 53 CHARACTERS.

       01 PERIOD-LOG-REC.
         05 PL-LOG-DATE                  PIC X(8).
         05 PL-LOG-TIME                  PIC X(8).
         05 PL-PERIOD-ID                 PIC X(6).
         05 PL-ACTION                    PIC X(1).
         05 PL-PROGRAM                   PIC X(9).
         05 PL-OPERATOR                  PIC X(3).
         05 PL-AUTH-REF                  PIC X(10).
         05 PL-AS-OF-DATE                PIC X(8).

      *

       FD DUPLICATE-FILE

      *

      *    Each PO line keeps its ordered quantity and carries the
      *    quantity received against it and the quantity vendor
      *    invoices have billed against it; the receipt date is the
      *    last receipt posted. Lines written before the two counts
      *    existed read as nothing received or billed.

       FD OPEN-PO-FILE
         RECORD CONTAINS 38 CHARACTERS.

       01 OPEN-PO-REC.
         05 OP-PO-DATE                   PIC X(8).
         05 OP-ORDER-QTY                 PIC 9(4).
         05 OP-STATUS                    PIC X(1).
         05 OP-RECEIPT-DATE              PIC X(8).
         05 OP-RECEIVED-QTY              PIC 9(4).
         05 OP-BILLED-QTY                PIC 9(4).

      *

      *    The unit cost is optional; a receipt keyed without one
      *    comes in at the slot's last purchase price.

       FD RECEIPTS-FILE
         RECORD CONTAINS 18 CHARACTERS.

       01 RECEIPT-REC.
         05 RCPT-WAREHOUSE-ID            PIC X(4).
         05 RCPT-PRODUCT-ID              PIC X(3).
         05 RCPT-SLOT                    PIC 9(1).
         05 RCPT-QTY                     PIC 9(4).
         05 RCPT-UNIT-COST               PIC 9(3)V99.

      *


      *

      *    Orders carry their shipping progress so the file can be
      *    rewritten after tonight's pick confirmations: quantity
      *    shipped to date, status (O open, P partially shipped,
      *    S shipped complete), and the date of the last shipment.
      *    An order keyed before the status fields existed reads
      *    them as spaces and is treated as open with nothing
      *    shipped.

       FD CUSTOMER-ORDER-FILE
         RECORD CONTAINS 35 CHARACTERS.

       01 CUSTOMER-ORDER-REC.
         05 CO-ORDER-NBR                 PIC X(6).
         05 CO-PRODUCT-ID                PIC X(3).
         05 CO-QTY                       PIC 9(4).
         05 CO-REQUIRED-DATE             PIC X(8).
         05 CO-SHIPPED-QTY               PIC 9(4).
         05 CO-STATUS                    PIC X(1).
         05 CO-SHIP-DATE                 PIC X(8).

      *


      *

      *    Pick confirmations back from the warehouse floor, keyed
      *    customer order number / shipping warehouse / slot, with
      *    the quantity that actually went out the door.

       FD SHIPMENT-FILE
         RECORD CONTAINS 15 CHARACTERS.

       01 SHIPMENT-REC.
         05 SHP-ORDER-NBR                PIC X(6).
         05 SHP-WAREHOUSE-ID             PIC X(4).
         05 SHP-SLOT                     PIC 9(1).
         05 SHP-QTY                      PIC 9(4).

      *

       FD SHIP-REGISTER-FILE
         RECORD CONTAINS 57 CHARACTERS.

       01 SHIP-REGISTER-REC.
         05 SRG-ORDER-NBR                PIC X(6).
         05 SRG-WAREHOUSE-ID             PIC X(4).
         05 SRG-VENDOR-ID                PIC X(1).
         05 SRG-PRODUCT-ID               PIC X(3).
         05 SRG-SLOT                     PIC X(1).
         05 SRG-QTY                      PIC 9(4).
         05 SRG-STATUS                   PIC X(8).
         05 SRG-REASON                   PIC X(20).
         05 SRG-VALUE                    PIC S9(8)V99.

      *

       FD PICK-WORK-FILE
         RECORD CONTAINS 33 CHARACTERS.

       01 PICK-WORK-REC.
         05 PK-WAREHOUSE-ID              PIC X(4).
         05 PK-VENDOR-ID                 PIC A(1).
         05 PK-PRODUCT-ID                PIC X(3).
         05 PK-SLOT                      PIC 9(1).
         05 PK-ORDER-NBR                 PIC X(6).
         05 PK-QTY                       PIC 9(4).
         05 PK-LOT-NUMBER                PIC X(6).
         05 PK-REQ-DATE                  PIC X(8).

      *

       SD PICK-SORT-FILE
         RECORD CONTAINS 33 CHARACTERS.

       01 PICK-SORT-REC.
         05 PKS-WAREHOUSE-ID             PIC X(4).
         05 PKS-VENDOR-ID                PIC A(1).
         05 PKS-PRODUCT-ID               PIC X(3).
         05 PKS-SLOT                     PIC 9(1).
         05 PKS-ORDER-NBR                PIC X(6).
         05 FILLER                       PIC X(18).

      *

       FD PICK-LIST-FILE
         RECORD CONTAINS 33 CHARACTERS.

       01 PICK-LIST-REC.
         05 PKL-WAREHOUSE-ID             PIC X(4).
         05 PKL-VENDOR-ID                PIC A(1).
         05 PKL-PRODUCT-ID               PIC X(3).
         05 PKL-SLOT                     PIC 9(1).
         05 PKL-ORDER-NBR                PIC X(6).
         05 PKL-QTY                      PIC 9(4).
         05 PKL-LOT-NUMBER               PIC X(6).
         05 PKL-REQ-DATE                 PIC X(8).

      *

      *    Stock leaving the building other than by shipment: the
      *    floor's disposition tickets, keyed warehouse/vendor/
      *    product/slot with the lot being disposed of, the units,
      *    why they went, and for a return the vendor's return
      *    authorization number.

       FD DISPOSITION-FILE
         RECORD CONTAINS 30 CHARACTERS.

       01 DISPOSITION-REC.
         05 DS-WAREHOUSE-ID              PIC X(4).
         05 DS-VENDOR-ID                 PIC A(1).
         05 DS-PRODUCT-ID                PIC X(3).
         05 DS-SLOT                      PIC 9(1).
         05 DS-LOT-NUMBER                PIC X(6).
         05 DS-QTY                       PIC 9(4).
         05 DS-REASON-CODE               PIC X(1).
             88 DS-DAMAGED                     VALUE 'D'.
             88 DS-RECALLED                    VALUE 'R'.
             88 DS-EXPIRED                     VALUE 'E'.
             88 DS-RETURN-TO-VENDOR            VALUE 'V'.
         05 DS-REFERENCE                 PIC X(10).

      *

       FD DISPOSAL-REGISTER-FILE
         RECORD CONTAINS 77 CHARACTERS.

       01 DISPOSAL-REGISTER-REC.
         05 DR-WAREHOUSE-ID              PIC X(4).
         05 DR-VENDOR-ID                 PIC X(1).
         05 DR-PRODUCT-ID                PIC X(3).
         05 DR-SLOT                      PIC X(1).
         05 DR-LOT-NUMBER                PIC X(6).
         05 DR-QTY                       PIC 9(4).
         05 DR-REASON-CODE               PIC X(1).
         05 DR-REASON-NAME               PIC X(8).
         05 DR-REFERENCE                 PIC X(10).
         05 DR-STATUS                    PIC X(8).
         05 DR-REASON                    PIC X(20).
         05 DR-VALUE                     PIC S9(8)V99.
         05 DR-EXPIRED-FLAG              PIC X(1).

      *

       FD DEBIT-MEMO-WORK-FILE
         RECORD CONTAINS 44 CHARACTERS.

       01 DEBIT-MEMO-WORK-REC.
         05 DW-VENDOR-ID                 PIC A(1).
         05 DW-WAREHOUSE-ID              PIC X(4).
         05 DW-PRODUCT-ID                PIC X(3).
         05 DW-SLOT                      PIC 9(1).
         05 DW-LOT-NUMBER                PIC X(6).
         05 DW-REFERENCE                 PIC X(10).
         05 DW-QTY                       PIC 9(4).
         05 DW-UNIT-COST                 PIC 9(3)V99.
         05 DW-VALUE                     PIC S9(8)V99.

      *

       SD DEBIT-MEMO-SORT-FILE
         RECORD CONTAINS 44 CHARACTERS.

       01 DEBIT-MEMO-SORT-REC.
         05 DWS-VENDOR-ID                PIC A(1).
         05 DWS-WAREHOUSE-ID             PIC X(4).
         05 DWS-PRODUCT-ID               PIC X(3).
         05 DWS-SLOT                     PIC 9(1).
         05 FILLER                       PIC X(35).

      *

       FD DEBIT-MEMO-FILE
         RECORD CONTAINS 44 CHARACTERS.

       01 DEBIT-MEMO-REC.
         05 DM-VENDOR-ID                 PIC A(1).
         05 DM-WAREHOUSE-ID              PIC X(4).
         05 DM-PRODUCT-ID                PIC X(3).
         05 DM-SLOT                      PIC 9(1).
         05 DM-LOT-NUMBER                PIC X(6).
         05 DM-REFERENCE                 PIC X(10).
         05 DM-QTY                       PIC 9(4).
         05 DM-UNIT-COST                 PIC 9(3)V99.
         05 DM-VALUE                     PIC S9(8)V99.

      *

      *    Permanent stock movement journal: one entry for every
      *    slot quantity or price change posted to the master, by
      *    any source, appended run after run and never rewritten.
      *    The stock-ledger program replays it.

       FD STOCK-JOURNAL-FILE
         RECORD CONTAINS 62 CHARACTERS.

       01 STOCK-JOURNAL-REC                PIC X(62).

      *

      *    The master grew a last-activity date per slot (stamped by
      *    the nightly stream, accepted transfers, and receipts) so
      *    stock that sits can be aged. A master written before the
      *    dates were added must be rebuilt before this layout reads
      *    it.
      *
      *    Each slot also carries its moving-average unit cost to
      *    four places. Stock coming in from the feed, receipts, and
      *    transfers blends in at its own cost; stock going out
      *    leaves at the average, which is what every valuation
      *    figure prices at. IM-PURCHASE-PRICE stays the last price
      *    the feed quoted. A master backed up before the average
      *    existed restores with the average seeded from the
      *    purchase price.
      *
      *    The last date each slot was physically counted (stamped
      *    by 176) and the slot's A/B/C class from the ABC ranking
      *    job close the record; the cycle-count scheduler works
      *    from the two. A master restored from an older backup
      *    reads both as spaces - never counted, not yet ranked.

       FD INVENTORY-MASTER
         RECORD CONTAINS 318 CHARACTERS.

       01 MASTER-REC.
         05 IM-MASTER-KEY.
             10 IM-EXPIRY-DATE           PIC X(8).
         05 IM-ACTIVITY-DATE       OCCURS 5 TIMES
                                         PIC X(8).
         05 IM-AVG-COST            OCCURS 5 TIMES
                                         PIC S9(3)V9(4).
         05 IM-COUNT-DATE          OCCURS 5 TIMES
                                         PIC X(8).
         05 IM-ABC-CLASS           OCCURS 5 TIMES
                                         PIC X(1).

      *

         05 ORDER-FILE-EOF-FLAG           PIC X VALUE SPACE.
             88 MORE-ORDER-RECORDS             VALUE 'Y'.
             88 NO-MORE-ORDER-RECORDS          VALUE 'N'.
         05 ORDER-OVERFLOW-FLAG           PIC X VALUE 'N'.
             88 ORDER-TABLE-OVERFLOWED         VALUE 'Y'.
         05 OPEN-PO-OVERFLOW-FLAG         PIC X VALUE 'N'.
             88 OPEN-PO-TABLE-OVERFLOWED       VALUE 'Y'.
         05 SHIPMENT-FILE-STATUS          PIC XX VALUE SPACE.
         05 SHIPMENT-EOF-FLAG             PIC X VALUE SPACE.
             88 MORE-SHIPMENT-RECORDS          VALUE 'Y'.
             88 NO-MORE-SHIPMENT-RECORDS       VALUE 'N'.
         05 DISPOSITION-FILE-STATUS       PIC XX VALUE SPACE.
         05 DISPOSITION-EOF-FLAG          PIC X VALUE SPACE.
             88 MORE-DISPOSITION-RECORDS       VALUE 'Y'.
             88 NO-MORE-DISPOSITION-RECORDS    VALUE 'N'.
         05 EXPIRY-FILE-STATUS            PIC XX VALUE SPACE.
         05 PICK-LIST-FILE-STATUS         PIC XX VALUE SPACE.
         05 PICK-ALLOC-FULL-FLAG          PIC X VALUE 'N'.
             88 PICK-ALLOC-TABLE-FULL          VALUE 'Y'.
         05 JOURNAL-FILE-STATUS           PIC XX VALUE SPACE.
         05 JOURNAL-OPEN-FLAG             PIC X VALUE 'N'.
             88 JOURNAL-OPEN                   VALUE 'Y'.
         05 WAREHOUSE-SUBSET-FLAG         PIC X VALUE 'N'.
             88 WAREHOUSE-SUBSET               VALUE 'Y'.
         05 WAREHOUSE-WANTED-FLAG         PIC X VALUE 'Y'.
             88 WAREHOUSE-WANTED               VALUE 'Y'.
         05 CALENDAR-FILE-STATUS          PIC XX VALUE SPACE.
         05 CALENDAR-EOF-FLAG             PIC X VALUE SPACE.
             88 MORE-CALENDAR-RECORDS          VALUE 'Y'.
             88 NO-MORE-CALENDAR-RECORDS       VALUE 'N'.
         05 AS-OF-PERIOD-FLAG             PIC X VALUE 'N'.
             88 AS-OF-PERIOD-FOUND             VALUE 'Y'.
         05 PERIOD-LOG-FILE-STATUS        PIC XX VALUE SPACE.
         05 FIRST-RECORD                 PIC X VALUE 'Y'.
         05 SUB                          PIC 9.

         05 WS-COUNT-TRANS-COUNT         PIC 9(6) VALUE 0.
         05 WS-COUNT-REJ-COUNT           PIC 9(6) VALUE 0.
         05 WS-COUNT-ADJ-COUNT           PIC 9(6) VALUE 0.
         05 WS-SHIP-TRANS-COUNT          PIC 9(6) VALUE 0.
         05 WS-SHIP-POSTED-COUNT         PIC 9(6) VALUE 0.
         05 WS-SHIP-REJ-COUNT            PIC 9(6) VALUE 0.
         05 WS-ORDER-COMPLETE-COUNT      PIC 9(6) VALUE 0.
         05 WS-ORDER-PARTIAL-COUNT       PIC 9(6) VALUE 0.
         05 WS-PICK-LINE-COUNT           PIC 9(6) VALUE 0.
         05 WS-JOURNAL-COUNT             PIC 9(6) VALUE 0.
         05 WS-DISP-TRANS-COUNT          PIC 9(6) VALUE 0.
         05 WS-DISP-POSTED-COUNT         PIC 9(6) VALUE 0.
         05 WS-DISP-REJ-COUNT            PIC 9(6) VALUE 0.
         05 WS-DEBIT-MEMO-COUNT          PIC 9(6) VALUE 0.

      *

         05 WS-AS-OF-DAYS                PIC 9(7) VALUE 0.
         05 WS-PO-AGE-DAYS               PIC S9(7) VALUE 0.

      *

       01 PERIOD-CHECK-FIELDS.
         05 WS-PERIOD-START-DAYS         PIC 9(7) VALUE 0.
         05 WS-PERIOD-END-DAYS           PIC 9(7) VALUE 0.
         05 WS-FIRST-PERIOD-DAYS         PIC 9(7) VALUE 0.
         05 WS-AS-OF-PERIOD-ID           PIC X(6) VALUE SPACE.
         05 WS-AS-OF-PERIOD-STATUS       PIC X(1) VALUE SPACE.
         05 WS-AS-OF-REOPEN-AUTH         PIC X(10) VALUE SPACE.
         05 WS-PERIOD-REFUSAL            PIC X(30) VALUE SPACE.
             88 PERIOD-LOG-REFUSAL       VALUE 'PERIOD LOG UNWRITABLE'.
         05 WS-PERIOD-LOG-TODAY.
             10 WS-PLT-YEAR              PIC 9999.
             10 WS-PLT-MONTH             PIC 99.
             10 WS-PLT-DAY               PIC 99.
         05 WS-PERIOD-LOG-DATE.
             10 WS-PLD-MONTH             PIC 99.
             10 WS-PLD-DAY               PIC 99.
             10 WS-PLD-YEAR              PIC 9999.
         05 WS-PERIOD-LOG-TIME           PIC X(8) VALUE SPACE.

      *

       01 RUN-CONTROL-FIELDS.
         05 WS-RESTART-OVERRIDE          PIC X(1) VALUE SPACE.
             88 FORCE-RESTART                 VALUE 'F'.
             88 SUPPRESS-RESTART              VALUE 'S'.
         05 WS-VALUATION-BASIS           PIC X(1) VALUE 'F'.
             88 MASTER-VALUATION-BASIS        VALUE 'M'.
         05 WS-RC-SUB                    PIC 9 VALUE 0.

      *

       01 WS-ORD-SUB                       PIC 9(3) VALUE 0.

       01 WS-SHIP-ORD-SUB                  PIC 9(3) VALUE 0.

       01 ORDER-TABLE.
         05 ORDER-ENTRY OCCURS 200 TIMES.
             10 ORD-ORDER-NBR            PIC X(6).
             10 ORD-QTY                  PIC 9(4).
             10 ORD-REQ-DATE             PIC X(8).
             10 ORD-COVERED              PIC X(1).
             10 ORD-SHIPPED-QTY          PIC 9(4).
             10 ORD-STATUS               PIC X(1).
             10 ORD-SHIP-DATE            PIC X(8).

      *****************************************************

       01 WS-OPO-SUB                       PIC 9(4) VALUE 0.

       01 WS-RCPT-REMAIN                   PIC 9(5) VALUE 0.
       01 WS-PO-BALANCE                    PIC 9(4) VALUE 0.

       01 SHRINKAGE-FIELDS.
         05 WS-SHRINK-BOOK-QTY           PIC 9(4) VALUE 0.
         05 WS-SHRINK-UNITS              PIC S9(6) VALUE 0.
         05 WS-SHRINK-DOLLARS            PIC S9(10)V99 VALUE 0.

      *

       01 SHIPMENT-FIELDS.
         05 WS-SHIP-REASON               PIC X(20) VALUE SPACE.
         05 WS-SHIP-VALUE                PIC S9(8)V99 VALUE 0.
         05 WS-SHIP-TOTAL-VALUE          PIC S9(10)V99 VALUE 0.
         05 WS-ORDER-BALANCE             PIC S9(5) VALUE 0.
         05 WS-PICK-REMAIN               PIC S9(5) VALUE 0.
         05 WS-PICK-AVAIL                PIC S9(5) VALUE 0.
         05 WS-PICK-QTY                  PIC 9(4) VALUE 0.
         05 WS-PICK-UNITS                PIC 9(6) VALUE 0.
         05 PICK-HOLD-WAREHOUSE          PIC X(4) VALUE SPACE.

      *

      *    Dispositions. Each reason code carries its own GL account
      *    and running totals so write-offs post by reason; returns
      *    to vendor also feed the debit memo listing.

       01 DISPOSAL-FIELDS.
         05 WS-DISP-REASON               PIC X(20) VALUE SPACE.
         05 WS-DISP-VALUE                PIC S9(8)V99 VALUE 0.
         05 WS-DISP-TOTAL-VALUE          PIC S9(10)V99 VALUE 0.
         05 WS-DAMAGED-COUNT             PIC 9(6) VALUE 0.
         05 WS-DAMAGED-VALUE             PIC S9(10)V99 VALUE 0.
         05 WS-RECALLED-COUNT            PIC 9(6) VALUE 0.
         05 WS-RECALLED-VALUE            PIC S9(10)V99 VALUE 0.
         05 WS-EXPIRED-DISP-COUNT        PIC 9(6) VALUE 0.
         05 WS-EXPIRED-DISP-VALUE        PIC S9(10)V99 VALUE 0.
         05 WS-RTV-COUNT                 PIC 9(6) VALUE 0.
         05 WS-RTV-VALUE                 PIC S9(10)V99 VALUE 0.
         05 WS-EXP-UNLISTED-COUNT        PIC 9(6) VALUE 0.
         05 WS-TIEBACK-FLAGGED-VALUE     PIC S9(10)V99 VALUE 0.
         05 WS-TIEBACK-DISPOSED-VALUE    PIC S9(10)V99 VALUE 0.
         05 WS-TIEBACK-DESTROYED-COUNT   PIC 9(3) VALUE 0.
         05 WS-TIEBACK-PARTIAL-COUNT     PIC 9(3) VALUE 0.
         05 WS-TIEBACK-OPEN-COUNT        PIC 9(3) VALUE 0.
         05 WS-DEBIT-MEMO-UNITS          PIC 9(6) VALUE 0.
         05 WS-DEBIT-MEMO-VALUE          PIC S9(10)V99 VALUE 0.
         05 DEBIT-MEMO-HOLD-VENDOR       PIC X(1) VALUE SPACE.

      *

      *    Last night's EXPIRED lots, read back off EXPIRING-STOCK.TXT
      *    before tonight's run rewrites it, so each disposal of a
      *    flagged lot can be tied back to the line that flagged it.

       01 WS-EXPIRED-LIST-COUNT            PIC 9(3) VALUE 0.

       01 EXPIRED-LIST-TABLE.
         05 EXPIRED-LIST-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-EXPIRED-LIST-COUNT
                 INDEXED BY EXPIRED-LIST-INDEX.
             10 EXL-WAREHOUSE-ID         PIC X(4).
             10 EXL-VENDOR-ID            PIC X(1).
             10 EXL-PRODUCT-ID           PIC X(3).
             10 EXL-SLOT                 PIC 9(1).
             10 EXL-LOT-NUMBER           PIC X(6).
             10 EXL-EXPIRY-DATE          PIC X(8).
             10 EXL-QTY                  PIC 9(4).
             10 EXL-VALUE                PIC S9(8)V99.
             10 EXL-DISPOSED-QTY         PIC 9(5).

       01 WS-PICK-ALLOC-COUNT              PIC 9(3) VALUE 0.

       01 WS-PKA-SUB                       PIC 9(3) VALUE 0.

       01 WS-PKA-MATCH                     PIC 9(3) VALUE 0.

       01 PICK-ALLOC-TABLE.
         05 PICK-ALLOC-ENTRY OCCURS 500 TIMES.
             10 PKA-MASTER-KEY           PIC X(8).
             10 PKA-SLOT                 PIC 9(1).
             10 PKA-QTY                  PIC 9(5).

      *

       01 OLD-SLOT-FIELDS.
         05 OLD-SLOT-ENTRY         OCCURS 5 TIMES.
             10 OLD-NUM-IN-STOCK         PIC X(4).
             10 OLD-ACTIVITY-DATE        PIC X(8).
             10 OLD-QTY-VALUE            PIC 9(4).
             10 OLD-PRICE-VALUE          PIC S999V99.
             10 NEW-QTY-VALUE            PIC 9(4).
             10 NEW-PRICE-VALUE          PIC S999V99.
             10 OLD-AVG-COST             PIC S9(3)V9(4).
             10 OLD-COUNT-DATE           PIC X(8).
             10 OLD-ABC-CLASS            PIC X(1).

      *

      *    Moving-average cost work. 194 blends WS-AVG-IN-QTY at
      *    WS-AVG-IN-COST into a slot already holding WS-AVG-OLD-QTY;
      *    195 gives the slot's average rounded to cents, the unit
      *    cost every valuation prices at. RPT-SLOT-COST holds those
      *    costs for the record the report pass is on.

       01 AVERAGE-COST-FIELDS.
         05 AVG-MASTER-OPEN-FLAG          PIC X VALUE 'N'.
             88 AVG-MASTER-OPEN                VALUE 'Y'.
         05 XFER-COST-FLAG                PIC X VALUE 'N'.
             88 XFER-COST-KNOWN                VALUE 'Y'.
         05 WS-AVG-OLD-QTY                PIC 9(4) VALUE 0.
         05 WS-AVG-IN-QTY                 PIC 9(5) VALUE 0.
         05 WS-AVG-IN-COST                PIC S9(3)V9(4) VALUE 0.
         05 WS-XFER-UNIT-COST             PIC S9(3)V9(4) VALUE 0.
         05 WS-SLOT-AVG-COST              PIC S999V99 VALUE 0.
         05 RPT-SLOT-COST          OCCURS 5 TIMES
                                         PIC S999V99.

      *

      *    One stock-journal entry, built here and written from here.
      *    Source is FEED, TRANSFER, RECEIPT, COUNT, SHIPMENT,
      *    DISPOSAL, or RESTORE; action is A (add), C (change), or
      *    D (delete).

       01 STOCK-JOURNAL-ENTRY.
         05 JE-RUN-DATE                  PIC X(8).
         05 JE-RUN-TIME                  PIC X(8).
         05 JE-SOURCE                    PIC X(8).
         05 JE-ACTION                    PIC X(1).
         05 JE-WAREHOUSE-ID              PIC X(4).
         05 JE-VENDOR-ID                 PIC X(1).
         05 JE-PRODUCT-ID                PIC X(3).
         05 JE-SLOT                      PIC 9(1).
         05 JE-OLD-QTY                   PIC 9(4).
         05 JE-NEW-QTY                   PIC 9(4).
         05 JE-OLD-PRICE                 PIC S999V99.
         05 JE-NEW-PRICE                 PIC S999V99.
         05 JE-REFERENCE                 PIC X(10).

       01 WS-JOURNAL-TIME                  PIC X(8) VALUE SPACE.

      *

         05 WS-SLOW-TOTAL-VALUE          PIC S9(11)V99 VALUE 0.
         05 WS-SLOW-COUNT                PIC 9(6) VALUE 0.

      *

      *    Master-basis valuation: the standing master is valued
      *    twice - once straight after the feed is applied and once
      *    after every posting - and both pictures are matched
      *    against the feed so the reconciliation page can walk the
      *    feed-based total to the master-based total by source.

       01 VALUATION-RECON-FIELDS.
         05 RECON-WANTED-FLAG            PIC X VALUE 'Y'.
             88 RECON-WAREHOUSE-WANTED         VALUE 'Y'.
         05 WS-RECON-WAREHOUSE-ID        PIC X(4) VALUE SPACE.
         05 WS-RECON-FEED-KEY            PIC X(8) VALUE SPACE.
         05 WS-RECON-MASTER-KEY          PIC X(8) VALUE SPACE.
         05 WS-RECON-LAST-MATCH-KEY      PIC X(8) VALUE SPACE.
         05 WS-RECON-FEED-VALUE          PIC S9(9)V99 VALUE 0.
         05 WS-RECON-MASTER-VALUE        PIC S9(9)V99 VALUE 0.
         05 WS-RECON-POST-VALUE          PIC S9(9)V99 VALUE 0.
         05 WS-RECON-FEED-RAW-TOTAL      PIC S9(11)V99 VALUE 0.
         05 WS-RECON-FEED-FINAL-TOTAL    PIC S9(11)V99 VALUE 0.
         05 WS-RECON-XFER-NET-VALUE      PIC S9(11)V99 VALUE 0.
         05 WS-RECON-MASTER-ONLY-VALUE   PIC S9(11)V99 VALUE 0.
         05 WS-RECON-FEED-ONLY-VALUE     PIC S9(11)V99 VALUE 0.
         05 WS-RECON-MATCHED-DIFF        PIC S9(11)V99 VALUE 0.
         05 WS-RECON-MASTER-BEFORE       PIC S9(11)V99 VALUE 0.
         05 WS-RECON-MASTER-AFTER        PIC S9(11)V99 VALUE 0.
         05 WS-RECON-RECEIPT-VALUE       PIC S9(11)V99 VALUE 0.
         05 WS-RECON-XFER-IN-VALUE       PIC S9(11)V99 VALUE 0.
         05 WS-RECON-XFER-OUT-VALUE      PIC S9(11)V99 VALUE 0.
         05 WS-RECON-COUNT-VALUE         PIC S9(11)V99 VALUE 0.
         05 WS-RECON-SHIP-VALUE          PIC S9(11)V99 VALUE 0.
         05 WS-RECON-DISPOSAL-VALUE      PIC S9(11)V99 VALUE 0.
         05 WS-RECON-OTHER-VALUE         PIC S9(11)V99 VALUE 0.
         05 WS-RECON-MASTER-ONLY-COUNT   PIC 9(6) VALUE 0.
         05 WS-RECON-FEED-ONLY-COUNT     PIC 9(6) VALUE 0.
         05 WS-RECON-IMAGE-COUNT         PIC 9(6) VALUE 0.

       01 OPEN-PO-TABLE.
         05 OPEN-PO-ENTRY OCCURS 500 TIMES.
             10 OPT-PO-DATE              PIC X(8).
             10 OPT-QTY                  PIC 9(4).
             10 OPT-STATUS               PIC X(1).
             10 OPT-RECEIPT-DATE         PIC X(8).
             10 OPT-RECEIVED-QTY         PIC 9(4).
             10 OPT-BILLED-QTY           PIC 9(4).

       01 HELD-SUGGESTED-PO.
         05 SPO-VENDOR-ID                PIC A(1).
             10                      PIC X VALUE '/'.
             10 H1-YEAR              PIC 9999.
         05 FILLER                   PIC X(13) VALUE SPACE.
         05 H2-TITLE                 PIC X(16) VALUE
                                         'INVENTORY REPORT'.
         05 FILLER                   PIC X(9) VALUE SPACE.
         05 H2-SCOPE                 PIC X(6) VALUE 'ALL'.
         05 MA-DEL-COUNT             PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(10) VALUE SPACE.

      *

       01 JOURNAL-COUNT-LINE.
         05 FILLER                   PIC X(13) VALUE SPACE.
         05                          PIC X(23) VALUE
                                         'STOCK JOURNAL ENTRIES: '.
         05 JCL-ENTRY-COUNT          PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(38) VALUE SPACE.

      *

       01 ERROR-DETAIL-HEADING.

      *

       01 RECON-HEADING.
         05 FILLER                   PIC X(20) VALUE SPACE.
         05                          PIC X(41) VALUE
                          'VALUATION RECONCILIATION - FEED TO MASTER'.
         05 FILLER                   PIC X(20) VALUE SPACE.

      *

       01 RECON-AMOUNT-LINE.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05 RCL-LABEL                PIC X(44).
         05 RCL-AMOUNT               PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.
         05 FILLER                   PIC X(11) VALUE SPACE.

      *

       01 RECON-RULE-LINE.
         05 FILLER                   PIC X(50) VALUE SPACE.
         05                          PIC X(20) VALUE ALL '-'.
         05 FILLER                   PIC X(11) VALUE SPACE.

      *

       01 RECON-COUNT-LINE.
         05 FILLER                   PIC X(10) VALUE SPACE.
         05 RCC-LABEL                PIC X(40).
         05 RCC-COUNT                PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(24) VALUE SPACE.

      *

       01 SHIPMENT-HEADING.
         05 FILLER                   PIC X(32) VALUE SPACE.
         05                          PIC X(17) VALUE
                                 'SHIPMENT REGISTER'.
         05 FILLER                   PIC X(32) VALUE SPACE.

      *

       01 SHIPMENT-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(5) VALUE 'ORDER'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'VEND'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'QTY'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(6) VALUE 'STATUS'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(6) VALUE 'REASON'.
         05 FILLER                   PIC X(25) VALUE SPACE.

      *

       01 SHIPMENT-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SRD-ORDER-NBR            PIC X(6).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 SRD-WAREHOUSE-ID         PIC X(4).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 SRD-VENDOR-ID            PIC X(1).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SRD-PRODUCT-ID           PIC X(3).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SRD-SLOT                 PIC X(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 SRD-QTY                  PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 SRD-STATUS               PIC X(8).
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 SRD-REASON               PIC X(20).
         05 FILLER                   PIC X(11) VALUE SPACE.

      *

       01 SHIPMENT-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(18) VALUE
                                 'SHIPMENTS POSTED: '.
         05 SRC-POSTED-COUNT         PIC ZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(10) VALUE 'REJECTED: '.
         05 SRC-REJ-COUNT            PIC ZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(7) VALUE 'VALUE: '.
         05 SRC-VALUE                PIC $Z,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(11) VALUE SPACE.

      *

       01 SHIPMENT-ORDER-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(18) VALUE
                                 'ORDERS COMPLETED: '.
         05 SOL-COMPLETE-COUNT       PIC ZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(9) VALUE 'PARTIAL: '.
         05 SOL-PARTIAL-COUNT        PIC ZZ,ZZ9.
         05 FILLER                   PIC X(35) VALUE SPACE.

      *

       01 PICK-LIST-HEADING.
         05 FILLER                   PIC X(29) VALUE SPACE.
         05                          PIC X(22) VALUE
                                 'PICK LIST BY WAREHOUSE'.
         05 FILLER                   PIC X(30) VALUE SPACE.

      *

       01 PICK-WAREHOUSE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(11) VALUE 'WAREHOUSE: '.
         05 PWL-WAREHOUSE-ID         PIC X(4).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 PWL-WAREHOUSE-NAME       PIC X(16).
         05 FILLER                   PIC X(44) VALUE SPACE.

      *

       01 PICK-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(5) VALUE 'ORDER'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'VEND'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(3) VALUE 'LOT'.
         05 FILLER                   PIC X(5) VALUE SPACE.
         05                          PIC X(8) VALUE 'REQ DATE'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(4) VALUE 'PICK'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(6) VALUE 'PICKED'.
         05 FILLER                   PIC X(20) VALUE SPACE.

      *

       01 PICK-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 PDL-ORDER-NBR            PIC X(6).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 PDL-VENDOR-ID            PIC X(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 PDL-PRODUCT-ID           PIC X(3).
         05 FILLER                   PIC X(6) VALUE SPACE.
         05 PDL-SLOT                 PIC 9(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 PDL-LOT-NUMBER           PIC X(6).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 PDL-REQ-DATE             PIC X(8).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 PDL-QTY                  PIC ZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(6) VALUE '______'.
         05 FILLER                   PIC X(20) VALUE SPACE.

      *

       01 PICK-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(15) VALUE
                                 'LINES TO PICK: '.
         05 PCL-LINE-COUNT           PIC ZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(7) VALUE 'UNITS: '.
         05 PCL-UNITS                PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(39) VALUE SPACE.

      *

       01 DISPOSAL-HEADING.
         05 FILLER                   PIC X(27) VALUE SPACE.
         05                          PIC X(26) VALUE
                                 'STOCK DISPOSITION REGISTER'.
         05 FILLER                   PIC X(28) VALUE SPACE.

      *

       01 DISPOSAL-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'VEND'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(3) VALUE 'LOT'.
         05 FILLER                   PIC X(5) VALUE SPACE.
         05                          PIC X(3) VALUE 'QTY'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(6) VALUE 'REASON'.
         05 FILLER                   PIC X(9) VALUE SPACE.
         05                          PIC X(5) VALUE 'VALUE'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(6) VALUE 'STATUS'.
         05 FILLER                   PIC X(14) VALUE SPACE.

      *

       01 DISPOSAL-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 DRD-WAREHOUSE-ID         PIC X(4).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 DRD-VENDOR-ID            PIC X(1).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 DRD-PRODUCT-ID           PIC X(3).
         05 FILLER                   PIC X(5) VALUE SPACE.
         05 DRD-SLOT                 PIC X(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 DRD-LOT-NUMBER           PIC X(6).
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 DRD-QTY                  PIC ZZZ9.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 DRD-REASON-NAME          PIC X(8).
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 DRD-VALUE                PIC $ZZZ,ZZZ.99.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 DRD-STATUS               PIC X(20).

      *

       01 DISPOSAL-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(21) VALUE
                                 'DISPOSITIONS POSTED: '.
         05 DCL-POSTED-COUNT         PIC ZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(10) VALUE 'REJECTED: '.
         05 DCL-REJ-COUNT            PIC ZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(7) VALUE 'VALUE: '.
         05 DCL-VALUE                PIC $Z,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(8) VALUE SPACE.

      *

       01 DISPOSAL-REASON-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 DRL-LABEL                PIC X(20).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(8) VALUE 'ACCOUNT '.
         05 DRL-ACCOUNT-ID           PIC X(4).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(7) VALUE 'ITEMS: '.
         05 DRL-COUNT                PIC ZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(7) VALUE 'VALUE: '.
         05 DRL-VALUE                PIC $ZZZ,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(2) VALUE SPACE.

      *

       01 DEBIT-MEMO-HEADING.
         05 FILLER                   PIC X(22) VALUE SPACE.
         05                          PIC X(37) VALUE
                             'VENDOR DEBIT MEMO - RETURNS TO VENDOR'.
         05 FILLER                   PIC X(22) VALUE SPACE.

      *

       01 DEBIT-MEMO-VENDOR-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(8) VALUE 'VENDOR: '.
         05 DVL-VENDOR-ID            PIC X(1).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 DVL-VENDOR-NAME          PIC X(15).
         05 FILLER                   PIC X(51) VALUE SPACE.

      *

       01 DEBIT-MEMO-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(3) VALUE 'LOT'.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05                          PIC X(8) VALUE 'AUTH NBR'.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05                          PIC X(3) VALUE 'QTY'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(9) VALUE 'UNIT COST'.
         05 FILLER                   PIC X(9) VALUE SPACE.
         05                          PIC X(5) VALUE 'VALUE'.
         05 FILLER                   PIC X(7) VALUE SPACE.

      *

       01 DEBIT-MEMO-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 DMD-WAREHOUSE-ID         PIC X(4).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 DMD-PRODUCT-ID           PIC X(3).
         05 FILLER                   PIC X(5) VALUE SPACE.
         05 DMD-SLOT                 PIC 9(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 DMD-LOT-NUMBER           PIC X(6).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 DMD-REFERENCE            PIC X(10).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 DMD-QTY                  PIC ZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 DMD-UNIT-COST            PIC $ZZ9.99.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 DMD-VALUE                PIC $ZZZ,ZZZ.99.
         05 FILLER                   PIC X(7) VALUE SPACE.

      *

       01 DEBIT-MEMO-TOTAL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(13) VALUE 'TOTAL UNITS: '.
         05 DTL-UNITS                PIC ZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(18) VALUE
                                 'DEBIT MEMO TOTAL: '.
         05 DTL-VALUE                PIC $Z,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(24) VALUE SPACE.

      *

       01 DEBIT-MEMO-SIGN-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(13) VALUE 'APPROVED BY: '.
         05                          PIC X(20) VALUE ALL '_'.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(11) VALUE 'DATE SENT: '.
         05                          PIC X(10) VALUE ALL '_'.
         05 FILLER                   PIC X(19) VALUE SPACE.

      *

       01 TIEBACK-HEADING.
         05 FILLER                   PIC X(25) VALUE SPACE.
         05                          PIC X(31) VALUE
                                 'EXPIRED STOCK DISPOSAL TIE-BACK'.
         05 FILLER                   PIC X(25) VALUE SPACE.

      *

       01 TIEBACK-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE 'VEND'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(3) VALUE 'LOT'.
         05 FILLER                   PIC X(5) VALUE SPACE.
         05                          PIC X(7) VALUE 'EXPIRED'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(7) VALUE 'FLAGGED'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(8) VALUE 'DISPOSED'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(6) VALUE 'STATUS'.
         05 FILLER                   PIC X(11) VALUE SPACE.

      *

       01 TIEBACK-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 TBD-WAREHOUSE-ID         PIC X(4).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 TBD-VENDOR-ID            PIC X(1).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 TBD-PRODUCT-ID           PIC X(3).
         05 FILLER                   PIC X(5) VALUE SPACE.
         05 TBD-SLOT                 PIC 9(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 TBD-LOT-NUMBER           PIC X(6).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TBD-EXPIRY-DATE.
             10 TBD-EXP-MONTH        PIC 99.
             10                      PIC X VALUE '/'.
             10 TBD-EXP-DAY          PIC 99.
             10                      PIC X VALUE '/'.
             10 TBD-EXP-YEAR         PIC 9999.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 TBD-FLAGGED-QTY          PIC ZZZ9.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 TBD-DISPOSED-QTY         PIC ZZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TBD-STATUS               PIC X(12).
         05 FILLER                   PIC X(5) VALUE SPACE.

      *

       01 TIEBACK-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(14) VALUE
                                 'LOTS FLAGGED: '.
         05 TBC-FLAGGED-COUNT        PIC ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(11) VALUE 'DESTROYED: '.
         05 TBC-DESTROYED-COUNT      PIC ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(9) VALUE 'PARTIAL: '.
         05 TBC-PARTIAL-COUNT        PIC ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(14) VALUE
                                 'NOT DISPOSED: '.
         05 TBC-OPEN-COUNT           PIC ZZ9.
         05 FILLER                   PIC X(8) VALUE SPACE.

      *

       01 TIEBACK-VALUE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(15) VALUE
                                 'FLAGGED VALUE: '.
         05 TBV-FLAGGED-VALUE        PIC $ZZZ,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(16) VALUE
                                 'DISPOSED VALUE: '.
         05 TBV-DISPOSED-VALUE       PIC $ZZZ,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(13) VALUE SPACE.

      *

       01 TIEBACK-UNLISTED-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(42) VALUE
                           'EXPIRED-REASON DISPOSALS NOT ON THE LIST: '.
         05 TBU-UNLISTED-COUNT       PIC ZZ,ZZ9.
         05 FILLER                   PIC X(29) VALUE SPACE.

      *

       01 PO-AGING-HEADING.
         05 FILLER                   PIC X(28) VALUE SPACE.
         05                          PIC X(25) VALUE
                                 'OPEN PURCHASE ORDER AGING'.
         05 FILLER                   PIC X(28) VALUE SPACE.

      *

       01 PO-AGING-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(7) VALUE 'PO DATE'.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'VEND'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'QTY'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(9) VALUE 'DAYS OPEN'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(8) VALUE 'AGE BAND'.
         05 FILLER                   PIC X(14) VALUE SPACE.

      *

       01 PO-AGING-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 PA-PO-DATE.
             10 PA-MONTH             PIC 99.
             10                      PIC X VALUE '/'.
             10 PA-DAY               PIC 99.
             10                      PIC X VALUE '/'.
             10 PA-YEAR              PIC 9999.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 PA-WAREHOUSE-ID          PIC X(4).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 PA-VENDOR-ID             PIC X(1).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 PA-PRODUCT-ID            PIC X(3).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 PA-SLOT                  PIC 9(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 PA-QTY                   PIC ZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 PA-DAYS-OPEN             PIC ZZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 PA-AGE-BAND              PIC X(8).
         05 FILLER                   PIC X(17) VALUE SPACE.

      *

       01 PO-AGING-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(20) VALUE
                                 'PO LINES CONFIRMED: '.
         05 PAC-CONFIRM-COUNT        PIC ZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(8) VALUE 'CLOSED: '.
         05 PAC-CLOSE-COUNT          PIC ZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(12) VALUE
                                 'STILL OPEN: '.
         05 PAC-OPEN-COUNT           PIC ZZZ9.
         05 FILLER                   PIC X(19) VALUE SPACE.

      *

       01 SHRINKAGE-HEADING.
         05 FILLER                   PIC X(29) VALUE SPACE.
         05                          PIC X(23) VALUE
                                 'CYCLE COUNT SHRINKAGE'.
         05 FILLER                   PIC X(29) VALUE SPACE.

      *

       01 SHRINKAGE-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'VEND'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(4) VALUE 'BOOK'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(7) VALUE 'COUNTED'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(9) VALUE 'VAR UNITS'.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(11) VALUE
                                 'VAR DOLLARS'.
         05 FILLER                   PIC X(10) VALUE SPACE.

      *

       01 SHRINKAGE-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SH-WAREHOUSE-ID          PIC X(4).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SH-VENDOR-ID             PIC X(1).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SH-PRODUCT-ID            PIC X(3).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SH-SLOT                  PIC 9(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 SH-BOOK-QTY              PIC ZZZ9.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SH-COUNTED-QTY           PIC ZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 SH-VAR-UNITS             PIC ZZZZ9-.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SH-VAR-DOLLARS           PIC $ZZ,ZZZ,ZZZ.99-.
         05 FILLER                   PIC X(12) VALUE SPACE.

      *

       01 SHRINKAGE-TOTAL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(17) VALUE
                                 'SHRINKAGE TOTAL: '.
         05 ST-VAR-UNITS             PIC ZZZ,ZZ9-.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 ST-VAR-DOLLARS           PIC $ZZZ,ZZZ,ZZZ.99-.
         05 FILLER                   PIC X(33) VALUE SPACE.

      *

       01 EXPIRY-HEADING.
         05 FILLER                   PIC X(27) VALUE SPACE.
         05                          PIC X(26) VALUE
                                 'EXPIRING AND EXPIRED STOCK'.
         05 FILLER                   PIC X(28) VALUE SPACE.

      *

       01 EXPIRY-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(4) VALUE 'VEND'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'LOT'.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05                          PIC X(7) VALUE 'EXPIRES'.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05                          PIC X(3) VALUE 'QTY'.
         05 FILLER                   PIC X(8) VALUE SPACE.
         05                          PIC X(5) VALUE 'VALUE'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(6) VALUE 'STATUS'.
         05 FILLER                   PIC X(8) VALUE SPACE.

      *

       01 EXPIRY-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 XPD-WAREHOUSE-ID         PIC X(4).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 XPD-VENDOR-ID            PIC X(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 XPD-PRODUCT-ID           PIC X(3).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 XPD-SLOT                 PIC 9(1).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 XPD-LOT-NUMBER            PIC X(6).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 XPD-EXPIRY-DATE.
             10 XPD-EXP-MONTH         PIC 99.
             10                      PIC X VALUE '/'.
             10 XPD-EXP-DAY           PIC 99.
             10                      PIC X VALUE '/'.
             10 XPD-EXP-YEAR          PIC 9999.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 XPD-QTY                  PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 XPD-VALUE                 PIC $ZZZ,ZZZ.99.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 XPD-BAND                  PIC X(8).
         05 FILLER                   PIC X(8) VALUE SPACE.

      *

       01 EXPIRY-TOTAL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(16) VALUE
                                 'EXPIRING VALUE: '.
         05 XTL-EXPIRING-VALUE       PIC $ZZZ,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(22) VALUE
                                 'EXPIRED FOR DISPOSAL: '.
         05 XTL-EXPIRED-VALUE        PIC $ZZZ,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(8) VALUE SPACE.

      *

       01 SLOW-MOVER-HEADING.
         05 FILLER                   PIC X(28) VALUE SPACE.
         05                          PIC X(25) VALUE
                                 'STOCK AGING - SLOW MOVERS'.
         05 FILLER                   PIC X(28) VALUE SPACE.

      *

       01 SLOW-MOVER-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'VEND'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(4) VALUE 'SLOT'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(3) VALUE 'QTY'.
         05 FILLER                   PIC X(8) VALUE SPACE.
         05                          PIC X(5) VALUE 'VALUE'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(9) VALUE 'DAYS IDLE'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(8) VALUE 'AGE BAND'.
         05 FILLER                   PIC X(12) VALUE SPACE.

      *

       01 SLOW-MOVER-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SM-WAREHOUSE-ID          PIC X(4).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SM-VENDOR-ID             PIC X(1).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SM-PRODUCT-ID            PIC X(3).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SM-SLOT                  PIC 9(1).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 SM-QTY                   PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 SM-VALUE                 PIC $ZZZ,ZZZ.99.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 SM-DAYS-IDLE             PIC ZZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 SM-AGE-BAND              PIC X(8).
         05 FILLER                   PIC X(17) VALUE SPACE.

      *

       01 SLOW-MOVER-TOTAL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(18) VALUE
                                 'SLOW-MOVER LINES: '.
         05 SMT-COUNT                PIC ZZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(20) VALUE
                                 'TIED-UP VALUATION: '.
         05 SMT-VALUE                PIC $Z,ZZZ,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(15) VALUE SPACE.

      *

       01 TOC-HEADING.
         05 FILLER                   PIC X(32) VALUE SPACE.
         05                          PIC X(17) VALUE
                                 'TABLE OF CONTENTS'.
         05 FILLER                   PIC X(32) VALUE SPACE.

      *

       01 TOC-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 TL-WAREHOUSE-NAME        PIC X(16).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(4) VALUE 'PAGE'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 TL-PAGE-NBR              PIC ZZZ9.
         05 FILLER                   PIC X(49) VALUE SPACE.

      *

       01 RUN-SUMMARY-HEADING.
         05 FILLER                   PIC X(30) VALUE SPACE.
         05                          PIC X(20) VALUE
                                 'OPERATOR RUN SUMMARY'.
         05 FILLER                   PIC X(31) VALUE SPACE.

      *

       01 RUN-SUMMARY-PRIOR-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(18) VALUE
                                 'PRIOR RUN LOGGED: '.
         05 RSP-DATE                 PIC X(8).
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 RSP-TIME                 PIC X(8).
         05 FILLER                   PIC X(42) VALUE SPACE.

      *

       01 NO-PRIOR-RUN-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(20) VALUE
                                 'NO PRIOR RUN ON FILE'.
         05 FILLER                   PIC X(57) VALUE SPACE.

      *

       01 RUN-SUMMARY-COLUMNS.
         05 FILLER                   PIC X(28) VALUE SPACE.
         05                          PIC X(8) VALUE 'THIS RUN'.
         05 FILLER                   PIC X(8) VALUE SPACE.
         05                          PIC X(9) VALUE 'PRIOR RUN'.
         05 FILLER                   PIC X(28) VALUE SPACE.

      *

       01 RUN-SUMMARY-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 RSC-LABEL                PIC X(22).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 RSC-THIS-COUNT           PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(9) VALUE SPACE.
         05 RSC-PRIOR-COUNT          PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(29) VALUE SPACE.

      *

       01 RUN-SUMMARY-COST-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 RSD-LABEL                PIC X(22).
         05 RSD-THIS-COST            PIC $Z,ZZZ,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 RSD-PRIOR-COST           PIC $Z,ZZZ,ZZZ,ZZZ.99.
         05 FILLER                   PIC X(19) VALUE SPACE.

      *

       01 RUN-SUMMARY-FLAG-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 RSF-LABEL                PIC X(22).
         05 FILLER                   PIC X(9) VALUE SPACE.
         05 RSF-THIS-FLAG            PIC X(1).
         05 FILLER                   PIC X(15) VALUE SPACE.
         05 RSF-PRIOR-FLAG           PIC X(1).
         05 FILLER                   PIC X(29) VALUE SPACE.

      *

       01 EXCEPTION-HEADING.
         05 FILLER                   PIC X(28) VALUE SPACE.
         05                          PIC X(21) VALUE
                                         'VALIDATION EXCEPTIONS'.
         05 FILLER                   PIC X(32) VALUE SPACE.

      *

       01 EXCEPTION-COLUMN-HEADING.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05                          PIC X(9) VALUE 'WAREHOUSE'.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(6) VALUE 'VENDOR'.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(7) VALUE 'PRODUCT'.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(6) VALUE 'REASON'.
         05 FILLER                   PIC X(15) VALUE SPACE.
         05                          PIC X(9) VALUE 'BAD VALUE'.
         05 FILLER                   PIC X(11) VALUE SPACE.

      *

       01 EXCEPTION-LINE.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05 EXC-WAREHOUSE-ID         PIC X(9).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 EXC-VENDOR-ID            PIC X(6).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 EXC-PRODUCT-ID           PIC X(7).
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 EXC-REASON               PIC X(20).
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 EXC-BAD-VALUE            PIC X(13).
         05 FILLER                   PIC X(7) VALUE SPACE.

      *

       PROCEDURE DIVISION.

       100-PRINT-REPORT.
         PERFORM 101-READ-RUN-CONTROL
         PERFORM 138-RESOLVE-AS-OF-DATE
         PERFORM 204-CHECK-ACCOUNTING-PERIOD
         PERFORM 161-OPEN-STOCK-JOURNAL
         PERFORM 103-READ-PRIOR-RUN-LOG
         PERFORM 146-LOAD-WAREHOUSE-TABLE
         PERFORM 105-LOAD-VENDOR-TABLE
         PERFORM 106-LOAD-PRODUCT-TABLE
         PERFORM 104-LOAD-REORDER-TABLE
         PERFORM 102-LOAD-STDCOST-TABLE
         PERFORM 114-LOAD-XFER-TABLE
         PERFORM 109-LOAD-HISTORY-TABLE
         PERFORM 139-LOAD-OPEN-PO-TABLE
         PERFORM 178-LOAD-ORDER-TABLE
         PERFORM 107-CHECK-RESTART-POINT

         IF NOT RESTARTING-FROM-SPLIT-FILES
             PERFORM 147-PREEDIT-VIBES-FILE
             PERFORM 110-MAIN-MODULE
         END-IF

         PERFORM 111-MERGE-SPLIT-FILES

         IF MASTER-VALUATION-BASIS
             PERFORM 190-VALUE-MASTER-BEFORE-POSTINGS
         END-IF

         PERFORM 119-APPLY-TRANSFERS
         PERFORM 170-APPLY-RECEIPTS
         PERFORM 175-APPLY-CYCLE-COUNTS
         PERFORM 174-APPLY-DISPOSITIONS
         PERFORM 180-APPLY-SHIPMENTS
         PERFORM 185-BUILD-PICK-LIST

         IF MASTER-VALUATION-BASIS
             PERFORM 191-VALUE-MASTER-AFTER-POSTINGS
         END-IF

         PERFORM 115-HOUSEKEEPING
         PERFORM 125-READ-FILE
         PERFORM 500-FINAL-ROUTINE

       .

       138-RESOLVE-AS-OF-DATE.

      *    The as-of/posting date used to be resolved at report time
      *    in 115-HOUSEKEEPING, but the open-PO and receipts posting
      *    need it before the report pass opens, so it is settled
      *    here right after the run-control card is read: the card's
      *    as-of date when one was supplied (a Tuesday rerun of
      *    Monday's file posts as Monday); otherwise today's date.
      *    The day-count form of the same date feeds the PO aging
      *    arithmetic.

         IF WS-RC-AS-OF-DATE IS NUMERIC
             MOVE WS-RC-MONTH TO WS-MONTH
             MOVE WS-RC-DAY   TO WS-DAY
             MOVE WS-RC-YEAR  TO WS-YEAR
         ELSE
             ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
             MOVE WS-SYS-MONTH TO WS-MONTH
             MOVE WS-SYS-DAY   TO WS-DAY
             MOVE WS-SYS-YEAR  TO WS-YEAR
         END-IF

         MOVE WS-CURRENT-DATE TO WS-CONV-DATE
         PERFORM 165-CONVERT-DATE-TO-DAYS
         MOVE WS-CONV-DAYS TO WS-AS-OF-DAYS

       .

       165-CONVERT-DATE-TO-DAYS.

      *    MMDDYYYY in WS-CONV-DATE becomes a running day count in
      *    WS-CONV-DAYS so two dates subtract to a day difference.
      *    Standard fixed-base arithmetic: January and February are
      *    treated as months 13 and 14 of the prior year so the leap
      *    day falls at the end of the counting year, and each term
      *    truncates on its own store. A non-numeric date converts
      *    to zero and ages off the top of every bucket, which is
      *    the loud failure we want for a corrupt PO date.

         IF WS-CONV-DATE IS NUMERIC
             IF WS-CONV-MM > 2
                 COMPUTE WS-CONV-M = WS-CONV-MM + 1
                 MOVE WS-CONV-YYYY TO WS-CONV-Y
             ELSE
                 COMPUTE WS-CONV-M = WS-CONV-MM + 13
                 COMPUTE WS-CONV-Y = WS-CONV-YYYY - 1
             END-IF
             COMPUTE WS-CONV-TERM1 = (1461 * WS-CONV-Y) / 4
             COMPUTE WS-CONV-TERM2 = (153 * WS-CONV-M) / 5
             COMPUTE WS-CONV-DAYS =
                 WS-CONV-TERM1 + WS-CONV-TERM2 + WS-CONV-DD
         ELSE
             MOVE ZEROS TO WS-CONV-DAYS
         END-IF

       .

       204-CHECK-ACCOUNTING-PERIOD.

      *    Once finance closes a month (PROGRAM4C), a run whose as-of
      *    date falls in it would post GL-EXTRACT and the master into
      *    books already closed, so the run is refused here, before
      *    anything is opened for output. A period reopened under an
      *    authorization posts as usual, and the run is logged
      *    against it. A date earlier than the first period on the
      *    calendar is refused as well, since that month was closed
      *    before the calendar was kept. A date past the last period
      *    just warns that the calendar needs extending. Without a
      *    calendar there is nothing to check.

         MOVE 'N' TO AS-OF-PERIOD-FLAG
         MOVE ZEROS TO WS-FIRST-PERIOD-DAYS

         OPEN INPUT PERIOD-CALENDAR-FILE

         IF CALENDAR-FILE-STATUS NOT = '00'
             AND CALENDAR-FILE-STATUS NOT = '05'
             DISPLAY 'PERIOD-CALENDAR.TXT COULD NOT BE OPENED - '
                 'STATUS ' CALENDAR-FILE-STATUS
             MOVE 'CALENDAR UNREADABLE' TO WS-PERIOD-REFUSAL
             PERFORM 208-REFUSE-CLOSED-PERIOD
         ELSE
             MOVE 'Y' TO CALENDAR-EOF-FLAG
             PERFORM UNTIL NO-MORE-CALENDAR-RECORDS
                 READ PERIOD-CALENDAR-FILE
                     AT END
                         MOVE 'N' TO CALENDAR-EOF-FLAG
                     NOT AT END
                         PERFORM 207-MATCH-CALENDAR-PERIOD
                 END-READ
             END-PERFORM

             CLOSE PERIOD-CALENDAR-FILE

             EVALUATE TRUE
                 WHEN WS-FIRST-PERIOD-DAYS = ZEROS
                     CONTINUE
                 WHEN AS-OF-PERIOD-FOUND
                     EVALUATE WS-AS-OF-PERIOD-STATUS
                         WHEN 'C'
                             MOVE 'PERIOD CLOSED'
                                 TO WS-PERIOD-REFUSAL
                             PERFORM 208-REFUSE-CLOSED-PERIOD
                         WHEN 'R'
                             IF WS-AS-OF-REOPEN-AUTH = SPACES
                                 MOVE 'REOPEN NOT AUTHORIZED'
                                     TO WS-PERIOD-REFUSAL
                                 PERFORM 208-REFUSE-CLOSED-PERIOD
                             END-IF
                             MOVE 'P' TO PL-ACTION
                             MOVE WS-AS-OF-REOPEN-AUTH
                                 TO PL-AUTH-REF
                             PERFORM 209-LOG-PERIOD-EVENT
                             IF PERIOD-LOG-FILE-STATUS NOT = '00'
                                 AND PERIOD-LOG-FILE-STATUS NOT = '05'
                                 MOVE 'PERIOD LOG UNWRITABLE'
                                     TO WS-PERIOD-REFUSAL
                                 PERFORM 208-REFUSE-CLOSED-PERIOD
                             END-IF
                             DISPLAY 'POSTING TO REOPENED PERIOD '
                                 WS-AS-OF-PERIOD-ID
                                 ' UNDER AUTHORIZATION '
                                 WS-AS-OF-REOPEN-AUTH
                         WHEN OTHER
                             CONTINUE
                     END-EVALUATE
                 WHEN WS-AS-OF-DAYS < WS-FIRST-PERIOD-DAYS
                     MOVE 'BEFORE FIRST PERIOD'
                         TO WS-PERIOD-REFUSAL
                     PERFORM 208-REFUSE-CLOSED-PERIOD
                 WHEN OTHER
                     DISPLAY 'AS-OF DATE ' WS-CURRENT-DATE
                         ' IS NOT IN ANY PERIOD ON '
                         'PERIOD-CALENDAR.TXT'
             END-EVALUATE
         END-IF

       .

       207-MATCH-CALENDAR-PERIOD.

      *    The calendar is in period order, so the first record
      *    holds the earliest start date.

         MOVE PC-START-DATE TO WS-CONV-DATE
         PERFORM 165-CONVERT-DATE-TO-DAYS
         MOVE WS-CONV-DAYS TO WS-PERIOD-START-DAYS

         MOVE PC-END-DATE TO WS-CONV-DATE
         PERFORM 165-CONVERT-DATE-TO-DAYS
         MOVE WS-CONV-DAYS TO WS-PERIOD-END-DAYS

         IF WS-FIRST-PERIOD-DAYS = ZEROS
             MOVE WS-PERIOD-START-DAYS TO WS-FIRST-PERIOD-DAYS
         END-IF

         IF NOT AS-OF-PERIOD-FOUND
             AND WS-AS-OF-DAYS NOT < WS-PERIOD-START-DAYS
             AND WS-AS-OF-DAYS NOT > WS-PERIOD-END-DAYS
             MOVE 'Y' TO AS-OF-PERIOD-FLAG
             MOVE PC-PERIOD-ID   TO WS-AS-OF-PERIOD-ID
             MOVE PC-STATUS      TO WS-AS-OF-PERIOD-STATUS
             MOVE PC-REOPEN-AUTH TO WS-AS-OF-REOPEN-AUTH
         END-IF

       .

       208-REFUSE-CLOSED-PERIOD.

      *    Caller sets WS-PERIOD-REFUSAL. Nothing has been opened for
      *    output yet, so the run simply stops. A run into a reopened
      *    period is only allowed once it is on the period log, so
      *    when the log itself could not be written the refusal is
      *    reported on the console alone.

         IF NOT PERIOD-LOG-REFUSAL
             MOVE 'X' TO PL-ACTION
             MOVE SPACES TO PL-AUTH-REF
             PERFORM 209-LOG-PERIOD-EVENT
         END-IF

         DISPLAY 'NIGHTLY RUN REFUSED - ' WS-PERIOD-REFUSAL
         DISPLAY 'AS-OF DATE ' WS-CURRENT-DATE ' PERIOD '
             WS-AS-OF-PERIOD-ID

         IF PERIOD-LOG-REFUSAL
             DISPLAY 'PERIOD-LOG.TXT MUST BE WRITABLE TO POST TO A '
                 'REOPENED PERIOD'
         ELSE
             DISPLAY 'A CLOSED PERIOD MUST BE REOPENED WITH PROGRAM4C'
         END-IF
         STOP RUN

       .

       209-LOG-PERIOD-EVENT.

      *    Caller sets PL-ACTION and PL-AUTH-REF. The log date is
      *    the day the run was made, not its as-of date. OPEN EXTEND
      *    creates the log on first use.

         ACCEPT WS-PERIOD-LOG-TODAY FROM DATE YYYYMMDD
         ACCEPT WS-PERIOD-LOG-TIME FROM TIME

         MOVE WS-PLT-MONTH         TO WS-PLD-MONTH
         MOVE WS-PLT-DAY           TO WS-PLD-DAY
         MOVE WS-PLT-YEAR          TO WS-PLD-YEAR
         MOVE WS-PERIOD-LOG-DATE   TO PL-LOG-DATE
         MOVE WS-PERIOD-LOG-TIME   TO PL-LOG-TIME
         MOVE WS-AS-OF-PERIOD-ID   TO PL-PERIOD-ID
         MOVE 'PROGRAM4'           TO PL-PROGRAM
         MOVE SPACES               TO PL-OPERATOR
         MOVE WS-CURRENT-DATE      TO PL-AS-OF-DATE

         OPEN EXTEND PERIOD-LOG-FILE

         IF PERIOD-LOG-FILE-STATUS = '00'
             OR PERIOD-LOG-FILE-STATUS = '05'
             WRITE PERIOD-LOG-REC
             CLOSE PERIOD-LOG-FILE
         ELSE
             DISPLAY 'PERIOD-LOG.TXT COULD NOT BE EXTENDED - '
                 'STATUS ' PERIOD-LOG-FILE-STATUS
         END-IF

       .

       161-OPEN-STOCK-JOURNAL.

      *    The stock journal is opened once for the whole run, right
      *    after the as-of date is settled, so every posting step
      *    below appends to it. Each entry carries the as-of date and
      *    the time the run started. OPEN EXTEND creates the file on
      *    first use; if it cannot be opened the run still posts,
      *    but says so.

         ACCEPT WS-JOURNAL-TIME FROM TIME

         OPEN EXTEND STOCK-JOURNAL-FILE

         IF JOURNAL-FILE-STATUS = '00' OR JOURNAL-FILE-STATUS = '05'
             MOVE 'Y' TO JOURNAL-OPEN-FLAG
         ELSE
             DISPLAY 'PR4-STOCK-JOURNAL.TXT COULD NOT BE EXTENDED - '
                 'STATUS ' JOURNAL-FILE-STATUS
         END-IF

       .

      *

       164-SAVE-NEW-SLOT-DATA.

      *    The new side of the journal entries for a nightly-stream
      *    add or change, taken before the record is written. The
      *    journal carries the slot's average cost, not the feed
      *    price, so its values are the values the report prints.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
                 MOVE IM-NUM-IN-STOCK (SUB) TO NEW-QTY-VALUE (SUB)
             ELSE
                 MOVE ZEROS TO NEW-QTY-VALUE (SUB)
             END-IF
             PERFORM 195-ROUND-SLOT-AVG-COST
             MOVE WS-SLOT-AVG-COST TO NEW-PRICE-VALUE (SUB)
         END-PERFORM

       .

      *

       166-JOURNAL-FEED-SLOTS.

      *    One journal entry for each slot the nightly stream really
      *    moved - quantity or average cost. The old side is zero for an
      *    add and the new side is zero for a delete.

         MOVE 'FEED' TO JE-SOURCE
         MOVE SPACES TO JE-REFERENCE
         MOVE HV-WAREHOUSE-ID TO JE-WAREHOUSE-ID
         MOVE HV-VENDOR-ID    TO JE-VENDOR-ID
         MOVE HV-PRODUCT-ID   TO JE-PRODUCT-ID

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF JE-ACTION = 'A'
                 MOVE ZEROS TO JE-OLD-QTY, JE-OLD-PRICE
             ELSE
                 MOVE OLD-QTY-VALUE (SUB)   TO JE-OLD-QTY
                 MOVE OLD-PRICE-VALUE (SUB) TO JE-OLD-PRICE
             END-IF
             IF JE-ACTION = 'D'
                 MOVE ZEROS TO JE-NEW-QTY, JE-NEW-PRICE
             ELSE
                 MOVE NEW-QTY-VALUE (SUB)   TO JE-NEW-QTY
                 MOVE NEW-PRICE-VALUE (SUB) TO JE-NEW-PRICE
             END-IF
             IF JE-OLD-QTY NOT = JE-NEW-QTY
                 OR JE-OLD-PRICE NOT = JE-NEW-PRICE
                 MOVE SUB TO JE-SLOT
                 PERFORM 167-WRITE-JOURNAL-ENTRY
             END-IF
         END-PERFORM

       .

      *

       167-WRITE-JOURNAL-ENTRY.

      *    Callers fill the key, slot, source, action, reference, and
      *    old/new values; the run date and time are stamped here.
      *    Every posting also lands in the valuation reconciliation.

         PERFORM 162-ADD-POSTING-TO-RECON

         IF JOURNAL-OPEN
             MOVE WS-CURRENT-DATE TO JE-RUN-DATE
             MOVE WS-JOURNAL-TIME TO JE-RUN-TIME
             WRITE STOCK-JOURNAL-REC FROM STOCK-JOURNAL-ENTRY
             IF JOURNAL-FILE-STATUS = '00'
                 ADD 1 TO WS-JOURNAL-COUNT
             ELSE
                 ADD 1 TO WS-WRITE-FAIL-COUNT
             END-IF
         END-IF

       .

      *

       168-SET-JOURNAL-NEW-VALUES.

         IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
             MOVE IM-NUM-IN-STOCK (SUB) TO JE-NEW-QTY
         ELSE
             MOVE ZEROS TO JE-NEW-QTY
         END-IF

         PERFORM 195-ROUND-SLOT-AVG-COST
         MOVE WS-SLOT-AVG-COST TO JE-NEW-PRICE

       .

      *

       169-SET-JOURNAL-OLD-VALUES.

      *    Single-slot postings park the key and the slot's values
      *    as just read, before the quantity is touched.

         MOVE IM-WAREHOUSE-ID TO JE-WAREHOUSE-ID
         MOVE IM-VENDOR-ID    TO JE-VENDOR-ID
         MOVE IM-PRODUCT-ID   TO JE-PRODUCT-ID
         MOVE SUB             TO JE-SLOT

         IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
             MOVE IM-NUM-IN-STOCK (SUB) TO JE-OLD-QTY
         ELSE
             MOVE ZEROS TO JE-OLD-QTY
         END-IF

         PERFORM 195-ROUND-SLOT-AVG-COST
         MOVE WS-SLOT-AVG-COST TO JE-OLD-PRICE

       .

       162-ADD-POSTING-TO-RECON.

      *    The dollar movement of one slot posting, by source, for
      *    the reconciliation page. Feed changes are already in the
      *    master's after-feed value, so only the postings that come
      *    later in the run are bucketed.

         MOVE JE-WAREHOUSE-ID TO WS-RECON-WAREHOUSE-ID
         PERFORM 193-CHECK-RECON-WAREHOUSE

         IF RECON-WAREHOUSE-WANTED
             COMPUTE WS-RECON-POST-VALUE =
                 JE-NEW-QTY * JE-NEW-PRICE
                 - JE-OLD-QTY * JE-OLD-PRICE

             EVALUATE JE-SOURCE
                 WHEN 'RECEIPT'
                     ADD WS-RECON-POST-VALUE
                         TO WS-RECON-RECEIPT-VALUE
                 WHEN 'TRANSFER'
                     IF JE-NEW-QTY > JE-OLD-QTY
                         ADD WS-RECON-POST-VALUE
                             TO WS-RECON-XFER-IN-VALUE
                     ELSE
                         ADD WS-RECON-POST-VALUE
                             TO WS-RECON-XFER-OUT-VALUE
                     END-IF
                 WHEN 'COUNT'
                     ADD WS-RECON-POST-VALUE
                         TO WS-RECON-COUNT-VALUE
                 WHEN 'SHIPMENT'
                     ADD WS-RECON-POST-VALUE
                         TO WS-RECON-SHIP-VALUE
                 WHEN 'DISPOSAL'
                     ADD WS-RECON-POST-VALUE
                         TO WS-RECON-DISPOSAL-VALUE
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
         END-IF

       .

      *

       178-LOAD-ORDER-TABLE.

      *    Open customer orders (order number, vendor, product,
      *    quantity, required date) netted against on-hand during
      *    the availability pass, so sales stops promising stock
      *    that is already spoken for. A missing file means nothing
      *    is allocated. Orders already shipped complete stay in the
      *    table (the file is rewritten from it) but are marked
      *    covered so they never surface as shortages.

         OPEN INPUT CUSTOMER-ORDER-FILE

         IF ORDER-FILE-STATUS = '00'
             PERFORM UNTIL NO-MORE-ORDER-RECORDS
                 READ CUSTOMER-ORDER-FILE
                     AT END
                         MOVE 'N' TO ORDER-FILE-EOF-FLAG
                     NOT AT END
                         IF WS-ORDER-COUNT < 200
                             ADD 1 TO WS-ORDER-COUNT
                             MOVE CO-ORDER-NBR TO
                                 ORD-ORDER-NBR (WS-ORDER-COUNT)
                             MOVE CO-VENDOR-ID TO
                                 ORD-VENDOR (WS-ORDER-COUNT)
                             MOVE CO-PRODUCT-ID TO
                                 ORD-PRODUCT (WS-ORDER-COUNT)
                             IF CO-QTY IS NUMERIC
                                 MOVE CO-QTY TO
                                     ORD-QTY (WS-ORDER-COUNT)
                             ELSE
                                 MOVE ZEROS TO
                                     ORD-QTY (WS-ORDER-COUNT)
                             END-IF
                             MOVE CO-REQUIRED-DATE TO
                                 ORD-REQ-DATE (WS-ORDER-COUNT)
                             MOVE 'N' TO
                                 ORD-COVERED (WS-ORDER-COUNT)
                             IF CO-SHIPPED-QTY IS NUMERIC
                                 MOVE CO-SHIPPED-QTY TO
                                     ORD-SHIPPED-QTY (WS-ORDER-COUNT)
                             ELSE
                                 MOVE ZEROS TO
                                     ORD-SHIPPED-QTY (WS-ORDER-COUNT)
                             END-IF
                             EVALUATE CO-STATUS
                                 WHEN 'S'
                                     MOVE 'S' TO
                                         ORD-STATUS (WS-ORDER-COUNT)
                                     MOVE 'Y' TO
                                         ORD-COVERED (WS-ORDER-COUNT)
                                 WHEN 'P'
                                     MOVE 'P' TO
                                         ORD-STATUS (WS-ORDER-COUNT)
                                 WHEN OTHER
                                     MOVE 'O' TO
                                         ORD-STATUS (WS-ORDER-COUNT)
                             END-EVALUATE
                             MOVE CO-SHIP-DATE TO
                                 ORD-SHIP-DATE (WS-ORDER-COUNT)
                         ELSE
                             DISPLAY 'CUSTOMER-ORDER.TXT EXCEEDS '
                                 'TABLE CAPACITY - REMAINING '
                                 'RECORDS IGNORED'
                             MOVE 'Y' TO ORDER-OVERFLOW-FLAG
                             MOVE 'N' TO ORDER-FILE-EOF-FLAG
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE CUSTOMER-ORDER-FILE
         END-IF

       .

       107-CHECK-RESTART-POINT.

      *    A prior run may have already produced the warehouse-split
      *    files (LAX1/SEA1/SLC1/SLC2/XTRA/ERROR) and abended before
      *    the MERGE step finished (e.g. UTAH-FILE locked by another
      *    process during the MERGE itself). If all six split files
      *    are already on disk, skip straight to re-merging them
      *    instead of re-sorting/re-splitting VIBES-FILE from scratch.
      *    UTAH-FILE itself is not used as the checkpoint since it is
      *    the very output the failing MERGE step may not have
      *    produced.

         OPEN INPUT LAX1-FILE, SEA1-FILE, SLC1-FILE, SLC2-FILE,
                    XTRA-FILE, ERROR-FILE

         IF LAX1-FILE-STATUS = '00' AND SEA1-FILE-STATUS = '00'
             AND SLC1-FILE-STATUS = '00' AND SLC2-FILE-STATUS = '00'
             AND XTRA-FILE-STATUS = '00'
             AND ERROR-FILE-STATUS = '00'
             MOVE 'Y' TO RESTART-FLAG
         ELSE
             MOVE 'N' TO RESTART-FLAG
         END-IF

         IF LAX1-FILE-STATUS = '00'
             CLOSE LAX1-FILE
         END-IF
         IF SEA1-FILE-STATUS = '00'
             CLOSE SEA1-FILE
         END-IF
         IF SLC1-FILE-STATUS = '00'
             CLOSE SLC1-FILE
         END-IF
         IF SLC2-FILE-STATUS = '00'
             CLOSE SLC2-FILE
         END-IF
         IF XTRA-FILE-STATUS = '00'
             CLOSE XTRA-FILE
         END-IF
         IF ERROR-FILE-STATUS = '00'
             CLOSE ERROR-FILE
         END-IF

      *    The run-control card can overrule the checkpoint test in
      *    either direction - force a re-merge of split files the
      *    operator knows are good, or suppress a restart so the job
      *    re-sorts the VIBES file from scratch.

         IF FORCE-RESTART
             MOVE 'Y' TO RESTART-FLAG
         END-IF
         IF SUPPRESS-RESTART
             MOVE 'N' TO RESTART-FLAG
         END-IF

         IF RESTARTING-FROM-SPLIT-FILES
             PERFORM 108-COUNT-ERROR-FILE
         END-IF

       .

       108-COUNT-ERROR-FILE.

      *    On restart the warehouse-split loop that normally counts
      *    ERROR-FILE as it writes it does not run, so recount the
      *    error records already on disk from the prior run. A forced
      *    restart can land here with no ERROR-FILE on disk at all,
      *    so the count loop only runs when the OPEN succeeded -
      *    otherwise the count stays zero.

         MOVE ZERO TO ERROR-COUNT

         OPEN INPUT ERROR-FILE

         IF ERROR-FILE-STATUS = '00'
             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ ERROR-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         ADD 1 TO ERROR-COUNT
                 END-READ
             END-PERFORM

             CLOSE ERROR-FILE
         END-IF

       .

       101-READ-RUN-CONTROL.

      *    One parameter card per run: as-of/posting date (spaces =
      *    today), up to four warehouse IDs to include (all spaces =
      *    every warehouse), report option (D detail / T totals
      *    only), and a restart override (F force / S suppress /
      *    space = let 107-CHECK-RESTART-POINT decide), and the
      *    valuation basis (M master / F feed). A missing card file
      *    runs with all the defaults, as before.

         OPEN INPUT RUN-CONTROL-FILE

         IF RUN-CONTROL-FILE-STATUS = '00'
             READ RUN-CONTROL-FILE
                 AT END
                     CONTINUE
                 NOT AT END
                     MOVE RC-AS-OF-DATE TO WS-RC-AS-OF-DATE
                     PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                         UNTIL WS-RC-SUB > 4
                         MOVE RC-WAREHOUSE-ENTRY (WS-RC-SUB) TO
                             WS-RC-WAREHOUSE-SELECT (WS-RC-SUB)
                         IF RC-WAREHOUSE-ENTRY (WS-RC-SUB)
                             NOT = SPACE
                             MOVE 'Y' TO WAREHOUSE-SUBSET-FLAG
                         END-IF
                     END-PERFORM
                     IF RC-REPORT-OPTION = 'T'
                         MOVE 'T' TO WS-REPORT-OPTION
                     END-IF
                     IF RC-RESTART-OVERRIDE = 'F'
                         OR RC-RESTART-OVERRIDE = 'S'
                         MOVE RC-RESTART-OVERRIDE
                             TO WS-RESTART-OVERRIDE
                     END-IF
                     IF RC-VALUATION-BASIS = 'M'
                         MOVE 'M' TO WS-VALUATION-BASIS
                     END-IF
             END-READ

             CLOSE RUN-CONTROL-FILE
         END-IF

       .

       102-LOAD-STDCOST-TABLE.

      *    Standard-cost catalog: expected unit cost and tolerance
      *    percent per product. Loaded like the other reference
      *    tables; a missing catalog just means no price-variance
      *    checking on this run.

         OPEN INPUT STANDARD-COST-FILE

         IF STDCOST-FILE-STATUS = '00'
             PERFORM UNTIL NO-MORE-STDCOST-RECORDS
                 READ STANDARD-COST-FILE
                     AT END
                         MOVE 'N' TO STDCOST-FILE-EOF-FLAG
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
                             MOVE 'N' TO STDCOST-FILE-EOF-FLAG
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE STANDARD-COST-FILE
         END-IF

       .

       103-READ-PRIOR-RUN-LOG.

      *    The last record on the permanent run log is the previous
      *    execution's audit record - its figures print beside this
      *    run's on the operator summary page so a drift in volumes
      *    or error rates shows up the morning after.

         OPEN INPUT RUN-LOG-FILE

         IF RUN-LOG-FILE-STATUS = '00' OR RUN-LOG-FILE-STATUS = '05'
             PERFORM UNTIL NO-MORE-RUN-LOG-RECORDS
                 READ RUN-LOG-FILE
                     AT END
                         MOVE 'N' TO RUN-LOG-EOF-FLAG
                     NOT AT END
                         MOVE 'Y' TO PRIOR-RUN-FLAG
                         MOVE RL-RUN-DATE TO PR-RUN-DATE
                         MOVE RL-RUN-TIME TO PR-RUN-TIME
                         MOVE RL-RESTART-FLAG TO PR-RESTART-FLAG
                         MOVE RL-INPUT-COUNT TO PR-INPUT-COUNT
                         MOVE RL-ERROR-COUNT TO PR-ERROR-COUNT
                         MOVE RL-EXCEPTION-COUNT
                             TO PR-EXCEPTION-COUNT
                         MOVE RL-WRITE-FAIL-COUNT
                             TO PR-WRITE-FAIL-COUNT
                         MOVE RL-GRAND-TOTAL-COST
                             TO PR-GRAND-TOTAL-COST
                         MOVE RL-COMPLETION-CODE
                             TO PR-COMPLETION-CODE
                 END-READ
             END-PERFORM

             CLOSE RUN-LOG-FILE
         END-IF

       .

       104-LOAD-REORDER-TABLE.

      *    Reorder parameters are optional the way PR4-HISTORY.TXT
      *    is - a missing file just means no low-stock checking on
      *    this run.

         OPEN INPUT REORDER-FILE

         IF REORDER-FILE-STATUS = '00'
             PERFORM UNTIL NO-MORE-REORDER-RECORDS
                 READ REORDER-FILE
                     AT END
                         MOVE 'N' TO REORDER-FILE-EOF-FLAG
                     NOT AT END
                         IF WS-REORDER-COUNT < 500
                             ADD 1 TO WS-REORDER-COUNT
                             MOVE RP-PRODUCT-ID TO
                                 RO-PROD-ID (WS-REORDER-COUNT)
                             MOVE RP-MINIMUM-STOCK TO
                                 RO-MINIMUM-STOCK (WS-REORDER-COUNT)
                             MOVE RP-REORDER-QTY TO
                                 RO-REORDER-QTY (WS-REORDER-COUNT)
                         ELSE
                             DISPLAY 'REORDER-PARAM.TXT EXCEEDS TABLE '
                                 'CAPACITY - REMAINING RECORDS IGNORED'
                             MOVE 'N' TO REORDER-FILE-EOF-FLAG
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE REORDER-FILE
         END-IF

       .

       146-LOAD-WAREHOUSE-TABLE.

      *    Warehouse identity comes off the warehouse master (ID,
      *    display name, region, active flag) instead of being
      *    hardcoded in the split test, the report headings, and the
      *    region subtotal - opening a new warehouse is a master-file
      *    entry, not a code release. The file is as mandatory as the
      *    vendor master: without it nothing can be split.

         OPEN INPUT WAREHOUSE-FILE

         IF WAREHOUSE-FILE-STATUS NOT = '00'
             DISPLAY 'WAREHOUSE-MASTER.TXT COULD NOT BE OPENED - '
                 'STATUS ' WAREHOUSE-FILE-STATUS
             STOP RUN
         END-IF

         PERFORM UNTIL NO-MORE-WAREHOUSE-RECORDS
             READ WAREHOUSE-FILE
                 AT END
                     MOVE 'N' TO WAREHOUSE-FILE-EOF-FLAG
                 NOT AT END
                     IF WS-WAREHOUSE-COUNT < 50
                         ADD 1 TO WS-WAREHOUSE-COUNT
                         MOVE WM-WAREHOUSE-ID TO
                             WH-TBL-ID (WS-WAREHOUSE-COUNT)
                         MOVE WM-WAREHOUSE-NAME TO
                             WH-TBL-NAME (WS-WAREHOUSE-COUNT)
                         MOVE WM-REGION TO
                             WH-TBL-REGION (WS-WAREHOUSE-COUNT)
                         MOVE WM-ACTIVE-FLAG TO
                             WH-TBL-ACTIVE (WS-WAREHOUSE-COUNT)
                     ELSE
                         DISPLAY 'WAREHOUSE-MASTER.TXT EXCEEDS TABLE '
                             'CAPACITY - REMAINING RECORDS IGNORED'
                         MOVE 'N' TO WAREHOUSE-FILE-EOF-FLAG
                     END-IF
             END-READ
         END-PERFORM

         CLOSE WAREHOUSE-FILE

       .

       105-LOAD-VENDOR-TABLE.

         OPEN INPUT VENDOR-FILE

         IF VENDOR-FILE-STATUS NOT = '00'
             DISPLAY 'VENDOR-MASTER.TXT COULD NOT BE OPENED - STATUS '
                 VENDOR-FILE-STATUS
             STOP RUN
         END-IF

         PERFORM UNTIL NO-MORE-VENDOR-RECORDS
             READ VENDOR-FILE
                 AT END
                     MOVE 'N' TO VENDOR-FILE-EOF-FLAG
                 NOT AT END
                     IF WS-VENDOR-COUNT < 100
                         ADD 1 TO WS-VENDOR-COUNT
                         MOVE VM-VENDOR-ID TO
                             VEND-ID (WS-VENDOR-COUNT)
                         MOVE VM-VENDOR-NAME TO
                             VEND-NAME (WS-VENDOR-COUNT)
                     ELSE
                         DISPLAY 'VENDOR-MASTER.TXT EXCEEDS TABLE '
                             'CAPACITY - REMAINING RECORDS IGNORED'
                         MOVE 'N' TO VENDOR-FILE-EOF-FLAG
                     END-IF
             END-READ
         END-PERFORM

         CLOSE VENDOR-FILE

       .

       106-LOAD-PRODUCT-TABLE.

         OPEN INPUT PRODUCT-FILE

         IF PRODUCT-FILE-STATUS NOT = '00'
             DISPLAY 'PRODUCT-MASTER.TXT COULD NOT BE OPENED - STATUS '
                 PRODUCT-FILE-STATUS
             STOP RUN
         END-IF

         PERFORM UNTIL NO-MORE-PRODUCT-RECORDS
             READ PRODUCT-FILE
                 AT END
                     MOVE 'N' TO PRODUCT-FILE-EOF-FLAG
                 NOT AT END
                     IF WS-PRODUCT-COUNT < 500
                         ADD 1 TO WS-PRODUCT-COUNT
                         MOVE PM-PRODUCT-ID TO
                             PROD-ID (WS-PRODUCT-COUNT)
                     ELSE
                         DISPLAY 'PRODUCT-MASTER.TXT EXCEEDS TABLE '
                             'CAPACITY - REMAINING RECORDS IGNORED'
                         MOVE 'N' TO PRODUCT-FILE-EOF-FLAG
                     END-IF
             END-READ
         END-PERFORM

         CLOSE PRODUCT-FILE

       .

       114-LOAD-XFER-TABLE.

      *    Weekly inter-warehouse transfer transactions. Obvious
      *    nonsense (bad slot, zero quantity, same warehouse both
      *    sides) is rejected at load time and still shows on the
      *    printed register. A missing file means no transfers.

         OPEN INPUT TRANSFER-FILE

         IF TRANSFER-FILE-STATUS = '00'
             PERFORM UNTIL NO-MORE-TRANSFER-RECORDS
                 READ TRANSFER-FILE
                     AT END
                         MOVE 'N' TO TRANSFER-FILE-EOF-FLAG
                     NOT AT END
                         IF WS-XFER-COUNT < 100
                             ADD 1 TO WS-XFER-COUNT
                             PERFORM 136-STORE-XFER-ENTRY
                         ELSE
                             DISPLAY 'TRANSFER.TXT EXCEEDS TABLE '
                                 'CAPACITY - REMAINING RECORDS IGNORED'
                             MOVE 'N' TO TRANSFER-FILE-EOF-FLAG
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE TRANSFER-FILE
         END-IF

       .

       136-STORE-XFER-ENTRY.

         MOVE XR-FROM-WAREHOUSE TO XF-FROM-WH (WS-XFER-COUNT)
         MOVE XR-TO-WAREHOUSE   TO XF-TO-WH (WS-XFER-COUNT)
         MOVE XR-VENDOR-ID      TO XF-VENDOR (WS-XFER-COUNT)
         MOVE XR-PRODUCT-ID     TO XF-PRODUCT (WS-XFER-COUNT)
         MOVE 'P' TO XF-STATUS (WS-XFER-COUNT)
         MOVE SPACE TO XF-REASON (WS-XFER-COUNT)
         MOVE 'N' TO XF-SENDER-FOUND (WS-XFER-COUNT)
         MOVE 'N' TO XF-RECEIVER-FOUND (WS-XFER-COUNT)

         IF XR-SLOT IS NUMERIC AND XR-QTY IS NUMERIC
             MOVE XR-SLOT TO XF-SLOT (WS-XFER-COUNT)
             MOVE XR-QTY  TO XF-QTY (WS-XFER-COUNT)
         ELSE
             MOVE 1 TO XF-SLOT (WS-XFER-COUNT)
             MOVE ZEROS TO XF-QTY (WS-XFER-COUNT)
             MOVE 'R' TO XF-STATUS (WS-XFER-COUNT)
             MOVE 'INVALID SLOT OR QTY'
                 TO XF-REASON (WS-XFER-COUNT)
         END-IF

         IF XF-STATUS (WS-XFER-COUNT) = 'P'
             EVALUATE TRUE
                 WHEN XF-SLOT (WS-XFER-COUNT) < 1
                     OR XF-SLOT (WS-XFER-COUNT) > 5
                     MOVE 'R' TO XF-STATUS (WS-XFER-COUNT)
                     MOVE 'INVALID SLOT OR QTY'
                         TO XF-REASON (WS-XFER-COUNT)
                 WHEN XF-QTY (WS-XFER-COUNT) = ZEROS
                     MOVE 'R' TO XF-STATUS (WS-XFER-COUNT)
                     MOVE 'INVALID SLOT OR QTY'
                         TO XF-REASON (WS-XFER-COUNT)
                 WHEN XF-FROM-WH (WS-XFER-COUNT) =
                     XF-TO-WH (WS-XFER-COUNT)
                     MOVE 'R' TO XF-STATUS (WS-XFER-COUNT)
                     MOVE 'SAME WAREHOUSE'
                         TO XF-REASON (WS-XFER-COUNT)
             END-EVALUATE
         END-IF

       .

       109-LOAD-HISTORY-TABLE.

         OPEN INPUT HISTORY-FILE

         IF HISTORY-FILE-STATUS = '00'
             PERFORM UNTIL NO-MORE-HISTORY-RECORDS
                 READ HISTORY-FILE
                     AT END
                         MOVE 'N' TO HISTORY-FILE-EOF-FLAG
                     NOT AT END
                         IF WS-HISTORY-COUNT < 200
                             ADD 1 TO WS-HISTORY-COUNT
                             MOVE HIST-TYPE TO
                                 HIST-TBL-TYPE (WS-HISTORY-COUNT)
                             MOVE HIST-ID TO
                                 HIST-TBL-ID (WS-HISTORY-COUNT)
                             MOVE HIST-WAREHOUSE TO
                                 HIST-TBL-WAREHOUSE (WS-HISTORY-COUNT)
                             MOVE HIST-AMOUNT TO
                                 HIST-TBL-AMOUNT (WS-HISTORY-COUNT)
                         ELSE
                             DISPLAY 'PR4-HISTORY.TXT EXCEEDS TABLE '
                                 'CAPACITY - REMAINING RECORDS IGNORED'
                             MOVE 'N' TO HISTORY-FILE-EOF-FLAG
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE HISTORY-FILE
         END-IF

       .

       139-LOAD-OPEN-PO-TABLE.

      *    The permanent open-PO file: one line per confirmed
      *    purchase-order line, open or closed. Loaded up front
      *    so tonight's receipts can close lines in place and the
      *    aging page can read straight out of the table. A missing
      *    file just means nothing is on order yet.

         OPEN INPUT OPEN-PO-FILE

         IF OPEN-PO-FILE-STATUS = '00'
             PERFORM UNTIL NO-MORE-OPEN-PO-RECORDS
                 READ OPEN-PO-FILE
                     AT END
                         MOVE 'N' TO OPEN-PO-EOF-FLAG
                     NOT AT END
                         IF WS-OPEN-PO-COUNT < 500
                             ADD 1 TO WS-OPEN-PO-COUNT
                             MOVE OP-PO-DATE TO
                                 OPT-PO-DATE (WS-OPEN-PO-COUNT)
                             MOVE OP-WAREHOUSE-ID TO
                                 OPT-WAREHOUSE (WS-OPEN-PO-COUNT)
                             MOVE OP-VENDOR-ID TO
                                 OPT-VENDOR (WS-OPEN-PO-COUNT)
                             MOVE OP-PRODUCT-ID TO
                                 OPT-PRODUCT (WS-OPEN-PO-COUNT)
                             MOVE OP-SLOT TO
                                 OPT-SLOT (WS-OPEN-PO-COUNT)
                             MOVE OP-ORDER-QTY TO
                                 OPT-QTY (WS-OPEN-PO-COUNT)
                             MOVE OP-STATUS TO
                                 OPT-STATUS (WS-OPEN-PO-COUNT)
                             MOVE OP-RECEIPT-DATE TO
                                 OPT-RECEIPT-DATE (WS-OPEN-PO-COUNT)
                             IF OP-RECEIVED-QTY IS NUMERIC
                                 MOVE OP-RECEIVED-QTY TO
                                   OPT-RECEIVED-QTY (WS-OPEN-PO-COUNT)
                             ELSE
                                 MOVE ZEROS TO
                                   OPT-RECEIVED-QTY (WS-OPEN-PO-COUNT)
                             END-IF
                             IF OP-BILLED-QTY IS NUMERIC
                                 MOVE OP-BILLED-QTY TO
                                   OPT-BILLED-QTY (WS-OPEN-PO-COUNT)
                             ELSE
                                 MOVE ZEROS TO
                                   OPT-BILLED-QTY (WS-OPEN-PO-COUNT)
                             END-IF
                         ELSE
                             DISPLAY 'OPEN-PO.TXT EXCEEDS TABLE '
                                 'CAPACITY - REMAINING RECORDS IGNORED'
                             MOVE 'Y' TO OPEN-PO-OVERFLOW-FLAG
                             MOVE 'N' TO OPEN-PO-EOF-FLAG
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE OPEN-PO-FILE
         END-IF

       .

       147-PREEDIT-VIBES-FILE.

      *    Before anything is sorted, the feed has to prove itself
      *    the way our GL extract proves itself to finance: a header
      *    with the sender and file date, a trailer with the record
      *    count and a hash of the stock quantities. A short or stale
      *    transmission is refused outright - no more quiet nights
      *    that were really truncated files - and the acknowledgment
      *    file tells the feed provider exactly why. Detail records
      *    pass through to VIBES-EDITED.TMP for the SORT.

         OPEN INPUT  VIBES-FILE
              OUTPUT VIBES-EDITED-FILE, ACK-FILE

         MOVE WS-CURRENT-DATE TO ATL-DATE
         WRITE ACK-REC FROM ACK-TITLE-LINE

         MOVE SPACE TO FEED-EOF-FLAG

         PERFORM UNTIL NO-MORE-FEED-RECORDS
             READ VIBES-FILE
                 AT END
                     MOVE 'N' TO FEED-EOF-FLAG
                 NOT AT END
                     PERFORM 157-EDIT-FEED-RECORD
             END-READ
         END-PERFORM

         CLOSE VIBES-FILE, VIBES-EDITED-FILE

         IF NOT FEED-REFUSED
             EVALUATE TRUE
                 WHEN NOT FEED-HEADER-SEEN
                     PERFORM 158-REFUSE-FEED
                     MOVE 'HEADER MISSING' TO WS-FEED-REFUSAL
                 WHEN NOT FEED-TRAILER-SEEN
                     PERFORM 158-REFUSE-FEED
                     MOVE 'TRAILER MISSING - SHORT FILE'
                         TO WS-FEED-REFUSAL
                 WHEN WS-FEED-TRAILER-COUNT
                     NOT = WS-FEED-DETAIL-COUNT
                     PERFORM 158-REFUSE-FEED
                     MOVE 'RECORD COUNT MISMATCH'
                         TO WS-FEED-REFUSAL
                 WHEN WS-FEED-TRAILER-HASH
                     NOT = WS-FEED-HASH-TOTAL
                     PERFORM 158-REFUSE-FEED
                     MOVE 'STOCK HASH MISMATCH'
                         TO WS-FEED-REFUSAL
             END-EVALUATE
         END-IF

         IF FEED-REFUSED
             MOVE WS-FEED-REFUSAL TO ARF-REASON
             WRITE ACK-REC FROM ACK-REFUSAL-LINE
             CLOSE ACK-FILE
             DISPLAY 'VIBES FEED REFUSED - ' WS-FEED-REFUSAL
             STOP RUN
         END-IF

       .

      *

       157-EDIT-FEED-RECORD.

         MOVE VIBES-REC TO FEED-WORK-REC

         EVALUATE TRUE
             WHEN FH-RECORD-TYPE = 'H' AND NOT FEED-HEADER-SEEN
                 MOVE 'Y' TO FEED-HEADER-FLAG
                 MOVE FH-SENDER-ID TO ASN-SENDER-ID
                 MOVE FH-FILE-DATE TO ASN-FILE-DATE
                 WRITE ACK-REC FROM ACK-SENDER-LINE
                 MOVE FH-FILE-DATE TO WS-CONV-DATE
                 IF WS-CONV-DATE IS NUMERIC
                     PERFORM 165-CONVERT-DATE-TO-DAYS
                     IF WS-CONV-DAYS < WS-AS-OF-DAYS
                         PERFORM 158-REFUSE-FEED
                         MOVE 'STALE FILE DATE'
                             TO WS-FEED-REFUSAL
                     END-IF
                 ELSE
                     PERFORM 158-REFUSE-FEED
                     MOVE 'HEADER DATE INVALID'
                         TO WS-FEED-REFUSAL
                 END-IF
             WHEN FH-RECORD-TYPE = 'T' AND NOT FEED-TRAILER-SEEN
                 MOVE 'Y' TO FEED-TRAILER-FLAG
                 IF FT-RECORD-COUNT IS NUMERIC
                     AND FT-HASH-TOTAL IS NUMERIC
                     MOVE FT-RECORD-COUNT
                         TO WS-FEED-TRAILER-COUNT
                     MOVE FT-HASH-TOTAL
                         TO WS-FEED-TRAILER-HASH
                 ELSE
                     PERFORM 158-REFUSE-FEED
                     MOVE 'TRAILER NOT NUMERIC'
                         TO WS-FEED-REFUSAL
                 END-IF
             WHEN NOT FEED-HEADER-SEEN
                 PERFORM 158-REFUSE-FEED
                 MOVE 'HEADER MISSING' TO WS-FEED-REFUSAL
             WHEN FEED-TRAILER-SEEN
                 PERFORM 158-REFUSE-FEED
                 MOVE 'RECORDS AFTER TRAILER'
                     TO WS-FEED-REFUSAL
             WHEN OTHER
                 ADD 1 TO WS-FEED-DETAIL-COUNT
                 PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
                     IF VR-NUM-IN-STOCK (SUB) IS NUMERIC
                         ADD VR-NUM-IN-STOCK (SUB)
                             TO WS-FEED-HASH-TOTAL
                     END-IF
                 END-PERFORM
                 WRITE VIBES-EDITED-REC FROM VIBES-REC
         END-EVALUATE

       .

      *

       158-REFUSE-FEED.

      *    Caller supplies the reason right after; this just trips
      *    the refusal switch and stops the read loop.

         MOVE 'Y' TO FEED-REFUSED-FLAG
         MOVE 'N' TO FEED-EOF-FLAG

       .

      *

       110-MAIN-MODULE.

         SORT SORT-MERGE-FILE
             ON ASCENDING KEY SR-WAREHOUSE-ID,
                              SR-VENDOR-ID,
                              SR-PRODUCT-ID
             USING VIBES-EDITED-FILE
             GIVING SORTED-VIBES-FILE

      *

         OPEN INPUT  SORTED-VIBES-FILE
              OUTPUT LAX1-FILE,
                     SEA1-FILE,
                     SLC1-FILE,
                     SLC2-FILE,
                     XTRA-FILE,
                     ERROR-FILE,
                     DUPLICATE-FILE
              I-O    INVENTORY-MASTER

         IF MASTER-FILE-STATUS NOT = '00'
             AND MASTER-FILE-STATUS NOT = '05'
             DISPLAY 'INVENTORY-MASTER.DAT COULD NOT BE OPENED - '
                 'STATUS ' MASTER-FILE-STATUS
             STOP RUN
         END-IF

      *

      *    Valid records are not written straight through: the last
      *    one is held so that consecutive records carrying the same
      *    warehouse/vendor/product key (the sort puts them adjacent)
      *    can be consolidated into a single record instead of
      *    double-counting into the totals downstream.

         PERFORM UNTIL NO-MORE-RECORDS
             READ SORTED-VIBES-FILE
                 AT END
                     MOVE 'N' TO EOF-FLAG
                 NOT AT END
                     ADD 1 TO WS-INPUT-COUNT
                     PERFORM 137-VALIDATE-PRODUCT-ID
                     PERFORM 144-VALIDATE-WAREHOUSE-ID
                     IF PRODUCT-ID-INVALID
                         OR WAREHOUSE-ID-INVALID
                         MOVE SORTED-VIBES-REC TO ERROR-REC
                             WRITE ERROR-REC
                         IF ERROR-FILE-STATUS = '00'
                             ADD 1 TO ERROR-COUNT
                         ELSE
                             ADD 1 TO WS-WRITE-FAIL-COUNT
                         END-IF
                         PERFORM 148-WRITE-ACK-REJECT
                     ELSE
                         PERFORM 116-CONSOLIDATE-OR-HOLD
                     END-IF
             END-READ
         END-PERFORM

         IF RECORD-HELD
             PERFORM 118-RELEASE-HELD-RECORD
         END-IF

      *

         CLOSE LAX1-FILE,
               SEA1-FILE,
               SLC1-FILE,
               SLC2-FILE,
               XTRA-FILE,
               ERROR-FILE,
               DUPLICATE-FILE,
               SORTED-VIBES-FILE,
               INVENTORY-MASTER

      *

         PERFORM 149-WRITE-ACK-COUNTS

         PERFORM 112-RECONCILE-COUNTS

       .

      *

       148-WRITE-ACK-REJECT.

      *    Every record the split pass bounces goes back to the feed
      *    provider with its reason, on the same acknowledgment file
      *    the pre-edit opened.

         MOVE SVR-WAREHOUSE-ID TO ARL-WAREHOUSE-ID
         MOVE SVR-VENDOR-ID    TO ARL-VENDOR-ID
         MOVE SVR-PRODUCT-ID   TO ARL-PRODUCT-ID

         IF PRODUCT-ID-INVALID
             MOVE 'PRODUCT NOT ON MASTER' TO ARL-REASON
         ELSE
             MOVE 'WAREHOUSE NOT ON MASTER' TO ARL-REASON
             SET WAREHOUSE-INDEX TO 1
             SEARCH WAREHOUSE-ENTRY
                 AT END
                     CONTINUE
                 WHEN SVR-WAREHOUSE-ID = WH-TBL-ID (WAREHOUSE-INDEX)
                     MOVE 'WAREHOUSE INACTIVE' TO ARL-REASON
             END-SEARCH
         END-IF

         WRITE ACK-REC FROM ACK-REJECT-LINE

         ADD 1 TO WS-FEED-REJ-COUNT

       .

      *

       149-WRITE-ACK-COUNTS.

         SUBTRACT WS-FEED-REJ-COUNT FROM WS-INPUT-COUNT
             GIVING WS-FEED-ACCEPT-COUNT

         MOVE WS-FEED-DETAIL-COUNT TO ACL-RECEIVED
         MOVE WS-FEED-ACCEPT-COUNT TO ACL-ACCEPTED
         MOVE WS-FEED-REJ-COUNT    TO ACL-REJECTED
         WRITE ACK-REC FROM ACK-COUNT-LINE

         CLOSE ACK-FILE

       .

      *

       116-CONSOLIDATE-OR-HOLD.

         IF RECORD-HELD
             AND SVR-WAREHOUSE-ID = HV-WAREHOUSE-ID
             AND SVR-VENDOR-ID = HV-VENDOR-ID
             AND SVR-PRODUCT-ID = HV-PRODUCT-ID
             PERFORM 117-MERGE-DUPLICATE-RECORD
         ELSE
             IF RECORD-HELD
                 PERFORM 118-RELEASE-HELD-RECORD
             END-IF
             MOVE SORTED-VIBES-REC TO HELD-VIBES-REC
             MOVE 'Y' TO HELD-RECORD-FLAG
         END-IF

       .

      *

       117-MERGE-DUPLICATE-RECORD.

      *    Same full key as the held record - a vendor file sent
      *    twice, usually. Fold the per-slot quantities into the held
      *    record and log the pair on the duplicates register so the
      *    upstream feed can be chased.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF SVR-NUM-IN-STOCK (SUB) IS NUMERIC
                 IF HV-NUM-IN-STOCK (SUB) IS NUMERIC
                     ADD SVR-NUM-IN-STOCK (SUB)
                         TO HV-NUM-IN-STOCK (SUB)
                         ON SIZE ERROR
                             MOVE 9999 TO HV-NUM-IN-STOCK (SUB)
                     END-ADD
                 ELSE
                     MOVE SVR-NUM-IN-STOCK (SUB)
                         TO HV-NUM-IN-STOCK (SUB)
                 END-IF
             END-IF
         END-PERFORM

         ADD 1 TO WS-DUP-COUNT

         MOVE HV-WAREHOUSE-ID TO DUP-WAREHOUSE-ID
         MOVE HV-VENDOR-ID    TO DUP-VENDOR-ID
         MOVE HV-PRODUCT-ID   TO DUP-PRODUCT-ID
         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             MOVE HV-NUM-IN-STOCK (SUB)
                 TO DUP-COMBINED-STOCK (SUB)
         END-PERFORM

         WRITE DUPLICATE-REC

       .

      *

       118-RELEASE-HELD-RECORD.

         EVALUATE HV-WAREHOUSE-ID
             WHEN 'LAX1'
                 MOVE HELD-VIBES-REC TO LAX1-REC
                     WRITE LAX1-REC
                 IF LAX1-FILE-STATUS = '00'
                     ADD 1 TO WS-LAX1-COUNT
                 ELSE
                     ADD 1 TO WS-WRITE-FAIL-COUNT
                 END-IF
             WHEN 'SEA1'
                 MOVE HELD-VIBES-REC TO SEA1-REC
                     WRITE SEA1-REC
                 IF SEA1-FILE-STATUS = '00'
                     ADD 1 TO WS-SEA1-COUNT
                 ELSE
                     ADD 1 TO WS-WRITE-FAIL-COUNT
                 END-IF
             WHEN 'SLC1'
                 MOVE HELD-VIBES-REC TO SLC1-REC
                     WRITE SLC1-REC
                 IF SLC1-FILE-STATUS = '00'
                     ADD 1 TO WS-SLC1-COUNT
                 ELSE
                     ADD 1 TO WS-WRITE-FAIL-COUNT
                 END-IF
             WHEN 'SLC2'
                 MOVE HELD-VIBES-REC TO SLC2-REC
                     WRITE SLC2-REC
                 IF SLC2-FILE-STATUS = '00'
                     ADD 1 TO WS-SLC2-COUNT
                 ELSE
                     ADD 1 TO WS-WRITE-FAIL-COUNT
                 END-IF

      *        Any other warehouse already passed the master/active
      *        test in 144, so it routes through the overflow split
      *        file and merges in with the rest.

             WHEN OTHER
                 MOVE HELD-VIBES-REC TO XTRA-REC
                     WRITE XTRA-REC
                 IF XTRA-FILE-STATUS = '00'
                     ADD 1 TO WS-XTRA-COUNT
                 ELSE
                     ADD 1 TO WS-WRITE-FAIL-COUNT
                 END-IF
         END-EVALUATE

         PERFORM 113-APPLY-MASTER-UPDATE

         MOVE 'N' TO HELD-RECORD-FLAG

       .

      *

       113-APPLY-MASTER-UPDATE.

      *    The nightly VIBES stream is a net-change transaction
      *    stream against the permanent indexed master: an unmatched
      *    key is an add, a matched key is a change, and a matched
      *    key whose five stock slots are all zero is a delete. The
      *    master carries the standing on-hand picture between runs.
      *    Applied from the held record so consolidated duplicates
      *    post once, with their combined quantities.

         MOVE 'Y' TO MASTER-DELETE-FLAG
         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF HV-NUM-IN-STOCK (SUB) NOT = ZEROS
                 MOVE 'N' TO MASTER-DELETE-FLAG
             END-IF
         END-PERFORM

         MOVE HV-WAREHOUSE-ID TO IM-WAREHOUSE-ID
         MOVE HV-VENDOR-ID    TO IM-VENDOR-ID
         MOVE HV-PRODUCT-ID   TO IM-PRODUCT-ID

         READ INVENTORY-MASTER
             INVALID KEY
                 IF NOT MASTER-DELETE-TRANS
                     MOVE HELD-VIBES-REC TO MASTER-REC
                     PERFORM 141-STAMP-ALL-SLOT-DATES
                     PERFORM 163-SEED-NEW-AVG-COSTS
                     PERFORM 164-SAVE-NEW-SLOT-DATA
                     WRITE MASTER-REC
                         INVALID KEY
                             ADD 1 TO WS-WRITE-FAIL-COUNT
                         NOT INVALID KEY
                             ADD 1 TO WS-MASTER-ADD-COUNT
                             MOVE 'A' TO JE-ACTION
                             PERFORM 166-JOURNAL-FEED-SLOTS
                     END-WRITE
                 END-IF
             NOT INVALID KEY
                 IF MASTER-DELETE-TRANS
                     PERFORM 142-SAVE-OLD-SLOT-DATA
                     DELETE INVENTORY-MASTER
                         INVALID KEY
                             ADD 1 TO WS-WRITE-FAIL-COUNT
                         NOT INVALID KEY
                             ADD 1 TO WS-MASTER-DEL-COUNT
                             MOVE 'D' TO JE-ACTION
                             PERFORM 166-JOURNAL-FEED-SLOTS
                     END-DELETE
                 ELSE
                     PERFORM 142-SAVE-OLD-SLOT-DATA
                     MOVE HELD-VIBES-REC TO MASTER-REC
                     PERFORM 143-CARRY-OR-STAMP-DATES
                     PERFORM 173-BLEND-FEED-AVG-COSTS
                     PERFORM 164-SAVE-NEW-SLOT-DATA
                     REWRITE MASTER-REC
                         INVALID KEY
                             ADD 1 TO WS-WRITE-FAIL-COUNT
                         NOT INVALID KEY
                             ADD 1 TO WS-MASTER-CHG-COUNT
                             MOVE 'C' TO JE-ACTION
                             PERFORM 166-JOURNAL-FEED-SLOTS
                     END-REWRITE
                 END-IF
         END-READ

       .

      *

       141-STAMP-ALL-SLOT-DATES.

      *    A brand-new master record: every slot counts as touched
      *    tonight.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             MOVE WS-CURRENT-DATE TO IM-ACTIVITY-DATE (SUB)
         END-PERFORM

       .

      *

       142-SAVE-OLD-SLOT-DATA.

      *    The held VIBES record is about to overlay the master
      *    record just read, so the prior quantities and activity
      *    dates are parked first - 143 needs both to decide which
      *    slots actually moved. The numeric quantity and average
      *    cost are parked too, as the old side of the journal
      *    entries and the starting point for 173's blend. The
      *    count date and ABC class belong to the slot, not the
      *    feed, and are parked to be carried over.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             MOVE IM-NUM-IN-STOCK (SUB)
                 TO OLD-NUM-IN-STOCK (SUB)
             MOVE IM-ACTIVITY-DATE (SUB)
                 TO OLD-ACTIVITY-DATE (SUB)
             MOVE IM-COUNT-DATE (SUB) TO OLD-COUNT-DATE (SUB)
             MOVE IM-ABC-CLASS (SUB)  TO OLD-ABC-CLASS (SUB)
             IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
                 MOVE IM-NUM-IN-STOCK (SUB) TO OLD-QTY-VALUE (SUB)
             ELSE
                 MOVE ZEROS TO OLD-QTY-VALUE (SUB)
             END-IF
             PERFORM 195-ROUND-SLOT-AVG-COST
             MOVE WS-SLOT-AVG-COST TO OLD-PRICE-VALUE (SUB)
             IF IM-AVG-COST (SUB) IS NUMERIC
                 MOVE IM-AVG-COST (SUB) TO OLD-AVG-COST (SUB)
             ELSE
                 MOVE WS-SLOT-AVG-COST TO OLD-AVG-COST (SUB)
             END-IF
         END-PERFORM

       .

      *

       143-CARRY-OR-STAMP-DATES.

      *    A slot whose quantity is unchanged keeps its old activity
      *    date - that is the whole point of the date - while a slot
      *    the nightly stream moved is stamped with the as-of date.
      *    The last count date and ABC class always carry over.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-NUM-IN-STOCK (SUB) = OLD-NUM-IN-STOCK (SUB)
                 MOVE OLD-ACTIVITY-DATE (SUB)
                     TO IM-ACTIVITY-DATE (SUB)
             ELSE
                 MOVE WS-CURRENT-DATE TO IM-ACTIVITY-DATE (SUB)
             END-IF
             MOVE OLD-COUNT-DATE (SUB) TO IM-COUNT-DATE (SUB)
             MOVE OLD-ABC-CLASS (SUB)  TO IM-ABC-CLASS (SUB)
         END-PERFORM

       .

      *

       163-SEED-NEW-AVG-COSTS.

      *    A brand-new master record: everything on hand came in at
      *    tonight's feed price.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-PURCHASE-PRICE (SUB) IS NUMERIC
                 MOVE IM-PURCHASE-PRICE (SUB) TO IM-AVG-COST (SUB)
             ELSE
                 MOVE ZEROS TO IM-AVG-COST (SUB)
             END-IF
         END-PERFORM

       .

      *

       173-BLEND-FEED-AVG-COSTS.

      *    The held record has just overlaid the master, so each
      *    slot's average is put back from 142's copy first. Only
      *    the quantity the feed added is new stock, and it blends
      *    in at tonight's feed price; a slot the feed took down
      *    gave up units at the average, which leaves it unchanged.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             MOVE OLD-AVG-COST (SUB) TO IM-AVG-COST (SUB)
             IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
                 IF IM-NUM-IN-STOCK (SUB) > OLD-QTY-VALUE (SUB)
                     MOVE OLD-QTY-VALUE (SUB) TO WS-AVG-OLD-QTY
                     COMPUTE WS-AVG-IN-QTY =
                         IM-NUM-IN-STOCK (SUB) - OLD-QTY-VALUE (SUB)
                     IF IM-PURCHASE-PRICE (SUB) IS NUMERIC
                         MOVE IM-PURCHASE-PRICE (SUB)
                             TO WS-AVG-IN-COST
                     ELSE
                         MOVE IM-AVG-COST (SUB) TO WS-AVG-IN-COST
                     END-IF
                     PERFORM 194-BLEND-AVERAGE-COST
                 END-IF
             END-IF
         END-PERFORM

       .

      *

       119-APPLY-TRANSFERS.

      *    Transfers net against the merged file after the MERGE and
      *    before the report pass prices anything, so the warehouse
      *    totals reflect goods actually on each floor. Three passes:
      *    validate sender/receiver keys against UTAH-FILE, apply the
      *    sender decrements (rejecting any move that would drive a
      *    slot negative), then apply the receiver increments and
      *    rewrite UTAH-FILE. Accepted transfers also post to the
      *    inventory master so the standing on-hand picture moves
      *    with the stock - but, like 113-APPLY-MASTER-UPDATE, only
      *    on a fresh run. A restart re-merges the pre-transfer split
      *    files, so re-netting UTAH-FILE is correct, while the
      *    permanent master was already posted before the abend and
      *    must not be posted twice.

         IF WS-XFER-COUNT > 0
             PERFORM 121-XFER-VALIDATE-PASS
             PERFORM 122-XFER-SENDER-PASS
             PERFORM 123-XFER-RECEIVER-PASS
             IF RESTARTING-FROM-SPLIT-FILES
                 DISPLAY 'RESTART RUN - ACCEPTED TRANSFERS NOT '
                     'RE-POSTED TO INVENTORY MASTER'
             ELSE
                 PERFORM 129-POST-XFERS-TO-MASTER
             END-IF
         END-IF

       .

      *

       121-XFER-VALIDATE-PASS.

         OPEN INPUT UTAH-FILE

         MOVE SPACE TO EOF-FLAG

         PERFORM UNTIL NO-MORE-RECORDS
             READ UTAH-FILE
                 AT END
                     MOVE 'N' TO EOF-FLAG
                 NOT AT END
                     PERFORM 124-XFER-CHECK-RECORD
             END-READ
         END-PERFORM

         CLOSE UTAH-FILE

         PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
             UNTIL WS-XFER-SUB > WS-XFER-COUNT
             IF XF-STATUS (WS-XFER-SUB) = 'P'
                 IF XF-SENDER-FOUND (WS-XFER-SUB) NOT = 'Y'
                     MOVE 'R' TO XF-STATUS (WS-XFER-SUB)
                     MOVE 'SENDER NOT FOUND'
                         TO XF-REASON (WS-XFER-SUB)
                 ELSE
                     IF XF-RECEIVER-FOUND (WS-XFER-SUB) NOT = 'Y'
                         MOVE 'R' TO XF-STATUS (WS-XFER-SUB)
                         MOVE 'RECEIVER NOT FOUND'
                             TO XF-REASON (WS-XFER-SUB)
                     END-IF
                 END-IF
             END-IF
         END-PERFORM

       .

      *

       124-XFER-CHECK-RECORD.

      *    Receiver capacity is checked against a running projected
      *    balance, the same way 126-XFER-APPLY-SENDER nets the
      *    sender side: two transfers into the same slot that would
      *    jointly overflow it get the second one rejected here, not
      *    capped after the senders have already shipped. Outbound
      *    transfers from this record are deliberately not credited
      *    back into the projection - that can only over-reject,
      *    never lose stock.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF UR-NUM-IN-STOCK (SUB) IS NUMERIC
                 MOVE UR-NUM-IN-STOCK (SUB) TO XFER-PROJ-QTY (SUB)
             ELSE
                 MOVE ZEROS TO XFER-PROJ-QTY (SUB)
             END-IF
         END-PERFORM

         PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
             UNTIL WS-XFER-SUB > WS-XFER-COUNT
             IF XF-STATUS (WS-XFER-SUB) = 'P'
                 IF UR-WAREHOUSE-ID = XF-FROM-WH (WS-XFER-SUB)
                     AND UR-VENDOR-ID = XF-VENDOR (WS-XFER-SUB)
                     AND UR-PRODUCT-ID = XF-PRODUCT (WS-XFER-SUB)
                     MOVE 'Y' TO XF-SENDER-FOUND (WS-XFER-SUB)
                     IF UR-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                         IS NOT NUMERIC
                         MOVE 'R' TO XF-STATUS (WS-XFER-SUB)
                         MOVE 'SENDER STOCK INVALID'
                             TO XF-REASON (WS-XFER-SUB)
                     END-IF
                 END-IF
                 IF XF-STATUS (WS-XFER-SUB) = 'P'
                     AND UR-WAREHOUSE-ID = XF-TO-WH (WS-XFER-SUB)
                     AND UR-VENDOR-ID = XF-VENDOR (WS-XFER-SUB)
                     AND UR-PRODUCT-ID = XF-PRODUCT (WS-XFER-SUB)
                     MOVE 'Y' TO XF-RECEIVER-FOUND (WS-XFER-SUB)
                     IF UR-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                         IS NOT NUMERIC
                         MOVE 'R' TO XF-STATUS (WS-XFER-SUB)
                         MOVE 'RECEIVER STOCK BAD'
                             TO XF-REASON (WS-XFER-SUB)
                     ELSE
                         IF XFER-PROJ-QTY (XF-SLOT (WS-XFER-SUB))
                             + XF-QTY (WS-XFER-SUB) > 9999
                             MOVE 'R' TO XF-STATUS (WS-XFER-SUB)
                             MOVE 'RECEIVER SLOT FULL'
                                 TO XF-REASON (WS-XFER-SUB)
                         ELSE
                             ADD XF-QTY (WS-XFER-SUB) TO
                                 XFER-PROJ-QTY
                                     (XF-SLOT (WS-XFER-SUB))
                         END-IF
                     END-IF
                 END-IF
             END-IF
         END-PERFORM

       .

      *

       122-XFER-SENDER-PASS.

         OPEN INPUT  UTAH-FILE
              OUTPUT XFER-WORK-FILE

         MOVE SPACE TO EOF-FLAG

         PERFORM UNTIL NO-MORE-RECORDS
             READ UTAH-FILE
                 AT END
                     MOVE 'N' TO EOF-FLAG
                 NOT AT END
                     PERFORM 126-XFER-APPLY-SENDER
                     WRITE XFER-WORK-REC FROM UTAH-REC
             END-READ
         END-PERFORM

         CLOSE UTAH-FILE, XFER-WORK-FILE

       .

      *

       126-XFER-APPLY-SENDER.

      *    Decrements run in transfer-file order against the running
      *    slot balance, so a second transfer that overdraws what the
      *    first one left is the one rejected.

         PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
             UNTIL WS-XFER-SUB > WS-XFER-COUNT
             IF XF-STATUS (WS-XFER-SUB) = 'P'
                 AND UR-WAREHOUSE-ID = XF-FROM-WH (WS-XFER-SUB)
                 AND UR-VENDOR-ID = XF-VENDOR (WS-XFER-SUB)
                 AND UR-PRODUCT-ID = XF-PRODUCT (WS-XFER-SUB)
                 IF UR-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                     >= XF-QTY (WS-XFER-SUB)
                     SUBTRACT XF-QTY (WS-XFER-SUB) FROM
                         UR-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                     MOVE 'S' TO XF-STATUS (WS-XFER-SUB)
                 ELSE
                     MOVE 'R' TO XF-STATUS (WS-XFER-SUB)
                     MOVE 'INSUFFICIENT STOCK'
                         TO XF-REASON (WS-XFER-SUB)
                 END-IF
             END-IF
         END-PERFORM

       .

      *

       123-XFER-RECEIVER-PASS.

         OPEN INPUT  XFER-WORK-FILE
              OUTPUT UTAH-FILE

         MOVE SPACE TO EOF-FLAG

         PERFORM UNTIL NO-MORE-RECORDS
             READ XFER-WORK-FILE
                 AT END
                     MOVE 'N' TO EOF-FLAG
                 NOT AT END
                     PERFORM 128-XFER-APPLY-RECEIVER
                     WRITE UTAH-REC FROM XFER-WORK-REC
             END-READ
         END-PERFORM

         CLOSE XFER-WORK-FILE, UTAH-FILE

       .

      *

       128-XFER-APPLY-RECEIVER.

         PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
             UNTIL WS-XFER-SUB > WS-XFER-COUNT
             IF XF-STATUS (WS-XFER-SUB) = 'S'
                 AND XW-WAREHOUSE-ID = XF-TO-WH (WS-XFER-SUB)
                 AND XW-VENDOR-ID = XF-VENDOR (WS-XFER-SUB)
                 AND XW-PRODUCT-ID = XF-PRODUCT (WS-XFER-SUB)
      *          Capacity was proven in 124 against the projected
      *          balance, so the SIZE ERROR leg cannot fire in a
      *          sane run - if it ever does, the run is flagged
      *          abnormal rather than quietly capping the slot.

                 ADD XF-QTY (WS-XFER-SUB) TO
                     XW-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                     ON SIZE ERROR
                         MOVE 9999 TO
                             XW-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                         COMPUTE WS-WRITE-FAIL-COUNT =
                             WS-WRITE-FAIL-COUNT + 1
                 END-ADD
                 MOVE 'A' TO XF-STATUS (WS-XFER-SUB)
                 ADD 1 TO WS-XFER-ACC-COUNT
             END-IF
         END-PERFORM

       .

      *

       129-POST-XFERS-TO-MASTER.

      *    Keep the standing master in step with the floor: subtract
      *    each accepted transfer from the sender's master record and
      *    add it to the receiver's. A key the master does not carry
      *    is skipped - the register, not the master, is the audit
      *    trail for the movement itself.

         OPEN I-O INVENTORY-MASTER

         IF MASTER-FILE-STATUS = '00' OR MASTER-FILE-STATUS = '05'
             PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                 UNTIL WS-XFER-SUB > WS-XFER-COUNT
                 IF XF-STATUS (WS-XFER-SUB) = 'A'
                     PERFORM 134-POST-ONE-XFER-TO-MASTER
                 END-IF
             END-PERFORM

             CLOSE INVENTORY-MASTER
         ELSE
             DISPLAY 'INVENTORY-MASTER.DAT NOT UPDATED FOR '
                 'TRANSFERS - STATUS ' MASTER-FILE-STATUS
         END-IF

       .

      *

       134-POST-ONE-XFER-TO-MASTER.

      *    The units leave the sender at its average cost and
      *    arrive at the receiver carrying that cost, so a transfer
      *    moves value between warehouses without creating any. A
      *    sender the master does not carry leaves the receiver's
      *    average as it was.

         MOVE 'N' TO XFER-COST-FLAG

         MOVE XF-FROM-WH (WS-XFER-SUB) TO IM-WAREHOUSE-ID
         MOVE XF-VENDOR (WS-XFER-SUB)  TO IM-VENDOR-ID
         MOVE XF-PRODUCT (WS-XFER-SUB) TO IM-PRODUCT-ID

         READ INVENTORY-MASTER
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF IM-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                     IS NUMERIC
                     MOVE XF-SLOT (WS-XFER-SUB) TO SUB
                     PERFORM 195-ROUND-SLOT-AVG-COST
                     IF IM-AVG-COST (SUB) IS NUMERIC
                         MOVE IM-AVG-COST (SUB) TO WS-XFER-UNIT-COST
                     ELSE
                         MOVE WS-SLOT-AVG-COST TO WS-XFER-UNIT-COST
                     END-IF
                     MOVE 'Y' TO XFER-COST-FLAG
                     PERFORM 169-SET-JOURNAL-OLD-VALUES
                     SUBTRACT XF-QTY (WS-XFER-SUB) FROM
                         IM-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                         ON SIZE ERROR
                             MOVE ZEROS TO
                                 IM-NUM-IN-STOCK
                                     (XF-SLOT (WS-XFER-SUB))
                     END-SUBTRACT
                     MOVE WS-CURRENT-DATE TO
                         IM-ACTIVITY-DATE (XF-SLOT (WS-XFER-SUB))
                     PERFORM 168-SET-JOURNAL-NEW-VALUES
                     REWRITE MASTER-REC
                         INVALID KEY
                             ADD 1 TO WS-WRITE-FAIL-COUNT
                         NOT INVALID KEY
                             MOVE 'TRANSFER' TO JE-SOURCE
                             MOVE 'C' TO JE-ACTION
                             MOVE SPACES TO JE-REFERENCE
                             STRING 'TO ' XF-TO-WH (WS-XFER-SUB)
                                 DELIMITED BY SIZE
                                 INTO JE-REFERENCE
                             PERFORM 167-WRITE-JOURNAL-ENTRY
                     END-REWRITE
                 END-IF
         END-READ

         MOVE XF-TO-WH (WS-XFER-SUB)   TO IM-WAREHOUSE-ID
         MOVE XF-VENDOR (WS-XFER-SUB)  TO IM-VENDOR-ID
         MOVE XF-PRODUCT (WS-XFER-SUB) TO IM-PRODUCT-ID

         READ INVENTORY-MASTER
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF IM-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                     IS NUMERIC
                     MOVE XF-SLOT (WS-XFER-SUB) TO SUB
                     PERFORM 169-SET-JOURNAL-OLD-VALUES
                     MOVE IM-NUM-IN-STOCK (SUB) TO WS-AVG-OLD-QTY
                     MOVE XF-QTY (WS-XFER-SUB) TO WS-AVG-IN-QTY
                     IF XFER-COST-KNOWN
                         MOVE WS-XFER-UNIT-COST TO WS-AVG-IN-COST
                     ELSE
                         PERFORM 195-ROUND-SLOT-AVG-COST
                         MOVE WS-SLOT-AVG-COST TO WS-AVG-IN-COST
                     END-IF
                     PERFORM 194-BLEND-AVERAGE-COST
                     ADD XF-QTY (WS-XFER-SUB) TO
                         IM-NUM-IN-STOCK (XF-SLOT (WS-XFER-SUB))
                         ON SIZE ERROR
                             MOVE 9999 TO
                                 IM-NUM-IN-STOCK
                                     (XF-SLOT (WS-XFER-SUB))
                     END-ADD
                     MOVE WS-CURRENT-DATE TO
                         IM-ACTIVITY-DATE (XF-SLOT (WS-XFER-SUB))
                     PERFORM 168-SET-JOURNAL-NEW-VALUES
                     REWRITE MASTER-REC
                         INVALID KEY
                             ADD 1 TO WS-WRITE-FAIL-COUNT
                         NOT INVALID KEY
                             MOVE 'TRANSFER' TO JE-SOURCE
                             MOVE 'C' TO JE-ACTION
                             MOVE SPACES TO JE-REFERENCE
                             STRING 'FROM ' XF-FROM-WH (WS-XFER-SUB)
                                 DELIMITED BY SIZE
                                 INTO JE-REFERENCE
                             PERFORM 167-WRITE-JOURNAL-ENTRY
                     END-REWRITE
                 END-IF
         END-READ

       .

      *

       170-APPLY-RECEIPTS.

      *    Goods-receipt transactions keyed warehouse/vendor/product/
      *    slot. Each receipt posts its quantity into the standing
      *    inventory master and retires the matching open-PO line, so
      *    "already ordered, in transit" stops looking identical to
      *    "nobody acted on it". Like 113-APPLY-MASTER-UPDATE and the
      *    transfer postings, receipts are skipped on a restart - the
      *    prior execution already posted them before the abend.
      *    A missing receipts file means no goods arrived. Nor are
      *    they posted when OPEN-PO.TXT overflowed its table: 498
      *    cannot rewrite that file, so the PO lines they retire
      *    would be lost while the master kept the stock. RECEIPTS.TXT
      *    is left for the run after the table is enlarged.

         EVALUATE TRUE
             WHEN RESTARTING-FROM-SPLIT-FILES
                 DISPLAY 'RESTART RUN - RECEIPTS NOT RE-POSTED TO '
                     'INVENTORY MASTER'
             WHEN OPEN-PO-TABLE-OVERFLOWED
                 DISPLAY 'OPEN-PO.TXT EXCEEDS TABLE CAPACITY - '
                     'RECEIPTS NOT POSTED'
             WHEN OTHER
                 OPEN INPUT RECEIPTS-FILE

                 IF RECEIPTS-FILE-STATUS = '00'
                     OPEN I-O INVENTORY-MASTER

                     IF MASTER-FILE-STATUS = '00'
                         OR MASTER-FILE-STATUS = '05'
                         PERFORM UNTIL NO-MORE-RECEIPT-RECORDS
                             READ RECEIPTS-FILE
                                 AT END
                                     MOVE 'N' TO RECEIPTS-EOF-FLAG
                                 NOT AT END
                                     PERFORM 171-POST-ONE-RECEIPT
                             END-READ
                         END-PERFORM

                         CLOSE INVENTORY-MASTER
                     ELSE
                         DISPLAY 'INVENTORY-MASTER.DAT NOT UPDATED FOR '
                             'RECEIPTS - STATUS ' MASTER-FILE-STATUS
                     END-IF

                     CLOSE RECEIPTS-FILE
                 END-IF
         END-EVALUATE

       .

      *

       171-POST-ONE-RECEIPT.

         IF RCPT-SLOT IS NOT NUMERIC
             OR RCPT-QTY IS NOT NUMERIC
             OR RCPT-SLOT < 1 OR RCPT-SLOT > 5
             OR RCPT-QTY = ZEROS
             ADD 1 TO WS-RECEIPT-REJ-COUNT
         ELSE
             MOVE RCPT-WAREHOUSE-ID TO IM-WAREHOUSE-ID
             MOVE RCPT-VENDOR-ID    TO IM-VENDOR-ID
             MOVE RCPT-PRODUCT-ID   TO IM-PRODUCT-ID

             READ INVENTORY-MASTER
                 INVALID KEY
                     ADD 1 TO WS-RECEIPT-REJ-COUNT
                 NOT INVALID KEY
                     IF IM-NUM-IN-STOCK (RCPT-SLOT) IS NUMERIC
                         MOVE RCPT-SLOT TO SUB
                         PERFORM 169-SET-JOURNAL-OLD-VALUES
                         PERFORM 179-BLEND-RECEIPT-COST
                         ADD RCPT-QTY TO
                             IM-NUM-IN-STOCK (RCPT-SLOT)
                             ON SIZE ERROR
                                 MOVE 9999 TO
                                     IM-NUM-IN-STOCK (RCPT-SLOT)
                         END-ADD
                         MOVE WS-CURRENT-DATE TO
                             IM-ACTIVITY-DATE (RCPT-SLOT)
                         PERFORM 168-SET-JOURNAL-NEW-VALUES
                         REWRITE MASTER-REC
                             INVALID KEY
                                 ADD 1 TO WS-WRITE-FAIL-COUNT
                             NOT INVALID KEY
                                 ADD 1 TO WS-RECEIPT-COUNT
                                 PERFORM 172-MATCH-RECEIPT-TO-PO
                                 MOVE 'RECEIPT' TO JE-SOURCE
                                 MOVE 'C' TO JE-ACTION
                                 MOVE SPACES TO JE-REFERENCE
                                 PERFORM 167-WRITE-JOURNAL-ENTRY
                         END-REWRITE
                     ELSE
                         ADD 1 TO WS-RECEIPT-REJ-COUNT
                     END-IF
             END-READ
         END-IF

       .

      *

       179-BLEND-RECEIPT-COST.

      *    Received units blend into the slot's average at the cost
      *    keyed on the receipt, or at the last purchase price when
      *    none was keyed.

         MOVE IM-NUM-IN-STOCK (SUB) TO WS-AVG-OLD-QTY
         MOVE RCPT-QTY TO WS-AVG-IN-QTY

         IF RCPT-UNIT-COST IS NUMERIC
             AND RCPT-UNIT-COST > ZEROS
             MOVE RCPT-UNIT-COST TO WS-AVG-IN-COST
         ELSE
             IF IM-PURCHASE-PRICE (SUB) IS NUMERIC
                 MOVE IM-PURCHASE-PRICE (SUB) TO WS-AVG-IN-COST
             ELSE
                 PERFORM 195-ROUND-SLOT-AVG-COST
                 MOVE WS-SLOT-AVG-COST TO WS-AVG-IN-COST
             END-IF
         END-IF

         PERFORM 194-BLEND-AVERAGE-COST

       .

      *

       172-MATCH-RECEIPT-TO-PO.

      *    Work the received quantity off the open-PO lines for the
      *    same warehouse/vendor/product/slot, oldest line first
      *    (the file is written in confirmation order). The ordered
      *    quantity is left alone and the receipt is added to the
      *    line's received quantity, so the vendor invoice match can
      *    see what actually arrived. A line fully covered closes
      *    with the as-of date; a short shipment leaves the line
      *    open for the balance still in transit.

         MOVE RCPT-QTY TO WS-RCPT-REMAIN

         PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
             UNTIL WS-OPO-SUB > WS-OPEN-PO-COUNT
             IF WS-RCPT-REMAIN > 0
                 AND OPT-STATUS (WS-OPO-SUB) = 'O'
                 AND OPT-WAREHOUSE (WS-OPO-SUB) = RCPT-WAREHOUSE-ID
                 AND OPT-VENDOR (WS-OPO-SUB) = RCPT-VENDOR-ID
                 AND OPT-PRODUCT (WS-OPO-SUB) = RCPT-PRODUCT-ID
                 AND OPT-SLOT (WS-OPO-SUB) = RCPT-SLOT
                 IF OPT-RECEIVED-QTY (WS-OPO-SUB)
                     < OPT-QTY (WS-OPO-SUB)
                     COMPUTE WS-PO-BALANCE = OPT-QTY (WS-OPO-SUB)
                         - OPT-RECEIVED-QTY (WS-OPO-SUB)
                 ELSE
                     MOVE ZEROS TO WS-PO-BALANCE
                 END-IF
                 MOVE WS-CURRENT-DATE TO
                     OPT-RECEIPT-DATE (WS-OPO-SUB)
                 IF WS-RCPT-REMAIN >= WS-PO-BALANCE
                     SUBTRACT WS-PO-BALANCE FROM WS-RCPT-REMAIN
                     ADD WS-PO-BALANCE
                         TO OPT-RECEIVED-QTY (WS-OPO-SUB)
                     MOVE 'C' TO OPT-STATUS (WS-OPO-SUB)
                     ADD 1 TO WS-PO-CLOSE-COUNT
                 ELSE
                     ADD WS-RCPT-REMAIN
                         TO OPT-RECEIVED-QTY (WS-OPO-SUB)
                     MOVE ZEROS TO WS-RCPT-REMAIN
                 END-IF
             END-IF
         END-PERFORM

       .

      *

       175-APPLY-CYCLE-COUNTS.

      *    Physical count transactions from the floor counters, keyed
      *    warehouse/vendor/product/slot. Each count is compared to
      *    the book quantity on the standing master; a discrepancy is
      *    logged to the shrinkage file priced at the slot's average
      *    cost, and the master is adjusted to match the floor - so
      *    a miscount no longer lives in the master forever. Skipped
      *    on a restart for the same reason receipts are: the prior
      *    execution already posted the adjustments.
      *
      *    CYCLE-COUNT.TXT is normally the count worksheet from the
      *    ABC job with the counted quantities keyed in. A worksheet
      *    line left blank was not counted: it is passed over, not
      *    rejected, and the slot stays due.

         IF RESTARTING-FROM-SPLIT-FILES
             DISPLAY 'RESTART RUN - CYCLE COUNTS NOT RE-POSTED TO '
                 'INVENTORY MASTER'
         ELSE
             OPEN INPUT CYCLE-COUNT-FILE

             IF CYCLE-FILE-STATUS = '00'
                 OPEN I-O INVENTORY-MASTER
                      OUTPUT SHRINKAGE-FILE

                 IF MASTER-FILE-STATUS = '00'
                     OR MASTER-FILE-STATUS = '05'
                     PERFORM UNTIL NO-MORE-CYCLE-RECORDS
                         READ CYCLE-COUNT-FILE
                             AT END
                                 MOVE 'N' TO CYCLE-EOF-FLAG
                             NOT AT END
                                 IF CC-COUNTED-QTY NOT = SPACES
                                     ADD 1 TO WS-COUNT-TRANS-COUNT
                                     PERFORM 176-POST-ONE-COUNT
                                 END-IF
                         END-READ
                     END-PERFORM

                     CLOSE INVENTORY-MASTER
                 ELSE
                     DISPLAY 'INVENTORY-MASTER.DAT NOT ADJUSTED FOR '
                         'CYCLE COUNTS - STATUS ' MASTER-FILE-STATUS
                 END-IF

                 CLOSE CYCLE-COUNT-FILE, SHRINKAGE-FILE
             END-IF
         END-IF

       .

      *

       176-POST-ONE-COUNT.

      *    Every good count stamps the slot's count date, whether or
      *    not the floor agreed with the book; only a difference is
      *    logged as shrinkage and journaled.

         IF CC-SLOT IS NOT NUMERIC
             OR CC-COUNTED-QTY IS NOT NUMERIC
             OR CC-SLOT < 1 OR CC-SLOT > 5
             ADD 1 TO WS-COUNT-REJ-COUNT
         ELSE
             MOVE CC-WAREHOUSE-ID TO IM-WAREHOUSE-ID
             MOVE CC-VENDOR-ID    TO IM-VENDOR-ID
             MOVE CC-PRODUCT-ID   TO IM-PRODUCT-ID

             READ INVENTORY-MASTER
                 INVALID KEY
                     ADD 1 TO WS-COUNT-REJ-COUNT
                 NOT INVALID KEY
                     IF IM-NUM-IN-STOCK (CC-SLOT) IS NUMERIC
                         MOVE IM-NUM-IN-STOCK (CC-SLOT)
                             TO WS-SHRINK-BOOK-QTY
                     ELSE
                         MOVE ZEROS TO WS-SHRINK-BOOK-QTY
                     END-IF
                     MOVE WS-CURRENT-DATE TO IM-COUNT-DATE (CC-SLOT)
                     IF CC-COUNTED-QTY NOT = WS-SHRINK-BOOK-QTY
                         MOVE CC-SLOT TO SUB
                         PERFORM 177-LOG-SHRINKAGE
                         PERFORM 169-SET-JOURNAL-OLD-VALUES
                         MOVE CC-COUNTED-QTY TO
                             IM-NUM-IN-STOCK (CC-SLOT)
                         PERFORM 168-SET-JOURNAL-NEW-VALUES
                         REWRITE MASTER-REC
                             INVALID KEY
                                 ADD 1 TO WS-WRITE-FAIL-COUNT
                             NOT INVALID KEY
                                 ADD 1 TO WS-COUNT-ADJ-COUNT
                                 MOVE 'COUNT' TO JE-SOURCE
                                 MOVE 'C' TO JE-ACTION
                                 MOVE SPACES TO JE-REFERENCE
                                 PERFORM 167-WRITE-JOURNAL-ENTRY
                         END-REWRITE
                     ELSE
                         REWRITE MASTER-REC
                             INVALID KEY
                                 ADD 1 TO WS-WRITE-FAIL-COUNT
                         END-REWRITE
                     END-IF
             END-READ
         END-IF

       .

      *

       177-LOG-SHRINKAGE.

      *    Variance units run counted minus book, so shrinkage shows
      *    negative and found stock positive, and dollars follow the
      *    same sign at the slot's average cost - units lost or found
      *    on a count come and go at the average, which the
      *    adjustment leaves unchanged.

         MOVE CC-WAREHOUSE-ID   TO SK-WAREHOUSE-ID
         MOVE CC-VENDOR-ID      TO SK-VENDOR-ID
         MOVE CC-PRODUCT-ID     TO SK-PRODUCT-ID
         MOVE CC-SLOT           TO SK-SLOT
         MOVE WS-SHRINK-BOOK-QTY TO SK-BOOK-QTY
         MOVE CC-COUNTED-QTY    TO SK-COUNTED-QTY

         COMPUTE SK-VAR-UNITS =
             CC-COUNTED-QTY - WS-SHRINK-BOOK-QTY

         PERFORM 195-ROUND-SLOT-AVG-COST
         COMPUTE SK-VAR-DOLLARS =
             (CC-COUNTED-QTY - WS-SHRINK-BOOK-QTY) *
             WS-SLOT-AVG-COST

         ADD SK-VAR-UNITS TO WS-SHRINK-UNITS
         ADD SK-VAR-DOLLARS TO WS-SHRINK-DOLLARS

         WRITE SHRINKAGE-REC

       .

      *

       174-APPLY-DISPOSITIONS.

      *    Damaged, recalled, and expired stock written off, and
      *    stock returned to the vendor, from the floor's disposition
      *    tickets. Each good ticket relieves the standing master
      *    the way a shipment does and is valued at the slot's
      *    average cost; posted or rejected, every ticket lands on
      *    the disposal register file, and returns also go to the
      *    debit memo work file for the buyers. Skipped on a restart
      *    like the other postings. A missing file means nothing was
      *    disposed of.
      *
      *    Last night's EXPIRING-STOCK.TXT is read first, before the
      *    report pass rewrites it, keeping only the lots it flagged
      *    EXPIRED so tonight's disposals can be tied back to them.
      *    It is read whether or not any tickets came in: a night
      *    with no dispositions still owes a tie-back that lists
      *    every expired lot as not disposed.

         IF RESTARTING-FROM-SPLIT-FILES
             DISPLAY 'RESTART RUN - DISPOSITIONS NOT RE-POSTED TO '
                 'INVENTORY MASTER'
         ELSE
             OPEN INPUT EXPIRY-FILE

             IF EXPIRY-FILE-STATUS = '00'
                 MOVE SPACE TO EOF-FLAG

                 PERFORM UNTIL NO-MORE-RECORDS
                     READ EXPIRY-FILE
                         AT END
                             MOVE 'N' TO EOF-FLAG
                         NOT AT END
                             IF XP-BAND = 'EXPIRED '
                                 PERFORM 132-STORE-EXPIRED-LOT
                             END-IF
                     END-READ
                 END-PERFORM

                 CLOSE EXPIRY-FILE
             END-IF

             OPEN INPUT DISPOSITION-FILE

             IF DISPOSITION-FILE-STATUS = '00'
                 OPEN I-O INVENTORY-MASTER
                      OUTPUT DISPOSAL-REGISTER-FILE,
                             DEBIT-MEMO-WORK-FILE

                 IF MASTER-FILE-STATUS = '00'
                     OR MASTER-FILE-STATUS = '05'
                     PERFORM UNTIL NO-MORE-DISPOSITION-RECORDS
                         READ DISPOSITION-FILE
                             AT END
                                 MOVE 'N' TO DISPOSITION-EOF-FLAG
                             NOT AT END
                                 ADD 1 TO WS-DISP-TRANS-COUNT
                                 PERFORM 199-POST-ONE-DISPOSITION
                         END-READ
                     END-PERFORM

                     CLOSE INVENTORY-MASTER
                 ELSE
                     DISPLAY 'INVENTORY-MASTER.DAT NOT RELIEVED FOR '
                         'DISPOSITIONS - STATUS ' MASTER-FILE-STATUS
                 END-IF

                 CLOSE DISPOSITION-FILE,
                       DISPOSAL-REGISTER-FILE,
                       DEBIT-MEMO-WORK-FILE
             END-IF
         END-IF

       .

      *

       132-STORE-EXPIRED-LOT.

         IF WS-EXPIRED-LIST-COUNT < 500
             ADD 1 TO WS-EXPIRED-LIST-COUNT
             SET EXPIRED-LIST-INDEX TO WS-EXPIRED-LIST-COUNT
             MOVE XP-WAREHOUSE-ID
                 TO EXL-WAREHOUSE-ID (EXPIRED-LIST-INDEX)
             MOVE XP-VENDOR-ID TO EXL-VENDOR-ID (EXPIRED-LIST-INDEX)
             MOVE XP-PRODUCT-ID
                 TO EXL-PRODUCT-ID (EXPIRED-LIST-INDEX)
             MOVE XP-SLOT TO EXL-SLOT (EXPIRED-LIST-INDEX)
             MOVE XP-LOT-NUMBER
                 TO EXL-LOT-NUMBER (EXPIRED-LIST-INDEX)
             MOVE XP-EXPIRY-DATE
                 TO EXL-EXPIRY-DATE (EXPIRED-LIST-INDEX)
             MOVE XP-QTY TO EXL-QTY (EXPIRED-LIST-INDEX)
             MOVE XP-VALUE TO EXL-VALUE (EXPIRED-LIST-INDEX)
             MOVE ZEROS TO EXL-DISPOSED-QTY (EXPIRED-LIST-INDEX)
             ADD XP-VALUE TO WS-TIEBACK-FLAGGED-VALUE
         ELSE
             DISPLAY 'EXPIRING-STOCK.TXT EXCEEDS TABLE CAPACITY - '
                 'REMAINING EXPIRED LOTS NOT TIED BACK'
             MOVE 'N' TO EOF-FLAG
         END-IF

       .

      *

       199-POST-ONE-DISPOSITION.

      *    Edits run cheapest first, as for shipments. The ticket
      *    must name the lot actually standing in the slot - a lot
      *    that has since been replaced by a receipt is not the lot
      *    being thrown out - and may not take the slot below zero.

         MOVE SPACE TO WS-DISP-REASON
         MOVE ZEROS TO WS-DISP-VALUE
         MOVE 'N' TO DR-EXPIRED-FLAG

         EVALUATE TRUE
             WHEN NOT DS-DAMAGED AND NOT DS-RECALLED
                 AND NOT DS-EXPIRED AND NOT DS-RETURN-TO-VENDOR
                 MOVE 'INVALID REASON CODE' TO WS-DISP-REASON
             WHEN DS-SLOT IS NOT NUMERIC
                 OR DS-QTY IS NOT NUMERIC
                 OR DS-SLOT < 1 OR DS-SLOT > 5
                 OR DS-QTY = ZEROS
                 MOVE 'INVALID SLOT OR QTY' TO WS-DISP-REASON
             WHEN OTHER
                 MOVE 'N' TO WAREHOUSE-ID-VALID-FLAG
                 SET WAREHOUSE-INDEX TO 1
                 SEARCH WAREHOUSE-ENTRY
                     AT END
                         CONTINUE
                     WHEN DS-WAREHOUSE-ID = WH-TBL-ID (WAREHOUSE-INDEX)
                         AND WH-TBL-ACTIVE (WAREHOUSE-INDEX) = 'Y'
                         MOVE 'Y' TO WAREHOUSE-ID-VALID-FLAG
                 END-SEARCH

                 IF WAREHOUSE-ID-INVALID
                     MOVE 'WRONG WAREHOUSE' TO WS-DISP-REASON
                 END-IF
         END-EVALUATE

         IF WS-DISP-REASON = SPACE
             MOVE DS-WAREHOUSE-ID TO IM-WAREHOUSE-ID
             MOVE DS-VENDOR-ID    TO IM-VENDOR-ID
             MOVE DS-PRODUCT-ID   TO IM-PRODUCT-ID

             READ INVENTORY-MASTER
                 INVALID KEY
                     MOVE 'NOT ON MASTER' TO WS-DISP-REASON
                 NOT INVALID KEY
                     EVALUATE TRUE
                         WHEN IM-LOT-NUMBER (DS-SLOT)
                             NOT = DS-LOT-NUMBER
                             MOVE 'LOT NOT IN SLOT' TO WS-DISP-REASON
                         WHEN IM-NUM-IN-STOCK (DS-SLOT) IS NOT NUMERIC
                             OR IM-NUM-IN-STOCK (DS-SLOT) < DS-QTY
                             MOVE 'NO STOCK' TO WS-DISP-REASON
                         WHEN OTHER
                             MOVE DS-SLOT TO SUB
                             PERFORM 169-SET-JOURNAL-OLD-VALUES
                             COMPUTE WS-DISP-VALUE =
                                 DS-QTY * WS-SLOT-AVG-COST
                             SUBTRACT DS-QTY FROM
                                 IM-NUM-IN-STOCK (DS-SLOT)
                             MOVE WS-CURRENT-DATE TO
                                 IM-ACTIVITY-DATE (DS-SLOT)
                             PERFORM 168-SET-JOURNAL-NEW-VALUES
                             REWRITE MASTER-REC
                                 INVALID KEY
                                     ADD 1 TO WS-WRITE-FAIL-COUNT
                                     MOVE 'MASTER WRITE FAILED'
                                         TO WS-DISP-REASON
                                 NOT INVALID KEY
                                     MOVE 'DISPOSAL' TO JE-SOURCE
                                     MOVE 'C' TO JE-ACTION
                                     PERFORM 202-ACCUMULATE-DISPOSAL
                                     PERFORM 167-WRITE-JOURNAL-ENTRY
                             END-REWRITE
                     END-EVALUATE
             END-READ
         END-IF

         PERFORM 203-LOG-DISPOSAL

       .

      *

       202-ACCUMULATE-DISPOSAL.

      *    A posted disposal counts toward its reason's GL line. A
      *    return to vendor is also written for the debit memo, and
      *    any disposal of a lot last night's report flagged EXPIRED
      *    is credited against that line for the tie-back page.

         ADD 1 TO WS-DISP-POSTED-COUNT
         ADD WS-DISP-VALUE TO WS-DISP-TOTAL-VALUE

         EVALUATE TRUE
             WHEN DS-DAMAGED
                 MOVE 'DAMAGED' TO JE-REFERENCE
                 ADD 1 TO WS-DAMAGED-COUNT
                 ADD WS-DISP-VALUE TO WS-DAMAGED-VALUE
             WHEN DS-RECALLED
                 MOVE 'RECALLED' TO JE-REFERENCE
                 ADD 1 TO WS-RECALLED-COUNT
                 ADD WS-DISP-VALUE TO WS-RECALLED-VALUE
             WHEN DS-EXPIRED
                 MOVE 'EXPIRED' TO JE-REFERENCE
                 ADD 1 TO WS-EXPIRED-DISP-COUNT
                 ADD WS-DISP-VALUE TO WS-EXPIRED-DISP-VALUE
             WHEN DS-RETURN-TO-VENDOR
                 MOVE 'RETURNED' TO JE-REFERENCE
                 ADD 1 TO WS-RTV-COUNT
                 ADD WS-DISP-VALUE TO WS-RTV-VALUE

                 MOVE DS-VENDOR-ID     TO DW-VENDOR-ID
                 MOVE DS-WAREHOUSE-ID  TO DW-WAREHOUSE-ID
                 MOVE DS-PRODUCT-ID    TO DW-PRODUCT-ID
                 MOVE DS-SLOT          TO DW-SLOT
                 MOVE DS-LOT-NUMBER    TO DW-LOT-NUMBER
                 MOVE DS-REFERENCE     TO DW-REFERENCE
                 MOVE DS-QTY           TO DW-QTY
                 MOVE WS-SLOT-AVG-COST TO DW-UNIT-COST
                 MOVE WS-DISP-VALUE    TO DW-VALUE
                 WRITE DEBIT-MEMO-WORK-REC
                 ADD 1 TO WS-DEBIT-MEMO-COUNT
         END-EVALUATE

         IF WS-EXPIRED-LIST-COUNT > 0
             SET EXPIRED-LIST-INDEX TO 1
             SEARCH EXPIRED-LIST-ENTRY
                 AT END
                     CONTINUE
                 WHEN EXL-WAREHOUSE-ID (EXPIRED-LIST-INDEX)
                         = DS-WAREHOUSE-ID
                     AND EXL-VENDOR-ID (EXPIRED-LIST-INDEX)
                         = DS-VENDOR-ID
                     AND EXL-PRODUCT-ID (EXPIRED-LIST-INDEX)
                         = DS-PRODUCT-ID
                     AND EXL-SLOT (EXPIRED-LIST-INDEX) = DS-SLOT
                     AND EXL-LOT-NUMBER (EXPIRED-LIST-INDEX)
                         = DS-LOT-NUMBER
                     ADD DS-QTY
                         TO EXL-DISPOSED-QTY (EXPIRED-LIST-INDEX)
                     ADD WS-DISP-VALUE TO WS-TIEBACK-DISPOSED-VALUE
                     MOVE 'Y' TO DR-EXPIRED-FLAG
             END-SEARCH
         END-IF

         IF DS-EXPIRED AND DR-EXPIRED-FLAG = 'N'
             ADD 1 TO WS-EXP-UNLISTED-COUNT
         END-IF

       .

      *

       203-LOG-DISPOSAL.

         MOVE DS-WAREHOUSE-ID TO DR-WAREHOUSE-ID
         MOVE DS-VENDOR-ID    TO DR-VENDOR-ID
         MOVE DS-PRODUCT-ID   TO DR-PRODUCT-ID
         MOVE DS-SLOT         TO DR-SLOT
         MOVE DS-LOT-NUMBER   TO DR-LOT-NUMBER
         MOVE DS-REASON-CODE  TO DR-REASON-CODE
         MOVE DS-REFERENCE    TO DR-REFERENCE

         IF DS-QTY IS NUMERIC
             MOVE DS-QTY TO DR-QTY
         ELSE
             MOVE ZEROS TO DR-QTY
         END-IF

         EVALUATE TRUE
             WHEN DS-DAMAGED
                 MOVE 'DAMAGED' TO DR-REASON-NAME
             WHEN DS-RECALLED
                 MOVE 'RECALLED' TO DR-REASON-NAME
             WHEN DS-EXPIRED
                 MOVE 'EXPIRED' TO DR-REASON-NAME
             WHEN DS-RETURN-TO-VENDOR
                 MOVE 'RTV' TO DR-REASON-NAME
             WHEN OTHER
                 MOVE DS-REASON-CODE TO DR-REASON-NAME
         END-EVALUATE

         IF WS-DISP-REASON = SPACE
             MOVE 'POSTED' TO DR-STATUS
         ELSE
             MOVE 'REJECTED' TO DR-STATUS
             ADD 1 TO WS-DISP-REJ-COUNT
         END-IF

         MOVE WS-DISP-REASON TO DR-REASON
         MOVE WS-DISP-VALUE  TO DR-VALUE

         WRITE DISPOSAL-REGISTER-REC

       .

      *

       180-APPLY-SHIPMENTS.

      *    Pick confirmations from the floor, keyed order number /
      *    shipping warehouse / slot. Each good confirmation relieves
      *    the standing master the way 171-POST-ONE-RECEIPT adds to
      *    it, and moves the customer order on to partially shipped
      *    or shipped. Every confirmation, posted or rejected, lands
      *    on the shipment register file for the report. Skipped on
      *    a restart like receipts and counts - the prior execution
      *    already relieved the master. A missing file means nothing
      *    shipped. Nor are they posted when CUSTOMER-ORDER.TXT
      *    overflowed its table: 499 cannot rewrite that file, so
      *    the orders would be picked again tomorrow for stock that
      *    had already left. SHIPMENTS.TXT is left for the run after
      *    the table is enlarged.

         EVALUATE TRUE
             WHEN RESTARTING-FROM-SPLIT-FILES
                 DISPLAY 'RESTART RUN - SHIPMENTS NOT RE-POSTED TO '
                     'INVENTORY MASTER'
             WHEN ORDER-TABLE-OVERFLOWED
                 DISPLAY 'CUSTOMER-ORDER.TXT EXCEEDS TABLE CAPACITY - '
                     'SHIPMENTS NOT POSTED'
             WHEN OTHER
                 OPEN INPUT SHIPMENT-FILE

                 IF SHIPMENT-FILE-STATUS = '00'
                     OPEN I-O INVENTORY-MASTER
                          OUTPUT SHIP-REGISTER-FILE

                     IF MASTER-FILE-STATUS = '00'
                         OR MASTER-FILE-STATUS = '05'
                         PERFORM UNTIL NO-MORE-SHIPMENT-RECORDS
                             READ SHIPMENT-FILE
                                 AT END
                                     MOVE 'N' TO SHIPMENT-EOF-FLAG
                                 NOT AT END
                                     ADD 1 TO WS-SHIP-TRANS-COUNT
                                     PERFORM 181-POST-ONE-SHIPMENT
                             END-READ
                         END-PERFORM

                         CLOSE INVENTORY-MASTER
                     ELSE
                         DISPLAY 'INVENTORY-MASTER.DAT NOT UPDATED FOR '
                             'SHIPMENTS - STATUS ' MASTER-FILE-STATUS
                     END-IF

                     CLOSE SHIPMENT-FILE, SHIP-REGISTER-FILE
                 END-IF
         END-EVALUATE

       .

      *

       181-POST-ONE-SHIPMENT.

      *    Edits run cheapest first: a malformed confirmation, an
      *    order number nobody keyed, an order already shipped in
      *    full, and more units than the order still owes are all
      *    turned away before the master is read.

         MOVE SPACE TO WS-SHIP-REASON
         MOVE ZEROS TO WS-SHIP-VALUE

         PERFORM 182-FIND-SHIP-ORDER

         EVALUATE TRUE
             WHEN SHP-SLOT IS NOT NUMERIC
                 OR SHP-QTY IS NOT NUMERIC
                 OR SHP-SLOT < 1 OR SHP-SLOT > 5
                 OR SHP-QTY = ZEROS
                 MOVE 'INVALID SLOT OR QTY' TO WS-SHIP-REASON
             WHEN WS-SHIP-ORD-SUB = ZEROS
                 MOVE 'UNKNOWN ORDER' TO WS-SHIP-REASON
             WHEN ORD-STATUS (WS-SHIP-ORD-SUB) = 'S'
                 MOVE 'ALREADY SHIPPED' TO WS-SHIP-REASON
             WHEN SHP-QTY > ORD-QTY (WS-SHIP-ORD-SUB) -
                            ORD-SHIPPED-QTY (WS-SHIP-ORD-SUB)
                 MOVE 'EXCEEDS ORDER QTY' TO WS-SHIP-REASON
             WHEN OTHER
                 PERFORM 183-RELIEVE-MASTER-STOCK
         END-EVALUATE

         PERFORM 186-LOG-SHIPMENT

       .

      *

       182-FIND-SHIP-ORDER.

         MOVE ZEROS TO WS-SHIP-ORD-SUB

         PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
             UNTIL WS-ORD-SUB > WS-ORDER-COUNT
             IF WS-SHIP-ORD-SUB = ZEROS
                 AND ORD-ORDER-NBR (WS-ORD-SUB) = SHP-ORDER-NBR
                 MOVE WS-ORD-SUB TO WS-SHIP-ORD-SUB
             END-IF
         END-PERFORM

       .

      *

       183-RELIEVE-MASTER-STOCK.

      *    The order names the vendor and product; the confirmation
      *    names where it was picked. A warehouse that is not active
      *    on the warehouse master, or that carries no master record
      *    for the ordered product, is the wrong warehouse. A slot
      *    holding fewer units than were confirmed is rejected as no
      *    stock rather than driven negative.

         MOVE 'N' TO WAREHOUSE-ID-VALID-FLAG

         SET WAREHOUSE-INDEX TO 1

         SEARCH WAREHOUSE-ENTRY
             AT END
                 CONTINUE
             WHEN SHP-WAREHOUSE-ID = WH-TBL-ID (WAREHOUSE-INDEX)
                 AND WH-TBL-ACTIVE (WAREHOUSE-INDEX) = 'Y'
                 MOVE 'Y' TO WAREHOUSE-ID-VALID-FLAG
         END-SEARCH

         IF WAREHOUSE-ID-INVALID
             MOVE 'WRONG WAREHOUSE' TO WS-SHIP-REASON
         ELSE
             MOVE SHP-WAREHOUSE-ID              TO IM-WAREHOUSE-ID
             MOVE ORD-VENDOR (WS-SHIP-ORD-SUB)  TO IM-VENDOR-ID
             MOVE ORD-PRODUCT (WS-SHIP-ORD-SUB) TO IM-PRODUCT-ID

             READ INVENTORY-MASTER
                 INVALID KEY
                     MOVE 'WRONG WAREHOUSE' TO WS-SHIP-REASON
                 NOT INVALID KEY
                     IF IM-NUM-IN-STOCK (SHP-SLOT) IS NOT NUMERIC
                         OR IM-NUM-IN-STOCK (SHP-SLOT) < SHP-QTY
                         MOVE 'NO STOCK' TO WS-SHIP-REASON
                     ELSE
                         MOVE SHP-SLOT TO SUB
                         PERFORM 169-SET-JOURNAL-OLD-VALUES
                         SUBTRACT SHP-QTY FROM
                             IM-NUM-IN-STOCK (SHP-SLOT)
                         MOVE WS-CURRENT-DATE TO
                             IM-ACTIVITY-DATE (SHP-SLOT)
                         PERFORM 168-SET-JOURNAL-NEW-VALUES
                         REWRITE MASTER-REC
                             INVALID KEY
                                 ADD 1 TO WS-WRITE-FAIL-COUNT
                                 MOVE 'MASTER WRITE FAILED'
                                     TO WS-SHIP-REASON
                             NOT INVALID KEY
                                 PERFORM 184-ADVANCE-ORDER-STATUS
                                 MOVE 'SHIPMENT' TO JE-SOURCE
                                 MOVE 'C' TO JE-ACTION
                                 MOVE SHP-ORDER-NBR TO JE-REFERENCE
                                 PERFORM 167-WRITE-JOURNAL-ENTRY
                         END-REWRITE
                     END-IF
             END-READ
         END-IF

       .

      *

       184-ADVANCE-ORDER-STATUS.

      *    The order is shipped complete once everything it asked
      *    for has gone out; until then it is partially shipped and
      *    only the balance stays allocated.

         ADD 1 TO WS-SHIP-POSTED-COUNT

         ADD SHP-QTY TO ORD-SHIPPED-QTY (WS-SHIP-ORD-SUB)
         MOVE WS-CURRENT-DATE TO ORD-SHIP-DATE (WS-SHIP-ORD-SUB)

         IF ORD-SHIPPED-QTY (WS-SHIP-ORD-SUB) >=
             ORD-QTY (WS-SHIP-ORD-SUB)
             MOVE 'S' TO ORD-STATUS (WS-SHIP-ORD-SUB)
             MOVE 'Y' TO ORD-COVERED (WS-SHIP-ORD-SUB)
         ELSE
             MOVE 'P' TO ORD-STATUS (WS-SHIP-ORD-SUB)
         END-IF

      *    Shipped units leave at the slot's average cost.

         PERFORM 195-ROUND-SLOT-AVG-COST
         COMPUTE WS-SHIP-VALUE = SHP-QTY * WS-SLOT-AVG-COST

         ADD WS-SHIP-VALUE TO WS-SHIP-TOTAL-VALUE

       .

      *

       186-LOG-SHIPMENT.

         MOVE SHP-ORDER-NBR    TO SRG-ORDER-NBR
         MOVE SHP-WAREHOUSE-ID TO SRG-WAREHOUSE-ID
         MOVE SHP-SLOT         TO SRG-SLOT

         IF WS-SHIP-ORD-SUB > ZEROS
             MOVE ORD-VENDOR (WS-SHIP-ORD-SUB)  TO SRG-VENDOR-ID
             MOVE ORD-PRODUCT (WS-SHIP-ORD-SUB) TO SRG-PRODUCT-ID
         ELSE
             MOVE SPACE TO SRG-VENDOR-ID, SRG-PRODUCT-ID
         END-IF

         IF SHP-QTY IS NUMERIC
             MOVE SHP-QTY TO SRG-QTY
         ELSE
             MOVE ZEROS TO SRG-QTY
         END-IF

         IF WS-SHIP-REASON = SPACE
             IF ORD-STATUS (WS-SHIP-ORD-SUB) = 'S'
                 MOVE 'SHIPPED' TO SRG-STATUS
             ELSE
                 MOVE 'PARTIAL' TO SRG-STATUS
             END-IF
         ELSE
             MOVE 'REJECTED' TO SRG-STATUS
             ADD 1 TO WS-SHIP-REJ-COUNT
         END-IF

         MOVE WS-SHIP-REASON TO SRG-REASON
         MOVE WS-SHIP-VALUE  TO SRG-VALUE

         WRITE SHIP-REGISTER-REC

       .

      *

       185-BUILD-PICK-LIST.

      *    Tomorrow's pick list: every order balance still owed after
      *    tonight's confirmations is allocated against master stock,
      *    warehouse by warehouse in warehouse-master order and slot
      *    by slot, without promising the same units twice - the
      *    allocation table remembers what earlier orders already
      *    took from each slot. The lines are sorted into warehouse
      *    pick order on PICK-LIST.TXT, and each one carries the
      *    order number, warehouse and slot the floor keys back on
      *    its confirmation. A balance no stock can cover stays off
      *    the list and shows on the shortage page instead. Runs on
      *    a restart too, since it only reads the master.

         OPEN INPUT INVENTORY-MASTER

         IF MASTER-FILE-STATUS = '00' OR MASTER-FILE-STATUS = '05'
             OPEN OUTPUT PICK-WORK-FILE

             PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                 UNTIL WS-ORD-SUB > WS-ORDER-COUNT
                 IF ORD-STATUS (WS-ORD-SUB) NOT = 'S'
                     COMPUTE WS-PICK-REMAIN =
                         ORD-QTY (WS-ORD-SUB) -
                         ORD-SHIPPED-QTY (WS-ORD-SUB)
                     PERFORM VARYING WAREHOUSE-INDEX FROM 1 BY 1
                         UNTIL WAREHOUSE-INDEX > WS-WAREHOUSE-COUNT
                             OR WS-PICK-REMAIN NOT > ZEROS
                         IF WH-TBL-ACTIVE (WAREHOUSE-INDEX) = 'Y'
                             PERFORM 187-PICK-FROM-WAREHOUSE
                         END-IF
                     END-PERFORM
                 END-IF
             END-PERFORM

             CLOSE PICK-WORK-FILE, INVENTORY-MASTER

             SORT PICK-SORT-FILE
                 ON ASCENDING KEY PKS-WAREHOUSE-ID,
                                  PKS-VENDOR-ID,
                                  PKS-PRODUCT-ID,
                                  PKS-SLOT,
                                  PKS-ORDER-NBR
                 USING PICK-WORK-FILE
                 GIVING PICK-LIST-FILE
         ELSE
             DISPLAY 'PICK LIST NOT BUILT - INVENTORY-MASTER.DAT '
                 'STATUS ' MASTER-FILE-STATUS
         END-IF

       .

      *

       187-PICK-FROM-WAREHOUSE.

         MOVE WH-TBL-ID (WAREHOUSE-INDEX) TO IM-WAREHOUSE-ID
         MOVE ORD-VENDOR (WS-ORD-SUB)     TO IM-VENDOR-ID
         MOVE ORD-PRODUCT (WS-ORD-SUB)    TO IM-PRODUCT-ID

         READ INVENTORY-MASTER
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 PERFORM VARYING SUB FROM 1 BY 1
                     UNTIL SUB > 5 OR WS-PICK-REMAIN NOT > ZEROS
                     IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
                         AND IM-NUM-IN-STOCK (SUB) > ZEROS
                         PERFORM 188-PICK-FROM-SLOT
                     END-IF
                 END-PERFORM
         END-READ

       .

      *

       188-PICK-FROM-SLOT.

         PERFORM 189-FIND-PICK-ALLOCATION

         IF WS-PKA-MATCH > ZEROS
             COMPUTE WS-PICK-AVAIL =
                 IM-NUM-IN-STOCK (SUB) - PKA-QTY (WS-PKA-MATCH)
         ELSE
             MOVE IM-NUM-IN-STOCK (SUB) TO WS-PICK-AVAIL
         END-IF

         IF WS-PICK-AVAIL > ZEROS
             IF WS-PICK-AVAIL < WS-PICK-REMAIN
                 MOVE WS-PICK-AVAIL TO WS-PICK-QTY
             ELSE
                 MOVE WS-PICK-REMAIN TO WS-PICK-QTY
             END-IF
             SUBTRACT WS-PICK-QTY FROM WS-PICK-REMAIN

             IF WS-PKA-MATCH > ZEROS
                 ADD WS-PICK-QTY TO PKA-QTY (WS-PKA-MATCH)
             ELSE
                 IF WS-PICK-ALLOC-COUNT < 500
                     ADD 1 TO WS-PICK-ALLOC-COUNT
                     MOVE IM-MASTER-KEY TO
                         PKA-MASTER-KEY (WS-PICK-ALLOC-COUNT)
                     MOVE SUB TO PKA-SLOT (WS-PICK-ALLOC-COUNT)
                     MOVE WS-PICK-QTY TO
                         PKA-QTY (WS-PICK-ALLOC-COUNT)
                 ELSE
                     IF NOT PICK-ALLOC-TABLE-FULL
                         DISPLAY 'PICK ALLOCATION TABLE FULL - '
                             'LATER PICKS MAY REPEAT EARLIER ONES'
                         MOVE 'Y' TO PICK-ALLOC-FULL-FLAG
                     END-IF
                 END-IF
             END-IF

             MOVE IM-WAREHOUSE-ID            TO PK-WAREHOUSE-ID
             MOVE IM-VENDOR-ID               TO PK-VENDOR-ID
             MOVE IM-PRODUCT-ID              TO PK-PRODUCT-ID
             MOVE SUB                        TO PK-SLOT
             MOVE ORD-ORDER-NBR (WS-ORD-SUB) TO PK-ORDER-NBR
             MOVE WS-PICK-QTY                TO PK-QTY
             MOVE IM-LOT-NUMBER (SUB)        TO PK-LOT-NUMBER
             MOVE ORD-REQ-DATE (WS-ORD-SUB)  TO PK-REQ-DATE
             WRITE PICK-WORK-REC

             ADD 1 TO WS-PICK-LINE-COUNT
             ADD WS-PICK-QTY TO WS-PICK-UNITS
         END-IF

       .

      *

       189-FIND-PICK-ALLOCATION.

         MOVE ZEROS TO WS-PKA-MATCH

         PERFORM VARYING WS-PKA-SUB FROM 1 BY 1
             UNTIL WS-PKA-SUB > WS-PICK-ALLOC-COUNT
             IF PKA-MASTER-KEY (WS-PKA-SUB) = IM-MASTER-KEY
                 AND PKA-SLOT (WS-PKA-SUB) = SUB
                 MOVE WS-PKA-SUB TO WS-PKA-MATCH
             END-IF
         END-PERFORM

       .

      *

       190-VALUE-MASTER-BEFORE-POSTINGS.

      *    Master-basis run, first look: the merged feed is matched
      *    key for key against the standing master as the feed has
      *    just left it, before transfers, receipts, counts, and
      *    shipments post. Both files are in warehouse / vendor /
      *    product order. Master keys the feed did not carry are the
      *    stock that did not change tonight; feed keys the master
      *    does not carry are deletes and records it refused; any
      *    other gap on a matched key is a feed-versus-master
      *    difference (a duplicate feed record, a restart that did
      *    not re-post the feed).

         OPEN INPUT UTAH-FILE, INVENTORY-MASTER

         IF MASTER-FILE-STATUS NOT = '00'
             AND MASTER-FILE-STATUS NOT = '05'
             DISPLAY 'INVENTORY-MASTER.DAT COULD NOT BE OPENED - '
                 'STATUS ' MASTER-FILE-STATUS
                 ' - VALUING FROM THE FEED'
             MOVE 'F' TO WS-VALUATION-BASIS
             CLOSE UTAH-FILE
         ELSE
             MOVE SPACE TO EOF-FLAG, MASTER-SCAN-EOF-FLAG
             MOVE SPACES TO WS-RECON-LAST-MATCH-KEY

             MOVE LOW-VALUES TO IM-MASTER-KEY
             START INVENTORY-MASTER
                 KEY IS NOT LESS THAN IM-MASTER-KEY
                 INVALID KEY
                     MOVE 'N' TO MASTER-SCAN-EOF-FLAG
             END-START

             PERFORM 196-READ-RECON-FEED
             PERFORM 197-READ-RECON-MASTER

             PERFORM UNTIL NO-MORE-RECORDS
                 AND NO-MORE-MASTER-RECORDS
                 EVALUATE TRUE
                     WHEN WS-RECON-FEED-KEY < WS-RECON-MASTER-KEY
                         ADD WS-RECON-FEED-VALUE
                             TO WS-RECON-FEED-RAW-TOTAL
                         IF WS-RECON-FEED-KEY
                             = WS-RECON-LAST-MATCH-KEY
                             SUBTRACT WS-RECON-FEED-VALUE
                                 FROM WS-RECON-MATCHED-DIFF
                         ELSE
                             ADD WS-RECON-FEED-VALUE
                                 TO WS-RECON-FEED-ONLY-VALUE
                             ADD 1 TO WS-RECON-FEED-ONLY-COUNT
                         END-IF
                         PERFORM 196-READ-RECON-FEED
                     WHEN WS-RECON-FEED-KEY > WS-RECON-MASTER-KEY
                         ADD WS-RECON-MASTER-VALUE
                             TO WS-RECON-MASTER-BEFORE
                         ADD WS-RECON-MASTER-VALUE
                             TO WS-RECON-MASTER-ONLY-VALUE
                         ADD 1 TO WS-RECON-MASTER-ONLY-COUNT
                         PERFORM 197-READ-RECON-MASTER
                     WHEN OTHER
                         ADD WS-RECON-FEED-VALUE
                             TO WS-RECON-FEED-RAW-TOTAL
                         ADD WS-RECON-MASTER-VALUE
                             TO WS-RECON-MASTER-BEFORE
                         COMPUTE WS-RECON-MATCHED-DIFF =
                             WS-RECON-MATCHED-DIFF
                             + WS-RECON-MASTER-VALUE
                             - WS-RECON-FEED-VALUE
                         MOVE WS-RECON-FEED-KEY
                             TO WS-RECON-LAST-MATCH-KEY
                         PERFORM 196-READ-RECON-FEED
                         PERFORM 197-READ-RECON-MASTER
                 END-EVALUATE
             END-PERFORM

             CLOSE UTAH-FILE, INVENTORY-MASTER
         END-IF

       .

      *

       191-VALUE-MASTER-AFTER-POSTINGS.

      *    Master-basis run, second look, once every posting is in.
      *    The feed as the report would have valued it (transfers
      *    already netted by 119) is totalled one last time; then
      *    the standing master is copied out in feed layout and the
      *    copy replaces UTAH-FILE - the same way 123 rewrites it -
      *    so the report pass, the GL extract, the summary CSV, and
      *    the availability report all run from the full on-hand
      *    position without knowing the difference. The posting
      *    buckets filled by 162 leave whatever is unexplained.

         OPEN INPUT UTAH-FILE

         MOVE SPACE TO EOF-FLAG
         PERFORM 196-READ-RECON-FEED

         PERFORM UNTIL NO-MORE-RECORDS
             ADD WS-RECON-FEED-VALUE TO WS-RECON-FEED-FINAL-TOTAL
             PERFORM 196-READ-RECON-FEED
         END-PERFORM

         CLOSE UTAH-FILE

         COMPUTE WS-RECON-XFER-NET-VALUE =
             WS-RECON-FEED-FINAL-TOTAL - WS-RECON-FEED-RAW-TOTAL

         OPEN INPUT INVENTORY-MASTER

         IF MASTER-FILE-STATUS NOT = '00'
             AND MASTER-FILE-STATUS NOT = '05'
             DISPLAY 'INVENTORY-MASTER.DAT COULD NOT BE OPENED - '
                 'STATUS ' MASTER-FILE-STATUS
                 ' - VALUING FROM THE FEED'
             MOVE 'F' TO WS-VALUATION-BASIS
         ELSE
             OPEN OUTPUT XFER-WORK-FILE

             MOVE SPACE TO MASTER-SCAN-EOF-FLAG

             MOVE LOW-VALUES TO IM-MASTER-KEY
             START INVENTORY-MASTER
                 KEY IS NOT LESS THAN IM-MASTER-KEY
                 INVALID KEY
                     MOVE 'N' TO MASTER-SCAN-EOF-FLAG
             END-START

             PERFORM 197-READ-RECON-MASTER

             PERFORM UNTIL NO-MORE-MASTER-RECORDS
                 ADD WS-RECON-MASTER-VALUE TO WS-RECON-MASTER-AFTER
                 MOVE MASTER-REC TO XFER-WORK-REC
                 WRITE XFER-WORK-REC
                 ADD 1 TO WS-RECON-IMAGE-COUNT
                 PERFORM 197-READ-RECON-MASTER
             END-PERFORM

             CLOSE INVENTORY-MASTER, XFER-WORK-FILE

             OPEN INPUT  XFER-WORK-FILE
                  OUTPUT UTAH-FILE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ XFER-WORK-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         WRITE UTAH-REC FROM XFER-WORK-REC
                 END-READ
             END-PERFORM

             CLOSE XFER-WORK-FILE, UTAH-FILE

             MOVE 'MASTER VALUATION' TO H2-TITLE

             COMPUTE WS-RECON-OTHER-VALUE =
                 WS-RECON-MASTER-AFTER
                 - WS-RECON-MASTER-BEFORE
                 - WS-RECON-RECEIPT-VALUE
                 - WS-RECON-XFER-IN-VALUE
                 - WS-RECON-XFER-OUT-VALUE
                 - WS-RECON-COUNT-VALUE
                 - WS-RECON-SHIP-VALUE
                 - WS-RECON-DISPOSAL-VALUE
         END-IF

       .

      *

       193-CHECK-RECON-WAREHOUSE.

      *    Same warehouse subset rule as 131, for a key that is not
      *    sitting in UTAH-REC.

         IF WAREHOUSE-SUBSET
             MOVE 'N' TO RECON-WANTED-FLAG
             PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                 UNTIL WS-RC-SUB > 4
                 IF WS-RECON-WAREHOUSE-ID =
                     WS-RC-WAREHOUSE-SELECT (WS-RC-SUB)
                     MOVE 'Y' TO RECON-WANTED-FLAG
                 END-IF
             END-PERFORM
         ELSE
             MOVE 'Y' TO RECON-WANTED-FLAG
         END-IF

       .

      *

       196-READ-RECON-FEED.

      *    Next feed record and its value at stock times price; a
      *    non-numeric slot is worth nothing, as in 150. End of file
      *    sets the key high so the match above drains the master.

         READ UTAH-FILE
             AT END
                 MOVE 'N' TO EOF-FLAG
                 MOVE HIGH-VALUES TO WS-RECON-FEED-KEY
                 MOVE ZEROS TO WS-RECON-FEED-VALUE
             NOT AT END
                 STRING UR-WAREHOUSE-ID UR-VENDOR-ID UR-PRODUCT-ID
                     DELIMITED BY SIZE
                     INTO WS-RECON-FEED-KEY
                 MOVE ZEROS TO WS-RECON-FEED-VALUE
                 MOVE UR-WAREHOUSE-ID TO WS-RECON-WAREHOUSE-ID
                 PERFORM 193-CHECK-RECON-WAREHOUSE
                 IF RECON-WAREHOUSE-WANTED
                     PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
                         IF UR-NUM-IN-STOCK (SUB) IS NUMERIC
                             AND UR-PURCHASE-PRICE (SUB) IS NUMERIC
                             COMPUTE WS-RECON-FEED-VALUE =
                                 WS-RECON-FEED-VALUE
                                 + UR-NUM-IN-STOCK (SUB)
                                 * UR-PURCHASE-PRICE (SUB)
                         END-IF
                     END-PERFORM
                 END-IF
         END-READ

       .

      *

       197-READ-RECON-MASTER.

      *    An empty master fails the START above, which already
      *    marks the scan finished - nothing is read in that case.

         IF NO-MORE-MASTER-RECORDS
             MOVE HIGH-VALUES TO WS-RECON-MASTER-KEY
             MOVE ZEROS TO WS-RECON-MASTER-VALUE
         ELSE
             READ INVENTORY-MASTER NEXT RECORD
                 AT END
                     MOVE 'N' TO MASTER-SCAN-EOF-FLAG
                     MOVE HIGH-VALUES TO WS-RECON-MASTER-KEY
                     MOVE ZEROS TO WS-RECON-MASTER-VALUE
                 NOT AT END
                     MOVE IM-MASTER-KEY TO WS-RECON-MASTER-KEY
                     MOVE ZEROS TO WS-RECON-MASTER-VALUE
                     MOVE IM-WAREHOUSE-ID TO WS-RECON-WAREHOUSE-ID
                     PERFORM 193-CHECK-RECON-WAREHOUSE
                     IF RECON-WAREHOUSE-WANTED
                         PERFORM 198-VALUE-MASTER-RECORD
                     END-IF
             END-READ
         END-IF

       .

      *

       198-VALUE-MASTER-RECORD.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
                 PERFORM 195-ROUND-SLOT-AVG-COST
                 COMPUTE WS-RECON-MASTER-VALUE =
                     WS-RECON-MASTER-VALUE
                     + IM-NUM-IN-STOCK (SUB)
                     * WS-SLOT-AVG-COST
             END-IF
         END-PERFORM

       .

      *

       192-FETCH-REPORT-AVG-COSTS.

      *    The report prices each slot at the master's average cost.
      *    A record the master does not carry (a delete, or a master
      *    that would not open) falls back to the feed price.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF UR-PURCHASE-PRICE (SUB) IS NUMERIC
                 MOVE UR-PURCHASE-PRICE (SUB) TO RPT-SLOT-COST (SUB)
             ELSE
                 MOVE ZEROS TO RPT-SLOT-COST (SUB)
             END-IF
         END-PERFORM

         IF AVG-MASTER-OPEN
             MOVE UR-WAREHOUSE-ID TO IM-WAREHOUSE-ID
             MOVE UR-VENDOR-ID    TO IM-VENDOR-ID
             MOVE UR-PRODUCT-ID   TO IM-PRODUCT-ID

             READ INVENTORY-MASTER
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
                         PERFORM 195-ROUND-SLOT-AVG-COST
                         MOVE WS-SLOT-AVG-COST TO RPT-SLOT-COST (SUB)
                     END-PERFORM
             END-READ
         END-IF

       .

      *

       194-BLEND-AVERAGE-COST.

      *    New average = (units on hand at the old average + units
      *    in at their cost) / total units. A slot with nothing on
      *    hand simply takes the incoming cost; a slot whose average
      *    was never set starts from its purchase price.

         IF WS-AVG-IN-QTY > 0
             IF IM-AVG-COST (SUB) IS NOT NUMERIC
                 IF IM-PURCHASE-PRICE (SUB) IS NUMERIC
                     MOVE IM-PURCHASE-PRICE (SUB) TO IM-AVG-COST (SUB)
                 ELSE
                     MOVE WS-AVG-IN-COST TO IM-AVG-COST (SUB)
                 END-IF
             END-IF

             IF WS-AVG-OLD-QTY = 0
                 MOVE WS-AVG-IN-COST TO IM-AVG-COST (SUB)
             ELSE
                 COMPUTE IM-AVG-COST (SUB) ROUNDED =
                     (WS-AVG-OLD-QTY * IM-AVG-COST (SUB)
                      + WS-AVG-IN-QTY * WS-AVG-IN-COST)
                     / (WS-AVG-OLD-QTY + WS-AVG-IN-QTY)
             END-IF
         END-IF

       .

      *

       195-ROUND-SLOT-AVG-COST.

      *    The slot's average to the cent, falling back to the
      *    purchase price for a slot with no average yet.

         IF IM-AVG-COST (SUB) IS NUMERIC
             COMPUTE WS-SLOT-AVG-COST ROUNDED = IM-AVG-COST (SUB)
         ELSE
             IF IM-PURCHASE-PRICE (SUB) IS NUMERIC
                 MOVE IM-PURCHASE-PRICE (SUB) TO WS-SLOT-AVG-COST
             ELSE
                 MOVE ZEROS TO WS-SLOT-AVG-COST
             END-IF
         END-IF

       .

      *

       111-MERGE-SPLIT-FILES.

      *    Runs on both the fresh-run and restart paths so a prior
      *    abend during the MERGE itself (e.g. UTAH-FILE locked) gets
      *    retried even when the split step above was skipped because
      *    it already completed.

         MERGE SORT-MERGE-FILE
             ON ASCENDING KEY SR-WAREHOUSE-ID,
                              SR-VENDOR-ID,
                              SR-PRODUCT-ID
             USING LAX1-FILE,
                   SEA1-FILE,
                   SLC1-FILE,
                   SLC2-FILE,
                   XTRA-FILE
             GIVING UTAH-FILE

       .

      *

       112-RECONCILE-COUNTS.

      *    Consolidated duplicates are counted as accounted-for
      *    input, not lost records, so the in/out balance still
      *    proves every record landed somewhere.

         ADD WS-LAX1-COUNT, WS-SEA1-COUNT, WS-SLC1-COUNT,
             WS-SLC2-COUNT, WS-XTRA-COUNT, ERROR-COUNT,
             WS-DUP-COUNT
             GIVING WS-OUTPUT-TOTAL

       .

      *


       115-HOUSEKEEPING.

      *    EOF-FLAG is reset here unconditionally (not just in
      *    110-MAIN-MODULE) so 125-READ-FILE's pre-test loop always
      *    starts clean, even on restart when 110-MAIN-MODULE and its
      *    108-COUNT-ERROR-FILE call (which also uses EOF-FLAG) are
      *    the last things to have touched it.

         MOVE SPACE TO EOF-FLAG

      *    The master stays open through the report pass so each
      *    slot can be priced at its average cost (192).

         OPEN INPUT INVENTORY-MASTER

         IF MASTER-FILE-STATUS = '00' OR MASTER-FILE-STATUS = '05'
             MOVE 'Y' TO AVG-MASTER-OPEN-FLAG
         ELSE
             DISPLAY 'INVENTORY-MASTER.DAT COULD NOT BE OPENED - '
                 'STATUS ' MASTER-FILE-STATUS
                 ' - VALUING AT FEED PRICES'
         END-IF

         OPEN INPUT  UTAH-FILE
              OUTPUT INVENTORY-REPORT,
                     EXCEPTION-FILE,
                     NEW-HISTORY-FILE,
                     PO-WORK-FILE,
                     GL-EXTRACT-FILE,
                     VARIANCE-FILE,
                     EXPIRY-FILE,
                     EXTRACT-FILE,
                     SUMMARY-EXTRACT-FILE

      *    The report carries the as-of date settled by
      *    138-RESOLVE-AS-OF-DATE at the top of the run.

         MOVE WS-MONTH TO H1-MONTH
         MOVE WS-DAY   TO H1-DAY
         MOVE WS-YEAR  TO H1-YEAR

      *    A scissored-off subset printout has to identify itself -
      *    the page heading says SUBSET instead of ALL whenever the
      *    run-control card limited the warehouse set.

         IF WAREHOUSE-SUBSET
             MOVE 'SUBSET' TO H2-SCOPE
         ELSE
             MOVE 'ALL' TO H2-SCOPE
         END-IF

         MOVE WS-MONTH TO GLH-MONTH, GLD-MONTH
         MOVE WS-DAY   TO GLH-DAY, GLD-DAY
         MOVE WS-YEAR  TO GLH-YEAR, GLD-YEAR

         WRITE GL-EXTRACT-REC FROM GL-HEADER-REC

      *    The delimited extracts open with a column-name row each,
      *    and every data row carries the as-of date from the
      *    run-control card so a rerun's rows label themselves.

         MOVE H2-DATE TO CSV-AS-OF

         MOVE SPACES TO EXTRACT-REC
         STRING 'WAREHOUSE,VENDOR,PRODUCT,SLOT,NAME,SIZE,TYPE,'
                'STOCK,AVERAGE COST,EXTENDED COST,AS OF DATE'
             DELIMITED BY SIZE
             INTO EXTRACT-REC
         WRITE EXTRACT-REC

         MOVE SPACES TO SUMMARY-EXTRACT-REC
         STRING 'TOTAL TYPE,WAREHOUSE,VENDOR,PRODUCT,AMOUNT,'
                'AS OF DATE'
             DELIMITED BY SIZE
             INTO SUMMARY-EXTRACT-REC
         WRITE SUMMARY-EXTRACT-REC

       .

       120-HEADING-ROUTINE-ONE.

      *    Top of every page: report headings with the page number,
      *    plus the detail column headings while a warehouse section
      *    is being printed. Pages start lazily - the first line
      *    written through 127-WRITE-REPORT-LINE opens page one.

         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO H2-PAGE-NBR

         IF WS-PAGE-COUNT = 1
             WRITE REPORT-LINE FROM HEADING-ONE
                 AFTER ADVANCING 1 LINES
         ELSE
             WRITE REPORT-LINE FROM HEADING-ONE
                 AFTER ADVANCING PAGE
         END-IF

         WRITE REPORT-LINE FROM HEADING-TWO
             AFTER ADVANCING 1 LINES

         MOVE 2 TO WS-LINE-COUNT

         IF COLUMNS-ON-PAGE-TOP
             WRITE REPORT-LINE FROM HEADING-THREE
                 AFTER ADVANCING 2 LINES
             WRITE REPORT-LINE FROM HEADING-FOUR
                 AFTER ADVANCING 1 LINES
             ADD 3 TO WS-LINE-COUNT
         END-IF

       .

       127-WRITE-REPORT-LINE.

      *    All report lines funnel through here so the line counter
      *    stays honest. Callers set REPORT-LINE and PROPER-SPACING;
      *    a line that would run past the page depth starts a new
      *    page first and prints directly under its headings.

         IF WS-PAGE-COUNT = 0
             OR WS-LINE-COUNT + PROPER-SPACING > WS-PAGE-LIMIT
             MOVE REPORT-LINE TO WS-HOLD-PRINT-LINE
             PERFORM 120-HEADING-ROUTINE-ONE
             MOVE WS-HOLD-PRINT-LINE TO REPORT-LINE
             MOVE 1 TO PROPER-SPACING
         END-IF

         WRITE REPORT-LINE
             AFTER ADVANCING PROPER-SPACING

         ADD PROPER-SPACING TO WS-LINE-COUNT

       .

       125-READ-FILE.

         PERFORM UNTIL NO-MORE-RECORDS
             READ UTAH-FILE
                 AT END
                     MOVE 'N' TO EOF-FLAG
                 NOT AT END
                     PERFORM 130-PROCESS-RECORD
             END-READ
         END-PERFORM

       .


       130-PROCESS-RECORD.

         PERFORM 131-CHECK-WAREHOUSE-WANTED

         IF WAREHOUSE-WANTED
             PERFORM 133-REPORT-RECORD
         END-IF

       .

       131-CHECK-WAREHOUSE-WANTED.

      *    When the run-control card names a warehouse subset (a
      *    Utah-only rerun for the SLC managers, say), records for
      *    the other warehouses are passed over entirely - no detail,
      *    no totals, no GL postings.

         IF WAREHOUSE-SUBSET
             MOVE 'N' TO WAREHOUSE-WANTED-FLAG
             PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                 UNTIL WS-RC-SUB > 4
                 IF UR-WAREHOUSE-ID =
                     WS-RC-WAREHOUSE-SELECT (WS-RC-SUB)
                     MOVE 'Y' TO WAREHOUSE-WANTED-FLAG
                 END-IF
             END-PERFORM
         ELSE
             MOVE 'Y' TO WAREHOUSE-WANTED-FLAG
         END-IF

       .

       133-REPORT-RECORD.

         EVALUATE TRUE
             WHEN FIRST-RECORD = 'Y'
                 MOVE 'N' TO FIRST-RECORD

                 MOVE UR-WAREHOUSE-ID TO HF-WAREHOUSE-ID
                 MOVE UR-VENDOR-ID    TO HF-VENDOR-ID
                 MOVE UR-PRODUCT-ID   TO HF-PRODUCT-ID

                 PERFORM 140-WAREHOUSE-HEADING-ROUTINE
                 PERFORM 155-VENDOR-HEADING-ROUTINE
                 PERFORM 145-HEADING-ROUTINE-TWO

             WHEN UR-WAREHOUSE-ID NOT = HF-WAREHOUSE-ID
                 PERFORM 200-WAREHOUSE-BREAK
                 PERFORM 140-WAREHOUSE-HEADING-ROUTINE
                 PERFORM 155-VENDOR-HEADING-ROUTINE
                 PERFORM 145-HEADING-ROUTINE-TWO

             WHEN HF-VENDOR-ID NOT = UR-VENDOR-ID
                 PERFORM 300-VENDOR-BREAK
                 PERFORM 155-VENDOR-HEADING-ROUTINE
                 PERFORM 145-HEADING-ROUTINE-TWO

             WHEN UR-PRODUCT-ID NOT = HF-PRODUCT-ID
                 PERFORM 400-PRODUCT-BREAK
                 PERFORM 145-HEADING-ROUTINE-TWO
         END-EVALUATE

         PERFORM 192-FETCH-REPORT-AVG-COSTS
         PERFORM 150-DATA-VALIDATION     

       .

       135-SEARCH-VENDOR.
         
         SET VENDOR-INDEX TO 1

         SEARCH VENDOR-ENTRY
             AT END
                MOVE 'INVALID' TO  VENDOR-ID,
                                   VENDOR-TOTAL-NAME
             WHEN UR-VENDOR-ID = VEND-ID (VENDOR-INDEX)
                 MOVE VEND-NAME (VENDOR-INDEX) TO VENDOR-ID,
                                     VENDOR-TOTAL-NAME
         END-SEARCH


       .

       137-VALIDATE-PRODUCT-ID.

         MOVE 'N' TO PRODUCT-ID-VALID-FLAG

         SET PRODUCT-INDEX TO 1

         SEARCH PRODUCT-ENTRY
             AT END
                 CONTINUE
             WHEN SVR-PRODUCT-ID = PROD-ID (PRODUCT-INDEX)
                 MOVE 'Y' TO PRODUCT-ID-VALID-FLAG
         END-SEARCH

       .

       144-VALIDATE-WAREHOUSE-ID.

      *    A warehouse is good when the warehouse master carries it
      *    and flags it active - no more LAX1/SEA1/SLC1/SLC2 burned
      *    into the split test. The error detail page names the
      *    reason (not on master vs inactive) when one bounces.

         MOVE 'N' TO WAREHOUSE-ID-VALID-FLAG

         SET WAREHOUSE-INDEX TO 1

         SEARCH WAREHOUSE-ENTRY
             AT END
                 CONTINUE
             WHEN SVR-WAREHOUSE-ID = WH-TBL-ID (WAREHOUSE-INDEX)
                 AND WH-TBL-ACTIVE (WAREHOUSE-INDEX) = 'Y'
                 MOVE 'Y' TO WAREHOUSE-ID-VALID-FLAG
         END-SEARCH

       .

       140-WAREHOUSE-HEADING-ROUTINE.

      *    Each warehouse opens on a fresh page with plain report
      *    headings (the column headings follow the vendor header,
      *    as they always have), and its starting page number is
      *    remembered for the table-of-contents page.

         MOVE 'N' TO REPORT-COLUMNS-FLAG
         PERFORM 120-HEADING-ROUTINE-ONE

      *    Display name and region come off the warehouse master -
      *    a warehouse the master does not carry keeps its raw ID on
      *    the page (it can only get here through the overflow split
      *    on a master edited mid-run, and hiding it helps nobody).

         MOVE UR-WAREHOUSE-ID TO WAREHOUSE-ID,
                                 WAREHOUSE-TOTAL-NAME
         MOVE SPACE TO WS-CURRENT-REGION

         SET WAREHOUSE-INDEX TO 1

         SEARCH WAREHOUSE-ENTRY
             AT END
                 CONTINUE
             WHEN UR-WAREHOUSE-ID = WH-TBL-ID (WAREHOUSE-INDEX)
                 MOVE WH-TBL-NAME (WAREHOUSE-INDEX) TO
                     WAREHOUSE-ID, WAREHOUSE-TOTAL-NAME
                 MOVE WH-TBL-REGION (WAREHOUSE-INDEX) TO
                     WS-CURRENT-REGION
         END-SEARCH

         MOVE WAREHOUSE-HEADER TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'Y' TO REPORT-COLUMNS-FLAG

         IF WS-TOC-COUNT < 20
             ADD 1 TO WS-TOC-COUNT
             MOVE WAREHOUSE-ID TO
                 TOC-WAREHOUSE-NAME (WS-TOC-COUNT)
             MOVE WS-PAGE-COUNT TO
                 TOC-PAGE-NBR (WS-TOC-COUNT)
         END-IF

       .

       145-HEADING-ROUTINE-TWO.

      *    Column headings at a control break. If they would land at
      *    the bottom of the page, start the new page instead - its
      *    page top already carries the column headings.

         IF WS-PAGE-COUNT = 0
             OR WS-LINE-COUNT + 3 > WS-PAGE-LIMIT
             PERFORM 120-HEADING-ROUTINE-ONE
         ELSE
             WRITE REPORT-LINE FROM HEADING-THREE
                 AFTER ADVANCING 2 LINES
             WRITE REPORT-LINE FROM HEADING-FOUR
                 AFTER ADVANCING 1 LINES
             ADD 3 TO WS-LINE-COUNT
         END-IF

         MOVE 1 TO PROPER-SPACING

       .

       150-DATA-VALIDATION.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             MOVE UR-PRODUCT-NAME(SUB) TO DL-PRODUCT-NAME

             IF SUB = 1
                 MOVE UR-PRODUCT-NAME(SUB) TO PRODUCT-TOTAL-NAME
             END-IF

         MOVE UR-PRODUCT-ID TO DL-PRODUCT-ID

         EVALUATE UR-PRODUCT-SIZE(SUB)
             WHEN 'X'
                 MOVE 'Extra Large' TO DL-PRODUCT-SIZE
             WHEN 'L'
                 MOVE 'Large' TO DL-PRODUCT-SIZE
             WHEN 'M'
                 MOVE 'Medium' TO DL-PRODUCT-SIZE
             WHEN 'S'
                 MOVE 'Small' TO DL-PRODUCT-SIZE
             WHEN 'A'
                 MOVE 'Sample' TO DL-PRODUCT-SIZE
             WHEN OTHER
                 MOVE 'BAD' TO DL-PRODUCT-SIZE
                 MOVE 'INVALID SIZE' TO EX-REASON
                 MOVE UR-PRODUCT-SIZE(SUB) TO EX-BAD-VALUE
                 PERFORM 152-LOG-EXCEPTION
         END-EVALUATE

         EVALUATE UR-PRODUCT-TYPE(SUB)
             WHEN 'C'
                 MOVE 'Cream' TO DL-PRODUCT-TYPE
             WHEN 'O'
                 MOVE 'Oil' TO DL-PRODUCT-TYPE
             WHEN OTHER
                 MOVE 'BAD' TO DL-PRODUCT-TYPE
                 MOVE 'INVALID TYPE' TO EX-REASON
                 MOVE UR-PRODUCT-TYPE(SUB) TO EX-BAD-VALUE
                 PERFORM 152-LOG-EXCEPTION
         END-EVALUATE

         EVALUATE UR-NUM-IN-STOCK(SUB)
             WHEN NOT NUMERIC
                 MOVE 'INVALID STOCK' TO EX-REASON
                 MOVE UR-NUM-IN-STOCK(SUB) TO EX-BAD-VALUE
                 PERFORM 152-LOG-EXCEPTION
                 MOVE ZEROS TO DL-IN-STOCK, UR-NUM-IN-STOCK(SUB)
             WHEN NUMERIC
                 MOVE UR-NUM-IN-STOCK(SUB) TO DL-IN-STOCK
         END-EVALUATE

         PERFORM 151-CHECK-REORDER-POINT

         EVALUATE UR-PURCHASE-PRICE(SUB)
             WHEN NOT NUMERIC
                 MOVE 'INVALID PRICE' TO EX-REASON
                 MOVE UR-PURCHASE-PRICE(SUB) TO EX-BAD-VALUE
                 PERFORM 152-LOG-EXCEPTION
                 MOVE ZEROS TO DL-TOTAL-COST, UR-PURCHASE-PRICE(SUB)
             WHEN NUMERIC
                 MOVE UR-PURCHASE-PRICE(SUB) TO DL-TOTAL-COST
                 PERFORM 153-CHECK-PRICE-VARIANCE
         END-EVALUATE

      *    Creams and oils carry real shelf lives now that the feed
      *    brings a lot number and expiration date per slot. The
      *    date has to look like a date; a plausible one goes on to
      *    the expiring-stock check.

         MOVE UR-EXPIRY-DATE(SUB) TO WS-CONV-DATE

         EVALUATE TRUE
             WHEN WS-CONV-DATE IS NOT NUMERIC
                 MOVE 'INVALID EXPIRY DATE' TO EX-REASON
                 MOVE UR-EXPIRY-DATE(SUB) TO EX-BAD-VALUE
                 PERFORM 152-LOG-EXCEPTION
             WHEN WS-CONV-MM < 1 OR WS-CONV-MM > 12
                 OR WS-CONV-DD < 1 OR WS-CONV-DD > 31
                 MOVE 'INVALID EXPIRY DATE' TO EX-REASON
                 MOVE UR-EXPIRY-DATE(SUB) TO EX-BAD-VALUE
                 PERFORM 152-LOG-EXCEPTION
             WHEN OTHER
                 PERFORM 159-CHECK-EXPIRING-STOCK
         END-EVALUATE

         COMPUTE HF-PRICE = UR-NUM-IN-STOCK(SUB) *
                             RPT-SLOT-COST(SUB)

         COMPUTE TF-PRODUCT-COST = HF-PRICE +
                             TF-PRODUCT-COST

         COMPUTE TF-VENDOR-COST = HF-PRICE +
                             TF-VENDOR-COST

         COMPUTE TF-WAREHOUSE-COST = HF-PRICE +
                             TF-WAREHOUSE-COST

         COMPUTE TF-GRAND-TOTAL-COST = HF-PRICE +
                             TF-GRAND-TOTAL-COST

         PERFORM 154-ADD-TO-REGION-TOTAL

         MOVE HF-PRICE TO DL-TOTAL-COST

         PERFORM 156-WRITE-EXTRACT-DETAIL

         IF NOT TOTALS-ONLY-REPORT
             MOVE DETAIL-LINE TO REPORT-LINE
             MOVE 1 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF


        END-PERFORM

       .

       151-CHECK-REORDER-POINT.

      *    When a slot's on-hand quantity is at or below the minimum
      *    from REORDER-PARAM.TXT, cut a suggested purchase order so
      *    the buyers no longer re-key low-stock items off the
      *    printed report. Records arrive vendor-grouped within each
      *    warehouse, so the PO file is grouped by vendor as well.
      *    VENDOR-TOTAL-NAME already carries the current vendor's
      *    name from 135-SEARCH-VENDOR.

         IF WS-REORDER-COUNT > 0
             SET REORDER-INDEX TO 1
             SEARCH REORDER-ENTRY
                 AT END
                     CONTINUE
                 WHEN UR-PRODUCT-ID = RO-PROD-ID (REORDER-INDEX)
                     IF UR-NUM-IN-STOCK (SUB) <=
                         RO-MINIMUM-STOCK (REORDER-INDEX)
                         MOVE UR-VENDOR-ID TO PO-VENDOR-ID
                         MOVE VENDOR-TOTAL-NAME TO PO-VENDOR-NAME
                         MOVE UR-WAREHOUSE-ID TO PO-WAREHOUSE-ID
                         MOVE UR-PRODUCT-ID TO PO-PRODUCT-ID
                         MOVE SUB TO PO-SLOT
                         MOVE UR-NUM-IN-STOCK (SUB) TO PO-ON-HAND
                         MOVE RO-MINIMUM-STOCK (REORDER-INDEX)
                             TO PO-MINIMUM-STOCK
                         MOVE RO-REORDER-QTY (REORDER-INDEX)
                             TO PO-REORDER-QTY
                         WRITE PURCHASE-ORDER-REC
                     END-IF
             END-SEARCH
         END-IF

       .

       154-ADD-TO-REGION-TOTAL.

      *    What used to be the hardcoded SLC1/SLC2 Utah subtotal:
      *    every warehouse accumulates into its master-defined
      *    region, and 160-GRAND-TOTAL prints one line per region
      *    seen. 140-WAREHOUSE-HEADING-ROUTINE parked the current
      *    warehouse's region; a warehouse with no region on the
      *    master accumulates under spaces and still prints.

         MOVE ZEROS TO WS-RGN-SUB

         PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
             UNTIL WS-RGN-SUB > WS-RGN-COUNT
             OR RGN-ID (WS-RGN-SUB) = WS-CURRENT-REGION
             CONTINUE
         END-PERFORM

         IF WS-RGN-SUB > WS-RGN-COUNT
             IF WS-RGN-COUNT < 10
                 ADD 1 TO WS-RGN-COUNT
                 MOVE WS-CURRENT-REGION TO RGN-ID (WS-RGN-COUNT)
                 MOVE ZEROS TO RGN-COST (WS-RGN-COUNT)
                 MOVE WS-RGN-COUNT TO WS-RGN-SUB
             END-IF
         END-IF

         IF WS-RGN-SUB <= WS-RGN-COUNT
             ADD HF-PRICE TO RGN-COST (WS-RGN-SUB)
         END-IF

       .

       156-WRITE-EXTRACT-DETAIL.

      *    One delimited row per slot, written whether or not the
      *    printed report is running totals-only - the extract is
      *    the data, the report option only governs paper. This sits
      *    inside the detail pass, so the warehouse-subset selection
      *    from the run-control card applies to the extract exactly
      *    as it does to the report. The DL size/type words and
      *    HF-PRICE are already set by the caller.

         MOVE SUB TO CSV-SLOT
         MOVE UR-NUM-IN-STOCK (SUB) TO CSV-QTY
         MOVE RPT-SLOT-COST (SUB) TO CSV-PRICE
         MOVE HF-PRICE TO CSV-EXT-COST

         MOVE SPACES TO EXTRACT-REC
         STRING UR-WAREHOUSE-ID ','
                UR-VENDOR-ID ','
                UR-PRODUCT-ID ','
                CSV-SLOT ','
                UR-PRODUCT-NAME (SUB) ','
                DL-PRODUCT-SIZE ','
                DL-PRODUCT-TYPE ','
                CSV-QTY ','
                CSV-PRICE ','
                CSV-EXT-COST ','
                CSV-AS-OF
             DELIMITED BY SIZE
             INTO EXTRACT-REC
         WRITE EXTRACT-REC

       .

       159-CHECK-EXPIRING-STOCK.

      *    A slot with stock whose lot expires inside 90 days is
      *    logged for the expiring-stock page, banded 30/60/90 from
      *    the as-of date; a date already past is flagged EXPIRED
      *    for disposal. WS-CONV-DATE still carries the validated
      *    expiry date from the caller. This runs during the detail
      *    pass, so the page comes out warehouse-ordered like the
      *    rest of the report.

         IF UR-NUM-IN-STOCK (SUB) > ZEROS
             PERFORM 165-CONVERT-DATE-TO-DAYS
             COMPUTE WS-EXP-DAYS = WS-CONV-DAYS - WS-AS-OF-DAYS

             IF WS-EXP-DAYS <= 90
                 COMPUTE WS-EXP-VALUE = UR-NUM-IN-STOCK (SUB) *
                     RPT-SLOT-COST (SUB)

                 MOVE UR-WAREHOUSE-ID TO XP-WAREHOUSE-ID
                 MOVE UR-VENDOR-ID    TO XP-VENDOR-ID
                 MOVE UR-PRODUCT-ID   TO XP-PRODUCT-ID
                 MOVE SUB             TO XP-SLOT
                 MOVE UR-LOT-NUMBER (SUB) TO XP-LOT-NUMBER
                 MOVE UR-EXPIRY-DATE (SUB) TO XP-EXPIRY-DATE
                 MOVE UR-NUM-IN-STOCK (SUB) TO XP-QTY
                 MOVE WS-EXP-VALUE TO XP-VALUE

                 IF WS-EXP-DAYS < 0
                     MOVE 'EXPIRED ' TO XP-BAND
                     ADD 1 TO WS-EXPIRED-COUNT
                     ADD WS-EXP-VALUE TO WS-EXPIRED-VALUE
                 ELSE
                     EVALUATE TRUE
                         WHEN WS-EXP-DAYS <= 30
                             MOVE '30 DAYS ' TO XP-BAND
                         WHEN WS-EXP-DAYS <= 60
                             MOVE '60 DAYS ' TO XP-BAND
                         WHEN OTHER
                             MOVE '90 DAYS ' TO XP-BAND
                     END-EVALUATE
                     ADD WS-EXP-VALUE TO WS-EXPIRING-VALUE
                 END-IF

                 WRITE EXPIRY-REC

                 ADD 1 TO WS-EXPIRY-COUNT
             END-IF
         END-IF

       .

       152-LOG-EXCEPTION.

         ADD 1 TO EXCEPTION-COUNT

         MOVE UR-WAREHOUSE-ID TO EX-WAREHOUSE-ID
         MOVE UR-VENDOR-ID    TO EX-VENDOR-ID
         MOVE UR-PRODUCT-ID   TO EX-PRODUCT-ID

         WRITE EXCEPTION-REC

       .

       153-CHECK-PRICE-VARIANCE.

      *    A numeric purchase price outside the catalog tolerance is
      *    logged with its expected cost and the dollar impact on the
      *    valuation (price difference times slot quantity), so a
      *    vendor increase or a keying error is caught before it
      *    settles into the totals.

         IF WS-STDCOST-COUNT > 0
             SET STDCOST-INDEX TO 1
             SEARCH STDCOST-ENTRY
                 AT END
                     CONTINUE
                 WHEN UR-PRODUCT-ID = SD-PROD-ID (STDCOST-INDEX)
                     COMPUTE WS-TOLERANCE-AMT ROUNDED =
                         SD-EXPECTED-COST (STDCOST-INDEX) *
                         SD-TOLERANCE-PCT (STDCOST-INDEX) / 100
                     IF UR-PURCHASE-PRICE (SUB) >
                         SD-EXPECTED-COST (STDCOST-INDEX)
                             + WS-TOLERANCE-AMT
                         OR UR-PURCHASE-PRICE (SUB) <
                         SD-EXPECTED-COST (STDCOST-INDEX)
                             - WS-TOLERANCE-AMT
                         MOVE UR-WAREHOUSE-ID TO PV-WAREHOUSE-ID
                         MOVE UR-VENDOR-ID TO PV-VENDOR-ID
                         MOVE UR-PRODUCT-ID TO PV-PRODUCT-ID
                         MOVE SUB TO PV-SLOT
                         MOVE SD-EXPECTED-COST (STDCOST-INDEX)
                             TO PV-EXPECTED-COST
                         MOVE UR-PURCHASE-PRICE (SUB)
                             TO PV-ACTUAL-COST
                         COMPUTE PV-DOLLAR-IMPACT =
                             (UR-PURCHASE-PRICE (SUB) -
                              SD-EXPECTED-COST (STDCOST-INDEX)) *
                             UR-NUM-IN-STOCK (SUB)
                         WRITE VARIANCE-REC
                         ADD 1 TO WS-VARIANCE-COUNT
                     END-IF
             END-SEARCH
         END-IF

       .

       155-VENDOR-HEADING-ROUTINE.

         PERFORM 135-SEARCH-VENDOR

         MOVE VENDOR-HEADER TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

       .


       160-GRAND-TOTAL.

      *    One subtotal line per region the warehouse master defined
      *    for the warehouses on this run - the old hardcoded Utah
      *    line, generalized.

         MOVE 3 TO PROPER-SPACING

         PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
             UNTIL WS-RGN-SUB > WS-RGN-COUNT
             MOVE RGN-ID (WS-RGN-SUB) TO RT-REGION-ID
             MOVE RGN-COST (WS-RGN-SUB) TO RT-REGION-COST
             MOVE REGION-TOTAL-LINE TO REPORT-LINE
             PERFORM 127-WRITE-REPORT-LINE
             MOVE 1 TO PROPER-SPACING
             MOVE 'REGION' TO CSV-TOTAL-TYPE
             MOVE RGN-ID (WS-RGN-SUB) TO CSV-KEY-1
             MOVE SPACE TO CSV-KEY-2, CSV-KEY-3
             MOVE RGN-COST (WS-RGN-SUB) TO CSV-AMOUNT
             PERFORM 206-WRITE-SUMMARY-EXTRACT
         END-PERFORM

         MOVE TF-GRAND-TOTAL-COST TO COMPANY-TOTAL-COST

         MOVE COMPANY-TOTAL-LINE TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'COMPANY' TO CSV-TOTAL-TYPE
         MOVE 'ALL ' TO CSV-KEY-1
         MOVE SPACE TO CSV-KEY-2, CSV-KEY-3
         MOVE TF-GRAND-TOTAL-COST TO CSV-AMOUNT
         PERFORM 206-WRITE-SUMMARY-EXTRACT
       .

       200-WAREHOUSE-BREAK.

         PERFORM 300-VENDOR-BREAK

         MOVE HF-WAREHOUSE-ID TO WAREHOUSE-ID
         MOVE TF-WAREHOUSE-COST TO WAREHOUSE-TOTAL-COST

         PERFORM 210-FIND-PRIOR-WAREHOUSE-TOTAL
         MOVE WS-PRIOR-AMOUNT TO WAREHOUSE-PRIOR-COST

         MOVE WAREHOUSE-TOTAL-LINE TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'W' TO NHIST-TYPE
         MOVE HF-WAREHOUSE-ID TO NHIST-ID
         MOVE HF-WAREHOUSE-ID TO NHIST-WAREHOUSE
         MOVE TF-WAREHOUSE-COST TO NHIST-AMOUNT
         WRITE NEW-HISTORY-REC

         MOVE 'W' TO GLD-TOTAL-TYPE
         MOVE HF-WAREHOUSE-ID TO GLD-ACCOUNT-ID
         MOVE TF-WAREHOUSE-COST TO GLD-AMOUNT
         PERFORM 205-WRITE-GL-DETAIL

         MOVE 'WAREHOUSE' TO CSV-TOTAL-TYPE
         MOVE HF-WAREHOUSE-ID TO CSV-KEY-1
         MOVE SPACE TO CSV-KEY-2, CSV-KEY-3
         MOVE TF-WAREHOUSE-COST TO CSV-AMOUNT
         PERFORM 206-WRITE-SUMMARY-EXTRACT

         MOVE ZEROS TO WAREHOUSE-TOTAL-COST
         MOVE ZEROS TO TF-WAREHOUSE-COST

         MOVE UR-WAREHOUSE-ID TO HF-WAREHOUSE-ID

       .

       205-WRITE-GL-DETAIL.

      *    One posting record per control-break total so finance can
      *    load the GL from this file instead of re-keying the
      *    printed totals. The trailer count and amount hash let the
      *    receiving system prove the file arrived intact.

         WRITE GL-EXTRACT-REC FROM GL-DETAIL-REC

         ADD 1 TO WS-GL-RECORD-COUNT
         ADD GLD-AMOUNT TO WS-GL-HASH-TOTAL

       .

       206-WRITE-SUMMARY-EXTRACT.

      *    Companion row for each control-break total: the same
      *    figure the printed page carries, in a cell a spreadsheet
      *    can sum. Callers set CSV-TOTAL-TYPE, the three key
      *    columns, and CSV-AMOUNT.

         MOVE SPACES TO SUMMARY-EXTRACT-REC
         STRING CSV-TOTAL-TYPE ','
                CSV-KEY-1 ','
                CSV-KEY-2 ','
                CSV-KEY-3 ','
                CSV-AMOUNT ','
                CSV-AS-OF
             DELIMITED BY SIZE
             INTO SUMMARY-EXTRACT-REC
         WRITE SUMMARY-EXTRACT-REC

       .

       210-FIND-PRIOR-WAREHOUSE-TOTAL.

         MOVE ZEROS TO WS-PRIOR-AMOUNT

         IF WS-HISTORY-COUNT > 0
             SET HISTORY-INDEX TO 1
             SEARCH HISTORY-ENTRY
                 AT END
                     MOVE ZEROS TO WS-PRIOR-AMOUNT
                 WHEN HIST-TBL-TYPE (HISTORY-INDEX) = 'W'
                  AND HIST-TBL-ID (HISTORY-INDEX) = HF-WAREHOUSE-ID
                  AND HIST-TBL-WAREHOUSE (HISTORY-INDEX)
                      = HF-WAREHOUSE-ID
                     MOVE HIST-TBL-AMOUNT (HISTORY-INDEX)
                         TO WS-PRIOR-AMOUNT
             END-SEARCH
         END-IF

       .

       300-VENDOR-BREAK.

         PERFORM 400-PRODUCT-BREAK

         MOVE TF-VENDOR-COST TO VENDOR-TOTAL-COST

         PERFORM 310-FIND-PRIOR-VENDOR-TOTAL
         MOVE WS-PRIOR-AMOUNT TO VENDOR-PRIOR-COST

         MOVE VENDOR-TOTAL-LINE TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'V' TO NHIST-TYPE
         MOVE HF-VENDOR-ID TO NHIST-ID
         MOVE HF-WAREHOUSE-ID TO NHIST-WAREHOUSE
         MOVE TF-VENDOR-COST TO NHIST-AMOUNT
         WRITE NEW-HISTORY-REC

         MOVE 'V' TO GLD-TOTAL-TYPE
         MOVE HF-VENDOR-ID TO GLD-ACCOUNT-ID
         MOVE TF-VENDOR-COST TO GLD-AMOUNT
         PERFORM 205-WRITE-GL-DETAIL

         MOVE 'VENDOR' TO CSV-TOTAL-TYPE
         MOVE HF-WAREHOUSE-ID TO CSV-KEY-1
         MOVE HF-VENDOR-ID TO CSV-KEY-2
         MOVE SPACE TO CSV-KEY-3
         MOVE TF-VENDOR-COST TO CSV-AMOUNT
         PERFORM 206-WRITE-SUMMARY-EXTRACT

         MOVE ZEROS TO VENDOR-TOTAL-COST
         MOVE ZEROS TO TF-VENDOR-COST

         MOVE UR-VENDOR-ID TO HF-VENDOR-ID

       .

       310-FIND-PRIOR-VENDOR-TOTAL.

         MOVE ZEROS TO WS-PRIOR-AMOUNT

         IF WS-HISTORY-COUNT > 0
             SET HISTORY-INDEX TO 1
             SEARCH HISTORY-ENTRY
                 AT END
                     MOVE ZEROS TO WS-PRIOR-AMOUNT
                 WHEN HIST-TBL-TYPE (HISTORY-INDEX) = 'V'
                  AND HIST-TBL-ID (HISTORY-INDEX) = HF-VENDOR-ID
                  AND HIST-TBL-WAREHOUSE (HISTORY-INDEX)
                      = HF-WAREHOUSE-ID
                     MOVE HIST-TBL-AMOUNT (HISTORY-INDEX)
                         TO WS-PRIOR-AMOUNT
             END-SEARCH
         END-IF

       .

       400-PRODUCT-BREAK.

         MOVE TF-PRODUCT-COST TO PRODUCT-TOTAL-COST

         MOVE PRODUCT-TOTAL-LINE TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'PRODUCT' TO CSV-TOTAL-TYPE
         MOVE HF-WAREHOUSE-ID TO CSV-KEY-1
         MOVE HF-VENDOR-ID TO CSV-KEY-2
         MOVE HF-PRODUCT-ID TO CSV-KEY-3
         MOVE TF-PRODUCT-COST TO CSV-AMOUNT
         PERFORM 206-WRITE-SUMMARY-EXTRACT

         MOVE ZEROS TO PRODUCT-TOTAL-COST
         MOVE ZEROS TO TF-PRODUCT-COST

         MOVE UR-PRODUCT-ID TO HF-PRODUCT-ID

       .

       450-END-OF-JOB.
         PERFORM 200-WAREHOUSE-BREAK

      *    Leaving the detail sections - pages from here on carry the
      *    report headings only.

         MOVE 'N' TO REPORT-COLUMNS-FLAG

         MOVE ERROR-COUNT TO EF-ERROR-COUNT
         MOVE ERROR-FIELD TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

       .

       460-ERROR-DETAIL-ROUTINE.

         IF ERROR-COUNT > 0
             OPEN INPUT ERROR-FILE

             MOVE ERROR-DETAIL-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE ERROR-DETAIL-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ ERROR-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         MOVE ER-WAREHOUSE-ID TO ED-WAREHOUSE-ID
                         MOVE ER-VENDOR-ID    TO ED-VENDOR-ID
                         MOVE ER-PRODUCT-ID   TO ED-PRODUCT-ID
                         PERFORM 461-SET-ERROR-REASON
                         MOVE ERROR-DETAIL-LINE TO REPORT-LINE
                         MOVE 1 TO PROPER-SPACING
                         PERFORM 127-WRITE-REPORT-LINE
                 END-READ
             END-PERFORM

             CLOSE ERROR-FILE
         END-IF

       .

       461-SET-ERROR-REASON.

      *    A well-formed warehouse ID the master simply does not
      *    carry no longer lands on the page unexplained alongside
      *    the genuinely garbage keys - the rejected record is
      *    re-checked against the reference tables and the page says
      *    which test it failed.

         MOVE SPACE TO ED-REASON

         SET PRODUCT-INDEX TO 1
         SEARCH PRODUCT-ENTRY
             AT END
                 MOVE 'PRODUCT NOT ON MASTER' TO ED-REASON
             WHEN ER-PRODUCT-ID = PROD-ID (PRODUCT-INDEX)
                 CONTINUE
         END-SEARCH

         IF ED-REASON = SPACE
             SET WAREHOUSE-INDEX TO 1
             SEARCH WAREHOUSE-ENTRY
                 AT END
                     MOVE 'WAREHOUSE NOT ON MASTER' TO ED-REASON
                 WHEN ER-WAREHOUSE-ID = WH-TBL-ID (WAREHOUSE-INDEX)
                     IF WH-TBL-ACTIVE (WAREHOUSE-INDEX) NOT = 'Y'
                         MOVE 'WAREHOUSE INACTIVE' TO ED-REASON
                     END-IF
             END-SEARCH
         END-IF

       .

       463-DUPLICATE-DETAIL-ROUTINE.

      *    Register of the duplicate keys the split pass merged, so
      *    the upstream feed that transmitted them twice can be
      *    chased. Runs only when this execution performed the split
      *    pass - on a restart the register belongs to the prior run.

         IF WS-DUP-COUNT > 0
             OPEN INPUT DUPLICATE-FILE

             MOVE DUPLICATE-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE DUPLICATE-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ DUPLICATE-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         MOVE DUP-WAREHOUSE-ID TO DD-WAREHOUSE-ID
                         MOVE DUP-VENDOR-ID    TO DD-VENDOR-ID
                         MOVE DUP-PRODUCT-ID   TO DD-PRODUCT-ID
                         PERFORM VARYING SUB FROM 1 BY 1
                             UNTIL SUB > 5
                             MOVE DUP-COMBINED-STOCK (SUB)
                                 TO DD-STOCK-QTY (SUB)
                         END-PERFORM
                         MOVE DUPLICATE-DETAIL-LINE TO REPORT-LINE
                         MOVE 1 TO PROPER-SPACING
                         PERFORM 127-WRITE-REPORT-LINE
                 END-READ
             END-PERFORM

             CLOSE DUPLICATE-FILE

             MOVE WS-DUP-COUNT TO DC-DUP-COUNT
             MOVE DUPLICATE-COUNT-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

       .

       465-EXCEPTION-DETAIL-ROUTINE.

         CLOSE EXCEPTION-FILE

         IF EXCEPTION-COUNT > 0
             OPEN INPUT EXCEPTION-FILE

             MOVE EXCEPTION-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE EXCEPTION-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ EXCEPTION-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         MOVE EX-WAREHOUSE-ID TO EXC-WAREHOUSE-ID
                         MOVE EX-VENDOR-ID    TO EXC-VENDOR-ID
                         MOVE EX-PRODUCT-ID   TO EXC-PRODUCT-ID
                         MOVE EX-REASON       TO EXC-REASON
                         MOVE EX-BAD-VALUE    TO EXC-BAD-VALUE
                         MOVE EXCEPTION-LINE TO REPORT-LINE
                         MOVE 1 TO PROPER-SPACING
                         PERFORM 127-WRITE-REPORT-LINE
                 END-READ
             END-PERFORM

             CLOSE EXCEPTION-FILE
         END-IF

       .

       467-VARIANCE-DETAIL-ROUTINE.

         CLOSE VARIANCE-FILE

         IF WS-VARIANCE-COUNT > 0
             OPEN INPUT VARIANCE-FILE

             MOVE VARIANCE-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE VARIANCE-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ VARIANCE-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         MOVE PV-WAREHOUSE-ID TO VD-WAREHOUSE-ID
                         MOVE PV-PRODUCT-ID   TO VD-PRODUCT-ID
                         MOVE PV-SLOT         TO VD-SLOT
                         MOVE PV-EXPECTED-COST TO VD-EXPECTED-COST
                         MOVE PV-ACTUAL-COST  TO VD-ACTUAL-COST
                         MOVE PV-DOLLAR-IMPACT TO VD-DOLLAR-IMPACT
                         MOVE VARIANCE-DETAIL-LINE TO REPORT-LINE
                         MOVE 1 TO PROPER-SPACING
                         PERFORM 127-WRITE-REPORT-LINE
                 END-READ
             END-PERFORM

             CLOSE VARIANCE-FILE

             MOVE WS-VARIANCE-COUNT TO VC-VARIANCE-COUNT
             MOVE VARIANCE-COUNT-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

       .

       468-XFER-REGISTER-ROUTINE.

      *    Every transfer transaction prints here, accepted or not,
      *    with the reason when one was rejected.

         IF WS-XFER-COUNT > 0
             MOVE XFER-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE XFER-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE ZEROS TO WS-XFER-REJ-COUNT

             PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                 UNTIL WS-XFER-SUB > WS-XFER-COUNT
                 MOVE XF-FROM-WH (WS-XFER-SUB) TO XD-FROM-WH
                 MOVE XF-TO-WH (WS-XFER-SUB)   TO XD-TO-WH
                 MOVE XF-VENDOR (WS-XFER-SUB)  TO XD-VENDOR
                 MOVE XF-PRODUCT (WS-XFER-SUB) TO XD-PRODUCT
                 MOVE XF-SLOT (WS-XFER-SUB)    TO XD-SLOT
                 MOVE XF-QTY (WS-XFER-SUB)     TO XD-QTY
                 IF XF-STATUS (WS-XFER-SUB) = 'A'
                     MOVE 'ACCEPTED' TO XD-STATUS
                 ELSE
                     MOVE 'REJECTED' TO XD-STATUS
                     ADD 1 TO WS-XFER-REJ-COUNT
                 END-IF
                 MOVE XF-REASON (WS-XFER-SUB) TO XD-REASON
                 MOVE XFER-DETAIL-LINE TO REPORT-LINE
                 MOVE 1 TO PROPER-SPACING
                 PERFORM 127-WRITE-REPORT-LINE
             END-PERFORM

             MOVE WS-XFER-ACC-COUNT TO XC-ACC-COUNT
             MOVE WS-XFER-REJ-COUNT TO XC-REJ-COUNT
             MOVE XFER-COUNT-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

       .

       481-SHIPMENT-REGISTER-ROUTINE.

      *    Every pick confirmation read tonight, posted or rejected,
      *    read back off the shipment register file with the reason
      *    beside each reject. The foot counts the orders tonight's
      *    confirmations completed or left partially shipped.

         IF WS-SHIP-TRANS-COUNT > 0
             OPEN INPUT SHIP-REGISTER-FILE

             MOVE SHIPMENT-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SHIPMENT-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ SHIP-REGISTER-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         MOVE SRG-ORDER-NBR    TO SRD-ORDER-NBR
                         MOVE SRG-WAREHOUSE-ID TO SRD-WAREHOUSE-ID
                         MOVE SRG-VENDOR-ID    TO SRD-VENDOR-ID
                         MOVE SRG-PRODUCT-ID   TO SRD-PRODUCT-ID
                         MOVE SRG-SLOT         TO SRD-SLOT
                         MOVE SRG-QTY          TO SRD-QTY
                         MOVE SRG-STATUS       TO SRD-STATUS
                         MOVE SRG-REASON       TO SRD-REASON
                         MOVE SHIPMENT-DETAIL-LINE TO REPORT-LINE
                         MOVE 1 TO PROPER-SPACING
                         PERFORM 127-WRITE-REPORT-LINE
                 END-READ
             END-PERFORM

             CLOSE SHIP-REGISTER-FILE

             PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                 UNTIL WS-ORD-SUB > WS-ORDER-COUNT
                 IF ORD-SHIP-DATE (WS-ORD-SUB) = WS-CURRENT-DATE
                     IF ORD-STATUS (WS-ORD-SUB) = 'S'
                         ADD 1 TO WS-ORDER-COMPLETE-COUNT
                     ELSE
                         ADD 1 TO WS-ORDER-PARTIAL-COUNT
                     END-IF
                 END-IF
             END-PERFORM

             MOVE WS-SHIP-POSTED-COUNT TO SRC-POSTED-COUNT
             MOVE WS-SHIP-REJ-COUNT    TO SRC-REJ-COUNT
             MOVE WS-SHIP-TOTAL-VALUE  TO SRC-VALUE
             MOVE SHIPMENT-COUNT-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE WS-ORDER-COMPLETE-COUNT TO SOL-COMPLETE-COUNT
             MOVE WS-ORDER-PARTIAL-COUNT  TO SOL-PARTIAL-COUNT
             MOVE SHIPMENT-ORDER-LINE TO REPORT-LINE
             MOVE 1 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

       .

       482-PICK-LIST-ROUTINE.

      *    Tomorrow's pick list, each warehouse starting its own page
      *    so the sheets can be torn off and handed to the floor,
      *    with a blank column for the picker to write the count.

         IF WS-PICK-LINE-COUNT > 0
             OPEN INPUT PICK-LIST-FILE

             MOVE SPACE TO PICK-HOLD-WAREHOUSE
             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ PICK-LIST-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         PERFORM 483-PICK-LIST-DETAIL
                 END-READ
             END-PERFORM

             CLOSE PICK-LIST-FILE

             MOVE WS-PICK-LINE-COUNT TO PCL-LINE-COUNT
             MOVE WS-PICK-UNITS      TO PCL-UNITS
             MOVE PICK-COUNT-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

       .

       483-PICK-LIST-DETAIL.

         IF PKL-WAREHOUSE-ID NOT = PICK-HOLD-WAREHOUSE
             MOVE PKL-WAREHOUSE-ID TO PICK-HOLD-WAREHOUSE
             PERFORM 120-HEADING-ROUTINE-ONE

             MOVE PICK-LIST-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE PKL-WAREHOUSE-ID TO PWL-WAREHOUSE-ID
             SET WAREHOUSE-INDEX TO 1
             SEARCH WAREHOUSE-ENTRY
                 AT END
                     MOVE SPACE TO PWL-WAREHOUSE-NAME
                 WHEN PKL-WAREHOUSE-ID = WH-TBL-ID (WAREHOUSE-INDEX)
                     MOVE WH-TBL-NAME (WAREHOUSE-INDEX)
                         TO PWL-WAREHOUSE-NAME
             END-SEARCH

             MOVE PICK-WAREHOUSE-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE PICK-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

         MOVE PKL-ORDER-NBR  TO PDL-ORDER-NBR
         MOVE PKL-VENDOR-ID  TO PDL-VENDOR-ID
         MOVE PKL-PRODUCT-ID TO PDL-PRODUCT-ID
         MOVE PKL-SLOT       TO PDL-SLOT
         MOVE PKL-LOT-NUMBER TO PDL-LOT-NUMBER
         MOVE PKL-REQ-DATE   TO PDL-REQ-DATE
         MOVE PKL-QTY        TO PDL-QTY

         MOVE PICK-DETAIL-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

       .

       472-PO-AGING-ROUTINE.

      *    The buyers' answer to "did anyone act on last week's
      *    suggested POs": every confirmed PO line still open seven
      *    days or more past its confirmation date, bucketed 7/14/30.
      *    Runs after tonight's receipts have closed their lines and
      *    tonight's suggestions have been confirmed in, so the
      *    counts on the foot line reconcile the whole PO cycle.

         IF WS-OPEN-PO-COUNT > 0 OR WS-RECEIPT-COUNT > 0
             MOVE PO-AGING-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE PO-AGING-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE ZEROS TO WS-PO-OPEN-COUNT

             PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                 UNTIL WS-OPO-SUB > WS-OPEN-PO-COUNT
                 IF OPT-STATUS (WS-OPO-SUB) = 'O'
                     ADD 1 TO WS-PO-OPEN-COUNT
                     PERFORM 473-PO-AGING-DETAIL
                 END-IF
             END-PERFORM

             MOVE WS-PO-CONFIRM-COUNT TO PAC-CONFIRM-COUNT
             MOVE WS-PO-CLOSE-COUNT TO PAC-CLOSE-COUNT
             MOVE WS-PO-OPEN-COUNT TO PAC-OPEN-COUNT
             MOVE PO-AGING-COUNT-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

       .

       473-PO-AGING-DETAIL.

         MOVE OPT-PO-DATE (WS-OPO-SUB) TO WS-CONV-DATE
         PERFORM 165-CONVERT-DATE-TO-DAYS
         COMPUTE WS-PO-AGE-DAYS = WS-AS-OF-DAYS - WS-CONV-DAYS

         IF WS-PO-AGE-DAYS >= 7
             IF WS-CONV-DATE IS NUMERIC
                 MOVE WS-CONV-MM TO PA-MONTH
                 MOVE WS-CONV-DD TO PA-DAY
                 MOVE WS-CONV-YYYY TO PA-YEAR
             ELSE
                 MOVE ZEROS TO PA-MONTH, PA-DAY, PA-YEAR
             END-IF
             MOVE OPT-WAREHOUSE (WS-OPO-SUB) TO PA-WAREHOUSE-ID
             MOVE OPT-VENDOR (WS-OPO-SUB)    TO PA-VENDOR-ID
             MOVE OPT-PRODUCT (WS-OPO-SUB)   TO PA-PRODUCT-ID
             MOVE OPT-SLOT (WS-OPO-SUB)      TO PA-SLOT
             COMPUTE PA-QTY = OPT-QTY (WS-OPO-SUB)
                 - OPT-RECEIVED-QTY (WS-OPO-SUB)
             MOVE WS-PO-AGE-DAYS             TO PA-DAYS-OPEN
             EVALUATE TRUE
                 WHEN WS-PO-AGE-DAYS >= 30
                     MOVE '30+ DAYS' TO PA-AGE-BAND
                 WHEN WS-PO-AGE-DAYS >= 14
                     MOVE '14+ DAYS' TO PA-AGE-BAND
                 WHEN OTHER
                     MOVE ' 7+ DAYS' TO PA-AGE-BAND
             END-EVALUATE
             MOVE PO-AGING-DETAIL-LINE TO REPORT-LINE
             MOVE 1 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

       .

       474-SHRINKAGE-ROUTINE.

      *    Every count discrepancy the cycle-count pass adjusted,
      *    read back off the shrinkage file the way the variance
      *    register is, with the total shrinkage in units and dollars
      *    at the foot. The dollar total also posts to the GL extract
      *    as a type-A adjustment record beside the W/V detail, so
      *    finance books the shrinkage the same night the master is
      *    brought in line with the floor.

         IF WS-COUNT-ADJ-COUNT > 0
             OPEN INPUT SHRINKAGE-FILE

             MOVE SHRINKAGE-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SHRINKAGE-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ SHRINKAGE-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         MOVE SK-WAREHOUSE-ID TO SH-WAREHOUSE-ID
                         MOVE SK-VENDOR-ID    TO SH-VENDOR-ID
                         MOVE SK-PRODUCT-ID   TO SH-PRODUCT-ID
                         MOVE SK-SLOT         TO SH-SLOT
                         MOVE SK-BOOK-QTY     TO SH-BOOK-QTY
                         MOVE SK-COUNTED-QTY  TO SH-COUNTED-QTY
                         MOVE SK-VAR-UNITS    TO SH-VAR-UNITS
                         MOVE SK-VAR-DOLLARS  TO SH-VAR-DOLLARS
                         MOVE SHRINKAGE-DETAIL-LINE TO REPORT-LINE
                         MOVE 1 TO PROPER-SPACING
                         PERFORM 127-WRITE-REPORT-LINE
                 END-READ
             END-PERFORM

             CLOSE SHRINKAGE-FILE

             MOVE WS-SHRINK-UNITS TO ST-VAR-UNITS
             MOVE WS-SHRINK-DOLLARS TO ST-VAR-DOLLARS
             MOVE SHRINKAGE-TOTAL-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE 'A' TO GLD-TOTAL-TYPE
             MOVE 'ADJ ' TO GLD-ACCOUNT-ID
             MOVE WS-SHRINK-DOLLARS TO GLD-AMOUNT
             PERFORM 205-WRITE-GL-DETAIL
         END-IF

       .

       479-EXPIRY-ROUTINE.

      *    The first time we learn a batch of oil expired should be
      *    this page, not a customer return: everything logged by
      *    159 during the detail pass, warehouse-ordered, with the
      *    expiring valuation and the already-expired disposal value
      *    at the foot.

         CLOSE EXPIRY-FILE

         IF WS-EXPIRY-COUNT > 0
             OPEN INPUT EXPIRY-FILE

             MOVE EXPIRY-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE EXPIRY-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ EXPIRY-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         MOVE XP-WAREHOUSE-ID TO XPD-WAREHOUSE-ID
                         MOVE XP-VENDOR-ID    TO XPD-VENDOR-ID
                         MOVE XP-PRODUCT-ID   TO XPD-PRODUCT-ID
                         MOVE XP-SLOT         TO XPD-SLOT
                         MOVE XP-LOT-NUMBER   TO XPD-LOT-NUMBER
                         MOVE XP-EXPIRY-DATE  TO WS-CONV-DATE
                         MOVE WS-CONV-MM      TO XPD-EXP-MONTH
                         MOVE WS-CONV-DD      TO XPD-EXP-DAY
                         MOVE WS-CONV-YYYY    TO XPD-EXP-YEAR
                         MOVE XP-QTY          TO XPD-QTY
                         MOVE XP-VALUE        TO XPD-VALUE
                         MOVE XP-BAND         TO XPD-BAND
                         MOVE EXPIRY-DETAIL-LINE TO REPORT-LINE
                         MOVE 1 TO PROPER-SPACING
                         PERFORM 127-WRITE-REPORT-LINE
                 END-READ
             END-PERFORM

             CLOSE EXPIRY-FILE

             MOVE WS-EXPIRING-VALUE TO XTL-EXPIRING-VALUE
             MOVE WS-EXPIRED-VALUE TO XTL-EXPIRED-VALUE
             MOVE EXPIRY-TOTAL-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

       .

       486-DISPOSAL-REGISTER-ROUTINE.

      *    Every disposition ticket read tonight, posted or rejected,
      *    read back off the disposal register file, then the night's
      *    write-offs by reason. Each reason with postings goes to
      *    the GL extract as its own type-A line on its own account,
      *    beside the cycle-count ADJ line, so damage, recalls,
      *    expired stock, and vendor returns are booked apart.

         IF WS-DISP-TRANS-COUNT > 0
             OPEN INPUT DISPOSAL-REGISTER-FILE

             MOVE DISPOSAL-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE DISPOSAL-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ DISPOSAL-REGISTER-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         MOVE DR-WAREHOUSE-ID TO DRD-WAREHOUSE-ID
                         MOVE DR-VENDOR-ID    TO DRD-VENDOR-ID
                         MOVE DR-PRODUCT-ID   TO DRD-PRODUCT-ID
                         MOVE DR-SLOT         TO DRD-SLOT
                         MOVE DR-LOT-NUMBER   TO DRD-LOT-NUMBER
                         MOVE DR-QTY          TO DRD-QTY
                         MOVE DR-REASON-NAME  TO DRD-REASON-NAME
                         MOVE DR-VALUE        TO DRD-VALUE
                         IF DR-STATUS = 'REJECTED'
                             MOVE DR-REASON TO DRD-STATUS
                         ELSE
                             IF DR-EXPIRED-FLAG = 'Y'
                                 MOVE 'POSTED - EXPIRED LOT'
                                     TO DRD-STATUS
                             ELSE
                                 MOVE DR-STATUS TO DRD-STATUS
                             END-IF
                         END-IF
                         MOVE DISPOSAL-DETAIL-LINE TO REPORT-LINE
                         MOVE 1 TO PROPER-SPACING
                         PERFORM 127-WRITE-REPORT-LINE
                 END-READ
             END-PERFORM

             CLOSE DISPOSAL-REGISTER-FILE

             MOVE WS-DISP-POSTED-COUNT TO DCL-POSTED-COUNT
             MOVE WS-DISP-REJ-COUNT    TO DCL-REJ-COUNT
             MOVE WS-DISP-TOTAL-VALUE  TO DCL-VALUE
             MOVE DISPOSAL-COUNT-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE 'A' TO GLD-TOTAL-TYPE

             MOVE 'DAMAGED WRITE-OFF' TO DRL-LABEL
             MOVE 'DMG ' TO DRL-ACCOUNT-ID
             MOVE WS-DAMAGED-COUNT TO DRL-COUNT
             MOVE WS-DAMAGED-VALUE TO DRL-VALUE
             MOVE DISPOSAL-REASON-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             IF WS-DAMAGED-COUNT > 0
                 MOVE 'DMG ' TO GLD-ACCOUNT-ID
                 COMPUTE GLD-AMOUNT = 0 - WS-DAMAGED-VALUE
                 PERFORM 205-WRITE-GL-DETAIL
             END-IF

             MOVE 'RECALLED WRITE-OFF' TO DRL-LABEL
             MOVE 'RCL ' TO DRL-ACCOUNT-ID
             MOVE WS-RECALLED-COUNT TO DRL-COUNT
             MOVE WS-RECALLED-VALUE TO DRL-VALUE
             MOVE DISPOSAL-REASON-LINE TO REPORT-LINE
             MOVE 1 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             IF WS-RECALLED-COUNT > 0
                 MOVE 'RCL ' TO GLD-ACCOUNT-ID
                 COMPUTE GLD-AMOUNT = 0 - WS-RECALLED-VALUE
                 PERFORM 205-WRITE-GL-DETAIL
             END-IF

             MOVE 'EXPIRED WRITE-OFF' TO DRL-LABEL
             MOVE 'EXP ' TO DRL-ACCOUNT-ID
             MOVE WS-EXPIRED-DISP-COUNT TO DRL-COUNT
             MOVE WS-EXPIRED-DISP-VALUE TO DRL-VALUE
             MOVE DISPOSAL-REASON-LINE TO REPORT-LINE
             MOVE 1 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             IF WS-EXPIRED-DISP-COUNT > 0
                 MOVE 'EXP ' TO GLD-ACCOUNT-ID
                 COMPUTE GLD-AMOUNT = 0 - WS-EXPIRED-DISP-VALUE
                 PERFORM 205-WRITE-GL-DETAIL
             END-IF

             MOVE 'RETURNED TO VENDOR' TO DRL-LABEL
             MOVE 'RTV ' TO DRL-ACCOUNT-ID
             MOVE WS-RTV-COUNT TO DRL-COUNT
             MOVE WS-RTV-VALUE TO DRL-VALUE
             MOVE DISPOSAL-REASON-LINE TO REPORT-LINE
             MOVE 1 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             IF WS-RTV-COUNT > 0
                 MOVE 'RTV ' TO GLD-ACCOUNT-ID
                 COMPUTE GLD-AMOUNT = 0 - WS-RTV-VALUE
                 PERFORM 205-WRITE-GL-DETAIL
             END-IF
         END-IF

       .

      *

       452-EXPIRED-TIEBACK-ROUTINE.

      *    Each lot last night's expiring-stock page flagged EXPIRED,
      *    against what tonight's disposition tickets actually took
      *    out of that slot and lot: destroyed in full, partly, or
      *    not at all. Expired-reason tickets for lots that were not
      *    on the list are counted at the foot.

         IF WS-EXPIRED-LIST-COUNT > 0
             MOVE TIEBACK-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE TIEBACK-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE 1 TO PROPER-SPACING

             PERFORM VARYING EXPIRED-LIST-INDEX FROM 1 BY 1
                 UNTIL EXPIRED-LIST-INDEX > WS-EXPIRED-LIST-COUNT
                 MOVE EXL-WAREHOUSE-ID (EXPIRED-LIST-INDEX)
                     TO TBD-WAREHOUSE-ID
                 MOVE EXL-VENDOR-ID (EXPIRED-LIST-INDEX)
                     TO TBD-VENDOR-ID
                 MOVE EXL-PRODUCT-ID (EXPIRED-LIST-INDEX)
                     TO TBD-PRODUCT-ID
                 MOVE EXL-SLOT (EXPIRED-LIST-INDEX) TO TBD-SLOT
                 MOVE EXL-LOT-NUMBER (EXPIRED-LIST-INDEX)
                     TO TBD-LOT-NUMBER
                 MOVE EXL-EXPIRY-DATE (EXPIRED-LIST-INDEX)
                     TO WS-CONV-DATE
                 MOVE WS-CONV-MM   TO TBD-EXP-MONTH
                 MOVE WS-CONV-DD   TO TBD-EXP-DAY
                 MOVE WS-CONV-YYYY TO TBD-EXP-YEAR
                 MOVE EXL-QTY (EXPIRED-LIST-INDEX) TO TBD-FLAGGED-QTY
                 MOVE EXL-DISPOSED-QTY (EXPIRED-LIST-INDEX)
                     TO TBD-DISPOSED-QTY

                 EVALUATE TRUE
                     WHEN EXL-DISPOSED-QTY (EXPIRED-LIST-INDEX) = 0
                         MOVE 'NOT DISPOSED' TO TBD-STATUS
                         ADD 1 TO WS-TIEBACK-OPEN-COUNT
                     WHEN EXL-DISPOSED-QTY (EXPIRED-LIST-INDEX)
                         < EXL-QTY (EXPIRED-LIST-INDEX)
                         MOVE 'PARTIAL' TO TBD-STATUS
                         ADD 1 TO WS-TIEBACK-PARTIAL-COUNT
                     WHEN OTHER
                         MOVE 'DESTROYED' TO TBD-STATUS
                         ADD 1 TO WS-TIEBACK-DESTROYED-COUNT
                 END-EVALUATE

                 MOVE TIEBACK-DETAIL-LINE TO REPORT-LINE
                 PERFORM 127-WRITE-REPORT-LINE
             END-PERFORM

             MOVE WS-EXPIRED-LIST-COUNT      TO TBC-FLAGGED-COUNT
             MOVE WS-TIEBACK-DESTROYED-COUNT TO TBC-DESTROYED-COUNT
             MOVE WS-TIEBACK-PARTIAL-COUNT   TO TBC-PARTIAL-COUNT
             MOVE WS-TIEBACK-OPEN-COUNT      TO TBC-OPEN-COUNT
             MOVE TIEBACK-COUNT-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE WS-TIEBACK-FLAGGED-VALUE  TO TBV-FLAGGED-VALUE
             MOVE WS-TIEBACK-DISPOSED-VALUE TO TBV-DISPOSED-VALUE
             MOVE TIEBACK-VALUE-LINE TO REPORT-LINE
             MOVE 1 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE WS-EXP-UNLISTED-COUNT TO TBU-UNLISTED-COUNT
             MOVE TIEBACK-UNLISTED-LINE TO REPORT-LINE
             MOVE 1 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

       .

      *

       487-DEBIT-MEMO-ROUTINE.

      *    Tonight's returns to vendor, sorted by vendor, one page per
      *    vendor so each can be torn off and sent as that vendor's
      *    debit memo. DEBIT-MEMO.TXT keeps the sorted lines for
      *    accounts payable.

         IF WS-DEBIT-MEMO-COUNT > 0
             SORT DEBIT-MEMO-SORT-FILE
                 ON ASCENDING KEY DWS-VENDOR-ID
                                  DWS-WAREHOUSE-ID
                                  DWS-PRODUCT-ID
                                  DWS-SLOT
                 USING DEBIT-MEMO-WORK-FILE
                 GIVING DEBIT-MEMO-FILE

             OPEN INPUT DEBIT-MEMO-FILE

             MOVE SPACE TO DEBIT-MEMO-HOLD-VENDOR
             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ DEBIT-MEMO-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         PERFORM 488-DEBIT-MEMO-DETAIL
                 END-READ
             END-PERFORM

             CLOSE DEBIT-MEMO-FILE

             PERFORM 451-DEBIT-MEMO-VENDOR-TOTAL
         END-IF

       .

      *

       488-DEBIT-MEMO-DETAIL.

         IF DM-VENDOR-ID NOT = DEBIT-MEMO-HOLD-VENDOR
             IF DEBIT-MEMO-HOLD-VENDOR NOT = SPACE
                 PERFORM 451-DEBIT-MEMO-VENDOR-TOTAL
             END-IF

             MOVE DM-VENDOR-ID TO DEBIT-MEMO-HOLD-VENDOR
             MOVE ZEROS TO WS-DEBIT-MEMO-UNITS, WS-DEBIT-MEMO-VALUE

             PERFORM 120-HEADING-ROUTINE-ONE

             MOVE DEBIT-MEMO-HEADING TO REPORT-LINE
             MOVE 3 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE DM-VENDOR-ID TO DVL-VENDOR-ID
             SET VENDOR-INDEX TO 1
             SEARCH VENDOR-ENTRY
                 AT END
                     MOVE SPACE TO DVL-VENDOR-NAME
                 WHEN DM-VENDOR-ID = VEND-ID (VENDOR-INDEX)
                     MOVE VEND-NAME (VENDOR-INDEX) TO DVL-VENDOR-NAME
             END-SEARCH

             MOVE DEBIT-MEMO-VENDOR-LINE TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE

             MOVE DEBIT-MEMO-COLUMN-HEADING TO REPORT-LINE
             MOVE 2 TO PROPER-SPACING
             PERFORM 127-WRITE-REPORT-LINE
         END-IF

         MOVE DM-WAREHOUSE-ID TO DMD-WAREHOUSE-ID
         MOVE DM-PRODUCT-ID   TO DMD-PRODUCT-ID
         MOVE DM-SLOT         TO DMD-SLOT
         MOVE DM-LOT-NUMBER   TO DMD-LOT-NUMBER
         MOVE DM-REFERENCE    TO DMD-REFERENCE
         MOVE DM-QTY          TO DMD-QTY
         MOVE DM-UNIT-COST    TO DMD-UNIT-COST
         MOVE DM-VALUE        TO DMD-VALUE

         MOVE DEBIT-MEMO-DETAIL-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         ADD DM-QTY   TO WS-DEBIT-MEMO-UNITS
         ADD DM-VALUE TO WS-DEBIT-MEMO-VALUE

       .

      *

       451-DEBIT-MEMO-VENDOR-TOTAL.

         MOVE WS-DEBIT-MEMO-UNITS TO DTL-UNITS
         MOVE WS-DEBIT-MEMO-VALUE TO DTL-VALUE
         MOVE DEBIT-MEMO-TOTAL-LINE TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE DEBIT-MEMO-SIGN-LINE TO REPORT-LINE
         MOVE 3 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

       .

       476-SLOW-MOVER-ROUTINE.

         ADD 1 TO WS-SLOW-COUNT

         PERFORM 195-ROUND-SLOT-AVG-COST
         COMPUTE WS-SLOW-VALUE =
             IM-NUM-IN-STOCK (SUB) * WS-SLOT-AVG-COST

         ADD WS-SLOW-VALUE TO WS-SLOW-TOTAL-VALUE

         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE WS-JOURNAL-COUNT TO JCL-ENTRY-COUNT
         MOVE JOURNAL-COUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

       .

       475-RUN-SUMMARY-ROUTINE.

       .

       484-VALUATION-RECON-ROUTINE.

      *    Master-basis runs only: one page walking the total the
      *    feed-based report would have printed to the master-based
      *    grand total above it, a line per source. The first block
      *    brings the feed to the master as the feed left it; the
      *    second adds tonight's postings on top. Anything left is
      *    shown, never absorbed.

         PERFORM 120-HEADING-ROUTINE-ONE

         MOVE RECON-HEADING TO REPORT-LINE
         MOVE 3 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'FEED-BASED TOTAL (TONIGHT''S FEED)' TO RCL-LABEL
         MOVE WS-RECON-FEED-FINAL-TOTAL TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 3 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'LESS TRANSFERS NETTED INTO THE FEED' TO RCL-LABEL
         COMPUTE RCL-AMOUNT = 0 - WS-RECON-XFER-NET-VALUE
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'PLUS STANDING STOCK NOT ON TONIGHT''S FEED'
             TO RCL-LABEL
         MOVE WS-RECON-MASTER-ONLY-VALUE TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'LESS FEED RECORDS NOT ON THE MASTER' TO RCL-LABEL
         COMPUTE RCL-AMOUNT = 0 - WS-RECON-FEED-ONLY-VALUE
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'FEED/MASTER DIFFERENCES ON MATCHED KEYS'
             TO RCL-LABEL
         MOVE WS-RECON-MATCHED-DIFF TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE RECON-RULE-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'MASTER AFTER TONIGHT''S FEED' TO RCL-LABEL
         MOVE WS-RECON-MASTER-BEFORE TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'PLUS RECEIPTS POSTED' TO RCL-LABEL
         MOVE WS-RECON-RECEIPT-VALUE TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 2 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'PLUS TRANSFERS IN' TO RCL-LABEL
         MOVE WS-RECON-XFER-IN-VALUE TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'LESS TRANSFERS OUT' TO RCL-LABEL
         MOVE WS-RECON-XFER-OUT-VALUE TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'CYCLE COUNT ADJUSTMENTS' TO RCL-LABEL
         MOVE WS-RECON-COUNT-VALUE TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'LESS SHIPMENTS' TO RCL-LABEL
         MOVE WS-RECON-SHIP-VALUE TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'LESS DISPOSALS AND RETURNS TO VENDOR' TO RCL-LABEL
         MOVE WS-RECON-DISPOSAL-VALUE TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'OTHER / UNEXPLAINED' TO RCL-LABEL
         MOVE WS-RECON-OTHER-VALUE TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE RECON-RULE-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'MASTER-BASED TOTAL' TO RCL-LABEL
         MOVE WS-RECON-MASTER-AFTER TO RCL-AMOUNT
         MOVE RECON-AMOUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'MASTER RECORDS VALUED' TO RCC-LABEL
         MOVE WS-RECON-IMAGE-COUNT TO RCC-COUNT
         MOVE RECON-COUNT-LINE TO REPORT-LINE
         MOVE 3 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'MASTER RECORDS NOT ON TONIGHT''S FEED' TO RCC-LABEL
         MOVE WS-RECON-MASTER-ONLY-COUNT TO RCC-COUNT
         MOVE RECON-COUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

         MOVE 'FEED RECORDS NOT ON THE MASTER' TO RCC-LABEL
         MOVE WS-RECON-FEED-ONLY-COUNT TO RCC-COUNT
         MOVE RECON-COUNT-LINE TO REPORT-LINE
         MOVE 1 TO PROPER-SPACING
         PERFORM 127-WRITE-REPORT-LINE

       .

       485-TOC-ROUTINE.

      *    Closing table-of-contents page: the page each warehouse

         OPEN INPUT AVAIL-FILE

      *    The master was closed at the end of the report pass; it
      *    is reopened for this pass so stock on hand is valued at
      *    average cost, as on the inventory report (453).

         OPEN INPUT INVENTORY-MASTER

         IF MASTER-FILE-STATUS = '00' OR MASTER-FILE-STATUS = '05'
             MOVE 'Y' TO AVG-MASTER-OPEN-FLAG
         ELSE
             DISPLAY 'INVENTORY-MASTER.DAT COULD NOT BE OPENED - '
                 'STATUS ' MASTER-FILE-STATUS
                 ' - AVAILABILITY AT FEED PRICES'
         END-IF

         MOVE SPACE TO EOF-FLAG
         MOVE 'Y' TO AVAIL-FIRST-FLAG


         CLOSE AVAIL-FILE

         IF AVG-MASTER-OPEN
             CLOSE INVENTORY-MASTER
             MOVE 'N' TO AVG-MASTER-OPEN-FLAG
         END-IF

         PERFORM 489-ORDER-SHORTAGE-LIST

       .
                 MOVE ORD-ORDER-NBR (WS-ORD-SUB) TO OSL-ORDER-NBR
                 MOVE ORD-VENDOR (WS-ORD-SUB)    TO OSL-VENDOR
                 MOVE ORD-PRODUCT (WS-ORD-SUB)   TO OSL-PRODUCT
                 COMPUTE OSL-QTY =
                     ORD-QTY (WS-ORD-SUB) -
                     ORD-SHIPPED-QTY (WS-ORD-SUB)
                 MOVE ORD-REQ-DATE (WS-ORD-SUB)  TO OSL-REQ-DATE
                 MOVE ORDER-SHORTAGE-LINE TO REPORT-LINE
                 PERFORM 127-WRITE-REPORT-LINE
         MOVE AV-WAREHOUSE-ID TO AD-WAREHOUSE-ID
         MOVE ZEROS TO WS-AVAIL-LINE-UNITS

         PERFORM 453-FETCH-AVAIL-AVG-COSTS

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF AV-NUM-IN-STOCK (SUB) IS NUMERIC
                 MOVE AV-NUM-IN-STOCK (SUB) TO AD-SLOT-QTY (SUB)
                 ADD AV-NUM-IN-STOCK (SUB) TO WS-AVAIL-LINE-UNITS
                 ADD AV-NUM-IN-STOCK (SUB) TO WS-AVAIL-UNITS
                 COMPUTE WS-AVAIL-COST = WS-AVAIL-COST +
                     AV-NUM-IN-STOCK (SUB) * RPT-SLOT-COST (SUB)
             ELSE
                 MOVE ZEROS TO AD-SLOT-QTY (SUB)
             END-IF

       .

       453-FETCH-AVAIL-AVG-COSTS.

      *    The same pricing as 192 for an availability record: each
      *    slot at the master's rounded average cost, or at the feed
      *    price where the master does not carry the record or
      *    could not be opened.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF AV-PURCHASE-PRICE (SUB) IS NUMERIC
                 MOVE AV-PURCHASE-PRICE (SUB) TO RPT-SLOT-COST (SUB)
             ELSE
                 MOVE ZEROS TO RPT-SLOT-COST (SUB)
             END-IF
         END-PERFORM

         IF AVG-MASTER-OPEN
             MOVE AV-WAREHOUSE-ID TO IM-WAREHOUSE-ID
             MOVE AV-VENDOR-ID    TO IM-VENDOR-ID
             MOVE AV-PRODUCT-ID   TO IM-PRODUCT-ID

             READ INVENTORY-MASTER
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
                         PERFORM 195-ROUND-SLOT-AVG-COST
                         MOVE WS-SLOT-AVG-COST TO RPT-SLOT-COST (SUB)
                     END-PERFORM
             END-READ
         END-IF

       .

       492-AVAIL-PRODUCT-BREAK.

         MOVE WS-AVAIL-UNITS TO ATL-UNITS
      *    netted against the company-wide on-hand, in file order,
      *    so each section reads on-hand / allocated / available-to-
      *    promise - the number sales can actually commit against.
      *    Only the balance still owed is allocated: a partially
      *    shipped order holds back what it has not yet received,
      *    and an order shipped complete holds back nothing.
      *    Orders the remaining stock covers are marked so the
      *    uncovered ones surface on the shortage list after the
      *    pass, next to the STOCKOUT indicator their product line
             UNTIL WS-ORD-SUB > WS-ORDER-COUNT
             IF ORD-VENDOR (WS-ORD-SUB) = AVAIL-HOLD-VENDOR
                 AND ORD-PRODUCT (WS-ORD-SUB) = AVAIL-HOLD-PRODUCT
                 AND ORD-STATUS (WS-ORD-SUB) NOT = 'S'
                 COMPUTE WS-ORDER-BALANCE =
                     ORD-QTY (WS-ORD-SUB) -
                     ORD-SHIPPED-QTY (WS-ORD-SUB)
                 ADD WS-ORDER-BALANCE TO WS-ALLOC-QTY
                 IF WS-ALLOC-REMAIN >= WS-ORDER-BALANCE
                     SUBTRACT WS-ORDER-BALANCE
                         FROM WS-ALLOC-REMAIN
                     MOVE 'Y' TO ORD-COVERED (WS-ORD-SUB)
                 END-IF
      *    product/slot is confirmed onto the permanent open-PO file,
      *    dated tonight, for the ordered (reorder) quantity - so the
      *    same low-stock item stops resurfacing night after night as
      *    if nobody had ordered it. When OPEN-PO.TXT overflowed its
      *    table nothing is confirmed, since 498 cannot rewrite the
      *    file; the suggestions still print and come back tomorrow.

         IF OPEN-PO-TABLE-OVERFLOWED
             DISPLAY 'OPEN-PO.TXT EXCEEDS TABLE CAPACITY - '
                 'SUGGESTED POS NOT CONFIRMED'
         ELSE
             OPEN INPUT PURCHASE-ORDER-FILE

             MOVE SPACE TO EOF-FLAG

             PERFORM UNTIL NO-MORE-RECORDS
                 READ PURCHASE-ORDER-FILE
                     AT END
                         MOVE 'N' TO EOF-FLAG
                     NOT AT END
                         MOVE SUGGESTED-PO-REC TO HELD-SUGGESTED-PO
                         PERFORM 496-CONFIRM-ONE-SUGGESTION
                 END-READ
             END-PERFORM

             CLOSE PURCHASE-ORDER-FILE
         END-IF

       .

                 MOVE 'O' TO OPT-STATUS (WS-OPEN-PO-COUNT)
                 MOVE SPACE TO
                     OPT-RECEIPT-DATE (WS-OPEN-PO-COUNT)
                 MOVE ZEROS TO
                     OPT-RECEIVED-QTY (WS-OPEN-PO-COUNT)
                     OPT-BILLED-QTY (WS-OPEN-PO-COUNT)
                 ADD 1 TO WS-PO-CONFIRM-COUNT
             ELSE
                 DISPLAY 'OPEN-PO.TXT EXCEEDS TABLE CAPACITY - '

       498-REWRITE-OPEN-PO-FILE.

      *    The open-PO file is rewritten after tonight's receipts
      *    and confirmations. Lines closed this run stay on the file
      *    with their received quantity - the vendor invoice match
      *    pays against them - and the aging page carries the close
      *    count. A file that overflowed the table on load is left
      *    as it was rather than cut down to the lines that fit.

         IF OPEN-PO-TABLE-OVERFLOWED
             DISPLAY 'OPEN-PO.TXT NOT REWRITTEN - TABLE '
                 'CAPACITY EXCEEDED ON LOAD'
         ELSE
             OPEN OUTPUT OPEN-PO-FILE

             PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                 UNTIL WS-OPO-SUB > WS-OPEN-PO-COUNT
                 MOVE OPT-PO-DATE (WS-OPO-SUB)   TO OP-PO-DATE
                 MOVE OPT-WAREHOUSE (WS-OPO-SUB) TO OP-WAREHOUSE-ID
                 MOVE OPT-VENDOR (WS-OPO-SUB)    TO OP-VENDOR-ID
                 MOVE OPT-STATUS (WS-OPO-SUB)    TO OP-STATUS
                 MOVE OPT-RECEIPT-DATE (WS-OPO-SUB)
                     TO OP-RECEIPT-DATE
                 MOVE OPT-RECEIVED-QTY (WS-OPO-SUB)
                     TO OP-RECEIVED-QTY
                 MOVE OPT-BILLED-QTY (WS-OPO-SUB) TO OP-BILLED-QTY
                 WRITE OPEN-PO-REC
             END-PERFORM

             CLOSE OPEN-PO-FILE
         END-IF

       .

       499-REWRITE-ORDER-FILE.

      *    The customer-order file is rewritten from the table so
      *    tonight's shipping progress (quantity shipped, status,
      *    last ship date) carries into tomorrow's availability
      *    netting and pick list. Orders shipped complete stay on
      *    the file as the record of what went out. A file that
      *    overflowed the table on load is left as it was rather
      *    than cut down to the orders that fit.

         IF ORDER-TABLE-OVERFLOWED
             DISPLAY 'CUSTOMER-ORDER.TXT NOT REWRITTEN - TABLE '
                 'CAPACITY EXCEEDED ON LOAD'
         ELSE
             IF WS-ORDER-COUNT > 0
                 OPEN OUTPUT CUSTOMER-ORDER-FILE

                 PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                     UNTIL WS-ORD-SUB > WS-ORDER-COUNT
                     MOVE ORD-ORDER-NBR (WS-ORD-SUB) TO CO-ORDER-NBR
                     MOVE ORD-VENDOR (WS-ORD-SUB)    TO CO-VENDOR-ID
                     MOVE ORD-PRODUCT (WS-ORD-SUB)   TO CO-PRODUCT-ID
                     MOVE ORD-QTY (WS-ORD-SUB)       TO CO-QTY
                     MOVE ORD-REQ-DATE (WS-ORD-SUB)
                         TO CO-REQUIRED-DATE
                     MOVE ORD-SHIPPED-QTY (WS-ORD-SUB)
                         TO CO-SHIPPED-QTY
                     MOVE ORD-STATUS (WS-ORD-SUB)    TO CO-STATUS
                     MOVE ORD-SHIP-DATE (WS-ORD-SUB) TO CO-SHIP-DATE
                     WRITE CUSTOMER-ORDER-REC
                 END-PERFORM

                 CLOSE CUSTOMER-ORDER-FILE
             END-IF
         END-IF

       .


       500-FINAL-ROUTINE.

         IF AVG-MASTER-OPEN
             CLOSE INVENTORY-MASTER
             MOVE 'N' TO AVG-MASTER-OPEN-FLAG
         END-IF

         PERFORM 450-END-OF-JOB
         PERFORM 460-ERROR-DETAIL-ROUTINE
         PERFORM 463-DUPLICATE-DETAIL-ROUTINE
         PERFORM 465-EXCEPTION-DETAIL-ROUTINE
         PERFORM 467-VARIANCE-DETAIL-ROUTINE
         PERFORM 468-XFER-REGISTER-ROUTINE
         PERFORM 481-SHIPMENT-REGISTER-ROUTINE

      *    The PO work file closes here (all suggested-PO writes
      *    happen during the detail pass) so tonight's suggestions
         PERFORM 497-CONFIRM-SUGGESTED-POS
         PERFORM 472-PO-AGING-ROUTINE
         PERFORM 474-SHRINKAGE-ROUTINE
         PERFORM 486-DISPOSAL-REGISTER-ROUTINE
         PERFORM 479-EXPIRY-ROUTINE
         PERFORM 452-EXPIRED-TIEBACK-ROUTINE
         PERFORM 476-SLOW-MOVER-ROUTINE

         PERFORM 470-CONTROL-TOTAL-ROUTINE
         PERFORM 160-GRAND-TOTAL

         IF MASTER-VALUATION-BASIS
             PERFORM 484-VALUATION-RECON-ROUTINE
         END-IF

      *    UTAH-FILE closes here so the availability pass can re-sort
      *    it by product within vendor for the company-wide report.

         CLOSE UTAH-FILE

         PERFORM 490-AVAILABILITY-REPORT
         PERFORM 482-PICK-LIST-ROUTINE
         PERFORM 487-DEBIT-MEMO-ROUTINE
         PERFORM 475-RUN-SUMMARY-ROUTINE
         PERFORM 485-TOC-ROUTINE

               SUMMARY-EXTRACT-FILE

         PERFORM 498-REWRITE-OPEN-PO-FILE
         PERFORM 499-REWRITE-ORDER-FILE

         IF JOURNAL-OPEN
             CLOSE STOCK-JOURNAL-FILE
         END-IF

         PERFORM 480-WRITE-RUN-LOG

