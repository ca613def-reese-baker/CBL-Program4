       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROGRAM4Q.
       AUTHOR.        REESE BAKER.

      *****************************************************************
      * Console stock inquiry against the standing inventory master.
      * The floor and customer service used to wait for the morning
      * print (or a spreadsheet built from the CSV extract) to answer
      * "how many do we have"; this answers it from the master as the
      * nightly job last left it. The program only reads - nothing it
      * does changes a file.
      *
      *   K - one warehouse / vendor / product: all five slots with
      *       name, size, type, on hand, last purchase price, average
      *       cost, lot, expiry, and last-activity date, then each
      *       slot's ABC class and the date it was last counted
      *   B - one vendor / product browsed across every warehouse on
      *       WAREHOUSE-MASTER.TXT, on hand by slot
      *
      * Either inquiry closes with the purchase-order lines still
      * open for the product on OPEN-PO.TXT (ordered, received, and
      * the balance due) and the customer orders not yet shipped
      * complete on CUSTOMER-ORDER.TXT (ordered, shipped, and the
      * balance owed). The key lookup limits the PO lines to the
      * warehouse asked for; customer orders name no warehouse and
      * are always listed for the whole product.
      *
      * INPUT:  operator console; INVENTORY-MASTER.DAT,
      *         WAREHOUSE-MASTER.TXT, OPEN-PO.TXT, CUSTOMER-ORDER.TXT
      * OUTPUT: console display only
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.



       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT INVENTORY-MASTER
             ASSIGN TO 'INVENTORY-MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS IM-MASTER-KEY
             FILE STATUS IS MASTER-FILE-STATUS.

      *

         SELECT WAREHOUSE-FILE
             ASSIGN TO 'WAREHOUSE-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WAREHOUSE-FILE-STATUS.

      *

         SELECT OPTIONAL OPEN-PO-FILE
             ASSIGN TO 'OPEN-PO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OPEN-PO-FILE-STATUS.

      *

         SELECT OPTIONAL CUSTOMER-ORDER-FILE
             ASSIGN TO 'CUSTOMER-ORDER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ORDER-FILE-STATUS.

      *

       DATA DIVISION.
       FILE SECTION.

       FD INVENTORY-MASTER
         RECORD CONTAINS 318 CHARACTERS.

       01 MASTER-REC.
         05 IM-MASTER-KEY.
             10 IM-WAREHOUSE-ID          PIC X(4).
             10 IM-VENDOR-ID             PIC A(1).
             10 IM-PRODUCT-ID            PIC X(3).
         05 IM-PRODUCT-ARRAY       OCCURS 5 TIMES.
             10 IM-PRODUCT-NAME          PIC X(13).
             10 IM-PRODUCT-SIZE          PIC A(1).
             10 IM-PRODUCT-TYPE          PIC A(1).
             10 IM-NUM-IN-STOCK          PIC 9(4).
             10 IM-PURCHASE-PRICE        PIC S999V99.
             10 IM-LOT-NUMBER            PIC X(6).
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

       FD WAREHOUSE-FILE
         RECORD CONTAINS 25 CHARACTERS.

       01 WAREHOUSE-MASTER-REC.
         05 WM-WAREHOUSE-ID              PIC X(4).
         05 WM-WAREHOUSE-NAME            PIC X(16).
         05 WM-REGION                    PIC X(4).
         05 WM-ACTIVE-FLAG               PIC X(1).

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

       FD CUSTOMER-ORDER-FILE
         RECORD CONTAINS 35 CHARACTERS.

       01 CUSTOMER-ORDER-REC.
         05 CO-ORDER-NBR                 PIC X(6).
         05 CO-VENDOR-ID                 PIC A(1).
         05 CO-PRODUCT-ID                PIC X(3).
         05 CO-QTY                       PIC 9(4).
         05 CO-REQUIRED-DATE             PIC X(8).
         05 CO-SHIPPED-QTY               PIC 9(4).
         05 CO-STATUS                    PIC X(1).
         05 CO-SHIP-DATE                 PIC X(8).

      *

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
         05 MASTER-FILE-STATUS            PIC XX VALUE SPACE.
         05 WAREHOUSE-FILE-STATUS         PIC XX VALUE SPACE.
         05 OPEN-PO-FILE-STATUS           PIC XX VALUE SPACE.
         05 ORDER-FILE-STATUS             PIC XX VALUE SPACE.
         05 LOAD-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-LOAD-RECORDS              VALUE 'Y'.
             88 NO-MORE-LOAD-RECORDS           VALUE 'N'.
         05 MENU-DONE-FLAG                PIC X VALUE 'N'.
             88 MENU-DONE                      VALUE 'Y'.
         05 KEY-FOUND-FLAG                PIC X VALUE 'N'.
             88 KEY-FOUND                      VALUE 'Y'.
         05 PO-WAREHOUSE-FILTER-FLAG      PIC X VALUE 'N'.
             88 PO-FOR-ONE-WAREHOUSE           VALUE 'Y'.

      *

       01 MENU-FIELDS.
         05 WS-INQUIRY-CHOICE            PIC X(1) VALUE SPACE.
         05 WS-INQ-WAREHOUSE-ID          PIC X(4) VALUE SPACE.
         05 WS-INQ-VENDOR-ID             PIC X(1) VALUE SPACE.
         05 WS-INQ-PRODUCT-ID            PIC X(3) VALUE SPACE.

      *

       01 INQUIRY-COUNTERS.
         05 WS-SLOT-SUB                  PIC 9(1) VALUE 0.
         05 WS-WH-SUB                    PIC 9(2) VALUE 0.
         05 WS-LINES-FOUND               PIC 9(4) VALUE 0.
         05 WS-WAREHOUSES-FOUND          PIC 9(2) VALUE 0.
         05 WS-BALANCE-QTY               PIC 9(4) VALUE 0.
         05 WS-SHIPPED-QTY               PIC 9(4) VALUE 0.
         05 WS-WAREHOUSE-ON-HAND         PIC 9(5) VALUE 0.
         05 WS-RECEIVED-QTY              PIC 9(4) VALUE 0.
         05 WS-PRODUCT-ON-HAND           PIC 9(7) VALUE 0.
         05 WS-PRODUCT-DUE-IN            PIC 9(7) VALUE 0.
         05 WS-PRODUCT-OWED              PIC 9(7) VALUE 0.

      *

      ***********************TABLE*************************

       01 WS-WAREHOUSE-COUNT               PIC 9(2) VALUE 0.

       01 WAREHOUSE-TABLE.
         05 WH-TBL-ENTRY           OCCURS 50 TIMES.
             10 WH-TBL-ID                PIC X(4).
             10 WH-TBL-NAME              PIC X(16).
             10 WH-TBL-REGION            PIC X(4).
             10 WH-TBL-ACTIVE            PIC X(1).

      *****************************************************

      *    Console display lines. Each is DISPLAYed as one group so
      *    the columns stay under the headings.

       01 SLOT-HEADING-1.
         05 PIC X(36) VALUE
             'SL PRODUCT NAME  S T   QTY   PRICE  '.
         05 PIC X(35) VALUE
             'AVG COST  LOT    EXPIRY   LAST ACT'.

       01 SLOT-DETAIL-LINE.
         05 SD-SLOT                      PIC 9(1).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 SD-PRODUCT-NAME              PIC X(13).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 SD-PRODUCT-SIZE              PIC X(1).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 SD-PRODUCT-TYPE              PIC X(1).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 SD-ON-HAND                   PIC Z,ZZ9.
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 SD-PRICE                     PIC ZZ9.99-.
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 SD-AVG-COST                  PIC ZZ9.9999-.
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 SD-LOT-NUMBER                PIC X(6).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 SD-EXPIRY-DATE               PIC X(8).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 SD-ACTIVITY-DATE             PIC X(8).

       01 COUNT-HEADING-1.
         05 PIC X(21) VALUE
             'SL CLASS LAST COUNTED'.

       01 COUNT-DETAIL-LINE.
         05 CD-SLOT                      PIC 9(1).
         05 FILLER                       PIC X(4) VALUE SPACE.
         05 CD-ABC-CLASS                 PIC X(1).
         05 FILLER                       PIC X(3) VALUE SPACE.
         05 CD-COUNT-DATE                PIC X(12).

       01 BROWSE-HEADING-1.
         05 PIC X(40) VALUE
             'WHSE NAME             REGN  SLOT1 SLOT2'.
         05 PIC X(31) VALUE
             ' SLOT3 SLOT4 SLOT5  TOTAL'.

       01 BROWSE-DETAIL-LINE.
         05 BD-WAREHOUSE-ID              PIC X(4).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 BD-WAREHOUSE-NAME            PIC X(16).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 BD-REGION                    PIC X(4).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 BD-SLOT-QTY            OCCURS 5 TIMES.
             10 FILLER                   PIC X(1).
             10 BD-ON-HAND               PIC Z,ZZ9.
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 BD-TOTAL                     PIC ZZ,ZZ9.
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 BD-NOTE                      PIC X(12).

       01 PO-HEADING-1.
         05 PIC X(40) VALUE
             'OPEN PO LINES:  PO DATE  WHSE SL   ORDER'.
         05 PIC X(18) VALUE
             '    RECVD  BALANCE'.

       01 PO-DETAIL-LINE.
         05 FILLER                       PIC X(16) VALUE SPACE.
         05 PD-PO-DATE                   PIC X(8).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 PD-WAREHOUSE-ID              PIC X(4).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 PD-SLOT                      PIC 9(1).
         05 FILLER                       PIC X(3) VALUE SPACE.
         05 PD-ORDERED                   PIC Z,ZZ9.
         05 FILLER                       PIC X(4) VALUE SPACE.
         05 PD-RECEIVED                  PIC Z,ZZ9.
         05 FILLER                       PIC X(4) VALUE SPACE.
         05 PD-BALANCE                   PIC Z,ZZ9.

       01 ORDER-HEADING-1.
         05 PIC X(35) VALUE
             'CUSTOMER ORDERS: ORDER  REQUIRED  S'.
         05 PIC X(25) VALUE
             '   ORDER  SHIPPED    OWED'.

       01 ORDER-DETAIL-LINE.
         05 FILLER                       PIC X(17) VALUE SPACE.
         05 OD-ORDER-NBR                 PIC X(6).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 OD-REQUIRED-DATE             PIC X(8).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 OD-STATUS                    PIC X(1).
         05 FILLER                       PIC X(3) VALUE SPACE.
         05 OD-ORDERED                   PIC Z,ZZ9.
         05 FILLER                       PIC X(4) VALUE SPACE.
         05 OD-SHIPPED                   PIC Z,ZZ9.
         05 FILLER                       PIC X(3) VALUE SPACE.
         05 OD-OWED                      PIC Z,ZZ9.

       01 WS-TOTAL-DISPLAY                 PIC Z,ZZZ,ZZ9.

      *****************************************************

       PROCEDURE DIVISION.

       100-INQUIRY-CONTROL.

      *    Input only: the nightly job can hold the master while an
      *    inquiry is up, and no inquiry can damage it.

         OPEN INPUT INVENTORY-MASTER

         IF MASTER-FILE-STATUS NOT = '00'
             DISPLAY 'INVENTORY-MASTER.DAT COULD NOT BE OPENED - '
                 'STATUS ' MASTER-FILE-STATUS
             STOP RUN
         END-IF

         PERFORM 105-LOAD-WAREHOUSE-TABLE

         DISPLAY 'INVENTORY STOCK INQUIRY'

         PERFORM UNTIL MENU-DONE
             PERFORM 110-INQUIRY-MENU
         END-PERFORM

         CLOSE INVENTORY-MASTER

         STOP RUN

       .

       105-LOAD-WAREHOUSE-TABLE.

         OPEN INPUT WAREHOUSE-FILE

         IF WAREHOUSE-FILE-STATUS NOT = '00'
             DISPLAY 'WAREHOUSE-MASTER.TXT COULD NOT BE OPENED - '
                 'STATUS ' WAREHOUSE-FILE-STATUS
             CLOSE INVENTORY-MASTER
             STOP RUN
         END-IF

         MOVE 'Y' TO LOAD-EOF-FLAG

         PERFORM UNTIL NO-MORE-LOAD-RECORDS
             READ WAREHOUSE-FILE
                 AT END
                     MOVE 'N' TO LOAD-EOF-FLAG
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
                         MOVE 'N' TO LOAD-EOF-FLAG
                     END-IF
             END-READ
         END-PERFORM

         CLOSE WAREHOUSE-FILE

       .

       110-INQUIRY-MENU.

         DISPLAY ' '
         DISPLAY 'SELECT INQUIRY:'
         DISPLAY '  K - ITEM BY WAREHOUSE / VENDOR / PRODUCT'
         DISPLAY '  B - BROWSE PRODUCT ACROSS ALL WAREHOUSES'
         DISPLAY '  Q - QUIT'
         ACCEPT WS-INQUIRY-CHOICE

         EVALUATE WS-INQUIRY-CHOICE
             WHEN 'K'
             WHEN 'k'
                 PERFORM 120-ITEM-INQUIRY
             WHEN 'B'
             WHEN 'b'
                 PERFORM 140-PRODUCT-BROWSE
             WHEN 'Q'
             WHEN 'q'
                 MOVE 'Y' TO MENU-DONE-FLAG
             WHEN OTHER
                 DISPLAY 'UNKNOWN CHOICE: ' WS-INQUIRY-CHOICE
         END-EVALUATE

       .

       115-ACCEPT-PRODUCT-KEY.

         DISPLAY 'VENDOR ID (1 CHAR):'
         ACCEPT WS-INQ-VENDOR-ID
         DISPLAY 'PRODUCT ID (3 CHARS):'
         ACCEPT WS-INQ-PRODUCT-ID

       .

       120-ITEM-INQUIRY.

         DISPLAY 'WAREHOUSE ID (4 CHARS):'
         ACCEPT WS-INQ-WAREHOUSE-ID
         PERFORM 115-ACCEPT-PRODUCT-KEY

         MOVE WS-INQ-WAREHOUSE-ID TO IM-WAREHOUSE-ID
         MOVE WS-INQ-VENDOR-ID    TO IM-VENDOR-ID
         MOVE WS-INQ-PRODUCT-ID   TO IM-PRODUCT-ID

         MOVE 'N' TO KEY-FOUND-FLAG

         READ INVENTORY-MASTER
             INVALID KEY
                 DISPLAY 'NOT ON MASTER: ' WS-INQ-WAREHOUSE-ID ' '
                     WS-INQ-VENDOR-ID ' ' WS-INQ-PRODUCT-ID
             NOT INVALID KEY
                 MOVE 'Y' TO KEY-FOUND-FLAG
         END-READ

         IF KEY-FOUND
             DISPLAY ' '
             DISPLAY 'WAREHOUSE ' IM-WAREHOUSE-ID '  VENDOR '
                 IM-VENDOR-ID '  PRODUCT ' IM-PRODUCT-ID
             DISPLAY SLOT-HEADING-1
             MOVE 0 TO WS-PRODUCT-ON-HAND
             PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                 UNTIL WS-SLOT-SUB > 5
                 PERFORM 125-DISPLAY-ONE-SLOT
             END-PERFORM
             MOVE WS-PRODUCT-ON-HAND TO WS-TOTAL-DISPLAY
             DISPLAY 'TOTAL ON HAND ' WS-TOTAL-DISPLAY
             DISPLAY ' '
             DISPLAY COUNT-HEADING-1
             PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                 UNTIL WS-SLOT-SUB > 5
                 PERFORM 130-DISPLAY-SLOT-COUNT
             END-PERFORM
         END-IF

      *    The open orders are worth showing even when the warehouse
      *    carries no master record: the stock may be on order.

         MOVE 'Y' TO PO-WAREHOUSE-FILTER-FLAG
         PERFORM 160-LIST-OPEN-PO-LINES
         PERFORM 170-LIST-OPEN-CUSTOMER-ORDERS

       .

       125-DISPLAY-ONE-SLOT.

         MOVE WS-SLOT-SUB TO SD-SLOT
         MOVE IM-PRODUCT-NAME (WS-SLOT-SUB) TO SD-PRODUCT-NAME
         MOVE IM-PRODUCT-SIZE (WS-SLOT-SUB) TO SD-PRODUCT-SIZE
         MOVE IM-PRODUCT-TYPE (WS-SLOT-SUB) TO SD-PRODUCT-TYPE
         MOVE IM-LOT-NUMBER (WS-SLOT-SUB)   TO SD-LOT-NUMBER
         MOVE IM-EXPIRY-DATE (WS-SLOT-SUB)  TO SD-EXPIRY-DATE
         MOVE IM-ACTIVITY-DATE (WS-SLOT-SUB) TO SD-ACTIVITY-DATE

         IF IM-NUM-IN-STOCK (WS-SLOT-SUB) IS NUMERIC
             MOVE IM-NUM-IN-STOCK (WS-SLOT-SUB) TO SD-ON-HAND
             ADD IM-NUM-IN-STOCK (WS-SLOT-SUB) TO WS-PRODUCT-ON-HAND
         ELSE
             MOVE 0 TO SD-ON-HAND
         END-IF

         IF IM-PURCHASE-PRICE (WS-SLOT-SUB) IS NUMERIC
             MOVE IM-PURCHASE-PRICE (WS-SLOT-SUB) TO SD-PRICE
         ELSE
             MOVE 0 TO SD-PRICE
         END-IF

         IF IM-AVG-COST (WS-SLOT-SUB) IS NUMERIC
             MOVE IM-AVG-COST (WS-SLOT-SUB) TO SD-AVG-COST
         ELSE
             MOVE 0 TO SD-AVG-COST
         END-IF

         DISPLAY SLOT-DETAIL-LINE

       .

       130-DISPLAY-SLOT-COUNT.

         MOVE WS-SLOT-SUB TO CD-SLOT
         MOVE IM-ABC-CLASS (WS-SLOT-SUB) TO CD-ABC-CLASS

         IF IM-COUNT-DATE (WS-SLOT-SUB) = SPACES
             MOVE 'NEVER' TO CD-COUNT-DATE
         ELSE
             MOVE IM-COUNT-DATE (WS-SLOT-SUB) TO CD-COUNT-DATE
         END-IF

         DISPLAY COUNT-DETAIL-LINE

       .

       140-PRODUCT-BROWSE.

         PERFORM 115-ACCEPT-PRODUCT-KEY

         DISPLAY ' '
         DISPLAY 'VENDOR ' WS-INQ-VENDOR-ID '  PRODUCT '
             WS-INQ-PRODUCT-ID '  ON HAND BY WAREHOUSE'
         DISPLAY BROWSE-HEADING-1

         MOVE 0 TO WS-PRODUCT-ON-HAND
         MOVE 0 TO WS-WAREHOUSES-FOUND

         PERFORM VARYING WS-WH-SUB FROM 1 BY 1
             UNTIL WS-WH-SUB > WS-WAREHOUSE-COUNT
             PERFORM 145-BROWSE-ONE-WAREHOUSE
         END-PERFORM

         IF WS-WAREHOUSES-FOUND = 0
             DISPLAY 'NO WAREHOUSE CARRIES ' WS-INQ-VENDOR-ID ' '
                 WS-INQ-PRODUCT-ID
         ELSE
             MOVE WS-PRODUCT-ON-HAND TO WS-TOTAL-DISPLAY
             DISPLAY 'TOTAL ON HAND, ALL WAREHOUSES ' WS-TOTAL-DISPLAY
         END-IF

         MOVE 'N' TO PO-WAREHOUSE-FILTER-FLAG
         PERFORM 160-LIST-OPEN-PO-LINES
         PERFORM 170-LIST-OPEN-CUSTOMER-ORDERS

       .

       145-BROWSE-ONE-WAREHOUSE.

      *    One keyed read per warehouse on the master file; a
      *    warehouse with no record for the product is skipped.

         MOVE WH-TBL-ID (WS-WH-SUB) TO IM-WAREHOUSE-ID
         MOVE WS-INQ-VENDOR-ID      TO IM-VENDOR-ID
         MOVE WS-INQ-PRODUCT-ID     TO IM-PRODUCT-ID

         MOVE 'N' TO KEY-FOUND-FLAG

         READ INVENTORY-MASTER
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y' TO KEY-FOUND-FLAG
         END-READ

         IF KEY-FOUND
             ADD 1 TO WS-WAREHOUSES-FOUND
             MOVE WH-TBL-ID (WS-WH-SUB)     TO BD-WAREHOUSE-ID
             MOVE WH-TBL-NAME (WS-WH-SUB)   TO BD-WAREHOUSE-NAME
             MOVE WH-TBL-REGION (WS-WH-SUB) TO BD-REGION
             MOVE 0 TO WS-WAREHOUSE-ON-HAND
             PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                 UNTIL WS-SLOT-SUB > 5
                 MOVE SPACE TO BD-SLOT-QTY (WS-SLOT-SUB)
                 IF IM-NUM-IN-STOCK (WS-SLOT-SUB) IS NUMERIC
                     MOVE IM-NUM-IN-STOCK (WS-SLOT-SUB)
                         TO BD-ON-HAND (WS-SLOT-SUB)
                     ADD IM-NUM-IN-STOCK (WS-SLOT-SUB)
                         TO WS-WAREHOUSE-ON-HAND
                 ELSE
                     MOVE 0 TO BD-ON-HAND (WS-SLOT-SUB)
                 END-IF
             END-PERFORM
             MOVE WS-WAREHOUSE-ON-HAND TO BD-TOTAL
             ADD WS-WAREHOUSE-ON-HAND TO WS-PRODUCT-ON-HAND
             IF WH-TBL-ACTIVE (WS-WH-SUB) = 'N'
                 MOVE 'INACTIVE' TO BD-NOTE
             ELSE
                 MOVE SPACE TO BD-NOTE
             END-IF
             DISPLAY BROWSE-DETAIL-LINE
         END-IF

       .

       160-LIST-OPEN-PO-LINES.

      *    Lines the nightly job has closed stay on the file until
      *    they are invoiced and archived; only lines still open are
      *    stock on the way. Lines written before the received count
      *    existed read as nothing received.

         DISPLAY ' '
         DISPLAY PO-HEADING-1

         MOVE 0 TO WS-LINES-FOUND
         MOVE 0 TO WS-PRODUCT-DUE-IN

         OPEN INPUT OPEN-PO-FILE

         IF OPEN-PO-FILE-STATUS NOT = '00'
             AND OPEN-PO-FILE-STATUS NOT = '05'
             DISPLAY 'OPEN-PO.TXT COULD NOT BE OPENED - STATUS '
                 OPEN-PO-FILE-STATUS
         ELSE
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ OPEN-PO-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         PERFORM 165-CHECK-ONE-PO-LINE
                 END-READ
             END-PERFORM
             CLOSE OPEN-PO-FILE
         END-IF

         IF WS-LINES-FOUND = 0
             DISPLAY '                NONE'
         ELSE
             MOVE WS-PRODUCT-DUE-IN TO WS-TOTAL-DISPLAY
             DISPLAY 'TOTAL DUE IN ' WS-TOTAL-DISPLAY
         END-IF

       .

       165-CHECK-ONE-PO-LINE.

         IF OP-STATUS = 'O'
             AND OP-VENDOR-ID = WS-INQ-VENDOR-ID
             AND OP-PRODUCT-ID = WS-INQ-PRODUCT-ID
             AND (NOT PO-FOR-ONE-WAREHOUSE
                  OR OP-WAREHOUSE-ID = WS-INQ-WAREHOUSE-ID)

             IF OP-RECEIVED-QTY IS NUMERIC
                 MOVE OP-RECEIVED-QTY TO WS-RECEIVED-QTY
             ELSE
                 MOVE 0 TO WS-RECEIVED-QTY
             END-IF

             IF OP-ORDER-QTY IS NUMERIC
                 AND OP-ORDER-QTY > WS-RECEIVED-QTY
                 COMPUTE WS-BALANCE-QTY =
                     OP-ORDER-QTY - WS-RECEIVED-QTY
             ELSE
                 MOVE 0 TO WS-BALANCE-QTY
             END-IF

             ADD 1 TO WS-LINES-FOUND
             ADD WS-BALANCE-QTY TO WS-PRODUCT-DUE-IN

             MOVE OP-PO-DATE      TO PD-PO-DATE
             MOVE OP-WAREHOUSE-ID TO PD-WAREHOUSE-ID
             MOVE OP-SLOT         TO PD-SLOT
             MOVE OP-ORDER-QTY    TO PD-ORDERED
             MOVE WS-RECEIVED-QTY TO PD-RECEIVED
             MOVE WS-BALANCE-QTY  TO PD-BALANCE
             DISPLAY PO-DETAIL-LINE
         END-IF

       .

       170-LIST-OPEN-CUSTOMER-ORDERS.

      *    An order shipped complete (status S) is finished; open
      *    and partially shipped orders still owe stock. An order
      *    keyed before the status fields existed reads as open with
      *    nothing shipped, as it does in the nightly job.

         DISPLAY ' '
         DISPLAY ORDER-HEADING-1

         MOVE 0 TO WS-LINES-FOUND
         MOVE 0 TO WS-PRODUCT-OWED

         OPEN INPUT CUSTOMER-ORDER-FILE

         IF ORDER-FILE-STATUS NOT = '00'
             AND ORDER-FILE-STATUS NOT = '05'
             DISPLAY 'CUSTOMER-ORDER.TXT COULD NOT BE OPENED - '
                 'STATUS ' ORDER-FILE-STATUS
         ELSE
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ CUSTOMER-ORDER-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         PERFORM 175-CHECK-ONE-ORDER
                 END-READ
             END-PERFORM
             CLOSE CUSTOMER-ORDER-FILE
         END-IF

         IF WS-LINES-FOUND = 0
             DISPLAY '                 NONE'
         ELSE
             MOVE WS-PRODUCT-OWED TO WS-TOTAL-DISPLAY
             DISPLAY 'TOTAL OWED TO CUSTOMERS ' WS-TOTAL-DISPLAY
         END-IF

       .

       175-CHECK-ONE-ORDER.

         IF CO-STATUS NOT = 'S'
             AND CO-VENDOR-ID = WS-INQ-VENDOR-ID
             AND CO-PRODUCT-ID = WS-INQ-PRODUCT-ID

             IF CO-SHIPPED-QTY IS NUMERIC
                 MOVE CO-SHIPPED-QTY TO WS-SHIPPED-QTY
             ELSE
                 MOVE 0 TO WS-SHIPPED-QTY
             END-IF

             IF CO-QTY IS NUMERIC
                 AND CO-QTY > WS-SHIPPED-QTY
                 COMPUTE WS-BALANCE-QTY = CO-QTY - WS-SHIPPED-QTY
             ELSE
                 MOVE 0 TO WS-BALANCE-QTY
             END-IF

             ADD 1 TO WS-LINES-FOUND
             ADD WS-BALANCE-QTY TO WS-PRODUCT-OWED

             MOVE CO-ORDER-NBR     TO OD-ORDER-NBR
             MOVE CO-REQUIRED-DATE TO OD-REQUIRED-DATE
             IF CO-STATUS = SPACE
                 MOVE 'O' TO OD-STATUS
             ELSE
                 MOVE CO-STATUS TO OD-STATUS
             END-IF
             MOVE CO-QTY           TO OD-ORDERED
             MOVE WS-SHIPPED-QTY   TO OD-SHIPPED
             MOVE WS-BALANCE-QTY   TO OD-OWED
             DISPLAY ORDER-DETAIL-LINE
         END-IF

       .
