      *
      *   A - AUDIT AND BACKUP: read the master front to back,
      *       validate every record (numeric stock slots and prices,
      *       a moving-average cost present and reasonable on every
      *       slot, warehouse/vendor/product keys that exist on the
      *       masters), report the record count and total valuation
      *       against the grand total on the last PR4-RUN-LOG.TXT
      *       entry, and write a dated sequential backup copy with
      *       chosen dated archive copy under the backup file name
      *       before running.
      *
      * A restore is a stock movement like any other: every slot
      * wiped from the old master is journaled as a RESTORE delete
      * and every slot rebuilt from the backup as a RESTORE add, on
      * the same PR4-STOCK-JOURNAL.TXT the nightly job appends to.
      *
      * OUTPUT: INVMAST-BACKUP.TXT, PR4-AUDIT-REPORT.TXT, and on a
      * restore the rebuilt INVENTORY-MASTER.DAT and its journal
      * entries.
      *****************************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-LOG-FILE-STATUS.

      *

         SELECT OPTIONAL STOCK-JOURNAL-FILE
             ASSIGN TO 'PR4-STOCK-JOURNAL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOURNAL-FILE-STATUS.

      *

       DATA DIVISION.
       FILE SECTION.

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

      *    Backup carries the full master image wrapped in an H
      *    header (backup date) and a T trailer (record count,
      *    valuation hash), so a restore can prove the copy is whole
      *    before it touches the indexed file. A backup taken
      *    before the master carried average costs restores with
      *    each slot's average seeded from its purchase price; one
      *    taken before the count date and ABC class existed
      *    restores with both blank.

       FD BACKUP-FILE
         RECORD CONTAINS 318 CHARACTERS.

       01 BACKUP-REC                       PIC X(318).

      *

         05 RL-GRAND-TOTAL-COST          PIC S9(11)V99.
         05 RL-COMPLETION-CODE           PIC X(1).

      *

       FD STOCK-JOURNAL-FILE
         RECORD CONTAINS 62 CHARACTERS.

       01 STOCK-JOURNAL-REC                PIC X(62).

      *

       WORKING-STORAGE SECTION.
         05 PRODUCT-FILE-STATUS           PIC XX VALUE SPACE.
         05 WAREHOUSE-FILE-STATUS         PIC XX VALUE SPACE.
         05 RUN-LOG-FILE-STATUS           PIC XX VALUE SPACE.
         05 JOURNAL-FILE-STATUS           PIC XX VALUE SPACE.
         05 JOURNAL-OPEN-FLAG             PIC X VALUE 'N'.
             88 JOURNAL-OPEN                   VALUE 'Y'.
         05 LOAD-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-LOAD-RECORDS              VALUE 'Y'.
             88 NO-MORE-LOAD-RECORDS           VALUE 'N'.
         05 WS-BACKUP-COUNT              PIC 9(6) VALUE 0.
         05 WS-BACKUP-HASH               PIC S9(13)V99 VALUE ZERO.
         05 WS-RESTORE-COUNT             PIC 9(6) VALUE 0.
         05 WS-JOURNAL-COUNT             PIC 9(6) VALUE 0.

      *


       01 SUB                              PIC 9 VALUE 0.

      *

      *    Same layout as the nightly job's journal entry.

       01 STOCK-JOURNAL-ENTRY.
         05 JE-RUN-DATE                  PIC X(8).
         05 JE-RUN-TIME                  PIC X(8).
         05 JE-SOURCE                    PIC X(8) VALUE 'RESTORE'.
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

       01 WS-SLOT-QTY                      PIC 9(4) VALUE 0.
       01 WS-SLOT-PRICE                    PIC S999V99 VALUE 0.

      *

      *    A slot's average cost is questioned when it sits further
      *    than this factor above or below the last purchase price.

       01 WS-AVG-RANGE-FACTOR              PIC 9(2) VALUE 10.

      *

       01 BACKUP-HEADER-REC.
         05                              PIC X(1) VALUE 'H'.
         05 BH-BACKUP-DATE               PIC X(8).
         05 FILLER                       PIC X(309) VALUE SPACE.

      *

         05                              PIC X(1) VALUE 'T'.
         05 BT-RECORD-COUNT              PIC 9(6).
         05 BT-VALUATION-HASH            PIC S9(13)V99.
         05 FILLER                       PIC X(296) VALUE SPACE.

      *

       01 BACKUP-WORK-REC                  PIC X(318).

       01 BACKUP-WORK-FIELDS REDEFINES BACKUP-WORK-REC.
         05 BW-RECORD-TYPE               PIC X(1).
         05 BW-COUNT                     PIC X(6).
         05 BW-HASH                      PIC X(15).
         05 FILLER                       PIC X(296).

      *

                     MOVE 'PRICE NOT NUMERIC' TO AE-REASON
                     PERFORM 255-WRITE-AUDIT-ERROR
                 ELSE
                     PERFORM 252-CHECK-AVERAGE-COST
                     PERFORM 350-SET-SLOT-COST
                     COMPUTE WS-MASTER-VALUATION =
                         WS-MASTER-VALUATION +
                         IM-NUM-IN-STOCK (SUB) *
                         WS-SLOT-PRICE
                 END-IF
             END-IF
         END-PERFORM

       .

       252-CHECK-AVERAGE-COST.

      *    The average is what the nightly job values the slot at,
      *    so it must be there, must not be negative, must not be
      *    zero under stock on hand, and should sit within a sane
      *    distance of what the product last cost. A slot with no
      *    average is still valued, at its purchase price.

         IF IM-AVG-COST (SUB) IS NOT NUMERIC
             MOVE 'AVERAGE COST MISSING' TO AE-REASON
             PERFORM 255-WRITE-AUDIT-ERROR
         ELSE
             EVALUATE TRUE
                 WHEN IM-AVG-COST (SUB) < ZERO
                     MOVE 'AVERAGE COST NEGATIVE' TO AE-REASON
                     PERFORM 255-WRITE-AUDIT-ERROR
                 WHEN IM-AVG-COST (SUB) = ZERO
                     AND IM-NUM-IN-STOCK (SUB) > ZERO
                     MOVE 'AVERAGE COST ZERO WITH STOCK' TO AE-REASON
                     PERFORM 255-WRITE-AUDIT-ERROR
                 WHEN IM-PURCHASE-PRICE (SUB) > ZERO
                     AND (IM-AVG-COST (SUB) >
                          IM-PURCHASE-PRICE (SUB) * WS-AVG-RANGE-FACTOR
                      OR IM-AVG-COST (SUB) * WS-AVG-RANGE-FACTOR <
                          IM-PURCHASE-PRICE (SUB))
                     MOVE 'AVERAGE COST OUT OF RANGE' TO AE-REASON
                     PERFORM 255-WRITE-AUDIT-ERROR
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
         END-IF

       .

       255-WRITE-AUDIT-ERROR.

         MOVE 'N' TO RECORD-CLEAN-FLAG
         PERFORM 310-VERIFY-BACKUP

         IF BACKUP-GOOD
             PERFORM 330-OPEN-STOCK-JOURNAL
             PERFORM 335-JOURNAL-WIPED-MASTER
             PERFORM 320-REBUILD-MASTER
             IF JOURNAL-OPEN
                 CLOSE STOCK-JOURNAL-FILE
             END-IF
             DISPLAY 'RESTORE COMPLETE - ' WS-RESTORE-COUNT
                 ' RECORDS REBUILT, ' WS-JOURNAL-COUNT
                 ' JOURNAL ENTRIES'
         ELSE
             DISPLAY 'RESTORE ABANDONED - BACKUP DID NOT VERIFY'
         END-IF
                 PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
                     IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
                         AND IM-PURCHASE-PRICE (SUB) IS NUMERIC
                         PERFORM 350-SET-SLOT-COST
                         COMPUTE WS-BACKUP-HASH =
                             WS-BACKUP-HASH +
                             IM-NUM-IN-STOCK (SUB) *
                             WS-SLOT-PRICE
                     END-IF
                 END-PERFORM
         END-EVALUATE
                         IF BW-RECORD-TYPE NOT = 'H'
                             AND BW-RECORD-TYPE NOT = 'T'
                             MOVE BACKUP-REC TO MASTER-REC
                             PERFORM 325-SEED-AVERAGE-COSTS
                             WRITE MASTER-REC
                                 INVALID KEY
                                     DISPLAY 'DUPLICATE KEY ON '
                                         'RESTORE: ' IM-MASTER-KEY
                                 NOT INVALID KEY
                                     ADD 1 TO WS-RESTORE-COUNT
                                     MOVE 'A' TO JE-ACTION
                                     PERFORM 340-JOURNAL-RESTORE-SLOTS
                             END-WRITE
                         END-IF
                 END-READ

       .

       325-SEED-AVERAGE-COSTS.

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-AVG-COST (SUB) IS NOT NUMERIC
                 IF IM-PURCHASE-PRICE (SUB) IS NUMERIC
                     MOVE IM-PURCHASE-PRICE (SUB) TO IM-AVG-COST (SUB)
                 ELSE
                     MOVE ZEROS TO IM-AVG-COST (SUB)
                 END-IF
             END-IF
         END-PERFORM

       .

       330-OPEN-STOCK-JOURNAL.

         ACCEPT JE-RUN-TIME FROM TIME
         MOVE WS-CURRENT-DATE TO JE-RUN-DATE
         MOVE SPACES TO JE-REFERENCE

         OPEN EXTEND STOCK-JOURNAL-FILE

         IF JOURNAL-FILE-STATUS = '00' OR JOURNAL-FILE-STATUS = '05'
             MOVE 'Y' TO JOURNAL-OPEN-FLAG
         ELSE
             DISPLAY 'PR4-STOCK-JOURNAL.TXT COULD NOT BE EXTENDED - '
                 'STATUS ' JOURNAL-FILE-STATUS
         END-IF

       .

       335-JOURNAL-WIPED-MASTER.

      *    The rebuild opens the master OUTPUT, which throws away
      *    whatever is on it now - so before that happens each of
      *    its slots is journaled out, leaving the stock ledger able
      *    to account for every unit on either side of the restore.

         IF JOURNAL-OPEN
             OPEN INPUT INVENTORY-MASTER

             IF MASTER-FILE-STATUS = '00'
                 MOVE SPACE TO SCAN-EOF-FLAG

                 MOVE LOW-VALUES TO IM-MASTER-KEY
                 START INVENTORY-MASTER
                     KEY IS NOT LESS THAN IM-MASTER-KEY
                     INVALID KEY
                         MOVE 'N' TO SCAN-EOF-FLAG
                 END-START

                 PERFORM UNTIL NO-MORE-SCAN-RECORDS
                     READ INVENTORY-MASTER NEXT RECORD
                         AT END
                             MOVE 'N' TO SCAN-EOF-FLAG
                         NOT AT END
                             MOVE 'D' TO JE-ACTION
                             PERFORM 340-JOURNAL-RESTORE-SLOTS
                     END-READ
                 END-PERFORM
             END-IF

             CLOSE INVENTORY-MASTER
         END-IF

       .

       340-JOURNAL-RESTORE-SLOTS.

      *    A slot with nothing on hand and no cost moved nothing and
      *    is left off the journal. The journal carries the slot's
      *    average cost, as the nightly job's entries do.

         MOVE IM-WAREHOUSE-ID TO JE-WAREHOUSE-ID
         MOVE IM-VENDOR-ID    TO JE-VENDOR-ID
         MOVE IM-PRODUCT-ID   TO JE-PRODUCT-ID

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
                 MOVE IM-NUM-IN-STOCK (SUB) TO WS-SLOT-QTY
             ELSE
                 MOVE ZEROS TO WS-SLOT-QTY
             END-IF
             PERFORM 350-SET-SLOT-COST

             IF JE-ACTION = 'D'
                 MOVE WS-SLOT-QTY   TO JE-OLD-QTY
                 MOVE WS-SLOT-PRICE TO JE-OLD-PRICE
                 MOVE ZEROS TO JE-NEW-QTY, JE-NEW-PRICE
             ELSE
                 MOVE ZEROS TO JE-OLD-QTY, JE-OLD-PRICE
                 MOVE WS-SLOT-QTY   TO JE-NEW-QTY
                 MOVE WS-SLOT-PRICE TO JE-NEW-PRICE
             END-IF

             IF JOURNAL-OPEN
                 AND (WS-SLOT-QTY NOT = ZERO
                      OR WS-SLOT-PRICE NOT = ZERO)
                 MOVE SUB TO JE-SLOT
                 WRITE STOCK-JOURNAL-REC FROM STOCK-JOURNAL-ENTRY
                 IF JOURNAL-FILE-STATUS = '00'
                     ADD 1 TO WS-JOURNAL-COUNT
                 END-IF
             END-IF
         END-PERFORM

       .

       350-SET-SLOT-COST.

      *    The slot's average cost to the cent - the nightly job's
      *    valuation cost - or its purchase price when no average
      *    has been set.

         IF IM-AVG-COST (SUB) IS NUMERIC
             COMPUTE WS-SLOT-PRICE ROUNDED = IM-AVG-COST (SUB)
         ELSE
             IF IM-PURCHASE-PRICE (SUB) IS NUMERIC
                 MOVE IM-PURCHASE-PRICE (SUB) TO WS-SLOT-PRICE
             ELSE
                 MOVE ZEROS TO WS-SLOT-PRICE
             END-IF
         END-IF

       .

       210-LOAD-VENDOR-TABLE.

         OPEN INPUT VENDOR-FILE
