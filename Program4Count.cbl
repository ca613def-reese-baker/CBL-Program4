       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROGRAM4K.
       AUTHOR.        REESE BAKER.

      *****************************************************************
      * ABC classification and cycle-count scheduling. The nightly
      * job posts whatever counts the floor keys into CYCLE-COUNT.TXT
      * but nothing told the floor what to count, so high-value slots
      * went months between counts while cheap ones were counted
      * twice. This job decides.
      *
      * Every slot on the standing master that holds a product is
      * ranked by extended value (on hand at the slot's average
      * cost, the figure every valuation prices at) and classed A,
      * B, or C by cumulative share of total value. The breakpoints
      * and the number of days allowed between counts for each
      * class come from ABC-PARAM.TXT, one record per class:
      *
      *   col 1     class (A, B, C)
      *   col 2-4   cumulative value percent that closes the class
      *   col 5-7   days between counts
      *
      * e.g. A080030 / B095090 / C100180. A slot is class A while
      * the value ranked ahead of it is under the A percent, B while
      * it is under the B percent, C beyond that; a slot with no
      * value is always C. The C percent is not used.
      *
      * The class is written back to the master beside the last
      * count date, which the nightly job stamps on every slot it
      * posts a count for. A slot is due when it has never been
      * counted or its class's days have run out since the last
      * count; it is overdue once they are exceeded.
      *
      * The due slots print as a blind count worksheet, one page per
      * warehouse - no book quantity, so the counter counts the
      * shelf instead of confirming the computer. The same lines are
      * written to COUNT-WORKSHEET.TXT in the CYCLE-COUNT.TXT layout
      * with the quantity left blank; the counted quantities are
      * keyed zero-filled into columns 10-13 and the file goes back
      * in as CYCLE-COUNT.TXT. A line left blank is not posted and
      * the slot stays due.
      *
      * The coverage report lists every overdue slot by class and
      * closes with each class's slots, value, and how many are
      * current, due, overdue, and never counted.
      *
      * INPUT:  ABC-PARAM.TXT, INVENTORY-MASTER.DAT,
      *         WAREHOUSE-MASTER.TXT
      * OUTPUT: ABC class on INVENTORY-MASTER.DAT,
      *         COUNT-WORKSHEET.TXT, PR4-COUNT-WORKSHEET.TXT,
      *         PR4-COUNT-COVERAGE.TXT
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.



       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT ABC-PARAM-FILE
             ASSIGN TO 'ABC-PARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAM-FILE-STATUS.

      *

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

         SELECT SLOT-VALUE-FILE
             ASSIGN TO 'ABC-WORK.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT RANKED-SLOT-FILE
             ASSIGN TO 'ABC-RANKED.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT DUE-WORK-FILE
             ASSIGN TO 'COUNT-DUE.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT DUE-SORTED-FILE
             ASSIGN TO 'COUNT-SHEET.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT RANK-SORT-FILE
             ASSIGN TO 'ABCSORT.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT SHEET-SORT-FILE
             ASSIGN TO 'SHEETSORT.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT COUNT-WORKSHEET-FILE
             ASSIGN TO 'COUNT-WORKSHEET.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT WORKSHEET-REPORT-FILE
             ASSIGN TO 'PR4-COUNT-WORKSHEET.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT COVERAGE-REPORT-FILE
             ASSIGN TO 'PR4-COUNT-COVERAGE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

       DATA DIVISION.
       FILE SECTION.

       FD ABC-PARAM-FILE
         RECORD CONTAINS 7 CHARACTERS.

       01 ABC-PARAM-REC.
         05 AP-CLASS                     PIC X(1).
         05 AP-CUM-VALUE-PCT             PIC 9(3).
         05 AP-COUNT-DAYS                PIC 9(3).

      *

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

      *    One record per product slot: extended value first so the
      *    sort can rank on it, then the slot and what the worksheet
      *    needs to print for it.

       FD SLOT-VALUE-FILE
         RECORD CONTAINS 47 CHARACTERS.

       01 SLOT-VALUE-REC.
         05 SV-EXT-VALUE                 PIC 9(9)V99.
         05 SV-WAREHOUSE-ID              PIC X(4).
         05 SV-VENDOR-ID                 PIC X(1).
         05 SV-PRODUCT-ID                PIC X(3).
         05 SV-SLOT                      PIC 9(1).
         05 SV-PRODUCT-NAME              PIC X(13).
         05 SV-LOT-NUMBER                PIC X(6).
         05 SV-COUNT-DATE                PIC X(8).

      *

       FD RANKED-SLOT-FILE
         RECORD CONTAINS 47 CHARACTERS.

       01 RANKED-SLOT-REC.
         05 RK-EXT-VALUE                 PIC 9(9)V99.
         05 RK-WAREHOUSE-ID              PIC X(4).
         05 RK-VENDOR-ID                 PIC X(1).
         05 RK-PRODUCT-ID                PIC X(3).
         05 RK-SLOT                      PIC 9(1).
         05 RK-PRODUCT-NAME              PIC X(13).
         05 RK-LOT-NUMBER                PIC X(6).
         05 RK-COUNT-DATE                PIC X(8).

      *

       SD RANK-SORT-FILE
         RECORD CONTAINS 47 CHARACTERS.

       01 RANK-SORT-REC.
         05 RS-EXT-VALUE                 PIC 9(9)V99.
         05 RS-WAREHOUSE-ID              PIC X(4).
         05 RS-VENDOR-ID                 PIC X(1).
         05 RS-PRODUCT-ID                PIC X(3).
         05 RS-SLOT                      PIC 9(1).
         05 FILLER                       PIC X(27).

      *

       FD DUE-WORK-FILE
         RECORD CONTAINS 37 CHARACTERS.

       01 DUE-WORK-REC.
         05 DW-WAREHOUSE-ID              PIC X(4).
         05 DW-VENDOR-ID                 PIC X(1).
         05 DW-PRODUCT-ID                PIC X(3).
         05 DW-SLOT                      PIC 9(1).
         05 DW-ABC-CLASS                 PIC X(1).
         05 DW-PRODUCT-NAME              PIC X(13).
         05 DW-LOT-NUMBER                PIC X(6).
         05 DW-COUNT-DATE                PIC X(8).

      *

       FD DUE-SORTED-FILE
         RECORD CONTAINS 37 CHARACTERS.

       01 DUE-SORTED-REC.
         05 DS-WAREHOUSE-ID              PIC X(4).
         05 DS-VENDOR-ID                 PIC X(1).
         05 DS-PRODUCT-ID                PIC X(3).
         05 DS-SLOT                      PIC 9(1).
         05 DS-ABC-CLASS                 PIC X(1).
         05 DS-PRODUCT-NAME              PIC X(13).
         05 DS-LOT-NUMBER                PIC X(6).
         05 DS-COUNT-DATE                PIC X(8).

      *

       SD SHEET-SORT-FILE
         RECORD CONTAINS 37 CHARACTERS.

       01 SHEET-SORT-REC.
         05 SS-WAREHOUSE-ID              PIC X(4).
         05 SS-VENDOR-ID                 PIC X(1).
         05 SS-PRODUCT-ID                PIC X(3).
         05 SS-SLOT                      PIC 9(1).
         05 FILLER                       PIC X(28).

      *

      *    Same layout as CYCLE-COUNT.TXT; the counted quantity is
      *    left blank for the floor to fill in.

       FD COUNT-WORKSHEET-FILE
         RECORD CONTAINS 13 CHARACTERS.

       01 COUNT-WORKSHEET-REC.
         05 CW-WAREHOUSE-ID              PIC X(4).
         05 CW-VENDOR-ID                 PIC X(1).
         05 CW-PRODUCT-ID                PIC X(3).
         05 CW-SLOT                      PIC 9(1).
         05 CW-COUNTED-QTY               PIC X(4).

      *

       FD WORKSHEET-REPORT-FILE
         RECORD CONTAINS 81 CHARACTERS.

       01 WORKSHEET-REPORT-LINE            PIC X(81).

      *

       FD COVERAGE-REPORT-FILE
         RECORD CONTAINS 81 CHARACTERS.

       01 COVERAGE-REPORT-LINE             PIC X(81).

      *

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
         05 PARAM-FILE-STATUS             PIC XX VALUE SPACE.
         05 MASTER-FILE-STATUS            PIC XX VALUE SPACE.
         05 WAREHOUSE-FILE-STATUS         PIC XX VALUE SPACE.
         05 LOAD-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-LOAD-RECORDS              VALUE 'Y'.
             88 NO-MORE-LOAD-RECORDS           VALUE 'N'.
         05 SCAN-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-SCAN-RECORDS              VALUE 'Y'.
             88 NO-MORE-SCAN-RECORDS           VALUE 'N'.
         05 PARAM-ERROR-FLAG              PIC X VALUE 'N'.
             88 PARAM-IN-ERROR                 VALUE 'Y'.
         05 RECORD-CHANGED-FLAG           PIC X VALUE 'N'.
             88 RECORD-CHANGED                 VALUE 'Y'.
         05 SLOT-DUE-FLAG                 PIC X VALUE 'N'.
             88 SLOT-DUE                       VALUE 'Y'.
         05 FIRST-SHEET-FLAG              PIC X VALUE 'Y'.
             88 FIRST-SHEET                    VALUE 'Y'.

      *

       01 COUNT-TOTALS.
         05 WS-MASTER-COUNT              PIC 9(6) VALUE 0.
         05 WS-RANKED-COUNT              PIC 9(6) VALUE 0.
         05 WS-RECLASS-COUNT             PIC 9(6) VALUE 0.
         05 WS-REWRITE-FAIL-COUNT        PIC 9(6) VALUE 0.
         05 WS-OVERDUE-LISTED            PIC 9(6) VALUE 0.
         05 WS-SHEET-LINE-COUNT          PIC 9(6) VALUE 0.
         05 WS-SHEET-WAREHOUSE-COUNT     PIC 9(4) VALUE 0.
         05 WS-WAREHOUSE-SLOT-COUNT      PIC 9(4) VALUE 0.
         05 WS-TOTAL-VALUE               PIC 9(13)V99 VALUE ZERO.
         05 WS-CUM-VALUE                 PIC 9(13)V99 VALUE ZERO.

      *

       01 COUNT-WORK-FIELDS.
         05 SUB                          PIC 9(1) VALUE 0.
         05 WS-CLASS-SUB                 PIC 9(1) VALUE 0.
         05 WS-SLOT-COST                 PIC S999V99 VALUE ZERO.
         05 WS-SLOT-QTY                  PIC 9(4) VALUE 0.
         05 WS-EXT-VALUE                 PIC S9(9)V99 VALUE ZERO.
         05 WS-CUM-PCT                   PIC 9(3)V99 VALUE ZERO.
         05 WS-SLOT-CLASS                PIC X(1) VALUE SPACE.
         05 WS-DAYS-SINCE                PIC 9(5) VALUE 0.
         05 WS-DAYS-OVER                 PIC 9(5) VALUE 0.
         05 WS-TODAY-DAYS                PIC 9(7) VALUE 0.
         05 WS-LAST-CLASS                PIC X(1) VALUE SPACE.
         05 WS-SHEET-WAREHOUSE           PIC X(4) VALUE SPACE.
         05 WS-COVERAGE-PCT              PIC 9(3)V9 VALUE ZERO.

      *

       01 WS-CONV-FIELDS.
         05 WS-CONV-DATE                 PIC X(8) VALUE SPACE.
         05 WS-CONV-PARTS REDEFINES WS-CONV-DATE.
             10 WS-CONV-MM               PIC 99.
             10 WS-CONV-DD               PIC 99.
             10 WS-CONV-YYYY             PIC 9999.
         05 WS-CONV-M                    PIC 9(2) VALUE 0.
         05 WS-CONV-Y                    PIC 9(4) VALUE 0.
         05 WS-CONV-TERM1                PIC 9(7) VALUE 0.
         05 WS-CONV-TERM2                PIC 9(7) VALUE 0.
         05 WS-CONV-DAYS                 PIC 9(7) VALUE 0.

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

       01 WS-EDITED-COUNT-DATE             PIC X(10) VALUE SPACE.

      *

      ***********************TABLE*************************

      *    One entry per class, A B C in that order: the parameters
      *    from ABC-PARAM.TXT and the coverage tallies.

       01 CLASS-TABLE.
         05 CLASS-ENTRY            OCCURS 3 TIMES.
             10 CT-CLASS                 PIC X(1).
             10 CT-PARAM-FOUND           PIC X(1).
             10 CT-CUM-VALUE-PCT         PIC 9(3).
             10 CT-COUNT-DAYS            PIC 9(3).
             10 CT-SLOT-COUNT            PIC 9(6).
             10 CT-VALUE                 PIC 9(13)V99.
             10 CT-CURRENT-COUNT         PIC 9(6).
             10 CT-DUE-COUNT             PIC 9(6).
             10 CT-OVERDUE-COUNT         PIC 9(6).
             10 CT-NEVER-COUNT           PIC 9(6).

       01 CLASS-TOTALS.
         05 CTT-SLOT-COUNT               PIC 9(6) VALUE 0.
         05 CTT-VALUE                    PIC 9(13)V99 VALUE ZERO.
         05 CTT-CURRENT-COUNT            PIC 9(6) VALUE 0.
         05 CTT-DUE-COUNT                PIC 9(6) VALUE 0.
         05 CTT-OVERDUE-COUNT            PIC 9(6) VALUE 0.
         05 CTT-NEVER-COUNT              PIC 9(6) VALUE 0.

      *****************************************************

       01 WS-WAREHOUSE-COUNT               PIC 9(2) VALUE 0.

       01 WAREHOUSE-TABLE.
         05 WAREHOUSE-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-WAREHOUSE-COUNT
                 INDEXED BY WAREHOUSE-INDEX.
             10 WH-TBL-ID                PIC X(4).
             10 WH-TBL-NAME              PIC X(16).
             10 WH-TBL-REGION            PIC X(4).

      *****************************************************

       01 WORKSHEET-HEADING.
         05 FILLER                   PIC X(25) VALUE SPACE.
         05                          PIC X(21) VALUE
                                         'CYCLE COUNT WORKSHEET'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 WH-RUN-DATE              PIC X(10).
         05 FILLER                   PIC X(22) VALUE SPACE.

      *

       01 WORKSHEET-WAREHOUSE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(10) VALUE 'WAREHOUSE '.
         05 WW-WAREHOUSE-ID          PIC X(4).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 WW-WAREHOUSE-NAME        PIC X(16).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(7) VALUE 'REGION '.
         05 WW-REGION                PIC X(4).
         05 FILLER                   PIC X(32) VALUE SPACE.

      *

       01 WORKSHEET-BLIND-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(46) VALUE
                     'BLIND COUNT - RECORD THE QUANTITY ON THE SHELF'.
         05 FILLER                   PIC X(31) VALUE SPACE.

      *

       01 WORKSHEET-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(1) VALUE 'V'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'PRD'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(1) VALUE 'S'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(13) VALUE 'PRODUCT NAME'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(6) VALUE 'LOT'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'CLS'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(10) VALUE 'LAST COUNT'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(11) VALUE 'COUNTED QTY'.
         05 FILLER                   PIC X(14) VALUE SPACE.

      *

       01 WORKSHEET-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 WD-VENDOR-ID             PIC X(1).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 WD-PRODUCT-ID            PIC X(3).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 WD-SLOT                  PIC 9(1).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 WD-PRODUCT-NAME          PIC X(13).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 WD-LOT-NUMBER            PIC X(6).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 WD-ABC-CLASS             PIC X(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 WD-LAST-COUNT            PIC X(10).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(11) VALUE '___________'.
         05 FILLER                   PIC X(14) VALUE SPACE.

      *

       01 WORKSHEET-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(15) VALUE
                                         'SLOTS TO COUNT '.
         05 WC-SLOT-COUNT            PIC ZZZ9.
         05 FILLER                   PIC X(58) VALUE SPACE.

      *

       01 WORKSHEET-SIGN-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(44) VALUE
                     'COUNTED BY ______________   DATE __________'.
         05 FILLER                   PIC X(33) VALUE SPACE.

      *

       01 COVERAGE-HEADING.
         05 FILLER                   PIC X(21) VALUE SPACE.
         05                          PIC X(28) VALUE
                                         'CYCLE COUNT COVERAGE BY ABC'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CH-RUN-DATE              PIC X(10).
         05 FILLER                   PIC X(20) VALUE SPACE.

      *

       01 SECTION-TITLE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 ST-TITLE                 PIC X(40).
         05 FILLER                   PIC X(37) VALUE SPACE.

      *

       01 OVERDUE-COLUMN-HEADING.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(1) VALUE 'C'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(4) VALUE 'WHSE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(1) VALUE 'V'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'PRD'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(1) VALUE 'S'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(13) VALUE 'PRODUCT NAME'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(14) VALUE
                                         'EXTENDED VALUE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(10) VALUE 'LAST COUNT'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(6) VALUE 'D OVER'.
         05 FILLER                   PIC X(7) VALUE SPACE.

      *

      *    D OVER is the days past the class's count interval; it is
      *    blank for a slot that has never been counted.

       01 OVERDUE-DETAIL-LINE.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 OD-ABC-CLASS             PIC X(1).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 OD-WAREHOUSE-ID          PIC X(4).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 OD-VENDOR-ID             PIC X(1).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 OD-PRODUCT-ID            PIC X(3).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 OD-SLOT                  PIC 9(1).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 OD-PRODUCT-NAME          PIC X(13).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 OD-EXT-VALUE             PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 OD-LAST-COUNT            PIC X(10).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 OD-DAYS-OVER             PIC ZZ,ZZ9 BLANK WHEN ZERO.
         05 FILLER                   PIC X(7) VALUE SPACE.

      *

       01 CLASS-COLUMN-HEADING.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'CLS'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'PCT'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(3) VALUE 'DYS'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE '  SLOTS'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(14) VALUE
                                         'EXTENDED VALUE'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'CURRENT'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE '    DUE'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE 'OVERDUE'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05                          PIC X(7) VALUE '  NEVER'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(5) VALUE 'COVER'.
         05 FILLER                   PIC X(4) VALUE SPACE.

      *

      *    CURRENT is counted within the class's interval, DUE has
      *    reached it today, OVERDUE is past it (never-counted slots
      *    included, and also shown apart as NEVER). COVER is the
      *    percent of the class's slots that are current.

       01 CLASS-SUMMARY-LINE.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CS-CLASS                 PIC X(3).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CS-CUM-VALUE-PCT         PIC ZZ9 BLANK WHEN ZERO.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CS-COUNT-DAYS            PIC ZZ9 BLANK WHEN ZERO.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 CS-SLOT-COUNT            PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 CS-VALUE                 PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 CS-CURRENT-COUNT         PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 CS-DUE-COUNT             PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 CS-OVERDUE-COUNT         PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 CS-NEVER-COUNT           PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CS-COVERAGE-PCT          PIC ZZ9.9.
         05 FILLER                   PIC X(4) VALUE SPACE.

      *

       01 COVERAGE-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 CC-LABEL                 PIC X(40).
         05 CC-COUNT                 PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(30) VALUE SPACE.

      *

       01 COVERAGE-MESSAGE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 CM-MESSAGE               PIC X(50).
         05 FILLER                   PIC X(27) VALUE SPACE.

      *

       PROCEDURE DIVISION.

       100-COUNT-CONTROL.

         ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
         MOVE WS-SYS-MONTH TO WS-MONTH
         MOVE WS-SYS-DAY   TO WS-DAY
         MOVE WS-SYS-YEAR  TO WS-YEAR

         MOVE WS-CURRENT-DATE TO WS-CONV-DATE
         PERFORM 900-CONVERT-DATE-TO-DAYS
         MOVE WS-CONV-DAYS TO WS-TODAY-DAYS

         PERFORM 110-LOAD-ABC-PARAMETERS
         PERFORM 120-LOAD-WAREHOUSE-TABLE

         OPEN I-O INVENTORY-MASTER

         IF MASTER-FILE-STATUS NOT = '00'
             DISPLAY 'INVENTORY-MASTER.DAT COULD NOT BE OPENED - '
                 'STATUS ' MASTER-FILE-STATUS
             STOP RUN
         END-IF

         PERFORM 200-EXTRACT-SLOT-VALUES

         SORT RANK-SORT-FILE
             ON DESCENDING KEY RS-EXT-VALUE
             ON ASCENDING KEY RS-WAREHOUSE-ID,
                              RS-VENDOR-ID,
                              RS-PRODUCT-ID,
                              RS-SLOT
             USING SLOT-VALUE-FILE
             GIVING RANKED-SLOT-FILE

         PERFORM 300-CLASSIFY-AND-SCHEDULE

         CLOSE INVENTORY-MASTER

         SORT SHEET-SORT-FILE
             ON ASCENDING KEY SS-WAREHOUSE-ID,
                              SS-VENDOR-ID,
                              SS-PRODUCT-ID,
                              SS-SLOT
             USING DUE-WORK-FILE
             GIVING DUE-SORTED-FILE

         PERFORM 400-PRINT-WORKSHEETS

         PERFORM 500-WRITE-COVERAGE-SUMMARY

         CLOSE COVERAGE-REPORT-FILE

         DISPLAY 'ABC CLASSIFICATION COMPLETE - ' WS-RANKED-COUNT
             ' SLOTS RANKED, ' WS-SHEET-LINE-COUNT
             ' ON TODAY''S COUNT WORKSHEETS'

         STOP RUN

       .

       110-LOAD-ABC-PARAMETERS.

      *    All three classes must be present and sensible before
      *    anything is reclassified; a bad card stops the job rather
      *    than quietly moving every slot to C.

         MOVE 'A' TO CT-CLASS (1)
         MOVE 'B' TO CT-CLASS (2)
         MOVE 'C' TO CT-CLASS (3)

         PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
             UNTIL WS-CLASS-SUB > 3
             MOVE 'N' TO CT-PARAM-FOUND (WS-CLASS-SUB)
             MOVE ZEROS TO CT-CUM-VALUE-PCT (WS-CLASS-SUB)
                           CT-COUNT-DAYS (WS-CLASS-SUB)
                           CT-SLOT-COUNT (WS-CLASS-SUB)
                           CT-VALUE (WS-CLASS-SUB)
                           CT-CURRENT-COUNT (WS-CLASS-SUB)
                           CT-DUE-COUNT (WS-CLASS-SUB)
                           CT-OVERDUE-COUNT (WS-CLASS-SUB)
                           CT-NEVER-COUNT (WS-CLASS-SUB)
         END-PERFORM

         OPEN INPUT ABC-PARAM-FILE

         IF PARAM-FILE-STATUS NOT = '00'
             DISPLAY 'ABC-PARAM.TXT COULD NOT BE OPENED - STATUS '
                 PARAM-FILE-STATUS
             STOP RUN
         END-IF

         MOVE 'Y' TO LOAD-EOF-FLAG

         PERFORM UNTIL NO-MORE-LOAD-RECORDS
             READ ABC-PARAM-FILE
                 AT END
                     MOVE 'N' TO LOAD-EOF-FLAG
                 NOT AT END
                     PERFORM 115-STORE-ONE-PARAMETER
             END-READ
         END-PERFORM

         CLOSE ABC-PARAM-FILE

         PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
             UNTIL WS-CLASS-SUB > 3
             IF CT-PARAM-FOUND (WS-CLASS-SUB) NOT = 'Y'
                 DISPLAY 'ABC-PARAM.TXT HAS NO RECORD FOR CLASS '
                     CT-CLASS (WS-CLASS-SUB)
                 MOVE 'Y' TO PARAM-ERROR-FLAG
             END-IF
         END-PERFORM

         IF CT-CUM-VALUE-PCT (1) > CT-CUM-VALUE-PCT (2)
             OR CT-CUM-VALUE-PCT (2) > 100
             DISPLAY 'ABC-PARAM.TXT BREAKPOINTS OUT OF ORDER - A '
                 CT-CUM-VALUE-PCT (1) ' B ' CT-CUM-VALUE-PCT (2)
             MOVE 'Y' TO PARAM-ERROR-FLAG
         END-IF

         IF PARAM-IN-ERROR
             DISPLAY 'ABC CLASSIFICATION NOT RUN'
             STOP RUN
         END-IF

       .

       115-STORE-ONE-PARAMETER.

         EVALUATE AP-CLASS
             WHEN 'A'
                 MOVE 1 TO WS-CLASS-SUB
             WHEN 'B'
                 MOVE 2 TO WS-CLASS-SUB
             WHEN 'C'
                 MOVE 3 TO WS-CLASS-SUB
             WHEN OTHER
                 MOVE 0 TO WS-CLASS-SUB
         END-EVALUATE

         IF WS-CLASS-SUB = 0
             OR AP-CUM-VALUE-PCT IS NOT NUMERIC
             OR AP-COUNT-DAYS IS NOT NUMERIC
             DISPLAY 'ABC-PARAM.TXT RECORD INVALID: ' ABC-PARAM-REC
             MOVE 'Y' TO PARAM-ERROR-FLAG
         ELSE
             IF AP-COUNT-DAYS = ZEROS
                 DISPLAY 'ABC-PARAM.TXT COUNT DAYS ZERO FOR CLASS '
                     AP-CLASS
                 MOVE 'Y' TO PARAM-ERROR-FLAG
             ELSE
                 MOVE 'Y' TO CT-PARAM-FOUND (WS-CLASS-SUB)
                 MOVE AP-CUM-VALUE-PCT TO
                     CT-CUM-VALUE-PCT (WS-CLASS-SUB)
                 MOVE AP-COUNT-DAYS TO CT-COUNT-DAYS (WS-CLASS-SUB)
             END-IF
         END-IF

       .

       120-LOAD-WAREHOUSE-TABLE.

         OPEN INPUT WAREHOUSE-FILE

         IF WAREHOUSE-FILE-STATUS NOT = '00'
             DISPLAY 'WAREHOUSE-MASTER.TXT COULD NOT BE OPENED - '
                 'STATUS ' WAREHOUSE-FILE-STATUS
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
                     ELSE
                         DISPLAY 'WAREHOUSE-MASTER.TXT EXCEEDS TABLE '
                             'CAPACITY - REMAINING RECORDS IGNORED'
                         MOVE 'N' TO LOAD-EOF-FLAG
                     END-IF
             END-READ
         END-PERFORM

         CLOSE WAREHOUSE-FILE

       .

       200-EXTRACT-SLOT-VALUES.

      *    One pass of the master writes a value record for every
      *    slot holding a product and totals the value the
      *    breakpoints are measured against.

         OPEN OUTPUT SLOT-VALUE-FILE

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
                     ADD 1 TO WS-MASTER-COUNT
                     PERFORM 210-EXTRACT-ONE-RECORD
             END-READ
         END-PERFORM

         CLOSE SLOT-VALUE-FILE

       .

       210-EXTRACT-ONE-RECORD.

      *    A slot that has been emptied of its product gives up its
      *    class; the record is rewritten only when one did.

         MOVE 'N' TO RECORD-CHANGED-FLAG

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
                 MOVE IM-NUM-IN-STOCK (SUB) TO WS-SLOT-QTY
             ELSE
                 MOVE ZEROS TO WS-SLOT-QTY
             END-IF
             IF IM-PRODUCT-NAME (SUB) NOT = SPACES
                 OR WS-SLOT-QTY > ZEROS
                 PERFORM 215-EXTRACT-ONE-SLOT
             ELSE
                 IF IM-ABC-CLASS (SUB) NOT = SPACE
                     MOVE SPACE TO IM-ABC-CLASS (SUB)
                     MOVE 'Y' TO RECORD-CHANGED-FLAG
                 END-IF
             END-IF
         END-PERFORM

         IF RECORD-CHANGED
             REWRITE MASTER-REC
                 INVALID KEY
                     ADD 1 TO WS-REWRITE-FAIL-COUNT
             END-REWRITE
         END-IF

       .

       215-EXTRACT-ONE-SLOT.

      *    A slot priced below zero ranks with the worthless ones.

         PERFORM 220-SET-SLOT-COST

         COMPUTE WS-EXT-VALUE = WS-SLOT-QTY * WS-SLOT-COST

         IF WS-EXT-VALUE < ZERO
             MOVE ZERO TO WS-EXT-VALUE
         END-IF

         MOVE WS-EXT-VALUE           TO SV-EXT-VALUE
         MOVE IM-WAREHOUSE-ID        TO SV-WAREHOUSE-ID
         MOVE IM-VENDOR-ID           TO SV-VENDOR-ID
         MOVE IM-PRODUCT-ID          TO SV-PRODUCT-ID
         MOVE SUB                    TO SV-SLOT
         MOVE IM-PRODUCT-NAME (SUB)  TO SV-PRODUCT-NAME
         MOVE IM-LOT-NUMBER (SUB)    TO SV-LOT-NUMBER
         MOVE IM-COUNT-DATE (SUB)    TO SV-COUNT-DATE
         WRITE SLOT-VALUE-REC

         ADD WS-EXT-VALUE TO WS-TOTAL-VALUE

       .

       220-SET-SLOT-COST.

      *    The slot's average cost rounded to the cent, as the
      *    nightly job values it; the last purchase price stands in
      *    for a slot whose average is unreadable.

         IF IM-AVG-COST (SUB) IS NUMERIC
             COMPUTE WS-SLOT-COST ROUNDED = IM-AVG-COST (SUB)
         ELSE
             IF IM-PURCHASE-PRICE (SUB) IS NUMERIC
                 MOVE IM-PURCHASE-PRICE (SUB) TO WS-SLOT-COST
             ELSE
                 MOVE ZERO TO WS-SLOT-COST
             END-IF
         END-IF

       .

       300-CLASSIFY-AND-SCHEDULE.

      *    The ranked slots arrive highest value first, so the
      *    classes come off in order A, B, C and the overdue listing
      *    needs no sort of its own.

         OPEN INPUT  RANKED-SLOT-FILE
              OUTPUT DUE-WORK-FILE, COVERAGE-REPORT-FILE

         PERFORM 320-EDIT-RUN-DATE
         MOVE WS-EDITED-COUNT-DATE TO CH-RUN-DATE
         WRITE COVERAGE-REPORT-LINE FROM COVERAGE-HEADING
             AFTER ADVANCING 1 LINES

         MOVE 'SLOTS OVERDUE FOR COUNT' TO ST-TITLE
         WRITE COVERAGE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 2 LINES
         WRITE COVERAGE-REPORT-LINE FROM OVERDUE-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         MOVE ZERO TO WS-CUM-VALUE
         MOVE SPACE TO WS-LAST-CLASS
         MOVE SPACE TO SCAN-EOF-FLAG

         PERFORM UNTIL NO-MORE-SCAN-RECORDS
             READ RANKED-SLOT-FILE
                 AT END
                     MOVE 'N' TO SCAN-EOF-FLAG
                 NOT AT END
                     ADD 1 TO WS-RANKED-COUNT
                     PERFORM 310-CLASSIFY-ONE-SLOT
                     PERFORM 330-UPDATE-MASTER-CLASS
                     PERFORM 340-CHECK-COUNT-DUE
             END-READ
         END-PERFORM

         IF WS-OVERDUE-LISTED = 0
             MOVE 'NO SLOTS OVERDUE' TO CM-MESSAGE
             WRITE COVERAGE-REPORT-LINE FROM COVERAGE-MESSAGE-LINE
                 AFTER ADVANCING 2 LINES
         END-IF

         CLOSE RANKED-SLOT-FILE, DUE-WORK-FILE

       .

       310-CLASSIFY-ONE-SLOT.

      *    The slot's class is set by the share of total value
      *    ranked ahead of it, so the most valuable slot is always
      *    A however low the A breakpoint is set.

         IF WS-TOTAL-VALUE > ZERO
             AND RK-EXT-VALUE > ZERO
             COMPUTE WS-CUM-PCT =
                 (WS-CUM-VALUE * 100) / WS-TOTAL-VALUE
             IF WS-CUM-PCT < CT-CUM-VALUE-PCT (1)
                 MOVE 1 TO WS-CLASS-SUB
             ELSE
                 IF WS-CUM-PCT < CT-CUM-VALUE-PCT (2)
                     MOVE 2 TO WS-CLASS-SUB
                 ELSE
                     MOVE 3 TO WS-CLASS-SUB
                 END-IF
             END-IF
         ELSE
             MOVE 3 TO WS-CLASS-SUB
         END-IF

         ADD RK-EXT-VALUE TO WS-CUM-VALUE

         MOVE CT-CLASS (WS-CLASS-SUB) TO WS-SLOT-CLASS
         ADD 1 TO CT-SLOT-COUNT (WS-CLASS-SUB)
         ADD RK-EXT-VALUE TO CT-VALUE (WS-CLASS-SUB)

       .

       320-EDIT-RUN-DATE.

         MOVE WS-MONTH TO ED-MONTH
         MOVE WS-DAY   TO ED-DAY
         MOVE WS-YEAR  TO ED-YEAR
         MOVE EDIT-DATE TO WS-EDITED-COUNT-DATE

       .

       330-UPDATE-MASTER-CLASS.

         MOVE RK-WAREHOUSE-ID TO IM-WAREHOUSE-ID
         MOVE RK-VENDOR-ID    TO IM-VENDOR-ID
         MOVE RK-PRODUCT-ID   TO IM-PRODUCT-ID

         READ INVENTORY-MASTER
             INVALID KEY
                 ADD 1 TO WS-REWRITE-FAIL-COUNT
             NOT INVALID KEY
                 IF IM-ABC-CLASS (RK-SLOT) NOT = WS-SLOT-CLASS
                     MOVE WS-SLOT-CLASS TO IM-ABC-CLASS (RK-SLOT)
                     REWRITE MASTER-REC
                         INVALID KEY
                             ADD 1 TO WS-REWRITE-FAIL-COUNT
                         NOT INVALID KEY
                             ADD 1 TO WS-RECLASS-COUNT
                     END-REWRITE
                 END-IF
         END-READ

       .

       340-CHECK-COUNT-DUE.

      *    Days since the last count against the class's interval:
      *    short of it the slot is current, at it the slot is due,
      *    past it (or never counted) the slot is overdue. Due and
      *    overdue slots both go on the worksheet.

         MOVE 'N' TO SLOT-DUE-FLAG
         MOVE ZEROS TO WS-DAYS-OVER

         MOVE RK-COUNT-DATE TO WS-CONV-DATE

         IF WS-CONV-DATE IS NUMERIC
             PERFORM 900-CONVERT-DATE-TO-DAYS
             IF WS-CONV-DAYS > WS-TODAY-DAYS
                 MOVE ZEROS TO WS-DAYS-SINCE
             ELSE
                 COMPUTE WS-DAYS-SINCE =
                     WS-TODAY-DAYS - WS-CONV-DAYS
             END-IF
             EVALUATE TRUE
                 WHEN WS-DAYS-SINCE < CT-COUNT-DAYS (WS-CLASS-SUB)
                     ADD 1 TO CT-CURRENT-COUNT (WS-CLASS-SUB)
                 WHEN WS-DAYS-SINCE = CT-COUNT-DAYS (WS-CLASS-SUB)
                     ADD 1 TO CT-DUE-COUNT (WS-CLASS-SUB)
                     MOVE 'Y' TO SLOT-DUE-FLAG
                 WHEN OTHER
                     ADD 1 TO CT-OVERDUE-COUNT (WS-CLASS-SUB)
                     MOVE 'Y' TO SLOT-DUE-FLAG
                     COMPUTE WS-DAYS-OVER = WS-DAYS-SINCE -
                         CT-COUNT-DAYS (WS-CLASS-SUB)
                     PERFORM 350-WRITE-OVERDUE-LINE
             END-EVALUATE
         ELSE
             ADD 1 TO CT-OVERDUE-COUNT (WS-CLASS-SUB)
             ADD 1 TO CT-NEVER-COUNT (WS-CLASS-SUB)
             MOVE 'Y' TO SLOT-DUE-FLAG
             PERFORM 350-WRITE-OVERDUE-LINE
         END-IF

         IF SLOT-DUE
             MOVE RK-WAREHOUSE-ID  TO DW-WAREHOUSE-ID
             MOVE RK-VENDOR-ID     TO DW-VENDOR-ID
             MOVE RK-PRODUCT-ID    TO DW-PRODUCT-ID
             MOVE RK-SLOT          TO DW-SLOT
             MOVE WS-SLOT-CLASS    TO DW-ABC-CLASS
             MOVE RK-PRODUCT-NAME  TO DW-PRODUCT-NAME
             MOVE RK-LOT-NUMBER    TO DW-LOT-NUMBER
             MOVE RK-COUNT-DATE    TO DW-COUNT-DATE
             WRITE DUE-WORK-REC
         END-IF

       .

       350-WRITE-OVERDUE-LINE.

      *    A blank line sets each class's slots apart.

         IF WS-SLOT-CLASS NOT = WS-LAST-CLASS
             AND WS-OVERDUE-LISTED > 0
             MOVE SPACES TO COVERAGE-REPORT-LINE
             WRITE COVERAGE-REPORT-LINE
                 AFTER ADVANCING 1 LINES
         END-IF
         MOVE WS-SLOT-CLASS TO WS-LAST-CLASS

         MOVE WS-SLOT-CLASS    TO OD-ABC-CLASS
         MOVE RK-WAREHOUSE-ID  TO OD-WAREHOUSE-ID
         MOVE RK-VENDOR-ID     TO OD-VENDOR-ID
         MOVE RK-PRODUCT-ID    TO OD-PRODUCT-ID
         MOVE RK-SLOT          TO OD-SLOT
         MOVE RK-PRODUCT-NAME  TO OD-PRODUCT-NAME
         MOVE RK-EXT-VALUE     TO OD-EXT-VALUE
         MOVE RK-COUNT-DATE    TO WS-DATE-WORK
         PERFORM 910-EDIT-COUNT-DATE
         MOVE WS-EDITED-COUNT-DATE TO OD-LAST-COUNT
         MOVE WS-DAYS-OVER     TO OD-DAYS-OVER

         WRITE COVERAGE-REPORT-LINE FROM OVERDUE-DETAIL-LINE
             AFTER ADVANCING 1 LINES

         ADD 1 TO WS-OVERDUE-LISTED

       .

       400-PRINT-WORKSHEETS.

      *    One page per warehouse in vendor / product / slot order,
      *    the order the counter walks the aisles.

         OPEN INPUT  DUE-SORTED-FILE
              OUTPUT COUNT-WORKSHEET-FILE, WORKSHEET-REPORT-FILE

         MOVE SPACE TO SCAN-EOF-FLAG
         MOVE 'Y' TO FIRST-SHEET-FLAG

         PERFORM UNTIL NO-MORE-SCAN-RECORDS
             READ DUE-SORTED-FILE
                 AT END
                     MOVE 'N' TO SCAN-EOF-FLAG
                 NOT AT END
                     IF FIRST-SHEET
                         OR DS-WAREHOUSE-ID NOT = WS-SHEET-WAREHOUSE
                         PERFORM 410-START-WAREHOUSE-SHEET
                     END-IF
                     PERFORM 420-WORKSHEET-ONE-SLOT
             END-READ
         END-PERFORM

         IF FIRST-SHEET
             PERFORM 320-EDIT-RUN-DATE
             MOVE WS-EDITED-COUNT-DATE TO WH-RUN-DATE
             WRITE WORKSHEET-REPORT-LINE FROM WORKSHEET-HEADING
                 AFTER ADVANCING 1 LINES
             MOVE 'NO SLOTS DUE FOR COUNT' TO CM-MESSAGE
             WRITE WORKSHEET-REPORT-LINE FROM COVERAGE-MESSAGE-LINE
                 AFTER ADVANCING 2 LINES
         ELSE
             PERFORM 430-CLOSE-WAREHOUSE-SHEET
         END-IF

         CLOSE DUE-SORTED-FILE, COUNT-WORKSHEET-FILE,
               WORKSHEET-REPORT-FILE

       .

       410-START-WAREHOUSE-SHEET.

         IF FIRST-SHEET
             PERFORM 320-EDIT-RUN-DATE
             MOVE WS-EDITED-COUNT-DATE TO WH-RUN-DATE
             WRITE WORKSHEET-REPORT-LINE FROM WORKSHEET-HEADING
                 AFTER ADVANCING 1 LINES
             MOVE 'N' TO FIRST-SHEET-FLAG
         ELSE
             PERFORM 430-CLOSE-WAREHOUSE-SHEET
             WRITE WORKSHEET-REPORT-LINE FROM WORKSHEET-HEADING
                 AFTER ADVANCING PAGE
         END-IF

         MOVE DS-WAREHOUSE-ID TO WS-SHEET-WAREHOUSE
         MOVE ZEROS TO WS-WAREHOUSE-SLOT-COUNT
         ADD 1 TO WS-SHEET-WAREHOUSE-COUNT

         MOVE DS-WAREHOUSE-ID TO WW-WAREHOUSE-ID
         MOVE 'NOT ON MASTER' TO WW-WAREHOUSE-NAME
         MOVE SPACES TO WW-REGION

         SET WAREHOUSE-INDEX TO 1
         SEARCH WAREHOUSE-ENTRY
             AT END
                 CONTINUE
             WHEN WH-TBL-ID (WAREHOUSE-INDEX) = DS-WAREHOUSE-ID
                 MOVE WH-TBL-NAME (WAREHOUSE-INDEX)
                     TO WW-WAREHOUSE-NAME
                 MOVE WH-TBL-REGION (WAREHOUSE-INDEX) TO WW-REGION
         END-SEARCH

         WRITE WORKSHEET-REPORT-LINE FROM WORKSHEET-WAREHOUSE-LINE
             AFTER ADVANCING 2 LINES
         WRITE WORKSHEET-REPORT-LINE FROM WORKSHEET-BLIND-LINE
             AFTER ADVANCING 1 LINES
         WRITE WORKSHEET-REPORT-LINE FROM WORKSHEET-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

       .

       420-WORKSHEET-ONE-SLOT.

         MOVE DS-VENDOR-ID     TO WD-VENDOR-ID
         MOVE DS-PRODUCT-ID    TO WD-PRODUCT-ID
         MOVE DS-SLOT          TO WD-SLOT
         MOVE DS-PRODUCT-NAME  TO WD-PRODUCT-NAME
         MOVE DS-LOT-NUMBER    TO WD-LOT-NUMBER
         MOVE DS-ABC-CLASS     TO WD-ABC-CLASS
         MOVE DS-COUNT-DATE    TO WS-DATE-WORK
         PERFORM 910-EDIT-COUNT-DATE
         MOVE WS-EDITED-COUNT-DATE TO WD-LAST-COUNT

         WRITE WORKSHEET-REPORT-LINE FROM WORKSHEET-DETAIL-LINE
             AFTER ADVANCING 2 LINES

         MOVE DS-WAREHOUSE-ID  TO CW-WAREHOUSE-ID
         MOVE DS-VENDOR-ID     TO CW-VENDOR-ID
         MOVE DS-PRODUCT-ID    TO CW-PRODUCT-ID
         MOVE DS-SLOT          TO CW-SLOT
         MOVE SPACES           TO CW-COUNTED-QTY
         WRITE COUNT-WORKSHEET-REC

         ADD 1 TO WS-WAREHOUSE-SLOT-COUNT
         ADD 1 TO WS-SHEET-LINE-COUNT

       .

       430-CLOSE-WAREHOUSE-SHEET.

         MOVE WS-WAREHOUSE-SLOT-COUNT TO WC-SLOT-COUNT
         WRITE WORKSHEET-REPORT-LINE FROM WORKSHEET-COUNT-LINE
             AFTER ADVANCING 3 LINES
         WRITE WORKSHEET-REPORT-LINE FROM WORKSHEET-SIGN-LINE
             AFTER ADVANCING 2 LINES

       .

       500-WRITE-COVERAGE-SUMMARY.

         MOVE 'COVERAGE BY CLASS' TO ST-TITLE
         WRITE COVERAGE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 3 LINES
         WRITE COVERAGE-REPORT-LINE FROM CLASS-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
             UNTIL WS-CLASS-SUB > 3
             PERFORM 510-WRITE-CLASS-LINE
         END-PERFORM

         MOVE 'ALL'              TO CS-CLASS
         MOVE ZEROS              TO CS-CUM-VALUE-PCT, CS-COUNT-DAYS
         MOVE CTT-SLOT-COUNT     TO CS-SLOT-COUNT
         MOVE CTT-VALUE          TO CS-VALUE
         MOVE CTT-CURRENT-COUNT  TO CS-CURRENT-COUNT
         MOVE CTT-DUE-COUNT      TO CS-DUE-COUNT
         MOVE CTT-OVERDUE-COUNT  TO CS-OVERDUE-COUNT
         MOVE CTT-NEVER-COUNT    TO CS-NEVER-COUNT
         IF CTT-SLOT-COUNT > 0
             COMPUTE WS-COVERAGE-PCT ROUNDED =
                 (CTT-CURRENT-COUNT * 100) / CTT-SLOT-COUNT
         ELSE
             MOVE ZERO TO WS-COVERAGE-PCT
         END-IF
         MOVE WS-COVERAGE-PCT    TO CS-COVERAGE-PCT
         WRITE COVERAGE-REPORT-LINE FROM CLASS-SUMMARY-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'MASTER RECORDS READ' TO CC-LABEL
         MOVE WS-MASTER-COUNT TO CC-COUNT
         WRITE COVERAGE-REPORT-LINE FROM COVERAGE-COUNT-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'SLOTS RANKED' TO CC-LABEL
         MOVE WS-RANKED-COUNT TO CC-COUNT
         WRITE COVERAGE-REPORT-LINE FROM COVERAGE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'SLOTS CHANGING CLASS' TO CC-LABEL
         MOVE WS-RECLASS-COUNT TO CC-COUNT
         WRITE COVERAGE-REPORT-LINE FROM COVERAGE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'WAREHOUSE WORKSHEETS PRINTED' TO CC-LABEL
         MOVE WS-SHEET-WAREHOUSE-COUNT TO CC-COUNT
         WRITE COVERAGE-REPORT-LINE FROM COVERAGE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'SLOTS ON TODAY''S WORKSHEETS' TO CC-LABEL
         MOVE WS-SHEET-LINE-COUNT TO CC-COUNT
         WRITE COVERAGE-REPORT-LINE FROM COVERAGE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         IF WS-REWRITE-FAIL-COUNT > 0
             MOVE 'MASTER RECORDS NOT UPDATED' TO CC-LABEL
             MOVE WS-REWRITE-FAIL-COUNT TO CC-COUNT
             WRITE COVERAGE-REPORT-LINE FROM COVERAGE-COUNT-LINE
                 AFTER ADVANCING 2 LINES
         END-IF

       .

       510-WRITE-CLASS-LINE.

         MOVE CT-CLASS (WS-CLASS-SUB)          TO CS-CLASS
         MOVE CT-CUM-VALUE-PCT (WS-CLASS-SUB)  TO CS-CUM-VALUE-PCT
         MOVE CT-COUNT-DAYS (WS-CLASS-SUB)     TO CS-COUNT-DAYS
         MOVE CT-SLOT-COUNT (WS-CLASS-SUB)     TO CS-SLOT-COUNT
         MOVE CT-VALUE (WS-CLASS-SUB)          TO CS-VALUE
         MOVE CT-CURRENT-COUNT (WS-CLASS-SUB)  TO CS-CURRENT-COUNT
         MOVE CT-DUE-COUNT (WS-CLASS-SUB)      TO CS-DUE-COUNT
         MOVE CT-OVERDUE-COUNT (WS-CLASS-SUB)  TO CS-OVERDUE-COUNT
         MOVE CT-NEVER-COUNT (WS-CLASS-SUB)    TO CS-NEVER-COUNT

         IF CT-SLOT-COUNT (WS-CLASS-SUB) > 0
             COMPUTE WS-COVERAGE-PCT ROUNDED =
                 (CT-CURRENT-COUNT (WS-CLASS-SUB) * 100) /
                 CT-SLOT-COUNT (WS-CLASS-SUB)
         ELSE
             MOVE ZERO TO WS-COVERAGE-PCT
         END-IF
         MOVE WS-COVERAGE-PCT TO CS-COVERAGE-PCT

         IF WS-CLASS-SUB = 3
             MOVE ZEROS TO CS-CUM-VALUE-PCT
         END-IF

         WRITE COVERAGE-REPORT-LINE FROM CLASS-SUMMARY-LINE
             AFTER ADVANCING 1 LINES

         ADD CT-SLOT-COUNT (WS-CLASS-SUB)     TO CTT-SLOT-COUNT
         ADD CT-VALUE (WS-CLASS-SUB)          TO CTT-VALUE
         ADD CT-CURRENT-COUNT (WS-CLASS-SUB)  TO CTT-CURRENT-COUNT
         ADD CT-DUE-COUNT (WS-CLASS-SUB)      TO CTT-DUE-COUNT
         ADD CT-OVERDUE-COUNT (WS-CLASS-SUB)  TO CTT-OVERDUE-COUNT
         ADD CT-NEVER-COUNT (WS-CLASS-SUB)    TO CTT-NEVER-COUNT

       .

       900-CONVERT-DATE-TO-DAYS.

      *    MMDDYYYY in WS-CONV-DATE becomes a running day count in
      *    WS-CONV-DAYS so two dates subtract to a day difference -
      *    the same fixed-base arithmetic the nightly job ages with.

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

       910-EDIT-COUNT-DATE.

         IF WS-DATE-WORK IS NUMERIC
             MOVE WS-DW-MONTH TO ED-MONTH
             MOVE WS-DW-DAY   TO ED-DAY
             MOVE WS-DW-YEAR  TO ED-YEAR
             MOVE EDIT-DATE TO WS-EDITED-COUNT-DATE
         ELSE
             MOVE 'NEVER' TO WS-EDITED-COUNT-DATE
         END-IF

       .
