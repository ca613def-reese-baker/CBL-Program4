       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROGRAM4C.
       AUTHOR.        REESE BAKER.

      *****************************************************************
      * Accounting-period close. PR4-HISTORY.TXT only ever held the
      * last run, so there was no record of what the books showed at
      * month end, and a rerun of an old feed could post GL-EXTRACT
      * into a month finance had already closed. Finance now keeps
      * an accounting-period calendar, PERIOD-CALENDAR.TXT, one
      * record per period in period order:
      *
      *   col 1-6   period id (YYYYMM)
      *   col 7-14  first day of the period (MMDDYYYY)
      *   col 15-22 last day of the period (MMDDYYYY)
      *   col 23    status (O or blank open, C closed, R reopened)
      *   col 24-31 date the period was last closed
      *   col 32-41 reopen authorization reference
      *
      * Periods may not overlap. The nightly job refuses any run
      * whose as-of date falls in a closed period, or before the
      * first period on the calendar; a reopened period posts, and
      * each such run is logged.
      *
      * This job does one thing per run, as CLOSE-CONTROL.TXT says:
      *
      *   col 1     action: C close, R reopen, P comparative report
      *   col 2-7   period id (P only: blank = last closed period)
      *   col 8-10  operator initials (C and R)
      *   col 11-20 authorization reference (R)
      *
      * C - close. Every earlier period must already be closed and
      *     the period's last day must have passed; beyond that the
      *     close may run at any time, while nightly runs go on
      *     posting into the next period. The master is valued as it
      *     stood at the period end: every stock-journal movement
      *     dated after the period's last day is backed out of the
      *     record it moved, units and value alike, and a record
      *     deleted since the period end is valued from the same
      *     movements. Slots are priced at their average cost to the
      *     cent, as the nightly job values them and as the journal
      *     records them, and the snapshot is frozen into
      *     PERIOD-VALUATION.TXT by region, warehouse, vendor and
      *     company. GL-CUTOFF.TXT carries the same totals for the
      *     period-end date in the GL-EXTRACT layout. Closing a
      *     reopened period replaces its snapshot.
      * R - reopen a closed period under the authorization given;
      *     the period stays open to nightly runs until closed again.
      *     Only the latest closed period can be reopened: a reopen
      *     is refused while any later period is closed, whose
      *     snapshot would no longer agree with what the reopened
      *     period goes on to post.
      * P - the 12-month comparative valuation report only; C prints
      *     it as well, ending at the period just closed.
      *
      * Every close and reopen is appended to PERIOD-LOG.TXT, which
      * the nightly job also writes to. The log is opened before
      * anything else is written, and the entry goes on it before the
      * calendar changes, so no period changes status unlogged.
      *
      * INPUT:  CLOSE-CONTROL.TXT, INVENTORY-MASTER.DAT,
      *         WAREHOUSE-MASTER.TXT, PR4-STOCK-JOURNAL.TXT
      * I-O:    PERIOD-CALENDAR.TXT, PERIOD-VALUATION.TXT
      * OUTPUT: GL-CUTOFF.TXT, PERIOD-LOG.TXT, PR4-PERIOD-CLOSE.TXT,
      *         PR4-PERIOD-COMPARE.TXT
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.



       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT CLOSE-CONTROL-FILE
             ASSIGN TO 'CLOSE-CONTROL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTROL-FILE-STATUS.

      *

         SELECT PERIOD-CALENDAR-FILE
             ASSIGN TO 'PERIOD-CALENDAR.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CALENDAR-FILE-STATUS.

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

         SELECT OPTIONAL STOCK-JOURNAL-FILE
             ASSIGN TO 'PR4-STOCK-JOURNAL.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JOURNAL-FILE-STATUS.

      *

         SELECT OPTIONAL PERIOD-VALUATION-FILE
             ASSIGN TO 'PERIOD-VALUATION.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VALUATION-FILE-STATUS.

      *

         SELECT VALUATION-KEEP-FILE
             ASSIGN TO 'PERIOD-VALUATION-KEEP.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT GL-CUTOFF-FILE
             ASSIGN TO 'GL-CUTOFF.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT OPTIONAL PERIOD-LOG-FILE
             ASSIGN TO 'PERIOD-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIOD-LOG-FILE-STATUS.

      *

         SELECT CLOSE-REPORT-FILE
             ASSIGN TO 'PR4-PERIOD-CLOSE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT COMPARE-REPORT-FILE
             ASSIGN TO 'PR4-PERIOD-COMPARE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

       DATA DIVISION.
       FILE SECTION.

       FD CLOSE-CONTROL-FILE
         RECORD CONTAINS 20 CHARACTERS.

       01 CLOSE-CONTROL-REC.
         05 CC-ACTION                    PIC X(1).
         05 CC-PERIOD-ID                 PIC X(6).
         05 CC-OPERATOR                  PIC X(3).
         05 CC-AUTH-REF                  PIC X(10).

      *

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

      *    Read for the movements posted under an as-of date after
      *    the period end. Each entry holds the slot's quantity and
      *    cent-rounded average cost before and after the movement.

       FD STOCK-JOURNAL-FILE
         RECORD CONTAINS 62 CHARACTERS.

       01 STOCK-JOURNAL-REC.
         05 JL-RUN-DATE                  PIC X(8).
         05 JL-RUN-TIME                  PIC X(8).
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

      *    One record per total in a closed period's snapshot:
      *    R region, W warehouse, V vendor (all warehouses), and one
      *    T company record with a blank key.

       FD PERIOD-VALUATION-FILE
         RECORD CONTAINS 49 CHARACTERS.

       01 PERIOD-VALUATION-REC.
         05 PV-PERIOD-ID                 PIC X(6).
         05 PV-TOTAL-TYPE                PIC X(1).
         05 PV-KEY                       PIC X(4).
         05 PV-UNITS                     PIC 9(9).
         05 PV-VALUE                     PIC S9(11)V99.
         05 PV-PERIOD-END                PIC X(8).
         05 PV-CLOSE-DATE                PIC X(8).

      *

       FD VALUATION-KEEP-FILE
         RECORD CONTAINS 49 CHARACTERS.

       01 VALUATION-KEEP-REC               PIC X(49).

      *

       FD GL-CUTOFF-FILE
         RECORD CONTAINS 26 CHARACTERS.

       01 GL-CUTOFF-REC                    PIC X(26).

      *

      *    Shared with the nightly job. Actions: C closed, R
      *    reopened, P nightly run posted to a reopened period,
      *    X nightly run refused for a closed period.

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

       FD CLOSE-REPORT-FILE
         RECORD CONTAINS 81 CHARACTERS.

       01 CLOSE-REPORT-LINE                PIC X(81).

      *

       FD COMPARE-REPORT-FILE
         RECORD CONTAINS 81 CHARACTERS.

       01 COMPARE-REPORT-LINE              PIC X(81).

      *

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
         05 CONTROL-FILE-STATUS           PIC XX VALUE SPACE.
         05 CALENDAR-FILE-STATUS          PIC XX VALUE SPACE.
         05 MASTER-FILE-STATUS            PIC XX VALUE SPACE.
         05 WAREHOUSE-FILE-STATUS         PIC XX VALUE SPACE.
         05 VALUATION-FILE-STATUS         PIC XX VALUE SPACE.
         05 JOURNAL-FILE-STATUS           PIC XX VALUE SPACE.
         05 PERIOD-LOG-FILE-STATUS        PIC XX VALUE SPACE.
         05 LOAD-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-LOAD-RECORDS              VALUE 'Y'.
             88 NO-MORE-LOAD-RECORDS           VALUE 'N'.
         05 SCAN-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-SCAN-RECORDS              VALUE 'Y'.
             88 NO-MORE-SCAN-RECORDS           VALUE 'N'.
         05 CARD-ERROR-FLAG               PIC X VALUE 'N'.
             88 CARD-IN-ERROR                  VALUE 'Y'.
         05 CALENDAR-ERROR-FLAG           PIC X VALUE 'N'.
             88 CALENDAR-IN-ERROR              VALUE 'Y'.
         05 CLOSE-REFUSED-FLAG            PIC X VALUE 'N'.
             88 CLOSE-REFUSED                  VALUE 'Y'.

      *

       01 CLOSE-TOTALS.
         05 WS-MASTER-COUNT              PIC 9(6) VALUE 0.
         05 WS-SNAPSHOT-COUNT            PIC 9(6) VALUE 0.
         05 WS-REPLACED-COUNT            PIC 9(6) VALUE 0.
         05 WS-LATER-ENTRY-COUNT         PIC 9(6) VALUE 0.
         05 WS-DELETED-RECORD-COUNT      PIC 9(6) VALUE 0.
         05 WS-GL-RECORD-COUNT           PIC 9(6) VALUE 0.
         05 WS-GL-HASH-TOTAL             PIC S9(13)V99 VALUE ZERO.
         05 WS-COMPANY-UNITS             PIC 9(9) VALUE 0.
         05 WS-COMPANY-VALUE             PIC S9(11)V99 VALUE ZERO.

      *

       01 CLOSE-WORK-FIELDS.
         05 SUB                          PIC 9(1) VALUE 0.
         05 WS-CAL-SUB                   PIC 9(3) VALUE 0.
         05 WS-TARGET-SUB                PIC 9(3) VALUE 0.
         05 WS-FIRST-SUB                 PIC 9(3) VALUE 0.
         05 WS-COL-SUB                   PIC 9(2) VALUE 0.
         05 WS-LINE-COL                  PIC 9(2) VALUE 0.
         05 WS-COL-COUNT                 PIC 9(2) VALUE 0.
         05 WS-ACC-SUB                   PIC 9(3) VALUE 0.
         05 WS-SLOT-COST                 PIC S999V99 VALUE ZERO.
         05 WS-SLOT-QTY                  PIC 9(4) VALUE 0.
         05 WS-SLOT-VALUE                PIC S9(9)V99 VALUE ZERO.
         05 WS-RECORD-UNITS              PIC 9(6) VALUE 0.
         05 WS-RECORD-VALUE              PIC S9(11)V99 VALUE ZERO.
         05 WS-RECORD-REGION             PIC X(4) VALUE SPACE.
         05 WS-RECORD-WAREHOUSE          PIC X(4) VALUE SPACE.
         05 WS-RECORD-VENDOR             PIC X(1) VALUE SPACE.
         05 WS-BACKOUT-SUB               PIC 9(4) VALUE 0.
         05 WS-TODAY-DAYS                PIC 9(7) VALUE 0.
         05 WS-PRIOR-END-DAYS            PIC 9(7) VALUE 0.
         05 WS-PRIOR-PERIOD-ID           PIC X(6) VALUE SPACE.
         05 WS-PRINT-TYPE                PIC X(1) VALUE SPACE.
         05 WS-WHOLE-DOLLARS             PIC S9(11) VALUE ZERO.
         05 WS-PRIOR-VALUE               PIC S9(11)V99 VALUE ZERO.
         05 WS-VALUE-CHANGE              PIC S9(11)V99 VALUE ZERO.
         05 WS-CHANGE-PCT                PIC S9(5)V9 VALUE ZERO.
         05 WS-PRIOR-FOUND               PIC X(1) VALUE 'N'.

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

       01 WS-RUN-TIME                      PIC X(8) VALUE SPACE.

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

       01 WS-EDITED-DATE                   PIC X(10) VALUE SPACE.

      *

      *    Same header / detail / trailer layout as GL-EXTRACT.TXT,
      *    dated the last day of the period being closed.

       01 GL-HEADER-REC.
         05                              PIC X(1) VALUE 'H'.
         05 GLH-PERIOD-END               PIC X(8).
         05 FILLER                       PIC X(17) VALUE SPACE.

      *

       01 GL-DETAIL-REC.
         05                              PIC X(1) VALUE 'D'.
         05 GLD-TOTAL-TYPE               PIC X(1).
         05 GLD-ACCOUNT-ID               PIC X(4).
         05 GLD-PERIOD-DATE              PIC X(8).
         05 GLD-AMOUNT                   PIC S9(10)V99.

      *

       01 GL-TRAILER-REC.
         05                              PIC X(1) VALUE 'T'.
         05 GLT-RECORD-COUNT             PIC 9(6).
         05 GLT-HASH-TOTAL               PIC S9(13)V99.
         05 FILLER                       PIC X(4) VALUE SPACE.

      ***********************TABLE*************************

      *    The calendar as loaded, in period order, with each
      *    period's first and last day as day counts.

       01 WS-PERIOD-COUNT                  PIC 9(3) VALUE 0.

       01 PERIOD-TABLE.
         05 PERIOD-ENTRY OCCURS 1 TO 240 TIMES
                 DEPENDING ON WS-PERIOD-COUNT
                 INDEXED BY PERIOD-INDEX.
             10 PT-PERIOD-ID             PIC X(6).
             10 PT-START-DATE            PIC X(8).
             10 PT-END-DATE              PIC X(8).
             10 PT-STATUS                PIC X(1).
             10 PT-CLOSE-DATE            PIC X(8).
             10 PT-REOPEN-AUTH           PIC X(10).
             10 PT-START-DAYS            PIC 9(7).
             10 PT-END-DAYS              PIC 9(7).

      *****************************************************

       01 WS-WAREHOUSE-COUNT               PIC 9(2) VALUE 0.

       01 WAREHOUSE-TABLE.
         05 WAREHOUSE-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-WAREHOUSE-COUNT
                 INDEXED BY WAREHOUSE-INDEX.
             10 WH-TBL-ID                PIC X(4).
             10 WH-TBL-NAME              PIC X(16).
             10 WH-TBL-REGION            PIC X(4).
             10 WH-TBL-UNITS             PIC 9(9).
             10 WH-TBL-VALUE             PIC S9(11)V99.

      *****************************************************

      *    One entry per master key moved since the period end: the
      *    net units and value those later movements added, to be
      *    taken back off what the master holds now.

       01 WS-BACKOUT-COUNT                 PIC 9(4) VALUE 0.

       01 BACKOUT-TABLE.
         05 BACKOUT-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-BACKOUT-COUNT
                 INDEXED BY BACKOUT-INDEX.
             10 BO-MASTER-KEY.
                 15 BO-WAREHOUSE-ID      PIC X(4).
                 15 BO-VENDOR-ID         PIC X(1).
                 15 BO-PRODUCT-ID        PIC X(3).
             10 BO-ON-MASTER             PIC X(1).
             10 BO-UNITS-CHANGE          PIC S9(7).
             10 BO-VALUE-CHANGE          PIC S9(9)V99.

      *****************************************************

       01 WS-VENDOR-COUNT                  PIC 9(3) VALUE 0.

       01 VENDOR-TOTAL-TABLE.
         05 VENDOR-TOTAL-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-VENDOR-COUNT
                 INDEXED BY VENDOR-INDEX.
             10 VT-VENDOR-ID             PIC X(4).
             10 VT-UNITS                 PIC 9(9).
             10 VT-VALUE                 PIC S9(11)V99.

      *****************************************************

       01 WS-REGION-COUNT                  PIC 9(2) VALUE 0.

       01 REGION-TOTAL-TABLE.
         05 REGION-TOTAL-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-REGION-COUNT
                 INDEXED BY REGION-INDEX.
             10 RGN-ID                   PIC X(4).
             10 RGN-UNITS                PIC 9(9).
             10 RGN-VALUE                PIC S9(11)V99.

      *****************************************************

      *    Periods in the comparative window (up to 12, oldest
      *    first) and one row per total found in their snapshots.

       01 COMPARE-PERIOD-TABLE.
         05 COMPARE-PERIOD-ENTRY   OCCURS 12 TIMES.
             10 CP-PERIOD-ID             PIC X(6).
             10 CP-END-DATE              PIC X(8).
             10 CP-STATUS                PIC X(1).

       01 WS-COMPARE-COUNT                 PIC 9(3) VALUE 0.

       01 COMPARE-TABLE.
         05 COMPARE-ENTRY OCCURS 1 TO 250 TIMES
                 DEPENDING ON WS-COMPARE-COUNT
                 INDEXED BY COMPARE-INDEX.
             10 CT-TOTAL-TYPE            PIC X(1).
             10 CT-KEY                   PIC X(4).
             10 CT-PERIOD-VALUE    OCCURS 12 TIMES.
                 15 CT-FOUND             PIC X(1).
                 15 CT-VALUE             PIC S9(11)V99.

      *****************************************************

       01 CLOSE-HEADING.
         05 FILLER                   PIC X(22) VALUE SPACE.
         05                          PIC X(22) VALUE
                                         'MONTH-END CLOSE PERIOD'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 CH-PERIOD-ID             PIC X(6).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CH-RUN-DATE              PIC X(10).
         05 FILLER                   PIC X(18) VALUE SPACE.

      *

       01 CLOSE-PERIOD-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(7) VALUE 'PERIOD '.
         05 CPL-START            PIC X(10).
         05                          PIC X(4) VALUE ' TO '.
         05 CPL-END              PIC X(10).
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 CPL-ACTION           PIC X(20).
         05 FILLER                   PIC X(23) VALUE SPACE.

      *

       01 SECTION-TITLE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 ST-TITLE                 PIC X(40).
         05 FILLER                   PIC X(37) VALUE SPACE.

      *

       01 CLOSE-COLUMN-HEADING.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05                          PIC X(4) VALUE 'KEY'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(16) VALUE 'NAME'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(6) VALUE 'REGION'.
         05 FILLER                   PIC X(5) VALUE SPACE.
         05                          PIC X(5) VALUE 'UNITS'.
         05 FILLER                   PIC X(12) VALUE SPACE.
         05                          PIC X(5) VALUE 'VALUE'.
         05 FILLER                   PIC X(20) VALUE SPACE.

      *

       01 CLOSE-DETAIL-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 CD-KEY                   PIC X(4).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CD-NAME                  PIC X(16).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CD-REGION                PIC X(4).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CD-UNITS                 PIC ZZZ,ZZZ,ZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CD-VALUE                 PIC ZZZ,ZZZ,ZZ9.99-.
         05 FILLER                   PIC X(19) VALUE SPACE.

      *

       01 CLOSE-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 CL-LABEL                 PIC X(40).
         05 CL-COUNT                 PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(30) VALUE SPACE.

      *

       01 CLOSE-AMOUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 CA-LABEL                 PIC X(40).
         05 CA-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         05 FILLER                   PIC X(19) VALUE SPACE.

      *

       01 COMPARE-HEADING.
         05 FILLER                   PIC X(17) VALUE SPACE.
         05                          PIC X(37) VALUE
                          'COMPARATIVE VALUATION - 12 PERIODS TO'.
         05 FILLER                   PIC X(1) VALUE SPACE.
         05 MH-PERIOD-ID             PIC X(6).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 MH-RUN-DATE              PIC X(10).
         05 FILLER                   PIC X(8) VALUE SPACE.

      *

      *    The twelve periods print six to a line, so each key
      *    takes two lines; the heading's two lines name the
      *    period over each column. Values are whole dollars, and
      *    a column is blank where the period has no snapshot.

       01 COMPARE-COLUMN-HEADING.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 MC-LABEL                 PIC X(4).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 MC-COLUMN              OCCURS 6 TIMES.
             10 FILLER               PIC X(6).
             10 MC-PERIOD-ID         PIC X(6).
         05 FILLER                   PIC X(1) VALUE SPACE.

      *

       01 COMPARE-VALUE-LINE.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 MV-KEY                   PIC X(4).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 MV-COLUMN              OCCURS 6 TIMES.
             10 MV-VALUE             PIC ZZZ,ZZZ,ZZ9-.
         05 FILLER                   PIC X(1) VALUE SPACE.

      *

       01 TREND-COLUMN-HEADING.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(6) VALUE 'PERIOD'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(10) VALUE 'PERIOD END'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(8) VALUE 'STATUS'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(15) VALUE
                                         '  COMPANY VALUE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(15) VALUE
                                         'CHANGE ON PRIOR'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(8) VALUE ' CHG PCT'.
         05 FILLER                   PIC X(7) VALUE SPACE.

      *

       01 TREND-DETAIL-LINE.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TD-PERIOD-ID             PIC X(6).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TD-PERIOD-END            PIC X(10).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TD-STATUS                PIC X(8).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TD-VALUE                 PIC ZZZ,ZZZ,ZZ9.99-.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TD-CHANGE                PIC ZZZ,ZZZ,ZZ9.99-.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TD-CHANGE-PCT            PIC ZZZZ9.9-.
         05 FILLER                   PIC X(7) VALUE SPACE.

      *

       01 TREND-MISSING-LINE.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TM-PERIOD-ID             PIC X(6).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TM-PERIOD-END            PIC X(10).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 TM-STATUS                PIC X(8).
         05 FILLER                   PIC X(6) VALUE SPACE.
         05                          PIC X(11) VALUE 'NO SNAPSHOT'.
         05 FILLER                   PIC X(34) VALUE SPACE.

      *

       PROCEDURE DIVISION.

       100-CLOSE-CONTROL.

         ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
         MOVE WS-SYS-MONTH TO WS-MONTH
         MOVE WS-SYS-DAY   TO WS-DAY
         MOVE WS-SYS-YEAR  TO WS-YEAR
         ACCEPT WS-RUN-TIME FROM TIME

         MOVE WS-CURRENT-DATE TO WS-CONV-DATE
         PERFORM 900-CONVERT-DATE-TO-DAYS
         MOVE WS-CONV-DAYS TO WS-TODAY-DAYS

         PERFORM 110-READ-CLOSE-CONTROL
         PERFORM 120-LOAD-PERIOD-CALENDAR
         PERFORM 140-FIND-CARD-PERIOD

         EVALUATE CC-ACTION
             WHEN 'C'
                 PERFORM 130-LOAD-WAREHOUSE-TABLE
                 PERFORM 200-CLOSE-PERIOD
                 PERFORM 400-COMPARATIVE-REPORT
                 DISPLAY 'PERIOD ' CC-PERIOD-ID ' CLOSED - '
                     WS-SNAPSHOT-COUNT ' SNAPSHOT RECORDS, '
                     WS-GL-RECORD-COUNT ' GL CUTOFF POSTINGS'
             WHEN 'R'
                 PERFORM 300-REOPEN-PERIOD
                 DISPLAY 'PERIOD ' CC-PERIOD-ID ' REOPENED UNDER '
                     'AUTHORIZATION ' CC-AUTH-REF
             WHEN 'P'
                 PERFORM 400-COMPARATIVE-REPORT
                 DISPLAY 'COMPARATIVE VALUATION PRINTED TO PERIOD '
                     PT-PERIOD-ID (WS-TARGET-SUB)
         END-EVALUATE

         STOP RUN

       .

       110-READ-CLOSE-CONTROL.

      *    One card per run. A close or reopen names its period and
      *    the operator; a reopen also needs the authorization it is
      *    made under, which goes on the calendar and the log.

         OPEN INPUT CLOSE-CONTROL-FILE

         IF CONTROL-FILE-STATUS NOT = '00'
             DISPLAY 'CLOSE-CONTROL.TXT COULD NOT BE OPENED - '
                 'STATUS ' CONTROL-FILE-STATUS
             STOP RUN
         END-IF

         READ CLOSE-CONTROL-FILE
             AT END
                 DISPLAY 'CLOSE-CONTROL.TXT IS EMPTY'
                 MOVE 'Y' TO CARD-ERROR-FLAG
         END-READ

         CLOSE CLOSE-CONTROL-FILE

         IF NOT CARD-IN-ERROR
             IF CC-ACTION NOT = 'C' AND CC-ACTION NOT = 'R'
                 AND CC-ACTION NOT = 'P'
                 DISPLAY 'CLOSE-CONTROL.TXT ACTION MUST BE C, R OR P'
                 MOVE 'Y' TO CARD-ERROR-FLAG
             END-IF
             IF CC-ACTION NOT = 'P'
                 IF CC-PERIOD-ID = SPACES
                     DISPLAY 'CLOSE-CONTROL.TXT HAS NO PERIOD ID'
                     MOVE 'Y' TO CARD-ERROR-FLAG
                 END-IF
                 IF CC-OPERATOR = SPACES
                     DISPLAY 'CLOSE-CONTROL.TXT HAS NO OPERATOR'
                     MOVE 'Y' TO CARD-ERROR-FLAG
                 END-IF
             END-IF
             IF CC-ACTION = 'R' AND CC-AUTH-REF = SPACES
                 DISPLAY 'CLOSE-CONTROL.TXT REOPEN HAS NO '
                     'AUTHORIZATION REFERENCE'
                 MOVE 'Y' TO CARD-ERROR-FLAG
             END-IF
         END-IF

         IF CARD-IN-ERROR
             DISPLAY 'PERIOD CLOSE NOT RUN'
             STOP RUN
         END-IF

       .

       120-LOAD-PERIOD-CALENDAR.

      *    The calendar has to be in period order with no overlaps
      *    and readable dates, or neither this job nor the nightly
      *    check can say which period a date belongs to. It is
      *    rewritten whole from the table, so a calendar too big for
      *    the table stops the run rather than losing periods.

         OPEN INPUT PERIOD-CALENDAR-FILE

         IF CALENDAR-FILE-STATUS NOT = '00'
             DISPLAY 'PERIOD-CALENDAR.TXT COULD NOT BE OPENED - '
                 'STATUS ' CALENDAR-FILE-STATUS
             STOP RUN
         END-IF

         MOVE SPACE TO WS-PRIOR-PERIOD-ID
         MOVE ZEROS TO WS-PRIOR-END-DAYS
         MOVE 'Y' TO LOAD-EOF-FLAG

         PERFORM UNTIL NO-MORE-LOAD-RECORDS
             READ PERIOD-CALENDAR-FILE
                 AT END
                     MOVE 'N' TO LOAD-EOF-FLAG
                 NOT AT END
                     IF WS-PERIOD-COUNT < 240
                         PERFORM 125-STORE-ONE-PERIOD
                     ELSE
                         DISPLAY 'PERIOD-CALENDAR.TXT EXCEEDS TABLE '
                             'CAPACITY OF 240 PERIODS'
                         MOVE 'Y' TO CALENDAR-ERROR-FLAG
                         MOVE 'N' TO LOAD-EOF-FLAG
                     END-IF
             END-READ
         END-PERFORM

         CLOSE PERIOD-CALENDAR-FILE

         IF WS-PERIOD-COUNT = 0
             DISPLAY 'PERIOD-CALENDAR.TXT HAS NO PERIODS'
             MOVE 'Y' TO CALENDAR-ERROR-FLAG
         END-IF

         IF CALENDAR-IN-ERROR
             DISPLAY 'PERIOD CLOSE NOT RUN'
             STOP RUN
         END-IF

       .

       125-STORE-ONE-PERIOD.

         ADD 1 TO WS-PERIOD-COUNT

         MOVE PC-PERIOD-ID   TO PT-PERIOD-ID (WS-PERIOD-COUNT)
         MOVE PC-START-DATE  TO PT-START-DATE (WS-PERIOD-COUNT)
         MOVE PC-END-DATE    TO PT-END-DATE (WS-PERIOD-COUNT)
         MOVE PC-STATUS      TO PT-STATUS (WS-PERIOD-COUNT)
         MOVE PC-CLOSE-DATE  TO PT-CLOSE-DATE (WS-PERIOD-COUNT)
         MOVE PC-REOPEN-AUTH TO PT-REOPEN-AUTH (WS-PERIOD-COUNT)

         IF PT-STATUS (WS-PERIOD-COUNT) = SPACE
             MOVE 'O' TO PT-STATUS (WS-PERIOD-COUNT)
         END-IF

         MOVE PC-START-DATE TO WS-CONV-DATE
         PERFORM 900-CONVERT-DATE-TO-DAYS
         MOVE WS-CONV-DAYS TO PT-START-DAYS (WS-PERIOD-COUNT)

         MOVE PC-END-DATE TO WS-CONV-DATE
         PERFORM 900-CONVERT-DATE-TO-DAYS
         MOVE WS-CONV-DAYS TO PT-END-DAYS (WS-PERIOD-COUNT)

         IF PC-PERIOD-ID IS NOT NUMERIC
             OR PT-START-DAYS (WS-PERIOD-COUNT) = ZEROS
             OR PT-END-DAYS (WS-PERIOD-COUNT) = ZEROS
             OR PT-END-DAYS (WS-PERIOD-COUNT)
                 < PT-START-DAYS (WS-PERIOD-COUNT)
             DISPLAY 'PERIOD-CALENDAR.TXT RECORD INVALID: '
                 PERIOD-CALENDAR-REC
             MOVE 'Y' TO CALENDAR-ERROR-FLAG
         ELSE
             IF PC-PERIOD-ID NOT > WS-PRIOR-PERIOD-ID
                 OR PT-START-DAYS (WS-PERIOD-COUNT)
                     NOT > WS-PRIOR-END-DAYS
                 DISPLAY 'PERIOD-CALENDAR.TXT OUT OF ORDER OR '
                     'OVERLAPPING AT PERIOD ' PC-PERIOD-ID
                 MOVE 'Y' TO CALENDAR-ERROR-FLAG
             END-IF
         END-IF

         IF PT-STATUS (WS-PERIOD-COUNT) NOT = 'O'
             AND PT-STATUS (WS-PERIOD-COUNT) NOT = 'C'
             AND PT-STATUS (WS-PERIOD-COUNT) NOT = 'R'
             DISPLAY 'PERIOD-CALENDAR.TXT STATUS INVALID FOR '
                 'PERIOD ' PC-PERIOD-ID
             MOVE 'Y' TO CALENDAR-ERROR-FLAG
         END-IF

         MOVE PC-PERIOD-ID TO WS-PRIOR-PERIOD-ID
         MOVE PT-END-DAYS (WS-PERIOD-COUNT) TO WS-PRIOR-END-DAYS

       .

       130-LOAD-WAREHOUSE-TABLE.

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
                         MOVE ZEROS TO
                             WH-TBL-UNITS (WS-WAREHOUSE-COUNT)
                             WH-TBL-VALUE (WS-WAREHOUSE-COUNT)
                     ELSE
                         DISPLAY 'WAREHOUSE-MASTER.TXT EXCEEDS TABLE '
                             'CAPACITY - REMAINING RECORDS IGNORED'
                         MOVE 'N' TO LOAD-EOF-FLAG
                     END-IF
             END-READ
         END-PERFORM

         CLOSE WAREHOUSE-FILE

       .

       140-FIND-CARD-PERIOD.

      *    A close or reopen must name a period on the calendar. The
      *    comparative report defaults to the last closed period.

         MOVE ZEROS TO WS-TARGET-SUB

         IF CC-PERIOD-ID = SPACES
             PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                 UNTIL WS-CAL-SUB > WS-PERIOD-COUNT
                 IF PT-STATUS (WS-CAL-SUB) = 'C'
                     MOVE WS-CAL-SUB TO WS-TARGET-SUB
                 END-IF
             END-PERFORM
             IF WS-TARGET-SUB = 0
                 DISPLAY 'NO CLOSED PERIOD ON PERIOD-CALENDAR.TXT'
                 STOP RUN
             END-IF
         ELSE
             PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                 UNTIL WS-CAL-SUB > WS-PERIOD-COUNT
                 IF PT-PERIOD-ID (WS-CAL-SUB) = CC-PERIOD-ID
                     MOVE WS-CAL-SUB TO WS-TARGET-SUB
                 END-IF
             END-PERFORM
             IF WS-TARGET-SUB = 0
                 DISPLAY 'PERIOD ' CC-PERIOD-ID
                     ' IS NOT ON PERIOD-CALENDAR.TXT'
                 STOP RUN
             END-IF
         END-IF

       .

       200-CLOSE-PERIOD.

      *    A period closes in order, once its last day is behind us.
      *    A refused close changes nothing.

         IF PT-STATUS (WS-TARGET-SUB) = 'C'
             DISPLAY 'PERIOD ' CC-PERIOD-ID ' IS ALREADY CLOSED'
             MOVE 'Y' TO CLOSE-REFUSED-FLAG
         END-IF

         IF WS-TODAY-DAYS NOT > PT-END-DAYS (WS-TARGET-SUB)
             DISPLAY 'PERIOD ' CC-PERIOD-ID ' DOES NOT END UNTIL '
                 PT-END-DATE (WS-TARGET-SUB)
             MOVE 'Y' TO CLOSE-REFUSED-FLAG
         END-IF

         PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB NOT < WS-TARGET-SUB
             IF PT-STATUS (WS-CAL-SUB) NOT = 'C'
                 DISPLAY 'EARLIER PERIOD ' PT-PERIOD-ID (WS-CAL-SUB)
                     ' IS NOT CLOSED'
                 MOVE 'Y' TO CLOSE-REFUSED-FLAG
             END-IF
         END-PERFORM

         IF NOT CLOSE-REFUSED
             PERFORM 205-LOAD-LATER-MOVEMENTS
         END-IF

         IF CLOSE-REFUSED
             DISPLAY 'PERIOD CLOSE NOT RUN'
             STOP RUN
         END-IF

         PERFORM 805-OPEN-PERIOD-LOG

         OPEN INPUT INVENTORY-MASTER

         IF MASTER-FILE-STATUS NOT = '00'
             DISPLAY 'INVENTORY-MASTER.DAT COULD NOT BE OPENED - '
                 'STATUS ' MASTER-FILE-STATUS
             DISPLAY 'PERIOD CLOSE NOT RUN'
             CLOSE PERIOD-LOG-FILE
             STOP RUN
         END-IF

         PERFORM 210-VALUE-MASTER

         CLOSE INVENTORY-MASTER

         PERFORM 212-VALUE-DELETED-RECORDS

         PERFORM 230-WRITE-PERIOD-SNAPSHOT
         PERFORM 240-WRITE-GL-CUTOFF
         PERFORM 250-PRINT-CLOSE-REPORT

         MOVE 'C' TO PL-ACTION
         MOVE SPACES TO PL-AUTH-REF
         PERFORM 810-LOG-PERIOD-EVENT

         MOVE 'C' TO PT-STATUS (WS-TARGET-SUB)
         MOVE WS-CURRENT-DATE TO PT-CLOSE-DATE (WS-TARGET-SUB)
         PERFORM 800-REWRITE-CALENDAR

       .

       205-LOAD-LATER-MOVEMENTS.

      *    Every journal entry carries the as-of date it was posted
      *    under. Each one dated after the period's last day is
      *    netted against its master key, so that what the master
      *    holds now can be taken back to the period end. The net
      *    is used rather than the first later entry's old side:
      *    a reopened period posts after runs already dated in the
      *    next period, so the journal is not in as-of date order.
      *    No journal means nothing has been posted since.

         OPEN INPUT STOCK-JOURNAL-FILE

         IF JOURNAL-FILE-STATUS NOT = '00'
             AND JOURNAL-FILE-STATUS NOT = '05'
             DISPLAY 'PR4-STOCK-JOURNAL.TXT COULD NOT BE OPENED - '
                 'STATUS ' JOURNAL-FILE-STATUS
             MOVE 'Y' TO CLOSE-REFUSED-FLAG
         ELSE
             MOVE 'Y' TO SCAN-EOF-FLAG
             PERFORM UNTIL NO-MORE-SCAN-RECORDS
                 READ STOCK-JOURNAL-FILE
                     AT END
                         MOVE 'N' TO SCAN-EOF-FLAG
                     NOT AT END
                         MOVE JL-RUN-DATE TO WS-CONV-DATE
                         PERFORM 900-CONVERT-DATE-TO-DAYS
                         IF WS-CONV-DAYS > PT-END-DAYS (WS-TARGET-SUB)
                             ADD 1 TO WS-LATER-ENTRY-COUNT
                             PERFORM 206-NET-LATER-MOVEMENT
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE STOCK-JOURNAL-FILE
         END-IF

       .

       206-NET-LATER-MOVEMENT.

      *    More keys moved than the table holds would leave some
      *    of them valued as they stand now, so the close is refused.

         SET BACKOUT-INDEX TO 1
         SEARCH BACKOUT-ENTRY
             AT END
                 IF WS-BACKOUT-COUNT < 5000
                     ADD 1 TO WS-BACKOUT-COUNT
                     SET BACKOUT-INDEX TO WS-BACKOUT-COUNT
                     MOVE JL-MASTER-KEY TO
                         BO-MASTER-KEY (BACKOUT-INDEX)
                     MOVE 'N' TO BO-ON-MASTER (BACKOUT-INDEX)
                     MOVE ZEROS TO BO-UNITS-CHANGE (BACKOUT-INDEX)
                                   BO-VALUE-CHANGE (BACKOUT-INDEX)
                 ELSE
                     IF NOT CLOSE-REFUSED
                         DISPLAY 'MORE THAN 5000 MASTER RECORDS MOVED '
                             'SINCE ' PT-END-DATE (WS-TARGET-SUB)
                         MOVE 'Y' TO CLOSE-REFUSED-FLAG
                     END-IF
                 END-IF
             WHEN BO-MASTER-KEY (BACKOUT-INDEX) = JL-MASTER-KEY
                 CONTINUE
         END-SEARCH

         IF NOT CLOSE-REFUSED
             COMPUTE BO-UNITS-CHANGE (BACKOUT-INDEX) =
                 BO-UNITS-CHANGE (BACKOUT-INDEX)
                 + JL-NEW-QTY - JL-OLD-QTY
             COMPUTE BO-VALUE-CHANGE (BACKOUT-INDEX) =
                 BO-VALUE-CHANGE (BACKOUT-INDEX)
                 + (JL-NEW-QTY * JL-NEW-PRICE)
                 - (JL-OLD-QTY * JL-OLD-PRICE)
         END-IF

       .

       210-VALUE-MASTER.

      *    Every slot on the master at its rounded average cost,
      *    the figure the nightly job's valuation prices at, less
      *    whatever has moved since the period end, rolled up by
      *    warehouse, vendor, region and company.

         MOVE LOW-VALUES TO IM-MASTER-KEY
         MOVE SPACE TO SCAN-EOF-FLAG

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
                     PERFORM 215-VALUE-ONE-RECORD
             END-READ
         END-PERFORM

       .

       212-VALUE-DELETED-RECORDS.

      *    A key moved since the period end that is no longer on the
      *    master was deleted since: it held what its later
      *    movements took away. A key both added and deleted since
      *    held nothing at the period end and is passed over.

         PERFORM VARYING WS-BACKOUT-SUB FROM 1 BY 1
             UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
             IF BO-ON-MASTER (WS-BACKOUT-SUB) = 'N'
                 AND (BO-UNITS-CHANGE (WS-BACKOUT-SUB) NOT = 0
                   OR BO-VALUE-CHANGE (WS-BACKOUT-SUB) NOT = 0)
                 ADD 1 TO WS-DELETED-RECORD-COUNT
                 COMPUTE WS-RECORD-UNITS =
                     0 - BO-UNITS-CHANGE (WS-BACKOUT-SUB)
                 COMPUTE WS-RECORD-VALUE =
                     0 - BO-VALUE-CHANGE (WS-BACKOUT-SUB)
                 MOVE BO-WAREHOUSE-ID (WS-BACKOUT-SUB)
                     TO WS-RECORD-WAREHOUSE
                 MOVE BO-VENDOR-ID (WS-BACKOUT-SUB)
                     TO WS-RECORD-VENDOR
                 PERFORM 217-ROLL-UP-RECORD
             END-IF
         END-PERFORM

       .

       215-VALUE-ONE-RECORD.

         MOVE ZEROS TO WS-RECORD-UNITS
         MOVE ZEROS TO WS-RECORD-VALUE

         PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 5
             IF IM-NUM-IN-STOCK (SUB) IS NUMERIC
                 MOVE IM-NUM-IN-STOCK (SUB) TO WS-SLOT-QTY
                 PERFORM 220-SET-SLOT-COST
                 COMPUTE WS-SLOT-VALUE = WS-SLOT-QTY * WS-SLOT-COST
                 ADD WS-SLOT-QTY   TO WS-RECORD-UNITS
                 ADD WS-SLOT-VALUE TO WS-RECORD-VALUE
             END-IF
         END-PERFORM

      *    Movements since the period end come back off the record.

         SET BACKOUT-INDEX TO 1
         SEARCH BACKOUT-ENTRY
             WHEN BO-MASTER-KEY (BACKOUT-INDEX) = IM-MASTER-KEY
                 MOVE 'Y' TO BO-ON-MASTER (BACKOUT-INDEX)
                 SUBTRACT BO-UNITS-CHANGE (BACKOUT-INDEX)
                     FROM WS-RECORD-UNITS
                 SUBTRACT BO-VALUE-CHANGE (BACKOUT-INDEX)
                     FROM WS-RECORD-VALUE
         END-SEARCH

         MOVE IM-WAREHOUSE-ID TO WS-RECORD-WAREHOUSE
         MOVE IM-VENDOR-ID    TO WS-RECORD-VENDOR
         PERFORM 217-ROLL-UP-RECORD

       .

       217-ROLL-UP-RECORD.

         ADD WS-RECORD-UNITS TO WS-COMPANY-UNITS
         ADD WS-RECORD-VALUE TO WS-COMPANY-VALUE

      *    A warehouse missing from the warehouse master is still
      *    valued, under region NONE.

         SET WAREHOUSE-INDEX TO 1
         SEARCH WAREHOUSE-ENTRY
             AT END
                 IF WS-WAREHOUSE-COUNT < 50
                     ADD 1 TO WS-WAREHOUSE-COUNT
                     SET WAREHOUSE-INDEX TO WS-WAREHOUSE-COUNT
                     MOVE WS-RECORD-WAREHOUSE TO
                         WH-TBL-ID (WAREHOUSE-INDEX)
                     MOVE '*NOT ON MASTER*' TO
                         WH-TBL-NAME (WAREHOUSE-INDEX)
                     MOVE 'NONE' TO WH-TBL-REGION (WAREHOUSE-INDEX)
                     MOVE WS-RECORD-UNITS TO
                         WH-TBL-UNITS (WAREHOUSE-INDEX)
                     MOVE WS-RECORD-VALUE TO
                         WH-TBL-VALUE (WAREHOUSE-INDEX)
                 END-IF
                 MOVE 'NONE' TO WS-RECORD-REGION
             WHEN WH-TBL-ID (WAREHOUSE-INDEX) = WS-RECORD-WAREHOUSE
                 ADD WS-RECORD-UNITS TO
                     WH-TBL-UNITS (WAREHOUSE-INDEX)
                 ADD WS-RECORD-VALUE TO
                     WH-TBL-VALUE (WAREHOUSE-INDEX)
                 MOVE WH-TBL-REGION (WAREHOUSE-INDEX) TO
                     WS-RECORD-REGION
         END-SEARCH

         PERFORM 225-ADD-TO-VENDOR-TOTAL
         PERFORM 226-ADD-TO-REGION-TOTAL

       .

       220-SET-SLOT-COST.

      *    The slot's average cost rounded to the cent; the last
      *    purchase price stands in for a slot whose average is
      *    unreadable.

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

       225-ADD-TO-VENDOR-TOTAL.

         MOVE 0 TO WS-ACC-SUB

         PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-VENDOR-COUNT
                OR WS-ACC-SUB > 0
             IF VT-VENDOR-ID (WS-CAL-SUB) = WS-RECORD-VENDOR
                 MOVE WS-CAL-SUB TO WS-ACC-SUB
             END-IF
         END-PERFORM

         IF WS-ACC-SUB = 0 AND WS-VENDOR-COUNT < 100
             ADD 1 TO WS-VENDOR-COUNT
             MOVE WS-VENDOR-COUNT TO WS-ACC-SUB
             MOVE WS-RECORD-VENDOR TO VT-VENDOR-ID (WS-ACC-SUB)
             MOVE ZEROS TO VT-UNITS (WS-ACC-SUB)
                           VT-VALUE (WS-ACC-SUB)
         END-IF

         IF WS-ACC-SUB > 0
             ADD WS-RECORD-UNITS TO VT-UNITS (WS-ACC-SUB)
             ADD WS-RECORD-VALUE TO VT-VALUE (WS-ACC-SUB)
         END-IF

       .

       226-ADD-TO-REGION-TOTAL.

         MOVE 0 TO WS-ACC-SUB

         PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-REGION-COUNT
                OR WS-ACC-SUB > 0
             IF RGN-ID (WS-CAL-SUB) = WS-RECORD-REGION
                 MOVE WS-CAL-SUB TO WS-ACC-SUB
             END-IF
         END-PERFORM

         IF WS-ACC-SUB = 0 AND WS-REGION-COUNT < 50
             ADD 1 TO WS-REGION-COUNT
             MOVE WS-REGION-COUNT TO WS-ACC-SUB
             MOVE WS-RECORD-REGION TO RGN-ID (WS-ACC-SUB)
             MOVE ZEROS TO RGN-UNITS (WS-ACC-SUB)
                           RGN-VALUE (WS-ACC-SUB)
         END-IF

         IF WS-ACC-SUB > 0
             ADD WS-RECORD-UNITS TO RGN-UNITS (WS-ACC-SUB)
             ADD WS-RECORD-VALUE TO RGN-VALUE (WS-ACC-SUB)
         END-IF

       .

       230-WRITE-PERIOD-SNAPSHOT.

      *    PERIOD-VALUATION.TXT is permanent: every other period's
      *    snapshot is copied forward untouched, and this period's
      *    new snapshot (replacing the one taken at an earlier close,
      *    if it was reopened) is added behind them.

         OPEN INPUT PERIOD-VALUATION-FILE

         IF VALUATION-FILE-STATUS NOT = '00'
             AND VALUATION-FILE-STATUS NOT = '05'
             DISPLAY 'PERIOD-VALUATION.TXT COULD NOT BE OPENED - '
                 'STATUS ' VALUATION-FILE-STATUS
             DISPLAY 'PERIOD CLOSE NOT RUN'
             CLOSE PERIOD-LOG-FILE
             STOP RUN
         END-IF

         OPEN OUTPUT VALUATION-KEEP-FILE

         IF VALUATION-FILE-STATUS = '00'
             MOVE 'Y' TO SCAN-EOF-FLAG
             PERFORM UNTIL NO-MORE-SCAN-RECORDS
                 READ PERIOD-VALUATION-FILE
                     AT END
                         MOVE 'N' TO SCAN-EOF-FLAG
                     NOT AT END
                         IF PV-PERIOD-ID = CC-PERIOD-ID
                             ADD 1 TO WS-REPLACED-COUNT
                         ELSE
                             WRITE VALUATION-KEEP-REC
                                 FROM PERIOD-VALUATION-REC
                         END-IF
                 END-READ
             END-PERFORM
         END-IF

         IF VALUATION-FILE-STATUS = '00'
             OR VALUATION-FILE-STATUS = '05'
             OR VALUATION-FILE-STATUS = '10'
             CLOSE PERIOD-VALUATION-FILE
         END-IF
         CLOSE VALUATION-KEEP-FILE

         OPEN OUTPUT PERIOD-VALUATION-FILE

         IF VALUATION-FILE-STATUS NOT = '00'
             AND VALUATION-FILE-STATUS NOT = '05'
             DISPLAY 'PERIOD-VALUATION.TXT COULD NOT BE OPENED - '
                 'STATUS ' VALUATION-FILE-STATUS
             DISPLAY 'PERIOD CLOSE NOT RUN'
             CLOSE PERIOD-LOG-FILE
             STOP RUN
         END-IF

         OPEN INPUT VALUATION-KEEP-FILE
         MOVE 'Y' TO SCAN-EOF-FLAG

         PERFORM UNTIL NO-MORE-SCAN-RECORDS
             READ VALUATION-KEEP-FILE
                 AT END
                     MOVE 'N' TO SCAN-EOF-FLAG
                 NOT AT END
                     WRITE PERIOD-VALUATION-REC
                         FROM VALUATION-KEEP-REC
             END-READ
         END-PERFORM

         CLOSE VALUATION-KEEP-FILE

         MOVE CC-PERIOD-ID TO PV-PERIOD-ID
         MOVE PT-END-DATE (WS-TARGET-SUB) TO PV-PERIOD-END
         MOVE WS-CURRENT-DATE TO PV-CLOSE-DATE

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-REGION-COUNT
             MOVE 'R' TO PV-TOTAL-TYPE
             MOVE RGN-ID (WS-ACC-SUB)    TO PV-KEY
             MOVE RGN-UNITS (WS-ACC-SUB) TO PV-UNITS
             MOVE RGN-VALUE (WS-ACC-SUB) TO PV-VALUE
             PERFORM 235-WRITE-SNAPSHOT-RECORD
         END-PERFORM

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-WAREHOUSE-COUNT
             MOVE 'W' TO PV-TOTAL-TYPE
             MOVE WH-TBL-ID (WS-ACC-SUB)    TO PV-KEY
             MOVE WH-TBL-UNITS (WS-ACC-SUB) TO PV-UNITS
             MOVE WH-TBL-VALUE (WS-ACC-SUB) TO PV-VALUE
             PERFORM 235-WRITE-SNAPSHOT-RECORD
         END-PERFORM

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-VENDOR-COUNT
             MOVE 'V' TO PV-TOTAL-TYPE
             MOVE VT-VENDOR-ID (WS-ACC-SUB) TO PV-KEY
             MOVE VT-UNITS (WS-ACC-SUB)     TO PV-UNITS
             MOVE VT-VALUE (WS-ACC-SUB)     TO PV-VALUE
             PERFORM 235-WRITE-SNAPSHOT-RECORD
         END-PERFORM

         MOVE 'T' TO PV-TOTAL-TYPE
         MOVE SPACES TO PV-KEY
         MOVE WS-COMPANY-UNITS TO PV-UNITS
         MOVE WS-COMPANY-VALUE TO PV-VALUE
         PERFORM 235-WRITE-SNAPSHOT-RECORD

         CLOSE PERIOD-VALUATION-FILE

       .

       235-WRITE-SNAPSHOT-RECORD.

         WRITE PERIOD-VALUATION-REC
         ADD 1 TO WS-SNAPSHOT-COUNT

       .

       240-WRITE-GL-CUTOFF.

      *    The period-end balances by warehouse, vendor and region,
      *    posted as of the period's last day. Type R is the region
      *    total, which the nightly extract does not carry.

         OPEN OUTPUT GL-CUTOFF-FILE

         MOVE PT-END-DATE (WS-TARGET-SUB) TO GLH-PERIOD-END
         MOVE PT-END-DATE (WS-TARGET-SUB) TO GLD-PERIOD-DATE
         WRITE GL-CUTOFF-REC FROM GL-HEADER-REC

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-WAREHOUSE-COUNT
             MOVE 'W' TO GLD-TOTAL-TYPE
             MOVE WH-TBL-ID (WS-ACC-SUB)    TO GLD-ACCOUNT-ID
             MOVE WH-TBL-VALUE (WS-ACC-SUB) TO GLD-AMOUNT
             PERFORM 245-WRITE-GL-DETAIL
         END-PERFORM

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-VENDOR-COUNT
             MOVE 'V' TO GLD-TOTAL-TYPE
             MOVE VT-VENDOR-ID (WS-ACC-SUB) TO GLD-ACCOUNT-ID
             MOVE VT-VALUE (WS-ACC-SUB)     TO GLD-AMOUNT
             PERFORM 245-WRITE-GL-DETAIL
         END-PERFORM

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-REGION-COUNT
             MOVE 'R' TO GLD-TOTAL-TYPE
             MOVE RGN-ID (WS-ACC-SUB)    TO GLD-ACCOUNT-ID
             MOVE RGN-VALUE (WS-ACC-SUB) TO GLD-AMOUNT
             PERFORM 245-WRITE-GL-DETAIL
         END-PERFORM

         MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT
         MOVE WS-GL-HASH-TOTAL TO GLT-HASH-TOTAL
         WRITE GL-CUTOFF-REC FROM GL-TRAILER-REC

         CLOSE GL-CUTOFF-FILE

       .

       245-WRITE-GL-DETAIL.

         WRITE GL-CUTOFF-REC FROM GL-DETAIL-REC

         ADD 1 TO WS-GL-RECORD-COUNT
         ADD GLD-AMOUNT TO WS-GL-HASH-TOTAL

       .

       250-PRINT-CLOSE-REPORT.

         OPEN OUTPUT CLOSE-REPORT-FILE

         MOVE CC-PERIOD-ID TO CH-PERIOD-ID
         MOVE WS-CURRENT-DATE TO WS-DATE-WORK
         PERFORM 910-EDIT-DATE
         MOVE WS-EDITED-DATE TO CH-RUN-DATE
         WRITE CLOSE-REPORT-LINE FROM CLOSE-HEADING
             AFTER ADVANCING 1 LINES

         MOVE PT-START-DATE (WS-TARGET-SUB) TO WS-DATE-WORK
         PERFORM 910-EDIT-DATE
         MOVE WS-EDITED-DATE TO CPL-START
         MOVE PT-END-DATE (WS-TARGET-SUB) TO WS-DATE-WORK
         PERFORM 910-EDIT-DATE
         MOVE WS-EDITED-DATE TO CPL-END
         IF PT-STATUS (WS-TARGET-SUB) = 'R'
             MOVE 'RECLOSED AFTER REOPEN' TO CPL-ACTION
         ELSE
             MOVE 'CLOSED' TO CPL-ACTION
         END-IF
         WRITE CLOSE-REPORT-LINE FROM CLOSE-PERIOD-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'VALUATION BY REGION' TO ST-TITLE
         WRITE CLOSE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 3 LINES
         WRITE CLOSE-REPORT-LINE FROM CLOSE-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-REGION-COUNT
             MOVE RGN-ID (WS-ACC-SUB)    TO CD-KEY
             MOVE SPACES                 TO CD-NAME, CD-REGION
             MOVE RGN-UNITS (WS-ACC-SUB) TO CD-UNITS
             MOVE RGN-VALUE (WS-ACC-SUB) TO CD-VALUE
             WRITE CLOSE-REPORT-LINE FROM CLOSE-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
         END-PERFORM

         MOVE 'VALUATION BY WAREHOUSE' TO ST-TITLE
         WRITE CLOSE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 3 LINES
         WRITE CLOSE-REPORT-LINE FROM CLOSE-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-WAREHOUSE-COUNT
             MOVE WH-TBL-ID (WS-ACC-SUB)     TO CD-KEY
             MOVE WH-TBL-NAME (WS-ACC-SUB)   TO CD-NAME
             MOVE WH-TBL-REGION (WS-ACC-SUB) TO CD-REGION
             MOVE WH-TBL-UNITS (WS-ACC-SUB)  TO CD-UNITS
             MOVE WH-TBL-VALUE (WS-ACC-SUB)  TO CD-VALUE
             WRITE CLOSE-REPORT-LINE FROM CLOSE-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
         END-PERFORM

         MOVE 'VALUATION BY VENDOR' TO ST-TITLE
         WRITE CLOSE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 3 LINES
         WRITE CLOSE-REPORT-LINE FROM CLOSE-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-VENDOR-COUNT
             MOVE VT-VENDOR-ID (WS-ACC-SUB) TO CD-KEY
             MOVE SPACES                    TO CD-NAME, CD-REGION
             MOVE VT-UNITS (WS-ACC-SUB)     TO CD-UNITS
             MOVE VT-VALUE (WS-ACC-SUB)     TO CD-VALUE
             WRITE CLOSE-REPORT-LINE FROM CLOSE-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
         END-PERFORM

         MOVE 'ALL'              TO CD-KEY
         MOVE 'COMPANY TOTAL'    TO CD-NAME
         MOVE SPACES             TO CD-REGION
         MOVE WS-COMPANY-UNITS   TO CD-UNITS
         MOVE WS-COMPANY-VALUE   TO CD-VALUE
         WRITE CLOSE-REPORT-LINE FROM CLOSE-DETAIL-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'MASTER RECORDS VALUED' TO CL-LABEL
         MOVE WS-MASTER-COUNT TO CL-COUNT
         WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE
             AFTER ADVANCING 3 LINES

         IF WS-DELETED-RECORD-COUNT > 0
             MOVE 'DELETED RECORDS VALUED FROM JOURNAL' TO CL-LABEL
             MOVE WS-DELETED-RECORD-COUNT TO CL-COUNT
             WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

         MOVE 'LATER MOVEMENTS BACKED OUT' TO CL-LABEL
         MOVE WS-LATER-ENTRY-COUNT TO CL-COUNT
         WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'SNAPSHOT RECORDS WRITTEN' TO CL-LABEL
         MOVE WS-SNAPSHOT-COUNT TO CL-COUNT
         WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         IF WS-REPLACED-COUNT > 0
             MOVE 'EARLIER SNAPSHOT RECORDS REPLACED' TO CL-LABEL
             MOVE WS-REPLACED-COUNT TO CL-COUNT
             WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

         MOVE 'GL CUTOFF POSTINGS' TO CL-LABEL
         MOVE WS-GL-RECORD-COUNT TO CL-COUNT
         WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'GL CUTOFF AMOUNT HASH' TO CA-LABEL
         MOVE WS-GL-HASH-TOTAL TO CA-AMOUNT
         WRITE CLOSE-REPORT-LINE FROM CLOSE-AMOUNT-LINE
             AFTER ADVANCING 1 LINES

         CLOSE CLOSE-REPORT-FILE

       .

       300-REOPEN-PERIOD.

      *    Only a closed period with no closed period after it can be
      *    reopened. The authorization goes on the period log first,
      *    then on the calendar, where the nightly check looks for it.

         IF PT-STATUS (WS-TARGET-SUB) NOT = 'C'
             DISPLAY 'PERIOD ' CC-PERIOD-ID ' IS NOT CLOSED'
             MOVE 'Y' TO CLOSE-REFUSED-FLAG
         END-IF

         PERFORM VARYING WS-CAL-SUB FROM WS-TARGET-SUB BY 1
             UNTIL WS-CAL-SUB NOT < WS-PERIOD-COUNT
             IF PT-STATUS (WS-CAL-SUB + 1) = 'C'
                 DISPLAY 'LATER PERIOD '
                     PT-PERIOD-ID (WS-CAL-SUB + 1) ' IS CLOSED'
                 MOVE 'Y' TO CLOSE-REFUSED-FLAG
             END-IF
         END-PERFORM

         IF CLOSE-REFUSED
             DISPLAY 'PERIOD REOPEN NOT RUN'
             STOP RUN
         END-IF

         PERFORM 805-OPEN-PERIOD-LOG

         MOVE 'R' TO PL-ACTION
         MOVE CC-AUTH-REF TO PL-AUTH-REF
         PERFORM 810-LOG-PERIOD-EVENT

         MOVE 'R' TO PT-STATUS (WS-TARGET-SUB)
         MOVE CC-AUTH-REF TO PT-REOPEN-AUTH (WS-TARGET-SUB)
         PERFORM 800-REWRITE-CALENDAR

       .

       400-COMPARATIVE-REPORT.

      *    The twelve calendar periods ending with the target, or
      *    as many as the calendar has, oldest first.

         IF WS-TARGET-SUB > 12
             COMPUTE WS-FIRST-SUB = WS-TARGET-SUB - 11
         ELSE
             MOVE 1 TO WS-FIRST-SUB
         END-IF

         MOVE ZEROS TO WS-COL-COUNT

         PERFORM VARYING WS-CAL-SUB FROM WS-FIRST-SUB BY 1
             UNTIL WS-CAL-SUB > WS-TARGET-SUB
             ADD 1 TO WS-COL-COUNT
             MOVE PT-PERIOD-ID (WS-CAL-SUB) TO
                 CP-PERIOD-ID (WS-COL-COUNT)
             MOVE PT-END-DATE (WS-CAL-SUB) TO
                 CP-END-DATE (WS-COL-COUNT)
             MOVE PT-STATUS (WS-CAL-SUB) TO CP-STATUS (WS-COL-COUNT)
         END-PERFORM

         PERFORM 410-LOAD-COMPARE-SNAPSHOTS

         OPEN OUTPUT COMPARE-REPORT-FILE

         MOVE PT-PERIOD-ID (WS-TARGET-SUB) TO MH-PERIOD-ID
         MOVE WS-CURRENT-DATE TO WS-DATE-WORK
         PERFORM 910-EDIT-DATE
         MOVE WS-EDITED-DATE TO MH-RUN-DATE
         WRITE COMPARE-REPORT-LINE FROM COMPARE-HEADING
             AFTER ADVANCING 1 LINES

         MOVE 'COMPANY VALUE BY PERIOD' TO ST-TITLE
         WRITE COMPARE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 2 LINES
         WRITE COMPARE-REPORT-LINE FROM TREND-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         MOVE 'N' TO WS-PRIOR-FOUND
         PERFORM VARYING WS-COL-SUB FROM 1 BY 1
             UNTIL WS-COL-SUB > WS-COL-COUNT
             PERFORM 430-PRINT-TREND-LINE
         END-PERFORM

         MOVE 'BY REGION' TO ST-TITLE
         MOVE 'R' TO WS-PRINT-TYPE
         PERFORM 420-PRINT-COMPARE-SECTION

         MOVE 'BY WAREHOUSE' TO ST-TITLE
         MOVE 'W' TO WS-PRINT-TYPE
         PERFORM 420-PRINT-COMPARE-SECTION

         MOVE 'BY VENDOR' TO ST-TITLE
         MOVE 'V' TO WS-PRINT-TYPE
         PERFORM 420-PRINT-COMPARE-SECTION

         CLOSE COMPARE-REPORT-FILE

       .

       410-LOAD-COMPARE-SNAPSHOTS.

      *    Pick out of PERIOD-VALUATION.TXT every total belonging to
      *    a period in the window, one table row per type and key.

         MOVE ZEROS TO WS-COMPARE-COUNT

         OPEN INPUT PERIOD-VALUATION-FILE

         IF VALUATION-FILE-STATUS = '00'
             MOVE 'Y' TO SCAN-EOF-FLAG
             PERFORM UNTIL NO-MORE-SCAN-RECORDS
                 READ PERIOD-VALUATION-FILE
                     AT END
                         MOVE 'N' TO SCAN-EOF-FLAG
                     NOT AT END
                         PERFORM 415-STORE-COMPARE-VALUE
                 END-READ
             END-PERFORM
         END-IF

         IF VALUATION-FILE-STATUS = '00'
             OR VALUATION-FILE-STATUS = '05'
             OR VALUATION-FILE-STATUS = '10'
             CLOSE PERIOD-VALUATION-FILE
         END-IF

       .

       415-STORE-COMPARE-VALUE.

         MOVE 0 TO WS-LINE-COL

         PERFORM VARYING WS-COL-SUB FROM 1 BY 1
             UNTIL WS-COL-SUB > WS-COL-COUNT
             IF CP-PERIOD-ID (WS-COL-SUB) = PV-PERIOD-ID
                 MOVE WS-COL-SUB TO WS-LINE-COL
             END-IF
         END-PERFORM

         IF WS-LINE-COL > 0
             MOVE 0 TO WS-ACC-SUB
             PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                 UNTIL WS-CAL-SUB > WS-COMPARE-COUNT
                    OR WS-ACC-SUB > 0
                 IF CT-TOTAL-TYPE (WS-CAL-SUB) = PV-TOTAL-TYPE
                     AND CT-KEY (WS-CAL-SUB) = PV-KEY
                     MOVE WS-CAL-SUB TO WS-ACC-SUB
                 END-IF
             END-PERFORM
             IF WS-ACC-SUB = 0 AND WS-COMPARE-COUNT < 250
                 ADD 1 TO WS-COMPARE-COUNT
                 MOVE WS-COMPARE-COUNT TO WS-ACC-SUB
                 MOVE PV-TOTAL-TYPE TO CT-TOTAL-TYPE (WS-ACC-SUB)
                 MOVE PV-KEY TO CT-KEY (WS-ACC-SUB)
                 PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                     UNTIL WS-COL-SUB > 12
                     MOVE 'N' TO CT-FOUND (WS-ACC-SUB, WS-COL-SUB)
                     MOVE ZEROS TO CT-VALUE (WS-ACC-SUB, WS-COL-SUB)
                 END-PERFORM
             END-IF
             IF WS-ACC-SUB > 0
                 MOVE 'Y' TO CT-FOUND (WS-ACC-SUB, WS-LINE-COL)
                 MOVE PV-VALUE TO CT-VALUE (WS-ACC-SUB, WS-LINE-COL)
             END-IF
         END-IF

       .

       420-PRINT-COMPARE-SECTION.

         WRITE COMPARE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'KEY' TO MC-LABEL
         MOVE 1 TO WS-COL-SUB
         PERFORM 425-SET-COLUMN-HEADING
         WRITE COMPARE-REPORT-LINE FROM COMPARE-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         IF WS-COL-COUNT > 6
             MOVE SPACES TO MC-LABEL
             MOVE 7 TO WS-COL-SUB
             PERFORM 425-SET-COLUMN-HEADING
             WRITE COMPARE-REPORT-LINE FROM COMPARE-COLUMN-HEADING
                 AFTER ADVANCING 1 LINES
         END-IF

         PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
             UNTIL WS-ACC-SUB > WS-COMPARE-COUNT
             IF CT-TOTAL-TYPE (WS-ACC-SUB) = WS-PRINT-TYPE
                 MOVE CT-KEY (WS-ACC-SUB) TO MV-KEY
                 MOVE 1 TO WS-COL-SUB
                 PERFORM 426-SET-VALUE-COLUMNS
                 WRITE COMPARE-REPORT-LINE FROM COMPARE-VALUE-LINE
                     AFTER ADVANCING 2 LINES
                 IF WS-COL-COUNT > 6
                     MOVE SPACES TO MV-KEY
                     MOVE 7 TO WS-COL-SUB
                     PERFORM 426-SET-VALUE-COLUMNS
                     WRITE COMPARE-REPORT-LINE FROM COMPARE-VALUE-LINE
                         AFTER ADVANCING 1 LINES
                 END-IF
             END-IF
         END-PERFORM

       .

       425-SET-COLUMN-HEADING.

      *    Six period ids starting at column WS-COL-SUB.

         PERFORM VARYING WS-LINE-COL FROM 1 BY 1
             UNTIL WS-LINE-COL > 6
             MOVE SPACES TO MC-COLUMN (WS-LINE-COL)
             IF WS-COL-SUB NOT > WS-COL-COUNT
                 MOVE CP-PERIOD-ID (WS-COL-SUB) TO
                     MC-PERIOD-ID (WS-LINE-COL)
             END-IF
             ADD 1 TO WS-COL-SUB
         END-PERFORM

       .

       426-SET-VALUE-COLUMNS.

      *    Six values starting at column WS-COL-SUB, in whole
      *    dollars, blank where the period has no snapshot.

         PERFORM VARYING WS-LINE-COL FROM 1 BY 1
             UNTIL WS-LINE-COL > 6
             MOVE SPACES TO MV-COLUMN (WS-LINE-COL)
             IF WS-COL-SUB NOT > WS-COL-COUNT
                 IF CT-FOUND (WS-ACC-SUB, WS-COL-SUB) = 'Y'
                     COMPUTE WS-WHOLE-DOLLARS ROUNDED =
                         CT-VALUE (WS-ACC-SUB, WS-COL-SUB)
                     MOVE WS-WHOLE-DOLLARS TO MV-VALUE (WS-LINE-COL)
                 END-IF
             END-IF
             ADD 1 TO WS-COL-SUB
         END-PERFORM

       .

       430-PRINT-TREND-LINE.

      *    The company total for one period and its change on the
      *    last period before it that had a snapshot.

         MOVE CP-PERIOD-ID (WS-COL-SUB) TO TD-PERIOD-ID
         MOVE CP-END-DATE (WS-COL-SUB) TO WS-DATE-WORK
         PERFORM 910-EDIT-DATE
         MOVE WS-EDITED-DATE TO TD-PERIOD-END

         EVALUATE CP-STATUS (WS-COL-SUB)
             WHEN 'C'
                 MOVE 'CLOSED' TO TD-STATUS
             WHEN 'R'
                 MOVE 'REOPENED' TO TD-STATUS
             WHEN OTHER
                 MOVE 'OPEN' TO TD-STATUS
         END-EVALUATE

         MOVE 0 TO WS-ACC-SUB
         PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-COMPARE-COUNT
                OR WS-ACC-SUB > 0
             IF CT-TOTAL-TYPE (WS-CAL-SUB) = 'T'
                 MOVE WS-CAL-SUB TO WS-ACC-SUB
             END-IF
         END-PERFORM

         IF WS-ACC-SUB > 0
             AND CT-FOUND (WS-ACC-SUB, WS-COL-SUB) = 'Y'
             MOVE CT-VALUE (WS-ACC-SUB, WS-COL-SUB) TO TD-VALUE
             IF WS-PRIOR-FOUND = 'Y'
                 COMPUTE WS-VALUE-CHANGE =
                     CT-VALUE (WS-ACC-SUB, WS-COL-SUB)
                     - WS-PRIOR-VALUE
                 MOVE WS-VALUE-CHANGE TO TD-CHANGE
                 IF WS-PRIOR-VALUE NOT = ZERO
                     COMPUTE WS-CHANGE-PCT ROUNDED =
                         (WS-VALUE-CHANGE * 100) / WS-PRIOR-VALUE
                         ON SIZE ERROR
                             MOVE ZERO TO WS-CHANGE-PCT
                     END-COMPUTE
                 ELSE
                     MOVE ZERO TO WS-CHANGE-PCT
                 END-IF
                 MOVE WS-CHANGE-PCT TO TD-CHANGE-PCT
             ELSE
                 MOVE ZERO TO TD-CHANGE, TD-CHANGE-PCT
             END-IF
             MOVE CT-VALUE (WS-ACC-SUB, WS-COL-SUB) TO WS-PRIOR-VALUE
             MOVE 'Y' TO WS-PRIOR-FOUND
             WRITE COMPARE-REPORT-LINE FROM TREND-DETAIL-LINE
                 AFTER ADVANCING 1 LINES
         ELSE
             MOVE TD-PERIOD-ID  TO TM-PERIOD-ID
             MOVE TD-PERIOD-END TO TM-PERIOD-END
             MOVE TD-STATUS     TO TM-STATUS
             WRITE COMPARE-REPORT-LINE FROM TREND-MISSING-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

       .

       800-REWRITE-CALENDAR.

      *    The whole calendar goes back out from the table, as the
      *    nightly job rewrites OPEN-PO.TXT from its table.

         OPEN OUTPUT PERIOD-CALENDAR-FILE

         IF CALENDAR-FILE-STATUS NOT = '00'
             DISPLAY 'PERIOD-CALENDAR.TXT COULD NOT BE REWRITTEN - '
                 'STATUS ' CALENDAR-FILE-STATUS
             STOP RUN
         END-IF

         PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-PERIOD-COUNT
             MOVE PT-PERIOD-ID (WS-CAL-SUB)   TO PC-PERIOD-ID
             MOVE PT-START-DATE (WS-CAL-SUB)  TO PC-START-DATE
             MOVE PT-END-DATE (WS-CAL-SUB)    TO PC-END-DATE
             MOVE PT-STATUS (WS-CAL-SUB)      TO PC-STATUS
             MOVE PT-CLOSE-DATE (WS-CAL-SUB)  TO PC-CLOSE-DATE
             MOVE PT-REOPEN-AUTH (WS-CAL-SUB) TO PC-REOPEN-AUTH
             WRITE PERIOD-CALENDAR-REC
         END-PERFORM

         CLOSE PERIOD-CALENDAR-FILE

       .

       805-OPEN-PERIOD-LOG.

      *    A close or reopen that cannot be logged is not made, so the
      *    log is opened before anything is written and held open
      *    until 810 records the event. OPEN EXTEND creates the log on
      *    first use.

         OPEN EXTEND PERIOD-LOG-FILE

         IF PERIOD-LOG-FILE-STATUS NOT = '00'
             AND PERIOD-LOG-FILE-STATUS NOT = '05'
             DISPLAY 'PERIOD-LOG.TXT COULD NOT BE EXTENDED - '
                 'STATUS ' PERIOD-LOG-FILE-STATUS
             IF CC-ACTION = 'R'
                 DISPLAY 'PERIOD REOPEN NOT RUN'
             ELSE
                 DISPLAY 'PERIOD CLOSE NOT RUN'
             END-IF
             STOP RUN
         END-IF

       .

       810-LOG-PERIOD-EVENT.

      *    Caller sets PL-ACTION and PL-AUTH-REF; 805 has the log
      *    open.

         MOVE WS-CURRENT-DATE TO PL-LOG-DATE
         MOVE WS-RUN-TIME     TO PL-LOG-TIME
         MOVE CC-PERIOD-ID    TO PL-PERIOD-ID
         MOVE 'PROGRAM4C'     TO PL-PROGRAM
         MOVE CC-OPERATOR     TO PL-OPERATOR
         MOVE SPACES          TO PL-AS-OF-DATE

         WRITE PERIOD-LOG-REC
         CLOSE PERIOD-LOG-FILE

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

       910-EDIT-DATE.

         IF WS-DATE-WORK IS NUMERIC
             MOVE WS-DW-MONTH TO ED-MONTH
             MOVE WS-DW-DAY   TO ED-DAY
             MOVE WS-DW-YEAR  TO ED-YEAR
             MOVE EDIT-DATE TO WS-EDITED-DATE
         ELSE
             MOVE SPACES TO WS-EDITED-DATE
         END-IF

       .
