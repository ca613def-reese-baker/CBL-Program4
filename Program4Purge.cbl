       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROGRAM4P.
       AUTHOR.        REESE BAKER.

      *****************************************************************
      * Retention housekeeping. The run log, the maintenance audit
      * trail and OPEN-PO.TXT were only ever appended to, and the
      * nightly job loads OPEN-PO.TXT and CUSTOMER-ORDER.TXT into
      * fixed tables - past capacity it skips the rest of the file,
      * so those lines stop being received against or allocated
      * without anyone noticing. This job moves what is no longer
      * needed out of the working files and warns before any of
      * the nightly load tables fills.
      *
      * How long each file keeps its records comes from
      * RETENTION-PARAM.TXT, one record per code:
      *
      *   col 1-4   code
      *   col 5-8   value
      *
      *   POLN  days a closed PO line is kept after its last receipt
      *   ORDR  days a shipped customer order is kept after shipping
      *   RLOG  days a nightly run-log record is kept
      *   AUDT  days a maintenance audit record is kept
      *   WARN  percent of a load table's capacity that draws a
      *         warning (1 - 100)
      *
      * e.g. POLN0090 / ORDR0060 / RLOG0365 / AUDT0730 / WARN0080.
      * Every code must be present and non-zero or nothing is
      * purged. A record is archived once it is older than its
      * retention days counted back from today.
      *
      * Only closed PO lines that are billed in full are archived;
      * a closed line still waiting for its invoice stays, because
      * PROGRAM4V matches invoices against closed lines. Only
      * orders shipped complete are archived. The newest run-log
      * record always stays - the nightly job reads it as the prior
      * run. A record whose date cannot be read is kept.
      *
      * Archived records are appended to the file's archive. Each
      * run that archives anything adds one dated segment:
      *
      *   H  run date, retention days, source file name
      *   D  the record exactly as it stood in the source file
      *   T  count of D records in the segment
      *
      * The working file is rewritten only after the archive
      * segment is complete. Run this between nightly jobs, not
      * while PROGRAM4, PROGRAM4M or PROGRAM4V is running.
      *
      * The capacity check counts every file the nightly job loads
      * into a table (OPEN-PO.TXT and CUSTOMER-ORDER.TXT as they
      * stand after the purge) against the table's capacity and
      * warns on the console and the report at the WARN percent.
      *
      * INPUT:  RETENTION-PARAM.TXT, STANDARD-COST.TXT,
      *         REORDER-PARAM.TXT, WAREHOUSE-MASTER.TXT,
      *         VENDOR-MASTER.TXT, PRODUCT-MASTER.TXT, TRANSFER.TXT,
      *         PR4-HISTORY.TXT, EXPIRING-STOCK.TXT
      * I-O:    OPEN-PO.TXT, CUSTOMER-ORDER.TXT, PR4-RUN-LOG.TXT,
      *         PR4-MAINT-AUDIT.TXT
      * OUTPUT: PO-ARCHIVE.TXT, ORDER-ARCHIVE.TXT,
      *         RUN-LOG-ARCHIVE.TXT, MAINT-AUDIT-ARCHIVE.TXT,
      *         PR4-PURGE-REPORT.TXT
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.



       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT RETENTION-PARAM-FILE
             ASSIGN TO 'RETENTION-PARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARAM-FILE-STATUS.

      *

         SELECT OPEN-PO-FILE
             ASSIGN TO 'OPEN-PO.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OPEN-PO-FILE-STATUS.

      *

         SELECT PO-KEEP-FILE
             ASSIGN TO 'OPEN-PO-KEEP.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT OPTIONAL PO-ARCHIVE-FILE
             ASSIGN TO 'PO-ARCHIVE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-FILE-STATUS.

      *

         SELECT CUSTOMER-ORDER-FILE
             ASSIGN TO 'CUSTOMER-ORDER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ORDER-FILE-STATUS.

      *

         SELECT ORDER-KEEP-FILE
             ASSIGN TO 'ORDER-KEEP.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT OPTIONAL ORDER-ARCHIVE-FILE
             ASSIGN TO 'ORDER-ARCHIVE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-FILE-STATUS.

      *

         SELECT RUN-LOG-FILE
             ASSIGN TO 'PR4-RUN-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-LOG-FILE-STATUS.

      *

         SELECT RUN-LOG-KEEP-FILE
             ASSIGN TO 'RUN-LOG-KEEP.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT OPTIONAL RUN-LOG-ARCHIVE-FILE
             ASSIGN TO 'RUN-LOG-ARCHIVE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-FILE-STATUS.

      *

         SELECT AUDIT-FILE
             ASSIGN TO 'PR4-MAINT-AUDIT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUDIT-FILE-STATUS.

      *

         SELECT AUDIT-KEEP-FILE
             ASSIGN TO 'MAINT-AUDIT-KEEP.TMP'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

         SELECT OPTIONAL AUDIT-ARCHIVE-FILE
             ASSIGN TO 'MAINT-AUDIT-ARCHIVE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ARCHIVE-FILE-STATUS.

      *

         SELECT STANDARD-COST-FILE
             ASSIGN TO 'STANDARD-COST.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COUNT-FILE-STATUS.

      *

         SELECT REORDER-FILE
             ASSIGN TO 'REORDER-PARAM.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COUNT-FILE-STATUS.

      *

         SELECT WAREHOUSE-FILE
             ASSIGN TO 'WAREHOUSE-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COUNT-FILE-STATUS.

      *

         SELECT VENDOR-FILE
             ASSIGN TO 'VENDOR-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COUNT-FILE-STATUS.

      *

         SELECT PRODUCT-FILE
             ASSIGN TO 'PRODUCT-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COUNT-FILE-STATUS.

      *

         SELECT TRANSFER-FILE
             ASSIGN TO 'TRANSFER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COUNT-FILE-STATUS.

      *

         SELECT HISTORY-FILE
             ASSIGN TO 'PR4-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COUNT-FILE-STATUS.

      *

         SELECT EXPIRY-FILE
             ASSIGN TO 'EXPIRING-STOCK.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COUNT-FILE-STATUS.

      *

         SELECT PURGE-REPORT-FILE
             ASSIGN TO 'PR4-PURGE-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

       DATA DIVISION.
       FILE SECTION.

       FD RETENTION-PARAM-FILE
         RECORD CONTAINS 8 CHARACTERS.

       01 RETENTION-PARAM-REC.
         05 RP-CODE                      PIC X(4).
         05 RP-VALUE                     PIC 9(4).

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

       FD PO-KEEP-FILE
         RECORD CONTAINS 38 CHARACTERS.

       01 PO-KEEP-REC                      PIC X(38).

      *

      *    Archive records are a type byte (H header, D detail,
      *    T trailer) ahead of the source record; the header and
      *    trailer are built in ARCHIVE-HEADER and ARCHIVE-TRAILER.

       FD PO-ARCHIVE-FILE
         RECORD CONTAINS 39 CHARACTERS.

       01 PO-ARCHIVE-REC.
         05 PA-RECORD-TYPE               PIC X(1).
         05 PA-SOURCE-IMAGE              PIC X(38).

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

       FD ORDER-KEEP-FILE
         RECORD CONTAINS 35 CHARACTERS.

       01 ORDER-KEEP-REC                   PIC X(35).

      *

       FD ORDER-ARCHIVE-FILE
         RECORD CONTAINS 36 CHARACTERS.

       01 ORDER-ARCHIVE-REC.
         05 OA-RECORD-TYPE               PIC X(1).
         05 OA-SOURCE-IMAGE              PIC X(35).

      *

       FD RUN-LOG-FILE
         RECORD CONTAINS 53 CHARACTERS.

       01 RUN-LOG-REC.
         05 RL-RUN-DATE                  PIC X(8).
         05 RL-RUN-TIME                  PIC X(8).
         05 RL-RESTART-FLAG              PIC X(1).
         05 RL-INPUT-COUNT               PIC 9(6).
         05 RL-ERROR-COUNT               PIC 9(5).
         05 RL-EXCEPTION-COUNT           PIC 9(5).
         05 RL-WRITE-FAIL-COUNT          PIC 9(6).
         05 RL-GRAND-TOTAL-COST          PIC S9(11)V99.
         05 RL-COMPLETION-CODE           PIC X(1).

      *

       FD RUN-LOG-KEEP-FILE
         RECORD CONTAINS 53 CHARACTERS.

       01 RUN-LOG-KEEP-REC                 PIC X(53).

      *

       FD RUN-LOG-ARCHIVE-FILE
         RECORD CONTAINS 54 CHARACTERS.

       01 RUN-LOG-ARCHIVE-REC.
         05 RA-RECORD-TYPE               PIC X(1).
         05 RA-SOURCE-IMAGE              PIC X(53).

      *

       FD AUDIT-FILE
         RECORD CONTAINS 75 CHARACTERS.

       01 AUDIT-REC.
         05 AU-DATE                      PIC X(8).
         05 AU-TIME                      PIC X(8).
         05 AU-OPERATOR                  PIC X(3).
         05 AU-FILE-CODE                 PIC X(1).
         05 AU-ACTION                    PIC X(1).
         05 AU-KEY                       PIC X(4).
         05 AU-BEFORE-IMAGE              PIC X(25).
         05 AU-AFTER-IMAGE               PIC X(25).

      *

       FD AUDIT-KEEP-FILE
         RECORD CONTAINS 75 CHARACTERS.

       01 AUDIT-KEEP-REC                   PIC X(75).

      *

       FD AUDIT-ARCHIVE-FILE
         RECORD CONTAINS 76 CHARACTERS.

       01 AUDIT-ARCHIVE-REC.
         05 AA-RECORD-TYPE               PIC X(1).
         05 AA-SOURCE-IMAGE              PIC X(75).

      *

      *    The load files below are only counted, so each is read
      *    as a plain record of its own length.

       FD STANDARD-COST-FILE
         RECORD CONTAINS 10 CHARACTERS.

       01 STANDARD-COST-REC                PIC X(10).

      *

       FD REORDER-FILE
         RECORD CONTAINS 11 CHARACTERS.

       01 REORDER-REC                      PIC X(11).

      *

       FD WAREHOUSE-FILE
         RECORD CONTAINS 25 CHARACTERS.

       01 WAREHOUSE-MASTER-REC             PIC X(25).

      *

       FD VENDOR-FILE
         RECORD CONTAINS 16 CHARACTERS.

       01 VENDOR-REC                       PIC X(16).

      *

       FD PRODUCT-FILE
         RECORD CONTAINS 3 CHARACTERS.

       01 PRODUCT-REC                      PIC X(3).

      *

       FD TRANSFER-FILE
         RECORD CONTAINS 17 CHARACTERS.

       01 TRANSFER-REC                     PIC X(17).

      *

       FD HISTORY-FILE
         RECORD CONTAINS 21 CHARACTERS.

       01 HISTORY-REC                      PIC X(21).

      *

      *    Only the EXPIRED lines of EXPIRING-STOCK.TXT are loaded
      *    into a table by the nightly job.

       FD EXPIRY-FILE
         RECORD CONTAINS 45 CHARACTERS.

       01 EXPIRY-REC.
         05 FILLER                       PIC X(37).
         05 XP-BAND                      PIC X(8).

      *

       FD PURGE-REPORT-FILE
         RECORD CONTAINS 81 CHARACTERS.

       01 PURGE-REPORT-LINE                PIC X(81).

      *

       WORKING-STORAGE SECTION.

       01 FLAGS-N-SWITCHES.
         05 PARAM-FILE-STATUS             PIC XX VALUE SPACE.
         05 OPEN-PO-FILE-STATUS           PIC XX VALUE SPACE.
         05 ORDER-FILE-STATUS             PIC XX VALUE SPACE.
         05 RUN-LOG-FILE-STATUS           PIC XX VALUE SPACE.
         05 AUDIT-FILE-STATUS             PIC XX VALUE SPACE.
         05 ARCHIVE-FILE-STATUS           PIC XX VALUE SPACE.
         05 COUNT-FILE-STATUS             PIC XX VALUE SPACE.
         05 LOAD-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-LOAD-RECORDS              VALUE 'Y'.
             88 NO-MORE-LOAD-RECORDS           VALUE 'N'.
         05 SCAN-EOF-FLAG                 PIC X VALUE SPACE.
             88 MORE-SCAN-RECORDS              VALUE 'Y'.
             88 NO-MORE-SCAN-RECORDS           VALUE 'N'.
         05 PARAM-ERROR-FLAG              PIC X VALUE 'N'.
             88 PARAM-IN-ERROR                 VALUE 'Y'.
         05 SOURCE-FOUND-FLAG             PIC X VALUE 'N'.
             88 SOURCE-FOUND                   VALUE 'Y'.
         05 ARCHIVE-OPEN-FLAG             PIC X VALUE 'N'.
             88 ARCHIVE-OPEN                   VALUE 'Y'.
         05 ARCHIVE-RECORD-FLAG           PIC X VALUE 'N'.
             88 ARCHIVE-THIS-RECORD            VALUE 'Y'.
         05 PO-FILE-FOUND-FLAG            PIC X VALUE 'N'.
             88 PO-FILE-FOUND                  VALUE 'Y'.
         05 ORDER-FILE-FOUND-FLAG         PIC X VALUE 'N'.
             88 ORDER-FILE-FOUND               VALUE 'Y'.

      *

       01 PURGE-TOTALS.
         05 WS-TOTAL-READ                PIC 9(7) VALUE 0.
         05 WS-TOTAL-ARCHIVED            PIC 9(7) VALUE 0.
         05 WS-TABLE-WARNING-COUNT       PIC 9(3) VALUE 0.
         05 WS-TABLE-OVER-COUNT          PIC 9(3) VALUE 0.
         05 WS-PO-LOAD-COUNT             PIC 9(6) VALUE 0.
         05 WS-ORDER-LOAD-COUNT          PIC 9(6) VALUE 0.

      *

      *    Retention days from RETENTION-PARAM.TXT and the warning
      *    percent for the capacity check.

       01 RETENTION-FIELDS.
         05 WS-PO-RETAIN-DAYS            PIC 9(4) VALUE 0.
         05 WS-ORDER-RETAIN-DAYS         PIC 9(4) VALUE 0.
         05 WS-RUN-LOG-RETAIN-DAYS       PIC 9(4) VALUE 0.
         05 WS-AUDIT-RETAIN-DAYS         PIC 9(4) VALUE 0.
         05 WS-WARN-PCT                  PIC 9(4) VALUE 0.

      *

      *    Set at the start of each file's purge and printed on its
      *    line of the archive section. HELD counts records old
      *    enough to go that are kept for a reason of their own.

       01 FILE-PURGE-FIELDS.
         05 WS-PURGE-FILE-NAME           PIC X(20) VALUE SPACE.
         05 WS-ARCHIVE-FILE-NAME         PIC X(24) VALUE SPACE.
         05 WS-RETAIN-DAYS               PIC 9(4) VALUE 0.
         05 WS-CUTOFF-DAYS               PIC S9(7) VALUE 0.
         05 WS-FILE-READ                 PIC 9(6) VALUE 0.
         05 WS-FILE-ARCHIVED             PIC 9(6) VALUE 0.
         05 WS-FILE-KEPT                 PIC 9(6) VALUE 0.
         05 WS-FILE-HELD                 PIC 9(6) VALUE 0.
         05 WS-FILE-UNDATED              PIC 9(6) VALUE 0.
         05 WS-RUN-LOG-TOTAL             PIC 9(6) VALUE 0.
         05 WS-PO-RECEIVED               PIC 9(4) VALUE 0.
         05 WS-PO-BILLED                 PIC 9(4) VALUE 0.

      *

       01 CAPACITY-FIELDS.
         05 WS-CAP-FILE-NAME             PIC X(20) VALUE SPACE.
         05 WS-CAP-LIMIT                 PIC 9(4) VALUE 0.
         05 WS-CAP-RECORDS               PIC 9(6) VALUE 0.
         05 WS-CAP-PCT                   PIC 9(7) VALUE 0.
         05 CAP-FILE-FOUND-FLAG          PIC X VALUE 'N'.
             88 CAP-FILE-FOUND                 VALUE 'Y'.

      *

       01 PURGE-WORK-FIELDS.
         05 WS-PARAM-SUB                 PIC 9(1) VALUE 0.
         05 WS-TODAY-DAYS                PIC 9(7) VALUE 0.

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

       01 EDIT-DATE.
         05 ED-MONTH                     PIC 99.
         05                              PIC X(1) VALUE '/'.
         05 ED-DAY                       PIC 99.
         05                              PIC X(1) VALUE '/'.
         05 ED-YEAR                      PIC 9999.

      *

       01 ARCHIVE-HEADER.
         05 AH-RECORD-TYPE               PIC X(1) VALUE 'H'.
         05 AH-RUN-DATE                  PIC X(8).
         05 AH-RETAIN-DAYS               PIC 9(4).
         05 AH-SOURCE-FILE               PIC X(20).

       01 ARCHIVE-TRAILER.
         05 AT-RECORD-TYPE               PIC X(1) VALUE 'T'.
         05 AT-RECORD-COUNT              PIC 9(6).

      ***********************TABLE*************************

      *    One entry per retention code, in the order the codes are
      *    listed in the heading.

       01 PARAM-TABLE.
         05 PARAM-ENTRY            OCCURS 5 TIMES.
             10 PT-CODE                  PIC X(4).
             10 PT-PARAM-FOUND           PIC X(1).
             10 PT-VALUE                 PIC 9(4).

      *****************************************************

       01 PURGE-HEADING.
         05 FILLER                   PIC X(24) VALUE SPACE.
         05                          PIC X(27) VALUE
                                         'RETENTION PURGE AND ARCHIVE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 PH-RUN-DATE              PIC X(10).
         05 FILLER                   PIC X(18) VALUE SPACE.

      *

       01 SECTION-TITLE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 ST-TITLE                 PIC X(40).
         05 FILLER                   PIC X(37) VALUE SPACE.

      *

       01 ARCHIVE-COLUMN-HEADING.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(19) VALUE 'FILE'.
         05                          PIC X(6) VALUE 'RETAIN'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(7) VALUE '   READ'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(8) VALUE 'ARCHIVED'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(7) VALUE '   KEPT'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(24) VALUE 'ARCHIVED TO'.

      *

       01 ARCHIVE-DETAIL-LINE.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 AD-FILE-NAME             PIC X(19).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 AD-RETAIN-DAYS           PIC ZZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 AD-READ                  PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 AD-ARCHIVED              PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 AD-KEPT                  PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 AD-ARCHIVE-NAME          PIC X(24).

      *

       01 ARCHIVE-NOTE-LINE.
         05 FILLER                   PIC X(6) VALUE SPACE.
         05 AN-LABEL                 PIC X(40).
         05 AN-COUNT                 PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(28) VALUE SPACE.

      *

       01 CAPACITY-COLUMN-HEADING.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(20) VALUE 'LOAD FILE'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(7) VALUE 'RECORDS'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(8) VALUE 'CAPACITY'.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05                          PIC X(4) VALUE ' PCT'.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05                          PIC X(20) VALUE 'STATUS'.
         05 FILLER                   PIC X(11) VALUE SPACE.

      *

      *    PCT is records as a percent of the table's capacity,
      *    shown as 999 once it passes that.

       01 CAPACITY-DETAIL-LINE.
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CD-FILE-NAME             PIC X(20).
         05 FILLER                   PIC X(2) VALUE SPACE.
         05 CD-RECORDS               PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 CD-CAPACITY              PIC ZZ,ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 CD-PCT                   PIC ZZ9.
         05 FILLER                   PIC X(3) VALUE SPACE.
         05 CD-STATUS                PIC X(20).
         05 FILLER                   PIC X(11) VALUE SPACE.

      *

       01 PURGE-COUNT-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 PC-LABEL                 PIC X(40).
         05 PC-COUNT                 PIC ZZZ,ZZ9.
         05 FILLER                   PIC X(30) VALUE SPACE.

      *

       01 PURGE-MESSAGE-LINE.
         05 FILLER                   PIC X(4) VALUE SPACE.
         05 PM-MESSAGE               PIC X(60).
         05 FILLER                   PIC X(17) VALUE SPACE.

      *

       PROCEDURE DIVISION.

       100-PURGE-CONTROL.

         ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
         MOVE WS-SYS-MONTH TO WS-MONTH
         MOVE WS-SYS-DAY   TO WS-DAY
         MOVE WS-SYS-YEAR  TO WS-YEAR

         MOVE WS-CURRENT-DATE TO WS-CONV-DATE
         PERFORM 900-CONVERT-DATE-TO-DAYS
         MOVE WS-CONV-DAYS TO WS-TODAY-DAYS

         PERFORM 110-LOAD-RETENTION-PARAMETERS

         MOVE WS-CURRENT-DATE TO AH-RUN-DATE

         OPEN OUTPUT PURGE-REPORT-FILE

         MOVE WS-MONTH TO ED-MONTH
         MOVE WS-DAY   TO ED-DAY
         MOVE WS-YEAR  TO ED-YEAR
         MOVE EDIT-DATE TO PH-RUN-DATE
         WRITE PURGE-REPORT-LINE FROM PURGE-HEADING
             AFTER ADVANCING 1 LINES

         MOVE 'RECORDS ARCHIVED' TO ST-TITLE
         WRITE PURGE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 2 LINES
         WRITE PURGE-REPORT-LINE FROM ARCHIVE-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM 200-PURGE-OPEN-PO
         PERFORM 300-PURGE-CUSTOMER-ORDERS
         PERFORM 400-PURGE-RUN-LOG
         PERFORM 500-PURGE-MAINT-AUDIT

         PERFORM 600-CHECK-LOAD-CAPACITY

         PERFORM 700-WRITE-PURGE-SUMMARY

         CLOSE PURGE-REPORT-FILE

         DISPLAY 'RETENTION PURGE COMPLETE - ' WS-TOTAL-ARCHIVED
             ' RECORDS ARCHIVED, ' WS-TABLE-WARNING-COUNT
             ' LOAD TABLES NEAR CAPACITY, ' WS-TABLE-OVER-COUNT
             ' OVER'

         STOP RUN

       .

       110-LOAD-RETENTION-PARAMETERS.

      *    Every code must be present and sensible before anything
      *    is moved; a bad card stops the job rather than archiving
      *    a file on a retention of zero days.

         MOVE 'POLN' TO PT-CODE (1)
         MOVE 'ORDR' TO PT-CODE (2)
         MOVE 'RLOG' TO PT-CODE (3)
         MOVE 'AUDT' TO PT-CODE (4)
         MOVE 'WARN' TO PT-CODE (5)

         PERFORM VARYING WS-PARAM-SUB FROM 1 BY 1
             UNTIL WS-PARAM-SUB > 5
             MOVE 'N' TO PT-PARAM-FOUND (WS-PARAM-SUB)
             MOVE ZEROS TO PT-VALUE (WS-PARAM-SUB)
         END-PERFORM

         OPEN INPUT RETENTION-PARAM-FILE

         IF PARAM-FILE-STATUS NOT = '00'
             DISPLAY 'RETENTION-PARAM.TXT COULD NOT BE OPENED - '
                 'STATUS ' PARAM-FILE-STATUS
             STOP RUN
         END-IF

         MOVE 'Y' TO LOAD-EOF-FLAG

         PERFORM UNTIL NO-MORE-LOAD-RECORDS
             READ RETENTION-PARAM-FILE
                 AT END
                     MOVE 'N' TO LOAD-EOF-FLAG
                 NOT AT END
                     PERFORM 115-STORE-ONE-PARAMETER
             END-READ
         END-PERFORM

         CLOSE RETENTION-PARAM-FILE

         PERFORM VARYING WS-PARAM-SUB FROM 1 BY 1
             UNTIL WS-PARAM-SUB > 5
             IF PT-PARAM-FOUND (WS-PARAM-SUB) NOT = 'Y'
                 DISPLAY 'RETENTION-PARAM.TXT HAS NO RECORD FOR '
                     PT-CODE (WS-PARAM-SUB)
                 MOVE 'Y' TO PARAM-ERROR-FLAG
             END-IF
         END-PERFORM

         IF PT-VALUE (5) > 100
             DISPLAY 'RETENTION-PARAM.TXT WARN PERCENT OVER 100 - '
                 PT-VALUE (5)
             MOVE 'Y' TO PARAM-ERROR-FLAG
         END-IF

         IF PARAM-IN-ERROR
             DISPLAY 'RETENTION PURGE NOT RUN'
             STOP RUN
         END-IF

         MOVE PT-VALUE (1) TO WS-PO-RETAIN-DAYS
         MOVE PT-VALUE (2) TO WS-ORDER-RETAIN-DAYS
         MOVE PT-VALUE (3) TO WS-RUN-LOG-RETAIN-DAYS
         MOVE PT-VALUE (4) TO WS-AUDIT-RETAIN-DAYS
         MOVE PT-VALUE (5) TO WS-WARN-PCT

       .

       115-STORE-ONE-PARAMETER.

         EVALUATE RP-CODE
             WHEN 'POLN'
                 MOVE 1 TO WS-PARAM-SUB
             WHEN 'ORDR'
                 MOVE 2 TO WS-PARAM-SUB
             WHEN 'RLOG'
                 MOVE 3 TO WS-PARAM-SUB
             WHEN 'AUDT'
                 MOVE 4 TO WS-PARAM-SUB
             WHEN 'WARN'
                 MOVE 5 TO WS-PARAM-SUB
             WHEN OTHER
                 MOVE 0 TO WS-PARAM-SUB
         END-EVALUATE

         IF WS-PARAM-SUB = 0
             OR RP-VALUE IS NOT NUMERIC
             DISPLAY 'RETENTION-PARAM.TXT RECORD INVALID: '
                 RETENTION-PARAM-REC
             MOVE 'Y' TO PARAM-ERROR-FLAG
         ELSE
             IF RP-VALUE = ZEROS
                 DISPLAY 'RETENTION-PARAM.TXT VALUE ZERO FOR '
                     RP-CODE
                 MOVE 'Y' TO PARAM-ERROR-FLAG
             ELSE
                 MOVE 'Y' TO PT-PARAM-FOUND (WS-PARAM-SUB)
                 MOVE RP-VALUE TO PT-VALUE (WS-PARAM-SUB)
             END-IF
         END-IF

       .

       200-PURGE-OPEN-PO.

      *    Closed lines billed in full and older than the retention
      *    go to the archive; everything else is copied to the keep
      *    file, which replaces OPEN-PO.TXT once the archive
      *    segment is closed off with its trailer.

         MOVE 'OPEN-PO.TXT' TO WS-PURGE-FILE-NAME
         MOVE 'PO-ARCHIVE.TXT' TO WS-ARCHIVE-FILE-NAME
         MOVE WS-PO-RETAIN-DAYS TO WS-RETAIN-DAYS
         PERFORM 810-START-FILE-PURGE

         OPEN INPUT OPEN-PO-FILE

         IF OPEN-PO-FILE-STATUS = '00'
             MOVE 'Y' TO SOURCE-FOUND-FLAG
             OPEN OUTPUT PO-KEEP-FILE
             MOVE 'Y' TO SCAN-EOF-FLAG
             PERFORM UNTIL NO-MORE-SCAN-RECORDS
                 READ OPEN-PO-FILE
                     AT END
                         MOVE 'N' TO SCAN-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-FILE-READ
                         PERFORM 210-PURGE-ONE-PO-LINE
                 END-READ
             END-PERFORM
             CLOSE OPEN-PO-FILE
             CLOSE PO-KEEP-FILE
             IF ARCHIVE-OPEN
                 MOVE WS-FILE-ARCHIVED TO AT-RECORD-COUNT
                 WRITE PO-ARCHIVE-REC FROM ARCHIVE-TRAILER
                 CLOSE PO-ARCHIVE-FILE
                 PERFORM 220-REPLACE-OPEN-PO
             END-IF
             MOVE 'Y' TO PO-FILE-FOUND-FLAG
             MOVE WS-FILE-KEPT TO WS-PO-LOAD-COUNT
         END-IF

         PERFORM 800-WRITE-ARCHIVE-LINE

         IF WS-FILE-HELD > 0
             MOVE 'CLOSED LINES HELD - NOT BILLED IN FULL'
                 TO AN-LABEL
             MOVE WS-FILE-HELD TO AN-COUNT
             WRITE PURGE-REPORT-LINE FROM ARCHIVE-NOTE-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

         PERFORM 820-WRITE-UNDATED-NOTE

       .

       210-PURGE-ONE-PO-LINE.

      *    Received and billed quantities read as zero on lines
      *    written before they were carried, as the nightly job and
      *    PROGRAM4V read them. The line's age runs from its last
      *    receipt, or from the PO date if it never had one.

         MOVE 'N' TO ARCHIVE-RECORD-FLAG

         IF OP-STATUS = 'C'
             IF OP-RECEIVED-QTY IS NUMERIC
                 MOVE OP-RECEIVED-QTY TO WS-PO-RECEIVED
             ELSE
                 MOVE ZEROS TO WS-PO-RECEIVED
             END-IF
             IF OP-BILLED-QTY IS NUMERIC
                 MOVE OP-BILLED-QTY TO WS-PO-BILLED
             ELSE
                 MOVE ZEROS TO WS-PO-BILLED
             END-IF
             IF WS-PO-BILLED < WS-PO-RECEIVED
                 ADD 1 TO WS-FILE-HELD
             ELSE
                 IF OP-RECEIPT-DATE IS NUMERIC
                     MOVE OP-RECEIPT-DATE TO WS-CONV-DATE
                 ELSE
                     MOVE OP-PO-DATE TO WS-CONV-DATE
                 END-IF
                 PERFORM 830-AGE-ONE-RECORD
             END-IF
         END-IF

         IF ARCHIVE-THIS-RECORD
             IF NOT ARCHIVE-OPEN
                 OPEN EXTEND PO-ARCHIVE-FILE
                 PERFORM 840-CHECK-ARCHIVE-OPEN
                 WRITE PO-ARCHIVE-REC FROM ARCHIVE-HEADER
             END-IF
             MOVE 'D' TO PA-RECORD-TYPE
             MOVE OPEN-PO-REC TO PA-SOURCE-IMAGE
             WRITE PO-ARCHIVE-REC
             ADD 1 TO WS-FILE-ARCHIVED
         ELSE
             WRITE PO-KEEP-REC FROM OPEN-PO-REC
             ADD 1 TO WS-FILE-KEPT
         END-IF

       .

       220-REPLACE-OPEN-PO.

         OPEN OUTPUT OPEN-PO-FILE

         IF OPEN-PO-FILE-STATUS NOT = '00'
             DISPLAY 'OPEN-PO.TXT COULD NOT BE REWRITTEN - STATUS '
                 OPEN-PO-FILE-STATUS
             DISPLAY 'PO-ARCHIVE.TXT LAST SEGMENT IS ALREADY IN '
                 'OPEN-PO.TXT - REMOVE IT BEFORE RERUNNING'
             STOP RUN
         END-IF

         OPEN INPUT PO-KEEP-FILE
         MOVE 'Y' TO SCAN-EOF-FLAG

         PERFORM UNTIL NO-MORE-SCAN-RECORDS
             READ PO-KEEP-FILE
                 AT END
                     MOVE 'N' TO SCAN-EOF-FLAG
                 NOT AT END
                     WRITE OPEN-PO-REC FROM PO-KEEP-REC
             END-READ
         END-PERFORM

         CLOSE PO-KEEP-FILE
         CLOSE OPEN-PO-FILE

       .

       300-PURGE-CUSTOMER-ORDERS.

      *    Orders shipped complete and older than the retention are
      *    archived; open and part-shipped orders always stay.

         MOVE 'CUSTOMER-ORDER.TXT' TO WS-PURGE-FILE-NAME
         MOVE 'ORDER-ARCHIVE.TXT' TO WS-ARCHIVE-FILE-NAME
         MOVE WS-ORDER-RETAIN-DAYS TO WS-RETAIN-DAYS
         PERFORM 810-START-FILE-PURGE

         OPEN INPUT CUSTOMER-ORDER-FILE

         IF ORDER-FILE-STATUS = '00'
             MOVE 'Y' TO SOURCE-FOUND-FLAG
             OPEN OUTPUT ORDER-KEEP-FILE
             MOVE 'Y' TO SCAN-EOF-FLAG
             PERFORM UNTIL NO-MORE-SCAN-RECORDS
                 READ CUSTOMER-ORDER-FILE
                     AT END
                         MOVE 'N' TO SCAN-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-FILE-READ
                         PERFORM 310-PURGE-ONE-ORDER
                 END-READ
             END-PERFORM
             CLOSE CUSTOMER-ORDER-FILE
             CLOSE ORDER-KEEP-FILE
             IF ARCHIVE-OPEN
                 MOVE WS-FILE-ARCHIVED TO AT-RECORD-COUNT
                 WRITE ORDER-ARCHIVE-REC FROM ARCHIVE-TRAILER
                 CLOSE ORDER-ARCHIVE-FILE
                 PERFORM 320-REPLACE-CUSTOMER-ORDERS
             END-IF
             MOVE 'Y' TO ORDER-FILE-FOUND-FLAG
             MOVE WS-FILE-KEPT TO WS-ORDER-LOAD-COUNT
         END-IF

         PERFORM 800-WRITE-ARCHIVE-LINE
         PERFORM 820-WRITE-UNDATED-NOTE

       .

       310-PURGE-ONE-ORDER.

      *    The age runs from the ship date, or from the required
      *    date on an order shipped before ship dates were kept.

         MOVE 'N' TO ARCHIVE-RECORD-FLAG

         IF CO-STATUS = 'S'
             IF CO-SHIP-DATE IS NUMERIC
                 MOVE CO-SHIP-DATE TO WS-CONV-DATE
             ELSE
                 MOVE CO-REQUIRED-DATE TO WS-CONV-DATE
             END-IF
             PERFORM 830-AGE-ONE-RECORD
         END-IF

         IF ARCHIVE-THIS-RECORD
             IF NOT ARCHIVE-OPEN
                 OPEN EXTEND ORDER-ARCHIVE-FILE
                 PERFORM 840-CHECK-ARCHIVE-OPEN
                 WRITE ORDER-ARCHIVE-REC FROM ARCHIVE-HEADER
             END-IF
             MOVE 'D' TO OA-RECORD-TYPE
             MOVE CUSTOMER-ORDER-REC TO OA-SOURCE-IMAGE
             WRITE ORDER-ARCHIVE-REC
             ADD 1 TO WS-FILE-ARCHIVED
         ELSE
             WRITE ORDER-KEEP-REC FROM CUSTOMER-ORDER-REC
             ADD 1 TO WS-FILE-KEPT
         END-IF

       .

       320-REPLACE-CUSTOMER-ORDERS.

         OPEN OUTPUT CUSTOMER-ORDER-FILE

         IF ORDER-FILE-STATUS NOT = '00'
             DISPLAY 'CUSTOMER-ORDER.TXT COULD NOT BE REWRITTEN - '
                 'STATUS ' ORDER-FILE-STATUS
             DISPLAY 'ORDER-ARCHIVE.TXT LAST SEGMENT IS ALREADY IN '
                 'CUSTOMER-ORDER.TXT - REMOVE IT BEFORE RERUNNING'
             STOP RUN
         END-IF

         OPEN INPUT ORDER-KEEP-FILE
         MOVE 'Y' TO SCAN-EOF-FLAG

         PERFORM UNTIL NO-MORE-SCAN-RECORDS
             READ ORDER-KEEP-FILE
                 AT END
                     MOVE 'N' TO SCAN-EOF-FLAG
                 NOT AT END
                     WRITE CUSTOMER-ORDER-REC FROM ORDER-KEEP-REC
             END-READ
         END-PERFORM

         CLOSE ORDER-KEEP-FILE
         CLOSE CUSTOMER-ORDER-FILE

       .

       400-PURGE-RUN-LOG.

      *    The nightly job takes the last run-log record as the
      *    prior run, so the log is counted first and its last
      *    record is always kept whatever its age.

         MOVE 'PR4-RUN-LOG.TXT' TO WS-PURGE-FILE-NAME
         MOVE 'RUN-LOG-ARCHIVE.TXT' TO WS-ARCHIVE-FILE-NAME
         MOVE WS-RUN-LOG-RETAIN-DAYS TO WS-RETAIN-DAYS
         PERFORM 810-START-FILE-PURGE
         MOVE ZEROS TO WS-RUN-LOG-TOTAL

         OPEN INPUT RUN-LOG-FILE

         IF RUN-LOG-FILE-STATUS = '00'
             MOVE 'Y' TO SCAN-EOF-FLAG
             PERFORM UNTIL NO-MORE-SCAN-RECORDS
                 READ RUN-LOG-FILE
                     AT END
                         MOVE 'N' TO SCAN-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-RUN-LOG-TOTAL
                 END-READ
             END-PERFORM
             CLOSE RUN-LOG-FILE
         END-IF

         OPEN INPUT RUN-LOG-FILE

         IF RUN-LOG-FILE-STATUS = '00'
             MOVE 'Y' TO SOURCE-FOUND-FLAG
             OPEN OUTPUT RUN-LOG-KEEP-FILE
             MOVE 'Y' TO SCAN-EOF-FLAG
             PERFORM UNTIL NO-MORE-SCAN-RECORDS
                 READ RUN-LOG-FILE
                     AT END
                         MOVE 'N' TO SCAN-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-FILE-READ
                         PERFORM 410-PURGE-ONE-RUN-LOG
                 END-READ
             END-PERFORM
             CLOSE RUN-LOG-FILE
             CLOSE RUN-LOG-KEEP-FILE
             IF ARCHIVE-OPEN
                 MOVE WS-FILE-ARCHIVED TO AT-RECORD-COUNT
                 WRITE RUN-LOG-ARCHIVE-REC FROM ARCHIVE-TRAILER
                 CLOSE RUN-LOG-ARCHIVE-FILE
                 PERFORM 420-REPLACE-RUN-LOG
             END-IF
         END-IF

         PERFORM 800-WRITE-ARCHIVE-LINE

         IF WS-FILE-HELD > 0
             MOVE 'LAST RUN KEPT FOR THE NIGHTLY JOB'
                 TO AN-LABEL
             MOVE WS-FILE-HELD TO AN-COUNT
             WRITE PURGE-REPORT-LINE FROM ARCHIVE-NOTE-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

         PERFORM 820-WRITE-UNDATED-NOTE

       .

       410-PURGE-ONE-RUN-LOG.

         MOVE 'N' TO ARCHIVE-RECORD-FLAG

         MOVE RL-RUN-DATE TO WS-CONV-DATE
         PERFORM 830-AGE-ONE-RECORD

         IF WS-FILE-READ = WS-RUN-LOG-TOTAL
             AND ARCHIVE-THIS-RECORD
             MOVE 'N' TO ARCHIVE-RECORD-FLAG
             ADD 1 TO WS-FILE-HELD
         END-IF

         IF ARCHIVE-THIS-RECORD
             IF NOT ARCHIVE-OPEN
                 OPEN EXTEND RUN-LOG-ARCHIVE-FILE
                 PERFORM 840-CHECK-ARCHIVE-OPEN
                 WRITE RUN-LOG-ARCHIVE-REC FROM ARCHIVE-HEADER
             END-IF
             MOVE 'D' TO RA-RECORD-TYPE
             MOVE RUN-LOG-REC TO RA-SOURCE-IMAGE
             WRITE RUN-LOG-ARCHIVE-REC
             ADD 1 TO WS-FILE-ARCHIVED
         ELSE
             WRITE RUN-LOG-KEEP-REC FROM RUN-LOG-REC
             ADD 1 TO WS-FILE-KEPT
         END-IF

       .

       420-REPLACE-RUN-LOG.

         OPEN OUTPUT RUN-LOG-FILE

         IF RUN-LOG-FILE-STATUS NOT = '00'
             DISPLAY 'PR4-RUN-LOG.TXT COULD NOT BE REWRITTEN - '
                 'STATUS ' RUN-LOG-FILE-STATUS
             DISPLAY 'RUN-LOG-ARCHIVE.TXT LAST SEGMENT IS ALREADY IN '
                 'PR4-RUN-LOG.TXT - REMOVE IT BEFORE RERUNNING'
             STOP RUN
         END-IF

         OPEN INPUT RUN-LOG-KEEP-FILE
         MOVE 'Y' TO SCAN-EOF-FLAG

         PERFORM UNTIL NO-MORE-SCAN-RECORDS
             READ RUN-LOG-KEEP-FILE
                 AT END
                     MOVE 'N' TO SCAN-EOF-FLAG
                 NOT AT END
                     WRITE RUN-LOG-REC FROM RUN-LOG-KEEP-REC
             END-READ
         END-PERFORM

         CLOSE RUN-LOG-KEEP-FILE
         CLOSE RUN-LOG-FILE

       .

       500-PURGE-MAINT-AUDIT.

         MOVE 'PR4-MAINT-AUDIT.TXT' TO WS-PURGE-FILE-NAME
         MOVE 'MAINT-AUDIT-ARCHIVE.TXT' TO WS-ARCHIVE-FILE-NAME
         MOVE WS-AUDIT-RETAIN-DAYS TO WS-RETAIN-DAYS
         PERFORM 810-START-FILE-PURGE

         OPEN INPUT AUDIT-FILE

         IF AUDIT-FILE-STATUS = '00'
             MOVE 'Y' TO SOURCE-FOUND-FLAG
             OPEN OUTPUT AUDIT-KEEP-FILE
             MOVE 'Y' TO SCAN-EOF-FLAG
             PERFORM UNTIL NO-MORE-SCAN-RECORDS
                 READ AUDIT-FILE
                     AT END
                         MOVE 'N' TO SCAN-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-FILE-READ
                         PERFORM 510-PURGE-ONE-AUDIT
                 END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
             CLOSE AUDIT-KEEP-FILE
             IF ARCHIVE-OPEN
                 MOVE WS-FILE-ARCHIVED TO AT-RECORD-COUNT
                 WRITE AUDIT-ARCHIVE-REC FROM ARCHIVE-TRAILER
                 CLOSE AUDIT-ARCHIVE-FILE
                 PERFORM 520-REPLACE-MAINT-AUDIT
             END-IF
         END-IF

         PERFORM 800-WRITE-ARCHIVE-LINE
         PERFORM 820-WRITE-UNDATED-NOTE

       .

       510-PURGE-ONE-AUDIT.

         MOVE 'N' TO ARCHIVE-RECORD-FLAG

         MOVE AU-DATE TO WS-CONV-DATE
         PERFORM 830-AGE-ONE-RECORD

         IF ARCHIVE-THIS-RECORD
             IF NOT ARCHIVE-OPEN
                 OPEN EXTEND AUDIT-ARCHIVE-FILE
                 PERFORM 840-CHECK-ARCHIVE-OPEN
                 WRITE AUDIT-ARCHIVE-REC FROM ARCHIVE-HEADER
             END-IF
             MOVE 'D' TO AA-RECORD-TYPE
             MOVE AUDIT-REC TO AA-SOURCE-IMAGE
             WRITE AUDIT-ARCHIVE-REC
             ADD 1 TO WS-FILE-ARCHIVED
         ELSE
             WRITE AUDIT-KEEP-REC FROM AUDIT-REC
             ADD 1 TO WS-FILE-KEPT
         END-IF

       .

       520-REPLACE-MAINT-AUDIT.

         OPEN OUTPUT AUDIT-FILE

         IF AUDIT-FILE-STATUS NOT = '00'
             DISPLAY 'PR4-MAINT-AUDIT.TXT COULD NOT BE REWRITTEN - '
                 'STATUS ' AUDIT-FILE-STATUS
             DISPLAY 'MAINT-AUDIT-ARCHIVE.TXT LAST SEGMENT IS '
                 'ALREADY IN PR4-MAINT-AUDIT.TXT - REMOVE IT BEFORE '
                 'RERUNNING'
             STOP RUN
         END-IF

         OPEN INPUT AUDIT-KEEP-FILE
         MOVE 'Y' TO SCAN-EOF-FLAG

         PERFORM UNTIL NO-MORE-SCAN-RECORDS
             READ AUDIT-KEEP-FILE
                 AT END
                     MOVE 'N' TO SCAN-EOF-FLAG
                 NOT AT END
                     WRITE AUDIT-REC FROM AUDIT-KEEP-REC
             END-READ
         END-PERFORM

         CLOSE AUDIT-KEEP-FILE
         CLOSE AUDIT-FILE

       .

       600-CHECK-LOAD-CAPACITY.

      *    Each file the nightly job loads into a table, against the
      *    size of that table. The nightly job skips every record
      *    past capacity, so a file over capacity is losing work
      *    tonight and one past the warning percent soon will be.

         MOVE 'NIGHTLY LOAD TABLE CAPACITY' TO ST-TITLE
         WRITE PURGE-REPORT-LINE FROM SECTION-TITLE-LINE
             AFTER ADVANCING 3 LINES
         WRITE PURGE-REPORT-LINE FROM CAPACITY-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         MOVE 'STANDARD-COST.TXT' TO WS-CAP-FILE-NAME
         MOVE 500 TO WS-CAP-LIMIT
         PERFORM 610-COUNT-STANDARD-COST
         PERFORM 690-CHECK-ONE-TABLE

         MOVE 'REORDER-PARAM.TXT' TO WS-CAP-FILE-NAME
         MOVE 500 TO WS-CAP-LIMIT
         PERFORM 615-COUNT-REORDER
         PERFORM 690-CHECK-ONE-TABLE

         MOVE 'WAREHOUSE-MASTER.TXT' TO WS-CAP-FILE-NAME
         MOVE 50 TO WS-CAP-LIMIT
         PERFORM 620-COUNT-WAREHOUSE
         PERFORM 690-CHECK-ONE-TABLE

         MOVE 'VENDOR-MASTER.TXT' TO WS-CAP-FILE-NAME
         MOVE 100 TO WS-CAP-LIMIT
         PERFORM 625-COUNT-VENDOR
         PERFORM 690-CHECK-ONE-TABLE

         MOVE 'PRODUCT-MASTER.TXT' TO WS-CAP-FILE-NAME
         MOVE 500 TO WS-CAP-LIMIT
         PERFORM 630-COUNT-PRODUCT
         PERFORM 690-CHECK-ONE-TABLE

         MOVE 'TRANSFER.TXT' TO WS-CAP-FILE-NAME
         MOVE 100 TO WS-CAP-LIMIT
         PERFORM 635-COUNT-TRANSFER
         PERFORM 690-CHECK-ONE-TABLE

         MOVE 'PR4-HISTORY.TXT' TO WS-CAP-FILE-NAME
         MOVE 200 TO WS-CAP-LIMIT
         PERFORM 640-COUNT-HISTORY
         PERFORM 690-CHECK-ONE-TABLE

         MOVE 'OPEN-PO.TXT' TO WS-CAP-FILE-NAME
         MOVE 500 TO WS-CAP-LIMIT
         MOVE PO-FILE-FOUND-FLAG TO CAP-FILE-FOUND-FLAG
         MOVE WS-PO-LOAD-COUNT TO WS-CAP-RECORDS
         PERFORM 690-CHECK-ONE-TABLE

         MOVE 'CUSTOMER-ORDER.TXT' TO WS-CAP-FILE-NAME
         MOVE 200 TO WS-CAP-LIMIT
         MOVE ORDER-FILE-FOUND-FLAG TO CAP-FILE-FOUND-FLAG
         MOVE WS-ORDER-LOAD-COUNT TO WS-CAP-RECORDS
         PERFORM 690-CHECK-ONE-TABLE

         MOVE 'EXPIRED STOCK LOTS' TO WS-CAP-FILE-NAME
         MOVE 500 TO WS-CAP-LIMIT
         PERFORM 645-COUNT-EXPIRED-LOTS
         PERFORM 690-CHECK-ONE-TABLE

       .

       610-COUNT-STANDARD-COST.

         MOVE ZEROS TO WS-CAP-RECORDS
         MOVE 'N' TO CAP-FILE-FOUND-FLAG

         OPEN INPUT STANDARD-COST-FILE

         IF COUNT-FILE-STATUS = '00'
             MOVE 'Y' TO CAP-FILE-FOUND-FLAG
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ STANDARD-COST-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-CAP-RECORDS
                 END-READ
             END-PERFORM
             CLOSE STANDARD-COST-FILE
         END-IF

       .

       615-COUNT-REORDER.

         MOVE ZEROS TO WS-CAP-RECORDS
         MOVE 'N' TO CAP-FILE-FOUND-FLAG

         OPEN INPUT REORDER-FILE

         IF COUNT-FILE-STATUS = '00'
             MOVE 'Y' TO CAP-FILE-FOUND-FLAG
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ REORDER-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-CAP-RECORDS
                 END-READ
             END-PERFORM
             CLOSE REORDER-FILE
         END-IF

       .

       620-COUNT-WAREHOUSE.

         MOVE ZEROS TO WS-CAP-RECORDS
         MOVE 'N' TO CAP-FILE-FOUND-FLAG

         OPEN INPUT WAREHOUSE-FILE

         IF COUNT-FILE-STATUS = '00'
             MOVE 'Y' TO CAP-FILE-FOUND-FLAG
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ WAREHOUSE-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-CAP-RECORDS
                 END-READ
             END-PERFORM
             CLOSE WAREHOUSE-FILE
         END-IF

       .

       625-COUNT-VENDOR.

         MOVE ZEROS TO WS-CAP-RECORDS
         MOVE 'N' TO CAP-FILE-FOUND-FLAG

         OPEN INPUT VENDOR-FILE

         IF COUNT-FILE-STATUS = '00'
             MOVE 'Y' TO CAP-FILE-FOUND-FLAG
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ VENDOR-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-CAP-RECORDS
                 END-READ
             END-PERFORM
             CLOSE VENDOR-FILE
         END-IF

       .

       630-COUNT-PRODUCT.

         MOVE ZEROS TO WS-CAP-RECORDS
         MOVE 'N' TO CAP-FILE-FOUND-FLAG

         OPEN INPUT PRODUCT-FILE

         IF COUNT-FILE-STATUS = '00'
             MOVE 'Y' TO CAP-FILE-FOUND-FLAG
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ PRODUCT-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-CAP-RECORDS
                 END-READ
             END-PERFORM
             CLOSE PRODUCT-FILE
         END-IF

       .

       635-COUNT-TRANSFER.

         MOVE ZEROS TO WS-CAP-RECORDS
         MOVE 'N' TO CAP-FILE-FOUND-FLAG

         OPEN INPUT TRANSFER-FILE

         IF COUNT-FILE-STATUS = '00'
             MOVE 'Y' TO CAP-FILE-FOUND-FLAG
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ TRANSFER-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-CAP-RECORDS
                 END-READ
             END-PERFORM
             CLOSE TRANSFER-FILE
         END-IF

       .

       640-COUNT-HISTORY.

         MOVE ZEROS TO WS-CAP-RECORDS
         MOVE 'N' TO CAP-FILE-FOUND-FLAG

         OPEN INPUT HISTORY-FILE

         IF COUNT-FILE-STATUS = '00'
             MOVE 'Y' TO CAP-FILE-FOUND-FLAG
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ HISTORY-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         ADD 1 TO WS-CAP-RECORDS
                 END-READ
             END-PERFORM
             CLOSE HISTORY-FILE
         END-IF

       .

       645-COUNT-EXPIRED-LOTS.

         MOVE ZEROS TO WS-CAP-RECORDS
         MOVE 'N' TO CAP-FILE-FOUND-FLAG

         OPEN INPUT EXPIRY-FILE

         IF COUNT-FILE-STATUS = '00'
             MOVE 'Y' TO CAP-FILE-FOUND-FLAG
             MOVE 'Y' TO LOAD-EOF-FLAG
             PERFORM UNTIL NO-MORE-LOAD-RECORDS
                 READ EXPIRY-FILE
                     AT END
                         MOVE 'N' TO LOAD-EOF-FLAG
                     NOT AT END
                         IF XP-BAND = 'EXPIRED '
                             ADD 1 TO WS-CAP-RECORDS
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE EXPIRY-FILE
         END-IF

       .

       690-CHECK-ONE-TABLE.

         MOVE WS-CAP-FILE-NAME TO CD-FILE-NAME
         MOVE WS-CAP-RECORDS   TO CD-RECORDS
         MOVE WS-CAP-LIMIT     TO CD-CAPACITY

         COMPUTE WS-CAP-PCT = (WS-CAP-RECORDS * 100) / WS-CAP-LIMIT

         IF WS-CAP-PCT > 999
             MOVE 999 TO CD-PCT
         ELSE
             MOVE WS-CAP-PCT TO CD-PCT
         END-IF

         IF NOT CAP-FILE-FOUND
             MOVE 'FILE NOT PRESENT' TO CD-STATUS
         ELSE
             IF WS-CAP-RECORDS > WS-CAP-LIMIT
                 MOVE 'OVER CAPACITY' TO CD-STATUS
                 ADD 1 TO WS-TABLE-OVER-COUNT
                 DISPLAY '*** ' WS-CAP-FILE-NAME ' HAS '
                     WS-CAP-RECORDS ' RECORDS - ITS LOAD TABLE HOLDS '
                     WS-CAP-LIMIT ' AND THE REST ARE SKIPPED'
             ELSE
                 IF WS-CAP-PCT NOT < WS-WARN-PCT
                     MOVE 'WARNING' TO CD-STATUS
                     ADD 1 TO WS-TABLE-WARNING-COUNT
                     DISPLAY 'WARNING - ' WS-CAP-FILE-NAME ' AT '
                         CD-PCT ' PCT OF ITS ' WS-CAP-LIMIT
                         '-ENTRY LOAD TABLE'
                 ELSE
                     MOVE 'OK' TO CD-STATUS
                 END-IF
             END-IF
         END-IF

         WRITE PURGE-REPORT-LINE FROM CAPACITY-DETAIL-LINE
             AFTER ADVANCING 1 LINES

       .

       700-WRITE-PURGE-SUMMARY.

         MOVE 'WARNING LEVEL IS PERCENT OF CAPACITY' TO PC-LABEL
         MOVE WS-WARN-PCT TO PC-COUNT
         WRITE PURGE-REPORT-LINE FROM PURGE-COUNT-LINE
             AFTER ADVANCING 2 LINES

         IF WS-TABLE-OVER-COUNT > 0
             MOVE 'RECORDS PAST CAPACITY ARE SKIPPED BY THE NIGHTLY JOB'
                 TO PM-MESSAGE
             WRITE PURGE-REPORT-LINE FROM PURGE-MESSAGE-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

         MOVE 'RECORDS READ' TO PC-LABEL
         MOVE WS-TOTAL-READ TO PC-COUNT
         WRITE PURGE-REPORT-LINE FROM PURGE-COUNT-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'RECORDS ARCHIVED' TO PC-LABEL
         MOVE WS-TOTAL-ARCHIVED TO PC-COUNT
         WRITE PURGE-REPORT-LINE FROM PURGE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'LOAD TABLES AT WARNING LEVEL' TO PC-LABEL
         MOVE WS-TABLE-WARNING-COUNT TO PC-COUNT
         WRITE PURGE-REPORT-LINE FROM PURGE-COUNT-LINE
             AFTER ADVANCING 1 LINES

         MOVE 'LOAD TABLES OVER CAPACITY' TO PC-LABEL
         MOVE WS-TABLE-OVER-COUNT TO PC-COUNT
         WRITE PURGE-REPORT-LINE FROM PURGE-COUNT-LINE
             AFTER ADVANCING 1 LINES

       .

       800-WRITE-ARCHIVE-LINE.

         MOVE WS-PURGE-FILE-NAME TO AD-FILE-NAME
         MOVE WS-RETAIN-DAYS     TO AD-RETAIN-DAYS
         MOVE WS-FILE-READ       TO AD-READ
         MOVE WS-FILE-ARCHIVED   TO AD-ARCHIVED
         MOVE WS-FILE-KEPT       TO AD-KEPT

         IF NOT SOURCE-FOUND
             MOVE 'FILE NOT PRESENT' TO AD-ARCHIVE-NAME
         ELSE
             IF WS-FILE-ARCHIVED > 0
                 MOVE WS-ARCHIVE-FILE-NAME TO AD-ARCHIVE-NAME
             ELSE
                 MOVE 'NOTHING DUE' TO AD-ARCHIVE-NAME
             END-IF
         END-IF

         WRITE PURGE-REPORT-LINE FROM ARCHIVE-DETAIL-LINE
             AFTER ADVANCING 2 LINES

         ADD WS-FILE-READ     TO WS-TOTAL-READ
         ADD WS-FILE-ARCHIVED TO WS-TOTAL-ARCHIVED

       .

       810-START-FILE-PURGE.

      *    A record is archived when its date falls before the
      *    cutoff - older than the file's retention days.

         MOVE ZEROS TO WS-FILE-READ
                       WS-FILE-ARCHIVED
                       WS-FILE-KEPT
                       WS-FILE-HELD
                       WS-FILE-UNDATED
         MOVE 'N' TO SOURCE-FOUND-FLAG
         MOVE 'N' TO ARCHIVE-OPEN-FLAG

         COMPUTE WS-CUTOFF-DAYS = WS-TODAY-DAYS - WS-RETAIN-DAYS

         MOVE WS-RETAIN-DAYS     TO AH-RETAIN-DAYS
         MOVE WS-PURGE-FILE-NAME TO AH-SOURCE-FILE

       .

       820-WRITE-UNDATED-NOTE.

         IF WS-FILE-UNDATED > 0
             MOVE 'UNDATED RECORDS KEPT' TO AN-LABEL
             MOVE WS-FILE-UNDATED TO AN-COUNT
             WRITE PURGE-REPORT-LINE FROM ARCHIVE-NOTE-LINE
                 AFTER ADVANCING 1 LINES
         END-IF

       .

       830-AGE-ONE-RECORD.

      *    WS-CONV-DATE holds the record's date. One that will not
      *    convert is counted and kept rather than guessed at.

         PERFORM 900-CONVERT-DATE-TO-DAYS

         IF WS-CONV-DAYS = ZEROS
             ADD 1 TO WS-FILE-UNDATED
         ELSE
             IF WS-CONV-DAYS < WS-CUTOFF-DAYS
                 MOVE 'Y' TO ARCHIVE-RECORD-FLAG
             END-IF
         END-IF

       .

       840-CHECK-ARCHIVE-OPEN.

         IF ARCHIVE-FILE-STATUS NOT = '00'
             AND ARCHIVE-FILE-STATUS NOT = '05'
             DISPLAY WS-ARCHIVE-FILE-NAME ' COULD NOT BE OPENED - '
                 'STATUS ' ARCHIVE-FILE-STATUS
             DISPLAY WS-PURGE-FILE-NAME ' NOT PURGED'
             STOP RUN
         END-IF

         MOVE 'Y' TO ARCHIVE-OPEN-FLAG

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
