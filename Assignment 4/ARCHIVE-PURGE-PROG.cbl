       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARCHIVE-PURGE-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program trims the files that are only ever
      *  appended to - TRANS-HISTORY.TXT, RUN-CONTROL.TXT,
      *  TOTALS-HISTORY.TXT, VENDOR-AUDIT.TXT, and
      *  WAREHOUSE-AUDIT.TXT - and the filled POs on
      *  PO-MASTER.DAT, which otherwise grow every night and
      *  make every program that reads them whole a little
      *  slower each month.
      *
      *  Each file has its own retention in days, read from the
      *  environment the way HEALING-VIBES-PROG reads
      *  EXPIRE-HORIZON-DAYS:
      *
      *    RETAIN-HISTORY-DAYS          TRANS-HISTORY   365
      *    RETAIN-RUN-CONTROL-DAYS      RUN-CONTROL      90
      *    RETAIN-TOTALS-DAYS           TOTALS-HISTORY  730
      *    RETAIN-VENDOR-AUDIT-DAYS     VENDOR-AUDIT   1095
      *    RETAIN-WAREHOUSE-AUDIT-DAYS  WAREHOUSE-AUDIT 1095
      *    RETAIN-PO-DAYS               PO-MASTER       365
      *
      *  A row dated before its file's cutoff (today less the
      *  retention) is moved to a dated archive file,
      *  ARCH-yyyymmdd-<file>.TXT, named for the day of the
      *  purge, and the file is rewritten with the rest. Run
      *  twice in one day, the second run adds to the same
      *  archive files. A file with nothing to archive is left
      *  as it is. Exceptions, by file:
      *
      *    PO-MASTER.DAT - only a filled PO is archived, and
      *        only once its last receipt posted before the
      *        cutoff - the latest run date of the R rows in
      *        TRANS-HISTORY.TXT stamped with its number. A
      *        filled PO with no such row left on the history
      *        is aged on its order date. Open POs always stay.
      *    TOTALS-HISTORY.TXT - the last run's rows always stay,
      *        however old, since 435-VARIANCE-REPORT compares
      *        against them.
      *    TRANS-HISTORY.TXT - a receipt against a PO still on
      *        PO-MASTER.DAT stays, so INVOICE-MATCH-PROG can
      *        still add up what was received on it, and once a
      *        row of a warehouse/product/size stays, every
      *        later row of that item stays with it. For every
      *        item that had rows archived, a B balance-forward
      *        row is written at the head of the trimmed file,
      *        dated the cutoff, carrying the on-hand after the
      *        last archived row as both its before and after
      *        on-hand, so STOCK-CARD-PROG still opens the card
      *        at the right balance. Its transaction date holds
      *        the item's last archived shipment date (spaces if
      *        it never shipped), so the date of last movement
      *        is not lost with the rows. A B row from an
      *        earlier purge that falls past the cutoff in turn
      *        is folded into the new one.
      *
      *  PO-MASTER.DAT is purged first so the history check
      *  sees the POs that are left. The kept rows of each
      *  sequential file pass through PURGE-KEEP.TMP before the
      *  file is rewritten, so an interrupted rewrite can be
      *  rebuilt from the archive file and PURGE-KEEP.TMP.
      *
      *  PURGE-REPORT.TXT lists each file with its retention,
      *  cutoff, and the rows read, kept, and archived.
      *
      *  Run it between nights, never while NIGHT-RUN-PROG or
      *  any of the maintenance programs is running.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANS-HISTORY-FILE
               ASSIGN TO 'TRANS-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-HIST-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'RUN-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT TOTALS-HISTORY-FILE
               ASSIGN TO 'TOTALS-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-HIST-STATUS.

           SELECT VENDOR-AUDIT-FILE
               ASSIGN TO 'VENDOR-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-AUDIT-STATUS.

           SELECT WAREHOUSE-AUDIT-FILE
               ASSIGN TO 'WAREHOUSE-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WH-AUDIT-STATUS.

           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-MAST-NUMBER
               FILE STATUS IS WS-PO-MASTER-STATUS.

      *
      *  KEEP-WORK-FILE holds the kept rows of the file being
      *  purged until the file is rewritten from it.
      *

           SELECT KEEP-WORK-FILE
               ASSIGN TO 'PURGE-KEEP.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.

      *
      *  ARCHIVE-FILE is the dated archive of the file being
      *  purged - its name is built in WS-ARCHIVE-NAME before
      *  each file's archive is opened.
      *

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PURGE-REPORT
               ASSIGN TO PRINTER 'PURGE-REPORT.TXT'.

       DATA DIVISION.
       FILE SECTION.

      *
      *  History row - same layout as the FD in TRANS-POST-PROG.
      *

       FD TRANS-HISTORY-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  TRANS-HISTORY-RECORD.
           05  HIST-RUN-DATE                   PIC X(8).
           05  HIST-APPLIED-WAREHOUSE          PIC X(4).
           05  HIST-TRAN-IMAGE                 PIC X(39).
           05  HIST-BEFORE-ON-HAND             PIC 9(4).
           05  HIST-AFTER-ON-HAND              PIC 9(4).
           05  HIST-PO-NUMBER                  PIC 9(6).

      *
      *  Run-control row - same layout as the FD in
      *  NIGHT-RUN-PROG.
      *

       FD RUN-CONTROL-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE                     PIC X(8).
           05  RC-STEP-NUMBER                  PIC 9.
           05  RC-STEP-NAME                    PIC X(20).
           05  RC-START-TIME                   PIC X(8).
           05  RC-END-TIME                     PIC X(8).
           05  RC-STATUS                       PIC X(8).

      *
      *  Totals history row - same layout as the FD in
      *  HEALING-VIBES-PROG.
      *

       FD TOTALS-HISTORY-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  TOTALS-HISTORY-RECORD.
           05  TOT-RUN-DATE                    PIC X(8).
           05  TOT-WAREHOUSE-ID                PIC X(4).
           05  TOT-GRAND-TOTAL                 PIC 9(9)V99.
           05  TOT-WAREHOUSE-TOTAL             PIC 9(9)V99.

      *
      *  Audit rows - same layouts as the FDs in
      *  VENDOR-MAINT-PROG and WAREHOUSE-MAINT-PROG. Only the
      *  date up front matters here.
      *

       FD VENDOR-AUDIT-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  VENDOR-AUDIT-RECORD.
           05  VAUD-DATE                       PIC X(8).
           05  FILLER                          PIC X(50).

       FD WAREHOUSE-AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  WAREHOUSE-AUDIT-RECORD.
           05  WAUD-DATE                       PIC X(8).
           05  FILLER                          PIC X(78).

       FD PO-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PO-MASTER-RECORD.
           05  PO-MAST-NUMBER                  PIC 9(6).
           05  PO-MAST-WAREHOUSE-ID            PIC X(4).
           05  PO-MAST-VENDOR-ID               PIC X.
           05  PO-MAST-PRODUCT-ID              PIC X(3).
           05  PO-MAST-PRODUCT-NAME            PIC X(13).
           05  PO-MAST-PRODUCT-SIZE            PIC X.
           05  PO-MAST-QTY-ORDERED             PIC 9(4).
           05  PO-MAST-QTY-RECEIVED            PIC 9(4).
           05  PO-MAST-UNIT-PRICE              PIC S999V99.
           05  PO-MAST-EXTENDED-COST           PIC 9(7)V99.
           05  PO-MAST-ORDER-DATE              PIC X(8).
           05  PO-MAST-STATUS                  PIC X.
               88  PO-IS-OPEN                      VALUE 'O'.
               88  PO-IS-FILLED                    VALUE 'F'.

      *
      *  The work and archive rows are sized for the widest
      *  file purged, WAREHOUSE-AUDIT.TXT.
      *

       FD KEEP-WORK-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  KEEP-WORK-RECORD                    PIC X(86).

       FD ARCHIVE-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  ARCHIVE-RECORD                      PIC X(86).

       FD    PURGE-REPORT
             RECORD CONTAINS 80 CHARACTERS.

       01    PURGE-OUTPUT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-TRANS-HIST-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-CONTROL-STATUS       PIC XX VALUE SPACES.
       01  WS-TOTALS-HIST-STATUS       PIC XX VALUE SPACES.
       01  WS-VENDOR-AUDIT-STATUS      PIC XX VALUE SPACES.
       01  WS-WH-AUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-PO-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-KEEP-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X  VALUE ' '.
           88  NO-MORE-DATA                   VALUE 'N'.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-CUTOFF-DATE-NUM          PIC 9(8) VALUE 0.
       01  WS-CUTOFF-INTEGER           PIC 9(7) VALUE 0.
       01  WS-SUB                      PIC 9(3) VALUE 0.

      *
      *  Retention in days and the cutoff date worked out from
      *  it, per file. WS-RETAIN-X takes the environment value.
      *

       01  WS-RETAIN-X                 PIC X(4) VALUE SPACES.
       01  WS-HISTORY-DAYS             PIC 9(4) VALUE 365.
       01  WS-HISTORY-CUTOFF           PIC X(8) VALUE SPACES.
       01  WS-RUN-CONTROL-DAYS         PIC 9(4) VALUE 90.
       01  WS-RUN-CONTROL-CUTOFF       PIC X(8) VALUE SPACES.
       01  WS-TOTALS-DAYS              PIC 9(4) VALUE 730.
       01  WS-TOTALS-CUTOFF            PIC X(8) VALUE SPACES.
       01  WS-VENDOR-AUDIT-DAYS        PIC 9(4) VALUE 1095.
       01  WS-VENDOR-AUDIT-CUTOFF      PIC X(8) VALUE SPACES.
       01  WS-WH-AUDIT-DAYS            PIC 9(4) VALUE 1095.
       01  WS-WH-AUDIT-CUTOFF          PIC X(8) VALUE SPACES.
       01  WS-PO-DAYS                  PIC 9(4) VALUE 365.
       01  WS-PO-CUTOFF                PIC X(8) VALUE SPACES.

      *
      *  The file being purged - its name, retention, cutoff,
      *  and counts, printed by 790 when it is done.
      *

       01  WS-FILE-LABEL               PIC X(20) VALUE SPACES.
       01  WS-RETAIN-DAYS              PIC 9(4) VALUE 0.
       01  WS-CUTOFF-DATE              PIC X(8) VALUE SPACES.
       01  WS-READ-COUNT               PIC 9(6) VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(6) VALUE 0.
       01  WS-ARCHIVED-COUNT           PIC 9(6) VALUE 0.
       01  WS-FILE-FOUND-FLAG          PIC X  VALUE 'Y'.
           88  FILE-IS-ON-FILE                VALUE 'Y'.
       01  WS-ARCHIVE-OPEN-FLAG        PIC X  VALUE 'N'.
           88  ARCHIVE-IS-OPEN                VALUE 'Y'.

      *
      *  Archive file name - ARCH-yyyymmdd-<file>. The file
      *  part is moved in left-justified; the trailing spaces
      *  are not part of the name.
      *

       01  WS-ARCHIVE-NAME.
           05  FILLER                  PIC X(5) VALUE 'ARCH-'.
           05  ARCN-DATE               PIC X(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  ARCN-FILE               PIC X(20).

      *
      *  TOTALS-HISTORY.TXT - the last run's date, found on a
      *  first pass, whose rows are never archived.
      *

       01  WS-LAST-TOTALS-DATE         PIC X(8) VALUE SPACES.

      *
      *  TRANS-HISTORY.TXT - one row per warehouse/product/
      *  size met among the rows past the cutoff, carrying what
      *  its balance-forward row needs: the on-hand after its
      *  last archived row, its last archived shipment date, and
      *  how many of its rows were archived. ITEM-HELD is set
      *  once one of its rows has been kept, after which all of
      *  its rows are kept. An item that does not fit in the
      *  table is kept whole.
      *

       01  WS-ITEM-COUNT               PIC 9(3) VALUE 0.
       01  WS-ITEM-TABLE-AREA.
           05  ITEM-ENTRY OCCURS 0 TO 999 TIMES
                  DEPENDING ON WS-ITEM-COUNT
                  INDEXED BY ITEM-IDX.
               10  ITEM-KEY.
                   15  ITEM-WAREHOUSE-ID        PIC X(4).
                   15  ITEM-VENDOR-ID           PIC X.
                   15  ITEM-PRODUCT-ID          PIC X(3).
                   15  ITEM-PRODUCT-SIZE        PIC X.
               10  ITEM-PRODUCT-NAME            PIC X(13).
               10  ITEM-LAST-ON-HAND            PIC 9(4).
               10  ITEM-LAST-SHIP-DATE          PIC X(8).
               10  ITEM-ARCHIVED-COUNT          PIC 9(6).
               10  ITEM-HELD-FLAG               PIC X.
                   88  ITEM-IS-HELD                 VALUE 'Y'.

       01  WS-ITEM-SUB                 PIC 9(3) VALUE 0.
       01  WS-LOOK-ITEM-KEY            PIC X(9) VALUE SPACES.
       01  WS-KEEP-ROW-FLAG            PIC X  VALUE 'N'.
           88  KEEP-THIS-ROW                  VALUE 'Y'.
       01  WS-PO-OPEN-FLAG             PIC X  VALUE 'N'.
           88  PO-MASTER-IS-OPEN              VALUE 'Y'.
       01  WS-FORWARD-COUNT            PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(6) VALUE 0.
       01  WS-SHIP-DATE                PIC X(8) VALUE SPACES.

      *
      *  PO-MASTER.DAT - one row per filled PO ordered before
      *  the cutoff, the only POs whose last receipt can also
      *  be, with the run date of the latest R row posted
      *  against it. A PO that does not fit in the table stays
      *  on the master.
      *

       01  WS-FILLED-PO-COUNT          PIC 9(3) VALUE 0.
       01  WS-FILLED-PO-AREA.
           05  FPO-ENTRY OCCURS 0 TO 999 TIMES
                  DEPENDING ON WS-FILLED-PO-COUNT
                  INDEXED BY FPO-IDX.
               10  FPO-NUMBER                   PIC 9(6).
               10  FPO-LAST-RECEIPT             PIC X(8).

       01  WS-PO-AGE-DATE              PIC X(8) VALUE SPACES.

      *
      *  The transaction image parsed back into its fields -
      *  same shape as TRANS-RECORD in TRANS-POST-PROG.
      *

       01  WS-TRAN-IMAGE.
           05  IMG-WAREHOUSE-ID                PIC X(4).
           05  IMG-VENDOR-ID                   PIC X.
           05  IMG-PRODUCT-ID                  PIC X(3).
           05  IMG-PRODUCT-NAME                PIC X(13).
           05  IMG-PRODUCT-SIZE                PIC X.
           05  IMG-ACTION-CODE                 PIC X.
           05  IMG-QUANTITY                    PIC 9(4).
           05  IMG-TO-WAREHOUSE-ID             PIC X(4).
           05  IMG-TRAN-DATE                   PIC X(8).

      *
      *  Purge report layout - header, column header, a line
      *  per file, and note lines under it, with or without a
      *  count.
      *

       01  PURGE-HEADER-1.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(34) VALUE
              'HISTORY RETENTION AND PURGE'.

       01  PURGE-HEADER-2.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  PRG-DATE-OUT      PIC X(8).

       01  PURGE-COLUMN-HEADER.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE 'FILE'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'DAYS'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'CUTOFF'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE '  READ'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE '  KEPT'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'ARCHIVED'.

       01  PURGE-DETAIL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PRG-FILE-OUT      PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PRG-DAYS-OUT      PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PRG-CUTOFF-OUT    PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PRG-READ-OUT      PIC ZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PRG-KEPT-OUT      PIC ZZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  PRG-ARCHIVED-OUT  PIC ZZZZZ9.

       01  PURGE-NOTE-LINE.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  PRG-NOTE-OUT      PIC X(46).
           05  PRG-NOTE-COUNT    PIC ZZZZZ9.

       01  PURGE-TEXT-LINE.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  PRG-TEXT-OUT      PIC X(60).

       01  PURGE-ARCHIVE-LINE.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'ARCHIVED TO '.
           05  PRG-ARCHIVE-OUT   PIC X(34).

       PROCEDURE DIVISION.

      *
      *  100 MAIN MODULE works out every file's cutoff, then
      *  purges the files one at a time - PO-MASTER.DAT first,
      *  so the history purge sees the POs that are left.
      *

       100-MAIN-MODULE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE TO ARCN-DATE

           PERFORM 150-LOAD-RETENTION

           OPEN OUTPUT PURGE-REPORT

           MOVE WS-RUN-DATE TO PRG-DATE-OUT
           WRITE PURGE-OUTPUT-REC FROM PURGE-HEADER-1
               AFTER ADVANCING PAGE
           WRITE PURGE-OUTPUT-REC FROM PURGE-HEADER-2
               AFTER ADVANCING 2 LINES
           WRITE PURGE-OUTPUT-REC FROM PURGE-COLUMN-HEADER
               AFTER ADVANCING 2 LINES

           PERFORM 200-PURGE-PO-MASTER
           PERFORM 300-PURGE-TRANS-HISTORY
           PERFORM 400-PURGE-RUN-CONTROL
           PERFORM 500-PURGE-TOTALS-HISTORY
           PERFORM 600-PURGE-VENDOR-AUDIT
           PERFORM 650-PURGE-WAREHOUSE-AUDIT

           CLOSE PURGE-REPORT

           STOP RUN

           .

      *
      *  150 LOAD RETENTION picks up each file's retention in
      *  days from the environment and works out its cutoff in
      *  160. Anything unset, or not a number of days of at
      *  least one, keeps its default.
      *

       150-LOAD-RETENTION.

           MOVE SPACES TO WS-RETAIN-X
           ACCEPT WS-RETAIN-X FROM ENVIRONMENT 'RETAIN-HISTORY-DAYS'
           MOVE WS-HISTORY-DAYS TO WS-RETAIN-DAYS
           PERFORM 160-WORK-OUT-CUTOFF
           MOVE WS-RETAIN-DAYS TO WS-HISTORY-DAYS
           MOVE WS-CUTOFF-DATE TO WS-HISTORY-CUTOFF

           MOVE SPACES TO WS-RETAIN-X
           ACCEPT WS-RETAIN-X FROM ENVIRONMENT
               'RETAIN-RUN-CONTROL-DAYS'
           MOVE WS-RUN-CONTROL-DAYS TO WS-RETAIN-DAYS
           PERFORM 160-WORK-OUT-CUTOFF
           MOVE WS-RETAIN-DAYS TO WS-RUN-CONTROL-DAYS
           MOVE WS-CUTOFF-DATE TO WS-RUN-CONTROL-CUTOFF

           MOVE SPACES TO WS-RETAIN-X
           ACCEPT WS-RETAIN-X FROM ENVIRONMENT 'RETAIN-TOTALS-DAYS'
           MOVE WS-TOTALS-DAYS TO WS-RETAIN-DAYS
           PERFORM 160-WORK-OUT-CUTOFF
           MOVE WS-RETAIN-DAYS TO WS-TOTALS-DAYS
           MOVE WS-CUTOFF-DATE TO WS-TOTALS-CUTOFF

           MOVE SPACES TO WS-RETAIN-X
           ACCEPT WS-RETAIN-X FROM ENVIRONMENT
               'RETAIN-VENDOR-AUDIT-DAYS'
           MOVE WS-VENDOR-AUDIT-DAYS TO WS-RETAIN-DAYS
           PERFORM 160-WORK-OUT-CUTOFF
           MOVE WS-RETAIN-DAYS TO WS-VENDOR-AUDIT-DAYS
           MOVE WS-CUTOFF-DATE TO WS-VENDOR-AUDIT-CUTOFF

           MOVE SPACES TO WS-RETAIN-X
           ACCEPT WS-RETAIN-X FROM ENVIRONMENT
               'RETAIN-WAREHOUSE-AUDIT-DAYS'
           MOVE WS-WH-AUDIT-DAYS TO WS-RETAIN-DAYS
           PERFORM 160-WORK-OUT-CUTOFF
           MOVE WS-RETAIN-DAYS TO WS-WH-AUDIT-DAYS
           MOVE WS-CUTOFF-DATE TO WS-WH-AUDIT-CUTOFF

           MOVE SPACES TO WS-RETAIN-X
           ACCEPT WS-RETAIN-X FROM ENVIRONMENT 'RETAIN-PO-DAYS'
           MOVE WS-PO-DAYS TO WS-RETAIN-DAYS
           PERFORM 160-WORK-OUT-CUTOFF
           MOVE WS-RETAIN-DAYS TO WS-PO-DAYS
           MOVE WS-CUTOFF-DATE TO WS-PO-CUTOFF

           .

      *
      *  160 WORK OUT CUTOFF takes the environment value in
      *  WS-RETAIN-X over the default in WS-RETAIN-DAYS when it
      *  is a usable number, and sets WS-CUTOFF-DATE that many
      *  days before today. The value arrives left-justified
      *  and space-padded, which fails a plain NUMERIC class
      *  test - NUMVAL tolerates the padding.
      *

       160-WORK-OUT-CUTOFF.

           IF WS-RETAIN-X NOT EQUAL SPACES
              AND WS-RETAIN-X (1:1) IS NUMERIC
              AND FUNCTION NUMVAL (WS-RETAIN-X) >= 1
               COMPUTE WS-RETAIN-DAYS =
                   FUNCTION NUMVAL (WS-RETAIN-X)
           END-IF

           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               - WS-RETAIN-DAYS

           COMPUTE WS-CUTOFF-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER)

           MOVE WS-CUTOFF-DATE-NUM TO WS-CUTOFF-DATE

           .

      *
      *  200 PURGE PO MASTER archives every filled PO whose
      *  last receipt posted before the cutoff and deletes it
      *  from the master. 210 and 220 find the last receipts
      *  first. Open POs, POs with no usable date, and POs that
      *  did not fit in the table stay.
      *

       200-PURGE-PO-MASTER.

           MOVE 'PO-MASTER.DAT' TO WS-FILE-LABEL
           MOVE 'PO-MASTER.TXT' TO ARCN-FILE
           MOVE WS-PO-DAYS TO WS-RETAIN-DAYS
           MOVE WS-PO-CUTOFF TO WS-CUTOFF-DATE
           PERFORM 700-START-FILE

           MOVE 0 TO WS-HELD-COUNT

           OPEN I-O PO-MASTER-FILE

           IF WS-PO-MASTER-STATUS NOT EQUAL '00'
               MOVE 'N' TO WS-FILE-FOUND-FLAG
           ELSE
               PERFORM 210-LOAD-FILLED-POS

               IF WS-FILLED-PO-COUNT > 0
                   PERFORM 220-FIND-LAST-RECEIPTS
               END-IF

               MOVE 0 TO PO-MAST-NUMBER
               START PO-MASTER-FILE
                   KEY IS NOT LESS THAN PO-MAST-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE ' ' TO WS-EOF-FLAG
               END-START

               PERFORM UNTIL NO-MORE-DATA
                   READ PO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 230-AGE-FILLED-PO
                           IF WS-PO-AGE-DATE NOT EQUAL SPACES
                              AND WS-PO-AGE-DATE < WS-CUTOFF-DATE
                               MOVE PO-MASTER-RECORD TO ARCHIVE-RECORD
                               PERFORM 720-WRITE-ARCHIVE-ROW
                               DELETE PO-MASTER-FILE RECORD
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PO-MASTER-FILE
           END-IF

           PERFORM 790-FINISH-FILE

           IF WS-HELD-COUNT > 0
               MOVE 'FILLED, ORDERED BEFORE CUTOFF, RECEIVED SINCE:'
                   TO PRG-NOTE-OUT
               MOVE WS-HELD-COUNT TO PRG-NOTE-COUNT
               WRITE PURGE-OUTPUT-REC FROM PURGE-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           .

      *
      *  210 LOAD FILLED POS tables every filled PO ordered
      *  before the cutoff. A receipt never comes before its
      *  order, so no other PO can have had its last receipt
      *  before the cutoff.
      *

       210-LOAD-FILLED-POS.

           MOVE 0 TO WS-FILLED-PO-COUNT

           MOVE 0 TO PO-MAST-NUMBER
           START PO-MASTER-FILE
               KEY IS NOT LESS THAN PO-MAST-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE ' ' TO WS-EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-DATA
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT AT END
                       IF PO-IS-FILLED
                          AND PO-MAST-ORDER-DATE IS NUMERIC
                          AND PO-MAST-ORDER-DATE < WS-CUTOFF-DATE
                          AND WS-FILLED-PO-COUNT < 999
                           ADD 1 TO WS-FILLED-PO-COUNT
                           MOVE PO-MAST-NUMBER TO
                              FPO-NUMBER (WS-FILLED-PO-COUNT)
                           MOVE SPACES TO
                              FPO-LAST-RECEIPT (WS-FILLED-PO-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           .

      *
      *  220 FIND LAST RECEIPTS reads TRANS-HISTORY.TXT once for
      *  the R rows stamped with a tabled PO's number and keeps
      *  the latest run date against each - the night the PO
      *  was last relieved. No history file just leaves every
      *  PO to age on its order date.
      *

       220-FIND-LAST-RECEIPTS.

           OPEN INPUT TRANS-HISTORY-FILE

           IF WS-TRANS-HIST-STATUS EQUAL '00'
               MOVE ' ' TO WS-EOF-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ TRANS-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE HIST-TRAN-IMAGE TO WS-TRAN-IMAGE
                           IF IMG-ACTION-CODE EQUAL 'R'
                              AND HIST-PO-NUMBER IS NUMERIC
                              AND HIST-PO-NUMBER > 0
                               PERFORM 225-NOTE-PO-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-HISTORY-FILE
           END-IF

           .

      *
      *  225 NOTE PO RECEIPT carries one R row's run date to its
      *  PO's table row if it is the latest yet.
      *

       225-NOTE-PO-RECEIPT.

           SET FPO-IDX TO 1
           SEARCH FPO-ENTRY
               AT END
                   CONTINUE
               WHEN FPO-NUMBER (FPO-IDX) EQUAL HIST-PO-NUMBER
                   IF FPO-LAST-RECEIPT (FPO-IDX) EQUAL SPACES
                      OR HIST-RUN-DATE > FPO-LAST-RECEIPT (FPO-IDX)
                       MOVE HIST-RUN-DATE TO
                          FPO-LAST-RECEIPT (FPO-IDX)
                   END-IF
           END-SEARCH

           .

      *
      *  230 AGE FILLED PO sets WS-PO-AGE-DATE to the date the
      *  PO in the record area ages from - its last receipt, or
      *  its order date if no receipt row was found - or to
      *  spaces if it is not a tabled filled PO and so stays.
      *  A filled PO ordered before the cutoff but received
      *  since is counted for the report.
      *

       230-AGE-FILLED-PO.

           MOVE SPACES TO WS-PO-AGE-DATE

           IF PO-IS-FILLED
               SET FPO-IDX TO 1
               SEARCH FPO-ENTRY
                   AT END
                       CONTINUE
                   WHEN FPO-NUMBER (FPO-IDX) EQUAL PO-MAST-NUMBER
                       IF FPO-LAST-RECEIPT (FPO-IDX) EQUAL SPACES
                           MOVE PO-MAST-ORDER-DATE TO WS-PO-AGE-DATE
                       ELSE
                           MOVE FPO-LAST-RECEIPT (FPO-IDX) TO
                              WS-PO-AGE-DATE
                       END-IF
               END-SEARCH
           END-IF

           IF WS-PO-AGE-DATE NOT EQUAL SPACES
              AND WS-PO-AGE-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-HELD-COUNT
           END-IF

           .

      *
      *  300 PURGE TRANS HISTORY sorts each history row into
      *  kept or archived in 310, then rewrites the file - the
      *  balance-forward rows first, from 330, then the kept
      *  rows in their posted order. PO-MASTER.DAT, as 200 left
      *  it, is open for the receipt check.
      *

       300-PURGE-TRANS-HISTORY.

           MOVE 'TRANS-HISTORY.TXT' TO WS-FILE-LABEL
           MOVE 'TRANS-HISTORY.TXT' TO ARCN-FILE
           MOVE WS-HISTORY-DAYS TO WS-RETAIN-DAYS
           MOVE WS-HISTORY-CUTOFF TO WS-CUTOFF-DATE
           PERFORM 700-START-FILE

           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-FORWARD-COUNT
           MOVE 0 TO WS-HELD-COUNT

           OPEN INPUT TRANS-HISTORY-FILE

           IF WS-TRANS-HIST-STATUS NOT EQUAL '00'
               MOVE 'N' TO WS-FILE-FOUND-FLAG
           ELSE
               MOVE 'N' TO WS-PO-OPEN-FLAG
               OPEN INPUT PO-MASTER-FILE
               IF WS-PO-MASTER-STATUS EQUAL '00'
                   MOVE 'Y' TO WS-PO-OPEN-FLAG
               END-IF

               OPEN OUTPUT KEEP-WORK-FILE

               PERFORM UNTIL NO-MORE-DATA
                   READ TRANS-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 310-SORT-HISTORY-ROW
                   END-READ
               END-PERFORM

               CLOSE TRANS-HISTORY-FILE
               CLOSE KEEP-WORK-FILE

               IF PO-MASTER-IS-OPEN
                   CLOSE PO-MASTER-FILE
               END-IF

               IF WS-ARCHIVED-COUNT > 0
                   OPEN OUTPUT TRANS-HISTORY-FILE

                   PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                           UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                       IF ITEM-ARCHIVED-COUNT (WS-ITEM-SUB) > 0
                           PERFORM 330-WRITE-BALANCE-FORWARD
                       END-IF
                   END-PERFORM

                   OPEN INPUT KEEP-WORK-FILE
                   MOVE ' ' TO WS-EOF-FLAG
                   PERFORM UNTIL NO-MORE-DATA
                       READ KEEP-WORK-FILE
                           AT END
                               MOVE 'N' TO WS-EOF-FLAG
                           NOT AT END
                               MOVE KEEP-WORK-RECORD TO
                                   TRANS-HISTORY-RECORD
                               WRITE TRANS-HISTORY-RECORD
                       END-READ
                   END-PERFORM

                   CLOSE KEEP-WORK-FILE
                   CLOSE TRANS-HISTORY-FILE
               END-IF
           END-IF

           PERFORM 790-FINISH-FILE

           IF WS-FORWARD-COUNT > 0
               MOVE 'BALANCE-FORWARD ROWS WRITTEN AT THE HEAD:'
                   TO PRG-NOTE-OUT
               MOVE WS-FORWARD-COUNT TO PRG-NOTE-COUNT
               WRITE PURGE-OUTPUT-REC FROM PURGE-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF WS-HELD-COUNT > 0
               MOVE 'PAST CUTOFF BUT KEPT (OPEN PO OR HELD ITEM):'
                   TO PRG-NOTE-OUT
               MOVE WS-HELD-COUNT TO PRG-NOTE-COUNT
               WRITE PURGE-OUTPUT-REC FROM PURGE-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           .

      *
      *  310 SORT HISTORY ROW keeps a row on or after the
      *  cutoff. A row before it is archived unless its item
      *  is already held, its item will not fit in the table,
      *  or it is a receipt against a PO still on file - then
      *  it is kept and its item held from here on.
      *

       310-SORT-HISTORY-ROW.

           IF HIST-RUN-DATE NOT < WS-CUTOFF-DATE
               MOVE TRANS-HISTORY-RECORD TO KEEP-WORK-RECORD
               PERFORM 730-WRITE-KEEP-ROW
           ELSE
               MOVE HIST-TRAN-IMAGE TO WS-TRAN-IMAGE
               MOVE HIST-APPLIED-WAREHOUSE TO WS-LOOK-ITEM-KEY (1:4)
               MOVE IMG-VENDOR-ID TO WS-LOOK-ITEM-KEY (5:1)
               MOVE IMG-PRODUCT-ID TO WS-LOOK-ITEM-KEY (6:3)
               MOVE IMG-PRODUCT-SIZE TO WS-LOOK-ITEM-KEY (9:1)
               PERFORM 320-FIND-HISTORY-ITEM

               MOVE 'N' TO WS-KEEP-ROW-FLAG
               IF WS-ITEM-SUB EQUAL 0
                   MOVE 'Y' TO WS-KEEP-ROW-FLAG
               ELSE
                   IF ITEM-IS-HELD (WS-ITEM-SUB)
                       MOVE 'Y' TO WS-KEEP-ROW-FLAG
                   END-IF
               END-IF

               IF NOT KEEP-THIS-ROW
                  AND IMG-ACTION-CODE EQUAL 'R'
                  AND PO-MASTER-IS-OPEN
                  AND HIST-PO-NUMBER IS NUMERIC
                  AND HIST-PO-NUMBER > 0
                   MOVE HIST-PO-NUMBER TO PO-MAST-NUMBER
                   READ PO-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-KEEP-ROW-FLAG
                   END-READ
               END-IF

               IF KEEP-THIS-ROW
                   IF WS-ITEM-SUB > 0
                       MOVE 'Y' TO ITEM-HELD-FLAG (WS-ITEM-SUB)
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   MOVE TRANS-HISTORY-RECORD TO KEEP-WORK-RECORD
                   PERFORM 730-WRITE-KEEP-ROW
               ELSE
                   PERFORM 325-NOTE-ARCHIVED-ROW
                   MOVE TRANS-HISTORY-RECORD TO ARCHIVE-RECORD
                   PERFORM 720-WRITE-ARCHIVE-ROW
               END-IF
           END-IF

           .

      *
      *  320 FIND HISTORY ITEM sets WS-ITEM-SUB to the table row
      *  for WS-LOOK-ITEM-KEY, adding it if it is new. Zero
      *  means the table is full and the item is not in it.
      *

       320-FIND-HISTORY-ITEM.

           MOVE 0 TO WS-ITEM-SUB

           SET ITEM-IDX TO 1
           SEARCH ITEM-ENTRY
               AT END
                   IF WS-ITEM-COUNT < 999
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
                       MOVE WS-LOOK-ITEM-KEY TO ITEM-KEY (WS-ITEM-SUB)
                       MOVE SPACES TO ITEM-PRODUCT-NAME (WS-ITEM-SUB)
                       MOVE 0 TO ITEM-LAST-ON-HAND (WS-ITEM-SUB)
                       MOVE SPACES TO
                           ITEM-LAST-SHIP-DATE (WS-ITEM-SUB)
                       MOVE 0 TO ITEM-ARCHIVED-COUNT (WS-ITEM-SUB)
                       MOVE 'N' TO ITEM-HELD-FLAG (WS-ITEM-SUB)
                   END-IF
               WHEN ITEM-KEY (ITEM-IDX) EQUAL WS-LOOK-ITEM-KEY
                   SET WS-ITEM-SUB TO ITEM-IDX
           END-SEARCH

           .

      *
      *  325 NOTE ARCHIVED ROW carries an archived row's figures
      *  into its item's balance forward - the on-hand after it,
      *  and for a shipment that actually took stock off the
      *  shelf (on-hand before it more than after it), or an
      *  earlier balance-forward row, the shipment date if it
      *  is the latest yet. A shipment that went wholly to
      *  backorder moved nothing.
      *

       325-NOTE-ARCHIVED-ROW.

           ADD 1 TO ITEM-ARCHIVED-COUNT (WS-ITEM-SUB)
           MOVE IMG-PRODUCT-NAME TO ITEM-PRODUCT-NAME (WS-ITEM-SUB)
           MOVE HIST-AFTER-ON-HAND TO ITEM-LAST-ON-HAND (WS-ITEM-SUB)

           MOVE SPACES TO WS-SHIP-DATE
           IF IMG-ACTION-CODE EQUAL 'S'
              AND HIST-BEFORE-ON-HAND IS NUMERIC
              AND HIST-AFTER-ON-HAND IS NUMERIC
              AND HIST-BEFORE-ON-HAND > HIST-AFTER-ON-HAND
               IF IMG-TRAN-DATE NOT EQUAL SPACES
                   MOVE IMG-TRAN-DATE TO WS-SHIP-DATE
               ELSE
                   MOVE HIST-RUN-DATE TO WS-SHIP-DATE
               END-IF
           END-IF
           IF IMG-ACTION-CODE EQUAL 'B'
               MOVE IMG-TRAN-DATE TO WS-SHIP-DATE
           END-IF

           IF WS-SHIP-DATE NOT EQUAL SPACES
              AND (ITEM-LAST-SHIP-DATE (WS-ITEM-SUB) EQUAL SPACES
               OR WS-SHIP-DATE > ITEM-LAST-SHIP-DATE (WS-ITEM-SUB))
               MOVE WS-SHIP-DATE TO ITEM-LAST-SHIP-DATE (WS-ITEM-SUB)
           END-IF

           .

      *
      *  330 WRITE BALANCE FORWARD writes the B row for one
      *  item that had rows archived - dated the cutoff, no
      *  quantity, and its last archived on-hand as both the
      *  before and after on-hand.
      *

       330-WRITE-BALANCE-FORWARD.

           MOVE SPACES TO WS-TRAN-IMAGE
           MOVE ITEM-WAREHOUSE-ID (WS-ITEM-SUB) TO IMG-WAREHOUSE-ID
           MOVE ITEM-VENDOR-ID (WS-ITEM-SUB) TO IMG-VENDOR-ID
           MOVE ITEM-PRODUCT-ID (WS-ITEM-SUB) TO IMG-PRODUCT-ID
           MOVE ITEM-PRODUCT-NAME (WS-ITEM-SUB) TO IMG-PRODUCT-NAME
           MOVE ITEM-PRODUCT-SIZE (WS-ITEM-SUB) TO IMG-PRODUCT-SIZE
           MOVE 'B' TO IMG-ACTION-CODE
           MOVE 0 TO IMG-QUANTITY
           MOVE ITEM-LAST-SHIP-DATE (WS-ITEM-SUB) TO IMG-TRAN-DATE

           MOVE WS-CUTOFF-DATE TO HIST-RUN-DATE
           MOVE ITEM-WAREHOUSE-ID (WS-ITEM-SUB) TO
               HIST-APPLIED-WAREHOUSE
           MOVE WS-TRAN-IMAGE TO HIST-TRAN-IMAGE
           MOVE ITEM-LAST-ON-HAND (WS-ITEM-SUB) TO
               HIST-BEFORE-ON-HAND
           MOVE ITEM-LAST-ON-HAND (WS-ITEM-SUB) TO
               HIST-AFTER-ON-HAND
           MOVE 0 TO HIST-PO-NUMBER

           WRITE TRANS-HISTORY-RECORD

           ADD 1 TO WS-FORWARD-COUNT
           ADD 1 TO WS-KEPT-COUNT

           .

      *
      *  400 PURGE RUN CONTROL archives the night-run ledger
      *  rows dated before the cutoff.
      *

       400-PURGE-RUN-CONTROL.

           MOVE 'RUN-CONTROL.TXT' TO WS-FILE-LABEL
           MOVE 'RUN-CONTROL.TXT' TO ARCN-FILE
           MOVE WS-RUN-CONTROL-DAYS TO WS-RETAIN-DAYS
           MOVE WS-RUN-CONTROL-CUTOFF TO WS-CUTOFF-DATE
           PERFORM 700-START-FILE

           OPEN INPUT RUN-CONTROL-FILE

           IF WS-RUN-CONTROL-STATUS NOT EQUAL '00'
               MOVE 'N' TO WS-FILE-FOUND-FLAG
           ELSE
               OPEN OUTPUT KEEP-WORK-FILE

               PERFORM UNTIL NO-MORE-DATA
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF RC-RUN-DATE < WS-CUTOFF-DATE
                               MOVE RUN-CONTROL-RECORD TO
                                   ARCHIVE-RECORD
                               PERFORM 720-WRITE-ARCHIVE-ROW
                           ELSE
                               MOVE RUN-CONTROL-RECORD TO
                                   KEEP-WORK-RECORD
                               PERFORM 730-WRITE-KEEP-ROW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RUN-CONTROL-FILE
               CLOSE KEEP-WORK-FILE

               IF WS-ARCHIVED-COUNT > 0
                   OPEN OUTPUT RUN-CONTROL-FILE
                   OPEN INPUT KEEP-WORK-FILE
                   MOVE ' ' TO WS-EOF-FLAG
                   PERFORM UNTIL NO-MORE-DATA
                       READ KEEP-WORK-FILE
                           AT END
                               MOVE 'N' TO WS-EOF-FLAG
                           NOT AT END
                               MOVE KEEP-WORK-RECORD TO
                                   RUN-CONTROL-RECORD
                               WRITE RUN-CONTROL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP-WORK-FILE
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF

           PERFORM 790-FINISH-FILE

           .

      *
      *  500 PURGE TOTALS HISTORY archives the run totals dated
      *  before the cutoff, except the last run's, found on a
      *  first pass - 435-VARIANCE-REPORT compares the next
      *  run against them however old they are.
      *

       500-PURGE-TOTALS-HISTORY.

           MOVE 'TOTALS-HISTORY.TXT' TO WS-FILE-LABEL
           MOVE 'TOTALS-HISTORY.TXT' TO ARCN-FILE
           MOVE WS-TOTALS-DAYS TO WS-RETAIN-DAYS
           MOVE WS-TOTALS-CUTOFF TO WS-CUTOFF-DATE
           PERFORM 700-START-FILE

           MOVE SPACES TO WS-LAST-TOTALS-DATE

           OPEN INPUT TOTALS-HISTORY-FILE

           IF WS-TOTALS-HIST-STATUS NOT EQUAL '00'
               MOVE 'N' TO WS-FILE-FOUND-FLAG
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ TOTALS-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TOT-RUN-DATE TO WS-LAST-TOTALS-DATE
                   END-READ
               END-PERFORM
               CLOSE TOTALS-HISTORY-FILE

               OPEN INPUT TOTALS-HISTORY-FILE
               OPEN OUTPUT KEEP-WORK-FILE
               MOVE ' ' TO WS-EOF-FLAG

               PERFORM UNTIL NO-MORE-DATA
                   READ TOTALS-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF TOT-RUN-DATE < WS-CUTOFF-DATE
                              AND TOT-RUN-DATE NOT EQUAL
                                  WS-LAST-TOTALS-DATE
                               MOVE TOTALS-HISTORY-RECORD TO
                                   ARCHIVE-RECORD
                               PERFORM 720-WRITE-ARCHIVE-ROW
                           ELSE
                               MOVE TOTALS-HISTORY-RECORD TO
                                   KEEP-WORK-RECORD
                               PERFORM 730-WRITE-KEEP-ROW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TOTALS-HISTORY-FILE
               CLOSE KEEP-WORK-FILE

               IF WS-ARCHIVED-COUNT > 0
                   OPEN OUTPUT TOTALS-HISTORY-FILE
                   OPEN INPUT KEEP-WORK-FILE
                   MOVE ' ' TO WS-EOF-FLAG
                   PERFORM UNTIL NO-MORE-DATA
                       READ KEEP-WORK-FILE
                           AT END
                               MOVE 'N' TO WS-EOF-FLAG
                           NOT AT END
                               MOVE KEEP-WORK-RECORD TO
                                   TOTALS-HISTORY-RECORD
                               WRITE TOTALS-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP-WORK-FILE
                   CLOSE TOTALS-HISTORY-FILE
               END-IF
           END-IF

           PERFORM 790-FINISH-FILE

           IF WS-LAST-TOTALS-DATE NOT EQUAL SPACES
              AND WS-LAST-TOTALS-DATE < WS-CUTOFF-DATE
               MOVE 'LAST RUN''S TOTALS KEPT FOR 435-VARIANCE-REPORT.'
                   TO PRG-TEXT-OUT
               WRITE PURGE-OUTPUT-REC FROM PURGE-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           .

      *
      *  600 PURGE VENDOR AUDIT archives the vendor audit rows
      *  dated before the cutoff.
      *

       600-PURGE-VENDOR-AUDIT.

           MOVE 'VENDOR-AUDIT.TXT' TO WS-FILE-LABEL
           MOVE 'VENDOR-AUDIT.TXT' TO ARCN-FILE
           MOVE WS-VENDOR-AUDIT-DAYS TO WS-RETAIN-DAYS
           MOVE WS-VENDOR-AUDIT-CUTOFF TO WS-CUTOFF-DATE
           PERFORM 700-START-FILE

           OPEN INPUT VENDOR-AUDIT-FILE

           IF WS-VENDOR-AUDIT-STATUS NOT EQUAL '00'
               MOVE 'N' TO WS-FILE-FOUND-FLAG
           ELSE
               OPEN OUTPUT KEEP-WORK-FILE

               PERFORM UNTIL NO-MORE-DATA
                   READ VENDOR-AUDIT-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF VAUD-DATE < WS-CUTOFF-DATE
                               MOVE VENDOR-AUDIT-RECORD TO
                                   ARCHIVE-RECORD
                               PERFORM 720-WRITE-ARCHIVE-ROW
                           ELSE
                               MOVE VENDOR-AUDIT-RECORD TO
                                   KEEP-WORK-RECORD
                               PERFORM 730-WRITE-KEEP-ROW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE VENDOR-AUDIT-FILE
               CLOSE KEEP-WORK-FILE

               IF WS-ARCHIVED-COUNT > 0
                   OPEN OUTPUT VENDOR-AUDIT-FILE
                   OPEN INPUT KEEP-WORK-FILE
                   MOVE ' ' TO WS-EOF-FLAG
                   PERFORM UNTIL NO-MORE-DATA
                       READ KEEP-WORK-FILE
                           AT END
                               MOVE 'N' TO WS-EOF-FLAG
                           NOT AT END
                               MOVE KEEP-WORK-RECORD TO
                                   VENDOR-AUDIT-RECORD
                               WRITE VENDOR-AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP-WORK-FILE
                   CLOSE VENDOR-AUDIT-FILE
               END-IF
           END-IF

           PERFORM 790-FINISH-FILE

           .

      *
      *  650 PURGE WAREHOUSE AUDIT archives the warehouse audit
      *  rows dated before the cutoff.
      *

       650-PURGE-WAREHOUSE-AUDIT.

           MOVE 'WAREHOUSE-AUDIT.TXT' TO WS-FILE-LABEL
           MOVE 'WAREHOUSE-AUDIT.TXT' TO ARCN-FILE
           MOVE WS-WH-AUDIT-DAYS TO WS-RETAIN-DAYS
           MOVE WS-WH-AUDIT-CUTOFF TO WS-CUTOFF-DATE
           PERFORM 700-START-FILE

           OPEN INPUT WAREHOUSE-AUDIT-FILE

           IF WS-WH-AUDIT-STATUS NOT EQUAL '00'
               MOVE 'N' TO WS-FILE-FOUND-FLAG
           ELSE
               OPEN OUTPUT KEEP-WORK-FILE

               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-AUDIT-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF WAUD-DATE < WS-CUTOFF-DATE
                               MOVE WAREHOUSE-AUDIT-RECORD TO
                                   ARCHIVE-RECORD
                               PERFORM 720-WRITE-ARCHIVE-ROW
                           ELSE
                               MOVE WAREHOUSE-AUDIT-RECORD TO
                                   KEEP-WORK-RECORD
                               PERFORM 730-WRITE-KEEP-ROW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-AUDIT-FILE
               CLOSE KEEP-WORK-FILE

               IF WS-ARCHIVED-COUNT > 0
                   OPEN OUTPUT WAREHOUSE-AUDIT-FILE
                   OPEN INPUT KEEP-WORK-FILE
                   MOVE ' ' TO WS-EOF-FLAG
                   PERFORM UNTIL NO-MORE-DATA
                       READ KEEP-WORK-FILE
                           AT END
                               MOVE 'N' TO WS-EOF-FLAG
                           NOT AT END
                               MOVE KEEP-WORK-RECORD TO
                                   WAREHOUSE-AUDIT-RECORD
                               WRITE WAREHOUSE-AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP-WORK-FILE
                   CLOSE WAREHOUSE-AUDIT-FILE
               END-IF
           END-IF

           PERFORM 790-FINISH-FILE

           .

      *
      *  700 START FILE clears the counts and flags for the
      *  next file to be purged.
      *

       700-START-FILE.

           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 'Y' TO WS-FILE-FOUND-FLAG
           MOVE 'N' TO WS-ARCHIVE-OPEN-FLAG
           MOVE ' ' TO WS-EOF-FLAG

           .

      *
      *  720 WRITE ARCHIVE ROW writes ARCHIVE-RECORD to the
      *  file's dated archive, opening it on the first row so a
      *  file with nothing to archive leaves no empty archive
      *  behind. A second purge the same day adds to it.
      *

       720-WRITE-ARCHIVE-ROW.

           IF NOT ARCHIVE-IS-OPEN
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               MOVE 'Y' TO WS-ARCHIVE-OPEN-FLAG
           END-IF

           WRITE ARCHIVE-RECORD

           ADD 1 TO WS-ARCHIVED-COUNT

           .

      *
      *  730 WRITE KEEP ROW writes KEEP-WORK-RECORD to the work
      *  file the purged file is rewritten from.
      *

       730-WRITE-KEEP-ROW.

           WRITE KEEP-WORK-RECORD

           ADD 1 TO WS-KEPT-COUNT

           .

      *
      *  790 FINISH FILE closes the archive and prints the
      *  file's line on the purge report, with the archive it
      *  went to, or a note that the file is not on disk.
      *

       790-FINISH-FILE.

           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
               MOVE 'N' TO WS-ARCHIVE-OPEN-FLAG
           END-IF

           MOVE WS-FILE-LABEL TO PRG-FILE-OUT
           MOVE WS-RETAIN-DAYS TO PRG-DAYS-OUT
           MOVE WS-CUTOFF-DATE TO PRG-CUTOFF-OUT
           MOVE WS-READ-COUNT TO PRG-READ-OUT
           MOVE WS-KEPT-COUNT TO PRG-KEPT-OUT
           MOVE WS-ARCHIVED-COUNT TO PRG-ARCHIVED-OUT
           WRITE PURGE-OUTPUT-REC FROM PURGE-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           IF NOT FILE-IS-ON-FILE
               MOVE 'NOT ON FILE - NOTHING TO PURGE.' TO PRG-TEXT-OUT
               WRITE PURGE-OUTPUT-REC FROM PURGE-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF WS-ARCHIVED-COUNT > 0
               MOVE WS-ARCHIVE-NAME TO PRG-ARCHIVE-OUT
               WRITE PURGE-OUTPUT-REC FROM PURGE-ARCHIVE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           DISPLAY WS-ARCHIVED-COUNT ' . ARCHIVED FROM '
                   WS-FILE-LABEL
           DISPLAY WS-KEPT-COUNT ' . KEPT ON '
                   WS-FILE-LABEL

           .
