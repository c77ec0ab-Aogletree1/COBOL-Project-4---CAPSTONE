       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STOCK-AGING-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program ages the stock on hand by how long it has
      *  been since each item last shipped, so slow-moving and
      *  dead stock can be found and moved before it expires.
      *
      *  Every row on INVEN-MASTER.DAT is joined to its rows on
      *  TRANS-HISTORY.TXT (warehouse, vendor, product, size).
      *  An S row is a shipment, dated by its transaction date
      *  or, if it carried none, the night it was posted. What
      *  it shipped is what actually left the shelf - its
      *  on-hand before less its on-hand after - so the part of
      *  a shipment that went to backorder is not counted until
      *  the release row that ships it, and a shipment that
      *  went wholly to backorder does not count as movement at
      *  all. Where
      *  ARCHIVE-PURGE-PROG has archived older history, the
      *  item's B balance-forward row carries the last archived
      *  shipment as its transaction date (blank if the item
      *  never shipped) - that counts toward the last ship date
      *  and its zero quantity is ignored. Its run date is the
      *  day the item's history on file starts.
      *
      *  STOCK-AGING-REPORT.TXT shows, for each item:
      *
      *    - on-hand and its dollars (INVEN-EXTENDED-VALUE),
      *    - the last ship date and days since,
      *    - its age bucket - 0-30, 31-90, 91-180, or over 180
      *      days since last shipment, or never shipped,
      *    - turnover, the units shipped over the period put to
      *      a yearly rate and divided by the units on hand,
      *    - days of supply, the units on hand over the average
      *      units shipped a day.
      *
      *  The period is the last 365 days, or the number of days
      *  in the AGING-PERIOD-DAYS environment variable, taken
      *  over the days still on file for the item.
      *
      *  The on-hand dollars are then totalled by bucket for
      *  each warehouse and vendor, with warehouse subtotals,
      *  and again for each vendor across all warehouses.
      *
      *  Every item with stock that is over 180 days or has
      *  never shipped is a candidate, written to
      *  TRANSFER-CANDIDATE.TXT and listed at the end of the
      *  report. If another warehouse shipped the same product
      *  and size within the last 180 days, the one that
      *  shipped the most in the period is suggested as where
      *  to transfer it; otherwise it is marked down where it
      *  is. The product's earliest lot on LOT-TABLE.DAT not
      *  yet expired is shown so the oldest can be moved first.
      *
      *  Nothing is changed - every master is opened INPUT.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVEN-MASTER-FILE
               ASSIGN TO 'INVEN-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INVEN-KEY
               FILE STATUS IS WS-INVEN-STATUS.

           SELECT TRANS-HISTORY-FILE
               ASSIGN TO 'TRANS-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *
      *  LOT-FILE is loaded into memory the way
      *  HEALING-VIBES-PROG loads it, for the lot expiry dates.
      *

           SELECT LOT-FILE
               ASSIGN TO 'LOT-TABLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT AGING-REPORT
               ASSIGN TO PRINTER 'STOCK-AGING-REPORT.TXT'.

      *
      *  CANDIDATE-FILE is the markdown/transfer candidate list,
      *  rewritten every run.
      *

           SELECT CANDIDATE-FILE
               ASSIGN TO 'TRANSFER-CANDIDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *
      *  Inventory master row - same layout as the FD in
      *  HEALING-VIBES-PROG.
      *

       FD INVEN-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  INVEN-MASTER-RECORD.
           05  INVEN-KEY.
               10  INVEN-WAREHOUSE-ID          PIC X(4).
               10  INVEN-VENDOR-ID             PIC X.
               10  INVEN-PRODUCT-ID            PIC X(3).
               10  INVEN-PRODUCT-SIZE          PIC X.
           05  INVEN-PRODUCT-NAME              PIC X(13).
           05  INVEN-PRODUCT-TYPE              PIC X.
           05  INVEN-NUM-IN-STOCK              PIC 9(4).
           05  INVEN-PURCHASE-PRICE            PIC S999V99.
           05  INVEN-EXTENDED-VALUE            PIC 9(7)V99.
           05  INVEN-STOCK-STATUS              PIC X(9).

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

       FD LOT-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  LOT-RECORD.
           05  LOT-KEY.
               10  LOT-PRODUCT-ID              PIC X(3).
               10  LOT-NUMBER                  PIC X(6).
           05  LOT-EXPIRY-DATE                 PIC X(8).

       FD    AGING-REPORT
             RECORD CONTAINS 80 CHARACTERS.

       01    AGING-OUTPUT-REC           PIC X(80).

      *
      *  Candidate row - one dead or never-shipped item with
      *  stock. CAND-ACTION is T transfer or M markdown;
      *  CAND-TO-WAREHOUSE and CAND-TO-SHIPPED are blank and
      *  zero for a markdown. CAND-LAST-SHIP is blank for an
      *  item that never shipped, and CAND-LOT-NUMBER/
      *  CAND-LOT-EXPIRY blank when the product has no lot
      *  still to expire.
      *

       FD CANDIDATE-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01  CANDIDATE-RECORD.
           05  CAND-ACTION                     PIC X.
           05  CAND-FROM-WAREHOUSE             PIC X(4).
           05  CAND-VENDOR-ID                  PIC X.
           05  CAND-PRODUCT-ID                 PIC X(3).
           05  CAND-PRODUCT-NAME               PIC X(13).
           05  CAND-PRODUCT-SIZE               PIC X.
           05  CAND-ON-HAND                    PIC 9(4).
           05  CAND-VALUE                      PIC 9(7)V99.
           05  CAND-LAST-SHIP                  PIC X(8).
           05  CAND-AGE-DAYS                   PIC 9(5).
           05  CAND-TO-WAREHOUSE               PIC X(4).
           05  CAND-TO-SHIPPED                 PIC 9(6).
           05  CAND-LOT-NUMBER                 PIC X(6).
           05  CAND-LOT-EXPIRY                 PIC X(8).

       WORKING-STORAGE SECTION.

       01  WS-INVEN-STATUS             PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-LOT-STATUS               PIC XX VALUE SPACES.
       01  WS-CANDIDATE-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X  VALUE ' '.
           88  NO-MORE-DATA                   VALUE 'N'.
       01  WS-HISTORY-OPEN-FLAG        PIC X  VALUE 'N'.
           88  HISTORY-ON-FILE                VALUE 'Y'.
       01  WS-OVERFLOW-FLAG            PIC X  VALUE 'N'.
           88  ITEMS-OVERFLOWED               VALUE 'Y'.

      *
      *  Period and date work fields - today, the first day of
      *  the period, and the integer day numbers the ages and
      *  rates are worked in.
      *

       01  WS-OPTION-X                 PIC X(4) VALUE SPACES.
       01  WS-PERIOD-DAYS              PIC 9(4) VALUE 365.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-TODAY-INTEGER            PIC 9(7) VALUE 0.
       01  WS-PERIOD-START-DATE        PIC X(8) VALUE SPACES.
       01  WS-PERIOD-START-NUM         PIC 9(8) VALUE 0.
       01  WS-PERIOD-START-INTEGER     PIC 9(7) VALUE 0.
       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-DATE-INTEGER             PIC 9(7) VALUE 0.
       01  WS-SHIP-DATE                PIC X(8) VALUE SPACES.
       01  WS-MOVED-QTY                PIC 9(4) VALUE 0.
       01  WS-DAYS-COVERED             PIC 9(4) VALUE 0.
       01  WS-YEAR-UNITS               PIC 9(9) VALUE 0.
       01  WS-TURNS                    PIC 9(7)V99 VALUE 0.
       01  WS-SUPPLY-DAYS              PIC 9(9) VALUE 0.

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
      *  The item table - one row per INVEN-MASTER row, with
      *  what the history pass finds and what 310 works out.
      *  ITM-FROM-DATE is the run date of the item's latest B
      *  row. ITM-BUCKET is 1 to 4 for 0-30, 31-90, 91-180,
      *  and over 180 days, 5 for never shipped.
      *

       01  WS-ITEM-COUNT               PIC 9(3) VALUE 0.
       01  WS-ITEM-TABLE-AREA.
           05  ITM-ENTRY OCCURS 0 TO 999 TIMES
                  DEPENDING ON WS-ITEM-COUNT
                  INDEXED BY ITM-INDEX.
               10  ITM-KEY.
                   15  ITM-WAREHOUSE-ID         PIC X(4).
                   15  ITM-VENDOR-ID            PIC X.
                   15  ITM-PRODUCT-ID           PIC X(3).
                   15  ITM-PRODUCT-SIZE         PIC X.
               10  ITM-PRODUCT-NAME             PIC X(13).
               10  ITM-ON-HAND                  PIC 9(4).
               10  ITM-VALUE                    PIC 9(7)V99.
               10  ITM-SHIPPED-QTY              PIC 9(6).
               10  ITM-LAST-SHIP                PIC X(8).
               10  ITM-FROM-DATE                PIC X(8).
               10  ITM-AGE-DAYS                 PIC 9(5).
               10  ITM-BUCKET                   PIC 9.
                   88  ITM-IS-MOVING                VALUE 1 2 3.
                   88  ITM-IS-DEAD                  VALUE 4 5.
                   88  ITM-NEVER-SHIPPED            VALUE 5.
               10  ITM-TURNS                    PIC 9(3)V99.
               10  ITM-SUPPLY-DAYS              PIC 9(5).

       01  WS-ITEM-SUB                 PIC 9(3) VALUE 0.
       01  WS-OTHER-SUB                PIC 9(3) VALUE 0.
       01  WS-BEST-SUB                 PIC 9(3) VALUE 0.
       01  WS-LOOK-ITEM-KEY.
           05  WS-LOOK-WAREHOUSE               PIC X(4).
           05  WS-LOOK-VENDOR                  PIC X.
           05  WS-LOOK-PRODUCT                 PIC X(3).
           05  WS-LOOK-SIZE                    PIC X.

      *
      *  Lot table - sized as in HEALING-VIBES-PROG.
      *

       01  WS-LOT-COUNT                PIC 9(3) VALUE 0.
       01  WS-LOT-SUB                  PIC 9(3) VALUE 0.
       01  WS-LOT-TABLE-AREA.
           05  LOT-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-LOT-COUNT.
               10  LOTT-PRODUCT-ID              PIC X(3).
               10  LOTT-NUMBER                  PIC X(6).
               10  LOTT-EXPIRY-DATE             PIC X(8).

      *
      *  Bucket totals - the five buckets and their total, for
      *  each warehouse/vendor, each vendor, the warehouse
      *  being printed, and the whole report.
      *

       01  WS-GROUP-COUNT              PIC 9(3) VALUE 0.
       01  WS-GROUP-SUB                PIC 9(3) VALUE 0.
       01  WS-GROUP-TABLE-AREA.
           05  GRP-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-GROUP-COUNT
                  INDEXED BY GRP-INDEX.
               10  GRP-KEY.
                   15  GRP-WAREHOUSE-ID         PIC X(4).
                   15  GRP-VENDOR-ID            PIC X.
               10  GRP-BUCKET-VALUE             PIC 9(9)V99
                                                OCCURS 6 TIMES.

       01  WS-VENDOR-COUNT             PIC 9(2) VALUE 0.
       01  WS-VENDOR-SUB               PIC 9(2) VALUE 0.
       01  WS-VENDOR-TABLE-AREA.
           05  VND-ENTRY OCCURS 0 TO 50 TIMES
                  DEPENDING ON WS-VENDOR-COUNT
                  INDEXED BY VND-INDEX.
               10  VND-VENDOR-ID                PIC X.
               10  VND-BUCKET-VALUE             PIC 9(9)V99
                                                OCCURS 6 TIMES.

       01  WS-WAREHOUSE-TOTALS.
           05  WHT-BUCKET-VALUE                 PIC 9(9)V99
                                                OCCURS 6 TIMES.
       01  WS-GRAND-TOTALS.
           05  GRT-BUCKET-VALUE                 PIC 9(9)V99
                                                OCCURS 6 TIMES.
       01  WS-BUCKET-SUB               PIC 9  VALUE 0.
       01  WS-PRIOR-WAREHOUSE          PIC X(4) VALUE SPACES.

      *
      *  Run counts.
      *

       01  WS-HISTORY-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-TRANSFER-COUNT           PIC 9(3) VALUE 0.
       01  WS-MARKDOWN-COUNT           PIC 9(3) VALUE 0.

      *
      *  The bucket names, in bucket order.
      *

       01  WS-BUCKET-NAME-AREA.
           05  FILLER                  PIC X(8) VALUE '0-30'.
           05  FILLER                  PIC X(8) VALUE '31-90'.
           05  FILLER                  PIC X(8) VALUE '91-180'.
           05  FILLER                  PIC X(8) VALUE 'OVER 180'.
           05  FILLER                  PIC X(8) VALUE 'NEVER'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-AREA.
           05  BUCKET-NAME                      PIC X(8)
                                                OCCURS 5 TIMES.

      *
      *  Report layout - headers, the item lines, the bucket
      *  summaries, and the candidate list.
      *

       01  AGING-HEADER-1.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(36) VALUE
              'STOCK AGING AND TURNOVER REPORT'.

       01  AGING-HEADER-2.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE 'AS OF '.
           05  AGH-DATE-OUT      PIC X(8).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE
              'TURNOVER PERIOD '.
           05  AGH-PERIOD-OUT    PIC ZZZ9.
           05  FILLER            PIC X(5)  VALUE ' DAYS'.

       01  AGING-SECTION-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AGS-TITLE-OUT     PIC X(50).

       01  ITEM-COLUMN-HEADER-1.
           05  FILLER            PIC X(28) VALUE SPACES.
           05  FILLER            PIC X(5)  VALUE '  ON'.
           05  FILLER            PIC X(11) VALUE '   ON-HAND'.
           05  FILLER            PIC X(9)  VALUE 'LAST'.
           05  FILLER            PIC X(15) VALUE 'DAYS'.
           05  FILLER            PIC X(7)  VALUE ' TURNS'.
           05  FILLER            PIC X(5)  VALUE ' SUPP'.

       01  ITEM-COLUMN-HEADER-2.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(5)  VALUE 'WHSE'.
           05  FILLER            PIC X(2)  VALUE 'V'.
           05  FILLER            PIC X(4)  VALUE 'PRD'.
           05  FILLER            PIC X(14) VALUE 'PRODUCT NAME'.
           05  FILLER            PIC X(2)  VALUE 'S'.
           05  FILLER            PIC X(5)  VALUE ' QTY'.
           05  FILLER            PIC X(11) VALUE '     VALUE'.
           05  FILLER            PIC X(9)  VALUE 'SHIPPED'.
           05  FILLER            PIC X(6)  VALUE 'SINCE'.
           05  FILLER            PIC X(9)  VALUE 'BUCKET'.
           05  FILLER            PIC X(7)  VALUE ' /YEAR'.
           05  FILLER            PIC X(5)  VALUE ' DAYS'.

       01  ITEM-DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-WAREHOUSE-OUT PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-VENDOR-OUT    PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-PRODUCT-OUT   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-NAME-OUT      PIC X(13).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-SIZE-OUT      PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-ON-HAND-OUT   PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-VALUE-OUT     PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-LAST-SHIP-OUT PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-AGE-AREA      PIC X(5).
           05  ITL-AGE-OUT REDEFINES ITL-AGE-AREA
                                 PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-BUCKET-OUT    PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-TURNS-AREA    PIC X(6).
           05  ITL-TURNS-OUT REDEFINES ITL-TURNS-AREA
                                 PIC ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  ITL-SUPPLY-AREA   PIC X(5).
           05  ITL-SUPPLY-OUT REDEFINES ITL-SUPPLY-AREA
                                 PIC ZZZZ9.

       01  SUMMARY-COLUMN-HEADER-1.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(18) VALUE
              '------------------'.
           05  FILLER            PIC X(26) VALUE
              ' DAYS SINCE LAST SHIPMENT '.
           05  FILLER            PIC X(16) VALUE
              '----------------'.

       01  SUMMARY-COLUMN-HEADER-2.
           05  SCH-LABEL-OUT     PIC X(8).
           05  FILLER            PIC X(12) VALUE '        0-30'.
           05  FILLER            PIC X(12) VALUE '       31-90'.
           05  FILLER            PIC X(12) VALUE '      91-180'.
           05  FILLER            PIC X(12) VALUE '    OVER 180'.
           05  FILLER            PIC X(12) VALUE '       NEVER'.
           05  FILLER            PIC X(12) VALUE '       TOTAL'.

       01  SUMMARY-LINE.
           05  SUM-LABEL-OUT     PIC X(8).
           05  SUM-AMOUNT-GROUP OCCURS 6 TIMES.
               10  FILLER        PIC X(1).
               10  SUM-AMOUNT-OUT
                                 PIC ZZZZZZZ9.99.

       01  CANDIDATE-COLUMN-HEADER.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE 'ACTION'.
           05  FILLER            PIC X(5)  VALUE 'WHSE'.
           05  FILLER            PIC X(2)  VALUE 'V'.
           05  FILLER            PIC X(4)  VALUE 'PRD'.
           05  FILLER            PIC X(14) VALUE 'PRODUCT NAME'.
           05  FILLER            PIC X(2)  VALUE 'S'.
           05  FILLER            PIC X(5)  VALUE ' QTY'.
           05  FILLER            PIC X(11) VALUE '     VALUE'.
           05  FILLER            PIC X(9)  VALUE 'LASTSHIP'.
           05  FILLER            PIC X(5)  VALUE 'TO'.
           05  FILLER            PIC X(8)  VALUE 'LOT EXP'.

       01  CANDIDATE-DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-ACTION-OUT    PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-WAREHOUSE-OUT PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-VENDOR-OUT    PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-PRODUCT-OUT   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-NAME-OUT      PIC X(13).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-SIZE-OUT      PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-ON-HAND-OUT   PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-VALUE-OUT     PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-LAST-SHIP-OUT PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-TO-OUT        PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CDL-LOT-EXPIRY-OUT
                                 PIC X(8).

       01  AGING-NOTHING-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(40) VALUE
              'NO DEAD OR NEVER-SHIPPED STOCK ON HAND.'.

       01  AGING-COUNT-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AGC-COUNT-OUT     PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AGC-TEXT-OUT      PIC X(40).

       PROCEDURE DIVISION.

      *
      *  100 MAIN MODULE loads the items and lots, runs the
      *  history against them, ages every item, and prints the
      *  report with the candidate list at the end. Without
      *  INVEN-MASTER.DAT there is nothing to age and the run
      *  fails.
      *

       100-MAIN-MODULE.

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE

           PERFORM 110-READ-OPTIONS
           PERFORM 120-LOAD-ITEMS

           IF WS-ITEM-COUNT EQUAL 0
               DISPLAY 'NO ITEMS ON INVEN-MASTER.DAT - NOTHING '
                       'TO AGE.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 130-LOAD-LOT-TABLE
               PERFORM 200-READ-HISTORY
               PERFORM 300-AGE-ALL-ITEMS

               OPEN OUTPUT AGING-REPORT
               OPEN OUTPUT CANDIDATE-FILE

               PERFORM 400-PRINT-ITEM-SECTION
               PERFORM 420-PRINT-WAREHOUSE-SUMMARY
               PERFORM 440-PRINT-VENDOR-SUMMARY
               PERFORM 500-LIST-CANDIDATES

               CLOSE CANDIDATE-FILE
               CLOSE AGING-REPORT

               DISPLAY WS-ITEM-COUNT ' . ITEMS AGED.'
               DISPLAY WS-TRANSFER-COUNT ' . TRANSFER CANDIDATES.'
               DISPLAY WS-MARKDOWN-COUNT ' . MARKDOWN CANDIDATES.'
           END-IF

           STOP RUN

           .

      *
      *  110 READ OPTIONS takes the turnover period from the
      *  environment - 365 days unless a usable number of days
      *  is given - and works out the first day of it.
      *

       110-READ-OPTIONS.

           MOVE 365 TO WS-PERIOD-DAYS
           MOVE SPACES TO WS-OPTION-X
           ACCEPT WS-OPTION-X FROM ENVIRONMENT 'AGING-PERIOD-DAYS'
           IF WS-OPTION-X NOT EQUAL SPACES
              AND WS-OPTION-X (1:1) IS NUMERIC
              AND FUNCTION NUMVAL (WS-OPTION-X) >= 1
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION NUMVAL (WS-OPTION-X)
           END-IF

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)

           COMPUTE WS-PERIOD-START-INTEGER =
               WS-TODAY-INTEGER - WS-PERIOD-DAYS

           COMPUTE WS-PERIOD-START-NUM =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-START-INTEGER)

           MOVE WS-PERIOD-START-NUM TO WS-PERIOD-START-DATE

           .

      *
      *  120 LOAD ITEMS reads INVEN-MASTER.DAT into the item
      *  table, in key order - warehouse, vendor, product, size.
      *

       120-LOAD-ITEMS.

           MOVE 0 TO WS-ITEM-COUNT
           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT INVEN-MASTER-FILE

           IF WS-INVEN-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ INVEN-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 125-ADD-ITEM
                   END-READ
               END-PERFORM

               CLOSE INVEN-MASTER-FILE
           ELSE
               DISPLAY 'INVEN-MASTER.DAT COULD NOT BE OPENED, '
                       'STATUS: ' WS-INVEN-STATUS
           END-IF

           IF ITEMS-OVERFLOWED
               DISPLAY 'MORE THAN 999 ITEMS - THE REST ARE NOT '
                       'AGED THIS RUN.'
           END-IF

           .

       125-ADD-ITEM.

           IF WS-ITEM-COUNT < 999
               ADD 1 TO WS-ITEM-COUNT
               MOVE INVEN-KEY TO ITM-KEY (WS-ITEM-COUNT)
               MOVE INVEN-PRODUCT-NAME TO
                   ITM-PRODUCT-NAME (WS-ITEM-COUNT)
               MOVE INVEN-NUM-IN-STOCK TO ITM-ON-HAND (WS-ITEM-COUNT)
               MOVE INVEN-EXTENDED-VALUE TO ITM-VALUE (WS-ITEM-COUNT)
               MOVE 0 TO ITM-SHIPPED-QTY (WS-ITEM-COUNT)
               MOVE SPACES TO ITM-LAST-SHIP (WS-ITEM-COUNT)
               MOVE SPACES TO ITM-FROM-DATE (WS-ITEM-COUNT)
               MOVE 0 TO ITM-AGE-DAYS (WS-ITEM-COUNT)
               MOVE 0 TO ITM-BUCKET (WS-ITEM-COUNT)
               MOVE 0 TO ITM-TURNS (WS-ITEM-COUNT)
               MOVE 0 TO ITM-SUPPLY-DAYS (WS-ITEM-COUNT)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW-FLAG
           END-IF

           .

      *
      *  130 LOAD LOT TABLE reads LOT-TABLE.DAT into memory. No
      *  lot table just leaves the expiry column blank.
      *

       130-LOAD-LOT-TABLE.

           MOVE 0 TO WS-LOT-COUNT

           OPEN INPUT LOT-FILE

           IF WS-LOT-STATUS EQUAL '00'
               MOVE ' ' TO WS-EOF-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ LOT-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-LOT-COUNT < 100
                               ADD 1 TO WS-LOT-COUNT
                               MOVE LOT-PRODUCT-ID TO
                                   LOTT-PRODUCT-ID (WS-LOT-COUNT)
                               MOVE LOT-NUMBER TO
                                   LOTT-NUMBER (WS-LOT-COUNT)
                               MOVE LOT-EXPIRY-DATE TO
                                   LOTT-EXPIRY-DATE (WS-LOT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LOT-FILE
           END-IF

           .

      *
      *  200 READ HISTORY makes one pass of TRANS-HISTORY.TXT,
      *  noting every shipment and balance-forward row against
      *  its item. No history on file leaves every item never
      *  shipped.
      *

       200-READ-HISTORY.

           MOVE 0 TO WS-HISTORY-READ-COUNT
           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT TRANS-HISTORY-FILE

           IF WS-HISTORY-STATUS EQUAL '00'
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ TRANS-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ-COUNT
                           PERFORM 210-NOTE-HISTORY-ROW
                   END-READ
               END-PERFORM

               CLOSE TRANS-HISTORY-FILE
           ELSE
               DISPLAY 'TRANS-HISTORY.TXT NOT ON FILE - EVERY '
                       'ITEM IS AGED AS NEVER SHIPPED.'
           END-IF

           DISPLAY WS-HISTORY-READ-COUNT ' . HISTORY ROWS READ.'

           .

      *
      *  210 NOTE HISTORY ROW carries a shipment or B row into
      *  its item. A shipment that took stock off the shelf
      *  counts toward the last ship date, and if it is dated
      *  inside the period adds what it took, from 215, to the
      *  units shipped. A B row adds no quantity - its
      *  transaction date is the last archived shipment, and
      *  its run date is the day the item's history on file
      *  starts. Either way the latest ship date seen is kept.
      *

       210-NOTE-HISTORY-ROW.

           MOVE HIST-TRAN-IMAGE TO WS-TRAN-IMAGE

           IF IMG-ACTION-CODE EQUAL 'S' OR 'B'
               MOVE HIST-APPLIED-WAREHOUSE TO WS-LOOK-WAREHOUSE
               MOVE IMG-VENDOR-ID TO WS-LOOK-VENDOR
               MOVE IMG-PRODUCT-ID TO WS-LOOK-PRODUCT
               MOVE IMG-PRODUCT-SIZE TO WS-LOOK-SIZE
               PERFORM 220-FIND-ITEM

               IF WS-ITEM-SUB > 0
                   MOVE SPACES TO WS-SHIP-DATE

                   IF IMG-ACTION-CODE EQUAL 'S'
                       PERFORM 215-WORK-OUT-MOVED-QTY
                       IF WS-MOVED-QTY > 0
                           IF IMG-TRAN-DATE NOT EQUAL SPACES
                               MOVE IMG-TRAN-DATE TO WS-SHIP-DATE
                           ELSE
                               MOVE HIST-RUN-DATE TO WS-SHIP-DATE
                           END-IF
                           IF WS-SHIP-DATE NOT < WS-PERIOD-START-DATE
                               ADD WS-MOVED-QTY TO
                                   ITM-SHIPPED-QTY (WS-ITEM-SUB)
                           END-IF
                       END-IF
                   ELSE
                       MOVE IMG-TRAN-DATE TO WS-SHIP-DATE
                       IF HIST-RUN-DATE IS NUMERIC
                          AND HIST-RUN-DATE >
                              ITM-FROM-DATE (WS-ITEM-SUB)
                           MOVE HIST-RUN-DATE TO
                               ITM-FROM-DATE (WS-ITEM-SUB)
                       END-IF
                   END-IF

                   IF WS-SHIP-DATE NOT EQUAL SPACES
                      AND WS-SHIP-DATE > ITM-LAST-SHIP (WS-ITEM-SUB)
                       MOVE WS-SHIP-DATE TO
                           ITM-LAST-SHIP (WS-ITEM-SUB)
                   END-IF
               END-IF
           END-IF

           .

      *
      *  215 WORK OUT MOVED QTY sets WS-MOVED-QTY to what an S
      *  row actually took off the shelf - its on-hand before
      *  less its on-hand after. The quantity on the
      *  transaction is what was asked for, and any of it the
      *  posting run backordered did not move; a row whose
      *  on-hand did not fall moved nothing.
      *

       215-WORK-OUT-MOVED-QTY.

           MOVE 0 TO WS-MOVED-QTY

           IF HIST-BEFORE-ON-HAND IS NUMERIC
              AND HIST-AFTER-ON-HAND IS NUMERIC
              AND HIST-BEFORE-ON-HAND > HIST-AFTER-ON-HAND
               COMPUTE WS-MOVED-QTY =
                   HIST-BEFORE-ON-HAND - HIST-AFTER-ON-HAND
           END-IF

           .

      *
      *  220 FIND ITEM SEARCHes the item table for
      *  WS-LOOK-ITEM-KEY and leaves its row in WS-ITEM-SUB,
      *  zero if the item is no longer stocked.
      *

       220-FIND-ITEM.

           MOVE 0 TO WS-ITEM-SUB

           SET ITM-INDEX TO 1
           SEARCH ITM-ENTRY

              WHEN ITM-KEY (ITM-INDEX) EQUAL WS-LOOK-ITEM-KEY
                  SET WS-ITEM-SUB TO ITM-INDEX

           END-SEARCH

           .

      *
      *  300 AGE ALL ITEMS ages every item and adds its on-hand
      *  dollars into the bucket totals.
      *

       300-AGE-ALL-ITEMS.

           MOVE ZEROS TO WS-GRAND-TOTALS

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
              PERFORM 310-AGE-ONE-ITEM
              PERFORM 320-ADD-TO-TOTALS
           END-PERFORM

           .

      *
      *  310 AGE ONE ITEM works out the days since the item last
      *  shipped and its bucket, then its turnover and days of
      *  supply over the days of the period still on file. An
      *  item with a last ship date that is not a date is aged
      *  as never shipped. Turnover is held to 999.99 and days
      *  of supply to 99999, the widest the report prints.
      *

       310-AGE-ONE-ITEM.

           IF ITM-LAST-SHIP (WS-ITEM-SUB) EQUAL SPACES
              OR ITM-LAST-SHIP (WS-ITEM-SUB) IS NOT NUMERIC
               MOVE 5 TO ITM-BUCKET (WS-ITEM-SUB)
               MOVE 0 TO ITM-AGE-DAYS (WS-ITEM-SUB)
           ELSE
               MOVE ITM-LAST-SHIP (WS-ITEM-SUB) TO WS-DATE-NUM
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               IF WS-DATE-INTEGER > WS-TODAY-INTEGER
                   MOVE 0 TO ITM-AGE-DAYS (WS-ITEM-SUB)
               ELSE
                   COMPUTE ITM-AGE-DAYS (WS-ITEM-SUB) =
                       WS-TODAY-INTEGER - WS-DATE-INTEGER
               END-IF

               EVALUATE TRUE
                   WHEN ITM-AGE-DAYS (WS-ITEM-SUB) <= 30
                       MOVE 1 TO ITM-BUCKET (WS-ITEM-SUB)
                   WHEN ITM-AGE-DAYS (WS-ITEM-SUB) <= 90
                       MOVE 2 TO ITM-BUCKET (WS-ITEM-SUB)
                   WHEN ITM-AGE-DAYS (WS-ITEM-SUB) <= 180
                       MOVE 3 TO ITM-BUCKET (WS-ITEM-SUB)
                   WHEN OTHER
                       MOVE 4 TO ITM-BUCKET (WS-ITEM-SUB)
               END-EVALUATE
           END-IF

           MOVE WS-PERIOD-START-DATE TO WS-FROM-DATE
           IF ITM-FROM-DATE (WS-ITEM-SUB) NOT EQUAL SPACES
              AND ITM-FROM-DATE (WS-ITEM-SUB) > WS-FROM-DATE
               MOVE ITM-FROM-DATE (WS-ITEM-SUB) TO WS-FROM-DATE
           END-IF

           MOVE WS-FROM-DATE TO WS-DATE-NUM
           COMPUTE WS-DAYS-COVERED = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-DAYS-COVERED < 1
               MOVE 1 TO WS-DAYS-COVERED
           END-IF

           MOVE 0 TO ITM-TURNS (WS-ITEM-SUB)
           IF ITM-ON-HAND (WS-ITEM-SUB) > 0
               COMPUTE WS-YEAR-UNITS =
                   ITM-SHIPPED-QTY (WS-ITEM-SUB) * 365
               COMPUTE WS-TURNS ROUNDED = WS-YEAR-UNITS
                   / (WS-DAYS-COVERED * ITM-ON-HAND (WS-ITEM-SUB))
               IF WS-TURNS > 999.99
                   MOVE 999.99 TO WS-TURNS
               END-IF
               MOVE WS-TURNS TO ITM-TURNS (WS-ITEM-SUB)
           END-IF

           MOVE 0 TO ITM-SUPPLY-DAYS (WS-ITEM-SUB)
           IF ITM-SHIPPED-QTY (WS-ITEM-SUB) > 0
               COMPUTE WS-SUPPLY-DAYS ROUNDED =
                   ITM-ON-HAND (WS-ITEM-SUB) * WS-DAYS-COVERED
                   / ITM-SHIPPED-QTY (WS-ITEM-SUB)
               IF WS-SUPPLY-DAYS > 99999
                   MOVE 99999 TO WS-SUPPLY-DAYS
               END-IF
               MOVE WS-SUPPLY-DAYS TO ITM-SUPPLY-DAYS (WS-ITEM-SUB)
           END-IF

           .

      *
      *  320 ADD TO TOTALS adds the item's on-hand dollars into
      *  its bucket and the total for its warehouse/vendor, its
      *  vendor, and the report.
      *

       320-ADD-TO-TOTALS.

           SET GRP-INDEX TO 1
           SEARCH GRP-ENTRY
              AT END
                  IF WS-GROUP-COUNT < 200
                      ADD 1 TO WS-GROUP-COUNT
                      MOVE ITM-WAREHOUSE-ID (WS-ITEM-SUB) TO
                          GRP-WAREHOUSE-ID (WS-GROUP-COUNT)
                      MOVE ITM-VENDOR-ID (WS-ITEM-SUB) TO
                          GRP-VENDOR-ID (WS-GROUP-COUNT)
                      MOVE WS-GROUP-COUNT TO WS-GROUP-SUB
                      PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                         UNTIL WS-BUCKET-SUB > 6
                         MOVE 0 TO GRP-BUCKET-VALUE
                             (WS-GROUP-SUB, WS-BUCKET-SUB)
                      END-PERFORM
                  ELSE
                      MOVE 0 TO WS-GROUP-SUB
                  END-IF
              WHEN GRP-WAREHOUSE-ID (GRP-INDEX) EQUAL
                   ITM-WAREHOUSE-ID (WS-ITEM-SUB)
               AND GRP-VENDOR-ID (GRP-INDEX) EQUAL
                   ITM-VENDOR-ID (WS-ITEM-SUB)
                  SET WS-GROUP-SUB TO GRP-INDEX
           END-SEARCH

           MOVE ITM-BUCKET (WS-ITEM-SUB) TO WS-BUCKET-SUB

           IF WS-GROUP-SUB > 0
               ADD ITM-VALUE (WS-ITEM-SUB) TO
                   GRP-BUCKET-VALUE (WS-GROUP-SUB, WS-BUCKET-SUB)
               ADD ITM-VALUE (WS-ITEM-SUB) TO
                   GRP-BUCKET-VALUE (WS-GROUP-SUB, 6)
           END-IF

           SET VND-INDEX TO 1
           SEARCH VND-ENTRY
              AT END
                  IF WS-VENDOR-COUNT < 50
                      ADD 1 TO WS-VENDOR-COUNT
                      MOVE ITM-VENDOR-ID (WS-ITEM-SUB) TO
                          VND-VENDOR-ID (WS-VENDOR-COUNT)
                      MOVE WS-VENDOR-COUNT TO WS-VENDOR-SUB
                      PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                         UNTIL WS-BUCKET-SUB > 6
                         MOVE 0 TO VND-BUCKET-VALUE
                             (WS-VENDOR-SUB, WS-BUCKET-SUB)
                      END-PERFORM
                  ELSE
                      MOVE 0 TO WS-VENDOR-SUB
                  END-IF
              WHEN VND-VENDOR-ID (VND-INDEX) EQUAL
                   ITM-VENDOR-ID (WS-ITEM-SUB)
                  SET WS-VENDOR-SUB TO VND-INDEX
           END-SEARCH

           MOVE ITM-BUCKET (WS-ITEM-SUB) TO WS-BUCKET-SUB

           IF WS-VENDOR-SUB > 0
               ADD ITM-VALUE (WS-ITEM-SUB) TO
                   VND-BUCKET-VALUE (WS-VENDOR-SUB, WS-BUCKET-SUB)
               ADD ITM-VALUE (WS-ITEM-SUB) TO
                   VND-BUCKET-VALUE (WS-VENDOR-SUB, 6)
           END-IF

           ADD ITM-VALUE (WS-ITEM-SUB) TO
               GRT-BUCKET-VALUE (WS-BUCKET-SUB)
           ADD ITM-VALUE (WS-ITEM-SUB) TO GRT-BUCKET-VALUE (6)

           .

      *
      *  400 PRINT ITEM SECTION prints the headers and one line
      *  per item - its age, bucket, turnover, and days of
      *  supply. An item with nothing on hand has no turnover
      *  to show, and one that shipped nothing in the period no
      *  days of supply.
      *

       400-PRINT-ITEM-SECTION.

           MOVE WS-RUN-DATE TO AGH-DATE-OUT
           MOVE WS-PERIOD-DAYS TO AGH-PERIOD-OUT
           WRITE AGING-OUTPUT-REC FROM AGING-HEADER-1
               AFTER ADVANCING PAGE
           WRITE AGING-OUTPUT-REC FROM AGING-HEADER-2
               AFTER ADVANCING 2 LINES

           MOVE 'STOCK ON HAND BY ITEM' TO AGS-TITLE-OUT
           WRITE AGING-OUTPUT-REC FROM AGING-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE AGING-OUTPUT-REC FROM ITEM-COLUMN-HEADER-1
               AFTER ADVANCING 2 LINES
           WRITE AGING-OUTPUT-REC FROM ITEM-COLUMN-HEADER-2
               AFTER ADVANCING 1 LINE

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
              PERFORM 410-PRINT-ITEM-LINE
           END-PERFORM

           .

       410-PRINT-ITEM-LINE.

           MOVE ITM-WAREHOUSE-ID (WS-ITEM-SUB) TO ITL-WAREHOUSE-OUT
           MOVE ITM-VENDOR-ID (WS-ITEM-SUB) TO ITL-VENDOR-OUT
           MOVE ITM-PRODUCT-ID (WS-ITEM-SUB) TO ITL-PRODUCT-OUT
           MOVE ITM-PRODUCT-NAME (WS-ITEM-SUB) TO ITL-NAME-OUT
           MOVE ITM-PRODUCT-SIZE (WS-ITEM-SUB) TO ITL-SIZE-OUT
           MOVE ITM-ON-HAND (WS-ITEM-SUB) TO ITL-ON-HAND-OUT
           MOVE ITM-VALUE (WS-ITEM-SUB) TO ITL-VALUE-OUT
           MOVE ITM-BUCKET (WS-ITEM-SUB) TO WS-BUCKET-SUB
           MOVE BUCKET-NAME (WS-BUCKET-SUB) TO ITL-BUCKET-OUT

           IF ITM-NEVER-SHIPPED (WS-ITEM-SUB)
               MOVE 'NEVER' TO ITL-LAST-SHIP-OUT
               MOVE SPACES TO ITL-AGE-AREA
           ELSE
               MOVE ITM-LAST-SHIP (WS-ITEM-SUB) TO ITL-LAST-SHIP-OUT
               MOVE ITM-AGE-DAYS (WS-ITEM-SUB) TO ITL-AGE-OUT
           END-IF

           IF ITM-ON-HAND (WS-ITEM-SUB) EQUAL 0
               MOVE '   N/A' TO ITL-TURNS-AREA
           ELSE
               MOVE ITM-TURNS (WS-ITEM-SUB) TO ITL-TURNS-OUT
           END-IF

           IF ITM-SHIPPED-QTY (WS-ITEM-SUB) EQUAL 0
               MOVE ' NONE' TO ITL-SUPPLY-AREA
           ELSE
               MOVE ITM-SUPPLY-DAYS (WS-ITEM-SUB) TO ITL-SUPPLY-OUT
           END-IF

           WRITE AGING-OUTPUT-REC FROM ITEM-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           .

      *
      *  420 PRINT WAREHOUSE SUMMARY prints the bucket dollars
      *  for each warehouse/vendor, a subtotal as each
      *  warehouse ends, and the report total. The groups were
      *  built in item order, so a warehouse's vendors are
      *  together.
      *

       420-PRINT-WAREHOUSE-SUMMARY.

           MOVE 'ON-HAND DOLLARS BY WAREHOUSE AND VENDOR'
               TO AGS-TITLE-OUT
           WRITE AGING-OUTPUT-REC FROM AGING-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE AGING-OUTPUT-REC FROM SUMMARY-COLUMN-HEADER-1
               AFTER ADVANCING 2 LINES
           MOVE ' WHSE V' TO SCH-LABEL-OUT
           WRITE AGING-OUTPUT-REC FROM SUMMARY-COLUMN-HEADER-2
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-PRIOR-WAREHOUSE
           MOVE ZEROS TO WS-WAREHOUSE-TOTALS

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
              UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
              IF GRP-WAREHOUSE-ID (WS-GROUP-SUB) NOT EQUAL
                 WS-PRIOR-WAREHOUSE
                 AND WS-PRIOR-WAREHOUSE NOT EQUAL SPACES
                  PERFORM 430-PRINT-WAREHOUSE-TOTAL
              END-IF
              MOVE GRP-WAREHOUSE-ID (WS-GROUP-SUB) TO
                  WS-PRIOR-WAREHOUSE

              MOVE SPACES TO SUMMARY-LINE
              MOVE GRP-WAREHOUSE-ID (WS-GROUP-SUB) TO
                  SUM-LABEL-OUT (2:4)
              MOVE GRP-VENDOR-ID (WS-GROUP-SUB) TO
                  SUM-LABEL-OUT (7:1)
              PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                 UNTIL WS-BUCKET-SUB > 6
                 MOVE GRP-BUCKET-VALUE (WS-GROUP-SUB, WS-BUCKET-SUB)
                     TO SUM-AMOUNT-OUT (WS-BUCKET-SUB)
                 ADD GRP-BUCKET-VALUE (WS-GROUP-SUB, WS-BUCKET-SUB)
                     TO WHT-BUCKET-VALUE (WS-BUCKET-SUB)
              END-PERFORM
              WRITE AGING-OUTPUT-REC FROM SUMMARY-LINE
                  AFTER ADVANCING 1 LINE
           END-PERFORM

           IF WS-PRIOR-WAREHOUSE NOT EQUAL SPACES
               PERFORM 430-PRINT-WAREHOUSE-TOTAL
           END-IF

           MOVE SPACES TO SUMMARY-LINE
           MOVE ' TOTAL' TO SUM-LABEL-OUT
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
              UNTIL WS-BUCKET-SUB > 6
              MOVE GRT-BUCKET-VALUE (WS-BUCKET-SUB) TO
                  SUM-AMOUNT-OUT (WS-BUCKET-SUB)
           END-PERFORM
           WRITE AGING-OUTPUT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES

           .

      *
      *  430 PRINT WAREHOUSE TOTAL prints the subtotal for the
      *  warehouse just finished and starts the next one at
      *  zero.
      *

       430-PRINT-WAREHOUSE-TOTAL.

           MOVE SPACES TO SUMMARY-LINE
           MOVE 'WHS' TO SUM-LABEL-OUT (1:3)
           MOVE WS-PRIOR-WAREHOUSE TO SUM-LABEL-OUT (5:4)
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
              UNTIL WS-BUCKET-SUB > 6
              MOVE WHT-BUCKET-VALUE (WS-BUCKET-SUB) TO
                  SUM-AMOUNT-OUT (WS-BUCKET-SUB)
           END-PERFORM
           WRITE AGING-OUTPUT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO AGING-OUTPUT-REC
           WRITE AGING-OUTPUT-REC AFTER ADVANCING 1 LINE

           MOVE ZEROS TO WS-WAREHOUSE-TOTALS

           .

      *
      *  440 PRINT VENDOR SUMMARY prints the bucket dollars for
      *  each vendor across every warehouse.
      *

       440-PRINT-VENDOR-SUMMARY.

           MOVE 'ON-HAND DOLLARS BY VENDOR, ALL WAREHOUSES'
               TO AGS-TITLE-OUT
           WRITE AGING-OUTPUT-REC FROM AGING-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE AGING-OUTPUT-REC FROM SUMMARY-COLUMN-HEADER-1
               AFTER ADVANCING 2 LINES
           MOVE ' VENDOR' TO SCH-LABEL-OUT
           WRITE AGING-OUTPUT-REC FROM SUMMARY-COLUMN-HEADER-2
               AFTER ADVANCING 1 LINE

           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
              UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
              MOVE SPACES TO SUMMARY-LINE
              MOVE VND-VENDOR-ID (WS-VENDOR-SUB) TO
                  SUM-LABEL-OUT (4:1)
              PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                 UNTIL WS-BUCKET-SUB > 6
                 MOVE VND-BUCKET-VALUE (WS-VENDOR-SUB, WS-BUCKET-SUB)
                     TO SUM-AMOUNT-OUT (WS-BUCKET-SUB)
              END-PERFORM
              WRITE AGING-OUTPUT-REC FROM SUMMARY-LINE
                  AFTER ADVANCING 1 LINE
           END-PERFORM

           .

      *
      *  500 LIST CANDIDATES writes every dead or never-shipped
      *  item with stock to TRANSFER-CANDIDATE.TXT and lists it
      *  at the end of the report, with where to send it and
      *  its product's next lot to expire.
      *

       500-LIST-CANDIDATES.

           MOVE 'MARKDOWN / TRANSFER CANDIDATES' TO AGS-TITLE-OUT
           WRITE AGING-OUTPUT-REC FROM AGING-SECTION-LINE
               AFTER ADVANCING PAGE
           WRITE AGING-OUTPUT-REC FROM CANDIDATE-COLUMN-HEADER
               AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-TRANSFER-COUNT
           MOVE 0 TO WS-MARKDOWN-COUNT

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
              IF ITM-IS-DEAD (WS-ITEM-SUB)
                 AND ITM-ON-HAND (WS-ITEM-SUB) > 0
                  PERFORM 510-WRITE-CANDIDATE
              END-IF
           END-PERFORM

           IF WS-TRANSFER-COUNT EQUAL 0
              AND WS-MARKDOWN-COUNT EQUAL 0
               WRITE AGING-OUTPUT-REC FROM AGING-NOTHING-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           MOVE WS-TRANSFER-COUNT TO AGC-COUNT-OUT
           MOVE 'TRANSFER CANDIDATES' TO AGC-TEXT-OUT
           WRITE AGING-OUTPUT-REC FROM AGING-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-MARKDOWN-COUNT TO AGC-COUNT-OUT
           MOVE 'MARKDOWN CANDIDATES' TO AGC-TEXT-OUT
           WRITE AGING-OUTPUT-REC FROM AGING-COUNT-LINE
               AFTER ADVANCING 1 LINE

           .

      *
      *  510 WRITE CANDIDATE builds the candidate row for item
      *  WS-ITEM-SUB, writes it, and prints it.
      *

       510-WRITE-CANDIDATE.

           PERFORM 520-FIND-DESTINATION
           PERFORM 530-FIND-NEXT-LOT

           MOVE ITM-WAREHOUSE-ID (WS-ITEM-SUB) TO CAND-FROM-WAREHOUSE
           MOVE ITM-VENDOR-ID (WS-ITEM-SUB) TO CAND-VENDOR-ID
           MOVE ITM-PRODUCT-ID (WS-ITEM-SUB) TO CAND-PRODUCT-ID
           MOVE ITM-PRODUCT-NAME (WS-ITEM-SUB) TO CAND-PRODUCT-NAME
           MOVE ITM-PRODUCT-SIZE (WS-ITEM-SUB) TO CAND-PRODUCT-SIZE
           MOVE ITM-ON-HAND (WS-ITEM-SUB) TO CAND-ON-HAND
           MOVE ITM-VALUE (WS-ITEM-SUB) TO CAND-VALUE
           MOVE ITM-AGE-DAYS (WS-ITEM-SUB) TO CAND-AGE-DAYS

           IF ITM-NEVER-SHIPPED (WS-ITEM-SUB)
               MOVE SPACES TO CAND-LAST-SHIP
           ELSE
               MOVE ITM-LAST-SHIP (WS-ITEM-SUB) TO CAND-LAST-SHIP
           END-IF

           IF WS-BEST-SUB > 0
               MOVE 'T' TO CAND-ACTION
               MOVE ITM-WAREHOUSE-ID (WS-BEST-SUB) TO
                   CAND-TO-WAREHOUSE
               MOVE ITM-SHIPPED-QTY (WS-BEST-SUB) TO CAND-TO-SHIPPED
               ADD 1 TO WS-TRANSFER-COUNT
           ELSE
               MOVE 'M' TO CAND-ACTION
               MOVE SPACES TO CAND-TO-WAREHOUSE
               MOVE 0 TO CAND-TO-SHIPPED
               ADD 1 TO WS-MARKDOWN-COUNT
           END-IF

           WRITE CANDIDATE-RECORD

           IF CAND-ACTION EQUAL 'T'
               MOVE 'TRANSFER' TO CDL-ACTION-OUT
           ELSE
               MOVE 'MARKDOWN' TO CDL-ACTION-OUT
           END-IF
           MOVE CAND-FROM-WAREHOUSE TO CDL-WAREHOUSE-OUT
           MOVE CAND-VENDOR-ID TO CDL-VENDOR-OUT
           MOVE CAND-PRODUCT-ID TO CDL-PRODUCT-OUT
           MOVE CAND-PRODUCT-NAME TO CDL-NAME-OUT
           MOVE CAND-PRODUCT-SIZE TO CDL-SIZE-OUT
           MOVE CAND-ON-HAND TO CDL-ON-HAND-OUT
           MOVE CAND-VALUE TO CDL-VALUE-OUT
           IF CAND-LAST-SHIP EQUAL SPACES
               MOVE 'NEVER' TO CDL-LAST-SHIP-OUT
           ELSE
               MOVE CAND-LAST-SHIP TO CDL-LAST-SHIP-OUT
           END-IF
           MOVE CAND-TO-WAREHOUSE TO CDL-TO-OUT
           MOVE CAND-LOT-EXPIRY TO CDL-LOT-EXPIRY-OUT

           WRITE AGING-OUTPUT-REC FROM CANDIDATE-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           .

      *
      *  520 FIND DESTINATION looks for another warehouse
      *  carrying the same product and size that has shipped it
      *  within the last 180 days, and leaves the one that
      *  shipped the most in the period in WS-BEST-SUB - zero
      *  if none is moving it.
      *

       520-FIND-DESTINATION.

           MOVE 0 TO WS-BEST-SUB

           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
              UNTIL WS-OTHER-SUB > WS-ITEM-COUNT
              IF ITM-PRODUCT-ID (WS-OTHER-SUB) EQUAL
                 ITM-PRODUCT-ID (WS-ITEM-SUB)
                 AND ITM-PRODUCT-SIZE (WS-OTHER-SUB) EQUAL
                     ITM-PRODUCT-SIZE (WS-ITEM-SUB)
                 AND ITM-WAREHOUSE-ID (WS-OTHER-SUB) NOT EQUAL
                     ITM-WAREHOUSE-ID (WS-ITEM-SUB)
                 AND ITM-IS-MOVING (WS-OTHER-SUB)
                 AND ITM-SHIPPED-QTY (WS-OTHER-SUB) > 0
                  IF WS-BEST-SUB EQUAL 0
                      MOVE WS-OTHER-SUB TO WS-BEST-SUB
                  ELSE
                      IF ITM-SHIPPED-QTY (WS-OTHER-SUB) >
                         ITM-SHIPPED-QTY (WS-BEST-SUB)
                          MOVE WS-OTHER-SUB TO WS-BEST-SUB
                      END-IF
                  END-IF
              END-IF
           END-PERFORM

           .

      *
      *  530 FIND NEXT LOT puts the product's earliest lot not
      *  yet expired on the candidate row - blank if it has
      *  none on LOT-TABLE.DAT.
      *

       530-FIND-NEXT-LOT.

           MOVE SPACES TO CAND-LOT-NUMBER
           MOVE SPACES TO CAND-LOT-EXPIRY

           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
              UNTIL WS-LOT-SUB > WS-LOT-COUNT
              IF LOTT-PRODUCT-ID (WS-LOT-SUB) EQUAL
                 ITM-PRODUCT-ID (WS-ITEM-SUB)
                 AND LOTT-EXPIRY-DATE (WS-LOT-SUB) NOT < WS-RUN-DATE
                  IF CAND-LOT-EXPIRY EQUAL SPACES
                     OR LOTT-EXPIRY-DATE (WS-LOT-SUB) <
                        CAND-LOT-EXPIRY
                      MOVE LOTT-NUMBER (WS-LOT-SUB) TO
                          CAND-LOT-NUMBER
                      MOVE LOTT-EXPIRY-DATE (WS-LOT-SUB) TO
                          CAND-LOT-EXPIRY
                  END-IF
              END-IF
           END-PERFORM

           .
