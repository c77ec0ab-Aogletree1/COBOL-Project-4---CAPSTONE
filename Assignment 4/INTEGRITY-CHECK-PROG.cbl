       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INTEGRITY-CHECK-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program is the first step of the night run. It
      *  cross-checks the master and parameter files against
      *  each other before anything is split or posted, so a
      *  bad reference stops the night instead of being carried
      *  into another day's totals.
      *
      *  Nothing is changed - every file is opened INPUT. The
      *  checks, by file:
      *
      *    INVEN-MASTER.DAT - every row's warehouse must be on
      *        WAREHOUSE-TABLE.DAT and active, its vendor on
      *        VENDOR-TABLE.DAT, its product on REORDER-TABLE.DAT
      *        and its product/size on PRICE-TABLE.DAT. Every
      *        row must also still be on POST-MASTER.DAT at the
      *        same on-hand. POST-MASTER is rebuilt by every
      *        posting, while 517-UPDATE-INVEN-MASTER only ever
      *        writes or rewrites, so a row missing from
      *        POST-MASTER is one 517 no longer refreshes.
      *    POST-MASTER.DAT - every posted slot must have an
      *        INVEN-MASTER row.
      *    PO-MASTER.DAT - an open PO must be for a warehouse
      *        that is on file and active, a vendor on file, and
      *        an item stocked on INVEN-MASTER, and its status
      *        must agree with the quantities. A filled PO is
      *        only reported if its warehouse or vendor is gone.
      *    BACKORDER.DAT - every backorder must be for an active
      *        warehouse, a vendor on file, and a stocked item.
      *    REORDER-TABLE.DAT, PRICE-TABLE.DAT, LOT-TABLE.DAT -
      *        every row must be for a product (and size) that
      *        is stocked somewhere on INVEN-MASTER.
      *
      *  Findings are written to INTEGRITY-FINDINGS.TXT as they
      *  are found, SORTed by category the way 560-PO-
      *  SUGGESTION-REPORT sorts its suggestions, and printed
      *  on INTEGRITY-REPORT.TXT under a heading per category,
      *  followed by a count for every category. Each category
      *  is severe or a warning. A severe finding - stock, an
      *  open order, or a backorder pointing at a warehouse or
      *  vendor that is gone or closed - sets return code 8 so
      *  NIGHT-RUN-PROG stops the chain. Warnings are printed
      *  but let the night go on.
      *
      *  A file that is not on file yet (the first night has no
      *  POST-MASTER, PO-MASTER, or BACKORDER) is listed as
      *  skipped along with the checks that need it. Without
      *  WAREHOUSE-TABLE.DAT and VENDOR-TABLE.DAT nothing can
      *  be checked, and the run fails.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      *  The vendor and warehouse tables are read at random by
      *  the ID each master row carries.
      *

           SELECT VENDOR-ID-FILE
               ASSIGN TO 'VENDOR-TABLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID-KEY
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT WAREHOUSE-ID-FILE
               ASSIGN TO 'WAREHOUSE-TABLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-ID-KEY
               FILE STATUS IS WS-WAREHOUSE-STATUS.

      *
      *  The masters are each scanned front to back, and read
      *  at random by the others' keys.
      *

           SELECT INVEN-MASTER-FILE
               ASSIGN TO 'INVEN-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVEN-KEY
               FILE STATUS IS WS-INVEN-STATUS.

           SELECT POST-MASTER-FILE
               ASSIGN TO 'POST-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-POST-STATUS.

           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-MAST-NUMBER
               FILE STATUS IS WS-PO-MASTER-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORDER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BACK-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.

      *
      *  The parameter tables are loaded into memory the way
      *  HEALING-VIBES-PROG loads them, each row flagged as it
      *  is matched to a stocked item.
      *

           SELECT REORDER-FILE
               ASSIGN TO 'REORDER-TABLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REORDER-PRODUCT-ID
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT PRICE-FILE
               ASSIGN TO 'PRICE-TABLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRICE-KEY
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT LOT-FILE
               ASSIGN TO 'LOT-TABLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *
      *  FINDING-FILE collects the findings in the order they
      *  are found, FINDING-SORTED-FILE is the same rows by
      *  category for the report, and FINDING-SORT-FILE is the
      *  SD that gets them there.
      *

           SELECT FINDING-FILE
               ASSIGN TO 'INTEGRITY-FINDINGS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINDING-SORTED-FILE
               ASSIGN TO 'INTEGRITY-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINDING-SORT-FILE
               ASSIGN TO 'INTSORTFILE.TMP'.

           SELECT INTEGRITY-REPORT
               ASSIGN TO PRINTER 'INTEGRITY-REPORT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD VENDOR-ID-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  VENDOR-ID-RECORD.
           05  VEND-ID-KEY                     PIC X.
           05  VEND-NAME-REC                   PIC X(14).

       FD WAREHOUSE-ID-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  WAREHOUSE-ID-RECORD.
           05  WH-ID-KEY                       PIC X(4).
           05  WH-NAME-REC                     PIC X(16).
           05  WH-REGION-REC                   PIC X(8).
           05  WH-ACTIVE-REC                   PIC X.

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
      *  Posting master row - same layout as the FD in
      *  TRANS-POST-PROG.
      *

       FD POST-MASTER-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  POST-MASTER-RECORD.
           05  PM-KEY.
               10  PM-WAREHOUSE-ID             PIC X(4).
               10  PM-VENDOR-ID                PIC X.
               10  PM-PRODUCT-ID               PIC X(3).
               10  PM-PRODUCT-SIZE             PIC X.
           05  PM-SLOT-IMAGE                   PIC X(24).
           05  PM-SLOT-NUMBER                  PIC 9.
           05  PM-PRODUCT-COUNT                PIC 9.

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

       FD BACKORDER-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  BACKORDER-RECORD.
           05  BACK-KEY.
               10  BACK-WAREHOUSE-ID           PIC X(4).
               10  BACK-VENDOR-ID              PIC X.
               10  BACK-PRODUCT-ID             PIC X(3).
               10  BACK-PRODUCT-SIZE           PIC X.
           05  BACK-PRODUCT-NAME               PIC X(13).
           05  BACK-QTY                        PIC 9(4).
           05  BACK-FIRST-DATE                 PIC X(8).

       FD REORDER-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  REORDER-RECORD.
           05  REORDER-PRODUCT-ID              PIC X(3).
           05  REORDER-LOW-REC                 PIC 9(4).
           05  REORDER-HIGH-REC                PIC 9(4).

       FD PRICE-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  PRICE-RECORD.
           05  PRICE-KEY.
               10  PRICE-PRODUCT-ID            PIC X(3).
               10  PRICE-SIZE                  PIC X.
           05  PRICE-SELL-REC                  PIC 999V99.

       FD LOT-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  LOT-RECORD.
           05  LOT-KEY.
               10  LOT-PRODUCT-ID              PIC X(3).
               10  LOT-NUMBER                  PIC X(6).
           05  LOT-EXPIRY-DATE                 PIC X(8).

      *
      *  One finding - its category (the subscript into the
      *  category table below), the key of the offending row,
      *  and a line of detail.
      *

       FD FINDING-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  FINDING-RECORD.
           05  FIND-CATEGORY                   PIC 9(2).
           05  FIND-KEY-TEXT                   PIC X(20).
           05  FIND-DETAIL                     PIC X(40).

       FD FINDING-SORTED-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  FINDING-SORTED-RECORD.
           05  FSRT-CATEGORY                   PIC 9(2).
           05  FSRT-KEY-TEXT                   PIC X(20).
           05  FSRT-DETAIL                     PIC X(40).

       SD FINDING-SORT-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  FINDING-SORT-RECORDS.
           05  FIND-CATEGORY-SORT              PIC 9(2).
           05  FIND-KEY-TEXT-SORT              PIC X(20).
           05  FILLER                          PIC X(40).

       FD    INTEGRITY-REPORT
             RECORD CONTAINS 80 CHARACTERS.

       01    INTEGRITY-OUTPUT-REC      PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VENDOR-STATUS            PIC XX VALUE SPACES.
       01  WS-WAREHOUSE-STATUS         PIC XX VALUE SPACES.
       01  WS-INVEN-STATUS             PIC XX VALUE SPACES.
       01  WS-POST-STATUS              PIC XX VALUE SPACES.
       01  WS-PO-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-BACKORDER-STATUS         PIC XX VALUE SPACES.
       01  WS-REORDER-STATUS           PIC XX VALUE SPACES.
       01  WS-PRICE-STATUS             PIC XX VALUE SPACES.
       01  WS-LOT-STATUS               PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X  VALUE ' '.
           88  NO-MORE-DATA                   VALUE 'N'.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-SUB                      PIC 9(3) VALUE 0.
       01  WS-POSTED-QTY               PIC 9(4) VALUE 0.
       01  WS-SEVERE-TOTAL             PIC 9(4) VALUE 0.
       01  WS-WARNING-TOTAL            PIC 9(4) VALUE 0.
       01  WS-PRIOR-CATEGORY           PIC 9(2) VALUE 0.

      *
      *  One flag per file, Y once it is open. A master that is
      *  not on file yet skips the checks that need it.
      *

       01  WS-VENDOR-OPEN-FLAG         PIC X  VALUE 'N'.
           88  VENDOR-TABLE-OPEN              VALUE 'Y'.
       01  WS-WAREHOUSE-OPEN-FLAG      PIC X  VALUE 'N'.
           88  WAREHOUSE-TABLE-OPEN           VALUE 'Y'.
       01  WS-INVEN-OPEN-FLAG          PIC X  VALUE 'N'.
           88  INVEN-MASTER-OPEN              VALUE 'Y'.
       01  WS-POST-OPEN-FLAG           PIC X  VALUE 'N'.
           88  POST-MASTER-OPEN               VALUE 'Y'.
       01  WS-PO-OPEN-FLAG             PIC X  VALUE 'N'.
           88  PO-MASTER-OPEN                 VALUE 'Y'.
       01  WS-BACKORDER-OPEN-FLAG      PIC X  VALUE 'N'.
           88  BACKORDER-OPEN                 VALUE 'Y'.
       01  WS-REORDER-OPEN-FLAG        PIC X  VALUE 'N'.
           88  REORDER-TABLE-OPEN             VALUE 'Y'.
       01  WS-PRICE-OPEN-FLAG          PIC X  VALUE 'N'.
           88  PRICE-TABLE-OPEN               VALUE 'Y'.
       01  WS-LOT-OPEN-FLAG            PIC X  VALUE 'N'.
           88  LOT-TABLE-OPEN                 VALUE 'Y'.

      *
      *  Lookup results set by the 800 paragraphs.
      *

       01  WS-WH-LOOKUP-FLAG           PIC X  VALUE SPACES.
           88  WH-IS-ACTIVE                   VALUE 'A'.
           88  WH-IS-INACTIVE                 VALUE 'I'.
           88  WH-NOT-ON-FILE                 VALUE 'M'.
       01  WS-VENDOR-LOOKUP-FLAG       PIC X  VALUE SPACES.
           88  VENDOR-ON-FILE                 VALUE 'Y'.
       01  WS-INVEN-LOOKUP-FLAG        PIC X  VALUE SPACES.
           88  INVEN-ROW-ON-FILE              VALUE 'Y'.
       01  WS-LOOK-WAREHOUSE-ID        PIC X(4) VALUE SPACES.
       01  WS-LOOK-VENDOR-ID           PIC X  VALUE SPACES.
       01  WS-LOOK-INVEN-KEY           PIC X(9) VALUE SPACES.

      *
      *  The posted slot image parsed back into its fields -
      *  same shape as WS-SLOT-FIELDS in TRANS-POST-PROG.
      *

       01  WS-SLOT-WORK                PIC X(24).
       01  WS-SLOT-FIELDS REDEFINES WS-SLOT-WORK.
           05  SLOT-PRODUCT-NAME               PIC X(13).
           05  SLOT-PRODUCT-SIZE               PIC X.
           05  SLOT-PRODUCT-TYPE               PIC X.
           05  SLOT-NUM-IN-STOCK               PIC 9(4).
           05  SLOT-PURCHASE-PRICE             PIC S999V99.

      *
      *  Parameter tables, each row with a flag set once a
      *  stocked item is found for it. Sized as in
      *  HEALING-VIBES-PROG.
      *

       01  WS-REORDER-COUNT            PIC 99 VALUE 0.
       01  WS-REORDER-TABLE-AREA.
           05  REORDER-ENTRY OCCURS 0 TO 50 TIMES
                  DEPENDING ON WS-REORDER-COUNT
                  INDEXED BY REO-IDX.
               10  REO-PRODUCT-ID               PIC X(3).
               10  REO-STOCKED-FLAG             PIC X.
                   88  REO-IS-STOCKED               VALUE 'Y'.

       01  WS-PRICE-COUNT              PIC 9(3) VALUE 0.
       01  WS-PRICE-TABLE-AREA.
           05  PRICE-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-PRICE-COUNT
                  INDEXED BY PRC-IDX.
               10  PRC-PRODUCT-ID               PIC X(3).
               10  PRC-SIZE                     PIC X.
               10  PRC-STOCKED-FLAG             PIC X.
                   88  PRC-IS-STOCKED               VALUE 'Y'.

       01  WS-LOT-COUNT                PIC 9(3) VALUE 0.
       01  WS-LOT-TABLE-AREA.
           05  LOT-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-LOT-COUNT.
               10  LOTT-PRODUCT-ID              PIC X(3).
               10  LOTT-NUMBER                  PIC X(6).
               10  LOTT-EXPIRY-DATE             PIC X(8).
               10  LOTT-STOCKED-FLAG            PIC X.
                   88  LOTT-IS-STOCKED              VALUE 'Y'.

      *
      *  The finding categories, in report order. Each entry
      *  is its severity (S severe, W warning) and heading; its
      *  position is the category number.
      *

       01  WS-CATEGORY-COUNT           PIC 99 VALUE 21.
       01  WS-CATEGORY-TABLE-AREA.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'S'.
               10  FILLER  PIC X(40) VALUE
                  'INVEN ROW - WAREHOUSE NOT ON FILE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'S'.
               10  FILLER  PIC X(40) VALUE
                  'INVEN ROW AT AN INACTIVE WAREHOUSE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'S'.
               10  FILLER  PIC X(40) VALUE
                  'INVEN ROW - VENDOR NOT ON FILE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'INVEN ROW NOT ON POST-MASTER (STALE)'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'INVEN ON-HAND DISAGREES WITH POST-MASTER'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'INVEN PRODUCT HAS NO REORDER-TABLE ROW'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'INVEN PRODUCT/SIZE HAS NO PRICE ROW'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'POST-MASTER ROW NOT ON INVEN-MASTER'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'S'.
               10  FILLER  PIC X(40) VALUE
                  'OPEN PO - WAREHOUSE NOT ON FILE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'S'.
               10  FILLER  PIC X(40) VALUE
                  'OPEN PO AT AN INACTIVE WAREHOUSE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'S'.
               10  FILLER  PIC X(40) VALUE
                  'OPEN PO - VENDOR NOT ON FILE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'FILLED PO - WAREHOUSE/VENDOR NOT ON FILE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'OPEN PO WITH NO INVEN-MASTER ROW'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'PO STATUS DISAGREES WITH QUANTITIES'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'S'.
               10  FILLER  PIC X(40) VALUE
                  'BACKORDER - WAREHOUSE NOT ON FILE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'S'.
               10  FILLER  PIC X(40) VALUE
                  'BACKORDER AT AN INACTIVE WAREHOUSE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'S'.
               10  FILLER  PIC X(40) VALUE
                  'BACKORDER - VENDOR NOT ON FILE'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'BACKORDER WITH NO INVEN-MASTER ROW'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'REORDER-TABLE PRODUCT NOT STOCKED'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'PRICE-TABLE PRODUCT/SIZE NOT STOCKED'.
           05  FILLER.
               10  FILLER  PIC X     VALUE 'W'.
               10  FILLER  PIC X(40) VALUE
                  'LOT-TABLE PRODUCT NOT STOCKED'.

       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-TABLE-AREA.
           05  CATEGORY-ENTRY OCCURS 21 TIMES.
               10  CAT-SEVERITY                 PIC X.
                   88  CAT-IS-SEVERE                VALUE 'S'.
               10  CAT-HEADING                  PIC X(40).

       01  WS-CATEGORY-COUNT-AREA.
           05  CAT-FINDINGS OCCURS 21 TIMES     PIC 9(4) VALUE 0.

      *
      *  Finding under construction, and the shapes its key
      *  and detail text are built in.
      *

       01  WS-NEW-FINDING.
           05  NEW-CATEGORY                     PIC 9(2).
           05  NEW-KEY-TEXT                     PIC X(20).
           05  NEW-DETAIL                       PIC X(40).

       01  WS-ITEM-KEY-TEXT.
           05  IKEY-WAREHOUSE-ID                PIC X(4).
           05  FILLER                           PIC X VALUE SPACE.
           05  IKEY-VENDOR-ID                   PIC X.
           05  FILLER                           PIC X VALUE SPACE.
           05  IKEY-PRODUCT-ID                  PIC X(3).
           05  FILLER                           PIC X VALUE SPACE.
           05  IKEY-PRODUCT-SIZE                PIC X.
           05  FILLER                           PIC X(8) VALUE SPACES.

       01  WS-PO-KEY-TEXT.
           05  FILLER                           PIC X(3) VALUE 'PO '.
           05  POKEY-NUMBER                     PIC 9(6).
           05  FILLER                           PIC X(11) VALUE SPACES.

       01  WS-PARM-KEY-TEXT.
           05  PKEY-PRODUCT-ID                  PIC X(3).
           05  FILLER                           PIC X VALUE SPACE.
           05  PKEY-QUALIFIER                   PIC X(6).
           05  FILLER                           PIC X(10) VALUE SPACES.

       01  WS-ITEM-DETAIL.
           05  IDET-PRODUCT-NAME                PIC X(13).
           05  FILLER                           PIC X(9) VALUE
              ' ON HAND '.
           05  IDET-ON-HAND                     PIC ZZZ9.
           05  FILLER                           PIC X(14) VALUE SPACES.

       01  WS-STOCK-DETAIL.
           05  FILLER                           PIC X(7) VALUE
              'MASTER '.
           05  SDET-MASTER-QTY                  PIC ZZZ9.
           05  FILLER                           PIC X(8) VALUE
              ' POSTED '.
           05  SDET-POSTED-QTY                  PIC ZZZ9.
           05  FILLER                           PIC X(17) VALUE SPACES.

       01  WS-PO-DETAIL.
           05  PDET-ITEM-KEY                    PIC X(12).
           05  FILLER                           PIC X(8) VALUE
              ' STATUS '.
           05  PDET-STATUS                      PIC X.
           05  FILLER                           PIC X(5) VALUE
              ' ORD '.
           05  PDET-ORDERED                     PIC ZZZ9.
           05  FILLER                           PIC X(5) VALUE
              ' RCV '.
           05  PDET-RECEIVED                    PIC ZZZ9.
           05  FILLER                           PIC X VALUE SPACE.

       01  WS-BACK-DETAIL.
           05  BDET-PRODUCT-NAME                PIC X(13).
           05  FILLER                           PIC X(5) VALUE
              ' QTY '.
           05  BDET-QTY                         PIC ZZZ9.
           05  FILLER                           PIC X(7) VALUE
              ' SINCE '.
           05  BDET-FIRST-DATE                  PIC X(8).
           05  FILLER                           PIC X(3) VALUE SPACES.

       01  WS-LOT-DETAIL.
           05  FILLER                           PIC X(8) VALUE
              'EXPIRES '.
           05  LDET-EXPIRY-DATE                 PIC X(8).
           05  FILLER                           PIC X(24) VALUE SPACES.

      *
      *  Integrity report layout - header, the file list, a
      *  heading and detail lines per category with findings,
      *  then the count for every category and the totals.
      *

       01  INTEGRITY-HEADER-1.
           05  FILLER            PIC X(24) VALUE SPACES.
           05  FILLER            PIC X(32) VALUE
              'CROSS-FILE INTEGRITY CHECK'.

       01  INTEGRITY-HEADER-2.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  ITH-DATE-OUT      PIC X(8).

       01  INTEGRITY-FILE-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  ITF-FILE-OUT      PIC X(22).
           05  ITF-STATUS-OUT    PIC X(40).

       01  INTEGRITY-CATEGORY-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITC-CATEGORY-OUT  PIC 99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITC-HEADING-OUT   PIC X(40).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITC-SEVERITY-OUT  PIC X(7).

       01  INTEGRITY-DETAIL-LINE.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  ITD-KEY-OUT       PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITD-DETAIL-OUT    PIC X(40).

       01  INTEGRITY-SUMMARY-HEADER.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(40) VALUE
              'FINDINGS BY CATEGORY'.

       01  INTEGRITY-SUMMARY-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITS-CATEGORY-OUT  PIC 99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITS-HEADING-OUT   PIC X(40).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITS-SEVERITY-OUT  PIC X(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITS-COUNT-OUT     PIC ZZZ9.

       01  INTEGRITY-TOTAL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITT-LABEL-OUT     PIC X(24).
           05  ITT-COUNT-OUT     PIC ZZZ9.

       01  INTEGRITY-RESULT-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  ITR-RESULT-OUT    PIC X(50).

       01  INTEGRITY-NOTHING-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE
              'NO FINDINGS.'.

       PROCEDURE DIVISION.

      *
      *  100 MAIN MODULE opens the files, runs the check of
      *  each master in turn, prints the report, and sets the
      *  return code NIGHT-RUN-PROG tests.
      *

       100-MAIN-MODULE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 110-OPEN-FILES

           IF NOT VENDOR-TABLE-OPEN OR NOT WAREHOUSE-TABLE-OPEN
               DISPLAY 'VENDOR OR WAREHOUSE TABLE NOT ON FILE - '
                       'NOTHING CAN BE CHECKED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 120-LOAD-PARAMETER-TABLES

               OPEN OUTPUT FINDING-FILE

               PERFORM 200-CHECK-INVEN-MASTER
               PERFORM 300-CHECK-POST-MASTER
               PERFORM 400-CHECK-PO-MASTER
               PERFORM 500-CHECK-BACKORDERS
               PERFORM 600-CHECK-PARAMETER-TABLES

               CLOSE FINDING-FILE

               PERFORM 700-PRINT-INTEGRITY-REPORT

               DISPLAY WS-SEVERE-TOTAL ' . SEVERE FINDINGS.'
               DISPLAY WS-WARNING-TOTAL ' . WARNINGS.'

               IF WS-SEVERE-TOTAL > 0
                   DISPLAY 'SEVERE FINDINGS - SEE '
                           'INTEGRITY-REPORT.TXT.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 190-CLOSE-FILES

           STOP RUN

           .

      *
      *  110 OPEN FILES opens every file INPUT and flags the
      *  ones that are on file.
      *

       110-OPEN-FILES.

           OPEN INPUT VENDOR-ID-FILE
           IF WS-VENDOR-STATUS EQUAL '00'
               MOVE 'Y' TO WS-VENDOR-OPEN-FLAG
           END-IF

           OPEN INPUT WAREHOUSE-ID-FILE
           IF WS-WAREHOUSE-STATUS EQUAL '00'
               MOVE 'Y' TO WS-WAREHOUSE-OPEN-FLAG
           END-IF

           OPEN INPUT INVEN-MASTER-FILE
           IF WS-INVEN-STATUS EQUAL '00'
               MOVE 'Y' TO WS-INVEN-OPEN-FLAG
           END-IF

           OPEN INPUT POST-MASTER-FILE
           IF WS-POST-STATUS EQUAL '00'
               MOVE 'Y' TO WS-POST-OPEN-FLAG
           END-IF

           OPEN INPUT PO-MASTER-FILE
           IF WS-PO-MASTER-STATUS EQUAL '00'
               MOVE 'Y' TO WS-PO-OPEN-FLAG
           END-IF

           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-STATUS EQUAL '00'
               MOVE 'Y' TO WS-BACKORDER-OPEN-FLAG
           END-IF

           OPEN INPUT REORDER-FILE
           IF WS-REORDER-STATUS EQUAL '00'
               MOVE 'Y' TO WS-REORDER-OPEN-FLAG
           END-IF

           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS EQUAL '00'
               MOVE 'Y' TO WS-PRICE-OPEN-FLAG
           END-IF

           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS EQUAL '00'
               MOVE 'Y' TO WS-LOT-OPEN-FLAG
           END-IF

           .

      *
      *  120 LOAD PARAMETER TABLES reads the reorder, price,
      *  and lot tables into memory, every row not yet matched
      *  to a stocked item.
      *

       120-LOAD-PARAMETER-TABLES.

           IF REORDER-TABLE-OPEN
               MOVE ' ' TO WS-EOF-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ REORDER-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-REORDER-COUNT < 50
                               ADD 1 TO WS-REORDER-COUNT
                               MOVE REORDER-PRODUCT-ID TO
                                   REO-PRODUCT-ID (WS-REORDER-COUNT)
                               MOVE 'N' TO
                                   REO-STOCKED-FLAG (WS-REORDER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF PRICE-TABLE-OPEN
               MOVE ' ' TO WS-EOF-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ PRICE-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-PRICE-COUNT < 100
                               ADD 1 TO WS-PRICE-COUNT
                               MOVE PRICE-PRODUCT-ID TO
                                   PRC-PRODUCT-ID (WS-PRICE-COUNT)
                               MOVE PRICE-SIZE TO
                                   PRC-SIZE (WS-PRICE-COUNT)
                               MOVE 'N' TO
                                   PRC-STOCKED-FLAG (WS-PRICE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF LOT-TABLE-OPEN
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
                               MOVE 'N' TO
                                   LOTT-STOCKED-FLAG (WS-LOT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           .

      *
      *  190 CLOSE FILES closes whatever 110 opened.
      *

       190-CLOSE-FILES.

           IF VENDOR-TABLE-OPEN
               CLOSE VENDOR-ID-FILE
           END-IF
           IF WAREHOUSE-TABLE-OPEN
               CLOSE WAREHOUSE-ID-FILE
           END-IF
           IF INVEN-MASTER-OPEN
               CLOSE INVEN-MASTER-FILE
           END-IF
           IF POST-MASTER-OPEN
               CLOSE POST-MASTER-FILE
           END-IF
           IF PO-MASTER-OPEN
               CLOSE PO-MASTER-FILE
           END-IF
           IF BACKORDER-OPEN
               CLOSE BACKORDER-FILE
           END-IF
           IF REORDER-TABLE-OPEN
               CLOSE REORDER-FILE
           END-IF
           IF PRICE-TABLE-OPEN
               CLOSE PRICE-FILE
           END-IF
           IF LOT-TABLE-OPEN
               CLOSE LOT-FILE
           END-IF

           .

      *
      *  200 CHECK INVEN MASTER scans the inventory master
      *  front to back, checking each row in 210.
      *

       200-CHECK-INVEN-MASTER.

           IF INVEN-MASTER-OPEN
               MOVE LOW-VALUES TO INVEN-KEY
               START INVEN-MASTER-FILE KEY IS NOT LESS THAN INVEN-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE ' ' TO WS-EOF-FLAG
               END-START

               PERFORM UNTIL NO-MORE-DATA
                   READ INVEN-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 210-CHECK-INVEN-ROW
                   END-READ
               END-PERFORM
           END-IF

           .

      *
      *  210 CHECK INVEN ROW checks one inventory row's
      *  warehouse, vendor, posting master row, and parameter
      *  table rows, and marks the parameter rows it matches as
      *  stocked.
      *

       210-CHECK-INVEN-ROW.

           MOVE INVEN-WAREHOUSE-ID TO IKEY-WAREHOUSE-ID
           MOVE INVEN-VENDOR-ID TO IKEY-VENDOR-ID
           MOVE INVEN-PRODUCT-ID TO IKEY-PRODUCT-ID
           MOVE INVEN-PRODUCT-SIZE TO IKEY-PRODUCT-SIZE
           MOVE WS-ITEM-KEY-TEXT TO NEW-KEY-TEXT
           MOVE INVEN-PRODUCT-NAME TO IDET-PRODUCT-NAME
           MOVE INVEN-NUM-IN-STOCK TO IDET-ON-HAND
           MOVE WS-ITEM-DETAIL TO NEW-DETAIL

           MOVE INVEN-WAREHOUSE-ID TO WS-LOOK-WAREHOUSE-ID
           PERFORM 800-LOOKUP-WAREHOUSE
           IF WH-NOT-ON-FILE
               MOVE 1 TO NEW-CATEGORY
               PERFORM 900-WRITE-FINDING
           END-IF
           IF WH-IS-INACTIVE
               MOVE 2 TO NEW-CATEGORY
               PERFORM 900-WRITE-FINDING
           END-IF

           MOVE INVEN-VENDOR-ID TO WS-LOOK-VENDOR-ID
           PERFORM 810-LOOKUP-VENDOR
           IF NOT VENDOR-ON-FILE
               MOVE 3 TO NEW-CATEGORY
               PERFORM 900-WRITE-FINDING
           END-IF

           IF POST-MASTER-OPEN
               MOVE INVEN-KEY TO PM-KEY
               READ POST-MASTER-FILE
                   INVALID KEY
                       MOVE 4 TO NEW-CATEGORY
                       PERFORM 900-WRITE-FINDING
                   NOT INVALID KEY
                       PERFORM 220-COMPARE-POSTED-STOCK
               END-READ
           END-IF

           IF REORDER-TABLE-OPEN
               SET REO-IDX TO 1
               SEARCH REORDER-ENTRY
                   AT END
                       MOVE 6 TO NEW-CATEGORY
                       PERFORM 900-WRITE-FINDING
                   WHEN REO-PRODUCT-ID (REO-IDX) EQUAL
                        INVEN-PRODUCT-ID
                       MOVE 'Y' TO REO-STOCKED-FLAG (REO-IDX)
               END-SEARCH
           END-IF

           IF PRICE-TABLE-OPEN
               SET PRC-IDX TO 1
               SEARCH PRICE-ENTRY
                   AT END
                       MOVE 7 TO NEW-CATEGORY
                       PERFORM 900-WRITE-FINDING
                   WHEN PRC-PRODUCT-ID (PRC-IDX) EQUAL
                        INVEN-PRODUCT-ID
                    AND PRC-SIZE (PRC-IDX) EQUAL INVEN-PRODUCT-SIZE
                       MOVE 'Y' TO PRC-STOCKED-FLAG (PRC-IDX)
               END-SEARCH
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOT-COUNT
               IF LOTT-PRODUCT-ID (WS-SUB) EQUAL INVEN-PRODUCT-ID
                   MOVE 'Y' TO LOTT-STOCKED-FLAG (WS-SUB)
               END-IF
           END-PERFORM

           .

      *
      *  220 COMPARE POSTED STOCK checks the master's on-hand
      *  against the stock in the posted slot image. A slot
      *  whose stock is not numeric counts as zero, the way
      *  TRANS-POST-PROG treats it.
      *

       220-COMPARE-POSTED-STOCK.

           MOVE PM-SLOT-IMAGE TO WS-SLOT-WORK

           IF SLOT-NUM-IN-STOCK IS NUMERIC
               MOVE SLOT-NUM-IN-STOCK TO WS-POSTED-QTY
           ELSE
               MOVE 0 TO WS-POSTED-QTY
           END-IF

           IF WS-POSTED-QTY NOT EQUAL INVEN-NUM-IN-STOCK
               MOVE INVEN-NUM-IN-STOCK TO SDET-MASTER-QTY
               MOVE WS-POSTED-QTY TO SDET-POSTED-QTY
               MOVE WS-STOCK-DETAIL TO NEW-DETAIL
               MOVE 5 TO NEW-CATEGORY
               PERFORM 900-WRITE-FINDING
               MOVE WS-ITEM-DETAIL TO NEW-DETAIL
           END-IF

           .

      *
      *  300 CHECK POST MASTER scans the posting master for
      *  slots that never reached the inventory master. It
      *  needs both masters.
      *

       300-CHECK-POST-MASTER.

           IF POST-MASTER-OPEN AND INVEN-MASTER-OPEN
               MOVE LOW-VALUES TO PM-KEY
               START POST-MASTER-FILE KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE ' ' TO WS-EOF-FLAG
               END-START

               PERFORM UNTIL NO-MORE-DATA
                   READ POST-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE PM-KEY TO WS-LOOK-INVEN-KEY
                           PERFORM 820-LOOKUP-INVEN-ROW
                           IF NOT INVEN-ROW-ON-FILE
                               PERFORM 310-REPORT-UNMASTERED-SLOT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           .

      *
      *  310 REPORT UNMASTERED SLOT writes the finding for a
      *  posted slot with no inventory master row.
      *

       310-REPORT-UNMASTERED-SLOT.

           MOVE PM-WAREHOUSE-ID TO IKEY-WAREHOUSE-ID
           MOVE PM-VENDOR-ID TO IKEY-VENDOR-ID
           MOVE PM-PRODUCT-ID TO IKEY-PRODUCT-ID
           MOVE PM-PRODUCT-SIZE TO IKEY-PRODUCT-SIZE
           MOVE WS-ITEM-KEY-TEXT TO NEW-KEY-TEXT

           MOVE PM-SLOT-IMAGE TO WS-SLOT-WORK
           MOVE SLOT-PRODUCT-NAME TO IDET-PRODUCT-NAME
           IF SLOT-NUM-IN-STOCK IS NUMERIC
               MOVE SLOT-NUM-IN-STOCK TO IDET-ON-HAND
           ELSE
               MOVE 0 TO IDET-ON-HAND
           END-IF
           MOVE WS-ITEM-DETAIL TO NEW-DETAIL

           MOVE 8 TO NEW-CATEGORY
           PERFORM 900-WRITE-FINDING

           .

      *
      *  400 CHECK PO MASTER scans the PO master, checking
      *  each PO in 410.
      *

       400-CHECK-PO-MASTER.

           IF PO-MASTER-OPEN
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
                           PERFORM 410-CHECK-PO-ROW
                   END-READ
               END-PERFORM
           END-IF

           .

      *
      *  410 CHECK PO ROW checks one PO. An open PO is held to
      *  everything; a filled one is history, and only a
      *  warehouse or vendor that has since gone is reported.
      *  The status must agree with the quantities - open
      *  until the ordered quantity is in, filled after.
      *

       410-CHECK-PO-ROW.

           MOVE PO-MAST-NUMBER TO POKEY-NUMBER
           MOVE WS-PO-KEY-TEXT TO NEW-KEY-TEXT

           MOVE PO-MAST-WAREHOUSE-ID TO IKEY-WAREHOUSE-ID
           MOVE PO-MAST-VENDOR-ID TO IKEY-VENDOR-ID
           MOVE PO-MAST-PRODUCT-ID TO IKEY-PRODUCT-ID
           MOVE PO-MAST-PRODUCT-SIZE TO IKEY-PRODUCT-SIZE
           MOVE WS-ITEM-KEY-TEXT TO PDET-ITEM-KEY
           MOVE PO-MAST-STATUS TO PDET-STATUS
           MOVE PO-MAST-QTY-ORDERED TO PDET-ORDERED
           MOVE PO-MAST-QTY-RECEIVED TO PDET-RECEIVED
           MOVE WS-PO-DETAIL TO NEW-DETAIL

           MOVE PO-MAST-WAREHOUSE-ID TO WS-LOOK-WAREHOUSE-ID
           PERFORM 800-LOOKUP-WAREHOUSE
           MOVE PO-MAST-VENDOR-ID TO WS-LOOK-VENDOR-ID
           PERFORM 810-LOOKUP-VENDOR

           IF PO-IS-OPEN
               IF WH-NOT-ON-FILE
                   MOVE 9 TO NEW-CATEGORY
                   PERFORM 900-WRITE-FINDING
               END-IF
               IF WH-IS-INACTIVE
                   MOVE 10 TO NEW-CATEGORY
                   PERFORM 900-WRITE-FINDING
               END-IF
               IF NOT VENDOR-ON-FILE
                   MOVE 11 TO NEW-CATEGORY
                   PERFORM 900-WRITE-FINDING
               END-IF
               IF INVEN-MASTER-OPEN
                   MOVE PO-MAST-WAREHOUSE-ID TO
                       WS-LOOK-INVEN-KEY (1:4)
                   MOVE PO-MAST-VENDOR-ID TO WS-LOOK-INVEN-KEY (5:1)
                   MOVE PO-MAST-PRODUCT-ID TO WS-LOOK-INVEN-KEY (6:3)
                   MOVE PO-MAST-PRODUCT-SIZE TO
                       WS-LOOK-INVEN-KEY (9:1)
                   PERFORM 820-LOOKUP-INVEN-ROW
                   IF NOT INVEN-ROW-ON-FILE
                       MOVE 13 TO NEW-CATEGORY
                       PERFORM 900-WRITE-FINDING
                   END-IF
               END-IF
           ELSE
               IF WH-NOT-ON-FILE OR NOT VENDOR-ON-FILE
                   MOVE 12 TO NEW-CATEGORY
                   PERFORM 900-WRITE-FINDING
               END-IF
           END-IF

           IF (PO-IS-OPEN
               AND PO-MAST-QTY-RECEIVED >= PO-MAST-QTY-ORDERED)
            OR (PO-IS-FILLED
               AND PO-MAST-QTY-RECEIVED < PO-MAST-QTY-ORDERED)
            OR (NOT PO-IS-OPEN AND NOT PO-IS-FILLED)
               MOVE 14 TO NEW-CATEGORY
               PERFORM 900-WRITE-FINDING
           END-IF

           .

      *
      *  500 CHECK BACKORDERS scans the backorder file,
      *  checking each backorder in 510.
      *

       500-CHECK-BACKORDERS.

           IF BACKORDER-OPEN
               MOVE LOW-VALUES TO BACK-KEY
               START BACKORDER-FILE KEY IS NOT LESS THAN BACK-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE ' ' TO WS-EOF-FLAG
               END-START

               PERFORM UNTIL NO-MORE-DATA
                   READ BACKORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 510-CHECK-BACKORDER-ROW
                   END-READ
               END-PERFORM
           END-IF

           .

      *
      *  510 CHECK BACKORDER ROW checks one backorder's
      *  warehouse, vendor, and inventory master row.
      *

       510-CHECK-BACKORDER-ROW.

           MOVE BACK-WAREHOUSE-ID TO IKEY-WAREHOUSE-ID
           MOVE BACK-VENDOR-ID TO IKEY-VENDOR-ID
           MOVE BACK-PRODUCT-ID TO IKEY-PRODUCT-ID
           MOVE BACK-PRODUCT-SIZE TO IKEY-PRODUCT-SIZE
           MOVE WS-ITEM-KEY-TEXT TO NEW-KEY-TEXT
           MOVE BACK-PRODUCT-NAME TO BDET-PRODUCT-NAME
           MOVE BACK-QTY TO BDET-QTY
           MOVE BACK-FIRST-DATE TO BDET-FIRST-DATE
           MOVE WS-BACK-DETAIL TO NEW-DETAIL

           MOVE BACK-WAREHOUSE-ID TO WS-LOOK-WAREHOUSE-ID
           PERFORM 800-LOOKUP-WAREHOUSE
           IF WH-NOT-ON-FILE
               MOVE 15 TO NEW-CATEGORY
               PERFORM 900-WRITE-FINDING
           END-IF
           IF WH-IS-INACTIVE
               MOVE 16 TO NEW-CATEGORY
               PERFORM 900-WRITE-FINDING
           END-IF

           MOVE BACK-VENDOR-ID TO WS-LOOK-VENDOR-ID
           PERFORM 810-LOOKUP-VENDOR
           IF NOT VENDOR-ON-FILE
               MOVE 17 TO NEW-CATEGORY
               PERFORM 900-WRITE-FINDING
           END-IF

           IF INVEN-MASTER-OPEN
               MOVE BACK-KEY TO WS-LOOK-INVEN-KEY
               PERFORM 820-LOOKUP-INVEN-ROW
               IF NOT INVEN-ROW-ON-FILE
                   MOVE 18 TO NEW-CATEGORY
                   PERFORM 900-WRITE-FINDING
               END-IF
           END-IF

           .

      *
      *  600 CHECK PARAMETER TABLES reports every reorder,
      *  price, and lot row that no inventory master row
      *  matched in 210. Without an inventory master every row
      *  would be reported, so the check is skipped.
      *

       600-CHECK-PARAMETER-TABLES.

           IF INVEN-MASTER-OPEN
               MOVE SPACES TO NEW-DETAIL

               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REORDER-COUNT
                   IF NOT REO-IS-STOCKED (WS-SUB)
                       MOVE REO-PRODUCT-ID (WS-SUB) TO PKEY-PRODUCT-ID
                       MOVE SPACES TO PKEY-QUALIFIER
                       MOVE WS-PARM-KEY-TEXT TO NEW-KEY-TEXT
                       MOVE 19 TO NEW-CATEGORY
                       PERFORM 900-WRITE-FINDING
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PRICE-COUNT
                   IF NOT PRC-IS-STOCKED (WS-SUB)
                       MOVE PRC-PRODUCT-ID (WS-SUB) TO PKEY-PRODUCT-ID
                       MOVE PRC-SIZE (WS-SUB) TO PKEY-QUALIFIER
                       MOVE WS-PARM-KEY-TEXT TO NEW-KEY-TEXT
                       MOVE 20 TO NEW-CATEGORY
                       PERFORM 900-WRITE-FINDING
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LOT-COUNT
                   IF NOT LOTT-IS-STOCKED (WS-SUB)
                       MOVE LOTT-PRODUCT-ID (WS-SUB) TO
                           PKEY-PRODUCT-ID
                       MOVE LOTT-NUMBER (WS-SUB) TO PKEY-QUALIFIER
                       MOVE WS-PARM-KEY-TEXT TO NEW-KEY-TEXT
                       MOVE LOTT-EXPIRY-DATE (WS-SUB) TO
                           LDET-EXPIRY-DATE
                       MOVE WS-LOT-DETAIL TO NEW-DETAIL
                       MOVE 21 TO NEW-CATEGORY
                       PERFORM 900-WRITE-FINDING
                   END-IF
               END-PERFORM
           END-IF

           .

      *
      *  700 PRINT INTEGRITY REPORT sorts the findings by
      *  category and prints them, one heading per category
      *  that has any, then the count for every category.
      *

       700-PRINT-INTEGRITY-REPORT.

           SORT FINDING-SORT-FILE
                ON ASCENDING KEY FIND-CATEGORY-SORT,
                                 FIND-KEY-TEXT-SORT
                USING FINDING-FILE
                GIVING FINDING-SORTED-FILE

           OPEN OUTPUT INTEGRITY-REPORT
           OPEN INPUT FINDING-SORTED-FILE

           MOVE WS-RUN-DATE TO ITH-DATE-OUT
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-HEADER-1
               AFTER ADVANCING PAGE
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-HEADER-2
               AFTER ADVANCING 2 LINES

           PERFORM 710-PRINT-FILE-LIST

           MOVE 0 TO WS-PRIOR-CATEGORY
           MOVE ' ' TO WS-EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
               READ FINDING-SORTED-FILE
                   AT END
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 720-PRINT-FINDING
               END-READ
           END-PERFORM

           IF WS-PRIOR-CATEGORY EQUAL 0
               WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-NOTHING-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           PERFORM 730-PRINT-SUMMARY

           CLOSE FINDING-SORTED-FILE
           CLOSE INTEGRITY-REPORT

           .

      *
      *  710 PRINT FILE LIST shows which files were checked and
      *  which were not on file, with the checks skipped.
      *

       710-PRINT-FILE-LIST.

           MOVE 'INVEN-MASTER.DAT' TO ITF-FILE-OUT
           IF INVEN-MASTER-OPEN
               MOVE 'CHECKED' TO ITF-STATUS-OUT
           ELSE
               MOVE 'NOT ON FILE - NO STOCK CHECKS'
                   TO ITF-STATUS-OUT
           END-IF
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-FILE-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'POST-MASTER.DAT' TO ITF-FILE-OUT
           IF POST-MASTER-OPEN
               MOVE 'CHECKED' TO ITF-STATUS-OUT
           ELSE
               MOVE 'NOT ON FILE - NO POSTING CHECKS'
                   TO ITF-STATUS-OUT
           END-IF
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-FILE-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'PO-MASTER.DAT' TO ITF-FILE-OUT
           IF PO-MASTER-OPEN
               MOVE 'CHECKED' TO ITF-STATUS-OUT
           ELSE
               MOVE 'NOT ON FILE - NO PO CHECKS' TO ITF-STATUS-OUT
           END-IF
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-FILE-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'BACKORDER.DAT' TO ITF-FILE-OUT
           IF BACKORDER-OPEN
               MOVE 'CHECKED' TO ITF-STATUS-OUT
           ELSE
               MOVE 'NOT ON FILE - NO BACKORDER CHECKS'
                   TO ITF-STATUS-OUT
           END-IF
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-FILE-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'REORDER-TABLE.DAT' TO ITF-FILE-OUT
           IF REORDER-TABLE-OPEN
               MOVE 'CHECKED' TO ITF-STATUS-OUT
           ELSE
               MOVE 'NOT ON FILE - NO REORDER CHECKS'
                   TO ITF-STATUS-OUT
           END-IF
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-FILE-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'PRICE-TABLE.DAT' TO ITF-FILE-OUT
           IF PRICE-TABLE-OPEN
               MOVE 'CHECKED' TO ITF-STATUS-OUT
           ELSE
               MOVE 'NOT ON FILE - NO PRICE CHECKS'
                   TO ITF-STATUS-OUT
           END-IF
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-FILE-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'LOT-TABLE.DAT' TO ITF-FILE-OUT
           IF LOT-TABLE-OPEN
               MOVE 'CHECKED' TO ITF-STATUS-OUT
           ELSE
               MOVE 'NOT ON FILE - NO LOT CHECKS' TO ITF-STATUS-OUT
           END-IF
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-FILE-LINE
               AFTER ADVANCING 1 LINE

           .

      *
      *  720 PRINT FINDING prints one sorted finding, with the
      *  category heading first when the category changes.
      *

       720-PRINT-FINDING.

           IF FSRT-CATEGORY NOT EQUAL WS-PRIOR-CATEGORY
               MOVE FSRT-CATEGORY TO WS-PRIOR-CATEGORY
               MOVE FSRT-CATEGORY TO ITC-CATEGORY-OUT
               MOVE CAT-HEADING (FSRT-CATEGORY) TO ITC-HEADING-OUT
               IF CAT-IS-SEVERE (FSRT-CATEGORY)
                   MOVE 'SEVERE' TO ITC-SEVERITY-OUT
               ELSE
                   MOVE 'WARNING' TO ITC-SEVERITY-OUT
               END-IF
               WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-CATEGORY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           MOVE FSRT-KEY-TEXT TO ITD-KEY-OUT
           MOVE FSRT-DETAIL TO ITD-DETAIL-OUT
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           .

      *
      *  730 PRINT SUMMARY prints the count for every category,
      *  the severe and warning totals, and the verdict the
      *  night run acts on.
      *

       730-PRINT-SUMMARY.

           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-SUMMARY-HEADER
               AFTER ADVANCING 3 LINES

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CATEGORY-COUNT
               MOVE WS-SUB TO ITS-CATEGORY-OUT
               MOVE CAT-HEADING (WS-SUB) TO ITS-HEADING-OUT
               IF CAT-IS-SEVERE (WS-SUB)
                   MOVE 'SEVERE' TO ITS-SEVERITY-OUT
               ELSE
                   MOVE 'WARNING' TO ITS-SEVERITY-OUT
               END-IF
               MOVE CAT-FINDINGS (WS-SUB) TO ITS-COUNT-OUT
               WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE 'SEVERE FINDINGS:' TO ITT-LABEL-OUT
           MOVE WS-SEVERE-TOTAL TO ITT-COUNT-OUT
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'WARNINGS:' TO ITT-LABEL-OUT
           MOVE WS-WARNING-TOTAL TO ITT-COUNT-OUT
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           IF WS-SEVERE-TOTAL > 0
               MOVE 'SEVERE FINDINGS - THE NIGHT RUN STOPS HERE.'
                   TO ITR-RESULT-OUT
           ELSE
               MOVE 'NO SEVERE FINDINGS - THE NIGHT RUN GOES ON.'
                   TO ITR-RESULT-OUT
           END-IF
           WRITE INTEGRITY-OUTPUT-REC FROM INTEGRITY-RESULT-LINE
               AFTER ADVANCING 2 LINES

           .

      *
      *  800 LOOKUP WAREHOUSE reads the warehouse table for
      *  WS-LOOK-WAREHOUSE-ID and sets whether it is active,
      *  inactive, or not on file.
      *

       800-LOOKUP-WAREHOUSE.

           MOVE WS-LOOK-WAREHOUSE-ID TO WH-ID-KEY
           READ WAREHOUSE-ID-FILE
               INVALID KEY
                   MOVE 'M' TO WS-WH-LOOKUP-FLAG
               NOT INVALID KEY
                   IF WH-ACTIVE-REC EQUAL 'Y'
                       MOVE 'A' TO WS-WH-LOOKUP-FLAG
                   ELSE
                       MOVE 'I' TO WS-WH-LOOKUP-FLAG
                   END-IF
           END-READ

           .

      *
      *  810 LOOKUP VENDOR reads the vendor table for
      *  WS-LOOK-VENDOR-ID.
      *

       810-LOOKUP-VENDOR.

           MOVE WS-LOOK-VENDOR-ID TO VEND-ID-KEY
           READ VENDOR-ID-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VENDOR-LOOKUP-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VENDOR-LOOKUP-FLAG
           END-READ

           .

      *
      *  820 LOOKUP INVEN ROW reads the inventory master for
      *  WS-LOOK-INVEN-KEY. Only used while the inventory
      *  master is not itself being scanned.
      *

       820-LOOKUP-INVEN-ROW.

           MOVE WS-LOOK-INVEN-KEY TO INVEN-KEY
           READ INVEN-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-INVEN-LOOKUP-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INVEN-LOOKUP-FLAG
           END-READ

           .

      *
      *  900 WRITE FINDING writes WS-NEW-FINDING to the
      *  findings file and counts it against its category and
      *  severity.
      *

       900-WRITE-FINDING.

           WRITE FINDING-RECORD FROM WS-NEW-FINDING

           ADD 1 TO CAT-FINDINGS (NEW-CATEGORY)

           IF CAT-IS-SEVERE (NEW-CATEGORY)
               ADD 1 TO WS-SEVERE-TOTAL
           ELSE
               ADD 1 TO WS-WARNING-TOTAL
           END-IF

           .
