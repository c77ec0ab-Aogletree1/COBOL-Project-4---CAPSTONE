      *  TRANS-REJECT-REPORT.TXT, so we can see what the
      *  warehouses are moving that we don't carry on the books.
      *
      *  A receipt matched to an open PO also re-averages the
      *  slot's unit cost by quantity at the PO's unit price,
      *  so the extended values downstream follow what we
      *  actually paid, and every cost that moved prints on
      *  COST-CHANGE-REGISTER.TXT.
      *
      *  Every posted movement is also journaled at cost for
      *  the general ledger - each one is exactly the change it
      *  made to its slot's extended value (on-hand times unit
      *  cost), so the journal can never drift from the
      *  inventory dollars:
      *
      *      R - debit inventory, credit accrued payables
      *      S - credit inventory, debit cost of goods sold
      *          (backorder releases included)
      *      A - inventory against shrink/overage, whichever
      *          way the count moved it
      *      T - credit the from-warehouse's inventory, debit
      *          the to-warehouse's, with any difference between
      *          the two sides' unit costs going to transfer cost
      *          variance
      *
      *  The entries are summarized by warehouse and account
      *  category onto GL-JOURNAL.TXT, with the account numbers
      *  taken from GL-ACCOUNT-MAP.DAT rather than the source.
      *  GL-CONTROL-REPORT.TXT proves the debits equal the
      *  credits and that each warehouse's net inventory dollars
      *  equal the change in the extended value of the rows the
      *  report phase writes onto INVEN-MASTER.DAT.
      *
      *  Run order: after the split has built the warehouse
      *  files, run this program, then run HEALING-VIBES-PROG
      *  with the MERGE-ONLY environment variable set to Y so
           SELECT TRANSFER-REGISTER
               ASSIGN TO PRINTER 'TRANSFER-REGISTER.TXT'.

      *
      *  COST-CHANGE-REGISTER lists every slot whose unit cost
      *  a PO-matched receipt re-averaged tonight - old cost,
      *  new cost, and the dollar effect on the on-hand - so a
      *  vendor price change shows up in print instead of
      *  quietly moving the extended values.
      *

           SELECT COST-CHANGE-REGISTER
               ASSIGN TO PRINTER 'COST-CHANGE-REGISTER.TXT'.

      *
      *  GL-ACCOUNT-FILE is the external indexed account map,
      *  keyed by account category plus warehouse, holding the
      *  general ledger account number each journal line posts
      *  to. A row with a blank warehouse is the company-wide
      *  account for its category, used by every warehouse that
      *  has no row of its own. It is loaded at runtime by
      *  160-LOAD-GL-ACCOUNT-MAP the way HEALING-VIBES-PROG loads
      *  its reorder thresholds, so a new account is a data
      *  change, not a source change/recompile.
      *

           SELECT GL-ACCOUNT-FILE
               ASSIGN TO 'GL-ACCOUNT-MAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLMAP-KEY
               FILE STATUS IS WS-GL-ACCOUNT-STATUS.

      *
      *  GL-JOURNAL-FILE is this run's journal entry for the
      *  general ledger, summarized by warehouse and account -
      *  rewritten whole by every run, the way finance picks
      *  up each night's posting.
      *

           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *
      *  GL-CONTROL-REPORT is the journal's control page - the
      *  summarized lines with their accounts, the debit and
      *  credit totals, and the inventory tie-out by warehouse.
      *

           SELECT GL-CONTROL-REPORT
               ASSIGN TO PRINTER 'GL-CONTROL-REPORT.TXT'.

      *
      *  PO-MASTER-FILE is the indexed purchase order master
      *  built by PO-MAINT-PROG. Every posted R receipt is
               RECORD KEY IS PO-MAST-NUMBER
               FILE STATUS IS WS-PO-MASTER-STATUS.

      *
      *  PRODUCT-MASTER-FILE is the product master kept by
      *  PRODUCT-MAINT-PROG. A transaction for a product not on
      *  it, inactive on it, or in a size it is not sold in
      *  rejects, and a product on it posts under its official
      *  name - the name the split stamped on the warehouse
      *  files. A missing master leaves posting as it was.
      *

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODUCT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID-KEY
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

      *
      *  TRANS-HISTORY-FILE is the permanent posted-transaction
      *  history - one row per successfully posted movement
      *  STOCK-CARD-PROG reads it back to answer the 'why did
      *  our on-hand drop' calls that used to get 'we cannot
      *  tell'. Appended to across runs, the way
      *  VENDOR-AUDIT.TXT accumulates, until ARCHIVE-PURGE-PROG
      *  archives the rows past retention and heads the file
      *  with a B balance-forward row per item it trimmed.
      *

           SELECT TRANS-HISTORY-FILE
      *  bytes, where a detail carries its warehouse ID.
      *
      *  BATCH-SOURCE names who built the batch (the warehouse
      *  feed stamps WHSE, CYCLE-COUNT-PROG stamps CYCL, and
      *  ORDER-ENTRY-PROG stamps CORD on its customer order
      *  shipments. A CORD shipment carries no more than the
      *  stock allocated to it, so it comes up short here only
      *  if another batch took that stock first; the part of an
      *  order that was not picked is put on BACKORDER.DAT by
      *  ORDER-ENTRY-PROG when the pick is confirmed, and 475
      *  releases it like any other backorder), and
      *  the date plus source together are the batch's
      *  identity - the batch already posted refuses when
      *  re-presented, while a different batch carrying the
      *  same date (a count day's adjustments alongside the
      *  day's regular movement) still posts. BATCH-OPERATOR-ID
      *  is the signed-on supervisor who approved a CYCL batch
      *  (blank on the other sources) - it is carried for the
      *  record and plays no part in the posting.
      *

       FD TRANS-FILE
           05  BATCH-EXPECTED-COUNT             PIC 9(4).
           05  BATCH-EXPECTED-HASH              PIC 9(8).
           05  BATCH-SOURCE                     PIC X(4).
           05  BATCH-OPERATOR-ID                PIC X(6).
           05  FILLER                           PIC X(5).

      *
      *  Warehouse master row - same layout as the FD in

       01    XFER-OUTPUT-REC            PIC X(80).

       FD    COST-CHANGE-REGISTER
             RECORD CONTAINS 80 CHARACTERS.

       01    COST-OUTPUT-REC            PIC X(80).

      *
      *  One account map row - the category is one of INVN
      *  (inventory), ACPY (accrued payables), COGS (cost of
      *  goods sold), SHRK (shrink/overage), or XVAR (transfer
      *  cost variance).
      *

       FD GL-ACCOUNT-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  GL-ACCOUNT-RECORD.
           05  GLMAP-KEY.
               10  GLMAP-CATEGORY              PIC X(4).
               10  GLMAP-WAREHOUSE-ID          PIC X(4).
           05  GLMAP-ACCOUNT                   PIC X(10).
           05  GLMAP-DESCRIPTION               PIC X(20).

      *
      *  One journal line - one side (D debit or C credit) of
      *  one warehouse's account for the run, with the batch
      *  that was posted.
      *

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JRNL-RUN-DATE                   PIC X(8).
           05  JRNL-BATCH-DATE                 PIC X(8).
           05  JRNL-BATCH-SOURCE               PIC X(4).
           05  JRNL-WAREHOUSE-ID               PIC X(4).
           05  JRNL-CATEGORY                   PIC X(4).
           05  JRNL-ACCOUNT                    PIC X(10).
           05  JRNL-DR-CR                      PIC X.
           05  JRNL-AMOUNT                     PIC 9(9)V99.
           05  JRNL-DESCRIPTION                PIC X(20).

       FD    GL-CONTROL-REPORT
             RECORD CONTAINS 80 CHARACTERS.

       01    GLC-OUTPUT-REC             PIC X(80).

      *
      *  PO master record - same layout as the FD in
      *  PO-MAINT-PROG, keyed by the PO number.
               88  PO-IS-OPEN                      VALUE 'O'.
               88  PO-IS-FILLED                    VALUE 'F'.

      *
      *  Product master row - same layout as the FD in
      *  PRODUCT-MAINT-PROG.
      *

       FD PRODUCT-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  PRODUCT-MASTER-RECORD.
           05  PROD-ID-KEY                     PIC X(3).
           05  PROD-NAME-REC                   PIC X(13).
           05  PROD-TYPE-REC                   PIC X.
           05  PROD-SIZES-REC.
               10  PROD-SIZE-CODE OCCURS 5 TIMES
                                               PIC X.
           05  PROD-VENDOR-REC                 PIC X.
           05  PROD-ACTIVE-REC                 PIC X.
               88  PROD-IS-ACTIVE                  VALUE 'Y'.

      *
      *  One history row per posted movement - the run date,
      *  the warehouse whose on-hand this row changed (for a
      *  transfer the image alone cannot say which side), the
      *  full transaction image, and the on-hand before and
      *  after. A receipt that relieved an open PO carries that
      *  PO's number, so the receipts posted against a PO can be
      *  added back up when the vendor's invoice arrives - every
      *  other row carries zero.
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

       FD POSTED-THRU-FILE
           RECORD CONTAINS 12 CHARACTERS.
               10  WH-REGION-TABLE              PIC X(8).
               10  WH-ACTIVE-TABLE              PIC X.
                   88  WH-ENTRY-ACTIVE              VALUE 'Y'.
               10  WH-OPENING-VALUE             PIC S9(9)V99.
               10  WH-CLOSING-VALUE             PIC S9(9)V99.

       01  WS-WARE-FILE-NAME.
           05  FILLER                  PIC X(7) VALUE 'PR4F22-'.
       01  WS-PO-MATCH-FLAG            PIC X  VALUE 'N'.
           88  PO-WAS-MATCHED                 VALUE 'Y'.
       01  WS-PO-RELIEF-COUNT          PIC 9(4) VALUE 0.
       01  WS-MATCHED-PO-NUMBER        PIC 9(6) VALUE 0.

      *
      *  Product master work fields - the master is only
      *  checked against when it could actually be opened.
      *

       01  WS-PRODUCT-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-PRODUCT-OPEN-FLAG        PIC X  VALUE 'N'.
           88  PRODUCT-MASTER-AVAILABLE       VALUE 'Y'.
       01  WS-PRODUCT-CHECK-FLAG       PIC X  VALUE 'Y'.
           88  PRODUCT-CHECK-PASSED           VALUE 'Y'.
       01  WS-SIZE-SUB                 PIC 9  VALUE 0.

      *
      *  Weighted-average cost work fields - 457 re-averages the
      *  posted slot's unit cost from the on-hand it had before
      *  the receipt and the quantity the receipt actually put
      *  on the shelf. WS-NEW-COST is rounded to the cent the
      *  slot carries.
      *

       01  WS-RECEIVED-QTY             PIC 9(4) VALUE 0.
       01  WS-OLD-COST                 PIC S999V99 VALUE 0.
       01  WS-NEW-COST                 PIC S999V99 VALUE 0.
       01  WS-COST-EFFECT              PIC S9(7)V99 VALUE 0.
       01  WS-COST-CHANGE-COUNT        PIC 9(4) VALUE 0.

      *
      *  General ledger work fields. 480 values the posting slot
      *  ahead of a movement and 481/482 value it after, so the
      *  journal amount is exactly what the movement did to the
      *  extended value. 483 gathers every amount into the
      *  journal table - one row per warehouse and account
      *  category, with its debit and credit totals - and
      *  900-950 write and prove it.
      *

       01  WS-GL-ACCOUNT-STATUS        PIC XX VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS        PIC XX VALUE SPACES.
       01  WS-GL-BEFORE-VALUE          PIC S9(7)V99 VALUE 0.
       01  WS-GL-AFTER-VALUE           PIC S9(7)V99 VALUE 0.
       01  WS-GL-CHANGE                PIC S9(7)V99 VALUE 0.
       01  WS-GL-NET-CHANGE            PIC S9(7)V99 VALUE 0.
       01  WS-GL-OFFSET-CATEGORY       PIC X(4) VALUE SPACES.
       01  WS-GL-CATEGORY              PIC X(4) VALUE SPACES.
       01  WS-GL-WAREHOUSE             PIC X(4) VALUE SPACES.
       01  WS-GL-DR-CR                 PIC X  VALUE SPACES.
           88  GL-DEBIT                       VALUE 'D'.
       01  WS-GL-AMOUNT                PIC 9(7)V99 VALUE 0.
       01  WS-GL-SUB                   PIC 9(3) VALUE 0.
       01  WS-GLMAP-SUB                PIC 9(3) VALUE 0.
       01  WS-GL-FOUND-FLAG            PIC X  VALUE 'N'.
           88  GL-ROW-FOUND                   VALUE 'Y'.
       01  WS-GL-ACCOUNT               PIC X(10) VALUE SPACES.
       01  WS-GL-DESCRIPTION           PIC X(20) VALUE SPACES.
       01  WS-GL-TOTAL-DEBITS          PIC 9(9)V99 VALUE 0.
       01  WS-GL-TOTAL-CREDITS         PIC 9(9)V99 VALUE 0.
       01  WS-GL-LINE-COUNT            PIC 9(4) VALUE 0.
       01  WS-GL-UNMAPPED-COUNT        PIC 9(4) VALUE 0.
       01  WS-GL-ROW-VALUE             PIC S9(7)V99 VALUE 0.
       01  WS-GL-WH-NET                PIC S9(9)V99 VALUE 0.
       01  WS-GL-WH-CHANGE             PIC S9(9)V99 VALUE 0.
       01  WS-GL-OPENING-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-GL-CLOSING-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-GL-CHANGE-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-GL-NET-TOTAL             PIC S9(9)V99 VALUE 0.
       01  WS-GL-TIE-FLAG              PIC X  VALUE 'Y'.
           88  INVENTORY-TIES                 VALUE 'Y'.
       01  WS-VALUE-PASS-FLAG          PIC X  VALUE SPACES.
           88  VALUING-OPENING                VALUE 'O'.

      *
      *  A master row's slot image is parsed through
      *  WS-VALUE-SLOT-WORK when the opening and closing
      *  extended values are totalled, leaving the posting
      *  slot work areas alone.
      *

       01  WS-VALUE-SLOT-WORK          PIC X(24).
       01  WS-VALUE-SLOT-FIELDS REDEFINES WS-VALUE-SLOT-WORK.
           05  VSLOT-PRODUCT-NAME               PIC X(13).
           05  VSLOT-PRODUCT-SIZE               PIC X.
           05  VSLOT-PRODUCT-TYPE               PIC X.
           05  VSLOT-NUM-IN-STOCK               PIC 9(4).
           05  VSLOT-PURCHASE-PRICE             PIC S999V99.

      *
      *  The account map rows are loaded here once by 160.
      *

       01  WS-GLMAP-COUNT              PIC 9(3) VALUE 0.
       01  WS-GLMAP-TABLE-AREA.
           05  GLMAP-TABLE-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-GLMAP-COUNT.
               10  GLM-CATEGORY-TABLE           PIC X(4).
               10  GLM-WAREHOUSE-TABLE          PIC X(4).
               10  GLM-ACCOUNT-TABLE            PIC X(10).
               10  GLM-DESCRIPTION-TABLE        PIC X(20).

      *
      *  The journal being built - one row per warehouse and
      *  account category touched this run.
      *

       01  WS-GLJ-COUNT                PIC 9(3) VALUE 0.
       01  WS-GLJ-TABLE-AREA.
           05  GLJ-TABLE-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON WS-GLJ-COUNT.
               10  GLJ-CATEGORY                 PIC X(4).
               10  GLJ-WAREHOUSE                PIC X(4).
               10  GLJ-DEBIT-TOTAL              PIC 9(9)V99.
               10  GLJ-CREDIT-TOTAL             PIC 9(9)V99.

      *
      *  History work fields - the run date stamped on every
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  XFR-TO-OH-OUT     PIC ZZZ9.

      *
      *  Cost change register layout - header, column header,
      *  and one detail line per re-averaged slot.
      *

       01  COST-HEADER-1.
           05  FILLER            PIC X(24) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE
              'RECEIPT COST CHANGE REGISTER'.

       01  COST-COLUMN-HEADER.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'WHSE'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(3)  VALUE 'VEN'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'PROD'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(13) VALUE 'PRODUCT NAME'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(2)  VALUE 'SZ'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'O/H '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'RCVD'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE 'OLD CST'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE 'NEW CST'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'DOLLAR EFFECT'.

       01  COST-DETAIL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CST-WAREHOUSE-OUT PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CST-VENDOR-OUT    PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CST-PRODUCT-OUT   PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CST-NAME-OUT      PIC X(13).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CST-SIZE-OUT      PIC X(2).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CST-ON-HAND-OUT   PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  CST-RECEIVED-OUT  PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CST-OLD-COST-OUT  PIC -ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CST-NEW-COST-OUT  PIC -ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  CST-EFFECT-OUT    PIC +$$,$$$,$$9.99.

      *
      *  GL control page layout - header, the journal lines with
      *  their accounts, the debit/credit proof, and the
      *  inventory tie-out by warehouse.
      *

       01  GLC-HEADER-1.
           05  FILLER            PIC X(21) VALUE SPACES.
           05  FILLER            PIC X(38) VALUE
              'GENERAL LEDGER JOURNAL CONTROL PAGE'.

       01  GLC-HEADER-2.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  GLC-RUN-DATE-OUT  PIC X(8).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE 'BATCH: '.
           05  GLC-SOURCE-OUT    PIC X(4).
           05  FILLER            PIC X(4)  VALUE ' OF '.
           05  GLC-BATCH-DATE-OUT PIC X(8).

       01  GLC-COLUMN-HEADER.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'WHSE'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'CAT '.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE '        DEBITS'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE '       CREDITS'.

       01  GLC-DETAIL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-WAREHOUSE-OUT PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-CATEGORY-OUT  PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-ACCOUNT-OUT   PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-DESC-OUT      PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-DEBIT-OUT     PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-CREDIT-OUT    PIC $$$,$$$,$$9.99.

       01  GLC-TOTAL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-TOTAL-LABEL   PIC X(44).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-TOTAL-DR-OUT  PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-TOTAL-CR-OUT  PIC $$$,$$$,$$9.99.

       01  GLC-MESSAGE-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-MESSAGE-OUT   PIC X(60).

       01  GLC-COUNT-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-COUNT-LABEL   PIC X(44).
           05  GLC-COUNT-OUT     PIC ZZZ9.

       01  GLC-TIE-HEADER.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(50) VALUE
              'INVENTORY TIE-OUT TO MASTER EXTENDED VALUE'.

       01  GLC-TIE-COLUMN-HEADER.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'WHSE'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE ' OPENING VALUE'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE ' CLOSING VALUE'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE ' MASTER CHANGE'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE '   JOURNAL NET'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'TIES'.

       01  GLC-TIE-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-TIE-WHSE-OUT  PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-OPENING-OUT   PIC -$$,$$$,$$9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  GLC-CLOSING-OUT   PIC -$$,$$$,$$9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  GLC-CHANGE-OUT    PIC +$$,$$$,$$9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  GLC-NET-OUT       PIC +$$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  GLC-TIES-OUT      PIC X(4).

       PROCEDURE DIVISION.

      *
      *  100 MAIN MODULE builds the posting master from every
      *  warehouse file, applies the transaction file against
      *  it by keyed reads, rebuilds the warehouse files from
      *  it, writes the night's general ledger journal, and
      *  displays the control counts.
      *

       100-MAIN-MODULE.

           PERFORM 150-BUILD-POST-MASTER

           PERFORM 160-LOAD-GL-ACCOUNT-MAP

           PERFORM 170-TOTAL-OPENING-VALUE

           OPEN OUTPUT TRANS-REJECT-REPORT

           MOVE REJECT-HEADER-1 TO REJECT-OUTPUT-REC
           MOVE XFER-COLUMN-HEADER TO XFER-OUTPUT-REC
           WRITE XFER-OUTPUT-REC AFTER ADVANCING 2 LINES

           OPEN OUTPUT COST-CHANGE-REGISTER

           MOVE COST-HEADER-1 TO COST-OUTPUT-REC
           WRITE COST-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE COST-COLUMN-HEADER TO COST-OUTPUT-REC
           WRITE COST-OUTPUT-REC AFTER ADVANCING 2 LINES

           PERFORM 300-OPEN-PO-MASTER

           PERFORM 310-OPEN-PRODUCT-MASTER

           OPEN I-O BACKORDER-FILE
           IF WS-BACKORDER-STATUS EQUAL '35'
               OPEN OUTPUT BACKORDER-FILE

           PERFORM 800-PRINT-BACKORDER-REPORT

           PERFORM 900-WRITE-GL-JOURNAL

           CLOSE TRANS-REJECT-REPORT
           CLOSE TRANSFER-REGISTER
           CLOSE COST-CHANGE-REGISTER
           CLOSE TRANS-HISTORY-FILE
           CLOSE BACKORDER-FILE
           CLOSE POST-MASTER-FILE
               CLOSE PO-MASTER-FILE
           END-IF

           IF PRODUCT-MASTER-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           END-IF

           DISPLAY WS-TRANS-READ-COUNT
              ' . TRANSACTIONS READ.'
           DISPLAY WS-TRANS-POSTED-COUNT
              ' . TRANSFERS POSTED.'
           DISPLAY WS-PO-RELIEF-COUNT
              ' . RECEIPTS MATCHED TO OPEN POS.'
           DISPLAY WS-COST-CHANGE-COUNT
              ' . UNIT COSTS RE-AVERAGED.'
           DISPLAY WS-BACKORDER-CAPTURE-COUNT
              ' . SHORT SHIPMENTS BACKORDERED.'
           DISPLAY WS-BACKORDER-RELEASE-COUNT
              ' . BACKORDERS RELEASED.'
           DISPLAY WS-GL-LINE-COUNT
              ' . GL JOURNAL LINES WRITTEN.'

           STOP RUN

                                  WH-REGION-TABLE (WS-WH-COUNT)
                               MOVE WH-ACTIVE-REC TO
                                  WH-ACTIVE-TABLE (WS-WH-COUNT)
                               MOVE 0 TO
                                  WH-OPENING-VALUE (WS-WH-COUNT)
                               MOVE 0 TO
                                  WH-CLOSING-VALUE (WS-WH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

           .

      *
      *  160 LOAD GL ACCOUNT MAP reads the external indexed
      *  account map sequentially, once, into the in-memory
      *  table 920 looks the journal's accounts up in. A
      *  missing map still journals - every line just prints as
      *  UNMAPPED on the control page until finance adds the
      *  rows.
      *

       160-LOAD-GL-ACCOUNT-MAP.

           MOVE 0 TO WS-GLMAP-COUNT
           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT GL-ACCOUNT-FILE

           IF WS-GL-ACCOUNT-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ GL-ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-GLMAP-COUNT < 100
                               ADD 1 TO WS-GLMAP-COUNT
                               MOVE GLMAP-CATEGORY TO
                                  GLM-CATEGORY-TABLE (WS-GLMAP-COUNT)
                               MOVE GLMAP-WAREHOUSE-ID TO
                                  GLM-WAREHOUSE-TABLE
                                     (WS-GLMAP-COUNT)
                               MOVE GLMAP-ACCOUNT TO
                                  GLM-ACCOUNT-TABLE (WS-GLMAP-COUNT)
                               MOVE GLMAP-DESCRIPTION TO
                                  GLM-DESCRIPTION-TABLE
                                     (WS-GLMAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE GL-ACCOUNT-FILE
           ELSE
               DISPLAY 'NO GL-ACCOUNT-MAP.DAT - JOURNAL LINES WILL'
               DISPLAY 'PRINT AS UNMAPPED.'
           END-IF

           .

      *
      *  170 TOTAL OPENING VALUE adds up the extended value of
      *  every row on the freshly loaded posting master by
      *  warehouse - the inventory dollars before a single
      *  transaction posts. 700's rebuild pass adds up the
      *  closing value the same way, and the difference is what
      *  the journal's net inventory must equal.
      *

       170-TOTAL-OPENING-VALUE.

           MOVE 'O' TO WS-VALUE-PASS-FLAG
           MOVE ' ' TO WS-EOF-FLAG

           MOVE LOW-VALUES TO PM-KEY
           START POST-MASTER-FILE
               KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-DATA
               READ POST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 175-VALUE-ONE-ROW
               END-READ
           END-PERFORM

           .

      *
      *  175 VALUE ONE ROW adds the current master row's
      *  extended value to its warehouse's opening or closing
      *  total. Unreadable stock is carried at zero, the same
      *  as the report phase carries it onto INVEN-MASTER.DAT.
      *

       175-VALUE-ONE-ROW.

           MOVE PM-SLOT-IMAGE TO WS-VALUE-SLOT-WORK

           IF VSLOT-NUM-IN-STOCK IS NUMERIC
              AND VSLOT-PURCHASE-PRICE IS NUMERIC
               COMPUTE WS-GL-ROW-VALUE =
                   VSLOT-NUM-IN-STOCK * VSLOT-PURCHASE-PRICE
           ELSE
               MOVE 0 TO WS-GL-ROW-VALUE
           END-IF

           PERFORM VARYING WS-WH-SUB FROM 1 BY 1
              UNTIL WS-WH-SUB > WS-WH-COUNT
              IF WH-ID-TABLE (WS-WH-SUB) EQUAL PM-WAREHOUSE-ID
                  IF VALUING-OPENING
                      ADD WS-GL-ROW-VALUE TO
                         WH-OPENING-VALUE (WS-WH-SUB)
                  ELSE
                      ADD WS-GL-ROW-VALUE TO
                         WH-CLOSING-VALUE (WS-WH-SUB)
                  END-IF
              END-IF
           END-PERFORM

           .

      *
      *  200 LOAD ALL WAREHOUSES pulls every record from every
      *  active warehouse on the table into the posting master

           .

      *
      *  310 OPEN PRODUCT MASTER opens the product master for
      *  the product and size checks. Until PRODUCT-MAINT-PROG
      *  has built one, posting carries on unchecked.
      *

       310-OPEN-PRODUCT-MASTER.

           MOVE 'N' TO WS-PRODUCT-OPEN-FLAG

           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRODUCT-MASTER-STATUS EQUAL '00'
               MOVE 'Y' TO WS-PRODUCT-OPEN-FLAG
           ELSE
               DISPLAY 'PRODUCT-MASTER.DAT NOT ON FILE - '
                  'PRODUCTS AND SIZES NOT CHECKED.'
           END-IF

           .

      *
      *  400 POST TRANSACTIONS verifies the batch controls
      *  first, and only when the trailer balances to what was
      *  posting pass - the header and trailer already did
      *  their work in 405 and ride through, and a detail
      *  whose own date does not match the batch date rejects
      *  rather than posting under the wrong day, and one that
      *  fails the product master check rejects in 411.
      *

       409-SCREEN-ONE-RECORD.
                          REJ-REASON-OUT
                       PERFORM 490-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 411-CHECK-PRODUCT-MASTER
                       IF PRODUCT-CHECK-PASSED
                           PERFORM 410-POST-ONE-TRANSACTION
                       END-IF
                   END-IF

           END-EVALUATE

           .

      *
      *  411 CHECK PRODUCT MASTER reads the transaction's
      *  product off the product master. Not on file, inactive,
      *  or a size the product is not sold in rejects with the
      *  reason. A product that passes takes its official name
      *  onto the transaction, so the slot name check in 410
      *  and every register and history row carry the master's
      *  spelling, whatever the warehouse keyed.
      *

       411-CHECK-PRODUCT-MASTER.

           MOVE 'Y' TO WS-PRODUCT-CHECK-FLAG

           IF PRODUCT-MASTER-AVAILABLE
               MOVE TRAN-PRODUCT-ID TO PROD-ID-KEY
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PRODUCT-CHECK-FLAG
                       MOVE 'PRODUCT NOT ON MASTER' TO
                          REJ-REASON-OUT
                   NOT INVALID KEY
                       IF NOT PROD-IS-ACTIVE
                           MOVE 'N' TO WS-PRODUCT-CHECK-FLAG
                           MOVE 'PRODUCT INACTIVE ON MASTER' TO
                              REJ-REASON-OUT
                       ELSE
                           MOVE 'N' TO WS-PRODUCT-CHECK-FLAG
                           MOVE 'SIZE NOT SOLD FOR PRODUCT' TO
                              REJ-REASON-OUT
                           PERFORM VARYING WS-SIZE-SUB FROM 1 BY 1
                              UNTIL WS-SIZE-SUB > 5
                              IF PROD-SIZE-CODE (WS-SIZE-SUB) EQUAL
                                 TRAN-PRODUCT-SIZE
                                 AND TRAN-PRODUCT-SIZE NOT EQUAL
                                    SPACE
                                  MOVE 'Y' TO WS-PRODUCT-CHECK-FLAG
                              END-IF
                           END-PERFORM
                       END-IF
               END-READ

               IF PRODUCT-CHECK-PASSED
                   MOVE PROD-NAME-REC TO TRAN-PRODUCT-NAME
               ELSE
                   PERFORM 490-WRITE-REJECT-LINE
               END-IF
           END-IF

           .

      *
      *  420 APPLY TRANSACTION carries out one matched
      *  transaction against the slot image in WS-SLOT-WORK,
               PERFORM 490-WRITE-REJECT-LINE
           ELSE
               MOVE SLOT-NUM-IN-STOCK TO WS-BEFORE-ON-HAND
               MOVE 0 TO WS-MATCHED-PO-NUMBER
               PERFORM 480-VALUE-BEFORE-MOVEMENT

               EVALUATE TRUE

                       END-ADD
                       ADD 1 TO WS-TRANS-POSTED-COUNT
                       PERFORM 425-REWRITE-MASTER-SLOT
                       PERFORM 450-RELIEVE-OPEN-PO
                       MOVE 'ACPY' TO WS-GL-OFFSET-CATEGORY
                       PERFORM 481-JOURNAL-SLOT-CHANGE
                       PERFORM 460-WRITE-HISTORY-RECORD
                       PERFORM 475-RELEASE-BACKORDER

                   WHEN TRAN-SHIPMENT
                       END-IF
                       ADD 1 TO WS-TRANS-POSTED-COUNT
                       PERFORM 425-REWRITE-MASTER-SLOT
                       MOVE 'COGS' TO WS-GL-OFFSET-CATEGORY
                       PERFORM 481-JOURNAL-SLOT-CHANGE
                       PERFORM 460-WRITE-HISTORY-RECORD

                   WHEN TRAN-ADJUSTMENT
                       MOVE TRAN-QUANTITY TO SLOT-NUM-IN-STOCK
                       ADD 1 TO WS-TRANS-POSTED-COUNT
                       PERFORM 425-REWRITE-MASTER-SLOT
                       MOVE 'SHRK' TO WS-GL-OFFSET-CATEGORY
                       PERFORM 481-JOURNAL-SLOT-CHANGE
                       PERFORM 460-WRITE-HISTORY-RECORD

                   WHEN TRAN-TRANSFER

                       ADD 1 TO WS-TRANS-POSTED-COUNT
                       ADD 1 TO WS-TRANS-XFER-COUNT
                       PERFORM 482-JOURNAL-TRANSFER
                       PERFORM 445-WRITE-REGISTER-LINE
                       PERFORM 460-WRITE-HISTORY-RECORD
                       PERFORM 465-WRITE-TO-SIDE-HISTORY
      *  455 APPLY PO RECEIPT adds the receipt quantity to the
      *  matched PO's received count and rewrites it. Receiving
      *  more than was ordered still fills the PO - the overage
      *  is the vendor's generosity, not an open order. The
      *  receipt was bought at the PO's price, so the posted
      *  slot's unit cost is re-averaged through 457.
      *

       455-APPLY-PO-RECEIPT.

           ADD 1 TO WS-PO-RELIEF-COUNT
           MOVE 'Y' TO WS-PO-MATCH-FLAG
           MOVE PO-MAST-NUMBER TO WS-MATCHED-PO-NUMBER

           PERFORM 457-REAVERAGE-COST

           .

      *
      *  457 REAVERAGE COST moves the posted slot's unit cost to
      *  the quantity-weighted average of the old on-hand at the
      *  old cost and the received quantity at the PO's unit
      *  price. The received quantity is what actually went on
      *  the shelf - a receipt capped at 9999 only averages in
      *  the units that fit. 425 already rewrote the slot with
      *  the new on-hand (PM-KEY and WS-SLOT-WORK still hold that
      *  row), so a moved cost rewrites it once more and prints
      *  on the register. A cost the feed left unreadable is
      *  left alone, and nothing to average over changes
      *  nothing.
      *

       457-REAVERAGE-COST.

           COMPUTE WS-RECEIVED-QTY =
               SLOT-NUM-IN-STOCK - WS-BEFORE-ON-HAND

           IF SLOT-PURCHASE-PRICE IS NUMERIC
              AND PO-MAST-UNIT-PRICE IS NUMERIC
              AND SLOT-NUM-IN-STOCK > 0
               MOVE SLOT-PURCHASE-PRICE TO WS-OLD-COST
               COMPUTE WS-NEW-COST ROUNDED =
                   ((WS-BEFORE-ON-HAND * WS-OLD-COST)
                   + (WS-RECEIVED-QTY * PO-MAST-UNIT-PRICE))
                   / SLOT-NUM-IN-STOCK
               IF WS-NEW-COST NOT EQUAL WS-OLD-COST
                   MOVE WS-NEW-COST TO SLOT-PURCHASE-PRICE
                   PERFORM 425-REWRITE-MASTER-SLOT
                   PERFORM 458-WRITE-COST-CHANGE-LINE
               END-IF
           END-IF

           .

      *
      *  458 WRITE COST CHANGE LINE prints one re-averaged slot
      *  on the register. The dollar effect is the cost change
      *  carried across the whole new on-hand - what the slot's
      *  extended value moved by beyond the received units
      *  themselves.
      *

       458-WRITE-COST-CHANGE-LINE.

           COMPUTE WS-COST-EFFECT =
               (WS-NEW-COST - WS-OLD-COST) * SLOT-NUM-IN-STOCK

           MOVE TRAN-WAREHOUSE-ID TO CST-WAREHOUSE-OUT
           MOVE TRAN-VENDOR-ID TO CST-VENDOR-OUT
           MOVE TRAN-PRODUCT-ID TO CST-PRODUCT-OUT
           MOVE TRAN-PRODUCT-NAME TO CST-NAME-OUT
           MOVE TRAN-PRODUCT-SIZE TO CST-SIZE-OUT
           MOVE WS-BEFORE-ON-HAND TO CST-ON-HAND-OUT
           MOVE WS-RECEIVED-QTY TO CST-RECEIVED-OUT
           MOVE WS-OLD-COST TO CST-OLD-COST-OUT
           MOVE WS-NEW-COST TO CST-NEW-COST-OUT
           MOVE WS-COST-EFFECT TO CST-EFFECT-OUT

           MOVE COST-DETAIL-LINE TO COST-OUTPUT-REC
           WRITE COST-OUTPUT-REC AFTER ADVANCING 1 LINES

           ADD 1 TO WS-COST-CHANGE-COUNT

           .

      *  460 WRITE HISTORY RECORD appends one history row for
      *  the movement just posted against the matched master
      *  row - run date, the warehouse whose on-hand changed,
      *  the full transaction image, the before/after on-hand,
      *  and the PO a receipt relieved (zero for anything else
      *  - 420 clears it ahead of every movement).
      *

       460-WRITE-HISTORY-RECORD.
           MOVE TRANS-RECORD TO HIST-TRAN-IMAGE
           MOVE WS-BEFORE-ON-HAND TO HIST-BEFORE-ON-HAND
           MOVE SLOT-NUM-IN-STOCK TO HIST-AFTER-ON-HAND
           MOVE WS-MATCHED-PO-NUMBER TO HIST-PO-NUMBER

           WRITE TRANS-HISTORY-RECORD

           MOVE TRANS-RECORD TO HIST-TRAN-IMAGE
           MOVE WS-XFER-BEFORE-ON-HAND TO HIST-BEFORE-ON-HAND
           MOVE XSLOT-NUM-IN-STOCK TO HIST-AFTER-ON-HAND
           MOVE 0 TO HIST-PO-NUMBER

           WRITE TRANS-HISTORY-RECORD

      *  476 SHIP RELEASED QUANTITY carries out the automatic
      *  shipment for the smaller of the open backorder and the
      *  on-hand the receipt just built, updates both sides,
      *  journals it to cost of goods sold like any shipment,
      *  and writes the history row so the stock card shows
      *  where the stock went.
      *
           END-IF

           MOVE SLOT-NUM-IN-STOCK TO WS-BEFORE-ON-HAND
           PERFORM 480-VALUE-BEFORE-MOVEMENT

           SUBTRACT WS-RELEASE-QTY FROM SLOT-NUM-IN-STOCK
           PERFORM 425-REWRITE-MASTER-SLOT

           MOVE 'COGS' TO WS-GL-OFFSET-CATEGORY
           PERFORM 481-JOURNAL-SLOT-CHANGE

           SUBTRACT WS-RELEASE-QTY FROM BACK-QTY

           IF BACK-QTY EQUAL 0
           MOVE WS-AUTO-SHIP-IMAGE TO HIST-TRAN-IMAGE
           MOVE WS-BEFORE-ON-HAND TO HIST-BEFORE-ON-HAND
           MOVE SLOT-NUM-IN-STOCK TO HIST-AFTER-ON-HAND
           MOVE 0 TO HIST-PO-NUMBER

           WRITE TRANS-HISTORY-RECORD


           .

      *
      *  480 VALUE BEFORE MOVEMENT takes the extended value of
      *  the posting slot in WS-SLOT-WORK ahead of a movement.
      *  A cost the feed left unreadable values at zero.
      *

       480-VALUE-BEFORE-MOVEMENT.

           IF SLOT-NUM-IN-STOCK IS NUMERIC
              AND SLOT-PURCHASE-PRICE IS NUMERIC
               COMPUTE WS-GL-BEFORE-VALUE =
                   SLOT-NUM-IN-STOCK * SLOT-PURCHASE-PRICE
           ELSE
               MOVE 0 TO WS-GL-BEFORE-VALUE
           END-IF

           .

      *
      *  481 JOURNAL SLOT CHANGE journals a posted R, S, or A
      *  movement - the slot's extended value now, less what
      *  480 took before it, debits or credits the warehouse's
      *  inventory, and the same amount goes the other way to
      *  the offset account the caller placed in
      *  WS-GL-OFFSET-CATEGORY. A receipt's amount is at the
      *  re-averaged cost, so it is exactly what the PO-priced
      *  units added.
      *

       481-JOURNAL-SLOT-CHANGE.

           IF SLOT-NUM-IN-STOCK IS NUMERIC
              AND SLOT-PURCHASE-PRICE IS NUMERIC
               COMPUTE WS-GL-AFTER-VALUE =
                   SLOT-NUM-IN-STOCK * SLOT-PURCHASE-PRICE
           ELSE
               MOVE 0 TO WS-GL-AFTER-VALUE
           END-IF

           COMPUTE WS-GL-CHANGE =
               WS-GL-AFTER-VALUE - WS-GL-BEFORE-VALUE

           MOVE TRAN-WAREHOUSE-ID TO WS-GL-WAREHOUSE

           PERFORM 483-POST-INVENTORY-SIDE
           PERFORM 484-POST-OFFSET-SIDE

           .

      *
      *  482 JOURNAL TRANSFER journals a posted T transfer -
      *  the from-warehouse's inventory is credited with what
      *  left it at the from-side's cost, the to-warehouse's is
      *  debited with what arrived at the to-side's cost, and
      *  when the two slots carry different unit costs the
      *  difference goes to the to-warehouse's transfer cost
      *  variance so the entry still balances.
      *

       482-JOURNAL-TRANSFER.

           IF SLOT-PURCHASE-PRICE IS NUMERIC
               COMPUTE WS-GL-AFTER-VALUE =
                   SLOT-NUM-IN-STOCK * SLOT-PURCHASE-PRICE
           ELSE
               MOVE 0 TO WS-GL-AFTER-VALUE
           END-IF

           COMPUTE WS-GL-CHANGE =
               WS-GL-AFTER-VALUE - WS-GL-BEFORE-VALUE
           MOVE WS-GL-CHANGE TO WS-GL-NET-CHANGE

           MOVE TRAN-WAREHOUSE-ID TO WS-GL-WAREHOUSE
           PERFORM 483-POST-INVENTORY-SIDE

           IF XSLOT-PURCHASE-PRICE IS NUMERIC
               COMPUTE WS-GL-CHANGE =
                   (XSLOT-NUM-IN-STOCK - WS-XFER-BEFORE-ON-HAND)
                   * XSLOT-PURCHASE-PRICE
           ELSE
               MOVE 0 TO WS-GL-CHANGE
           END-IF
           ADD WS-GL-CHANGE TO WS-GL-NET-CHANGE

           MOVE TRAN-TO-WAREHOUSE-ID TO WS-GL-WAREHOUSE
           PERFORM 483-POST-INVENTORY-SIDE

           MOVE WS-GL-NET-CHANGE TO WS-GL-CHANGE
           MOVE 'XVAR' TO WS-GL-OFFSET-CATEGORY
           PERFORM 484-POST-OFFSET-SIDE

           .

      *
      *  483 POST INVENTORY SIDE debits WS-GL-WAREHOUSE's
      *  inventory with a value increase in WS-GL-CHANGE, or
      *  credits it with a decrease.
      *

       483-POST-INVENTORY-SIDE.

           MOVE 'INVN' TO WS-GL-CATEGORY

           IF WS-GL-CHANGE > 0
               MOVE 'D' TO WS-GL-DR-CR
               MOVE WS-GL-CHANGE TO WS-GL-AMOUNT
               PERFORM 486-ADD-JOURNAL-AMOUNT
           END-IF

           IF WS-GL-CHANGE < 0
               MOVE 'C' TO WS-GL-DR-CR
               COMPUTE WS-GL-AMOUNT = 0 - WS-GL-CHANGE
               PERFORM 486-ADD-JOURNAL-AMOUNT
           END-IF

           .

      *
      *  484 POST OFFSET SIDE takes the other side of an
      *  inventory change to WS-GL-OFFSET-CATEGORY - a credit
      *  against an increase, a debit against a decrease.
      *

       484-POST-OFFSET-SIDE.

           MOVE WS-GL-OFFSET-CATEGORY TO WS-GL-CATEGORY

           IF WS-GL-CHANGE > 0
               MOVE 'C' TO WS-GL-DR-CR
               MOVE WS-GL-CHANGE TO WS-GL-AMOUNT
               PERFORM 486-ADD-JOURNAL-AMOUNT
           END-IF

           IF WS-GL-CHANGE < 0
               MOVE 'D' TO WS-GL-DR-CR
               COMPUTE WS-GL-AMOUNT = 0 - WS-GL-CHANGE
               PERFORM 486-ADD-JOURNAL-AMOUNT
           END-IF

           .

      *
      *  486 ADD JOURNAL AMOUNT adds one debit or credit to the
      *  journal table row for WS-GL-CATEGORY/WS-GL-WAREHOUSE,
      *  starting the row the first time the pair is seen.
      *

       486-ADD-JOURNAL-AMOUNT.

           MOVE 'N' TO WS-GL-FOUND-FLAG

           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
              UNTIL WS-GL-SUB > WS-GLJ-COUNT
              OR GL-ROW-FOUND
              IF GLJ-CATEGORY (WS-GL-SUB) EQUAL WS-GL-CATEGORY
                 AND GLJ-WAREHOUSE (WS-GL-SUB) EQUAL
                    WS-GL-WAREHOUSE
                  MOVE 'Y' TO WS-GL-FOUND-FLAG
              END-IF
           END-PERFORM

           IF GL-ROW-FOUND
               SUBTRACT 1 FROM WS-GL-SUB
           ELSE
               IF WS-GLJ-COUNT < 100
                   ADD 1 TO WS-GLJ-COUNT
                   MOVE WS-GLJ-COUNT TO WS-GL-SUB
                   MOVE WS-GL-CATEGORY TO GLJ-CATEGORY (WS-GL-SUB)
                   MOVE WS-GL-WAREHOUSE TO GLJ-WAREHOUSE (WS-GL-SUB)
                   MOVE 0 TO GLJ-DEBIT-TOTAL (WS-GL-SUB)
                   MOVE 0 TO GLJ-CREDIT-TOTAL (WS-GL-SUB)
                   MOVE 'Y' TO WS-GL-FOUND-FLAG
               ELSE
                   DISPLAY 'GL JOURNAL TABLE FULL - ' WS-GL-CATEGORY
                      ' ' WS-GL-WAREHOUSE ' NOT JOURNALED.'
               END-IF
           END-IF

           IF GL-ROW-FOUND
               IF GL-DEBIT
                   ADD WS-GL-AMOUNT TO GLJ-DEBIT-TOTAL (WS-GL-SUB)
                   ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DEBITS
               ELSE
                   ADD WS-GL-AMOUNT TO GLJ-CREDIT-TOTAL (WS-GL-SUB)
                   ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CREDITS
               END-IF
           END-IF

           .

      *
      *  485 WRITE LISTING LINE prints one transaction on the
      *  listing with whatever reason the caller placed in
           MOVE SPACES TO WS-CURRENT-WARE
           MOVE 'N' TO WS-WARE-OPEN-FLAG
           MOVE 'N' TO WS-BUILD-ACTIVE-FLAG
           MOVE 'C' TO WS-VALUE-PASS-FLAG
           MOVE ' ' TO WS-EOF-FLAG

           MOVE LOW-VALUES TO PM-KEY
      *  710 FOLD ONE ROW adds one master row to the warehouse
      *  record being rebuilt, writing the finished record out
      *  whenever the warehouse/vendor/product group key turns
      *  over. The row's posted extended value goes into its
      *  warehouse's closing total on the way through.
      *

       710-FOLD-ONE-ROW.

           PERFORM 175-VALUE-ONE-ROW

           IF NOT BUILD-IN-PROGRESS
               PERFORM 720-START-NEW-RECORD
           ELSE
           ADD 1 TO WS-OPEN-BACKORDER-COUNT

           .

      *
      *  900 WRITE GL JOURNAL writes the night's journal entry -
      *  one line per side of every warehouse/account row the
      *  posting touched, warehouse by warehouse in table order
      *  - and prints the control page proving it: the lines
      *  with their accounts, debits against credits, and the
      *  inventory tie-out. A journal that fails either proof
      *  is shouted on the DISPLAY log for finance; the posting
      *  itself already stands.
      *

       900-WRITE-GL-JOURNAL.

           MOVE 0 TO WS-GL-LINE-COUNT
           MOVE 0 TO WS-GL-UNMAPPED-COUNT

           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT GL-CONTROL-REPORT

           MOVE GLC-HEADER-1 TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE WS-RUN-DATE TO GLC-RUN-DATE-OUT
           MOVE WS-BATCH-SOURCE TO GLC-SOURCE-OUT
           MOVE WS-BATCH-DATE TO GLC-BATCH-DATE-OUT
           MOVE GLC-HEADER-2 TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE GLC-COLUMN-HEADER TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-WH-SUB FROM 1 BY 1
              UNTIL WS-WH-SUB > WS-WH-COUNT
              PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                 UNTIL WS-GL-SUB > WS-GLJ-COUNT
                 IF GLJ-WAREHOUSE (WS-GL-SUB) EQUAL
                    WH-ID-TABLE (WS-WH-SUB)
                     PERFORM 910-WRITE-JOURNAL-ROW
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE 'TOTAL DEBITS AND CREDITS' TO GLC-TOTAL-LABEL
           MOVE WS-GL-TOTAL-DEBITS TO GLC-TOTAL-DR-OUT
           MOVE WS-GL-TOTAL-CREDITS TO GLC-TOTAL-CR-OUT
           MOVE GLC-TOTAL-LINE TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 2 LINES

           IF WS-GL-TOTAL-DEBITS EQUAL WS-GL-TOTAL-CREDITS
               MOVE 'JOURNAL IS IN BALANCE - DEBITS EQUAL CREDITS.'
                  TO GLC-MESSAGE-OUT
           ELSE
               MOVE '*** JOURNAL OUT OF BALANCE ***' TO
                  GLC-MESSAGE-OUT
               DISPLAY '*** GL JOURNAL OUT OF BALANCE - SEE '
                  'GL-CONTROL-REPORT.TXT ***'
           END-IF
           MOVE GLC-MESSAGE-LINE TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE 'JOURNAL LINES WRITTEN' TO GLC-COUNT-LABEL
           MOVE WS-GL-LINE-COUNT TO GLC-COUNT-OUT
           MOVE GLC-COUNT-LINE TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 2 LINES

           MOVE 'ROWS WITH NO ACCOUNT ON GL-ACCOUNT-MAP.DAT' TO
              GLC-COUNT-LABEL
           MOVE WS-GL-UNMAPPED-COUNT TO GLC-COUNT-OUT
           MOVE GLC-COUNT-LINE TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 1 LINES

           PERFORM 950-PRINT-INVENTORY-TIE-OUT

           CLOSE GL-JOURNAL-FILE
           CLOSE GL-CONTROL-REPORT

           .

      *
      *  910 WRITE JOURNAL ROW writes the debit and credit
      *  lines of journal table row WS-GL-SUB with its mapped
      *  account, and prints the row on the control page.
      *

       910-WRITE-JOURNAL-ROW.

           MOVE GLJ-CATEGORY (WS-GL-SUB) TO WS-GL-CATEGORY
           MOVE GLJ-WAREHOUSE (WS-GL-SUB) TO WS-GL-WAREHOUSE

           PERFORM 920-LOOKUP-ACCOUNT

           MOVE WS-RUN-DATE TO JRNL-RUN-DATE
           MOVE WS-BATCH-DATE TO JRNL-BATCH-DATE
           MOVE WS-BATCH-SOURCE TO JRNL-BATCH-SOURCE
           MOVE WS-GL-WAREHOUSE TO JRNL-WAREHOUSE-ID
           MOVE WS-GL-CATEGORY TO JRNL-CATEGORY
           MOVE WS-GL-ACCOUNT TO JRNL-ACCOUNT
           MOVE WS-GL-DESCRIPTION TO JRNL-DESCRIPTION

           IF GLJ-DEBIT-TOTAL (WS-GL-SUB) > 0
               MOVE 'D' TO JRNL-DR-CR
               MOVE GLJ-DEBIT-TOTAL (WS-GL-SUB) TO JRNL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
           END-IF

           IF GLJ-CREDIT-TOTAL (WS-GL-SUB) > 0
               MOVE 'C' TO JRNL-DR-CR
               MOVE GLJ-CREDIT-TOTAL (WS-GL-SUB) TO JRNL-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
           END-IF

           MOVE WS-GL-WAREHOUSE TO GLC-WAREHOUSE-OUT
           MOVE WS-GL-CATEGORY TO GLC-CATEGORY-OUT
           MOVE WS-GL-ACCOUNT TO GLC-ACCOUNT-OUT
           MOVE WS-GL-DESCRIPTION TO GLC-DESC-OUT
           MOVE GLJ-DEBIT-TOTAL (WS-GL-SUB) TO GLC-DEBIT-OUT
           MOVE GLJ-CREDIT-TOTAL (WS-GL-SUB) TO GLC-CREDIT-OUT

           MOVE GLC-DETAIL-LINE TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 1 LINES

           .

      *
      *  920 LOOKUP ACCOUNT finds the account for WS-GL-CATEGORY
      *  at WS-GL-WAREHOUSE on the account map - the
      *  warehouse's own row first, then the category's
      *  company-wide row (blank warehouse). With neither the
      *  line still journals, as UNMAPPED, so the entry stays
      *  whole while finance adds the row.
      *

       920-LOOKUP-ACCOUNT.

           MOVE 'UNMAPPED' TO WS-GL-ACCOUNT
           MOVE SPACES TO WS-GL-DESCRIPTION
           MOVE 'N' TO WS-GL-FOUND-FLAG

           PERFORM VARYING WS-GLMAP-SUB FROM 1 BY 1
              UNTIL WS-GLMAP-SUB > WS-GLMAP-COUNT
              OR GL-ROW-FOUND
              IF GLM-CATEGORY-TABLE (WS-GLMAP-SUB) EQUAL
                 WS-GL-CATEGORY
                 AND GLM-WAREHOUSE-TABLE (WS-GLMAP-SUB) EQUAL
                    WS-GL-WAREHOUSE
                  MOVE GLM-ACCOUNT-TABLE (WS-GLMAP-SUB) TO
                     WS-GL-ACCOUNT
                  MOVE GLM-DESCRIPTION-TABLE (WS-GLMAP-SUB) TO
                     WS-GL-DESCRIPTION
                  MOVE 'Y' TO WS-GL-FOUND-FLAG
              END-IF
           END-PERFORM

           PERFORM VARYING WS-GLMAP-SUB FROM 1 BY 1
              UNTIL WS-GLMAP-SUB > WS-GLMAP-COUNT
              OR GL-ROW-FOUND
              IF GLM-CATEGORY-TABLE (WS-GLMAP-SUB) EQUAL
                 WS-GL-CATEGORY
                 AND GLM-WAREHOUSE-TABLE (WS-GLMAP-SUB) EQUAL
                    SPACES
                  MOVE GLM-ACCOUNT-TABLE (WS-GLMAP-SUB) TO
                     WS-GL-ACCOUNT
                  MOVE GLM-DESCRIPTION-TABLE (WS-GLMAP-SUB) TO
                     WS-GL-DESCRIPTION
                  MOVE 'Y' TO WS-GL-FOUND-FLAG
              END-IF
           END-PERFORM

           IF NOT GL-ROW-FOUND
               ADD 1 TO WS-GL-UNMAPPED-COUNT
           END-IF

           IF WS-GL-DESCRIPTION EQUAL SPACES
               EVALUATE WS-GL-CATEGORY
                   WHEN 'INVN'
                       MOVE 'INVENTORY' TO WS-GL-DESCRIPTION
                   WHEN 'ACPY'
                       MOVE 'ACCRUED PAYABLES' TO WS-GL-DESCRIPTION
                   WHEN 'COGS'
                       MOVE 'COST OF GOODS SOLD' TO
                          WS-GL-DESCRIPTION
                   WHEN 'SHRK'
                       MOVE 'SHRINK/OVERAGE' TO WS-GL-DESCRIPTION
                   WHEN 'XVAR'
                       MOVE 'TRANSFER COST VAR' TO
                          WS-GL-DESCRIPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           .

      *
      *  950 PRINT INVENTORY TIE-OUT proves the journal against
      *  the inventory dollars, warehouse by warehouse: the
      *  change in extended value from the master as loaded to
      *  the master as posted - the rows the report phase
      *  writes onto INVEN-MASTER.DAT - must equal the
      *  inventory debits less credits the journal carries.
      *

       950-PRINT-INVENTORY-TIE-OUT.

           MOVE 'Y' TO WS-GL-TIE-FLAG
           MOVE 0 TO WS-GL-OPENING-TOTAL
           MOVE 0 TO WS-GL-CLOSING-TOTAL
           MOVE 0 TO WS-GL-CHANGE-TOTAL
           MOVE 0 TO WS-GL-NET-TOTAL

           MOVE GLC-TIE-HEADER TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 3 LINES

           MOVE GLC-TIE-COLUMN-HEADER TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-WH-SUB FROM 1 BY 1
              UNTIL WS-WH-SUB > WS-WH-COUNT
              IF WH-ENTRY-ACTIVE (WS-WH-SUB)
                  PERFORM 955-TIE-OUT-ONE-WAREHOUSE
              END-IF
           END-PERFORM

           MOVE 'ALL ' TO GLC-TIE-WHSE-OUT
           MOVE WS-GL-OPENING-TOTAL TO GLC-OPENING-OUT
           MOVE WS-GL-CLOSING-TOTAL TO GLC-CLOSING-OUT
           MOVE WS-GL-CHANGE-TOTAL TO GLC-CHANGE-OUT
           MOVE WS-GL-NET-TOTAL TO GLC-NET-OUT
           IF WS-GL-CHANGE-TOTAL EQUAL WS-GL-NET-TOTAL
               MOVE 'YES' TO GLC-TIES-OUT
           ELSE
               MOVE 'NO' TO GLC-TIES-OUT
           END-IF
           MOVE GLC-TIE-LINE TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 2 LINES

           IF INVENTORY-TIES
               MOVE 'NET INVENTORY DOLLARS EQUAL THE MASTER CHANGE.'
                  TO GLC-MESSAGE-OUT
           ELSE
               MOVE '*** NET INVENTORY DOES NOT TIE TO THE MASTER'
                  TO GLC-MESSAGE-OUT
               DISPLAY '*** GL JOURNAL DOES NOT TIE TO INVENTORY - '
                  'SEE GL-CONTROL-REPORT.TXT ***'
           END-IF
           MOVE GLC-MESSAGE-LINE TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 1 LINES

           .

      *
      *  955 TIE OUT ONE WAREHOUSE nets the journal's inventory
      *  rows for table entry WS-WH-SUB and prints them against
      *  the warehouse's change in extended value.
      *

       955-TIE-OUT-ONE-WAREHOUSE.

           MOVE 0 TO WS-GL-WH-NET

           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
              UNTIL WS-GL-SUB > WS-GLJ-COUNT
              IF GLJ-WAREHOUSE (WS-GL-SUB) EQUAL
                 WH-ID-TABLE (WS-WH-SUB)
                 AND GLJ-CATEGORY (WS-GL-SUB) EQUAL 'INVN'
                  COMPUTE WS-GL-WH-NET = WS-GL-WH-NET
                      + GLJ-DEBIT-TOTAL (WS-GL-SUB)
                      - GLJ-CREDIT-TOTAL (WS-GL-SUB)
              END-IF
           END-PERFORM

           COMPUTE WS-GL-WH-CHANGE =
               WH-CLOSING-VALUE (WS-WH-SUB)
               - WH-OPENING-VALUE (WS-WH-SUB)

           MOVE WH-ID-TABLE (WS-WH-SUB) TO GLC-TIE-WHSE-OUT
           MOVE WH-OPENING-VALUE (WS-WH-SUB) TO GLC-OPENING-OUT
           MOVE WH-CLOSING-VALUE (WS-WH-SUB) TO GLC-CLOSING-OUT
           MOVE WS-GL-WH-CHANGE TO GLC-CHANGE-OUT
           MOVE WS-GL-WH-NET TO GLC-NET-OUT

           IF WS-GL-WH-CHANGE EQUAL WS-GL-WH-NET
               MOVE 'YES' TO GLC-TIES-OUT
           ELSE
               MOVE 'NO' TO GLC-TIES-OUT
               MOVE 'N' TO WS-GL-TIE-FLAG
           END-IF

           MOVE GLC-TIE-LINE TO GLC-OUTPUT-REC
           WRITE GLC-OUTPUT-REC AFTER ADVANCING 1 LINES

           ADD WH-OPENING-VALUE (WS-WH-SUB) TO WS-GL-OPENING-TOTAL
           ADD WH-CLOSING-VALUE (WS-WH-SUB) TO WS-GL-CLOSING-TOTAL
           ADD WS-GL-WH-CHANGE TO WS-GL-CHANGE-TOTAL
           ADD WS-GL-WH-NET TO WS-GL-NET-TOTAL

           .
