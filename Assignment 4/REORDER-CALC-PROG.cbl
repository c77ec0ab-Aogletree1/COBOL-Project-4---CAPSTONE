       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REORDER-CALC-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program works out reorder points from what each
      *  warehouse actually ships. REORDER-TABLE.DAT holds one
      *  static low/high pair per product for every warehouse,
      *  set years ago, so a slow warehouse and a busy one get
      *  the same trigger and the REORDER flags and PO-SUGGEST
      *  quantities come out wrong in both directions.
      *
      *  C - CALCULATE builds one proposal per warehouse/
      *  product/size carried on INVEN-MASTER.DAT:
      *
      *    - average daily shipments, from the S rows on
      *      TRANS-HISTORY.TXT inside the window the operator
      *      asks for (90 days if left blank). This is the stock
      *      that actually shipped - each row's on-hand before
      *      less its on-hand after - not the demand keyed, so a
      *      backordered shipment counts once, when its release
      *      row ships it. Where
      *      ARCHIVE-PURGE-PROG has archived part of the window
      *      away, the item's B balance-forward row says so by
      *      its date, and the average is taken over the days
      *      still on file. The B row's transaction date is
      *      the item's last archived shipment and counts
      *      toward its last ship date; its zero quantity is
      *      never added in.
      *    - vendor lead time, averaged over every PO receipt
      *      on the history - the receipt date less the
      *      PO-MAST-ORDER-DATE of the PO it relieved. A vendor
      *      with no receipts to go on gets the default.
      *    - proposed LOW = daily rate x (lead time + safety
      *      days), proposed HIGH = LOW + daily rate x the
      *      order cycle days.
      *
      *  The safety days, cycle days, and default lead time
      *  are read from the environment the way
      *  ARCHIVE-PURGE-PROG reads its retention:
      *
      *    REORDER-SAFETY-DAYS        7
      *    REORDER-CYCLE-DAYS        30
      *    REORDER-DEFAULT-LEAD-DAYS 14
      *
      *  Each proposal shows the thresholds the item uses today
      *  - its warehouse row on REORDER-WHSE.DAT if it has one,
      *  otherwise its product's REORDER-TABLE.DAT row - next
      *  to the proposed ones, on REORDER-REVIEW-REPORT.TXT.
      *  The proposals are kept on REORDER-PROPOSAL.TXT between
      *  sessions, so the listing can be reviewed on paper and
      *  worked through later.
      *
      *  A - APPROVE and R - REJECT mark proposals by the
      *  number on the listing, and W - WRITE puts only the
      *  approved rows onto REORDER-WHSE.DAT, stamped with the
      *  date and the approving operator. HEALING-VIBES-PROG
      *  uses a warehouse row there ahead of the product-wide
      *  REORDER-TABLE.DAT row.
      *
      *  The operator signs on against OPERATOR-MASTER.DAT
      *  before the menu is shown. Anyone signed on may list
      *  and print the proposals; calculating, approving,
      *  rejecting, and writing are for buyers and
      *  supervisors.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      *  INVEN-MASTER-FILE says which warehouse/product/size
      *  items are carried - one proposal is made for each.
      *

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
      *  PO-MASTER-FILE gives the order date of the PO each
      *  receipt relieved.
      *

           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-MAST-NUMBER
               FILE STATUS IS WS-PO-MASTER-STATUS.

           SELECT REORDER-FILE
               ASSIGN TO 'REORDER-TABLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REORDER-PRODUCT-ID
               FILE STATUS IS WS-REORDER-STATUS.

      *
      *  REORDER-WHSE-FILE is the warehouse-specific threshold
      *  file this program writes approved proposals to, keyed
      *  warehouse/product/size.
      *

           SELECT REORDER-WHSE-FILE
               ASSIGN TO 'REORDER-WHSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RWH-KEY
               FILE STATUS IS WS-REORDER-WHSE-STATUS.

      *
      *  PROPOSAL-FILE keeps the last calculation's proposals
      *  and where each one stands between sessions.
      *

           SELECT PROPOSAL-FILE
               ASSIGN TO 'REORDER-PROPOSAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT REVIEW-REPORT
               ASSIGN TO PRINTER 'REORDER-REVIEW-REPORT.TXT'.

      *
      *  OPERATOR-MASTER-FILE is the operator master kept by
      *  OPERATOR-MAINT-PROG - the sign-on is checked against
      *  it before the menu is shown.
      *

           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO 'OPERATOR-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

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

       FD REORDER-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  REORDER-RECORD.
           05  REORDER-PRODUCT-ID              PIC X(3).
           05  REORDER-LOW-REC                 PIC 9(4).
           05  REORDER-HIGH-REC                PIC 9(4).

      *
      *  Warehouse reorder row - the low/high pair for one
      *  warehouse/product/size, with the date it was set and
      *  the operator who approved it.
      *

       FD REORDER-WHSE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  REORDER-WHSE-RECORD.
           05  RWH-KEY.
               10  RWH-WAREHOUSE-ID            PIC X(4).
               10  RWH-PRODUCT-ID              PIC X(3).
               10  RWH-PRODUCT-SIZE            PIC X.
           05  RWH-LOW-REC                     PIC 9(4).
           05  RWH-HIGH-REC                    PIC 9(4).
           05  RWH-SET-DATE                    PIC X(8).
           05  RWH-OPERATOR-ID                 PIC X(6).

      *
      *  One proposal row. PROP-CURRENT-SOURCE says where the
      *  current pair came from - W the warehouse row, P the
      *  product row, N neither. PROP-STATUS is P pending,
      *  A approved, R rejected, or W written to
      *  REORDER-WHSE.DAT.
      *

       FD PROPOSAL-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  PROPOSAL-RECORD.
           05  PROP-KEY.
               10  PROP-WAREHOUSE-ID           PIC X(4).
               10  PROP-PRODUCT-ID             PIC X(3).
               10  PROP-PRODUCT-SIZE           PIC X.
           05  PROP-VENDOR-ID                  PIC X.
           05  PROP-CALC-DATE                  PIC X(8).
           05  PROP-WINDOW-DAYS                PIC 9(4).
           05  PROP-SHIPPED-QTY                PIC 9(6).
           05  PROP-AVG-DAILY                  PIC 9(4)V99.
           05  PROP-LEAD-DAYS                  PIC 9(3).
           05  PROP-LAST-SHIP                  PIC X(8).
           05  PROP-CURRENT-SOURCE             PIC X.
           05  PROP-CURRENT-LOW                PIC 9(4).
           05  PROP-CURRENT-HIGH               PIC 9(4).
           05  PROP-NEW-LOW                    PIC 9(4).
           05  PROP-NEW-HIGH                   PIC 9(4).
           05  PROP-STATUS                     PIC X.
           05  PROP-APPROVED-BY                PIC X(6).

       FD    REVIEW-REPORT
             RECORD CONTAINS 80 CHARACTERS.

       01    REVIEW-OUTPUT-REC          PIC X(80).

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  OPERATOR-MASTER-RECORD.
           05  OPER-ID                         PIC X(6).
           05  OPER-NAME                       PIC X(20).
           05  OPER-PASSWORD                   PIC X(8).
           05  OPER-ROLE                       PIC X.
               88  OPER-IS-SUPERVISOR              VALUE 'S'.
           05  OPER-APPROVAL-LIMIT             PIC 9(7)V99.
           05  OPER-ACTIVE-FLAG                PIC X.
               88  OPER-IS-ACTIVE                  VALUE 'Y'.

       WORKING-STORAGE SECTION.

       01  WS-INVEN-STATUS             PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-PO-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-REORDER-STATUS           PIC XX VALUE SPACES.
       01  WS-REORDER-WHSE-STATUS      PIC XX VALUE SPACES.
       01  WS-PROPOSAL-STATUS          PIC XX VALUE SPACES.
       01  WS-MENU-CHOICE              PIC X  VALUE SPACES.
       01  WS-CONTINUE-FLAG            PIC X  VALUE 'Y'.
           88  KEEP-RUNNING                   VALUE 'Y'.
       01  WS-EOF-FLAG                 PIC X  VALUE ' '.
           88  NO-MORE-DATA                   VALUE 'N'.
       01  WS-CONFIRM                  PIC X  VALUE SPACES.

      *
      *  Which of the optional files could be opened for this
      *  calculation - each one missing just leaves its part
      *  out (no lead times, no current thresholds).
      *

       01  WS-PO-OPEN-FLAG             PIC X  VALUE 'N'.
           88  PO-MASTER-AVAILABLE            VALUE 'Y'.
       01  WS-REORDER-OPEN-FLAG        PIC X  VALUE 'N'.
           88  REORDER-FILE-AVAILABLE         VALUE 'Y'.
       01  WS-WHSE-OPEN-FLAG           PIC X  VALUE 'N'.
           88  REORDER-WHSE-AVAILABLE         VALUE 'Y'.

      *
      *  Sign-on work fields - who is signed on for this
      *  session, with the role and approval limit read off
      *  OPERATOR-MASTER.DAT at sign-on.
      *

       01  WS-OPERATOR-STATUS          PIC XX VALUE SPACES.
       01  WS-SIGN-ON-FLAG             PIC X  VALUE 'N'.
           88  OPERATOR-SIGNED-ON             VALUE 'Y'.
       01  WS-SIGN-ON-TRIES            PIC 9  VALUE 0.
       01  WS-ENTERED-PASSWORD         PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OPERATOR-ID       PIC X(6) VALUE SPACES.
       01  WS-SIGNON-ROLE              PIC X  VALUE SPACES.
           88  SIGNON-MAY-SET-REORDER         VALUE 'B' 'S'.
       01  WS-SIGNON-LIMIT             PIC 9(7)V99 VALUE 0.

      *
      *  Calculation options - the window is asked for, the
      *  rest come from the environment. WS-OPTION-X takes the
      *  typed or environment value.
      *

       01  WS-OPTION-X                 PIC X(4) VALUE SPACES.
       01  WS-WINDOW-DAYS              PIC 9(4) VALUE 90.
       01  WS-SAFETY-DAYS              PIC 9(3) VALUE 7.
       01  WS-CYCLE-DAYS               PIC 9(3) VALUE 30.
       01  WS-DEFAULT-LEAD-DAYS        PIC 9(3) VALUE 14.

      *
      *  Date work fields - today, the first day of the
      *  window, and the integer day numbers the day counts
      *  are worked in.
      *

       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-TODAY-INTEGER            PIC 9(7) VALUE 0.
       01  WS-WINDOW-START-DATE        PIC X(8) VALUE SPACES.
       01  WS-WINDOW-START-NUM         PIC 9(8) VALUE 0.
       01  WS-WINDOW-START-INTEGER     PIC 9(7) VALUE 0.
       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-SHIP-DATE                PIC X(8) VALUE SPACES.
       01  WS-MOVED-QTY                PIC 9(4) VALUE 0.
       01  WS-RECEIPT-DATE             PIC X(8) VALUE SPACES.
       01  WS-RECEIPT-INTEGER          PIC 9(7) VALUE 0.
       01  WS-ORDER-INTEGER            PIC 9(7) VALUE 0.
       01  WS-DAYS-COVERED             PIC 9(4) VALUE 0.

      *
      *  Proposal arithmetic - wide enough that a busy item
      *  cannot overflow before it is capped at 9999.
      *

       01  WS-NEW-LOW                  PIC 9(7) VALUE 0.
       01  WS-NEW-HIGH                 PIC 9(7) VALUE 0.
       01  WS-LEAD-DAYS                PIC 9(3) VALUE 0.

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
      *  The proposal table - one row per warehouse/product/
      *  size, in the shape of PROPOSAL-RECORD plus
      *  PRT-FROM-DATE, the date of the item's latest B
      *  balance-forward row (the day its history on file
      *  starts), used only while calculating.
      *

       01  WS-PROPOSAL-COUNT           PIC 9(3) VALUE 0.
       01  WS-PROPOSAL-TABLE-AREA.
           05  PRT-ENTRY OCCURS 0 TO 999 TIMES
                  DEPENDING ON WS-PROPOSAL-COUNT
                  INDEXED BY PRT-INDEX.
               10  PRT-PROPOSAL.
                   15  PRT-KEY.
                       20  PRT-WAREHOUSE-ID     PIC X(4).
                       20  PRT-PRODUCT-ID       PIC X(3).
                       20  PRT-PRODUCT-SIZE     PIC X.
                   15  PRT-VENDOR-ID            PIC X.
                   15  PRT-CALC-DATE            PIC X(8).
                   15  PRT-WINDOW-DAYS          PIC 9(4).
                   15  PRT-SHIPPED-QTY          PIC 9(6).
                   15  PRT-AVG-DAILY            PIC 9(4)V99.
                   15  PRT-LEAD-DAYS            PIC 9(3).
                   15  PRT-LAST-SHIP            PIC X(8).
                   15  PRT-CURRENT-SOURCE       PIC X.
                   15  PRT-CURRENT-LOW          PIC 9(4).
                   15  PRT-CURRENT-HIGH         PIC 9(4).
                   15  PRT-NEW-LOW              PIC 9(4).
                   15  PRT-NEW-HIGH             PIC 9(4).
                   15  PRT-STATUS               PIC X.
                       88  PRT-IS-PENDING           VALUE 'P'.
                       88  PRT-IS-APPROVED          VALUE 'A'.
                       88  PRT-IS-REJECTED          VALUE 'R'.
                       88  PRT-IS-WRITTEN           VALUE 'W'.
                   15  PRT-APPROVED-BY          PIC X(6).
               10  PRT-FROM-DATE                PIC X(8).

       01  WS-OVERFLOW-FLAG            PIC X  VALUE 'N'.
           88  PROPOSALS-OVERFLOWED           VALUE 'Y'.
       01  WS-ITEM-SUB                 PIC 9(3) VALUE 0.
       01  WS-PICK-NUMBER              PIC 9(3) VALUE 0.
       01  WS-LOOK-KEY.
           05  WS-LOOK-WAREHOUSE               PIC X(4).
           05  WS-LOOK-PRODUCT                 PIC X(3).
           05  WS-LOOK-SIZE                    PIC X.

      *
      *  Vendor lead time table - receipts counted and days
      *  from order to receipt added up, per vendor.
      *

       01  WS-LEAD-COUNT               PIC 9(2) VALUE 0.
       01  WS-LEAD-SUB                 PIC 9(2) VALUE 0.
       01  WS-LEAD-FOUND-SUB           PIC 9(2) VALUE 0.
       01  WS-LOOK-VENDOR              PIC X  VALUE SPACES.
       01  WS-LEAD-TABLE-AREA.
           05  LEAD-ENTRY OCCURS 0 TO 50 TIMES
                  DEPENDING ON WS-LEAD-COUNT.
               10  LEAD-VENDOR-ID               PIC X.
               10  LEAD-RECEIPT-COUNT           PIC 9(5).
               10  LEAD-DAYS-TOTAL              PIC 9(7).

      *
      *  Session counts.
      *

       01  WS-HISTORY-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(3) VALUE 0.
       01  WS-WRITTEN-COUNT            PIC 9(3) VALUE 0.

      *
      *  The review listing layout - header, options line,
      *  column headers, and one detail line per proposal,
      *  numbered the way A and R pick them.
      *

       01  REVIEW-HEADER-1.
           05  FILLER            PIC X(25) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE
              'REORDER POINT REVIEW LISTING'.

       01  REVIEW-OPTIONS-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'CALCULATED '.
           05  RVO-DATE-OUT      PIC X(8).
           05  FILLER            PIC X(9)  VALUE '  WINDOW '.
           05  RVO-WINDOW-OUT    PIC ZZZ9.
           05  FILLER            PIC X(15) VALUE ' DAYS   SAFETY '.
           05  RVO-SAFETY-OUT    PIC ZZ9.
           05  FILLER            PIC X(14) VALUE ' DAYS   CYCLE '.
           05  RVO-CYCLE-OUT     PIC ZZ9.
           05  FILLER            PIC X(5)  VALUE ' DAYS'.

       01  REVIEW-COLUMN-HEADER-1.
           05  FILLER            PIC X(16) VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE 'SHIPPED'.
           05  FILLER            PIC X(6)  VALUE ' AVG'.
           05  FILLER            PIC X(5)  VALUE 'LEAD'.
           05  FILLER            PIC X(8)  VALUE 'LAST'.
           05  FILLER            PIC X(15) VALUE '----CURRENT----'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE '-PROPOSED-'.

       01  REVIEW-COLUMN-HEADER-2.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE ' NO'.
           05  FILLER            PIC X(5)  VALUE 'WHSE'.
           05  FILLER            PIC X(4)  VALUE 'PRD'.
           05  FILLER            PIC X(2)  VALUE 'S'.
           05  FILLER            PIC X(7)  VALUE '   QTY'.
           05  FILLER            PIC X(8)  VALUE '  /DAY'.
           05  FILLER            PIC X(4)  VALUE 'DAY'.
           05  FILLER            PIC X(9)  VALUE 'SHIPPED'.
           05  FILLER            PIC X(5)  VALUE 'FROM'.
           05  FILLER            PIC X(5)  VALUE ' LOW'.
           05  FILLER            PIC X(6)  VALUE 'HIGH'.
           05  FILLER            PIC X(5)  VALUE ' LOW'.
           05  FILLER            PIC X(5)  VALUE 'HIGH'.
           05  FILLER            PIC X(8)  VALUE 'STATUS'.

       01  REVIEW-DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-NUMBER-OUT    PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-WAREHOUSE-OUT PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-PRODUCT-OUT   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-SIZE-OUT      PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-SHIPPED-OUT   PIC ZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-AVG-OUT       PIC ZZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-LEAD-OUT      PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-LAST-SHIP-OUT PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-SOURCE-OUT    PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-CUR-LOW-OUT   PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-CUR-HIGH-OUT  PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RVW-NEW-LOW-OUT   PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-NEW-HIGH-OUT  PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVW-STATUS-OUT    PIC X(8).

       01  REVIEW-TOTAL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  RVT-COUNT-OUT     PIC ZZ9.
           05  FILLER            PIC X(12) VALUE ' PROPOSALS.'.

       PROCEDURE DIVISION.

      *
      *  100 MAIN MODULE signs the operator on and runs the
      *  session - a failed sign-on never sees the menu.
      *

       100-MAIN-MODULE.

           PERFORM 800-SIGN-ON-OPERATOR

           IF OPERATOR-SIGNED-ON
               PERFORM 105-RUN-SESSION
               CLOSE OPERATOR-MASTER-FILE
           END-IF

           STOP RUN

           .

      *
      *  105 RUN SESSION loads the proposals left from the last
      *  calculation, drives the menu loop until the operator
      *  chooses X, then saves where each proposal stands.
      *

       105-RUN-SESSION.

           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE

           PERFORM 150-READ-OPTIONS
           PERFORM 110-LOAD-PROPOSALS

           PERFORM UNTIL NOT KEEP-RUNNING
               PERFORM 120-SHOW-MENU
               PERFORM 130-PROCESS-CHOICE
           END-PERFORM

           PERFORM 900-SAVE-PROPOSALS

           .

      *
      *  110 LOAD PROPOSALS reads REORDER-PROPOSAL.TXT into the
      *  proposal table. No file yet just means nothing has
      *  been calculated.
      *

       110-LOAD-PROPOSALS.

           MOVE 0 TO WS-PROPOSAL-COUNT
           MOVE 'N' TO WS-OVERFLOW-FLAG
           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT PROPOSAL-FILE

           IF WS-PROPOSAL-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ PROPOSAL-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-PROPOSAL-COUNT < 999
                               ADD 1 TO WS-PROPOSAL-COUNT
                               MOVE PROPOSAL-RECORD TO
                                  PRT-PROPOSAL (WS-PROPOSAL-COUNT)
                               MOVE SPACES TO
                                  PRT-FROM-DATE (WS-PROPOSAL-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-OVERFLOW-FLAG
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PROPOSAL-FILE
               DISPLAY WS-PROPOSAL-COUNT ' . PROPOSALS ON FILE.'
           ELSE
               DISPLAY 'NO PROPOSALS ON FILE - USE C TO CALCULATE.'
           END-IF

           IF PROPOSALS-OVERFLOWED
               DISPLAY 'ONLY THE FIRST 999 PROPOSALS WERE LOADED.'
           END-IF

           .

      *
      *  120 SHOW MENU displays the available options and
      *  accepts the operator's choice.
      *

       120-SHOW-MENU.

           DISPLAY ' '
           DISPLAY 'REORDER POINT RECALCULATION'
           DISPLAY 'C - CALCULATE NEW PROPOSALS'
           DISPLAY 'L - LIST PROPOSALS'
           DISPLAY 'P - PRINT REVIEW LISTING'
           DISPLAY 'A - APPROVE PROPOSALS'
           DISPLAY 'R - REJECT A PROPOSAL'
           DISPLAY 'W - WRITE APPROVED PROPOSALS'
           DISPLAY 'X - SAVE AND EXIT'
           DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           .

      *
      *  130 PROCESS CHOICE dispatches the operator's selection.
      *  Anything that changes a proposal or a threshold is
      *  held to buyers and supervisors.
      *

       130-PROCESS-CHOICE.

           EVALUATE TRUE

               WHEN WS-MENU-CHOICE EQUAL 'C' OR 'c'
                   IF SIGNON-MAY-SET-REORDER
                       PERFORM 200-CALCULATE-PROPOSALS
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'L' OR 'l'
                   PERFORM 300-LIST-PROPOSALS

               WHEN WS-MENU-CHOICE EQUAL 'P' OR 'p'
                   PERFORM 600-PRINT-REVIEW-LISTING

               WHEN WS-MENU-CHOICE EQUAL 'A' OR 'a'
                   IF SIGNON-MAY-SET-REORDER
                       PERFORM 400-APPROVE-PROPOSALS
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'R' OR 'r'
                   IF SIGNON-MAY-SET-REORDER
                       PERFORM 410-REJECT-PROPOSAL
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'W' OR 'w'
                   IF SIGNON-MAY-SET-REORDER
                       PERFORM 500-WRITE-APPROVED
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'X' OR 'x'
                   MOVE 'N' TO WS-CONTINUE-FLAG

               WHEN OTHER
                   DISPLAY 'NOT A VALID CHOICE, TRY AGAIN.'

           END-EVALUATE

           .

      *
      *  150 READ OPTIONS reads the safety days, cycle days, and
      *  default lead time from the environment, each kept at
      *  its default unless a number of days is given.
      *

       150-READ-OPTIONS.

           MOVE 7 TO WS-SAFETY-DAYS
           MOVE SPACES TO WS-OPTION-X
           ACCEPT WS-OPTION-X FROM ENVIRONMENT 'REORDER-SAFETY-DAYS'
           IF WS-OPTION-X NOT EQUAL SPACES
              AND WS-OPTION-X (1:1) IS NUMERIC
               COMPUTE WS-SAFETY-DAYS =
                   FUNCTION NUMVAL (WS-OPTION-X)
           END-IF

           MOVE 30 TO WS-CYCLE-DAYS
           MOVE SPACES TO WS-OPTION-X
           ACCEPT WS-OPTION-X FROM ENVIRONMENT 'REORDER-CYCLE-DAYS'
           IF WS-OPTION-X NOT EQUAL SPACES
              AND WS-OPTION-X (1:1) IS NUMERIC
               COMPUTE WS-CYCLE-DAYS =
                   FUNCTION NUMVAL (WS-OPTION-X)
           END-IF

           MOVE 14 TO WS-DEFAULT-LEAD-DAYS
           MOVE SPACES TO WS-OPTION-X
           ACCEPT WS-OPTION-X FROM ENVIRONMENT
               'REORDER-DEFAULT-LEAD-DAYS'
           IF WS-OPTION-X NOT EQUAL SPACES
              AND WS-OPTION-X (1:1) IS NUMERIC
               COMPUTE WS-DEFAULT-LEAD-DAYS =
                   FUNCTION NUMVAL (WS-OPTION-X)
           END-IF

           .

      *
      *  200 CALCULATE PROPOSALS replaces the proposals on file
      *  with a fresh set - one per item on INVEN-MASTER.DAT,
      *  worked out from the history - saves them, and prints
      *  the review listing. Proposals still waiting on a
      *  decision are lost, so the operator confirms first.
      *

       200-CALCULATE-PROPOSALS.

           MOVE 'Y' TO WS-CONFIRM

           IF WS-PROPOSAL-COUNT > 0
               DISPLAY 'THIS REPLACES THE ' WS-PROPOSAL-COUNT
                  ' PROPOSALS ON FILE. CONTINUE? (Y/N): '
                  WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-IF

           IF WS-CONFIRM EQUAL 'Y' OR 'y'
               PERFORM 205-GET-WINDOW
               PERFORM 210-LOAD-ITEMS

               IF WS-PROPOSAL-COUNT EQUAL 0
                   DISPLAY 'NO ITEMS ON INVEN-MASTER.DAT - '
                      'NOTHING TO CALCULATE.'
               ELSE
                   PERFORM 220-READ-HISTORY
                   PERFORM 240-PROPOSE-ALL-ITEMS
                   PERFORM 900-SAVE-PROPOSALS
                   PERFORM 600-PRINT-REVIEW-LISTING
               END-IF
           ELSE
               DISPLAY 'CALCULATION CANCELLED.'
           END-IF

           .

      *
      *  205 GET WINDOW asks how many days of history to work
      *  from - 90 unless a usable number of days is typed -
      *  and works out the first day of the window. Only the
      *  front of the typed value is tested - NUMVAL tolerates
      *  the padding.
      *

       205-GET-WINDOW.

           MOVE 90 TO WS-WINDOW-DAYS
           MOVE SPACES TO WS-OPTION-X
           DISPLAY 'HISTORY WINDOW IN DAYS (BLANK FOR 90): '
              WITH NO ADVANCING
           ACCEPT WS-OPTION-X
           IF WS-OPTION-X NOT EQUAL SPACES
              AND WS-OPTION-X (1:1) IS NUMERIC
              AND FUNCTION NUMVAL (WS-OPTION-X) >= 1
               COMPUTE WS-WINDOW-DAYS =
                   FUNCTION NUMVAL (WS-OPTION-X)
           END-IF

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)

           COMPUTE WS-WINDOW-START-INTEGER =
               WS-TODAY-INTEGER - WS-WINDOW-DAYS

           COMPUTE WS-WINDOW-START-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-INTEGER)

           MOVE WS-WINDOW-START-NUM TO WS-WINDOW-START-DATE

           DISPLAY 'WINDOW ' WS-WINDOW-START-DATE ' TO ' WS-RUN-DATE
              ', SAFETY ' WS-SAFETY-DAYS ' DAYS, CYCLE '
              WS-CYCLE-DAYS ' DAYS.'

           .

      *
      *  210 LOAD ITEMS starts the table over with one row per
      *  warehouse/product/size on INVEN-MASTER.DAT. A product
      *  carried from two vendors in one warehouse is one item
      *  - the reorder row is not kept by vendor - and takes
      *  its lead time from the first vendor on file.
      *

       210-LOAD-ITEMS.

           MOVE 0 TO WS-PROPOSAL-COUNT
           MOVE 'N' TO WS-OVERFLOW-FLAG
           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT INVEN-MASTER-FILE

           IF WS-INVEN-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ INVEN-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 215-ADD-ITEM
                   END-READ
               END-PERFORM

               CLOSE INVEN-MASTER-FILE
           ELSE
               DISPLAY 'INVEN-MASTER.DAT COULD NOT BE OPENED, '
                  'STATUS: ' WS-INVEN-STATUS
           END-IF

           IF PROPOSALS-OVERFLOWED
               DISPLAY 'MORE THAN 999 ITEMS - THE REST ARE NOT '
                  'PROPOSED THIS TIME.'
           END-IF

           .

      *
      *  215 ADD ITEM starts a table row for the inventory row
      *  just read, unless its warehouse/product/size already
      *  has one.
      *

       215-ADD-ITEM.

           MOVE INVEN-WAREHOUSE-ID TO WS-LOOK-WAREHOUSE
           MOVE INVEN-PRODUCT-ID TO WS-LOOK-PRODUCT
           MOVE INVEN-PRODUCT-SIZE TO WS-LOOK-SIZE
           PERFORM 235-FIND-ITEM

           IF WS-ITEM-SUB EQUAL 0
               IF WS-PROPOSAL-COUNT < 999
                   ADD 1 TO WS-PROPOSAL-COUNT
                   MOVE SPACES TO PRT-ENTRY (WS-PROPOSAL-COUNT)
                   MOVE WS-LOOK-KEY TO PRT-KEY (WS-PROPOSAL-COUNT)
                   MOVE INVEN-VENDOR-ID TO
                      PRT-VENDOR-ID (WS-PROPOSAL-COUNT)
                   MOVE WS-RUN-DATE TO
                      PRT-CALC-DATE (WS-PROPOSAL-COUNT)
                   MOVE 0 TO PRT-WINDOW-DAYS (WS-PROPOSAL-COUNT)
                   MOVE 0 TO PRT-SHIPPED-QTY (WS-PROPOSAL-COUNT)
                   MOVE 0 TO PRT-AVG-DAILY (WS-PROPOSAL-COUNT)
                   MOVE 0 TO PRT-LEAD-DAYS (WS-PROPOSAL-COUNT)
                   MOVE 0 TO PRT-CURRENT-LOW (WS-PROPOSAL-COUNT)
                   MOVE 0 TO PRT-CURRENT-HIGH (WS-PROPOSAL-COUNT)
                   MOVE 0 TO PRT-NEW-LOW (WS-PROPOSAL-COUNT)
                   MOVE 0 TO PRT-NEW-HIGH (WS-PROPOSAL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
               END-IF
           END-IF

           .

      *
      *  220 READ HISTORY makes one pass of TRANS-HISTORY.TXT,
      *  adding up each item's shipments in the window, its
      *  last ship date, and every vendor's receipt lead times.
      *  The PO master is only needed for the order dates.
      *

       220-READ-HISTORY.

           MOVE 0 TO WS-LEAD-COUNT
           MOVE 0 TO WS-HISTORY-READ-COUNT

           MOVE 'N' TO WS-PO-OPEN-FLAG
           OPEN INPUT PO-MASTER-FILE
           IF WS-PO-MASTER-STATUS EQUAL '00'
               MOVE 'Y' TO WS-PO-OPEN-FLAG
           ELSE
               DISPLAY 'PO-MASTER.DAT NOT ON FILE - EVERY VENDOR '
                  'GETS THE DEFAULT LEAD TIME.'
           END-IF

           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT TRANS-HISTORY-FILE

           IF WS-HISTORY-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ TRANS-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ-COUNT
                           PERFORM 225-NOTE-HISTORY-ROW
                   END-READ
               END-PERFORM

               CLOSE TRANS-HISTORY-FILE
           ELSE
               DISPLAY 'TRANS-HISTORY.TXT NOT ON FILE - NO '
                  'SHIPMENTS TO GO ON.'
           END-IF

           IF PO-MASTER-AVAILABLE
               CLOSE PO-MASTER-FILE
           END-IF

           DISPLAY WS-HISTORY-READ-COUNT ' . HISTORY ROWS READ.'

           .

      *
      *  225 NOTE HISTORY ROW sends a receipt to the lead time
      *  tally and a shipment or B balance-forward row to its
      *  item. Adjustments and transfers are not demand.
      *

       225-NOTE-HISTORY-ROW.

           MOVE HIST-TRAN-IMAGE TO WS-TRAN-IMAGE

           IF IMG-ACTION-CODE EQUAL 'R'
               PERFORM 230-NOTE-RECEIPT-LEAD
           END-IF

           IF IMG-ACTION-CODE EQUAL 'S' OR 'B'
               MOVE HIST-APPLIED-WAREHOUSE TO WS-LOOK-WAREHOUSE
               MOVE IMG-PRODUCT-ID TO WS-LOOK-PRODUCT
               MOVE IMG-PRODUCT-SIZE TO WS-LOOK-SIZE
               PERFORM 235-FIND-ITEM
               IF WS-ITEM-SUB > 0
                   PERFORM 226-NOTE-ITEM-MOVEMENT
               END-IF
           END-IF

           .

      *
      *  226 NOTE ITEM MOVEMENT adds what a shipment dated
      *  inside the window actually took off the shelf - its
      *  on-hand before less its on-hand after - to the item's
      *  shipped quantity. The rate is shipments made, not
      *  demand: the quantity keyed on a shipment includes any
      *  part the posting run backordered, and TRANS-POST-PROG
      *  writes the later release as an S row of its own that
      *  cannot be told from a keyed one, so counting keyed
      *  quantities would count a backorder twice. A shipment
      *  that moved nothing does not count toward the last ship
      *  date either. A B row adds no quantity - its
      *  transaction date is the last shipment archived away,
      *  and its run date is the day the item's history on file
      *  now starts. Either way the latest ship date seen is
      *  kept.
      *

       226-NOTE-ITEM-MOVEMENT.

           MOVE SPACES TO WS-SHIP-DATE

           IF IMG-ACTION-CODE EQUAL 'S'
               MOVE 0 TO WS-MOVED-QTY
               IF HIST-BEFORE-ON-HAND IS NUMERIC
                  AND HIST-AFTER-ON-HAND IS NUMERIC
                  AND HIST-BEFORE-ON-HAND > HIST-AFTER-ON-HAND
                   COMPUTE WS-MOVED-QTY =
                       HIST-BEFORE-ON-HAND - HIST-AFTER-ON-HAND
               END-IF
               IF WS-MOVED-QTY > 0
                   IF IMG-TRAN-DATE NOT EQUAL SPACES
                       MOVE IMG-TRAN-DATE TO WS-SHIP-DATE
                   ELSE
                       MOVE HIST-RUN-DATE TO WS-SHIP-DATE
                   END-IF
                   IF WS-SHIP-DATE NOT < WS-WINDOW-START-DATE
                       ADD WS-MOVED-QTY TO
                          PRT-SHIPPED-QTY (WS-ITEM-SUB)
                   END-IF
               END-IF
           ELSE
               MOVE IMG-TRAN-DATE TO WS-SHIP-DATE
               IF HIST-RUN-DATE IS NUMERIC
                  AND HIST-RUN-DATE > PRT-FROM-DATE (WS-ITEM-SUB)
                   MOVE HIST-RUN-DATE TO PRT-FROM-DATE (WS-ITEM-SUB)
               END-IF
           END-IF

           IF WS-SHIP-DATE NOT EQUAL SPACES
              AND WS-SHIP-DATE > PRT-LAST-SHIP (WS-ITEM-SUB)
               MOVE WS-SHIP-DATE TO PRT-LAST-SHIP (WS-ITEM-SUB)
           END-IF

           .

      *
      *  230 NOTE RECEIPT LEAD measures one receipt that
      *  relieved a PO still on file - its date (the run date
      *  if the transaction carried none) less the PO's order
      *  date - and adds it to the ordering vendor's tally.
      *  Rows from before receipts carried a PO number, POs
      *  already archived, and dates that do not make sense
      *  are passed over.
      *

       230-NOTE-RECEIPT-LEAD.

           IF PO-MASTER-AVAILABLE
              AND HIST-PO-NUMBER IS NUMERIC
              AND HIST-PO-NUMBER > 0
               MOVE HIST-PO-NUMBER TO PO-MAST-NUMBER
               READ PO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 232-ADD-LEAD-SAMPLE
               END-READ
           END-IF

           .

       232-ADD-LEAD-SAMPLE.

           IF IMG-TRAN-DATE NOT EQUAL SPACES
               MOVE IMG-TRAN-DATE TO WS-RECEIPT-DATE
           ELSE
               MOVE HIST-RUN-DATE TO WS-RECEIPT-DATE
           END-IF

           IF WS-RECEIPT-DATE IS NUMERIC
              AND PO-MAST-ORDER-DATE IS NUMERIC
              AND WS-RECEIPT-DATE NOT < PO-MAST-ORDER-DATE
               MOVE WS-RECEIPT-DATE TO WS-DATE-NUM
               COMPUTE WS-RECEIPT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               MOVE PO-MAST-ORDER-DATE TO WS-DATE-NUM
               COMPUTE WS-ORDER-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

               IF WS-RECEIPT-INTEGER > 0
                  AND WS-ORDER-INTEGER > 0
                   MOVE PO-MAST-VENDOR-ID TO WS-LOOK-VENDOR
                   PERFORM 233-FIND-LEAD-VENDOR
                   IF WS-LEAD-FOUND-SUB EQUAL 0
                      AND WS-LEAD-COUNT < 50
                       ADD 1 TO WS-LEAD-COUNT
                       MOVE WS-LEAD-COUNT TO WS-LEAD-FOUND-SUB
                       MOVE WS-LOOK-VENDOR TO
                          LEAD-VENDOR-ID (WS-LEAD-FOUND-SUB)
                       MOVE 0 TO LEAD-RECEIPT-COUNT
                          (WS-LEAD-FOUND-SUB)
                       MOVE 0 TO LEAD-DAYS-TOTAL (WS-LEAD-FOUND-SUB)
                   END-IF
                   IF WS-LEAD-FOUND-SUB > 0
                       ADD 1 TO LEAD-RECEIPT-COUNT
                          (WS-LEAD-FOUND-SUB)
                       COMPUTE LEAD-DAYS-TOTAL (WS-LEAD-FOUND-SUB) =
                           LEAD-DAYS-TOTAL (WS-LEAD-FOUND-SUB)
                           + WS-RECEIPT-INTEGER - WS-ORDER-INTEGER
                   END-IF
               END-IF
           END-IF

           .

      *
      *  233 FIND LEAD VENDOR leaves the lead table row for
      *  WS-LOOK-VENDOR in WS-LEAD-FOUND-SUB, zero if the
      *  vendor has none yet.
      *

       233-FIND-LEAD-VENDOR.

           MOVE 0 TO WS-LEAD-FOUND-SUB

           PERFORM VARYING WS-LEAD-SUB FROM 1 BY 1
              UNTIL WS-LEAD-SUB > WS-LEAD-COUNT
              OR WS-LEAD-FOUND-SUB > 0
              IF LEAD-VENDOR-ID (WS-LEAD-SUB) EQUAL WS-LOOK-VENDOR
                  MOVE WS-LEAD-SUB TO WS-LEAD-FOUND-SUB
              END-IF
           END-PERFORM

           .

      *
      *  235 FIND ITEM SEARCHes the proposal table for
      *  WS-LOOK-KEY and leaves its row in WS-ITEM-SUB, zero if
      *  the item is not carried.
      *

       235-FIND-ITEM.

           MOVE 0 TO WS-ITEM-SUB

           SET PRT-INDEX TO 1
           SEARCH PRT-ENTRY

              WHEN PRT-KEY (PRT-INDEX) EQUAL WS-LOOK-KEY
                  SET WS-ITEM-SUB TO PRT-INDEX

           END-SEARCH

           .

      *
      *  240 PROPOSE ALL ITEMS turns every item's tallies into
      *  its proposal, with the thresholds it uses today
      *  alongside. The threshold files are only read here.
      *

       240-PROPOSE-ALL-ITEMS.

           MOVE 'N' TO WS-REORDER-OPEN-FLAG
           OPEN INPUT REORDER-FILE
           IF WS-REORDER-STATUS EQUAL '00'
               MOVE 'Y' TO WS-REORDER-OPEN-FLAG
           END-IF

           MOVE 'N' TO WS-WHSE-OPEN-FLAG
           OPEN INPUT REORDER-WHSE-FILE
           IF WS-REORDER-WHSE-STATUS EQUAL '00'
               MOVE 'Y' TO WS-WHSE-OPEN-FLAG
           END-IF

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-PROPOSAL-COUNT
              PERFORM 245-PROPOSE-ONE-ITEM
              PERFORM 250-FIND-CURRENT-LIMITS
           END-PERFORM

           IF REORDER-FILE-AVAILABLE
               CLOSE REORDER-FILE
           END-IF

           IF REORDER-WHSE-AVAILABLE
               CLOSE REORDER-WHSE-FILE
           END-IF

           DISPLAY WS-PROPOSAL-COUNT ' . PROPOSALS CALCULATED.'

           .

      *
      *  245 PROPOSE ONE ITEM works out the daily rate over the
      *  days of the window still on file for the item, takes
      *  its vendor's average lead time, and sets
      *
      *      LOW  = rate x (lead + safety days)
      *      HIGH = LOW + rate x cycle days
      *
      *  rounded to whole units. An item that shipped at all
      *  gets a LOW of at least one; both are held to 9999,
      *  the widest the threshold fields go.
      *

       245-PROPOSE-ONE-ITEM.

           MOVE WS-WINDOW-START-DATE TO WS-FROM-DATE
           IF PRT-FROM-DATE (WS-ITEM-SUB) NOT EQUAL SPACES
              AND PRT-FROM-DATE (WS-ITEM-SUB) > WS-FROM-DATE
               MOVE PRT-FROM-DATE (WS-ITEM-SUB) TO WS-FROM-DATE
           END-IF

           MOVE WS-FROM-DATE TO WS-DATE-NUM
           COMPUTE WS-DAYS-COVERED = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-DAYS-COVERED < 1
               MOVE 1 TO WS-DAYS-COVERED
           END-IF

           MOVE WS-WINDOW-DAYS TO PRT-WINDOW-DAYS (WS-ITEM-SUB)
           COMPUTE PRT-AVG-DAILY (WS-ITEM-SUB) ROUNDED =
               PRT-SHIPPED-QTY (WS-ITEM-SUB) / WS-DAYS-COVERED

           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
           MOVE PRT-VENDOR-ID (WS-ITEM-SUB) TO WS-LOOK-VENDOR
           PERFORM 233-FIND-LEAD-VENDOR
           IF WS-LEAD-FOUND-SUB > 0
               IF LEAD-RECEIPT-COUNT (WS-LEAD-FOUND-SUB) > 0
                   COMPUTE WS-LEAD-DAYS ROUNDED =
                       LEAD-DAYS-TOTAL (WS-LEAD-FOUND-SUB)
                       / LEAD-RECEIPT-COUNT (WS-LEAD-FOUND-SUB)
               END-IF
           END-IF
           MOVE WS-LEAD-DAYS TO PRT-LEAD-DAYS (WS-ITEM-SUB)

           COMPUTE WS-NEW-LOW ROUNDED =
               PRT-SHIPPED-QTY (WS-ITEM-SUB)
               * (WS-LEAD-DAYS + WS-SAFETY-DAYS) / WS-DAYS-COVERED
           IF WS-NEW-LOW EQUAL 0
              AND PRT-SHIPPED-QTY (WS-ITEM-SUB) > 0
               MOVE 1 TO WS-NEW-LOW
           END-IF

           COMPUTE WS-NEW-HIGH ROUNDED = WS-NEW-LOW
               + PRT-SHIPPED-QTY (WS-ITEM-SUB) * WS-CYCLE-DAYS
               / WS-DAYS-COVERED

           IF WS-NEW-LOW > 9999
               MOVE 9999 TO WS-NEW-LOW
           END-IF
           IF WS-NEW-HIGH > 9999
               MOVE 9999 TO WS-NEW-HIGH
           END-IF

           MOVE WS-NEW-LOW TO PRT-NEW-LOW (WS-ITEM-SUB)
           MOVE WS-NEW-HIGH TO PRT-NEW-HIGH (WS-ITEM-SUB)
           MOVE WS-RUN-DATE TO PRT-CALC-DATE (WS-ITEM-SUB)
           MOVE 'P' TO PRT-STATUS (WS-ITEM-SUB)
           MOVE SPACES TO PRT-APPROVED-BY (WS-ITEM-SUB)

           .

      *
      *  250 FIND CURRENT LIMITS fills in the pair the item is
      *  flagged against today, the way HEALING-VIBES-PROG
      *  picks it - the warehouse row first, then the product
      *  row.
      *

       250-FIND-CURRENT-LIMITS.

           MOVE 'N' TO PRT-CURRENT-SOURCE (WS-ITEM-SUB)
           MOVE 0 TO PRT-CURRENT-LOW (WS-ITEM-SUB)
           MOVE 0 TO PRT-CURRENT-HIGH (WS-ITEM-SUB)

           IF REORDER-WHSE-AVAILABLE
               MOVE PRT-KEY (WS-ITEM-SUB) TO RWH-KEY
               READ REORDER-WHSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'W' TO PRT-CURRENT-SOURCE (WS-ITEM-SUB)
                       MOVE RWH-LOW-REC TO
                          PRT-CURRENT-LOW (WS-ITEM-SUB)
                       MOVE RWH-HIGH-REC TO
                          PRT-CURRENT-HIGH (WS-ITEM-SUB)
               END-READ
           END-IF

           IF PRT-CURRENT-SOURCE (WS-ITEM-SUB) EQUAL 'N'
              AND REORDER-FILE-AVAILABLE
               MOVE PRT-PRODUCT-ID (WS-ITEM-SUB) TO
                  REORDER-PRODUCT-ID
               READ REORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'P' TO PRT-CURRENT-SOURCE (WS-ITEM-SUB)
                       MOVE REORDER-LOW-REC TO
                          PRT-CURRENT-LOW (WS-ITEM-SUB)
                       MOVE REORDER-HIGH-REC TO
                          PRT-CURRENT-HIGH (WS-ITEM-SUB)
               END-READ
           END-IF

           .

      *
      *  300 LIST PROPOSALS shows one line per proposal,
      *  numbered as on the review listing - current pair,
      *  proposed pair, and where it stands.
      *

       300-LIST-PROPOSALS.

           IF WS-PROPOSAL-COUNT EQUAL 0
               DISPLAY 'NO PROPOSALS ON FILE.'
           END-IF

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-PROPOSAL-COUNT
              PERFORM 610-FORMAT-DETAIL-LINE
              DISPLAY REVIEW-DETAIL-LINE
           END-PERFORM

           .

      *
      *  400 APPROVE PROPOSALS approves one proposal by number,
      *  or every pending one for 0. A rejected proposal can
      *  still be approved; one already written cannot be
      *  approved again.
      *

       400-APPROVE-PROPOSALS.

           DISPLAY 'PROPOSAL NUMBER TO APPROVE (0 FOR ALL '
              'PENDING): ' WITH NO ADVANCING
           ACCEPT WS-PICK-NUMBER

           MOVE 0 TO WS-CHANGED-COUNT

           IF WS-PICK-NUMBER EQUAL 0
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                  UNTIL WS-ITEM-SUB > WS-PROPOSAL-COUNT
                  IF PRT-IS-PENDING (WS-ITEM-SUB)
                      MOVE 'A' TO PRT-STATUS (WS-ITEM-SUB)
                      MOVE WS-SIGNON-OPERATOR-ID TO
                         PRT-APPROVED-BY (WS-ITEM-SUB)
                      ADD 1 TO WS-CHANGED-COUNT
                  END-IF
               END-PERFORM
               DISPLAY WS-CHANGED-COUNT ' . PROPOSALS APPROVED.'
           ELSE
               IF WS-PICK-NUMBER > WS-PROPOSAL-COUNT
                   DISPLAY 'NO SUCH PROPOSAL NUMBER.'
               ELSE
                   IF PRT-IS-WRITTEN (WS-PICK-NUMBER)
                       DISPLAY 'PROPOSAL ALREADY WRITTEN.'
                   ELSE
                       MOVE 'A' TO PRT-STATUS (WS-PICK-NUMBER)
                       MOVE WS-SIGNON-OPERATOR-ID TO
                          PRT-APPROVED-BY (WS-PICK-NUMBER)
                       DISPLAY 'PROPOSAL ' WS-PICK-NUMBER
                          ' APPROVED.'
                   END-IF
               END-IF
           END-IF

           .

      *
      *  410 REJECT PROPOSAL rejects one pending or approved
      *  proposal by number, so W passes it by.
      *

       410-REJECT-PROPOSAL.

           DISPLAY 'PROPOSAL NUMBER TO REJECT: ' WITH NO ADVANCING
           ACCEPT WS-PICK-NUMBER

           IF WS-PICK-NUMBER < 1
              OR WS-PICK-NUMBER > WS-PROPOSAL-COUNT
               DISPLAY 'NO SUCH PROPOSAL NUMBER.'
           ELSE
               IF PRT-IS-WRITTEN (WS-PICK-NUMBER)
                   DISPLAY 'PROPOSAL ALREADY WRITTEN.'
               ELSE
                   MOVE 'R' TO PRT-STATUS (WS-PICK-NUMBER)
                   MOVE SPACES TO PRT-APPROVED-BY (WS-PICK-NUMBER)
                   DISPLAY 'PROPOSAL ' WS-PICK-NUMBER ' REJECTED.'
               END-IF
           END-IF

           .

      *
      *  500 WRITE APPROVED puts every approved proposal's pair
      *  onto REORDER-WHSE.DAT - a new row for an item without
      *  one, a rewrite for an item that has one - stamped with
      *  today and the approving operator, and marks it
      *  written. Pending and rejected proposals are never
      *  written. The proposals are saved straight after.
      *

       500-WRITE-APPROVED.

           MOVE 0 TO WS-WRITTEN-COUNT

           OPEN I-O REORDER-WHSE-FILE
           IF WS-REORDER-WHSE-STATUS = '35'
               OPEN OUTPUT REORDER-WHSE-FILE
               CLOSE REORDER-WHSE-FILE
               OPEN I-O REORDER-WHSE-FILE
           END-IF

           IF WS-REORDER-WHSE-STATUS NOT EQUAL '00'
               DISPLAY 'REORDER-WHSE.DAT COULD NOT BE OPENED, '
                  'STATUS: ' WS-REORDER-WHSE-STATUS
           ELSE
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                  UNTIL WS-ITEM-SUB > WS-PROPOSAL-COUNT
                  IF PRT-IS-APPROVED (WS-ITEM-SUB)
                      PERFORM 510-WRITE-ONE-ROW
                  END-IF
               END-PERFORM

               CLOSE REORDER-WHSE-FILE

               PERFORM 900-SAVE-PROPOSALS
           END-IF

           DISPLAY WS-WRITTEN-COUNT ' . THRESHOLDS WRITTEN.'

           .

       510-WRITE-ONE-ROW.

           MOVE PRT-KEY (WS-ITEM-SUB) TO RWH-KEY

           READ REORDER-WHSE-FILE
               INVALID KEY
                   PERFORM 515-FILL-WHSE-ROW
                   WRITE REORDER-WHSE-RECORD
                       INVALID KEY
                           DISPLAY 'WRITE FAILED FOR ' RWH-KEY
                       NOT INVALID KEY
                           MOVE 'W' TO PRT-STATUS (WS-ITEM-SUB)
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 515-FILL-WHSE-ROW
                   REWRITE REORDER-WHSE-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR ' RWH-KEY
                       NOT INVALID KEY
                           MOVE 'W' TO PRT-STATUS (WS-ITEM-SUB)
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-REWRITE
           END-READ

           .

       515-FILL-WHSE-ROW.

           MOVE PRT-KEY (WS-ITEM-SUB) TO RWH-KEY
           MOVE PRT-NEW-LOW (WS-ITEM-SUB) TO RWH-LOW-REC
           MOVE PRT-NEW-HIGH (WS-ITEM-SUB) TO RWH-HIGH-REC
           MOVE WS-RUN-DATE TO RWH-SET-DATE
           MOVE PRT-APPROVED-BY (WS-ITEM-SUB) TO RWH-OPERATOR-ID

           .

      *
      *  600 PRINT REVIEW LISTING prints every proposal, current
      *  against proposed, on REORDER-REVIEW-REPORT.TXT for the
      *  buyers to mark up before approving.
      *

       600-PRINT-REVIEW-LISTING.

           OPEN OUTPUT REVIEW-REPORT

           MOVE REVIEW-HEADER-1 TO REVIEW-OUTPUT-REC
           WRITE REVIEW-OUTPUT-REC AFTER ADVANCING 1 LINES

           IF WS-PROPOSAL-COUNT > 0
               MOVE PRT-CALC-DATE (1) TO RVO-DATE-OUT
               MOVE PRT-WINDOW-DAYS (1) TO RVO-WINDOW-OUT
           ELSE
               MOVE WS-RUN-DATE TO RVO-DATE-OUT
               MOVE 0 TO RVO-WINDOW-OUT
           END-IF
           MOVE WS-SAFETY-DAYS TO RVO-SAFETY-OUT
           MOVE WS-CYCLE-DAYS TO RVO-CYCLE-OUT
           MOVE REVIEW-OPTIONS-LINE TO REVIEW-OUTPUT-REC
           WRITE REVIEW-OUTPUT-REC AFTER ADVANCING 2 LINES

           MOVE REVIEW-COLUMN-HEADER-1 TO REVIEW-OUTPUT-REC
           WRITE REVIEW-OUTPUT-REC AFTER ADVANCING 2 LINES

           MOVE REVIEW-COLUMN-HEADER-2 TO REVIEW-OUTPUT-REC
           WRITE REVIEW-OUTPUT-REC AFTER ADVANCING 1 LINES

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-PROPOSAL-COUNT
              PERFORM 610-FORMAT-DETAIL-LINE
              MOVE REVIEW-DETAIL-LINE TO REVIEW-OUTPUT-REC
              WRITE REVIEW-OUTPUT-REC AFTER ADVANCING 1 LINES
           END-PERFORM

           MOVE WS-PROPOSAL-COUNT TO RVT-COUNT-OUT
           MOVE REVIEW-TOTAL-LINE TO REVIEW-OUTPUT-REC
           WRITE REVIEW-OUTPUT-REC AFTER ADVANCING 2 LINES

           CLOSE REVIEW-REPORT

           DISPLAY 'REVIEW LISTING PRINTED.'

           .

      *
      *  610 FORMAT DETAIL LINE lays proposal WS-ITEM-SUB out on
      *  REVIEW-DETAIL-LINE, for the listing and the screen.
      *

       610-FORMAT-DETAIL-LINE.

           MOVE WS-ITEM-SUB TO RVW-NUMBER-OUT
           MOVE PRT-WAREHOUSE-ID (WS-ITEM-SUB) TO RVW-WAREHOUSE-OUT
           MOVE PRT-PRODUCT-ID (WS-ITEM-SUB) TO RVW-PRODUCT-OUT
           MOVE PRT-PRODUCT-SIZE (WS-ITEM-SUB) TO RVW-SIZE-OUT
           MOVE PRT-SHIPPED-QTY (WS-ITEM-SUB) TO RVW-SHIPPED-OUT
           MOVE PRT-AVG-DAILY (WS-ITEM-SUB) TO RVW-AVG-OUT
           MOVE PRT-LEAD-DAYS (WS-ITEM-SUB) TO RVW-LEAD-OUT

           IF PRT-LAST-SHIP (WS-ITEM-SUB) EQUAL SPACES
               MOVE 'NEVER' TO RVW-LAST-SHIP-OUT
           ELSE
               MOVE PRT-LAST-SHIP (WS-ITEM-SUB) TO RVW-LAST-SHIP-OUT
           END-IF

           EVALUATE TRUE
               WHEN PRT-CURRENT-SOURCE (WS-ITEM-SUB) EQUAL 'W'
                   MOVE 'WHSE' TO RVW-SOURCE-OUT
               WHEN PRT-CURRENT-SOURCE (WS-ITEM-SUB) EQUAL 'P'
                   MOVE 'PROD' TO RVW-SOURCE-OUT
               WHEN OTHER
                   MOVE 'NONE' TO RVW-SOURCE-OUT
           END-EVALUATE

           MOVE PRT-CURRENT-LOW (WS-ITEM-SUB) TO RVW-CUR-LOW-OUT
           MOVE PRT-CURRENT-HIGH (WS-ITEM-SUB) TO RVW-CUR-HIGH-OUT
           MOVE PRT-NEW-LOW (WS-ITEM-SUB) TO RVW-NEW-LOW-OUT
           MOVE PRT-NEW-HIGH (WS-ITEM-SUB) TO RVW-NEW-HIGH-OUT

           EVALUATE TRUE
               WHEN PRT-IS-APPROVED (WS-ITEM-SUB)
                   MOVE 'APPROVED' TO RVW-STATUS-OUT
               WHEN PRT-IS-REJECTED (WS-ITEM-SUB)
                   MOVE 'REJECTED' TO RVW-STATUS-OUT
               WHEN PRT-IS-WRITTEN (WS-ITEM-SUB)
                   MOVE 'WRITTEN' TO RVW-STATUS-OUT
               WHEN OTHER
                   MOVE 'PENDING' TO RVW-STATUS-OUT
           END-EVALUATE

           .

      *
      *  800 SIGN ON OPERATOR makes the operator identify
      *  themselves against OPERATOR-MASTER.DAT before the menu
      *  is shown - three tries, then the session ends. The
      *  master stays open for the session once signed on.
      *

       800-SIGN-ON-OPERATOR.

           MOVE 'N' TO WS-SIGN-ON-FLAG
           MOVE 0 TO WS-SIGN-ON-TRIES

           OPEN INPUT OPERATOR-MASTER-FILE

           IF WS-OPERATOR-STATUS NOT EQUAL '00'
               DISPLAY 'OPERATOR MASTER NOT ON FILE - SET UP'
               DISPLAY 'OPERATORS IN OPERATOR-MAINT-PROG. STATUS: '
                  WS-OPERATOR-STATUS
           ELSE
               PERFORM UNTIL OPERATOR-SIGNED-ON
                  OR WS-SIGN-ON-TRIES NOT LESS THAN 3
                   PERFORM 810-TRY-SIGN-ON
               END-PERFORM

               IF NOT OPERATOR-SIGNED-ON
                   DISPLAY 'SIGN-ON FAILED - SESSION ENDED.'
                   CLOSE OPERATOR-MASTER-FILE
               END-IF
           END-IF

           .

      *
      *  810 TRY SIGN ON takes one ID/password attempt. A wrong
      *  ID and a wrong password get the same answer, so the
      *  screen never confirms which IDs exist.
      *

       810-TRY-SIGN-ON.

           ADD 1 TO WS-SIGN-ON-TRIES

           DISPLAY ' '
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
           ACCEPT OPER-ID
           DISPLAY 'PASSWORD:    ' WITH NO ADVANCING
           ACCEPT WS-ENTERED-PASSWORD

           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'SIGN-ON REJECTED.'
               NOT INVALID KEY
                   IF OPER-PASSWORD EQUAL WS-ENTERED-PASSWORD
                      AND OPER-IS-ACTIVE
                       MOVE 'Y' TO WS-SIGN-ON-FLAG
                       MOVE OPER-ID TO WS-SIGNON-OPERATOR-ID
                       MOVE OPER-ROLE TO WS-SIGNON-ROLE
                       MOVE OPER-APPROVAL-LIMIT TO WS-SIGNON-LIMIT
                       DISPLAY 'SIGNED ON AS ' OPER-NAME
                   ELSE
                       DISPLAY 'SIGN-ON REJECTED.'
                   END-IF
           END-READ

           .

      *
      *  820 NOT AUTHORIZED tells the operator the menu option
      *  chosen is outside their role.
      *

       820-NOT-AUTHORIZED.

           DISPLAY 'OPERATOR ' WS-SIGNON-OPERATOR-ID
              ' IS NOT AUTHORIZED FOR THAT OPTION.'

           .

      *
      *  900 SAVE PROPOSALS rewrites REORDER-PROPOSAL.TXT from
      *  the table, so where each proposal stands carries over
      *  to the next session.
      *

       900-SAVE-PROPOSALS.

           OPEN OUTPUT PROPOSAL-FILE

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-PROPOSAL-COUNT
              MOVE PRT-PROPOSAL (WS-ITEM-SUB) TO PROPOSAL-RECORD
              WRITE PROPOSAL-RECORD
           END-PERFORM

           CLOSE PROPOSAL-FILE

           .
