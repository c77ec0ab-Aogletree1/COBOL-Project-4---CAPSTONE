       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ORDER-ENTRY-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program takes customer orders. Until now every S
      *  shipment in TRANSACTIONS.TXT arrived from the warehouse
      *  feed after the fact - there was no record of who
      *  ordered what, and nothing stopped two callers being
      *  promised the same stock.
      *
      *  It is a simple ACCEPT/DISPLAY menu driven program in
      *  the style of VENDOR-MAINT-PROG, working against
      *  INVEN-MASTER.DAT (the permanent indexed inventory
      *  master HEALING-VIBES-PROG loads on every batch run):
      *
      *    E - takes an order by customer, one product/size line
      *        at a time. Each line is allocated as much of the
      *        available stock as it asks for - available being
      *        the master on-hand less what other orders already
      *        hold - and whatever cannot be covered is shown as
      *        short right at the keyboard.
      *    P - prints the pick list for one warehouse - every
      *        open order line with its ordered, allocated, and
      *        short quantities and a blank picked column.
      *    C - walks the open lines one at a time to take the
      *        quantity actually picked. Confirmed lines are
      *        written to ORDER-SHIP.TXT as S shipments in the
      *        TRANS-RECORD layout, one complete batch with its
      *        own CORD source stamp and the signed-on operator,
      *        the way CYCLE-COUNT-PROG writes its CYCL batch, so
      *        TRANS-POST-PROG posts them as-is.
      *    L - lists the order lines on file with their status.
      *
      *  Each confirmed line ships what was picked, never more
      *  than its allocation - the allocation is the stock this
      *  line was promised, and anything over it belongs to
      *  some other order. Whatever of the ordered quantity
      *  does not ship - all of it, when nothing was picked -
      *  goes onto BACKORDER.DAT at confirmation, the same way
      *  TRANS-POST-PROG's 470-CAPTURE-BACKORDER files a short
      *  shipment, so its 475-RELEASE-BACKORDER ships it on the
      *  next receipt for the product.
      *
      *  A confirmed line is stamped with the date of the batch
      *  it goes out on, so a line confirmed in a session that
      *  never got as far as writing its batch still goes out
      *  on the next one. Each day's ORDER-SHIP.TXT must go to
      *  posting that night - the next day's batch replaces it.
      *
      *  The operator signs on against OPERATOR-MASTER.DAT
      *  before the menu is shown. Taking orders and confirming
      *  picks are for clerks and supervisors; anyone signed on
      *  may print the pick list and list the order lines.
      *
      *  Order numbers are issued in sequence from
      *  ORDER-CONTROL.TXT, the way PO-MAINT-PROG issues PO
      *  numbers from PO-CONTROL.TXT.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVEN-KEY
               FILE STATUS IS WS-INVEN-FILE-STATUS.

      *
      *  CUSTOMER-ORDER-FILE is the indexed order master, one
      *  row per order line, keyed by order number and line
      *  number, kept in the style of PO-MASTER.DAT.
      *

           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO 'CUSTOMER-ORDER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORDER-FILE-STATUS.

      *
      *  ORDER-CONTROL-FILE holds the single next-order-number
      *  record carried between sessions.
      *

           SELECT ORDER-CONTROL-FILE
               ASSIGN TO 'ORDER-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-CONTROL-STATUS.

      *
      *  ORDER-SHIP-FILE carries the confirmed picks out in the
      *  TRANS-RECORD layout TRANS-POST-PROG reads, so the
      *  shipments never have to be keyed into TRANSACTIONS.TXT
      *  by hand.
      *

           SELECT ORDER-SHIP-FILE
               ASSIGN TO 'ORDER-SHIP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-FILE-STATUS.

           SELECT PICK-LIST
               ASSIGN TO PRINTER 'PICK-LIST.TXT'.

      *
      *  BACKORDER-FILE is TRANS-POST-PROG's backorder file -
      *  the part of a confirmed line that did not ship is
      *  added to it, and the posting run releases it when the
      *  stock comes in.
      *

           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORDER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BACK-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.

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
      *  One row per order line. ALLOCATED is the part of the
      *  ordered quantity the available stock covered when the
      *  line was taken; STATUS flips from O to S when the pick
      *  is confirmed on SHIP-DATE, with the quantity actually
      *  picked in PICKED. BATCH-DATE stays blank until the line
      *  is written to a shipment batch, and then carries that
      *  batch's date; a line that shipped nothing has no row to
      *  batch and carries the day it was confirmed.
      *

       FD CUSTOMER-ORDER-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01  CUSTOMER-ORDER-RECORD.
           05  ORD-KEY.
               10  ORD-NUMBER                  PIC 9(6).
               10  ORD-LINE                    PIC 9(2).
           05  ORD-CUSTOMER-ID                 PIC X(6).
           05  ORD-WAREHOUSE-ID                PIC X(4).
           05  ORD-VENDOR-ID                   PIC X.
           05  ORD-PRODUCT-ID                  PIC X(3).
           05  ORD-PRODUCT-SIZE                PIC X.
           05  ORD-PRODUCT-NAME                PIC X(13).
           05  ORD-QTY-ORDERED                 PIC 9(4).
           05  ORD-QTY-ALLOCATED               PIC 9(4).
           05  ORD-ORDER-DATE                  PIC X(8).
           05  ORD-SHIP-DATE                   PIC X(8).
           05  ORD-STATUS                      PIC X.
               88  ORD-IS-OPEN                     VALUE 'O'.
               88  ORD-IS-SHIPPED                  VALUE 'S'.
           05  ORD-QTY-PICKED                  PIC 9(4).
           05  ORD-BATCH-DATE                  PIC X(8).
               88  ORD-NOT-BATCHED                 VALUE SPACES.

       FD ORDER-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  ORDER-CONTROL-RECORD.
           05  ORD-NEXT-NUMBER                 PIC 9(6).

      *
      *  ORDER-SHIP-RECORD mirrors the TRANS-RECORD layout in
      *  TRANS-POST-PROG - action code S with the shipped
      *  quantity - and the file is written as one complete
      *  batch (BHDR header, dated details, BTRL trailer) so it
      *  can be posted as TRANSACTIONS.TXT without any hand
      *  assembly.
      *

       FD ORDER-SHIP-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  ORDER-SHIP-RECORD.
           05  SHIP-WAREHOUSE-ID               PIC X(4).
           05  SHIP-VENDOR-ID                  PIC X.
           05  SHIP-PRODUCT-ID                 PIC X(3).
           05  SHIP-PRODUCT-NAME               PIC X(13).
           05  SHIP-PRODUCT-SIZE               PIC X.
           05  SHIP-ACTION-CODE                PIC X.
           05  SHIP-QUANTITY                   PIC 9(4).
           05  SHIP-TO-WAREHOUSE-ID            PIC X(4).
           05  SHIP-TRAN-DATE                  PIC X(8).

      *
      *  SBATCH-SOURCE carries CORD, so the posting program's
      *  stale-batch guard sees this as a different batch from
      *  the warehouse feed's and the cycle count's batches of
      *  the same date. SBATCH-OPERATOR-ID is the operator who
      *  confirmed the picks, in the BATCH-OPERATOR-ID position
      *  of the posting program's batch record.
      *

       01  SHIP-BATCH-RECORD.
           05  SBATCH-MARKER                   PIC X(4).
           05  SBATCH-DATE                     PIC X(8).
           05  SBATCH-EXPECTED-COUNT           PIC 9(4).
           05  SBATCH-EXPECTED-HASH            PIC 9(8).
           05  SBATCH-SOURCE                   PIC X(4).
           05  SBATCH-OPERATOR-ID              PIC X(6).
           05  FILLER                          PIC X(5).

       FD    PICK-LIST
             RECORD CONTAINS 80 CHARACTERS.

       01    PICK-OUTPUT-REC           PIC X(80).

      *
      *  Backorder row - same layout as the FD in
      *  TRANS-POST-PROG.
      *

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

       01  WS-INVEN-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-ORDER-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-ORDER-CONTROL-STATUS     PIC XX VALUE SPACES.
       01  WS-SHIP-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BACKORDER-STATUS         PIC XX VALUE SPACES.
       01  WS-MENU-CHOICE              PIC X  VALUE SPACES.
       01  WS-CONTINUE-FLAG            PIC X  VALUE 'Y'.
           88  KEEP-RUNNING                   VALUE 'Y'.
       01  WS-EOF-FLAG                 PIC X  VALUE ' '.
           88  NO-MORE-DATA                   VALUE 'N'.
       01  WS-ENTRY-LOOP-FLAG          PIC X  VALUE 'Y'.
           88  KEEP-ENTERING                  VALUE 'Y'.
       01  WS-ANSWER                   PIC X  VALUE SPACES.
       01  WS-ASKED-WAREHOUSE          PIC X(4) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-NEXT-ORDER-NUMBER        PIC 9(6) VALUE 1.
       01  WS-LINE-NUMBER              PIC 9(2) VALUE 0.
       01  WS-PICK-LINE-COUNT          PIC 9(4) VALUE 0.
       01  WS-CONFIRM-COUNT            PIC 9(4) VALUE 0.
       01  WS-LISTED-COUNT             PIC 9(4) VALUE 0.
       01  WS-SHIP-COUNT               PIC 9(4) VALUE 0.
       01  WS-SHIP-HASH                PIC 9(8) VALUE 0.

      *
      *  Order entry work fields - the customer the order is
      *  for, and the line being keyed, held here while
      *  220-COMPUTE-ALLOCATED runs the order file through the
      *  record area.
      *

       01  WS-CUSTOMER-ID              PIC X(6) VALUE SPACES.
       01  WS-ENTRY-LINE.
           05  ENT-WAREHOUSE-ID                 PIC X(4).
           05  ENT-VENDOR-ID                    PIC X.
           05  ENT-PRODUCT-ID                   PIC X(3).
           05  ENT-PRODUCT-SIZE                 PIC X.
           05  ENT-PRODUCT-NAME                 PIC X(13).
           05  ENT-QTY-ORDERED                  PIC 9(4).
       01  WS-ON-HAND                  PIC 9(4) VALUE 0.
       01  WS-ALREADY-ALLOCATED        PIC 9(5) VALUE 0.
       01  WS-AVAILABLE                PIC 9(4) VALUE 0.
       01  WS-ALLOCATE-QTY             PIC 9(4) VALUE 0.
       01  WS-SHORT-QTY                PIC 9(4) VALUE 0.

      *
      *  Pick confirmation work fields - the picked quantity is
      *  keyed into PICKED-X and only moved to the order line
      *  once it checks out as a whole number from 0 up to the
      *  ordered quantity. SHIP-QTY is what a confirmed line
      *  ships - the picked quantity, capped at the allocation.
      *

       01  WS-PICKED-X                 PIC X(8) VALUE SPACES.
       01  WS-PICKED-NUM               PIC S9(9)V99 VALUE 0.
       01  WS-PICKED-QTY               PIC 9(4) VALUE 0.
       01  WS-PICK-ANSWER-FLAG         PIC X  VALUE 'N'.
           88  PICK-ANSWERED                  VALUE 'Y'.
       01  WS-SHIP-QTY                 PIC 9(4) VALUE 0.
       01  WS-UNBATCHED-COUNT          PIC 9(4) VALUE 0.

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
           88  SIGNON-MAY-TAKE-ORDERS         VALUE 'K' 'S'.
       01  WS-SIGNON-LIMIT             PIC 9(7)V99 VALUE 0.

      *
      *  Pick list layout - warehouse header, column header,
      *  one line per open order line with a blank column for
      *  the picker's pen.
      *

       01  PICK-HEADER-1.
           05  FILLER            PIC X(30) VALUE SPACES.
           05  FILLER            PIC X(20) VALUE
              'ORDER PICK LIST'.

       01  PICK-HEADER-2.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE 'WAREHOUSE: '.
           05  PICK-WAREHOUSE-OUT PIC X(4).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE: '.
           05  PICK-DATE-OUT     PIC X(8).

       01  PICK-COLUMN-HEADER.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE 'ORDER LN'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'CUST'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(3)  VALUE 'VEN'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'PROD'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(13) VALUE 'PRODUCT NAME'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(2)  VALUE 'SZ'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'ORDR'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'ALOC'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'SHRT'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE 'PICKED'.

       01  PICK-DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-ORDER-OUT     PIC 9(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-LINE-OUT      PIC 9(2).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-CUSTOMER-OUT  PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-VENDOR-OUT    PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-PRODUCT-OUT   PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-NAME-OUT      PIC X(13).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-SIZE-OUT      PIC X(2).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-ORDERED-OUT   PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-ALLOCATED-OUT PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  PCK-SHORT-OUT     PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE '_________'.

       01  PICK-NOTHING-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(40) VALUE
              'NO OPEN ORDER LINES FOR THAT WAREHOUSE.'.

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
      *  105 RUN SESSION opens the inventory master and the
      *  order master, loads the next order number, drives the
      *  menu loop until the operator chooses X, then saves the
      *  next order number back. Without an inventory master on
      *  disk there is no stock to allocate.
      *

       105-RUN-SESSION.

           OPEN INPUT INVEN-MASTER-FILE

           IF WS-INVEN-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'INVENTORY MASTER NOT ON FILE - RUN THE'
               DISPLAY 'BATCH REPORT FIRST. STATUS: '
                  WS-INVEN-FILE-STATUS
           ELSE
               OPEN I-O CUSTOMER-ORDER-FILE
               IF WS-ORDER-FILE-STATUS = '35'
                   OPEN OUTPUT CUSTOMER-ORDER-FILE
                   CLOSE CUSTOMER-ORDER-FILE
                   OPEN I-O CUSTOMER-ORDER-FILE
               END-IF

               OPEN I-O BACKORDER-FILE
               IF WS-BACKORDER-STATUS EQUAL '35'
                   OPEN OUTPUT BACKORDER-FILE
                   CLOSE BACKORDER-FILE
                   OPEN I-O BACKORDER-FILE
               END-IF

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

               PERFORM 150-LOAD-NEXT-ORDER-NUMBER

               PERFORM UNTIL NOT KEEP-RUNNING
                   PERFORM 110-SHOW-MENU
                   PERFORM 120-PROCESS-CHOICE
               END-PERFORM

               PERFORM 160-SAVE-NEXT-ORDER-NUMBER

               CLOSE BACKORDER-FILE
               CLOSE CUSTOMER-ORDER-FILE
               CLOSE INVEN-MASTER-FILE
           END-IF

           .

      *
      *  110 SHOW MENU displays the available options and
      *  accepts the operator's choice.
      *

       110-SHOW-MENU.

           DISPLAY ' '
           DISPLAY 'CUSTOMER ORDER ENTRY'
           DISPLAY 'E - ENTER A CUSTOMER ORDER'
           DISPLAY 'P - PRINT PICK LIST FOR A WAREHOUSE'
           DISPLAY 'C - CONFIRM PICKS AND WRITE SHIPMENTS'
           DISPLAY 'L - LIST ORDER LINES ON FILE'
           DISPLAY 'X - EXIT'
           DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           .

      *
      *  120 PROCESS CHOICE dispatches the operator's selection.
      *  Taking orders and confirming picks are held to clerks
      *  and supervisors.
      *

       120-PROCESS-CHOICE.

           EVALUATE TRUE

               WHEN WS-MENU-CHOICE EQUAL 'E' OR 'e'
                   IF SIGNON-MAY-TAKE-ORDERS
                       PERFORM 200-ENTER-ORDER
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'P' OR 'p'
                   PERFORM 300-PRINT-PICK-LIST

               WHEN WS-MENU-CHOICE EQUAL 'C' OR 'c'
                   IF SIGNON-MAY-TAKE-ORDERS
                       PERFORM 400-CONFIRM-PICKS
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'L' OR 'l'
                   PERFORM 500-LIST-ORDER-LINES

               WHEN WS-MENU-CHOICE EQUAL 'X' OR 'x'
                   MOVE 'N' TO WS-CONTINUE-FLAG

               WHEN OTHER
                   DISPLAY 'NOT A VALID CHOICE, TRY AGAIN.'

           END-EVALUATE

           .

      *
      *  150 LOAD NEXT ORDER NUMBER reads the one-record
      *  control file. A missing control file means the order
      *  subsystem is new - numbering starts at 000001.
      *

       150-LOAD-NEXT-ORDER-NUMBER.

           OPEN INPUT ORDER-CONTROL-FILE

           IF WS-ORDER-CONTROL-STATUS EQUAL '00'
               READ ORDER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ORD-NEXT-NUMBER TO WS-NEXT-ORDER-NUMBER
               END-READ
               CLOSE ORDER-CONTROL-FILE
           END-IF

           .

      *
      *  160 SAVE NEXT ORDER NUMBER rewrites the control file so
      *  the next session keeps numbering where this one left
      *  off.
      *

       160-SAVE-NEXT-ORDER-NUMBER.

           OPEN OUTPUT ORDER-CONTROL-FILE
           MOVE WS-NEXT-ORDER-NUMBER TO ORD-NEXT-NUMBER
           WRITE ORDER-CONTROL-RECORD
           CLOSE ORDER-CONTROL-FILE

           .

      *
      *  200 ENTER ORDER takes one customer's order - the
      *  customer ID once, then as many product/size lines as
      *  the caller wants, all under one order number. An order
      *  that ends up with no lines does not use up a number.
      *

       200-ENTER-ORDER.

           DISPLAY ' '
           DISPLAY 'CUSTOMER ID: ' WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-ID

           MOVE 0 TO WS-LINE-NUMBER
           MOVE 'Y' TO WS-ENTRY-LOOP-FLAG

           PERFORM UNTIL NOT KEEP-ENTERING
               PERFORM 210-ENTER-ONE-LINE
           END-PERFORM

           IF WS-LINE-NUMBER > 0
               DISPLAY 'ORDER ' WS-NEXT-ORDER-NUMBER ' TAKEN, '
                  WS-LINE-NUMBER ' LINES.'
               ADD 1 TO WS-NEXT-ORDER-NUMBER
           ELSE
               DISPLAY 'NO LINES ENTERED - NO ORDER TAKEN.'
           END-IF

           .

      *
      *  210 ENTER ONE LINE accepts one warehouse/vendor/
      *  product/size key and quantity, validates the key
      *  against the master as it is keyed, and allocates what
      *  the available stock covers. An X warehouse answer ends
      *  the order.
      *

       210-ENTER-ONE-LINE.

           DISPLAY ' '
           DISPLAY 'WAREHOUSE (X TO END ORDER): ' WITH NO ADVANCING
           ACCEPT INVEN-WAREHOUSE-ID

           IF INVEN-WAREHOUSE-ID EQUAL 'X' OR 'x'
               MOVE 'N' TO WS-ENTRY-LOOP-FLAG
           ELSE
           IF WS-LINE-NUMBER EQUAL 99
               DISPLAY '99 LINES IS THE MOST ONE ORDER CAN HOLD -'
               DISPLAY 'START A NEW ORDER FOR THE REST.'
               MOVE 'N' TO WS-ENTRY-LOOP-FLAG
           ELSE
               DISPLAY 'VENDOR ID:  ' WITH NO ADVANCING
               ACCEPT INVEN-VENDOR-ID
               DISPLAY 'PRODUCT ID: ' WITH NO ADVANCING
               ACCEPT INVEN-PRODUCT-ID
               DISPLAY 'SIZE:       ' WITH NO ADVANCING
               ACCEPT INVEN-PRODUCT-SIZE

               READ INVEN-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'NOT ON THE INVENTORY MASTER - '
                          'CHECK THE PRODUCT AND REKEY.'
                   NOT INVALID KEY
                       MOVE INVEN-WAREHOUSE-ID TO ENT-WAREHOUSE-ID
                       MOVE INVEN-VENDOR-ID TO ENT-VENDOR-ID
                       MOVE INVEN-PRODUCT-ID TO ENT-PRODUCT-ID
                       MOVE INVEN-PRODUCT-SIZE TO ENT-PRODUCT-SIZE
                       MOVE INVEN-PRODUCT-NAME TO ENT-PRODUCT-NAME
                       MOVE INVEN-NUM-IN-STOCK TO WS-ON-HAND
                       DISPLAY INVEN-PRODUCT-NAME
                       DISPLAY 'QUANTITY ORDERED: '
                          WITH NO ADVANCING
                       ACCEPT ENT-QTY-ORDERED
                       IF ENT-QTY-ORDERED IS NOT NUMERIC
                          OR ENT-QTY-ORDERED EQUAL 0
                           DISPLAY 'QUANTITY MUST BE 1 TO 9999 - '
                              'LINE NOT TAKEN.'
                       ELSE
                           PERFORM 220-COMPUTE-ALLOCATED
                           PERFORM 230-WRITE-ORDER-LINE
                       END-IF
               END-READ
           END-IF
           END-IF

           .

      *
      *  220 COMPUTE ALLOCATED works out what this line can
      *  have. Everything other orders already hold for the
      *  same key comes off the master on-hand first: every
      *  open line's allocation, plus what every confirmed line
      *  not yet posted ships - one not yet on a batch, or on
      *  today's batch, which posts tonight - since the master
      *  still counts that stock as on the shelf. Lines batched
      *  on an earlier day have been through that night's
      *  posting and are already out of the on-hand.
      *

       220-COMPUTE-ALLOCATED.

           MOVE 0 TO WS-ALREADY-ALLOCATED
           MOVE ' ' TO WS-EOF-FLAG

           MOVE LOW-VALUES TO ORD-KEY
           START CUSTOMER-ORDER-FILE
               KEY IS NOT LESS THAN ORD-KEY
               INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-DATA
               READ CUSTOMER-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT AT END
                       IF ORD-WAREHOUSE-ID EQUAL ENT-WAREHOUSE-ID
                          AND ORD-VENDOR-ID EQUAL ENT-VENDOR-ID
                          AND ORD-PRODUCT-ID EQUAL ENT-PRODUCT-ID
                          AND ORD-PRODUCT-SIZE EQUAL
                             ENT-PRODUCT-SIZE
                           IF ORD-IS-OPEN
                               ADD ORD-QTY-ALLOCATED TO
                                  WS-ALREADY-ALLOCATED
                           END-IF
                           IF ORD-IS-SHIPPED
                              AND (ORD-NOT-BATCHED
                                 OR ORD-BATCH-DATE EQUAL WS-RUN-DATE)
                               PERFORM 465-COMPUTE-SHIP-QTY
                               ADD WS-SHIP-QTY TO
                                  WS-ALREADY-ALLOCATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ALREADY-ALLOCATED NOT < WS-ON-HAND
               MOVE 0 TO WS-AVAILABLE
           ELSE
               COMPUTE WS-AVAILABLE =
                   WS-ON-HAND - WS-ALREADY-ALLOCATED
           END-IF

           IF ENT-QTY-ORDERED > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-ALLOCATE-QTY
           ELSE
               MOVE ENT-QTY-ORDERED TO WS-ALLOCATE-QTY
           END-IF

           COMPUTE WS-SHORT-QTY = ENT-QTY-ORDERED - WS-ALLOCATE-QTY

           .

      *
      *  230 WRITE ORDER LINE files the keyed line on the order
      *  master as an open line and tells the caller how much
      *  of it is covered.
      *

       230-WRITE-ORDER-LINE.

           ADD 1 TO WS-LINE-NUMBER

           MOVE WS-NEXT-ORDER-NUMBER TO ORD-NUMBER
           MOVE WS-LINE-NUMBER TO ORD-LINE
           MOVE WS-CUSTOMER-ID TO ORD-CUSTOMER-ID
           MOVE ENT-WAREHOUSE-ID TO ORD-WAREHOUSE-ID
           MOVE ENT-VENDOR-ID TO ORD-VENDOR-ID
           MOVE ENT-PRODUCT-ID TO ORD-PRODUCT-ID
           MOVE ENT-PRODUCT-SIZE TO ORD-PRODUCT-SIZE
           MOVE ENT-PRODUCT-NAME TO ORD-PRODUCT-NAME
           MOVE ENT-QTY-ORDERED TO ORD-QTY-ORDERED
           MOVE WS-ALLOCATE-QTY TO ORD-QTY-ALLOCATED
           MOVE WS-RUN-DATE TO ORD-ORDER-DATE
           MOVE SPACES TO ORD-SHIP-DATE
           MOVE 'O' TO ORD-STATUS
           MOVE 0 TO ORD-QTY-PICKED
           MOVE SPACES TO ORD-BATCH-DATE

           WRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'ORDER ' ORD-NUMBER ' LINE ' ORD-LINE
                      ' ALREADY ON FILE - CHECK ORDER-CONTROL.TXT.'
                   SUBTRACT 1 FROM WS-LINE-NUMBER
                   MOVE 'N' TO WS-ENTRY-LOOP-FLAG
               NOT INVALID KEY
                   DISPLAY 'LINE ' ORD-LINE ' - ALLOCATED '
                      WS-ALLOCATE-QTY ' OF ' ENT-QTY-ORDERED
                   IF WS-SHORT-QTY > 0
                       DISPLAY '  SHORT ' WS-SHORT-QTY
                          ' - BACKORDERED WHEN THE PICK IS CONFIRMED.'
                   END-IF
           END-WRITE

           .

      *
      *  300 PRINT PICK LIST reads the whole order master in
      *  key order and prints a pick line for every open line
      *  in the asked-for warehouse, so the pickers pull the
      *  orders in the order they were taken.
      *

       300-PRINT-PICK-LIST.

           DISPLAY 'WAREHOUSE TO PICK: ' WITH NO ADVANCING
           ACCEPT WS-ASKED-WAREHOUSE

           OPEN OUTPUT PICK-LIST

           MOVE PICK-HEADER-1 TO PICK-OUTPUT-REC
           WRITE PICK-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE WS-ASKED-WAREHOUSE TO PICK-WAREHOUSE-OUT
           MOVE WS-RUN-DATE TO PICK-DATE-OUT
           MOVE PICK-HEADER-2 TO PICK-OUTPUT-REC
           WRITE PICK-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE PICK-COLUMN-HEADER TO PICK-OUTPUT-REC
           WRITE PICK-OUTPUT-REC AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-PICK-LINE-COUNT
           MOVE ' ' TO WS-EOF-FLAG

           MOVE LOW-VALUES TO ORD-KEY
           START CUSTOMER-ORDER-FILE
               KEY IS NOT LESS THAN ORD-KEY
               INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-DATA
               READ CUSTOMER-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT AT END
                       IF ORD-IS-OPEN
                          AND ORD-WAREHOUSE-ID EQUAL
                             WS-ASKED-WAREHOUSE
                           PERFORM 310-PRINT-PICK-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PICK-LINE-COUNT EQUAL 0
               MOVE PICK-NOTHING-LINE TO PICK-OUTPUT-REC
               WRITE PICK-OUTPUT-REC AFTER ADVANCING 2 LINES
           END-IF

           CLOSE PICK-LIST

           DISPLAY 'PICK LIST PRINTED, '
              WS-PICK-LINE-COUNT ' LINES.'

           .

      *
      *  310 PRINT PICK LINE prints one open order line.
      *

       310-PRINT-PICK-LINE.

           MOVE ORD-NUMBER TO PCK-ORDER-OUT
           MOVE ORD-LINE TO PCK-LINE-OUT
           MOVE ORD-CUSTOMER-ID TO PCK-CUSTOMER-OUT
           MOVE ORD-VENDOR-ID TO PCK-VENDOR-OUT
           MOVE ORD-PRODUCT-ID TO PCK-PRODUCT-OUT
           MOVE ORD-PRODUCT-NAME TO PCK-NAME-OUT
           MOVE ORD-PRODUCT-SIZE TO PCK-SIZE-OUT
           MOVE ORD-QTY-ORDERED TO PCK-ORDERED-OUT
           MOVE ORD-QTY-ALLOCATED TO PCK-ALLOCATED-OUT

           COMPUTE WS-SHORT-QTY =
               ORD-QTY-ORDERED - ORD-QTY-ALLOCATED
           MOVE WS-SHORT-QTY TO PCK-SHORT-OUT

           MOVE PICK-DETAIL-LINE TO PICK-OUTPUT-REC
           WRITE PICK-OUTPUT-REC AFTER ADVANCING 1 LINES

           ADD 1 TO WS-PICK-LINE-COUNT

           .

      *
      *  400 CONFIRM PICKS walks the open lines of one
      *  warehouse for the quantity actually picked - a
      *  quantity marks the line shipped today, N leaves it
      *  open for another day, X stops walking - then writes
      *  the day's shipment batch.
      *

       400-CONFIRM-PICKS.

           DISPLAY 'WAREHOUSE TO CONFIRM: ' WITH NO ADVANCING
           ACCEPT WS-ASKED-WAREHOUSE

           MOVE 0 TO WS-CONFIRM-COUNT
           MOVE ' ' TO WS-EOF-FLAG

           MOVE LOW-VALUES TO ORD-KEY
           START CUSTOMER-ORDER-FILE
               KEY IS NOT LESS THAN ORD-KEY
               INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-DATA
               READ CUSTOMER-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT AT END
                       IF ORD-IS-OPEN
                          AND ORD-WAREHOUSE-ID EQUAL
                             WS-ASKED-WAREHOUSE
                           PERFORM 410-CONFIRM-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY WS-CONFIRM-COUNT ' . PICKS CONFIRMED.'

           PERFORM 450-WRITE-SHIP-BATCH

           .

      *
      *  410 CONFIRM ONE LINE shows one open line with its
      *  allocation and keeps asking for the picked quantity
      *  until it gets an answer it can use.
      *

       410-CONFIRM-ONE-LINE.

           COMPUTE WS-SHORT-QTY =
               ORD-QTY-ORDERED - ORD-QTY-ALLOCATED

           DISPLAY ' '
           DISPLAY 'ORDER ' ORD-NUMBER ' LINE ' ORD-LINE
              ' CUSTOMER ' ORD-CUSTOMER-ID
           DISPLAY '  ' ORD-WAREHOUSE-ID ' ' ORD-VENDOR-ID ' '
              ORD-PRODUCT-ID ' ' ORD-PRODUCT-NAME ' SIZE '
              ORD-PRODUCT-SIZE
           DISPLAY '  ORDERED ' ORD-QTY-ORDERED
              '  ALLOCATED ' ORD-QTY-ALLOCATED
              '  SHORT ' WS-SHORT-QTY

           MOVE 'N' TO WS-PICK-ANSWER-FLAG

           PERFORM UNTIL PICK-ANSWERED
               PERFORM 415-TAKE-PICKED-QTY
           END-PERFORM

           .

      *
      *  415 TAKE PICKED QTY accepts one answer. The quantity
      *  is keyed into an alphanumeric field and checked before
      *  it goes anywhere near the order line - it has to be a
      *  whole number from 0 up to the ordered quantity. A zero
      *  pick is a line nothing could be pulled for - a line
      *  with no allocation always is - and the whole order
      *  goes to backorder. Anything else is re-asked.
      *

       415-TAKE-PICKED-QTY.

           MOVE SPACES TO WS-PICKED-X
           DISPLAY 'QUANTITY PICKED (N TO SKIP, X TO STOP): '
              WITH NO ADVANCING
           ACCEPT WS-PICKED-X

           EVALUATE TRUE

               WHEN WS-PICKED-X EQUAL 'N' OR 'n'
                   MOVE 'Y' TO WS-PICK-ANSWER-FLAG

               WHEN WS-PICKED-X EQUAL 'X' OR 'x'
                   MOVE 'Y' TO WS-PICK-ANSWER-FLAG
                   MOVE 'N' TO WS-EOF-FLAG

               WHEN FUNCTION TEST-NUMVAL (WS-PICKED-X) NOT EQUAL 0
                   DISPLAY 'QUANTITY PICKED MUST BE 0 TO '
                      ORD-QTY-ORDERED ' - REKEY.'

               WHEN OTHER
                   COMPUTE WS-PICKED-NUM =
                       FUNCTION NUMVAL (WS-PICKED-X)
                   MOVE WS-PICKED-NUM TO WS-PICKED-QTY
                   IF WS-PICKED-NUM NOT EQUAL WS-PICKED-QTY
                      OR WS-PICKED-QTY > ORD-QTY-ORDERED
                       DISPLAY 'QUANTITY PICKED MUST BE 0 TO '
                          ORD-QTY-ORDERED ' - REKEY.'
                   ELSE
                       MOVE 'Y' TO WS-PICK-ANSWER-FLAG
                       PERFORM 420-MARK-LINE-SHIPPED
                   END-IF

           END-EVALUATE

           .

      *
      *  420 MARK LINE SHIPPED records the pick on the order
      *  line - picked quantity, shipped today, not yet on a
      *  batch - and tells the operator what ships. What of the
      *  order does not ship is backordered in 430. A line that
      *  ships nothing has nothing to batch, so it is stamped
      *  with today's batch date here and never selected by
      *  450.
      *

       420-MARK-LINE-SHIPPED.

           MOVE WS-PICKED-QTY TO ORD-QTY-PICKED
           MOVE 'S' TO ORD-STATUS
           MOVE WS-RUN-DATE TO ORD-SHIP-DATE
           PERFORM 465-COMPUTE-SHIP-QTY

           IF WS-SHIP-QTY EQUAL 0
               MOVE WS-RUN-DATE TO ORD-BATCH-DATE
           ELSE
               MOVE SPACES TO ORD-BATCH-DATE
           END-IF

           REWRITE CUSTOMER-ORDER-RECORD

           IF WS-ORDER-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'ORDER REWRITE FAILED, STATUS: '
                  WS-ORDER-FILE-STATUS
           ELSE
               ADD 1 TO WS-CONFIRM-COUNT
               DISPLAY '  SHIPS ' WS-SHIP-QTY
               IF ORD-QTY-PICKED > ORD-QTY-ALLOCATED
                   DISPLAY '  ONLY ' ORD-QTY-ALLOCATED
                      ' ALLOCATED - RETURN THE REST TO STOCK.'
               END-IF
               COMPUTE WS-SHORT-QTY =
                   ORD-QTY-ORDERED - WS-SHIP-QTY
               IF WS-SHORT-QTY > 0
                   PERFORM 430-CAPTURE-BACKORDER
                   DISPLAY '  ' WS-SHORT-QTY
                      ' BACKORDERED - SHIPS ON THE NEXT RECEIPT.'
               END-IF
           END-IF

           .

      *
      *  430 CAPTURE BACKORDER files the part of a confirmed
      *  line that did not ship on the backorder file, as
      *  TRANS-POST-PROG's 470-CAPTURE-BACKORDER does for a
      *  short shipment - a key already on file just grows by
      *  the new shortfall, keeping the date it was first
      *  opened. The next posting run that receives the product
      *  releases it as a shipment.
      *

       430-CAPTURE-BACKORDER.

           MOVE ORD-WAREHOUSE-ID TO BACK-WAREHOUSE-ID
           MOVE ORD-VENDOR-ID TO BACK-VENDOR-ID
           MOVE ORD-PRODUCT-ID TO BACK-PRODUCT-ID
           MOVE ORD-PRODUCT-SIZE TO BACK-PRODUCT-SIZE

           READ BACKORDER-FILE
               INVALID KEY
                   MOVE ORD-PRODUCT-NAME TO BACK-PRODUCT-NAME
                   MOVE WS-SHORT-QTY TO BACK-QTY
                   MOVE WS-RUN-DATE TO BACK-FIRST-DATE
                   WRITE BACKORDER-RECORD
               NOT INVALID KEY
                   ADD WS-SHORT-QTY TO BACK-QTY
                       ON SIZE ERROR
                           MOVE 9999 TO BACK-QTY
                   END-ADD
                   REWRITE BACKORDER-RECORD
           END-READ

           IF WS-BACKORDER-STATUS NOT EQUAL '00'
               DISPLAY 'BACKORDER WRITE FAILED, STATUS: '
                  WS-BACKORDER-STATUS
           END-IF

           .

      *
      *  450 WRITE SHIP BATCH writes every confirmed line not
      *  yet posted - whichever warehouse and whichever session
      *  confirmed it - to ORDER-SHIP.TXT as an S shipment
      *  transaction. The whole file is one batch, BHDR header
      *  and BTRL trailer included, so it posts as
      *  TRANSACTIONS.TXT as-is. Lines not yet on any batch go
      *  on, and so do the lines already on today's batch: the
      *  posting program takes one CORD batch a day, so a
      *  second session the same day rebuilds the day's batch
      *  whole rather than writing a second one. Lines batched
      *  on an earlier day went out with that day's file and
      *  are left alone. When nothing new has been confirmed
      *  the file already on disk is not touched.
      *

       450-WRITE-SHIP-BATCH.

           PERFORM 455-COUNT-UNBATCHED

           IF WS-UNBATCHED-COUNT EQUAL 0
               DISPLAY 'NO NEW SHIPMENTS - ORDER-SHIP.TXT '
                  'NOT REWRITTEN.'
           ELSE
               MOVE 0 TO WS-SHIP-COUNT
               MOVE 0 TO WS-SHIP-HASH

               OPEN OUTPUT ORDER-SHIP-FILE

               MOVE SPACES TO SHIP-BATCH-RECORD
               MOVE 'BHDR' TO SBATCH-MARKER
               MOVE WS-RUN-DATE TO SBATCH-DATE
               MOVE 'CORD' TO SBATCH-SOURCE
               MOVE WS-SIGNON-OPERATOR-ID TO SBATCH-OPERATOR-ID
               WRITE SHIP-BATCH-RECORD

               MOVE ' ' TO WS-EOF-FLAG

               MOVE LOW-VALUES TO ORD-KEY
               START CUSTOMER-ORDER-FILE
                   KEY IS NOT LESS THAN ORD-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-EOF-FLAG
               END-START

               PERFORM UNTIL NO-MORE-DATA
                   READ CUSTOMER-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           IF ORD-IS-SHIPPED
                              AND (ORD-NOT-BATCHED
                                 OR ORD-BATCH-DATE EQUAL
                                    WS-RUN-DATE)
                               PERFORM 460-WRITE-SHIPMENT
                           END-IF
                   END-READ
               END-PERFORM

               MOVE SPACES TO SHIP-BATCH-RECORD
               MOVE 'BTRL' TO SBATCH-MARKER
               MOVE WS-RUN-DATE TO SBATCH-DATE
               MOVE WS-SHIP-COUNT TO SBATCH-EXPECTED-COUNT
               MOVE WS-SHIP-HASH TO SBATCH-EXPECTED-HASH
               MOVE 'CORD' TO SBATCH-SOURCE
               MOVE WS-SIGNON-OPERATOR-ID TO SBATCH-OPERATOR-ID
               WRITE SHIP-BATCH-RECORD

               CLOSE ORDER-SHIP-FILE

               DISPLAY WS-SHIP-COUNT
                  ' . SHIPMENTS WRITTEN TO ORDER-SHIP.TXT.'
           END-IF

           .

      *
      *  455 COUNT UNBATCHED counts the confirmed lines not yet
      *  on any batch, so 450 knows whether there is anything
      *  new to write.
      *

       455-COUNT-UNBATCHED.

           MOVE 0 TO WS-UNBATCHED-COUNT
           MOVE ' ' TO WS-EOF-FLAG

           MOVE LOW-VALUES TO ORD-KEY
           START CUSTOMER-ORDER-FILE
               KEY IS NOT LESS THAN ORD-KEY
               INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-DATA
               READ CUSTOMER-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT AT END
                       IF ORD-IS-SHIPPED AND ORD-NOT-BATCHED
                           ADD 1 TO WS-UNBATCHED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           .

      *
      *  460 WRITE SHIPMENT writes one confirmed line as an S
      *  shipment row in the TRANS-RECORD layout, for the
      *  quantity 465 works out, hashes that same quantity, and
      *  stamps the line with the batch date so it is not
      *  picked up again by a later day's batch. A line that
      *  ships nothing writes no row - it is only stamped.
      *

       460-WRITE-SHIPMENT.

           PERFORM 465-COMPUTE-SHIP-QTY

           IF WS-SHIP-QTY > 0
               PERFORM 462-WRITE-SHIP-ROW
           END-IF

           IF ORD-NOT-BATCHED
               MOVE WS-RUN-DATE TO ORD-BATCH-DATE
               REWRITE CUSTOMER-ORDER-RECORD
               IF WS-ORDER-FILE-STATUS NOT EQUAL '00'
                   DISPLAY 'ORDER REWRITE FAILED, STATUS: '
                      WS-ORDER-FILE-STATUS
               END-IF
           END-IF

           .

      *
      *  462 WRITE SHIP ROW writes the S row itself and counts
      *  and hashes it for the trailer.
      *

       462-WRITE-SHIP-ROW.

           MOVE SPACES TO ORDER-SHIP-RECORD
           MOVE ORD-WAREHOUSE-ID TO SHIP-WAREHOUSE-ID
           MOVE ORD-VENDOR-ID TO SHIP-VENDOR-ID
           MOVE ORD-PRODUCT-ID TO SHIP-PRODUCT-ID
           MOVE ORD-PRODUCT-NAME TO SHIP-PRODUCT-NAME
           MOVE ORD-PRODUCT-SIZE TO SHIP-PRODUCT-SIZE
           MOVE 'S' TO SHIP-ACTION-CODE
           MOVE WS-SHIP-QTY TO SHIP-QUANTITY
           MOVE WS-RUN-DATE TO SHIP-TRAN-DATE

           WRITE ORDER-SHIP-RECORD

           ADD 1 TO WS-SHIP-COUNT
           ADD WS-SHIP-QTY TO WS-SHIP-HASH

           .

      *
      *  465 COMPUTE SHIP QTY works out what a confirmed line
      *  ships - the quantity picked, but never more than the
      *  line's allocation.
      *

       465-COMPUTE-SHIP-QTY.

           IF ORD-QTY-PICKED > ORD-QTY-ALLOCATED
               MOVE ORD-QTY-ALLOCATED TO WS-SHIP-QTY
           ELSE
               MOVE ORD-QTY-PICKED TO WS-SHIP-QTY
           END-IF

           .

      *
      *  500 LIST ORDER LINES reads the order master from the
      *  start and displays every line on file with its status.
      *

       500-LIST-ORDER-LINES.

           MOVE 0 TO WS-LISTED-COUNT
           MOVE ' ' TO WS-EOF-FLAG

           MOVE LOW-VALUES TO ORD-KEY
           START CUSTOMER-ORDER-FILE
               KEY IS NOT LESS THAN ORD-KEY
               INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-DATA
               READ CUSTOMER-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT AT END
                       DISPLAY ORD-NUMBER '-' ORD-LINE ' '
                          ORD-CUSTOMER-ID ' '
                          ORD-WAREHOUSE-ID ' '
                          ORD-VENDOR-ID ' '
                          ORD-PRODUCT-ID ' '
                          ORD-PRODUCT-NAME ' '
                          ORD-PRODUCT-SIZE
                          ' ORD ' ORD-QTY-ORDERED
                          ' ALC ' ORD-QTY-ALLOCATED
                          ' ' ORD-STATUS
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM

           IF WS-LISTED-COUNT EQUAL 0
               DISPLAY 'NO ORDER LINES ON FILE.'
           END-IF

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
