       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INVOICE-MATCH-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program stands between the vendors' invoices and
      *  accounts payable. AP used to pay whatever arrived
      *  without checking it against what we ordered or what
      *  actually came in the door, even though PO-MASTER.DAT
      *  and TRANS-HISTORY.TXT already hold everything needed
      *  to catch an overbilling.
      *
      *  It is a simple ACCEPT/DISPLAY menu driven program in
      *  the style of VENDOR-MAINT-PROG:
      *
      *    E - keys vendor invoice lines (invoice number, PO
      *        number, quantity billed, unit price billed),
      *        checking each PO number against the PO master as
      *        it is keyed, and queues them on INVOICE-ENTRY.TXT.
      *    L - lists the invoice lines waiting in the queue.
      *    D - drops a whole invoice from the queue (a vendor
      *        credit or a replacement invoice cancelled it).
      *    M - runs the three-way match. Every queued line is
      *        matched to its PO's ordered quantity and unit
      *        price (PO-MAST-QTY-ORDERED/PO-MAST-UNIT-PRICE)
      *        and to the R receipts TRANS-POST-PROG posted
      *        against that PO (the PO number it stamps on each
      *        relieving receipt's history row). The match
      *        report shows the quantity and price variances of
      *        every line. An invoice whose lines all pass is
      *        written to VOUCHER-EXTRACT.TXT, the approved-to-
      *        pay extract for AP, and logged on
      *        VOUCHER-HISTORY.TXT; an invoice with any failing
      *        line is held whole and stays queued for AP to
      *        take up with the vendor.
      *
      *  Quantity is matched cumulatively - everything already
      *  vouchered against the PO, plus everything approved
      *  earlier in the same run, plus this invoice. Billing
      *  for more than was received holds the invoice no matter
      *  what the tolerances say, so an overbilled quantity can
      *  never reach the extract. Billing past the ordered
      *  quantity, or at a unit price off the PO's, holds it
      *  once the variance is past the tolerance percentage in
      *  the MATCH-QTY-TOL-PCT (default 0) or
      *  MATCH-PRICE-TOL-PCT (default 2) environment variable.
      *
      *  The operator signs on against OPERATOR-MASTER.DAT
      *  before the menu is shown. Keying, dropping, and
      *  matching invoices are for buyers and supervisors;
      *  anyone signed on may list the queue.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-MAST-NUMBER
               FILE STATUS IS WS-PO-MASTER-STATUS.

      *
      *  INVOICE-ENTRY-FILE queues the keyed invoice lines
      *  between the entry sessions and the match run, appended
      *  to the way COUNT-ENTRY.TXT is. Held invoices are
      *  written back to it after every match run.
      *

           SELECT INVOICE-ENTRY-FILE
               ASSIGN TO 'INVOICE-ENTRY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-FILE-STATUS.

      *
      *  TRANS-HISTORY-FILE is TRANS-POST-PROG's permanent
      *  posted-transaction history, read here for the R
      *  receipts posted against each invoiced PO.
      *

           SELECT TRANS-HISTORY-FILE
               ASSIGN TO 'TRANS-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      *
      *  VOUCHER-EXTRACT-FILE is the approved-to-pay extract
      *  AP picks up - rewritten whole by every match run.
      *

           SELECT VOUCHER-EXTRACT-FILE
               ASSIGN TO 'VOUCHER-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

      *
      *  VOUCHER-HISTORY-FILE keeps every line ever approved,
      *  appended to across runs the way VENDOR-AUDIT.TXT
      *  accumulates. It is what makes the quantity match
      *  cumulative across invoices, and it catches an invoice
      *  presented twice.
      *

           SELECT VOUCHER-HISTORY-FILE
               ASSIGN TO 'VOUCHER-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-HIST-STATUS.

           SELECT MATCH-REPORT
               ASSIGN TO PRINTER 'INVOICE-MATCH-REPORT.TXT'.

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
      *  PO master record - same layout as the FD in
      *  PO-MAINT-PROG, keyed by the PO number.
      *

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
      *  One queued invoice line - the vendor and invoice
      *  number together identify the invoice, the PO number
      *  picks the order it bills against.
      *

       FD INVOICE-ENTRY-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  INVOICE-ENTRY-RECORD.
           05  INVE-VENDOR-ID                  PIC X.
           05  INVE-INVOICE-NUMBER             PIC X(10).
           05  INVE-PO-NUMBER                  PIC 9(6).
           05  INVE-QTY-BILLED                 PIC 9(4).
           05  INVE-UNIT-PRICE                 PIC S999V99.
           05  INVE-ENTRY-DATE                 PIC X(8).

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
      *  One approved invoice line. The extract and the history
      *  carry the same row.
      *

       FD VOUCHER-EXTRACT-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  VOUCHER-EXTRACT-RECORD              PIC X(43).

       FD VOUCHER-HISTORY-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  VOUCHER-HISTORY-RECORD.
           05  VCH-VENDOR-ID                   PIC X.
           05  VCH-INVOICE-NUMBER              PIC X(10).
           05  VCH-PO-NUMBER                   PIC 9(6).
           05  VCH-QTY-BILLED                  PIC 9(4).
           05  VCH-UNIT-PRICE                  PIC S999V99.
           05  VCH-AMOUNT                      PIC 9(7)V99.
           05  VCH-APPROVE-DATE                PIC X(8).

       FD    MATCH-REPORT
             RECORD CONTAINS 80 CHARACTERS.

       01    MATCH-OUTPUT-REC          PIC X(80).

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

       01  WS-PO-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-ENTRY-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-VOUCHER-HIST-STATUS      PIC XX VALUE SPACES.
       01  WS-MENU-CHOICE              PIC X  VALUE SPACES.
       01  WS-CONTINUE-FLAG            PIC X  VALUE 'Y'.
           88  KEEP-RUNNING                   VALUE 'Y'.
       01  WS-EOF-FLAG                 PIC X  VALUE ' '.
           88  NO-MORE-DATA                   VALUE 'N'.
       01  WS-ENTRY-LOOP-FLAG          PIC X  VALUE 'Y'.
           88  KEEP-ENTERING                  VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-SUB                      PIC 9(3) VALUE 0.
       01  WS-LINE-SUB                 PIC 9(3) VALUE 0.
       01  WS-PO-SUB                   PIC 9(3) VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(4) VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(4) VALUE 0.
       01  WS-APPROVED-COUNT           PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(4) VALUE 0.
       01  WS-APPROVED-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-HELD-AMOUNT              PIC 9(9)V99 VALUE 0.

      *
      *  The invoice being keyed or dropped.
      *

       01  WS-ASKED-VENDOR             PIC X  VALUE SPACES.
       01  WS-ASKED-INVOICE            PIC X(10) VALUE SPACES.
       01  WS-ASKED-PO-X               PIC X(6) VALUE SPACES.

      *
      *  The billed quantity and unit price are keyed into the
      *  X fields and only moved to the queued line once they
      *  check out - a whole quantity from 1 to 9999, a price
      *  from .01 to 999.99 in no more than cents.
      *

       01  WS-QTY-BILLED-X             PIC X(8) VALUE SPACES.
       01  WS-PRICE-BILLED-X           PIC X(10) VALUE SPACES.
       01  WS-ENTERED-NUM              PIC S9(9)V9(4) VALUE 0.
       01  WS-FIELD-OK-FLAG            PIC X  VALUE 'N'.
           88  FIELD-ACCEPTED                 VALUE 'Y'.

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
           88  SIGNON-MAY-MATCH               VALUE 'B' 'S'.
       01  WS-SIGNON-LIMIT             PIC 9(7)V99 VALUE 0.

      *
      *  Tolerances - whole percentages, read from the
      *  environment by 150 the way HEALING-VIBES-PROG reads
      *  its expiration horizon.
      *

       01  WS-QTY-TOL-X                PIC X(3) VALUE SPACES.
       01  WS-QTY-TOL-PCT              PIC 9(3) VALUE 0.
       01  WS-PRICE-TOL-X              PIC X(3) VALUE SPACES.
       01  WS-PRICE-TOL-PCT            PIC 9(3) VALUE 2.

      *
      *  The queued lines are loaded here for the match run,
      *  with a one byte disposition per row the way
      *  CYCLE-COUNT-PROG tracks its approval table - A
      *  approved, H held, D dropped - and the figures the
      *  match worked out for the report.
      *

       01  WS-INV-TABLE-COUNT          PIC 9(3) VALUE 0.
       01  WS-INV-TABLE-AREA.
           05  INV-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-INV-TABLE-COUNT.
               10  INV-VENDOR-ID                PIC X.
               10  INV-INVOICE-NUMBER           PIC X(10).
               10  INV-PO-NUMBER                PIC 9(6).
               10  INV-QTY-BILLED               PIC 9(4).
               10  INV-UNIT-PRICE               PIC S999V99.
               10  INV-ENTRY-DATE               PIC X(8).
               10  INV-PO-SUB                   PIC 9(3).
               10  INV-DUPLICATE-FLAG           PIC X.
                   88  INV-ALREADY-PAID             VALUE 'Y'.
               10  INV-BILLED-TO-DATE           PIC 9(6).
               10  INV-QTY-VARIANCE             PIC S9(6).
               10  INV-PRICE-VARIANCE           PIC S999V99.
               10  INV-AMOUNT                   PIC 9(7)V99.
               10  INV-REASON                   PIC X(22).
               10  INV-DISPOSITION              PIC X.
                   88  INV-UNDECIDED                VALUE ' '.
                   88  INV-APPROVED                 VALUE 'A'.
                   88  INV-HELD                     VALUE 'H'.
                   88  INV-DROPPED                  VALUE 'D'.

       01  WS-OVERFLOW-FLAG            PIC X  VALUE 'N'.
           88  INV-TABLE-OVERFLOWED           VALUE 'Y'.

      *
      *  One row per PO the queued lines bill against, with
      *  the PO's terms and the three quantities the match
      *  compares: received (posted R receipts), billed before
      *  this run (voucher history), and approved so far this
      *  run. PENDING holds the invoice being decided until it
      *  passes or is held.
      *

       01  WS-PO-TABLE-COUNT           PIC 9(3) VALUE 0.
       01  WS-PO-TABLE-AREA.
           05  POT-ENTRY OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-PO-TABLE-COUNT.
               10  POT-PO-NUMBER                PIC 9(6).
               10  POT-ON-FILE-FLAG             PIC X.
                   88  POT-ON-FILE                  VALUE 'Y'.
               10  POT-VENDOR-ID                PIC X.
               10  POT-QTY-ORDERED              PIC 9(4).
               10  POT-UNIT-PRICE               PIC S999V99.
               10  POT-QTY-RECEIVED             PIC 9(6).
               10  POT-PRIOR-BILLED             PIC 9(6).
               10  POT-RUN-BILLED               PIC 9(6).
               10  POT-PENDING                  PIC 9(6).

      *
      *  Invoice decision work fields.
      *

       01  WS-CUR-VENDOR               PIC X  VALUE SPACES.
       01  WS-CUR-INVOICE              PIC X(10) VALUE SPACES.
       01  WS-INVOICE-OK-FLAG          PIC X  VALUE 'Y'.
           88  INVOICE-PASSES                 VALUE 'Y'.
       01  WS-PRICE-VAR-ABS            PIC 9(3)V99 VALUE 0.

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
      *  Match report layout - header, tolerance line, a two
      *  line column header, two lines per invoice line (the
      *  three-way figures, then the variances, amount, and
      *  result), and the totals.
      *

       01  MATCH-HEADER-1.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(34) VALUE
              'VENDOR INVOICE THREE-WAY MATCH'.

       01  MATCH-HEADER-2.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  MTH-DATE-OUT      PIC X(8).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'QTY TOLERANCE: '.
           05  MTH-QTY-TOL-OUT   PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE '%'.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(17) VALUE
              'PRICE TOLERANCE: '.
           05  MTH-PRICE-TOL-OUT PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE '%'.

       01  MATCH-COLUMN-HEADER-1.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'INVOICE'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'V'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'PO NO'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'BILL'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'ORDR'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE ' RCVD'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'TODATE'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'BILLED'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'PO PRC'.

       01  MATCH-COLUMN-HEADER-2.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'QTY VARIANCE'.
           05  FILLER            PIC X(16) VALUE 'PRICE VARIANCE'.
           05  FILLER            PIC X(15) VALUE 'AMOUNT'.
           05  FILLER            PIC X(22) VALUE 'RESULT'.

       01  MATCH-DETAIL-LINE-1.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MTH-INVOICE-OUT   PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  MTH-VENDOR-OUT    PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MTH-PO-OUT        PIC 9(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MTH-BILLED-OUT    PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MTH-ORDERED-OUT   PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MTH-RECEIVED-OUT  PIC ZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MTH-TO-DATE-OUT   PIC ZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MTH-INV-PRICE-OUT PIC -ZZ9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  MTH-PO-PRICE-OUT  PIC -ZZ9.99.

       01  MATCH-DETAIL-LINE-2.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  MTH-QTY-VAR-OUT   PIC +ZZZZZ9.
           05  FILLER            PIC X(8)  VALUE SPACES.
           05  MTH-PRICE-VAR-OUT PIC +ZZ9.99.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  MTH-AMOUNT-OUT    PIC $$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MTH-RESULT-OUT    PIC X(22).

       01  MATCH-TOTAL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  MTH-TOTAL-LABEL   PIC X(24).
           05  MTH-TOTAL-COUNT   PIC ZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  MTH-TOTAL-AMOUNT  PIC $$$$,$$$,$$9.99.

       01  MATCH-NOTHING-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE
              'NO INVOICE LINES QUEUED.'.

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
      *  105 RUN SESSION opens the PO master and drives the
      *  menu loop until the operator chooses X. Without a PO
      *  master there is nothing to match an invoice against.
      *

       105-RUN-SESSION.

           OPEN INPUT PO-MASTER-FILE

           IF WS-PO-MASTER-STATUS NOT EQUAL '00'
               DISPLAY 'PO MASTER NOT ON FILE - RUN PO-MAINT-PROG'
               DISPLAY 'FIRST. STATUS: ' WS-PO-MASTER-STATUS
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

               PERFORM 150-LOAD-TOLERANCES

               PERFORM UNTIL NOT KEEP-RUNNING
                   PERFORM 110-SHOW-MENU
                   PERFORM 120-PROCESS-CHOICE
               END-PERFORM

               CLOSE PO-MASTER-FILE
           END-IF

           .

      *
      *  110 SHOW MENU displays the available options and
      *  accepts the operator's choice.
      *

       110-SHOW-MENU.

           DISPLAY ' '
           DISPLAY 'VENDOR INVOICE MATCHING'
           DISPLAY 'E - ENTER INVOICE LINES'
           DISPLAY 'L - LIST QUEUED INVOICE LINES'
           DISPLAY 'D - DROP AN INVOICE FROM THE QUEUE'
           DISPLAY 'M - RUN THE THREE-WAY MATCH'
           DISPLAY 'X - EXIT'
           DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           .

      *
      *  120 PROCESS CHOICE dispatches the operator's selection.
      *  Keying, dropping, and matching invoices are held to
      *  buyers and supervisors.
      *

       120-PROCESS-CHOICE.

           EVALUATE TRUE

               WHEN WS-MENU-CHOICE EQUAL 'E' OR 'e'
                   IF SIGNON-MAY-MATCH
                       PERFORM 200-ENTER-INVOICE
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'L' OR 'l'
                   PERFORM 300-LIST-QUEUE

               WHEN WS-MENU-CHOICE EQUAL 'D' OR 'd'
                   IF SIGNON-MAY-MATCH
                       PERFORM 400-DROP-INVOICE
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'M' OR 'm'
                   IF SIGNON-MAY-MATCH
                       PERFORM 500-RUN-MATCH
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
      *  150 LOAD TOLERANCES picks up the quantity and price
      *  tolerance percentages from the environment. The value
      *  arrives left-justified and space-padded, which fails a
      *  plain NUMERIC class test - NUMVAL tolerates the
      *  padding. Anything unset keeps its default.
      *

       150-LOAD-TOLERANCES.

           MOVE SPACES TO WS-QTY-TOL-X
           ACCEPT WS-QTY-TOL-X FROM ENVIRONMENT
               'MATCH-QTY-TOL-PCT'

           IF WS-QTY-TOL-X NOT EQUAL SPACES
              AND WS-QTY-TOL-X (1:1) IS NUMERIC
               COMPUTE WS-QTY-TOL-PCT =
                   FUNCTION NUMVAL (WS-QTY-TOL-X)
           END-IF

           MOVE SPACES TO WS-PRICE-TOL-X
           ACCEPT WS-PRICE-TOL-X FROM ENVIRONMENT
               'MATCH-PRICE-TOL-PCT'

           IF WS-PRICE-TOL-X NOT EQUAL SPACES
              AND WS-PRICE-TOL-X (1:1) IS NUMERIC
               COMPUTE WS-PRICE-TOL-PCT =
                   FUNCTION NUMVAL (WS-PRICE-TOL-X)
           END-IF

           .

      *
      *  200 ENTER INVOICE takes one vendor invoice - the
      *  vendor and invoice number once, then as many PO lines
      *  as the invoice carries.
      *

       200-ENTER-INVOICE.

           DISPLAY ' '
           DISPLAY 'VENDOR ID:      ' WITH NO ADVANCING
           ACCEPT WS-ASKED-VENDOR
           DISPLAY 'INVOICE NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-ASKED-INVOICE

           OPEN EXTEND INVOICE-ENTRY-FILE
           IF WS-ENTRY-FILE-STATUS EQUAL '35'
               OPEN OUTPUT INVOICE-ENTRY-FILE
           END-IF

           MOVE 'Y' TO WS-ENTRY-LOOP-FLAG

           PERFORM UNTIL NOT KEEP-ENTERING
               PERFORM 210-ENTER-ONE-LINE
           END-PERFORM

           CLOSE INVOICE-ENTRY-FILE

           .

      *
      *  210 ENTER ONE LINE accepts one PO number, quantity, and
      *  unit price. The PO number is checked against the
      *  master as it is keyed - a typo is caught at the
      *  keyboard, not discovered as a hold - and the quantity
      *  and price are each asked again until they are usable.
      *  An X answer ends the invoice.
      *

       210-ENTER-ONE-LINE.

           DISPLAY ' '
           DISPLAY 'PO NUMBER (X TO END INVOICE): '
              WITH NO ADVANCING
           ACCEPT WS-ASKED-PO-X

           IF WS-ASKED-PO-X EQUAL 'X' OR 'x'
               MOVE 'N' TO WS-ENTRY-LOOP-FLAG
           ELSE
           IF WS-ASKED-PO-X IS NOT NUMERIC
               DISPLAY 'PO NUMBER IS SIX DIGITS - REKEY.'
           ELSE
               MOVE WS-ASKED-PO-X TO PO-MAST-NUMBER

               READ PO-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'PO NOT ON THE PO MASTER - '
                          'CHECK THE INVOICE AND REKEY.'
                   NOT INVALID KEY
                       MOVE WS-ASKED-VENDOR TO INVE-VENDOR-ID
                       MOVE WS-ASKED-INVOICE TO
                          INVE-INVOICE-NUMBER
                       MOVE PO-MAST-NUMBER TO INVE-PO-NUMBER
                       DISPLAY PO-MAST-PRODUCT-NAME ' SIZE '
                          PO-MAST-PRODUCT-SIZE
                       MOVE 'N' TO WS-FIELD-OK-FLAG
                       PERFORM UNTIL FIELD-ACCEPTED
                           PERFORM 212-TAKE-QTY-BILLED
                       END-PERFORM
                       MOVE 'N' TO WS-FIELD-OK-FLAG
                       PERFORM UNTIL FIELD-ACCEPTED
                           PERFORM 214-TAKE-UNIT-PRICE
                       END-PERFORM
                       MOVE WS-RUN-DATE TO INVE-ENTRY-DATE
                       WRITE INVOICE-ENTRY-RECORD
                       DISPLAY 'INVOICE LINE QUEUED.'
               END-READ
           END-IF
           END-IF

           .

      *
      *  212 TAKE QTY BILLED accepts the billed quantity into an
      *  alphanumeric field - keyed straight into the numeric
      *  field, a stray letter or a short entry would be queued
      *  as garbage - and moves it to the line only when it is
      *  a whole number from 1 to 9999.
      *

       212-TAKE-QTY-BILLED.

           MOVE SPACES TO WS-QTY-BILLED-X
           DISPLAY 'QUANTITY BILLED:   ' WITH NO ADVANCING
           ACCEPT WS-QTY-BILLED-X

           IF FUNCTION TEST-NUMVAL (WS-QTY-BILLED-X) NOT EQUAL 0
               DISPLAY 'QUANTITY MUST BE 1 TO 9999 - REKEY.'
           ELSE
               COMPUTE WS-ENTERED-NUM =
                   FUNCTION NUMVAL (WS-QTY-BILLED-X)
               MOVE WS-ENTERED-NUM TO INVE-QTY-BILLED
               IF WS-ENTERED-NUM NOT EQUAL INVE-QTY-BILLED
                  OR INVE-QTY-BILLED EQUAL 0
                   DISPLAY 'QUANTITY MUST BE 1 TO 9999 - REKEY.'
               ELSE
                   MOVE 'Y' TO WS-FIELD-OK-FLAG
               END-IF
           END-IF

           .

      *
      *  214 TAKE UNIT PRICE does the same for the billed unit
      *  price, which may carry a decimal point and cents and
      *  must come to .01 through 999.99.
      *

       214-TAKE-UNIT-PRICE.

           MOVE SPACES TO WS-PRICE-BILLED-X
           DISPLAY 'UNIT PRICE BILLED: ' WITH NO ADVANCING
           ACCEPT WS-PRICE-BILLED-X

           IF FUNCTION TEST-NUMVAL (WS-PRICE-BILLED-X) NOT EQUAL 0
               DISPLAY 'PRICE MUST BE .01 TO 999.99 - REKEY.'
           ELSE
               COMPUTE WS-ENTERED-NUM =
                   FUNCTION NUMVAL (WS-PRICE-BILLED-X)
               MOVE WS-ENTERED-NUM TO INVE-UNIT-PRICE
               IF WS-ENTERED-NUM NOT EQUAL INVE-UNIT-PRICE
                  OR INVE-UNIT-PRICE NOT > 0
                   DISPLAY 'PRICE MUST BE .01 TO 999.99 - REKEY.'
               ELSE
                   MOVE 'Y' TO WS-FIELD-OK-FLAG
               END-IF
           END-IF

           .

      *
      *  300 LIST QUEUE displays every invoice line waiting for
      *  the next match run.
      *

       300-LIST-QUEUE.

           MOVE 0 TO WS-KEPT-COUNT
           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT INVOICE-ENTRY-FILE

           IF WS-ENTRY-FILE-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ INVOICE-ENTRY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           DISPLAY INVE-VENDOR-ID ' '
                              INVE-INVOICE-NUMBER ' PO '
                              INVE-PO-NUMBER ' QTY '
                              INVE-QTY-BILLED ' PRICE '
                              INVE-UNIT-PRICE ' KEYED '
                              INVE-ENTRY-DATE
                           ADD 1 TO WS-KEPT-COUNT
                   END-READ
               END-PERFORM

               CLOSE INVOICE-ENTRY-FILE
           END-IF

           IF WS-KEPT-COUNT EQUAL 0
               DISPLAY 'NO INVOICE LINES QUEUED.'
           END-IF

           .

      *
      *  400 DROP INVOICE takes every line of one vendor
      *  invoice out of the queue and writes the rest back.
      *

       400-DROP-INVOICE.

           PERFORM 510-LOAD-INVOICE-TABLE

           IF INV-TABLE-OVERFLOWED
               DISPLAY 'MORE THAN 200 INVOICE LINES QUEUED - '
                  'NOTHING WAS CHANGED.'
           ELSE
               DISPLAY 'VENDOR ID:      ' WITH NO ADVANCING
               ACCEPT WS-ASKED-VENDOR
               DISPLAY 'INVOICE NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-ASKED-INVOICE

               MOVE 0 TO WS-DROPPED-COUNT

               PERFORM VARYING WS-SUB FROM 1 BY 1
                  UNTIL WS-SUB > WS-INV-TABLE-COUNT
                  IF INV-VENDOR-ID (WS-SUB) EQUAL WS-ASKED-VENDOR
                     AND INV-INVOICE-NUMBER (WS-SUB) EQUAL
                        WS-ASKED-INVOICE
                      MOVE 'D' TO INV-DISPOSITION (WS-SUB)
                      ADD 1 TO WS-DROPPED-COUNT
                  END-IF
               END-PERFORM

               IF WS-DROPPED-COUNT EQUAL 0
                   DISPLAY 'THAT INVOICE IS NOT IN THE QUEUE.'
               ELSE
                   PERFORM 590-REQUEUE-HELD-LINES
                   DISPLAY WS-DROPPED-COUNT
                      ' . INVOICE LINES DROPPED.'
               END-IF
           END-IF

           .

      *
      *  500 RUN MATCH loads the queue, gathers the three sides
      *  of the match for every PO the queue bills against,
      *  decides each invoice whole, prints the match report,
      *  writes the approved invoices to the voucher extract
      *  and history, and requeues the held ones.
      *

       500-RUN-MATCH.

           PERFORM 510-LOAD-INVOICE-TABLE

           IF INV-TABLE-OVERFLOWED
               DISPLAY 'MORE THAN 200 INVOICE LINES QUEUED - MATCH'
               DISPLAY 'IN SMALLER RUNS. NOTHING WAS CHANGED.'
           ELSE
           IF WS-INV-TABLE-COUNT EQUAL 0
               DISPLAY 'NO INVOICE LINES QUEUED - NOTHING TO MATCH.'
           ELSE
               PERFORM 520-BUILD-PO-TABLE
               PERFORM 530-ADD-POSTED-RECEIPTS
               PERFORM 540-ADD-PRIOR-BILLING

               PERFORM VARYING WS-SUB FROM 1 BY 1
                  UNTIL WS-SUB > WS-INV-TABLE-COUNT
                  IF INV-UNDECIDED (WS-SUB)
                      PERFORM 550-DECIDE-INVOICE
                  END-IF
               END-PERFORM

               PERFORM 570-PRINT-AND-EXTRACT

               PERFORM 590-REQUEUE-HELD-LINES

               DISPLAY WS-APPROVED-COUNT
                  ' . LINES APPROVED TO PAY.'
               DISPLAY WS-HELD-COUNT
                  ' . LINES HELD.'
           END-IF
           END-IF

           .

      *
      *  510 LOAD INVOICE TABLE pulls every queued invoice line
      *  into the match table.
      *

       510-LOAD-INVOICE-TABLE.

           MOVE 0 TO WS-INV-TABLE-COUNT
           MOVE 'N' TO WS-OVERFLOW-FLAG
           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT INVOICE-ENTRY-FILE

           IF WS-ENTRY-FILE-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ INVOICE-ENTRY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-INV-TABLE-COUNT < 200
                               ADD 1 TO WS-INV-TABLE-COUNT
                               PERFORM 515-STORE-INVOICE-LINE
                           ELSE
                               MOVE 'Y' TO WS-OVERFLOW-FLAG
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE INVOICE-ENTRY-FILE
           END-IF

           .

      *
      *  515 STORE INVOICE LINE files the just-read queue row
      *  as the newest table entry, undecided.
      *

       515-STORE-INVOICE-LINE.

           MOVE WS-INV-TABLE-COUNT TO WS-SUB

           MOVE INVE-VENDOR-ID TO INV-VENDOR-ID (WS-SUB)
           MOVE INVE-INVOICE-NUMBER TO INV-INVOICE-NUMBER (WS-SUB)
           MOVE INVE-PO-NUMBER TO INV-PO-NUMBER (WS-SUB)
           MOVE INVE-QTY-BILLED TO INV-QTY-BILLED (WS-SUB)
           MOVE INVE-UNIT-PRICE TO INV-UNIT-PRICE (WS-SUB)
           MOVE INVE-ENTRY-DATE TO INV-ENTRY-DATE (WS-SUB)
           MOVE 0 TO INV-PO-SUB (WS-SUB)
           MOVE 'N' TO INV-DUPLICATE-FLAG (WS-SUB)
           MOVE 0 TO INV-BILLED-TO-DATE (WS-SUB)
           MOVE 0 TO INV-QTY-VARIANCE (WS-SUB)
           MOVE 0 TO INV-PRICE-VARIANCE (WS-SUB)
           COMPUTE INV-AMOUNT (WS-SUB) =
               INVE-QTY-BILLED * INVE-UNIT-PRICE
           MOVE SPACES TO INV-REASON (WS-SUB)
           MOVE ' ' TO INV-DISPOSITION (WS-SUB)

           .

      *
      *  520 BUILD PO TABLE gives every distinct PO the queue
      *  bills against one row, filled from the PO master, and
      *  points each invoice line at its PO's row.
      *

       520-BUILD-PO-TABLE.

           MOVE 0 TO WS-PO-TABLE-COUNT

           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-INV-TABLE-COUNT

              MOVE 0 TO INV-PO-SUB (WS-SUB)
              PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                 UNTIL WS-PO-SUB > WS-PO-TABLE-COUNT
                 OR INV-PO-SUB (WS-SUB) > 0
                 IF POT-PO-NUMBER (WS-PO-SUB) EQUAL
                    INV-PO-NUMBER (WS-SUB)
                     MOVE WS-PO-SUB TO INV-PO-SUB (WS-SUB)
                 END-IF
              END-PERFORM

              IF INV-PO-SUB (WS-SUB) EQUAL 0
                  PERFORM 525-ADD-PO-ROW
              END-IF

           END-PERFORM

           .

      *
      *  525 ADD PO ROW reads one PO off the master into a new
      *  PO table row. A PO no longer on file keeps its row,
      *  flagged, so its lines hold instead of matching
      *  against nothing.
      *

       525-ADD-PO-ROW.

           ADD 1 TO WS-PO-TABLE-COUNT
           MOVE WS-PO-TABLE-COUNT TO WS-PO-SUB
           MOVE WS-PO-SUB TO INV-PO-SUB (WS-SUB)

           MOVE INV-PO-NUMBER (WS-SUB) TO POT-PO-NUMBER (WS-PO-SUB)
           MOVE 'N' TO POT-ON-FILE-FLAG (WS-PO-SUB)
           MOVE SPACES TO POT-VENDOR-ID (WS-PO-SUB)
           MOVE 0 TO POT-QTY-ORDERED (WS-PO-SUB)
           MOVE 0 TO POT-UNIT-PRICE (WS-PO-SUB)
           MOVE 0 TO POT-QTY-RECEIVED (WS-PO-SUB)
           MOVE 0 TO POT-PRIOR-BILLED (WS-PO-SUB)
           MOVE 0 TO POT-RUN-BILLED (WS-PO-SUB)
           MOVE 0 TO POT-PENDING (WS-PO-SUB)

           MOVE INV-PO-NUMBER (WS-SUB) TO PO-MAST-NUMBER

           READ PO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO POT-ON-FILE-FLAG (WS-PO-SUB)
                   MOVE PO-MAST-VENDOR-ID TO
                      POT-VENDOR-ID (WS-PO-SUB)
                   MOVE PO-MAST-QTY-ORDERED TO
                      POT-QTY-ORDERED (WS-PO-SUB)
                   MOVE PO-MAST-UNIT-PRICE TO
                      POT-UNIT-PRICE (WS-PO-SUB)
           END-READ

           .

      *
      *  530 ADD POSTED RECEIPTS reads the whole posted history
      *  once and adds every R receipt stamped with one of the
      *  table's PO numbers to that PO's received quantity.
      *  Rows written before receipts carried a PO number have
      *  nothing there and count toward no PO.
      *

       530-ADD-POSTED-RECEIPTS.

           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT TRANS-HISTORY-FILE

           IF WS-HISTORY-FILE-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ TRANS-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE HIST-TRAN-IMAGE TO WS-TRAN-IMAGE
                           IF IMG-ACTION-CODE EQUAL 'R'
                              AND HIST-PO-NUMBER IS NUMERIC
                              AND HIST-PO-NUMBER > 0
                              AND IMG-QUANTITY IS NUMERIC
                               PERFORM 535-CREDIT-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANS-HISTORY-FILE
           END-IF

           .

       535-CREDIT-ONE-RECEIPT.

           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > WS-PO-TABLE-COUNT
              IF POT-PO-NUMBER (WS-PO-SUB) EQUAL HIST-PO-NUMBER
                  ADD IMG-QUANTITY TO POT-QTY-RECEIVED (WS-PO-SUB)
              END-IF
           END-PERFORM

           .

      *
      *  540 ADD PRIOR BILLING reads the voucher history once -
      *  every line already approved adds to its PO's billed
      *  quantity, and a queued invoice whose vendor and number
      *  are already there is a second presentation of a paid
      *  invoice.
      *

       540-ADD-PRIOR-BILLING.

           MOVE ' ' TO WS-EOF-FLAG

           OPEN INPUT VOUCHER-HISTORY-FILE

           IF WS-VOUCHER-HIST-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ VOUCHER-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 545-APPLY-ONE-VOUCHER
                   END-READ
               END-PERFORM

               CLOSE VOUCHER-HISTORY-FILE
           END-IF

           .

       545-APPLY-ONE-VOUCHER.

           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > WS-PO-TABLE-COUNT
              IF POT-PO-NUMBER (WS-PO-SUB) EQUAL VCH-PO-NUMBER
                  ADD VCH-QTY-BILLED TO POT-PRIOR-BILLED (WS-PO-SUB)
              END-IF
           END-PERFORM

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-INV-TABLE-COUNT
              IF INV-VENDOR-ID (WS-LINE-SUB) EQUAL VCH-VENDOR-ID
                 AND INV-INVOICE-NUMBER (WS-LINE-SUB) EQUAL
                    VCH-INVOICE-NUMBER
                  MOVE 'Y' TO INV-DUPLICATE-FLAG (WS-LINE-SUB)
              END-IF
           END-PERFORM

           .

      *
      *  550 DECIDE INVOICE decides the whole invoice entry
      *  WS-SUB belongs to. Its lines are checked together -
      *  their quantities gather in each PO's PENDING so two
      *  lines billing the same PO are matched as one - and
      *  only when every line passes does the invoice approve
      *  and its quantities count as billed for the invoices
      *  still to come this run. One failing line holds every
      *  line of the invoice.
      *

       550-DECIDE-INVOICE.

           MOVE INV-VENDOR-ID (WS-SUB) TO WS-CUR-VENDOR
           MOVE INV-INVOICE-NUMBER (WS-SUB) TO WS-CUR-INVOICE
           MOVE 'Y' TO WS-INVOICE-OK-FLAG

           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > WS-PO-TABLE-COUNT
              MOVE 0 TO POT-PENDING (WS-PO-SUB)
           END-PERFORM

           PERFORM VARYING WS-LINE-SUB FROM WS-SUB BY 1
              UNTIL WS-LINE-SUB > WS-INV-TABLE-COUNT
              IF INV-VENDOR-ID (WS-LINE-SUB) EQUAL WS-CUR-VENDOR
                 AND INV-INVOICE-NUMBER (WS-LINE-SUB) EQUAL
                    WS-CUR-INVOICE
                  PERFORM 560-CHECK-ONE-LINE
              END-IF
           END-PERFORM

           IF INVOICE-PASSES
               PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                  UNTIL WS-PO-SUB > WS-PO-TABLE-COUNT
                  ADD POT-PENDING (WS-PO-SUB) TO
                     POT-RUN-BILLED (WS-PO-SUB)
               END-PERFORM
           END-IF

           PERFORM VARYING WS-LINE-SUB FROM WS-SUB BY 1
              UNTIL WS-LINE-SUB > WS-INV-TABLE-COUNT
              IF INV-VENDOR-ID (WS-LINE-SUB) EQUAL WS-CUR-VENDOR
                 AND INV-INVOICE-NUMBER (WS-LINE-SUB) EQUAL
                    WS-CUR-INVOICE
                  PERFORM 565-SET-DISPOSITION
              END-IF
           END-PERFORM

           .

      *
      *  560 CHECK ONE LINE runs the three-way match on invoice
      *  line WS-LINE-SUB. Billed-to-date is everything
      *  vouchered against the PO before, plus what this run
      *  has approved, plus this invoice so far - and it may
      *  never pass the quantity received. The variances are
      *  kept for the report whether or not the line holds.
      *

       560-CHECK-ONE-LINE.

           MOVE INV-PO-SUB (WS-LINE-SUB) TO WS-PO-SUB

           ADD INV-QTY-BILLED (WS-LINE-SUB) TO
              POT-PENDING (WS-PO-SUB)

           COMPUTE INV-BILLED-TO-DATE (WS-LINE-SUB) =
               POT-PRIOR-BILLED (WS-PO-SUB)
               + POT-RUN-BILLED (WS-PO-SUB)
               + POT-PENDING (WS-PO-SUB)

           COMPUTE INV-QTY-VARIANCE (WS-LINE-SUB) =
               INV-BILLED-TO-DATE (WS-LINE-SUB)
               - POT-QTY-ORDERED (WS-PO-SUB)

           COMPUTE INV-PRICE-VARIANCE (WS-LINE-SUB) =
               INV-UNIT-PRICE (WS-LINE-SUB)
               - POT-UNIT-PRICE (WS-PO-SUB)

           IF INV-PRICE-VARIANCE (WS-LINE-SUB) < 0
               COMPUTE WS-PRICE-VAR-ABS =
                   0 - INV-PRICE-VARIANCE (WS-LINE-SUB)
           ELSE
               MOVE INV-PRICE-VARIANCE (WS-LINE-SUB) TO
                  WS-PRICE-VAR-ABS
           END-IF

           EVALUATE TRUE

               WHEN INV-ALREADY-PAID (WS-LINE-SUB)
                   MOVE 'INVOICE ALREADY PAID' TO
                      INV-REASON (WS-LINE-SUB)

               WHEN NOT POT-ON-FILE (WS-PO-SUB)
                   MOVE 'PO NOT ON FILE' TO
                      INV-REASON (WS-LINE-SUB)

               WHEN POT-VENDOR-ID (WS-PO-SUB) NOT EQUAL
                    INV-VENDOR-ID (WS-LINE-SUB)
                   MOVE 'VENDOR NOT ON PO' TO
                      INV-REASON (WS-LINE-SUB)

               WHEN INV-QTY-BILLED (WS-LINE-SUB) IS NOT NUMERIC
                 OR INV-UNIT-PRICE (WS-LINE-SUB) IS NOT NUMERIC
                   MOVE 'QTY/PRICE NOT NUMERIC' TO
                      INV-REASON (WS-LINE-SUB)

               WHEN INV-BILLED-TO-DATE (WS-LINE-SUB) >
                    POT-QTY-RECEIVED (WS-PO-SUB)
                   MOVE 'BILLED OVER RECEIVED' TO
                      INV-REASON (WS-LINE-SUB)

               WHEN INV-QTY-VARIANCE (WS-LINE-SUB) > 0
                AND INV-QTY-VARIANCE (WS-LINE-SUB) * 100 >
                    POT-QTY-ORDERED (WS-PO-SUB) * WS-QTY-TOL-PCT
                   MOVE 'QTY OVER ORDERED' TO
                      INV-REASON (WS-LINE-SUB)

               WHEN WS-PRICE-VAR-ABS * 100 >
                    POT-UNIT-PRICE (WS-PO-SUB) * WS-PRICE-TOL-PCT
                   MOVE 'PRICE VARIANCE' TO
                      INV-REASON (WS-LINE-SUB)

               WHEN OTHER
                   CONTINUE

           END-EVALUATE

           IF INV-REASON (WS-LINE-SUB) NOT EQUAL SPACES
               MOVE 'N' TO WS-INVOICE-OK-FLAG
           END-IF

           .

      *
      *  565 SET DISPOSITION marks one line of the decided
      *  invoice approved or held. A held invoice's clean lines
      *  say why they are held too.
      *

       565-SET-DISPOSITION.

           IF INVOICE-PASSES
               MOVE 'A' TO INV-DISPOSITION (WS-LINE-SUB)
               MOVE 'APPROVED TO PAY' TO INV-REASON (WS-LINE-SUB)
           ELSE
               MOVE 'H' TO INV-DISPOSITION (WS-LINE-SUB)
               IF INV-REASON (WS-LINE-SUB) EQUAL SPACES
                   MOVE 'HELD - OTHER LINE' TO
                      INV-REASON (WS-LINE-SUB)
               END-IF
           END-IF

           .

      *
      *  570 PRINT AND EXTRACT prints every decided line on the
      *  match report and writes every approved line to the
      *  voucher extract and the voucher history. The extract
      *  is rewritten whole - it is this run's payables, not a
      *  running file.
      *

       570-PRINT-AND-EXTRACT.

           MOVE 0 TO WS-APPROVED-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-APPROVED-AMOUNT
           MOVE 0 TO WS-HELD-AMOUNT

           OPEN OUTPUT MATCH-REPORT
           OPEN OUTPUT VOUCHER-EXTRACT-FILE

           OPEN EXTEND VOUCHER-HISTORY-FILE
           IF WS-VOUCHER-HIST-STATUS EQUAL '35'
               OPEN OUTPUT VOUCHER-HISTORY-FILE
           END-IF

           MOVE MATCH-HEADER-1 TO MATCH-OUTPUT-REC
           WRITE MATCH-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE WS-RUN-DATE TO MTH-DATE-OUT
           MOVE WS-QTY-TOL-PCT TO MTH-QTY-TOL-OUT
           MOVE WS-PRICE-TOL-PCT TO MTH-PRICE-TOL-OUT
           MOVE MATCH-HEADER-2 TO MATCH-OUTPUT-REC
           WRITE MATCH-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE MATCH-COLUMN-HEADER-1 TO MATCH-OUTPUT-REC
           WRITE MATCH-OUTPUT-REC AFTER ADVANCING 2 LINES

           MOVE MATCH-COLUMN-HEADER-2 TO MATCH-OUTPUT-REC
           WRITE MATCH-OUTPUT-REC AFTER ADVANCING 1 LINES

           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-INV-TABLE-COUNT
              PERFORM 575-PRINT-MATCH-LINE
              IF INV-APPROVED (WS-SUB)
                  PERFORM 580-WRITE-VOUCHER
              END-IF
           END-PERFORM

           MOVE 'LINES APPROVED TO PAY' TO MTH-TOTAL-LABEL
           MOVE WS-APPROVED-COUNT TO MTH-TOTAL-COUNT
           MOVE WS-APPROVED-AMOUNT TO MTH-TOTAL-AMOUNT
           MOVE MATCH-TOTAL-LINE TO MATCH-OUTPUT-REC
           WRITE MATCH-OUTPUT-REC AFTER ADVANCING 2 LINES

           MOVE 'LINES HELD' TO MTH-TOTAL-LABEL
           MOVE WS-HELD-COUNT TO MTH-TOTAL-COUNT
           MOVE WS-HELD-AMOUNT TO MTH-TOTAL-AMOUNT
           MOVE MATCH-TOTAL-LINE TO MATCH-OUTPUT-REC
           WRITE MATCH-OUTPUT-REC AFTER ADVANCING 1 LINES

           CLOSE VOUCHER-HISTORY-FILE
           CLOSE VOUCHER-EXTRACT-FILE
           CLOSE MATCH-REPORT

           DISPLAY 'MATCH REPORT PRINTED.'

           .

      *
      *  575 PRINT MATCH LINE prints the two report lines of
      *  invoice line WS-SUB and counts it.
      *

       575-PRINT-MATCH-LINE.

           MOVE INV-PO-SUB (WS-SUB) TO WS-PO-SUB

           MOVE INV-INVOICE-NUMBER (WS-SUB) TO MTH-INVOICE-OUT
           MOVE INV-VENDOR-ID (WS-SUB) TO MTH-VENDOR-OUT
           MOVE INV-PO-NUMBER (WS-SUB) TO MTH-PO-OUT
           MOVE INV-QTY-BILLED (WS-SUB) TO MTH-BILLED-OUT
           MOVE POT-QTY-ORDERED (WS-PO-SUB) TO MTH-ORDERED-OUT
           MOVE POT-QTY-RECEIVED (WS-PO-SUB) TO MTH-RECEIVED-OUT
           MOVE INV-BILLED-TO-DATE (WS-SUB) TO MTH-TO-DATE-OUT
           MOVE INV-UNIT-PRICE (WS-SUB) TO MTH-INV-PRICE-OUT
           MOVE POT-UNIT-PRICE (WS-PO-SUB) TO MTH-PO-PRICE-OUT

           MOVE MATCH-DETAIL-LINE-1 TO MATCH-OUTPUT-REC
           WRITE MATCH-OUTPUT-REC AFTER ADVANCING 2 LINES

           MOVE INV-QTY-VARIANCE (WS-SUB) TO MTH-QTY-VAR-OUT
           MOVE INV-PRICE-VARIANCE (WS-SUB) TO MTH-PRICE-VAR-OUT
           MOVE INV-AMOUNT (WS-SUB) TO MTH-AMOUNT-OUT
           MOVE INV-REASON (WS-SUB) TO MTH-RESULT-OUT

           MOVE MATCH-DETAIL-LINE-2 TO MATCH-OUTPUT-REC
           WRITE MATCH-OUTPUT-REC AFTER ADVANCING 1 LINES

           IF INV-APPROVED (WS-SUB)
               ADD 1 TO WS-APPROVED-COUNT
               ADD INV-AMOUNT (WS-SUB) TO WS-APPROVED-AMOUNT
           ELSE
               ADD 1 TO WS-HELD-COUNT
               ADD INV-AMOUNT (WS-SUB) TO WS-HELD-AMOUNT
           END-IF

           .

      *
      *  580 WRITE VOUCHER writes one approved line to the
      *  extract and to the voucher history.
      *

       580-WRITE-VOUCHER.

           MOVE INV-VENDOR-ID (WS-SUB) TO VCH-VENDOR-ID
           MOVE INV-INVOICE-NUMBER (WS-SUB) TO VCH-INVOICE-NUMBER
           MOVE INV-PO-NUMBER (WS-SUB) TO VCH-PO-NUMBER
           MOVE INV-QTY-BILLED (WS-SUB) TO VCH-QTY-BILLED
           MOVE INV-UNIT-PRICE (WS-SUB) TO VCH-UNIT-PRICE
           MOVE INV-AMOUNT (WS-SUB) TO VCH-AMOUNT
           MOVE WS-RUN-DATE TO VCH-APPROVE-DATE

           MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-EXTRACT-RECORD
           WRITE VOUCHER-EXTRACT-RECORD
           WRITE VOUCHER-HISTORY-RECORD

           .

      *
      *  590 REQUEUE HELD LINES rewrites INVOICE-ENTRY.TXT with
      *  only the lines still waiting - held by the match, or
      *  simply not dropped - the same save shape as
      *  CYCLE-COUNT-PROG's 530-SAVE-COUNT-FILES.
      *

       590-REQUEUE-HELD-LINES.

           MOVE 0 TO WS-KEPT-COUNT

           OPEN OUTPUT INVOICE-ENTRY-FILE

           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-INV-TABLE-COUNT
              IF NOT INV-APPROVED (WS-SUB)
                 AND NOT INV-DROPPED (WS-SUB)
                  MOVE INV-VENDOR-ID (WS-SUB) TO INVE-VENDOR-ID
                  MOVE INV-INVOICE-NUMBER (WS-SUB) TO
                     INVE-INVOICE-NUMBER
                  MOVE INV-PO-NUMBER (WS-SUB) TO INVE-PO-NUMBER
                  MOVE INV-QTY-BILLED (WS-SUB) TO INVE-QTY-BILLED
                  MOVE INV-UNIT-PRICE (WS-SUB) TO INVE-UNIT-PRICE
                  MOVE INV-ENTRY-DATE (WS-SUB) TO INVE-ENTRY-DATE
                  WRITE INVOICE-ENTRY-RECORD
                  ADD 1 TO WS-KEPT-COUNT
              END-IF
           END-PERFORM

           CLOSE INVOICE-ENTRY-FILE

           DISPLAY WS-KEPT-COUNT ' . INVOICE LINES STILL QUEUED.'

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
