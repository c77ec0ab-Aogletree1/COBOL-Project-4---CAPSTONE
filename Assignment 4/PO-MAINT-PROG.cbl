      *  PO numbers are issued in sequence from PO-CONTROL.TXT,
      *  a one-record control file carried between sessions the
      *  way CHECKPOINT.TXT carries the split checkpoint.
      *
      *  The operator signs on against OPERATOR-MASTER.DAT
      *  before the menu is shown. Building POs is for buyers
      *  and supervisors; anyone signed on may list and print
      *  the aging. A PO whose extended cost is over the
      *  buyer's approval limit takes a second sign-off from a
      *  supervisor whose limit covers it, or it is not
      *  created.
      **********************************************************

       ENVIRONMENT DIVISION.
           SELECT PO-AGING-REPORT
               ASSIGN TO PRINTER 'PO-AGING-REPORT.TXT'.

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


       01    AGING-OUTPUT-REC          PIC X(80).

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
       01  WS-DAYS-OUTSTANDING         PIC S9(5) VALUE 0.
       01  WS-QTY-OUTSTANDING          PIC 9(4) VALUE 0.

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
           88  SIGNON-MAY-ORDER               VALUE 'B' 'S'.
       01  WS-SIGNON-LIMIT             PIC 9(7)V99 VALUE 0.

      *
      *  Approval-limit work fields - the dollar amount being
      *  released, and whether it cleared the limit on its own
      *  or with a second sign-off.
      *

       01  WS-APPROVAL-AMOUNT          PIC 9(7)V99 VALUE 0.
       01  WS-APPROVAL-FLAG            PIC X  VALUE 'N'.
           88  APPROVAL-CLEARED               VALUE 'Y'.
       01  WS-AMOUNT-OUT               PIC $$,$$$,$$9.99.
       01  WS-LIMIT-OUT                PIC $$,$$$,$$9.99.

      *
      *  Aging listing layout - header, column header, one
      *  detail line per open PO, and the open-order count line.
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
      *  105 RUN SESSION opens the master, loads the next PO
      *  number, drives the menu loop until the operator chooses
      *  X, then saves the next PO number back.
      *

       105-RUN-SESSION.

           OPEN I-O PO-MASTER-FILE
           IF WS-PO-MASTER-STATUS = '35'

           CLOSE PO-MASTER-FILE

           .

      *

      *
      *  120 PROCESS CHOICE dispatches the operator's selection.
      *  Building orders is held to buyers and supervisors.
      *

       120-PROCESS-CHOICE.
           EVALUATE TRUE

               WHEN WS-MENU-CHOICE EQUAL 'B' OR 'b'
                   IF SIGNON-MAY-ORDER
                       PERFORM 200-BUILD-ORDERS
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'L' OR 'l'
                   PERFORM 500-LIST-ORDERS

      *
      *  230 WRITE PURCHASE ORDER turns the current suggestion
      *  row into one numbered open PO on the master. An
      *  extended cost over the buyer's approval limit needs
      *  the second sign-off first; without it the suggestion
      *  is passed over and no PO number is used up.
      *

       230-WRITE-PURCHASE-ORDER.

           MOVE 'Y' TO WS-APPROVAL-FLAG

           IF PO-EXTENDED-COST > WS-SIGNON-LIMIT
               MOVE PO-EXTENDED-COST TO WS-APPROVAL-AMOUNT
               PERFORM 850-SECOND-SIGN-OFF
           END-IF

           IF NOT APPROVAL-CLEARED
               DISPLAY 'PO NOT CREATED - SUGGESTION PASSED OVER.'
           ELSE
               PERFORM 235-ADD-PO-MASTER-ROW
           END-IF

           .

      *
      *  235 ADD PO MASTER ROW writes the approved suggestion
      *  as the next numbered open PO.
      *

       235-ADD-PO-MASTER-ROW.

           MOVE WS-NEXT-PO-NUMBER TO PO-MAST-NUMBER
           MOVE PO-WAREHOUSE-ID TO PO-MAST-WAREHOUSE-ID
           MOVE PO-VENDOR-ID TO PO-MAST-VENDOR-ID
           ADD 1 TO WS-OPEN-COUNT

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
      *  850 SECOND SIGN OFF is taken when WS-APPROVAL-AMOUNT is
      *  over the signed-on operator's approval limit. One try:
      *  the approver must be a different, active supervisor
      *  whose own limit covers the amount. APPROVAL-CLEARED
      *  comes back set only when all of that holds.
      *

       850-SECOND-SIGN-OFF.

           MOVE 'N' TO WS-APPROVAL-FLAG

           MOVE WS-APPROVAL-AMOUNT TO WS-AMOUNT-OUT
           MOVE WS-SIGNON-LIMIT TO WS-LIMIT-OUT
           DISPLAY 'AMOUNT ' WS-AMOUNT-OUT
              ' IS OVER YOUR LIMIT OF ' WS-LIMIT-OUT
           DISPLAY 'SECOND SIGN-OFF REQUIRED.'
           DISPLAY 'APPROVER ID: ' WITH NO ADVANCING
           ACCEPT OPER-ID
           DISPLAY 'PASSWORD:    ' WITH NO ADVANCING
           ACCEPT WS-ENTERED-PASSWORD

           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'SECOND SIGN-OFF REJECTED.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPER-PASSWORD NOT EQUAL
                          WS-ENTERED-PASSWORD
                          OR NOT OPER-IS-ACTIVE
                           DISPLAY 'SECOND SIGN-OFF REJECTED.'
                       WHEN OPER-ID EQUAL WS-SIGNON-OPERATOR-ID
                           DISPLAY 'THE SECOND SIGN-OFF MUST BE '
                              'A DIFFERENT OPERATOR.'
                       WHEN NOT OPER-IS-SUPERVISOR
                           DISPLAY 'THE SECOND SIGN-OFF MUST BE '
                              'A SUPERVISOR.'
                       WHEN OPER-APPROVAL-LIMIT <
                          WS-APPROVAL-AMOUNT
                           DISPLAY 'AMOUNT IS OVER THE APPROVER'
                              '''S LIMIT AS WELL.'
                       WHEN OTHER
                           MOVE 'Y' TO WS-APPROVAL-FLAG
                           DISPLAY 'SECOND SIGN-OFF BY ' OPER-NAME
                   END-EVALUATE
           END-READ

           .
