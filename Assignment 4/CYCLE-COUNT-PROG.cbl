      *        TRANS-RECORD A adjustment for the next
      *        TRANS-POST-PROG run, and counts not approved
      *        stay queued for another look.
      *
      *  The operator signs on against OPERATOR-MASTER.DAT
      *  before the menu is shown. Counters and supervisors
      *  print sheets and key counts; the variance listing
      *  (it shows the book on-hand the count is meant to be
      *  blind to) and the approval pass are supervisor-only.
      *  An adjustment whose dollar impact is over the
      *  supervisor's approval limit takes a second sign-off
      *  from another supervisor whose limit covers it, and
      *  the approving operator's ID rides on the batch header
      *  and trailer of COUNT-ADJUST.TXT.
      **********************************************************

       ENVIRONMENT DIVISION.
           SELECT VARIANCE-LISTING
               ASSIGN TO PRINTER 'COUNT-VARIANCE-REPORT.TXT'.

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

      *  CBATCH-SOURCE carries CYCL, so the posting program's
      *  stale-batch guard sees this as a different batch from
      *  the warehouse feed's own batch of the same date - the
      *  count day posts both. CBATCH-OPERATOR-ID is the
      *  supervisor who approved the batch, in what used to be
      *  unused filler the posting program never reads.
      *

       01  COUNT-BATCH-RECORD.
           05  CBATCH-EXPECTED-COUNT           PIC 9(4).
           05  CBATCH-EXPECTED-HASH            PIC 9(8).
           05  CBATCH-SOURCE                   PIC X(4).
           05  CBATCH-OPERATOR-ID              PIC X(6).
           05  FILLER                          PIC X(5).

       FD    COUNT-SHEET
             RECORD CONTAINS 80 CHARACTERS.

       01    VARIANCE-OUTPUT-REC       PIC X(80).

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
       01  WS-VARIANCE-VALUE           PIC S9(7)V99 VALUE 0.
       01  WS-SUB                      PIC 9(3) VALUE 0.

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
           88  SIGNON-MAY-COUNT               VALUE 'C' 'S'.
           88  SIGNON-IS-SUPERVISOR           VALUE 'S'.
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
      *  The queued counts are loaded here for the approval
      *  pass, with a one byte disposition per row the way
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
      *  105 RUN SESSION opens the inventory master and drives
      *  the menu loop until the operator chooses X. Without a
      *  master on disk there is nothing to count against.
      *

       105-RUN-SESSION.

           OPEN INPUT INVEN-MASTER-FILE

               CLOSE INVEN-MASTER-FILE
           END-IF

           .

      *

      *
      *  120 PROCESS CHOICE dispatches the operator's selection.
      *  Sheets and counts are for counters and supervisors;
      *  the variance listing and approvals for supervisors.
      *

       120-PROCESS-CHOICE.
           EVALUATE TRUE

               WHEN WS-MENU-CHOICE EQUAL 'S' OR 's'
                   IF SIGNON-MAY-COUNT
                       PERFORM 200-PRINT-COUNT-SHEETS
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'E' OR 'e'
                   IF SIGNON-MAY-COUNT
                       PERFORM 300-ENTER-COUNTS
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'V' OR 'v'
                   IF SIGNON-IS-SUPERVISOR
                       PERFORM 400-PRINT-VARIANCE-LISTING
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'A' OR 'a'
                   IF SIGNON-IS-SUPERVISOR
                       PERFORM 500-APPROVE-AND-ADJUST
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'X' OR 'x'
                   MOVE 'N' TO WS-CONTINUE-FLAG

      *
      *  520 APPROVE ONE COUNT shows one queued count with its
      *  book figure and dollar impact and takes the Y/N
      *  answer. A Y on an impact (either direction) over the
      *  supervisor's approval limit stands only with a second
      *  sign-off; without one the count stays queued.
      *

       520-APPROVE-ONE-COUNT.
           READ INVEN-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO INVEN-NUM-IN-STOCK
                   MOVE 0 TO INVEN-PURCHASE-PRICE
           END-READ

           COMPUTE WS-VARIANCE-QTY =
               CNT-COUNTED-QTY (WS-SUB) - INVEN-NUM-IN-STOCK
           COMPUTE WS-VARIANCE-VALUE =
               WS-VARIANCE-QTY * INVEN-PURCHASE-PRICE

           IF WS-VARIANCE-VALUE < 0
               COMPUTE WS-APPROVAL-AMOUNT = 0 - WS-VARIANCE-VALUE
           ELSE
               MOVE WS-VARIANCE-VALUE TO WS-APPROVAL-AMOUNT
           END-IF

           MOVE WS-APPROVAL-AMOUNT TO WS-AMOUNT-OUT

           DISPLAY ' '
           DISPLAY CNT-WAREHOUSE-ID (WS-SUB) ' '
              CNT-VENDOR-ID (WS-SUB) ' '
              CNT-PRODUCT-SIZE (WS-SUB)
           DISPLAY '  BOOK ' INVEN-NUM-IN-STOCK
              '  COUNTED ' CNT-COUNTED-QTY (WS-SUB)
              '  IMPACT ' WS-AMOUNT-OUT
           DISPLAY 'APPROVE THIS ADJUSTMENT? (Y/N): '
              WITH NO ADVANCING
           ACCEPT WS-ANSWER

           IF WS-ANSWER EQUAL 'Y' OR 'y'
               MOVE 'Y' TO WS-APPROVAL-FLAG

               IF WS-APPROVAL-AMOUNT > WS-SIGNON-LIMIT
                   PERFORM 850-SECOND-SIGN-OFF
               END-IF

               IF APPROVAL-CLEARED
                   MOVE 'A' TO CNT-DISPOSITION (WS-SUB)
               ELSE
                   DISPLAY 'COUNT LEFT QUEUED.'
               END-IF
           END-IF

           .
           MOVE 'BHDR' TO CBATCH-MARKER
           MOVE WS-BATCH-DATE TO CBATCH-DATE
           MOVE 'CYCL' TO CBATCH-SOURCE
           MOVE WS-SIGNON-OPERATOR-ID TO CBATCH-OPERATOR-ID
           WRITE COUNT-BATCH-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
           MOVE WS-ADJUST-COUNT TO CBATCH-EXPECTED-COUNT
           MOVE WS-ADJUST-HASH TO CBATCH-EXPECTED-HASH
           MOVE 'CYCL' TO CBATCH-SOURCE
           MOVE WS-SIGNON-OPERATOR-ID TO CBATCH-OPERATOR-ID
           WRITE COUNT-BATCH-RECORD

           CLOSE COUNT-ADJUST-FILE
           ADD 1 TO WS-KEPT-COUNT

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
