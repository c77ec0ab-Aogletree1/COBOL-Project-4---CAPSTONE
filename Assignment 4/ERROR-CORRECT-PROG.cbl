      *  which HEALING-VIBES-PROG sorts in alongside the source
      *  feed on its next run, and ERROR.TXT is rewritten with
      *  only the records still in suspense.
      *
      *  The operator signs on against OPERATOR-MASTER.DAT
      *  before the menu is shown. Anyone signed on may list
      *  the suspense file; correcting a record is for clerks
      *  and supervisors.
      **********************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.

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

               10 NUM-IN-STOCK-REC              PIC 9(4).
               10 PURCHASE-PRICE-REC            PIC S999V99.

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

       01  WS-ERROR-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X  VALUE ' '.
           88  NO-MORE-DATA                   VALUE 'N'.

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
           88  SIGNON-MAY-MAINTAIN            VALUE 'K' 'S'.
       01  WS-SIGNON-LIMIT             PIC 9(7)V99 VALUE 0.

      *
      *  The suspense table holds every record read from
      *  ERROR.TXT, plus a one byte disposition so 900-SAVE-
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
      *  105 RUN SESSION loads the suspense table, drives the
      *  menu loop until the operator chooses X, then saves
      *  both files.
      *

       105-RUN-SESSION.

           PERFORM 110-LOAD-SUSPENSE

               DISPLAY 'SAVING WOULD DROP THE OVERFLOW RECORDS.'
               DISPLAY 'ERROR.TXT HAS NOT BEEN TOUCHED.'
           ELSE
           IF WS-SUSPENSE-COUNT EQUAL 0
               DISPLAY 'NO RECORDS IN SUSPENSE - NOTHING TO DO.'
           ELSE
               PERFORM UNTIL NOT KEEP-RUNNING
           END-IF
           END-IF

           .

      *

           OPEN INPUT ERROR-FILE

           IF WS-ERROR-FILE-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ ERROR-FILE
                       AT END

      *
      *  130 PROCESS CHOICE dispatches the operator's selection.
      *  Corrections are held to clerks and supervisors.
      *

       130-PROCESS-CHOICE.

           EVALUATE TRUE

               WHEN WS-MENU-CHOICE EQUAL 'L' OR 'l'
                   PERFORM 200-LIST-SUSPENSE

               WHEN WS-MENU-CHOICE EQUAL 'C' OR 'c'
                   IF SIGNON-MAY-MAINTAIN
                       PERFORM 300-CORRECT-RECORD
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'X' OR 'x'
                   MOVE 'N' TO WS-CONTINUE-FLAG

               WHEN OTHER
           MOVE 0 TO WS-RECYCLE-COUNT

           OPEN EXTEND RECYCLE-FILE
           IF WS-RECYCLE-FILE-STATUS EQUAL '35'
               OPEN OUTPUT RECYCLE-FILE
           END-IF

           WRITE ERROR-FILE-FIELD

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
