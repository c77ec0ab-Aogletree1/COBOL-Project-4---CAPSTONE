      *  DELETE, and LIST against the indexed file, with every
      *  change written to WAREHOUSE-AUDIT.TXT and a P option
      *  to print the accumulated trail.
      *
      *  The operator signs on against OPERATOR-MASTER.DAT
      *  before the menu is shown. ADD, CHANGE, and DELETE are
      *  for clerks and supervisors; anyone signed on may LIST
      *  and print the trail. Every audit row carries the
      *  operator ID.
      **********************************************************

       ENVIRONMENT DIVISION.
           SELECT WAREHOUSE-AUDIT-REPORT
               ASSIGN TO PRINTER 'WAREHOUSE-AUDIT-REPORT.TXT'.

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
      *  One audit row per maintenance action - when, what was
      *  done, the full record image before and after, and the
      *  signed-on operator who did it. An ADD has a blank
      *  before image, a DELETE a blank after image. Rows
      *  written before sign-on existed read back with a blank
      *  operator.
      *

       FD WAREHOUSE-AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  WAREHOUSE-AUDIT-RECORD.
           05  AUDIT-DATE                      PIC X(8).
           05  AUDIT-TIME                      PIC X(8).
           05  AUDIT-ACTION                    PIC X(6).
           05  AUDIT-BEFORE-IMAGE              PIC X(29).
           05  AUDIT-AFTER-IMAGE               PIC X(29).
           05  AUDIT-OPERATOR-ID               PIC X(6).

       FD    WAREHOUSE-AUDIT-REPORT
             RECORD CONTAINS 80 CHARACTERS.

       01    AUDIT-OUTPUT-REC          PIC X(80).

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

       01  WS-WAREHOUSE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF-FLAG           PIC X  VALUE ' '.
           88  NO-MORE-AUDIT-DATA             VALUE 'N'.

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
      *  Work fields for building one audit row - the action
      *  and the before/after images are staged here by the
       01  AUDIT-COLUMN-HEADER.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'DATE    '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'TIME    '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'OPER  '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'ACTION'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(29) VALUE 'BEFORE'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'AFTER'.

       01  AUDIT-DETAIL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  AUD-DATE-OUT      PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-TIME-OUT      PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-OPERATOR-OUT  PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-ACTION-OUT    PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-BEFORE-OUT    PIC X(29).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-AFTER-OUT     PIC X(16).

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
      *  105 RUN SESSION opens the warehouse table and the
      *  audit trail and drives the menu loop for a signed-on
      *  operator.
      *

       105-RUN-SESSION.

           OPEN I-O WAREHOUSE-ID-FILE
           IF WS-WAREHOUSE-FILE-STATUS = '35'
               OPEN OUTPUT WAREHOUSE-ID-FILE
           CLOSE WAREHOUSE-ID-FILE
           CLOSE WAREHOUSE-AUDIT-FILE

           .

      *

      *
      *  120 PROCESS CHOICE dispatches the operator's selection.
      *  The table changes are held to clerks and supervisors.
      *

       120-PROCESS-CHOICE.
           EVALUATE TRUE

               WHEN WS-MENU-CHOICE EQUAL 'A' OR 'a'
                   IF SIGNON-MAY-MAINTAIN
                       PERFORM 200-ADD-WAREHOUSE
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'C' OR 'c'
                   IF SIGNON-MAY-MAINTAIN
                       PERFORM 300-CHANGE-WAREHOUSE
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'D' OR 'd'
                   IF SIGNON-MAY-MAINTAIN
                       PERFORM 400-DELETE-WAREHOUSE
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'L' OR 'l'
                   PERFORM 500-LIST-WAREHOUSES
           .

      *
      *  600 WRITE AUDIT RECORD stamps the date, time, and
      *  signed-on operator onto one audit row from whatever
      *  action and before/after images the caller staged, and
      *  appends it to WAREHOUSE-AUDIT-FILE.
      *

       600-WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE WS-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUDIT-AFTER-IMAGE
           MOVE WS-SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID

           WRITE WAREHOUSE-AUDIT-RECORD

                           MOVE AUDIT-BEFORE-IMAGE TO
                              AUD-BEFORE-OUT
                           MOVE AUDIT-AFTER-IMAGE TO AUD-AFTER-OUT
                           MOVE AUDIT-OPERATOR-ID TO
                              AUD-OPERATOR-OUT
                           MOVE AUDIT-DETAIL-LINE TO
                              AUDIT-OUTPUT-REC
                           WRITE AUDIT-OUTPUT-REC
           OPEN EXTEND WAREHOUSE-AUDIT-FILE

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
