       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRODUCT-MAINT-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program maintains PRODUCT-MASTER.DAT, the
      *  external indexed product master. Until now the only
      *  place a product existed was the feed slot itself -
      *  the name, type, and sizes rode in on every record in
      *  whatever spelling the warehouse keyed, and the
      *  reorder, price, and lot tables were keyed by product
      *  IDs nothing ever checked.
      *
      *  Each record is keyed by the three character product
      *  ID and holds the official product name, the product
      *  type (C - cream, O - oil), the sizes the product is
      *  sold in (up to five of S, M, L, X), the primary
      *  vendor, and an active flag. HEALING-VIBES-PROG loads
      *  it to turn unknown and inactive products away at the
      *  split and to print the official name on the reports,
      *  and TRANS-POST-PROG rejects transactions for sizes the
      *  product is not sold in.
      *
      *  This is a simple ACCEPT/DISPLAY menu driven program in
      *  the same style as VENDOR-MAINT-PROG, offering ADD,
      *  CHANGE, DELETE, and LIST against the indexed file.
      *  Retiring a product is usually a C flip of the active
      *  flag, not a delete, so its name stays on file for the
      *  history.
      *
      *  Every ADD, CHANGE, and DELETE is also written to
      *  PRODUCT-AUDIT.TXT with the date, time, action, the
      *  before and after images of the product record, and
      *  the signed-on operator. The P option prints the
      *  accumulated trail as a listing.
      *
      *  The operator signs on against OPERATOR-MASTER.DAT
      *  before the menu is shown. ADD, CHANGE, and DELETE are
      *  for clerks and supervisors; anyone signed on may LIST
      *  and print the trail.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODUCT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID-KEY
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

      *
      *  PRODUCT-AUDIT-FILE is the audit trail - one row per
      *  ADD/CHANGE/DELETE, appended to across sessions.
      *

           SELECT PRODUCT-AUDIT-FILE
               ASSIGN TO 'PRODUCT-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *
      *  PRODUCT-AUDIT-REPORT is the printable listing of the
      *  audit trail, produced on request by the P option.
      *

           SELECT PRODUCT-AUDIT-REPORT
               ASSIGN TO PRINTER 'PRODUCT-AUDIT-REPORT.TXT'.

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
      *  Product master row. PROD-SIZES-REC lists the size
      *  codes the product is sold in, left justified and
      *  blank filled - 'SML  ' is a product carried in small,
      *  medium, and large.
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
      *  One audit row per maintenance action - when, what was
      *  done, the full record image before and after, and the
      *  signed-on operator who did it. An ADD has a blank
      *  before image, a DELETE a blank after image.
      *

       FD PRODUCT-AUDIT-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  PRODUCT-AUDIT-RECORD.
           05  AUDIT-DATE                      PIC X(8).
           05  AUDIT-TIME                      PIC X(8).
           05  AUDIT-ACTION                    PIC X(6).
           05  AUDIT-BEFORE-IMAGE              PIC X(24).
           05  AUDIT-AFTER-IMAGE               PIC X(24).
           05  AUDIT-OPERATOR-ID               PIC X(6).

       FD    PRODUCT-AUDIT-REPORT
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

       01  WS-PRODUCT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-MENU-CHOICE              PIC X  VALUE SPACES.
       01  WS-CONTINUE-FLAG            PIC X  VALUE 'Y'.
           88  KEEP-RUNNING                   VALUE 'Y'.
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
      *  maintenance paragraphs, then 600-WRITE-AUDIT-RECORD
      *  stamps the date and time and writes the row.
      *

       01  WS-AUDIT-ACTION             PIC X(6)  VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(24) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(24) VALUE SPACES.

      *
      *  Edit work fields - 250-EDIT-PRODUCT checks the keyed
      *  type, sizes, and active flag before anything is
      *  written, so a typo never reaches the split.
      *

       01  WS-EDIT-FLAG                PIC X  VALUE 'Y'.
           88  PRODUCT-EDITS-OK               VALUE 'Y'.
       01  WS-SIZE-SUB                 PIC 9  VALUE 0.
       01  WS-SIZE-COUNT               PIC 9  VALUE 0.

      *
      *  The audit listing layout - header, column header, and
      *  one detail line per audit row. The time prints as
      *  HHMMSS so both full record images fit the line.
      *

       01  AUDIT-HEADER-1.
           05  FILLER            PIC X(23) VALUE SPACES.
           05  FILLER            PIC X(34) VALUE
              'PRODUCT MAINTENANCE AUDIT LISTING'.

       01  AUDIT-COLUMN-HEADER.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'DATE    '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'TIME  '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'OPER  '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'ACTION'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(24) VALUE 'BEFORE'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(24) VALUE 'AFTER'.

       01  AUDIT-DETAIL-LINE.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-DATE-OUT      PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-TIME-OUT      PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-OPERATOR-OUT  PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-ACTION-OUT    PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-BEFORE-OUT    PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AUD-AFTER-OUT     PIC X(24).

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
      *  105 RUN SESSION opens the product master and the audit
      *  trail and drives the menu loop for a signed-on
      *  operator.
      *

       105-RUN-SESSION.

           OPEN I-O PRODUCT-MASTER-FILE
           IF WS-PRODUCT-FILE-STATUS = '35'
               OPEN OUTPUT PRODUCT-MASTER-FILE
               CLOSE PRODUCT-MASTER-FILE
               OPEN I-O PRODUCT-MASTER-FILE
           END-IF

           OPEN EXTEND PRODUCT-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT PRODUCT-AUDIT-FILE
           END-IF

           PERFORM UNTIL NOT KEEP-RUNNING
               PERFORM 110-SHOW-MENU
               PERFORM 120-PROCESS-CHOICE
           END-PERFORM

           CLOSE PRODUCT-MASTER-FILE
           CLOSE PRODUCT-AUDIT-FILE

           .

      *
      *  110 SHOW MENU displays the available maintenance
      *  options and accepts the operator's choice.
      *

       110-SHOW-MENU.

           DISPLAY ' '
           DISPLAY 'PRODUCT MASTER MAINTENANCE'
           DISPLAY 'A - ADD A PRODUCT'
           DISPLAY 'C - CHANGE A PRODUCT'
           DISPLAY 'D - DELETE A PRODUCT'
           DISPLAY 'L - LIST ALL PRODUCTS'
           DISPLAY 'P - PRINT AUDIT LISTING'
           DISPLAY 'X - EXIT'
           DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           .

      *
      *  120 PROCESS CHOICE dispatches the operator's selection.
      *  The master changes are held to clerks and supervisors.
      *

       120-PROCESS-CHOICE.

           EVALUATE TRUE

               WHEN WS-MENU-CHOICE EQUAL 'A' OR 'a'
                   IF SIGNON-MAY-MAINTAIN
                       PERFORM 200-ADD-PRODUCT
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'C' OR 'c'
                   IF SIGNON-MAY-MAINTAIN
                       PERFORM 300-CHANGE-PRODUCT
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'D' OR 'd'
                   IF SIGNON-MAY-MAINTAIN
                       PERFORM 400-DELETE-PRODUCT
                   ELSE
                       PERFORM 820-NOT-AUTHORIZED
                   END-IF

               WHEN WS-MENU-CHOICE EQUAL 'L' OR 'l'
                   PERFORM 500-LIST-PRODUCTS

               WHEN WS-MENU-CHOICE EQUAL 'P' OR 'p'
                   PERFORM 700-PRINT-AUDIT-LISTING

               WHEN WS-MENU-CHOICE EQUAL 'X' OR 'x'
                   MOVE 'N' TO WS-CONTINUE-FLAG

               WHEN OTHER
                   DISPLAY 'NOT A VALID CHOICE, TRY AGAIN.'

           END-EVALUATE

           .

      *
      *  200 ADD PRODUCT prompts for a new product ID and its
      *  master fields and writes it to PRODUCT-MASTER-FILE once
      *  the fields pass the edits.
      *

       200-ADD-PRODUCT.

           DISPLAY 'ENTER NEW PRODUCT ID (3 CHARACTERS): '
              WITH NO ADVANCING
           ACCEPT PROD-ID-KEY

           PERFORM 210-ACCEPT-PRODUCT-FIELDS
           PERFORM 250-EDIT-PRODUCT

           IF PRODUCT-EDITS-OK
               WRITE PRODUCT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'PRODUCT ID ' PROD-ID-KEY
                          ' ALREADY EXISTS.'
                   NOT INVALID KEY
                       DISPLAY 'PRODUCT ' PROD-ID-KEY ' ADDED.'
                       MOVE 'ADD   ' TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE PRODUCT-MASTER-RECORD TO WS-AFTER-IMAGE
                       PERFORM 600-WRITE-AUDIT-RECORD
               END-WRITE
           ELSE
               DISPLAY 'PRODUCT ' PROD-ID-KEY ' NOT ADDED.'
           END-IF

           .

      *
      *  210 ACCEPT PRODUCT FIELDS prompts for everything on the
      *  master row but the key - shared by ADD and CHANGE.
      *

       210-ACCEPT-PRODUCT-FIELDS.

           DISPLAY 'ENTER OFFICIAL PRODUCT NAME: ' WITH NO ADVANCING
           ACCEPT PROD-NAME-REC

           DISPLAY 'ENTER PRODUCT TYPE (C - CREAM, O - OIL): '
              WITH NO ADVANCING
           ACCEPT PROD-TYPE-REC

           DISPLAY 'ENTER SIZES SOLD (UP TO 5 OF S M L X, '
              'E.G. SML): ' WITH NO ADVANCING
           ACCEPT PROD-SIZES-REC

           DISPLAY 'ENTER PRIMARY VENDOR ID: ' WITH NO ADVANCING
           ACCEPT PROD-VENDOR-REC

           DISPLAY 'ACTIVE? (Y/N): ' WITH NO ADVANCING
           ACCEPT PROD-ACTIVE-REC

           .

      *
      *  250 EDIT PRODUCT checks the keyed fields against the
      *  codes the split and the reports understand - the type
      *  must be C or O, every size keyed must be S, M, L, or X
      *  with at least one given, and the active flag Y or N.
      *  Every failing field is named before the row is refused.
      *

       250-EDIT-PRODUCT.

           MOVE 'Y' TO WS-EDIT-FLAG
           MOVE 0 TO WS-SIZE-COUNT

           IF PROD-NAME-REC EQUAL SPACES
               DISPLAY 'PRODUCT NAME IS REQUIRED.'
               MOVE 'N' TO WS-EDIT-FLAG
           END-IF

           IF PROD-TYPE-REC NOT EQUAL 'C' AND
              PROD-TYPE-REC NOT EQUAL 'O'
               DISPLAY 'PRODUCT TYPE MUST BE C OR O.'
               MOVE 'N' TO WS-EDIT-FLAG
           END-IF

           PERFORM VARYING WS-SIZE-SUB FROM 1 BY 1
              UNTIL WS-SIZE-SUB > 5
               EVALUATE TRUE
                   WHEN PROD-SIZE-CODE (WS-SIZE-SUB) EQUAL 'S'
                     OR 'M' OR 'L' OR 'X'
                       ADD 1 TO WS-SIZE-COUNT
                   WHEN PROD-SIZE-CODE (WS-SIZE-SUB) EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'SIZE ' PROD-SIZE-CODE (WS-SIZE-SUB)
                          ' IS NOT S, M, L, OR X.'
                       MOVE 'N' TO WS-EDIT-FLAG
               END-EVALUATE
           END-PERFORM

           IF WS-SIZE-COUNT EQUAL 0
               DISPLAY 'AT LEAST ONE SIZE IS REQUIRED.'
               MOVE 'N' TO WS-EDIT-FLAG
           END-IF

           IF PROD-ACTIVE-REC NOT EQUAL 'Y' AND
              PROD-ACTIVE-REC NOT EQUAL 'N'
               DISPLAY 'ACTIVE FLAG MUST BE Y OR N.'
               MOVE 'N' TO WS-EDIT-FLAG
           END-IF

           .

      *
      *  300 CHANGE PRODUCT looks up an existing product ID and
      *  rewrites its master fields once they pass the edits.
      *

       300-CHANGE-PRODUCT.

           DISPLAY 'ENTER PRODUCT ID TO CHANGE: ' WITH NO ADVANCING
           ACCEPT PROD-ID-KEY

           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'PRODUCT ID ' PROD-ID-KEY ' NOT FOUND.'
               NOT INVALID KEY
                   MOVE PRODUCT-MASTER-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY 'NOW: ' PROD-NAME-REC ' TYPE '
                      PROD-TYPE-REC ' SIZES ' PROD-SIZES-REC
                      ' VENDOR ' PROD-VENDOR-REC ' ACTIVE '
                      PROD-ACTIVE-REC
                   PERFORM 210-ACCEPT-PRODUCT-FIELDS
                   PERFORM 250-EDIT-PRODUCT
                   IF PRODUCT-EDITS-OK
                       REWRITE PRODUCT-MASTER-RECORD
                       DISPLAY 'PRODUCT ' PROD-ID-KEY ' UPDATED.'
                       MOVE 'CHANGE' TO WS-AUDIT-ACTION
                       MOVE PRODUCT-MASTER-RECORD TO WS-AFTER-IMAGE
                       PERFORM 600-WRITE-AUDIT-RECORD
                   ELSE
                       DISPLAY 'PRODUCT ' PROD-ID-KEY
                          ' NOT CHANGED.'
                   END-IF
           END-READ

           .

      *
      *  400 DELETE PRODUCT removes a product ID from the file.
      *  The record is read first so the audit row can carry
      *  the before image of what was destroyed.
      *

       400-DELETE-PRODUCT.

           DISPLAY 'ENTER PRODUCT ID TO DELETE: ' WITH NO ADVANCING
           ACCEPT PROD-ID-KEY

           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'PRODUCT ID ' PROD-ID-KEY ' NOT FOUND.'
               NOT INVALID KEY
                   MOVE PRODUCT-MASTER-RECORD TO WS-BEFORE-IMAGE
                   DELETE PRODUCT-MASTER-FILE
                       INVALID KEY
                           DISPLAY 'PRODUCT ID ' PROD-ID-KEY
                              ' NOT FOUND.'
                       NOT INVALID KEY
                           DISPLAY 'PRODUCT ' PROD-ID-KEY
                              ' DELETED.'
                           MOVE 'DELETE' TO WS-AUDIT-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM 600-WRITE-AUDIT-RECORD
                   END-DELETE
           END-READ

           .

      *
      *  500 LIST PRODUCTS reads the file from the start and
      *  displays every product on file.
      *

       500-LIST-PRODUCTS.

           MOVE LOW-VALUES TO PROD-ID-KEY
           START PRODUCT-MASTER-FILE
              KEY IS NOT LESS THAN PROD-ID-KEY
               INVALID KEY
                   DISPLAY 'NO PRODUCTS ON FILE.'
           END-START

           IF WS-PRODUCT-FILE-STATUS = '00'
               PERFORM UNTIL WS-PRODUCT-FILE-STATUS NOT = '00'
                   READ PRODUCT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-PRODUCT-FILE-STATUS
                       NOT AT END
                           DISPLAY PROD-ID-KEY ' - ' PROD-NAME-REC
                              ' ' PROD-TYPE-REC ' '
                              PROD-SIZES-REC ' '
                              PROD-VENDOR-REC ' '
                              PROD-ACTIVE-REC
                   END-READ
               END-PERFORM
           END-IF

           .

      *
      *  600 WRITE AUDIT RECORD stamps the date, time, and
      *  signed-on operator onto one audit row from whatever
      *  action and before/after images the caller staged, and
      *  appends it to PRODUCT-AUDIT-FILE.
      *

       600-WRITE-AUDIT-RECORD.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME

           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE WS-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUDIT-AFTER-IMAGE
           MOVE WS-SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID

           WRITE PRODUCT-AUDIT-RECORD

           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT WRITE FAILED, STATUS: '
                  WS-AUDIT-FILE-STATUS
           END-IF

           .

      *
      *  700 PRINT AUDIT LISTING reads the accumulated audit
      *  trail back and prints it as a reviewable listing on
      *  PRODUCT-AUDIT-REPORT.TXT. The audit file is closed and
      *  reopened around the pass so the session's own rows
      *  show up too.
      *

       700-PRINT-AUDIT-LISTING.

           CLOSE PRODUCT-AUDIT-FILE

           OPEN OUTPUT PRODUCT-AUDIT-REPORT

           MOVE AUDIT-HEADER-1 TO AUDIT-OUTPUT-REC
           WRITE AUDIT-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE AUDIT-COLUMN-HEADER TO AUDIT-OUTPUT-REC
           WRITE AUDIT-OUTPUT-REC AFTER ADVANCING 2 LINES

           MOVE ' ' TO WS-AUDIT-EOF-FLAG

           OPEN INPUT PRODUCT-AUDIT-FILE

           IF WS-AUDIT-FILE-STATUS = '00'
               PERFORM UNTIL NO-MORE-AUDIT-DATA
                   READ PRODUCT-AUDIT-FILE
                       AT END
                           MOVE 'N' TO WS-AUDIT-EOF-FLAG
                       NOT AT END
                           MOVE AUDIT-DATE TO AUD-DATE-OUT
                           MOVE AUDIT-TIME (1:6) TO AUD-TIME-OUT
                           MOVE AUDIT-OPERATOR-ID TO
                              AUD-OPERATOR-OUT
                           MOVE AUDIT-ACTION TO AUD-ACTION-OUT
                           MOVE AUDIT-BEFORE-IMAGE TO
                              AUD-BEFORE-OUT
                           MOVE AUDIT-AFTER-IMAGE TO AUD-AFTER-OUT
                           MOVE AUDIT-DETAIL-LINE TO
                              AUDIT-OUTPUT-REC
                           WRITE AUDIT-OUTPUT-REC
                              AFTER ADVANCING 1 LINES
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PRODUCT-AUDIT-FILE
           CLOSE PRODUCT-AUDIT-REPORT

           DISPLAY 'AUDIT LISTING PRINTED.'

           OPEN EXTEND PRODUCT-AUDIT-FILE

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
