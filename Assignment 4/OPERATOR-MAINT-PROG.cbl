       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OPERATOR-MAINT-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program maintains OPERATOR-MASTER.DAT, the indexed
      *  operator master every interactive program checks at
      *  sign-on. Until now anyone who could launch VENDOR-
      *  MAINT-PROG, WAREHOUSE-MAINT-PROG, PO-MAINT-PROG,
      *  CYCLE-COUNT-PROG, or ERROR-CORRECT-PROG could do
      *  anything in them, and the audit trails could not say
      *  who made a change.
      *
      *  Each record is keyed by the operator ID and holds the
      *  operator's name, password, role, dollar approval
      *  limit, and active flag. The roles are:
      *
      *      C - COUNTER     keys cycle counts
      *      K - CLERK       vendor/warehouse tables, suspense
      *      B - BUYER       builds purchase orders
      *      S - SUPERVISOR  everything, including approvals
      *
      *  The approval limit is the largest cycle count
      *  adjustment (dollar impact) or purchase order (extended
      *  cost) the operator may release alone - anything over
      *  it takes a second sign-off from a supervisor whose own
      *  limit covers it.
      *
      *  This is a simple ACCEPT/DISPLAY menu driven program in
      *  the style of VENDOR-MAINT-PROG, and only a supervisor
      *  may sign on to it. Operators are never deleted - a C
      *  flip of the active flag retires one - so every ID
      *  stamped on an audit trail still resolves to a name.
      *  Every ADD and CHANGE is written to OPERATOR-AUDIT.TXT
      *  with the password masked out of both images, and the
      *  P option prints the accumulated trail.
      *
      *  On a brand-new master with no operators on file, the
      *  program asks for the first supervisor before anything
      *  else and signs that supervisor on.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO 'OPERATOR-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

      *
      *  OPERATOR-AUDIT-FILE is the audit trail - one row per
      *  ADD/CHANGE, appended to across sessions.
      *

           SELECT OPERATOR-AUDIT-FILE
               ASSIGN TO 'OPERATOR-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *
      *  OPERATOR-AUDIT-REPORT is the printable listing of the
      *  audit trail, produced on request by the P option.
      *

           SELECT OPERATOR-AUDIT-REPORT
               ASSIGN TO PRINTER 'OPERATOR-AUDIT-REPORT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  OPERATOR-MASTER-RECORD.
           05  OPER-ID                         PIC X(6).
           05  OPER-NAME                       PIC X(20).
           05  OPER-PASSWORD                   PIC X(8).
           05  OPER-ROLE                       PIC X.
               88  OPER-IS-SUPERVISOR              VALUE 'S'.
               88  OPER-ROLE-VALID                 VALUE 'C' 'K'
                                                         'B' 'S'.
           05  OPER-APPROVAL-LIMIT             PIC 9(7)V99.
           05  OPER-ACTIVE-FLAG                PIC X.
               88  OPER-IS-ACTIVE                  VALUE 'Y'.

      *
      *  One audit row per maintenance action - when, who did
      *  it, what was done, and the operator record before and
      *  after with the password masked. An ADD has a blank
      *  before image.
      *

       FD OPERATOR-AUDIT-FILE
           RECORD CONTAINS 118 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  AUDIT-DATE                      PIC X(8).
           05  AUDIT-TIME                      PIC X(8).
           05  AUDIT-OPERATOR-ID               PIC X(6).
           05  AUDIT-ACTION                    PIC X(6).
           05  AUDIT-BEFORE-IMAGE              PIC X(45).
           05  AUDIT-AFTER-IMAGE               PIC X(45).

       FD    OPERATOR-AUDIT-REPORT
             RECORD CONTAINS 80 CHARACTERS.

       01    AUDIT-OUTPUT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-OPERATOR-STATUS          PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-MENU-CHOICE              PIC X  VALUE SPACES.
       01  WS-CONTINUE-FLAG            PIC X  VALUE 'Y'.
           88  KEEP-RUNNING                   VALUE 'Y'.
       01  WS-AUDIT-EOF-FLAG           PIC X  VALUE ' '.
           88  NO-MORE-AUDIT-DATA             VALUE 'N'.
       01  WS-EOF-FLAG                 PIC X  VALUE ' '.
           88  NO-MORE-DATA                   VALUE 'N'.
       01  WS-EMPTY-MASTER-FLAG        PIC X  VALUE 'N'.
           88  NO-OPERATORS-ON-FILE           VALUE 'Y'.
       01  WS-LISTED-COUNT             PIC 9(4) VALUE 0.

      *
      *  Sign-on work fields - who is signed on for this
      *  session, with the role and limit read at sign-on.
      *

       01  WS-SIGN-ON-FLAG             PIC X  VALUE 'N'.
           88  OPERATOR-SIGNED-ON             VALUE 'Y'.
       01  WS-SIGN-ON-TRIES            PIC 9  VALUE 0.
       01  WS-ENTERED-PASSWORD         PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OPERATOR-ID       PIC X(6) VALUE SPACES.
       01  WS-SIGNON-ROLE              PIC X  VALUE SPACES.
           88  SIGNON-IS-SUPERVISOR           VALUE 'S'.
       01  WS-SIGNON-LIMIT             PIC 9(7)V99 VALUE 0.

      *
      *  Change-entry fields - a blank answer keeps the field
      *  as it stands, the way ERROR-CORRECT-PROG takes its
      *  corrections. The limit is keyed as text and converted
      *  only when it starts with a digit.
      *

       01  WS-NEW-NAME                 PIC X(20) VALUE SPACES.
       01  WS-NEW-PASSWORD             PIC X(8)  VALUE SPACES.
       01  WS-NEW-ROLE                 PIC X     VALUE SPACES.
       01  WS-NEW-LIMIT-X              PIC X(10) VALUE SPACES.
       01  WS-NEW-ACTIVE               PIC X     VALUE SPACES.
       01  WS-LIMIT-OUT                PIC $$,$$$,$$9.99.

      *
      *  Work fields for building one audit row - the action
      *  and the before/after images are staged here by the
      *  maintenance paragraphs, then 600-WRITE-AUDIT-RECORD
      *  stamps the date, time, and operator and writes the
      *  row. Bytes 27-34 of an image are the password.
      *

       01  WS-AUDIT-ACTION             PIC X(6)  VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(45) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(45) VALUE SPACES.

      *
      *  The audit listing layout - header, column header, and
      *  one detail line per audit row showing the after image
      *  (the record as the action left it).
      *

       01  AUDIT-HEADER-1.
           05  FILLER            PIC X(21) VALUE SPACES.
           05  FILLER            PIC X(35) VALUE
              'OPERATOR MAINTENANCE AUDIT LISTING'.

       01  AUDIT-COLUMN-HEADER.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'DATE    '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'TIME    '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'BY    '.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'ACTION'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(45) VALUE 'AFTER'.

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
           05  AUD-AFTER-OUT     PIC X(45).

       PROCEDURE DIVISION.

      *
      *  100 MAIN MODULE opens the master (creating it on the
      *  first run), takes the first supervisor if there are no
      *  operators yet, signs the supervisor on, and drives the
      *  menu loop until X.
      *

       100-MAIN-MODULE.

           OPEN I-O OPERATOR-MASTER-FILE
           IF WS-OPERATOR-STATUS = '35'
               OPEN OUTPUT OPERATOR-MASTER-FILE
               CLOSE OPERATOR-MASTER-FILE
               OPEN I-O OPERATOR-MASTER-FILE
           END-IF

           OPEN EXTEND OPERATOR-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF

           PERFORM 150-CHECK-EMPTY-MASTER

           IF NO-OPERATORS-ON-FILE
               PERFORM 160-ADD-FIRST-SUPERVISOR
           ELSE
               PERFORM 800-SIGN-ON-OPERATOR
           END-IF

           IF OPERATOR-SIGNED-ON
               PERFORM UNTIL NOT KEEP-RUNNING
                   PERFORM 110-SHOW-MENU
                   PERFORM 120-PROCESS-CHOICE
               END-PERFORM
           END-IF

           CLOSE OPERATOR-MASTER-FILE
           CLOSE OPERATOR-AUDIT-FILE

           STOP RUN

           .

      *
      *  110 SHOW MENU displays the available maintenance
      *  options and accepts the operator's choice.
      *

       110-SHOW-MENU.

           DISPLAY ' '
           DISPLAY 'OPERATOR MAINTENANCE'
           DISPLAY 'A - ADD AN OPERATOR'
           DISPLAY 'C - CHANGE AN OPERATOR'
           DISPLAY 'L - LIST ALL OPERATORS'
           DISPLAY 'P - PRINT AUDIT LISTING'
           DISPLAY 'X - EXIT'
           DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           .

      *
      *  120 PROCESS CHOICE dispatches the operator's selection.
      *

       120-PROCESS-CHOICE.

           EVALUATE TRUE

               WHEN WS-MENU-CHOICE EQUAL 'A' OR 'a'
                   PERFORM 200-ADD-OPERATOR

               WHEN WS-MENU-CHOICE EQUAL 'C' OR 'c'
                   PERFORM 300-CHANGE-OPERATOR

               WHEN WS-MENU-CHOICE EQUAL 'L' OR 'l'
                   PERFORM 500-LIST-OPERATORS

               WHEN WS-MENU-CHOICE EQUAL 'P' OR 'p'
                   PERFORM 700-PRINT-AUDIT-LISTING

               WHEN WS-MENU-CHOICE EQUAL 'X' OR 'x'
                   MOVE 'N' TO WS-CONTINUE-FLAG

               WHEN OTHER
                   DISPLAY 'NOT A VALID CHOICE, TRY AGAIN.'

           END-EVALUATE

           .

      *
      *  150 CHECK EMPTY MASTER positions at the front of the
      *  master - no row to start at means no operators yet.
      *

       150-CHECK-EMPTY-MASTER.

           MOVE 'N' TO WS-EMPTY-MASTER-FLAG

           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-MASTER-FILE
               KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EMPTY-MASTER-FLAG
           END-START

           .

      *
      *  160 ADD FIRST SUPERVISOR sets up the first operator on
      *  a brand-new master. The role is forced to S and the
      *  new supervisor is signed on, so there is always
      *  someone who can add the rest.
      *

       160-ADD-FIRST-SUPERVISOR.

           DISPLAY 'NO OPERATORS ON FILE - ENTER THE FIRST'
           DISPLAY 'SUPERVISOR.'

           MOVE SPACES TO OPERATOR-MASTER-RECORD
           PERFORM 210-ACCEPT-NEW-OPERATOR
           MOVE 'S' TO OPER-ROLE
           MOVE 'Y' TO OPER-ACTIVE-FLAG

           IF OPER-ID EQUAL SPACES
              OR OPER-PASSWORD EQUAL SPACES
               DISPLAY 'OPERATOR ID AND PASSWORD ARE REQUIRED.'
           ELSE
               WRITE OPERATOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'OPERATOR MASTER WRITE FAILED, '
                          'STATUS: ' WS-OPERATOR-STATUS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SIGN-ON-FLAG
                       MOVE OPER-ID TO WS-SIGNON-OPERATOR-ID
                       MOVE OPER-ROLE TO WS-SIGNON-ROLE
                       MOVE OPER-APPROVAL-LIMIT TO WS-SIGNON-LIMIT
                       DISPLAY 'SUPERVISOR ' OPER-ID
                          ' ADDED AND SIGNED ON.'
                       MOVE 'ADD   ' TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE OPERATOR-MASTER-RECORD TO WS-AFTER-IMAGE
                       PERFORM 600-WRITE-AUDIT-RECORD
               END-WRITE
           END-IF

           .

      *
      *  200 ADD OPERATOR prompts for a new operator and writes
      *  the row. A role outside C/K/B/S is refused rather than
      *  left for the sign-on checks to trip over.
      *

       200-ADD-OPERATOR.

           MOVE SPACES TO OPERATOR-MASTER-RECORD
           PERFORM 210-ACCEPT-NEW-OPERATOR

           DISPLAY 'ROLE (C=COUNTER K=CLERK B=BUYER '
              'S=SUPERVISOR): ' WITH NO ADVANCING
           ACCEPT OPER-ROLE
           MOVE 'Y' TO OPER-ACTIVE-FLAG

           EVALUATE TRUE

               WHEN OPER-ID EQUAL SPACES
                  OR OPER-PASSWORD EQUAL SPACES
                   DISPLAY 'OPERATOR ID AND PASSWORD ARE REQUIRED.'

               WHEN NOT OPER-ROLE-VALID
                   DISPLAY 'ROLE MUST BE C, K, B, OR S.'

               WHEN OTHER
                   WRITE OPERATOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'OPERATOR ' OPER-ID
                              ' ALREADY EXISTS.'
                       NOT INVALID KEY
                           DISPLAY 'OPERATOR ' OPER-ID ' ADDED.'
                           MOVE 'ADD   ' TO WS-AUDIT-ACTION
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE OPERATOR-MASTER-RECORD TO
                              WS-AFTER-IMAGE
                           PERFORM 600-WRITE-AUDIT-RECORD
                   END-WRITE

           END-EVALUATE

           .

      *
      *  210 ACCEPT NEW OPERATOR takes the ID, name, password,
      *  and approval limit common to both kinds of add.
      *

       210-ACCEPT-NEW-OPERATOR.

           DISPLAY 'ENTER NEW OPERATOR ID (6 CHARACTERS): '
              WITH NO ADVANCING
           ACCEPT OPER-ID

           DISPLAY 'ENTER OPERATOR NAME: ' WITH NO ADVANCING
           ACCEPT OPER-NAME

           DISPLAY 'ENTER PASSWORD (8 CHARACTERS): '
              WITH NO ADVANCING
           ACCEPT OPER-PASSWORD

           MOVE SPACES TO WS-NEW-LIMIT-X
           DISPLAY 'ENTER APPROVAL LIMIT IN DOLLARS: '
              WITH NO ADVANCING
           ACCEPT WS-NEW-LIMIT-X

           MOVE 0 TO OPER-APPROVAL-LIMIT
           IF WS-NEW-LIMIT-X NOT EQUAL SPACES
              AND WS-NEW-LIMIT-X (1:1) IS NUMERIC
               COMPUTE OPER-APPROVAL-LIMIT =
                   FUNCTION NUMVAL (WS-NEW-LIMIT-X)
           END-IF

           .

      *
      *  300 CHANGE OPERATOR looks up an existing operator and
      *  rewrites whichever fields were answered. The signed-on
      *  supervisor may not change their own role, limit, or
      *  active flag - nobody raises their own limit or locks
      *  the last supervisor out by accident.
      *

       300-CHANGE-OPERATOR.

           DISPLAY 'ENTER OPERATOR ID TO CHANGE: '
              WITH NO ADVANCING
           ACCEPT OPER-ID

           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY 'OPERATOR ' OPER-ID ' NOT FOUND.'
               NOT INVALID KEY
                   MOVE OPERATOR-MASTER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 310-ACCEPT-CHANGES
           END-READ

           .

      *
      *  310 ACCEPT CHANGES shows the operator as it stands and
      *  takes the changed fields - a blank answer keeps the
      *  field.
      *

       310-ACCEPT-CHANGES.

           MOVE OPER-APPROVAL-LIMIT TO WS-LIMIT-OUT
           DISPLAY 'NAME:   ' OPER-NAME
           DISPLAY 'ROLE:   ' OPER-ROLE
           DISPLAY 'LIMIT:  ' WS-LIMIT-OUT
           DISPLAY 'ACTIVE: ' OPER-ACTIVE-FLAG

           MOVE SPACES TO WS-NEW-NAME
           MOVE SPACES TO WS-NEW-PASSWORD
           MOVE SPACES TO WS-NEW-ROLE
           MOVE SPACES TO WS-NEW-LIMIT-X
           MOVE SPACES TO WS-NEW-ACTIVE

           DISPLAY 'NEW NAME (BLANK TO KEEP): ' WITH NO ADVANCING
           ACCEPT WS-NEW-NAME
           DISPLAY 'NEW PASSWORD (BLANK TO KEEP): '
              WITH NO ADVANCING
           ACCEPT WS-NEW-PASSWORD

           IF OPER-ID EQUAL WS-SIGNON-OPERATOR-ID
               DISPLAY 'YOUR OWN ROLE, LIMIT, AND ACTIVE FLAG '
                  'CANNOT BE CHANGED FROM YOUR OWN SESSION.'
           ELSE
               DISPLAY 'NEW APPROVAL LIMIT (BLANK TO KEEP): '
                  WITH NO ADVANCING
               ACCEPT WS-NEW-LIMIT-X
               DISPLAY 'NEW ROLE C/K/B/S (BLANK TO KEEP): '
                  WITH NO ADVANCING
               ACCEPT WS-NEW-ROLE
               DISPLAY 'ACTIVE? Y/N (BLANK TO KEEP): '
                  WITH NO ADVANCING
               ACCEPT WS-NEW-ACTIVE
           END-IF

           IF WS-NEW-NAME NOT EQUAL SPACES
               MOVE WS-NEW-NAME TO OPER-NAME
           END-IF

           IF WS-NEW-PASSWORD NOT EQUAL SPACES
               MOVE WS-NEW-PASSWORD TO OPER-PASSWORD
           END-IF

           IF WS-NEW-LIMIT-X NOT EQUAL SPACES
              AND WS-NEW-LIMIT-X (1:1) IS NUMERIC
               COMPUTE OPER-APPROVAL-LIMIT =
                   FUNCTION NUMVAL (WS-NEW-LIMIT-X)
           END-IF

           IF WS-NEW-ROLE NOT EQUAL SPACES
               MOVE WS-NEW-ROLE TO OPER-ROLE
           END-IF

           IF WS-NEW-ACTIVE EQUAL 'Y' OR 'N'
               MOVE WS-NEW-ACTIVE TO OPER-ACTIVE-FLAG
           END-IF

           IF NOT OPER-ROLE-VALID
               DISPLAY 'ROLE MUST BE C, K, B, OR S - '
                  'NOTHING CHANGED.'
           ELSE
               REWRITE OPERATOR-MASTER-RECORD
               DISPLAY 'OPERATOR ' OPER-ID ' UPDATED.'
               MOVE 'CHANGE' TO WS-AUDIT-ACTION
               MOVE OPERATOR-MASTER-RECORD TO WS-AFTER-IMAGE
               PERFORM 600-WRITE-AUDIT-RECORD
           END-IF

           .

      *
      *  500 LIST OPERATORS reads the master from the start and
      *  displays every operator on file - never the password.
      *

       500-LIST-OPERATORS.

           MOVE 0 TO WS-LISTED-COUNT
           MOVE ' ' TO WS-EOF-FLAG

           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-MASTER-FILE
               KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
           END-START

           PERFORM UNTIL NO-MORE-DATA
               READ OPERATOR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OPER-APPROVAL-LIMIT TO WS-LIMIT-OUT
                       DISPLAY OPER-ID ' ' OPER-NAME
                          ' ROLE ' OPER-ROLE
                          ' LIMIT ' WS-LIMIT-OUT
                          ' ACTIVE ' OPER-ACTIVE-FLAG
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM

           IF WS-LISTED-COUNT EQUAL 0
               DISPLAY 'NO OPERATORS ON FILE.'
           END-IF

           .

      *
      *  600 WRITE AUDIT RECORD stamps the date, time, and
      *  signed-on operator onto one audit row from whatever
      *  action and before/after images the caller staged,
      *  masks the password out of both images, and appends
      *  the row to OPERATOR-AUDIT-FILE.
      *

       600-WRITE-AUDIT-RECORD.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME

           MOVE WS-SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE WS-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUDIT-AFTER-IMAGE

           IF AUDIT-BEFORE-IMAGE NOT EQUAL SPACES
               MOVE '********' TO AUDIT-BEFORE-IMAGE (27:8)
           END-IF

           IF AUDIT-AFTER-IMAGE NOT EQUAL SPACES
               MOVE '********' TO AUDIT-AFTER-IMAGE (27:8)
           END-IF

           WRITE OPERATOR-AUDIT-RECORD

           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT WRITE FAILED, STATUS: '
                  WS-AUDIT-FILE-STATUS
           END-IF

           .

      *
      *  700 PRINT AUDIT LISTING reads the accumulated audit
      *  trail back and prints it as a reviewable listing on
      *  OPERATOR-AUDIT-REPORT.TXT. The audit file is closed
      *  and reopened around the pass so the session's own rows
      *  show up too.
      *

       700-PRINT-AUDIT-LISTING.

           CLOSE OPERATOR-AUDIT-FILE

           OPEN OUTPUT OPERATOR-AUDIT-REPORT

           MOVE AUDIT-HEADER-1 TO AUDIT-OUTPUT-REC
           WRITE AUDIT-OUTPUT-REC AFTER ADVANCING 1 LINES

           MOVE AUDIT-COLUMN-HEADER TO AUDIT-OUTPUT-REC
           WRITE AUDIT-OUTPUT-REC AFTER ADVANCING 2 LINES

           MOVE ' ' TO WS-AUDIT-EOF-FLAG

           OPEN INPUT OPERATOR-AUDIT-FILE

           IF WS-AUDIT-FILE-STATUS = '00'
               PERFORM UNTIL NO-MORE-AUDIT-DATA
                   READ OPERATOR-AUDIT-FILE
                       AT END
                           MOVE 'N' TO WS-AUDIT-EOF-FLAG
                       NOT AT END
                           MOVE AUDIT-DATE TO AUD-DATE-OUT
                           MOVE AUDIT-TIME TO AUD-TIME-OUT
                           MOVE AUDIT-OPERATOR-ID TO
                              AUD-OPERATOR-OUT
                           MOVE AUDIT-ACTION TO AUD-ACTION-OUT
                           MOVE AUDIT-AFTER-IMAGE TO AUD-AFTER-OUT
                           MOVE AUDIT-DETAIL-LINE TO
                              AUDIT-OUTPUT-REC
                           WRITE AUDIT-OUTPUT-REC
                              AFTER ADVANCING 1 LINES
                   END-READ
               END-PERFORM
           END-IF

           CLOSE OPERATOR-AUDIT-FILE
           CLOSE OPERATOR-AUDIT-REPORT

           DISPLAY 'AUDIT LISTING PRINTED.'

           OPEN EXTEND OPERATOR-AUDIT-FILE

           .

      *
      *  800 SIGN ON OPERATOR makes the operator identify
      *  themselves against the master before the menu is
      *  shown - three tries, then the session ends. Only a
      *  supervisor may maintain operators.
      *

       800-SIGN-ON-OPERATOR.

           MOVE 'N' TO WS-SIGN-ON-FLAG
           MOVE 0 TO WS-SIGN-ON-TRIES

           PERFORM UNTIL OPERATOR-SIGNED-ON
              OR WS-SIGN-ON-TRIES NOT LESS THAN 3
               PERFORM 810-TRY-SIGN-ON
           END-PERFORM

           IF NOT OPERATOR-SIGNED-ON
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED.'
           ELSE
           IF NOT SIGNON-IS-SUPERVISOR
               PERFORM 820-NOT-AUTHORIZED
               MOVE 'N' TO WS-SIGN-ON-FLAG
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
      *  820 NOT AUTHORIZED tells the operator the option (here,
      *  the whole program) is outside their role.
      *

       820-NOT-AUTHORIZED.

           DISPLAY 'OPERATOR ' WS-SIGNON-OPERATOR-ID
              ' IS NOT AUTHORIZED FOR THAT OPTION.'

           .
