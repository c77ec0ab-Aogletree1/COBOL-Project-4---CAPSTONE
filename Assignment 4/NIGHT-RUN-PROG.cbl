       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program is the nightly driver. A full night is
      *  four steps in a strict order - INTEGRITY-CHECK-PROG to
      *  cross-check the masters and tables before anything is
      *  touched, HEALING-VIBES-PROG for the split and reports,
      *  TRANS-POST-PROG for the posting, then HEALING-VIBES-
      *  PROG again with MERGE-ONLY set so the reports remerge
      *  from the posted warehouse files - and until now the
      *  operator ran them by hand, where getting the order or
      *  an environment variable wrong meant reporting against
      *  stale files with no warning.
      *
      *  Each step's start, completion, and outcome is recorded
      *  on RUN-CONTROL.TXT against the run date. The steps run
      *  edit here rather than a redesign.
      *

       01  WS-STEP-COUNT               PIC 9  VALUE 4.
       01  WS-STEP-TABLE-AREA.
           05  FILLER.
               10  FILLER          PIC X(20) VALUE
                  'INTEGRITY CHECK'.
               10  FILLER          PIC X(40) VALUE
                  './INTEGRITY-CHECK-PROG'.
           05  FILLER.
               10  FILLER          PIC X(20) VALUE
                  'SPLIT AND REPORT'.
               10  FILLER          PIC X(40) VALUE
                  'MERGE-ONLY=Y ./HEALING-VIBES-PROG'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-AREA.
           05  WS-STEP-ENTRY OCCURS 4 TIMES.
               10  STEP-NAME-TABLE          PIC X(20).
               10  STEP-COMMAND-TABLE       PIC X(40).

      *
      *  One done flag per step, rebuilt from RUN-CONTROL.TXT
      *  at startup - a step with a COMPLETE row for tonight's
      *  date is not run again. The row's step name must match
      *  the table as well as its number, so a row written
      *  before a step was added does not mark the wrong step.
      *

       01  WS-STEP-DONE-AREA.
           05  WS-STEP-DONE OCCURS 4 TIMES  PIC X.
               88  STEP-ALREADY-DONE            VALUE 'Y'.

       PROCEDURE DIVISION.
                              AND RC-STATUS EQUAL 'COMPLETE'
                              AND RC-STEP-NUMBER >= 1
                              AND RC-STEP-NUMBER <= WS-STEP-COUNT
                               IF RC-STEP-NAME EQUAL
                                  STEP-NAME-TABLE (RC-STEP-NUMBER)
                                   MOVE 'Y' TO
                                      WS-STEP-DONE (RC-STEP-NUMBER)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
