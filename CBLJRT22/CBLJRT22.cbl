      * Students already graduated/withdrawn/on leave are        *
      * reported and skipped, as is a grade for a student not    *
      * on the master - the reconciliation run owns the latter.  *
      * A retaken course counts once, at its most recent         *
      * attempt, by the same retake rule and held-grade pass     *
      * CBLJRT06 posts with - a repeated course can't pad the    *
      * hours toward graduation, and the audited GPA stays the   *
      * posted one.                                              *
      * A student who clears both bars but has an open hold on   *
      * the holds file (CBLJRT31) is listed as eligible but held *
      * and gets no G transaction until the hold is released.    *
      *----------------------------------------------------------*

       environment division.
                   RECORD KEY IS I-ID
                   ALTERNATE RECORD KEY IS I-LNAME
                       WITH DUPLICATES.
      * OPTIONAL so the audit runs before any hold has ever been
      * placed.
           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTHLD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HL-KEY.
      * OPTIONAL so a missing card fails through the edit below
      * with the designed message instead of abending in the
      * OPEN - a run with no graduation bar must not guess one.
           RECORD CONTAINS 50 CHARACTERS.
           COPY IRECLAY.

       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS.
           COPY HLDLAY.

      * The graduation bar: credit hours required and the minimum
      * cumulative GPA, both set by the registrar per term.
       FD  ELIG-CTL
       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  HL-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  EXAM-CTR                PIC 999     VALUE 0.
           05  ELIG-CTR                PIC 999     VALUE 0.
           05  LOWGPA-CTR              PIC 999     VALUE 0.
           05  INACT-CTR               PIC 999     VALUE 0.
           05  NOMST-CTR               PIC 999     VALUE 0.
           05  HELD-CTR                PIC 999     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
           05  GW-CRED-HOURS           PIC 9(4)    VALUE 0.
           05  GW-GPA                  PIC 9V99    VALUE 0.

      * Held grade - the last one read for the student, not yet
      * counted.  The next grade decides it: the same course again
      * means this attempt was superseded and is excluded; any
      * other course (or the student break) means it counts.
       01  Repeat-Hold.
           05  HG-HELD                 PIC X       VALUE 'N'.
           05  HG-REC.
               10  HG-ID               PIC X(7).
               10  HG-COURSE           PIC X(8).
               10  HG-TERM             PIC X(5).
               10  HG-CREDITS          PIC 99.
               10  HG-GRADE            PIC X.

      * Set when the student has any open hold on file.
       01  Hold-Check-Fields.
           05  HD-ON-HOLD              PIC X       VALUE 'N'.

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  TITLE-DATE.
           05  FILLER                  PIC X(15)
               VALUE 'NOT ON MASTER: '.
           05  T-NOMST-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'HELD: '.
           05  T-HELD-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(8)    VALUE SPACES.

       procedure division.
       L1-Main.
           END-IF.
           OPEN INPUT GRADE-MASTER.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT HOLD-MASTER.
           OPEN OUTPUT ELIG-TRANS.
           OPEN OUTPUT ELIG-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

      * The grade file's key leads with the student ID, so reading
      * it sequentially hands us each student's grades together -
      * the break on GR-ID audits the student just accumulated,
      * once the student's last held grade has been counted.
       L2-Mainline.
           IF GR-ID NOT = B-STUDENT-ID
               PERFORM L3-RELEASE-HELD
               PERFORM L3-AUDIT-STUDENT
               MOVE GR-ID TO B-STUDENT-ID
           END-IF.
           PERFORM L3-HOLD-GRADE.
           PERFORM L3-READ-GRADE.

       L2-Closing.
           IF B-STUDENT-ID NOT = SPACES
               PERFORM L3-RELEASE-HELD
               PERFORM L3-AUDIT-STUDENT
           END-IF.
           PERFORM L3-TOTALS.
           CLOSE GRADE-MASTER.
           CLOSE STUDENT-MASTER.
           CLOSE HOLD-MASTER.
           CLOSE ELIG-TRANS.
           CLOSE ELIG-RPT.

               AT END
                   MOVE 'FALSE' TO EOF.

      * The student break has already released the previous
      * student's held grade, so a held grade here is always this
      * student's - only the course needs comparing.  A
      * superseded attempt is simply dropped.
       L3-HOLD-GRADE.
           IF HG-HELD NOT = 'Y' OR GR-COURSE NOT = HG-COURSE
               PERFORM L3-RELEASE-HELD
           END-IF.
           MOVE GR-Rec TO HG-REC.
           MOVE 'Y' TO HG-HELD.

       L3-RELEASE-HELD.
           IF HG-HELD = 'Y'
               PERFORM L3-ACCUMULATE
               MOVE 'N' TO HG-HELD
           END-IF.

       L3-ACCUMULATE.
           EVALUATE HG-GRADE
               WHEN 'A'
                   MOVE 4.00 TO GW-GRADE-POINTS
               WHEN 'B'
                   MOVE 0.00 TO GW-GRADE-POINTS
           END-EVALUATE.
           COMPUTE GW-QUAL-POINTS =
               GW-QUAL-POINTS + (HG-CREDITS * GW-GRADE-POINTS).
           ADD HG-CREDITS TO GW-CRED-HOURS.

      * Audits the accumulated student: compute the GPA, pull the
      * master record for the name and status, and hold both
                   MOVE 'GPA BELOW MINIMUM' TO D-DECISION
                   ADD 1 TO LOWGPA-CTR
               WHEN OTHER
                   PERFORM L4-CHECK-HOLDS
                   IF HD-ON-HOLD = 'Y'
                       MOVE 'ELIGIBLE - HELD, NO G TRANS'
                           TO D-DECISION
                       ADD 1 TO HELD-CTR
                   ELSE
                       MOVE 'ELIGIBLE - G GENERATED' TO D-DECISION
                       ADD 1 TO ELIG-CTR
                       PERFORM L4-BUILD-G-TRANS
                   END-IF
           END-EVALUATE.

      * The holds key leads with the student ID, so a START at the
      * student's lowest key and a walk forward while the ID still
      * matches sees every hold the student has ever carried; the
      * walk stops on the first open one.
       L4-CHECK-HOLDS.
           MOVE 'N'          TO HD-ON-HOLD.
           MOVE 'TRUE '      TO HL-EOF.
           MOVE B-STUDENT-ID TO HL-ID.
           MOVE LOW-VALUES   TO HL-TYPE.
           MOVE LOW-VALUES   TO HL-PLACED.
           START HOLD-MASTER
               KEY IS NOT LESS THAN HL-KEY
               INVALID KEY
                   MOVE 'FALSE' TO HL-EOF
           END-START.
           PERFORM L4-READ-NEXT-HOLD
               UNTIL HL-EOF = 'FALSE'.

       L4-READ-NEXT-HOLD.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   MOVE 'FALSE' TO HL-EOF
               NOT AT END
                   IF HL-ID NOT = B-STUDENT-ID
                       MOVE 'FALSE' TO HL-EOF
                   ELSE
                       IF HL-OPEN
                           MOVE 'Y'     TO HD-ON-HOLD
                           MOVE 'FALSE' TO HL-EOF
                       END-IF
                   END-IF
           END-READ.

       L4-BUILD-G-TRANS.
           MOVE 'G'             TO ET-CODE.
           MOVE I-ID            TO ET-ID.
           MOVE LOWGPA-CTR TO T-LOWGPA-COUNT.
           MOVE INACT-CTR  TO T-INACT-COUNT.
           MOVE NOMST-CTR  TO T-NOMST-COUNT.
           MOVE HELD-CTR   TO T-HELD-COUNT.
           WRITE ELGLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

