      * calculation instead of a keystroke.  A grade on file for  *
      * a student who isn't on the master is reported and         *
      * skipped - the reconciliation run owns chasing those.      *
      * Retake rule: when a course is on file for the student     *
      * in more than one term, only the most recent attempt (the  *
      * highest GR-TERM) counts.  The key runs student/course/    *
      * term, so a student's attempts at one course arrive        *
      * together, oldest first - each grade is held back until    *
      * the next one shows whether a later attempt supersedes     *
      * it.  The report shows how many attempts were excluded.    *
      *----------------------------------------------------------*

       environment division.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  POST-CTR                PIC 999     VALUE 0.
           05  NOMST-CTR               PIC 999     VALUE 0.
           05  EXCL-CTR                PIC 999     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
           05  GW-QUAL-POINTS          PIC 9(5)V99 VALUE 0.
           05  GW-CRED-HOURS           PIC 9(4)    VALUE 0.
           05  GW-NEW-GPA              PIC 9V99    VALUE 0.
           05  GW-EXCL-CTR             PIC 999     VALUE 0.

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

      * Before-image hold - captured off I-Rec right after the
      * READ that positions the posting, before I-GPA changes.
           05  FILLER                  PIC X(7)    VALUE 'OLD GPA'.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'NEW GPA'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'RPT EXCL'.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'ACTION'.

           05  D-OLD-GPA               PIC 9.99.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  D-NEW-GPA               PIC 9.99.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  D-EXCLUDED              PIC ZZ9.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  D-ACTION                PIC X(22).

           05  FILLER                  PIC X(20)
               VALUE 'NOT ON MASTER:      '.
           05  T-NOMST-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'REPEATS EXCLUDED:   '.
           05  T-EXCL-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(13)   VALUE SPACES.

       procedure division.
       L1-Main.

      * The grade file's key leads with the student ID, so reading
      * it sequentially hands us each student's grades together -
      * the break on GR-ID posts the student just accumulated,
      * once the student's last held grade has been counted.
       L2-Mainline.
           IF GR-ID NOT = B-STUDENT-ID
               PERFORM L3-RELEASE-HELD
               PERFORM L3-POST-STUDENT
               MOVE GR-ID TO B-STUDENT-ID
           END-IF.
           PERFORM L3-HOLD-GRADE.
           PERFORM L3-READ-GRADE.

       L2-Closing.
           IF B-STUDENT-ID NOT = SPACES
               PERFORM L3-RELEASE-HELD
               PERFORM L3-POST-STUDENT
           END-IF.
           PERFORM L3-TOTALS.
               AT END
                   MOVE 'FALSE' TO EOF.

      * The student break has already released the previous
      * student's held grade, so a held grade here is always this
      * student's - only the course needs comparing.
       L3-HOLD-GRADE.
           IF HG-HELD = 'Y' AND GR-COURSE = HG-COURSE
               ADD 1 TO GW-EXCL-CTR
               ADD 1 TO EXCL-CTR
           ELSE
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

      * Posts the accumulated student: compute the GPA, pull the
      * master record for the old value, REWRITE the new one, and
           MOVE B-STUDENT-ID   TO D-ID.
           MOVE GW-CRED-HOURS  TO D-HOURS.
           MOVE GW-NEW-GPA     TO D-NEW-GPA.
           MOVE GW-EXCL-CTR    TO D-EXCLUDED.
           MOVE B-STUDENT-ID   TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                       PERFORM L4-HEADING.
           MOVE 0 TO GW-QUAL-POINTS.
           MOVE 0 TO GW-CRED-HOURS.
           MOVE 0 TO GW-EXCL-CTR.

      * Stamps and writes the journal record for a posting just
      * landed - the caller has already set JR-BEFORE and
       L3-TOTALS.
           MOVE POST-CTR  TO T-POST-COUNT.
           MOVE NOMST-CTR TO T-NOMST-COUNT.
           MOVE EXCL-CTR  TO T-EXCL-COUNT.
           WRITE PSTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

