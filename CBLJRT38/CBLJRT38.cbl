       identification division.
       program-id. CBLJRT38.

      *----------------------------------------------------------*
      * Satisfactory Academic Progress batch - runs at term end, *
      * after the CBLJRT06 GPA posting, for the financial aid    *
      * office.  Each active student on the master is measured   *
      * off every grade on STDNTGRD.DAT against three thresholds *
      * on the control card:                                     *
      *   GPA        - cumulative GPA, computed the way CBLJRT06 *
      *                posts it (only the most recent attempt at *
      *                a retaken course counts), at or above the *
      *                card's minimum;                           *
      *   COMPLETION - hours earned over hours attempted, at or  *
      *                above the card's percentage.  Every       *
      *                attempt is attempted hours; an F (or a    *
      *                superseded attempt) earns nothing;        *
      *   MAX TIME   - hours attempted not past the card's       *
      *                maximum-timeframe limit.                  *
      * The SAP status is carried term to term on the SAP master *
      * the way CBLJRT24 carries academic standing: passing all  *
      * three is MEETS from anywhere; a failing term moves MEETS *
      * to SAP WARNING and SAP WARNING to SAP SUSPENDED, and     *
      * SUSPENDED stays there until a passing term.  A student   *
      * not yet on the SAP master starts from MEETS.  The SAP    *
      * master also keeps the status carried into the term, and  *
      * a re-run for the same term - CBLJRT05 takes grade        *
      * corrections until the deadline - rebuilds the status     *
      * from that, so running it twice never moves a student     *
      * two rungs for one term.  Every student evaluated goes on *
      * the fixed-format extract for the aid system (COPYLIB     *
      * SAPXLAY), its prior status the one carried into the      *
      * term; every student failing a test goes on the exception *
      * report with the tests failed.  A student with no hours   *
      * attempted passes the GPA and completion tests - there is *
      * nothing to measure.                                      *
      * The term stamped on the SAP master and the extract is    *
      * the one the term calendar (CBLJRT39) has in GRADING      *
      * status - the same term CBLJRT24 and CBLJRT27 stamp.      *
      *----------------------------------------------------------*

       environment division.
           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS I-ID
                   ALTERNATE RECORD KEY IS I-LNAME
                       WITH DUPLICATES.
           SELECT OPTIONAL GRADE-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTGRD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-KEY.
      * OPTIONAL so the first SAP run ever creates the file.
           SELECT OPTIONAL SAP-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTSAP.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SP-ID.
      * OPTIONAL so a missing card fails through the edit below
      * with the designed message instead of abending in the OPEN.
           SELECT OPTIONAL SAP-CTL
               ASSIGN TO 'C:\COBOLWI19\SAPCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL for the same reason - no calendar, no term, and
      * the edit below says so.
           SELECT OPTIONAL TERM-CALENDAR
               ASSIGN TO 'C:\COBOLWI19\TERMCAL.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TC-TERM.
           SELECT SAP-EXTRACT
               ASSIGN TO 'C:\COBOLWI19\SAPEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAP-RPT
               ASSIGN TO 'C:\COBOLWI19\SAPEXC.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY IRECLAY.

       FD  GRADE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY GRECLAY.

      * Current SAP status by student - M(EETS) / W(ARNING) /
      * S(USPENDED), with the term and date it was last set, and
      * the status carried into that term from the one before.
       FD  SAP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SP-REC
           RECORD CONTAINS 22 CHARACTERS.
       01  SP-REC.
           05  SP-ID                   PIC X(7).
           05  SP-STATUS               PIC X.
           05  SP-TERM                 PIC X(5).
           05  SP-DATE                 PIC X(8).
           05  SP-PRIOR-STATUS         PIC X.

      * Minimum GPA (9V99), minimum completion percent,
      * maximum-timeframe hours.
       FD  SAP-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-REC.
       01  SC-REC.
           05  SC-MIN-GPA              PIC 9V99.
           05  SC-MIN-PCT              PIC 9(3).
           05  SC-MAX-HOURS            PIC 9(4).

       FD  TERM-CALENDAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY CALLAY.

       FD  SAP-EXTRACT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY SAPXLAY.

       FD  SAP-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SAPLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  SAPLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  GR-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  STUD-CTR                PIC 9(4)    VALUE 0.
           05  MEETS-CTR               PIC 9(4)    VALUE 0.
           05  WARN-CTR                PIC 9(4)    VALUE 0.
           05  SUSP-CTR                PIC 9(4)    VALUE 0.
           05  EXC-CTR                 PIC 9(4)    VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * The term being closed, found on the calendar - exactly
      * one term may be in GRADING when the run goes.
       01  Calendar-Fields.
           05  SC-TERM                 PIC X(5)    VALUE SPACES.
           05  CAL-EOF                 PIC X(5)    VALUE 'TRUE '.
           05  GRADING-CTR             PIC 99      VALUE 0.

      * Per-student accumulators.  Quality points and GPA hours
      * follow CBLJRT06 exactly; attempted counts every attempt,
      * earned only the counting attempts graded A through D.
       01  Sap-Work-Fields.
           05  GW-GRADE-POINTS         PIC 9V99    VALUE 0.
           05  GW-QUAL-POINTS          PIC 9(5)V99 VALUE 0.
           05  GW-CRED-HOURS           PIC 9(4)    VALUE 0.
           05  GW-GPA                  PIC 9V99    VALUE 0.
           05  SW-ATTEMPTED            PIC 9(4)    VALUE 0.
           05  SW-EARNED               PIC 9(4)    VALUE 0.
           05  SW-PCT                  PIC 9(3)V99 VALUE 0.
           05  SW-GPA-TEST             PIC X.
           05  SW-PACE-TEST            PIC X.
           05  SW-MAXTIME-TEST         PIC X.
           05  SW-FAILED               PIC X.
           05  SW-ON-FILE              PIC X       VALUE 'N'.
           05  SW-OLD-STATUS           PIC X.
           05  SW-NEW-STATUS           PIC X.
           05  SW-STATUS-HOLD          PIC X.
           05  SW-WORD                 PIC X(13).
           05  SW-TESTS                PIC X(30).
           05  SW-PTR                  PIC 99      VALUE 1.

      * Held grade - the last one read for the student, not yet
      * counted.  The next grade decides it: the same course again
      * means this attempt was superseded.
       01  Repeat-Hold.
           05  HG-HELD                 PIC X       VALUE 'N'.
           05  HG-REC.
               10  HG-ID               PIC X(7).
               10  HG-COURSE           PIC X(8).
               10  HG-TERM             PIC X(5).
               10  HG-CREDITS          PIC 99.
               10  HG-GRADE            PIC X.

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  TITLE-DATE.
               10  TITLE-MONTH         PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-DAY           PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-YEAR          PIC X(4).
           05  FILLER                  PIC X(27)   VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE 'SATISFACTORY ACADEMIC PROGRESS'.
           05  FILLER                  PIC X(45)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  TERM-LINE.
           05  FILLER                  PIC X(6)    VALUE 'TERM: '.
           05  TL-TERM                 PIC X(5).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'MIN GPA: '.
           05  TL-MIN-GPA              PIC 9.99.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'MIN COMPLETION: '.
           05  TL-MIN-PCT              PIC ZZ9.
           05  FILLER                  PIC X       VALUE '%'.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'MAX HOURS: '.
           05  TL-MAX-HOURS            PIC ZZZ9.
           05  FILLER                  PIC X(58)   VALUE SPACES.

       01  COL-HEADING2.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC XX      VALUE 'ID'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(18)   VALUE 'LAST NAME'.
           05  FILLER                  PIC X(7)    VALUE 'GPA'.
           05  FILLER                  PIC X(6)    VALUE 'ATT'.
           05  FILLER                  PIC X(6)    VALUE 'EARN'.
           05  FILLER                  PIC X(9)    VALUE 'COMPL %'.
           05  FILLER                  PIC X(15)   VALUE 'PRIOR STATUS'.
           05  FILLER                  PIC X(15)   VALUE 'NEW STATUS'.
           05  FILLER                  PIC X(12)   VALUE 'TESTS FAILED'.

       01  DETAIL-LINE.
           05  D-ID                    PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-LAST-NAME             PIC X(15).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-GPA                   PIC 9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-ATTEMPTED             PIC ZZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-EARNED                PIC ZZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-PCT                   PIC ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-OLD-STATUS            PIC X(13).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-NEW-STATUS            PIC X(13).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-TESTS                 PIC X(30).
           05  FILLER                  PIC X(16)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'EVALUATED: '.
           05  T-STUD-COUNT            PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'MEETS: '.
           05  T-MEETS-COUNT           PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'SAP WARNING: '.
           05  T-WARN-COUNT            PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'SAP SUSPENDED: '.
           05  T-SUSP-COUNT            PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'EXCEPTIONS: '.
           05  T-EXC-COUNT             PIC ZZZ9.
           05  FILLER                  PIC X(32)   VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           PERFORM L2-Mainline
               UNTIL EOF = 'FALSE'.
           PERFORM L2-Closing.
           STOP RUN.

       L2-Init.
           OPEN INPUT SAP-CTL.
           READ SAP-CTL
               AT END
                   MOVE SPACES TO SC-REC.
           CLOSE SAP-CTL.
           OPEN INPUT TERM-CALENDAR.
           PERFORM L3-READ-CALENDAR.
           PERFORM L3-CHECK-CALENDAR-TERM
               UNTIL CAL-EOF = 'FALSE'.
           CLOSE TERM-CALENDAR.
           IF GRADING-CTR NOT = 1
               DISPLAY 'CBLJRT38 - SAP RUN ABORTED'
               DISPLAY 'TERM CALENDAR MUST HAVE ONE TERM IN GRADING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SC-MIN-GPA IS NOT NUMERIC
               OR SC-MIN-PCT IS NOT NUMERIC
               OR SC-MAX-HOURS IS NOT NUMERIC
               DISPLAY 'CBLJRT38 - SAP RUN ABORTED'
               DISPLAY 'CONTROL CARD MUST CARRY THE MINIMUM GPA, '
                   'MINIMUM COMPLETION PERCENT, AND MAXIMUM HOURS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT GRADE-MASTER.
           OPEN I-O SAP-MASTER.
           OPEN OUTPUT SAP-EXTRACT.
           OPEN OUTPUT SAP-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-YEAR   TO  TITLE-YEAR.
           MOVE SC-TERM        TO  TL-TERM.
           MOVE SC-MIN-GPA     TO  TL-MIN-GPA.
           MOVE SC-MIN-PCT     TO  TL-MIN-PCT.
           MOVE SC-MAX-HOURS   TO  TL-MAX-HOURS.
           PERFORM L4-HEADING.
           PERFORM L3-READ-MASTER.

      * Only the active population is certified; a graduated or
      * withdrawn student's last SAP status stays as it was.
       L2-Mainline.
           IF I-ACTIVE
               PERFORM L3-EVALUATE-STUDENT
           END-IF.
           PERFORM L3-READ-MASTER.

       L2-Closing.
           PERFORM L3-TOTALS.
           CLOSE STUDENT-MASTER.
           CLOSE GRADE-MASTER.
           CLOSE SAP-MASTER.
           CLOSE SAP-EXTRACT.
           CLOSE SAP-RPT.

       L3-READ-CALENDAR.
           READ TERM-CALENDAR NEXT RECORD
               AT END
                   MOVE 'FALSE' TO CAL-EOF.

       L3-CHECK-CALENDAR-TERM.
           IF TC-GRADING
               ADD 1 TO GRADING-CTR
               MOVE TC-TERM TO SC-TERM
           END-IF.
           PERFORM L3-READ-CALENDAR.

       L3-READ-MASTER.
           READ STUDENT-MASTER
               AT END
                   MOVE 'FALSE' TO EOF.

       L3-EVALUATE-STUDENT.
           ADD 1 TO STUD-CTR.
           PERFORM L4-ACCUMULATE-GRADES.
           PERFORM L4-APPLY-TESTS.
           PERFORM L4-FETCH-OLD-STATUS.
           PERFORM L4-COMPUTE-NEW-STATUS.
           PERFORM L4-SAVE-STATUS.
           PERFORM L4-WRITE-EXTRACT.
           IF SW-FAILED = 'Y'
               PERFORM L4-LOG-EXCEPTION
           END-IF.

      * The grade key leads with the student ID, so a START at the
      * student's lowest key and a walk forward while the ID still
      * matches sees every grade the student has, each course's
      * attempts together oldest first.
       L4-ACCUMULATE-GRADES.
           MOVE 0          TO GW-QUAL-POINTS.
           MOVE 0          TO GW-CRED-HOURS.
           MOVE 0          TO SW-ATTEMPTED.
           MOVE 0          TO SW-EARNED.
           MOVE 'N'        TO HG-HELD.
           MOVE 'TRUE '    TO GR-EOF.
           MOVE I-ID       TO GR-ID.
           MOVE LOW-VALUES TO GR-COURSE.
           MOVE LOW-VALUES TO GR-TERM.
           START GRADE-MASTER
               KEY IS NOT LESS THAN GR-KEY
               INVALID KEY
                   MOVE 'FALSE' TO GR-EOF
           END-START.
           PERFORM L4-READ-NEXT-GRADE
               UNTIL GR-EOF = 'FALSE'.
           PERFORM L4-RELEASE-HELD.
           IF GW-CRED-HOURS > 0
               COMPUTE GW-GPA ROUNDED =
                   GW-QUAL-POINTS / GW-CRED-HOURS
           ELSE
               MOVE 0 TO GW-GPA
           END-IF.
           IF SW-ATTEMPTED > 0
               COMPUTE SW-PCT ROUNDED =
                   (SW-EARNED * 100) / SW-ATTEMPTED
           ELSE
               MOVE 0 TO SW-PCT
           END-IF.

       L4-READ-NEXT-GRADE.
           READ GRADE-MASTER NEXT RECORD
               AT END
                   MOVE 'FALSE' TO GR-EOF
               NOT AT END
                   IF GR-ID NOT = I-ID
                       MOVE 'FALSE' TO GR-EOF
                   ELSE
                       PERFORM L4-HOLD-GRADE
                   END-IF
           END-READ.

      * Every attempt is attempted hours as it is read; the held
      * attempt only counts toward the GPA and earned hours once
      * the next grade shows no later attempt superseded it.
       L4-HOLD-GRADE.
           ADD GR-CREDITS TO SW-ATTEMPTED.
           IF HG-HELD = 'Y' AND GR-COURSE = HG-COURSE
               MOVE 'N' TO HG-HELD
           ELSE
               PERFORM L4-RELEASE-HELD
           END-IF.
           MOVE GR-Rec TO HG-REC.
           MOVE 'Y' TO HG-HELD.

       L4-RELEASE-HELD.
           IF HG-HELD = 'Y'
               PERFORM L4-ACCUMULATE
               MOVE 'N' TO HG-HELD
           END-IF.

      * Same point scale as CBLJRT06's L3-ACCUMULATE.
       L4-ACCUMULATE.
           EVALUATE HG-GRADE
               WHEN 'A'
                   MOVE 4.00 TO GW-GRADE-POINTS
               WHEN 'B'
                   MOVE 3.00 TO GW-GRADE-POINTS
               WHEN 'C'
                   MOVE 2.00 TO GW-GRADE-POINTS
               WHEN 'D'
                   MOVE 1.00 TO GW-GRADE-POINTS
               WHEN OTHER
                   MOVE 0.00 TO GW-GRADE-POINTS
           END-EVALUATE.
           COMPUTE GW-QUAL-POINTS =
               GW-QUAL-POINTS + (HG-CREDITS * GW-GRADE-POINTS).
           ADD HG-CREDITS TO GW-CRED-HOURS.
           IF GW-GRADE-POINTS > 0
               ADD HG-CREDITS TO SW-EARNED
           END-IF.

      * Each test P(ass) or F(ail); SW-TESTS names the failures
      * for the exception line.
       L4-APPLY-TESTS.
           MOVE 'P'    TO SW-GPA-TEST.
           MOVE 'P'    TO SW-PACE-TEST.
           MOVE 'P'    TO SW-MAXTIME-TEST.
           MOVE 'N'    TO SW-FAILED.
           MOVE SPACES TO SW-TESTS.
           MOVE 1      TO SW-PTR.
           IF SW-ATTEMPTED > 0
               IF GW-GPA < SC-MIN-GPA
                   MOVE 'F' TO SW-GPA-TEST
               END-IF
               IF SW-PCT < SC-MIN-PCT
                   MOVE 'F' TO SW-PACE-TEST
               END-IF
           END-IF.
           IF SW-ATTEMPTED > SC-MAX-HOURS
               MOVE 'F' TO SW-MAXTIME-TEST
           END-IF.
           IF SW-GPA-TEST = 'F'
               MOVE 'Y' TO SW-FAILED
               STRING 'GPA  ' DELIMITED BY SIZE
                   INTO SW-TESTS WITH POINTER SW-PTR
               END-STRING
           END-IF.
           IF SW-PACE-TEST = 'F'
               MOVE 'Y' TO SW-FAILED
               STRING 'COMPLETION  ' DELIMITED BY SIZE
                   INTO SW-TESTS WITH POINTER SW-PTR
               END-STRING
           END-IF.
           IF SW-MAXTIME-TEST = 'F'
               MOVE 'Y' TO SW-FAILED
               STRING 'MAX TIME' DELIMITED BY SIZE
                   INTO SW-TESTS WITH POINTER SW-PTR
               END-STRING
           END-IF.

      * A student with no SAP record yet starts from MEETS - the
      * first failing term is a WARNING, not a suspension.  A
      * record already set for this term starts from the status
      * carried into it, not from what the earlier run set.
       L4-FETCH-OLD-STATUS.
           MOVE I-ID TO SP-ID.
           READ SAP-MASTER
               INVALID KEY
                   MOVE 'N' TO SW-ON-FILE
                   MOVE 'M' TO SW-OLD-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO SW-ON-FILE
                   IF SP-TERM = SC-TERM
                       MOVE SP-PRIOR-STATUS TO SW-OLD-STATUS
                   ELSE
                       MOVE SP-STATUS TO SW-OLD-STATUS
                   END-IF
           END-READ.

      * The ladder.  A passing term recovers to MEETS from
      * anywhere; each consecutive failing term goes down one
      * rung, and SUSPENDED is the floor.
       L4-COMPUTE-NEW-STATUS.
           IF SW-FAILED = 'N'
               MOVE 'M' TO SW-NEW-STATUS
           ELSE
               EVALUATE SW-OLD-STATUS
                   WHEN 'W'
                       MOVE 'S' TO SW-NEW-STATUS
                   WHEN 'S'
                       MOVE 'S' TO SW-NEW-STATUS
                   WHEN OTHER
                       MOVE 'W' TO SW-NEW-STATUS
               END-EVALUATE
           END-IF.
           EVALUATE SW-NEW-STATUS
               WHEN 'M'
                   ADD 1 TO MEETS-CTR
               WHEN 'W'
                   ADD 1 TO WARN-CTR
               WHEN 'S'
                   ADD 1 TO SUSP-CTR
           END-EVALUATE.

       L4-SAVE-STATUS.
           MOVE I-ID            TO SP-ID.
           MOVE SW-NEW-STATUS   TO SP-STATUS.
           MOVE SC-TERM         TO SP-TERM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO SP-DATE.
           MOVE SW-OLD-STATUS   TO SP-PRIOR-STATUS.
           IF SW-ON-FILE = 'Y'
               REWRITE SP-REC
                   INVALID KEY
                       DISPLAY 'CBLJRT38 - SAP REWRITE '
                           'FAILED FOR ' I-ID
               END-REWRITE
           ELSE
               WRITE SP-REC
                   INVALID KEY
                       DISPLAY 'CBLJRT38 - SAP WRITE '
                           'FAILED FOR ' I-ID
               END-WRITE
           END-IF.

       L4-WRITE-EXTRACT.
           MOVE SPACES          TO SX-Rec.
           MOVE I-ID            TO SX-ID.
           MOVE SC-TERM         TO SX-TERM.
           MOVE SW-NEW-STATUS   TO SX-STATUS.
           MOVE SW-OLD-STATUS   TO SX-PRIOR-STATUS.
           MOVE GW-GPA          TO SX-GPA.
           MOVE SW-ATTEMPTED    TO SX-ATTEMPTED.
           MOVE SW-EARNED       TO SX-EARNED.
           MOVE SW-PCT          TO SX-COMPLETION.
           MOVE SW-GPA-TEST     TO SX-GPA-TEST.
           MOVE SW-PACE-TEST    TO SX-PACE-TEST.
           MOVE SW-MAXTIME-TEST TO SX-MAXTIME-TEST.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO SX-RUN-DATE.
           WRITE SX-Rec.

       L4-LOG-EXCEPTION.
           ADD 1 TO EXC-CTR.
           MOVE I-ID            TO D-ID.
           MOVE I-LNAME         TO D-LAST-NAME.
           MOVE GW-GPA          TO D-GPA.
           MOVE SW-ATTEMPTED    TO D-ATTEMPTED.
           MOVE SW-EARNED       TO D-EARNED.
           MOVE SW-PCT          TO D-PCT.
           MOVE SW-OLD-STATUS   TO SW-STATUS-HOLD.
           PERFORM L4-STATUS-WORD.
           MOVE SW-WORD         TO D-OLD-STATUS.
           MOVE SW-NEW-STATUS   TO SW-STATUS-HOLD.
           PERFORM L4-STATUS-WORD.
           MOVE SW-WORD         TO D-NEW-STATUS.
           MOVE SW-TESTS        TO D-TESTS.
           WRITE SAPLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

      * Word for the status code in SW-STATUS-HOLD.
       L4-STATUS-WORD.
           EVALUATE SW-STATUS-HOLD
               WHEN 'M'
                   MOVE 'MEETS'         TO SW-WORD
               WHEN 'W'
                   MOVE 'SAP WARNING'   TO SW-WORD
               WHEN OTHER
                   MOVE 'SAP SUSPENDED' TO SW-WORD
           END-EVALUATE.

       L3-TOTALS.
           MOVE STUD-CTR  TO T-STUD-COUNT.
           MOVE MEETS-CTR TO T-MEETS-COUNT.
           MOVE WARN-CTR  TO T-WARN-COUNT.
           MOVE SUSP-CTR  TO T-SUSP-COUNT.
           MOVE EXC-CTR   TO T-EXC-COUNT.
           WRITE SAPLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
           WRITE SAPLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE SAPLINE FROM TERM-LINE
             AFTER ADVANCING 2 LINES.
           WRITE SAPLINE FROM COL-HEADING2
             AFTER ADVANCING 2 LINE.

       end program CBLJRT38.
