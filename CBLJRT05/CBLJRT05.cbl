      * batch (CBLJRT06) computes each student's GPA from, so     *
      * the letter grade is edited on the way in - a grade that   *
      * isn't A-F would silently distort the computed GPA.        *
      * The course and its credit hours are held to the course    *
      * catalog (CBLJRT29) the same way: a code that isn't in     *
      * the catalog, a retired course, or credits that differ     *
      * from the catalog's are rejected, so 'CS 101' can't post   *
      * beside 'CS101' and a 3-hour course can't post as 30.      *
      * The term is held to the term calendar (CBLJRT39): a term  *
      * not on the calendar, a term already CLOSED, or a term     *
      * whose grade-entry deadline has passed is rejected unless  *
      * the card carries the registrar's override code.  A        *
      * transaction applied on an override prints the code and    *
      * why it was needed, and the overrides are counted on the   *
      * totals.                                                   *
      * The transactions are sorted by the grade key first        *
      * purely so the run log reads in key order.                 *
      * Every transaction actually applied is journaled with its  *
      * gives the student master - a bad grade batch is backed    *
      * out to a point in time by CBLJRT21 the way a bad master   *
      * batch is by CBLJRT09.                                     *
      * Its control totals - read, applied (added / changed /     *
      * deleted), rejected - go to the nightly ledger for the     *
      * balancing run, CBLJRT35.                                  *
      *----------------------------------------------------------*

       environment division.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS GR-KEY.
           SELECT COURSE-MASTER
               ASSIGN TO 'C:\COBOLWI19\CRSCAT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CR-COURSE.
      * OPTIONAL so a run before the calendar is loaded still
      * goes - every transaction then needs the override.
           SELECT OPTIONAL TERM-CALENDAR
               ASSIGN TO 'C:\COBOLWI19\TERMCAL.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TC-TERM.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOLWI19\GRADETRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'C:\COBOLWI19\GRADEJRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Control-total ledger for the nightly balancing run
      * (CBLJRT35), and the cycle date CBLJRT23 opened the night
      * with - OPTIONAL so a run outside the cycle still goes,
      * stamped with today's date.
           SELECT OPTIONAL CYCLE-DATE-FILE
               ASSIGN TO 'C:\COBOLWI19\CYCDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO 'C:\COBOLWI19\CTLLEDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.
           RECORD CONTAINS 23 CHARACTERS.
           COPY GRECLAY.

       FD  COURSE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS.
           COPY CRSLAY.

       FD  TERM-CALENDAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY CALLAY.

      * Transaction record - GT-CODE drives ADD / CHANGE / DELETE.
      * DELETE transactions need only carry GT-CODE and the key.
      * GT-OVERRIDE is the registrar's override code, blank on an
      * ordinary transaction.
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GT-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  GT-REC.
           05  GT-CODE                 PIC X.
           05  GT-ID                   PIC X(7).
           05  GT-TERM                 PIC X(5).
           05  GT-CREDITS              PIC 99.
           05  GT-GRADE                PIC X.
           05  GT-OVERRIDE             PIC X(6).

       FD  MAINT-RPT
           LABEL RECORD IS OMITTED
           05  GK-TERM                 PIC X(5).
           05  GK-CREDITS              PIC 99.
           05  GK-GRADE                PIC X.
           05  GK-OVERRIDE             PIC X(6).

       FD  GS-SORTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GS-OUT-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  GS-OUT-REC                  PIC X(30).

      * Before/after image journal - one record appended per
      * transaction actually applied, carrying the grade record
           RECORD CONTAINS 86 CHARACTERS.
           COPY GJRNLAY.

       FD  CYCLE-DATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC.
       01  CD-REC.
           05  CD-CYCLE-DATE           PIC X(8).

       FD  LEDGER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 112 CHARACTERS.
           COPY LEDGLAY.

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  READ-CTR                PIC 999     VALUE 0.
           05  ADD-CTR                 PIC 999     VALUE 0.
           05  CHG-CTR                 PIC 999     VALUE 0.
           05  DEL-CTR                 PIC 999     VALUE 0.
           05  REJ-CTR                 PIC 999     VALUE 0.
           05  OVR-CTR                 PIC 999     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               88  GC-CREDITS-OK        VALUE 01 THRU 12.
           05  GC-GRADE                PIC X.
               88  GC-GRADE-OK          VALUE 'A' 'B' 'C' 'D' 'F'.
           05  GC-OVERRIDE             PIC X(6).

       01  Maint-Log-Fields.
           05  MT-ACTION               PIC X(10).
           05  MT-REASON               PIC X(30).

      * Set by L4-EDIT-GRADE when an ADD or CHANGE fails a field
      * or catalog rule; MT-REASON already carries the why.
       01  Grade-Edit-Fields.
           05  GE-EDIT-BAD             PIC X       VALUE 'N'.

      * Set by L4-CHECK-TERM when the calendar refuses the term;
      * TM-REASON carries the why.  TM-OVERRIDDEN marks a refused
      * term let through on the card's override code.
       01  Term-Check-Fields.
           05  TM-TERM-BAD             PIC X       VALUE 'N'.
           05  TM-OVERRIDDEN           PIC X       VALUE 'N'.
           05  TM-REASON               PIC X(30)   VALUE SPACES.

      * Before-image hold - captured off GR-Rec right after the
      * READ that positions a CHANGE/DELETE, before the apply
      * disturbs the record buffer.
           05  FILLER                  PIC X(6)    VALUE 'ACTION'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'REASON'.
           05  FILLER                  PIC X(25)   VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'OVERRIDE'.

       01  DETAIL-LINE.
           05  D-ID                    PIC X(7).
           05  D-ACTION                PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-REASON                PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-OVERRIDE              PIC X(6).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'REJECTED: '.
           05  T-REJ-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'OVERRIDDEN: '.
           05  T-OVR-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(24)   VALUE SPACES.

       procedure division.
       L1-Main.
               GIVING GS-SORTOUT.
           OPEN INPUT GS-SORTOUT.
           OPEN I-O GRADE-MASTER.
           OPEN INPUT COURSE-MASTER.
           OPEN INPUT TERM-CALENDAR.
           OPEN OUTPUT MAINT-RPT.
           OPEN EXTEND JOURNAL-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

       L2-Closing.
           PERFORM L3-TOTALS.
           PERFORM L3-WRITE-LEDGER.
           CLOSE GS-SORTOUT.
           CLOSE GRADE-MASTER.
           CLOSE COURSE-MASTER.
           CLOSE TERM-CALENDAR.
           CLOSE MAINT-RPT.
           CLOSE JOURNAL-FILE.

      * The term is checked ahead of everything else for all
      * three codes - a closed term takes no deletes either.
       L3-APPLY-TRANS.
           ADD 1 TO READ-CTR.
           MOVE 'N' TO TM-OVERRIDDEN.
           IF GT-IS-ADD OR GT-IS-CHANGE OR GT-IS-DELETE
               PERFORM L4-CHECK-TERM
           ELSE
               MOVE 'N' TO TM-TERM-BAD
           END-IF.
           IF TM-TERM-BAD = 'Y'
               IF GC-OVERRIDE = SPACES
                   PERFORM L4-REJECT-TERM
               ELSE
                   MOVE 'Y' TO TM-OVERRIDDEN
                   PERFORM L4-DISPATCH-TRANS
               END-IF
           ELSE
               PERFORM L4-DISPATCH-TRANS
           END-IF.

       L4-DISPATCH-TRANS.
           EVALUATE TRUE
               WHEN GT-IS-ADD
                   PERFORM L4-APPLY-ADD
           END-EVALUATE.

      * ADD and CHANGE both carry a full grade, so both get the
      * field and catalog edit before the file's own key checking
      * is trusted - a bad letter, course or credit count
      * rejected here never reaches the GPA computation in
      * CBLJRT06.
       L4-APPLY-ADD.
           PERFORM L4-EDIT-GRADE.
           IF GE-EDIT-BAD = 'Y'
               PERFORM L4-REJECT-EDIT
           ELSE
               PERFORM L4-BUILD-GRADE-REC
      * image the REWRITE is about to replace.  The READ's own
      * not-found check does the "on file" test.
       L4-APPLY-CHANGE.
           PERFORM L4-EDIT-GRADE.
           IF GE-EDIT-BAD = 'Y'
               PERFORM L4-REJECT-EDIT
           ELSE
               MOVE GC-ID           TO GR-ID
           END-READ.
           PERFORM L4-LOG-TRANS.

      * The term must be on the calendar, not closed, and today
      * must be on or before its grade-entry deadline.
       L4-CHECK-TERM.
           MOVE 'N'    TO TM-TERM-BAD.
           MOVE SPACES TO TM-REASON.
           MOVE GC-TERM TO TC-TERM.
           READ TERM-CALENDAR
               INVALID KEY
                   MOVE 'Y' TO TM-TERM-BAD
                   MOVE 'TERM NOT ON CALENDAR' TO TM-REASON
               NOT INVALID KEY
                   IF TC-CLOSED
                       MOVE 'Y' TO TM-TERM-BAD
                       MOVE 'TERM CLOSED ON CALENDAR' TO TM-REASON
                   ELSE
                       IF CURRENT-DATE-AND-TIME(1:8) > TC-DEADLINE
                           MOVE 'Y' TO TM-TERM-BAD
                           MOVE 'PAST GRADE-ENTRY DEADLINE'
                               TO TM-REASON
                       END-IF
                   END-IF
           END-READ.

       L4-REJECT-TERM.
           MOVE 'REJECTED'      TO MT-ACTION.
           MOVE TM-REASON       TO MT-REASON.
           ADD 1 TO REJ-CTR.
           PERFORM L4-LOG-TRANS.

       L4-APPLY-INVALID.
           MOVE 'REJECTED'      TO MT-ACTION.
           MOVE 'INVALID TRANSACTION CODE' TO MT-REASON.
           ADD 1 TO REJ-CTR.
           PERFORM L4-LOG-TRANS.

      * Field rules first, then the catalog: the course must be
      * on it and active, and the credits must be the catalog's.
      * The first rule broken is the reason logged.
       L4-EDIT-GRADE.
           MOVE 'N' TO GE-EDIT-BAD.
           EVALUATE TRUE
               WHEN NOT GC-GRADE-OK
                   MOVE 'Y' TO GE-EDIT-BAD
                   MOVE 'GRADE NOT A-F' TO MT-REASON
               WHEN NOT GC-CREDITS-OK
                   MOVE 'Y' TO GE-EDIT-BAD
                   MOVE 'CREDITS NOT 1-12' TO MT-REASON
               WHEN OTHER
                   PERFORM L4-CHECK-CATALOG
           END-EVALUATE.

       L4-CHECK-CATALOG.
           MOVE GC-COURSE TO CR-COURSE.
           READ COURSE-MASTER
               INVALID KEY
                   MOVE 'Y' TO GE-EDIT-BAD
                   MOVE 'COURSE NOT IN CATALOG' TO MT-REASON
               NOT INVALID KEY
                   IF NOT CR-ACTIVE
                       MOVE 'Y' TO GE-EDIT-BAD
                       MOVE 'COURSE RETIRED IN CATALOG'
                           TO MT-REASON
                   ELSE
                       IF GC-CREDITS NOT = CR-CREDITS
                           MOVE 'Y' TO GE-EDIT-BAD
                           MOVE 'CREDITS DIFFER FROM CATALOG'
                               TO MT-REASON
                       END-IF
                   END-IF
           END-READ.

       L4-REJECT-EDIT.
           MOVE 'REJECTED'      TO MT-ACTION.
           ADD 1 TO REJ-CTR.

       L4-BUILD-GRADE-REC.
           MOVE GC-GRADE        TO D-GRADE.
           MOVE MT-ACTION       TO D-ACTION.
           MOVE MT-REASON       TO D-REASON.
           MOVE SPACES          TO D-OVERRIDE.
      * An override that let the transaction through prints the
      * code and the calendar rule it overrode; one on a card
      * rejected for some other reason prints the code only.
           IF TM-OVERRIDDEN = 'Y'
               MOVE GC-OVERRIDE TO D-OVERRIDE
               IF MT-ACTION NOT = 'REJECTED'
                   MOVE TM-REASON TO D-REASON
                   ADD 1 TO OVR-CTR
               END-IF
           END-IF.
           WRITE MNTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
           MOVE CHG-CTR TO T-CHG-COUNT.
           MOVE DEL-CTR TO T-DEL-COUNT.
           MOVE REJ-CTR TO T-REJ-COUNT.
           MOVE OVR-CTR TO T-OVR-COUNT.
           WRITE MNTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

      * Appends this run's control totals to the nightly ledger
      * for CBLJRT35 to tie to the steps either side of it.
       L3-WRITE-LEDGER.
           MOVE ZEROS TO LG-Rec.
           OPEN INPUT CYCLE-DATE-FILE.
           READ CYCLE-DATE-FILE
               AT END
                   MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-CYCLE-DATE
               NOT AT END
                   MOVE CD-CYCLE-DATE TO LG-CYCLE-DATE
           END-READ.
           CLOSE CYCLE-DATE-FILE.
           MOVE 'CBLJRT05' TO LG-PROGRAM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-RUN-DATE.
           MOVE CURRENT-TIME(1:6) TO LG-RUN-TIME.
           MOVE READ-CTR TO LG-READ.
           MOVE REJ-CTR  TO LG-REJECTED.
           COMPUTE LG-APPLIED = ADD-CTR + CHG-CTR + DEL-CTR.
           MOVE ADD-CTR  TO LG-ADDED.
           MOVE CHG-CTR  TO LG-CHANGED.
           MOVE DEL-CTR  TO LG-DELETED.
           OPEN EXTEND LEDGER-FILE.
           WRITE LG-Rec.
           CLOSE LEDGER-FILE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
