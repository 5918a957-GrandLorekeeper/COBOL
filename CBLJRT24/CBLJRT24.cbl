      * This is separate from the enrollment status in I-STATUS  *
      * - a student on probation is still active.  The standing  *
      * master carries each student's current standing by ID;    *
      * the history file gets one record per student per term so *
      * the progression is on record instead of in an advisor's  *
      * memory; and every student whose standing worsened gets   *
      * a notification letter, a page apiece, so the first bad   *
      * term no longer surfaces only as a flag on the caseload   *
      * paper.  The term being closed is the one the term        *
      * calendar (CBLJRT39) has in GRADING status, and it is     *
      * stamped on everything written - the same term CBLJRT27   *
      * and CBLJRT38 stamp for the same close.  It runs every    *
      * night in CBLJRT23's cycle, and a term stays in GRADING   *
      * the whole grade-entry window, so the run is repeatable   *
      * for a term: the standing master keeps the standing the   *
      * student carried into the term, and every run for that    *
      * term climbs the ladder from there, never from what an    *
      * earlier night of the same window set.  A night that      *
      * lands on what is already on file writes nothing - no     *
      * history line, no letter; one that differs (a grade       *
      * correction moved the GPA across 2.00) records the move   *
      * like any other.  With no term in GRADING it says so and  *
      * ends clean.                                              *
      * Each letter carries the student's mailing address off    *
      * the contact file (CBLJRT34) in window-envelope position. *
      * A student with no usable address - no contact record, no *
      * street on it, or mail already returned from it - gets no *
      * letter; they go on the address exception list instead,   *
      * for the registrar to chase.                              *
      *----------------------------------------------------------*

       environment division.
           SELECT OPTIONAL STANDING-HISTORY
               ASSIGN TO 'C:\COBOLWI19\STDNTSTH.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so a missing calendar fails through the edit
      * below with the designed message instead of abending in
      * the OPEN - the history is worthless without a real term
      * on it.
           SELECT OPTIONAL TERM-CALENDAR
               ASSIGN TO 'C:\COBOLWI19\TERMCAL.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TC-TERM.
      * OPTIONAL so the run still goes before the contact file is
      * loaded - every letter then lands on the exception list.
           SELECT OPTIONAL CONTACT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTCNT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CN-ID.
           SELECT STAND-RPT
               ASSIGN TO 'C:\COBOLWI19\STDNTSTG.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT LETTER-PRT
               ASSIGN TO 'C:\COBOLWI19\STDNTLTR.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT EXCEPT-RPT
               ASSIGN TO 'C:\COBOLWI19\LTREXC.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.

      * Current standing by student - G(OOD) / W(ARNING) /
      * P(ROBATION) / S(USPENSION), with the term and date it
      * was last set, and the standing carried into that term -
      * the rung a re-run for the same term starts from.
       FD  STANDING-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SD-REC
           RECORD CONTAINS 22 CHARACTERS.
       01  SD-REC.
           05  SD-ID                   PIC X(7).
           05  SD-STANDING             PIC X.
           05  SD-TERM                 PIC X(5).
           05  SD-DATE                 PIC X(8).
           05  SD-PRIOR-STANDING       PIC X.

      * The progression on record - one line per student per
      * term, and another whenever a re-run for the term moves
      * the standing, appended forever.
       FD  STANDING-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           05  SH-OLD-STANDING         PIC X.
           05  SH-NEW-STANDING         PIC X.

       FD  CONTACT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY CNTLAY.

       FD  TERM-CALENDAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY CALLAY.

       FD  STAND-RPT
           LABEL RECORD IS OMITTED
           LINAGE IS 60 WITH FOOTING AT 56.
       01  LTRLINE                     PIC X(132).

       FD  EXCEPT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  EXCLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  PROB-CTR                PIC 999     VALUE 0.
           05  SUSP-CTR                PIC 999     VALUE 0.
           05  LTR-CTR                 PIC 999     VALUE 0.
           05  NOADR-CTR               PIC 999     VALUE 0.
           05  EXC-PAGE-CTR            PIC 99      VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * The term being closed, found on the calendar - exactly
      * one term may be in GRADING when the run goes.
       01  Calendar-Fields.
           05  SG-TERM                 PIC X(5)    VALUE SPACES.
           05  CAL-EOF                 PIC X(5)    VALUE 'TRUE '.
           05  GRADING-CTR             PIC 99      VALUE 0.

      * This student's standing work fields.  The ranks order the
      * standings good-to-bad so one compare says whether the
      * move is a worsening (letter) or not.  SW-OLD-STANDING is
      * what is on file now; SW-BASE-STANDING is the rung the
      * ladder climbs from - the standing carried into the term.
       01  Standing-Work-Fields.
           05  SW-OLD-STANDING         PIC X.
           05  SW-BASE-STANDING        PIC X.
           05  SW-CHANGED              PIC X       VALUE 'N'.
           05  SW-NEW-STANDING         PIC X.
           05  SW-OLD-RANK             PIC 9.
           05  SW-NEW-RANK             PIC 9.
           05  SW-OLD-WORD             PIC X(13).
           05  SW-NEW-WORD             PIC X(13).

      * The letter's address block.  AB-SKIP takes up the line a
      * missing second street line leaves, so the letter body
      * always starts in the same place on the page.
       01  Address-Block-Fields.
           05  AB-USABLE               PIC X       VALUE 'N'.
           05  AB-REASON               PIC X(30).
           05  AB-CITY-LINE            PIC X(40).
           05  AB-SKIP                 PIC 9       VALUE 0.

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  TITLE-DATE.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'LETTERS: '.
           05  T-LTR-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'NO ADDRESS: '.
           05  T-NOADR-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(21)   VALUE SPACES.

      * Letter layout - a page apiece, plain enough for the
      * mailroom to stuff in a window envelope.  The name and
      * address print indented from line 10, where the window
      * of a folded letter sits.
       01  LTR-DATE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  LD-DATE.
           05  FILLER                  PIC X(116)  VALUE SPACES.

       01  LTR-ADDR-LINE.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  LA-FNAME                PIC X(15).
           05  FILLER                  PIC X       VALUE SPACES.
           05  LA-LNAME                PIC X(15).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'ID: '.
           05  LA-ID                   PIC X(7).
           05  FILLER                  PIC X(79)   VALUE SPACES.

       01  LTR-BLOCK-LINE.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  LB-TEXT                 PIC X(40).
           05  FILLER                  PIC X(84)   VALUE SPACES.

       01  LTR-BODY-1.
           05  FILLER                  PIC X(38)
               VALUE 'PLEASE SEE YOUR ADVISOR AS SOON AS POSSIBLE.'.
           05  FILLER                  PIC X(88)   VALUE SPACES.

      * Address exception list - one line per letter not sent.
       01  EXC-TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  EXC-TITLE-DATE          PIC X(10).
           05  FILLER                  PIC X(25)   VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE 'STANDING LETTER ADDRESS EXCEPTIONS'.
           05  FILLER                  PIC X(47)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  EXC-TITLE-PAGE          PIC Z9.

       01  EXC-HEADING.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC XX      VALUE 'ID'.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'LAST NAME'.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'FIRST NAME'.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'NEW STANDING'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'REASON'.

       01  EXC-DETAIL-LINE.
           05  XD-ID                   PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XD-LAST-NAME            PIC X(15).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XD-FIRST-NAME           PIC X(15).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  XD-NEW-STANDING         PIC X(13).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  XD-REASON               PIC X(30).
           05  FILLER                  PIC X(41)   VALUE SPACES.

       01  EXC-TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE 'LETTERS NOT SENT:     '.
           05  XT-NOADR-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(97)   VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           STOP RUN.

       L2-Init.
           OPEN INPUT TERM-CALENDAR.
           PERFORM L3-READ-CALENDAR.
           PERFORM L3-CHECK-CALENDAR-TERM
               UNTIL CAL-EOF = 'FALSE'.
           CLOSE TERM-CALENDAR.
      * No term in GRADING is the ordinary night outside the
      * grading window - nothing to close, not a failed step.
           IF GRADING-CTR = 0
               DISPLAY 'CBLJRT24 - NO TERM IN GRADING ON THE TERM '
                   'CALENDAR - NO STANDINGS ASSIGNED'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GRADING-CTR > 1
               DISPLAY 'CBLJRT24 - STANDING RUN ABORTED'
               DISPLAY 'TERM CALENDAR HAS MORE THAN ONE TERM IN '
                   'GRADING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND STANDING-HISTORY.
           OPEN OUTPUT STAND-RPT.
           OPEN OUTPUT LETTER-PRT.
           OPEN INPUT CONTACT-MASTER.
           OPEN OUTPUT EXCEPT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-MONTH  TO  LD-MONTH.
           MOVE CURRENT-DAY    TO  LD-DAY.
           MOVE CURRENT-YEAR   TO  LD-YEAR.
           MOVE TITLE-DATE     TO  EXC-TITLE-DATE.
           PERFORM L4-HEADING.
           PERFORM L4-EXC-HEADING.
           MOVE SG-TERM TO TL-TERM.
           WRITE STGLINE FROM TERM-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE STANDING-HISTORY.
           CLOSE STAND-RPT.
           CLOSE LETTER-PRT.
           CLOSE CONTACT-MASTER.
           CLOSE EXCEPT-RPT.

       L3-READ-CALENDAR.
           READ TERM-CALENDAR NEXT RECORD
               AT END
                   MOVE 'FALSE' TO CAL-EOF.

       L3-CHECK-CALENDAR-TERM.
           IF TC-GRADING
               ADD 1 TO GRADING-CTR
               MOVE TC-TERM TO SG-TERM
           END-IF.
           PERFORM L3-READ-CALENDAR.

       L3-READ-MASTER.
           READ STUDENT-MASTER
               AT END
                   MOVE 'FALSE' TO EOF.

      * Nothing is written for a student whose record already
      * shows this term and this result - a repeat night.
       L3-ASSIGN-STANDING.
           ADD 1 TO STUD-CTR.
           PERFORM L4-FETCH-OLD-STANDING.
           PERFORM L4-COMPUTE-NEW-STANDING.
           MOVE 'Y' TO SW-CHANGED.
           IF SW-ON-FILE = 'Y'
               AND SD-TERM = SG-TERM
               AND SW-NEW-STANDING = SW-OLD-STANDING
               MOVE 'N' TO SW-CHANGED
           END-IF.
           IF SW-CHANGED = 'Y'
               PERFORM L4-SAVE-STANDING
               PERFORM L4-WRITE-HISTORY
           END-IF.
           PERFORM L4-LOG-STUDENT.

      * A student with no standing record yet starts from good
      * standing - the first bad term is a WARNING, not a jump
      * down the ladder.  A record already set for this term
      * climbs from the standing carried into it; one from an
      * earlier term climbs from where that term left it.
       L4-FETCH-OLD-STANDING.
           MOVE I-ID TO SD-ID.
           READ STANDING-MASTER
               INVALID KEY
                   MOVE 'N' TO SW-ON-FILE
                   MOVE 'G' TO SW-OLD-STANDING
                   MOVE 'G' TO SW-BASE-STANDING
               NOT INVALID KEY
                   MOVE 'Y' TO SW-ON-FILE
                   MOVE SD-STANDING TO SW-OLD-STANDING
                   IF SD-TERM = SG-TERM
                       MOVE SD-PRIOR-STANDING TO SW-BASE-STANDING
                   ELSE
                       MOVE SD-STANDING TO SW-BASE-STANDING
                   END-IF
           END-READ.

      * The ladder.  One term at or above 2.00 recovers to good
           IF I-GPA >= 2.00
               MOVE 'G' TO SW-NEW-STANDING
           ELSE
               EVALUATE SW-BASE-STANDING
                   WHEN 'W'
                       MOVE 'P' TO SW-NEW-STANDING
                   WHEN 'P'
           MOVE SW-NEW-STANDING TO SD-STANDING.
           MOVE SG-TERM         TO SD-TERM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO SD-DATE.
           MOVE SW-BASE-STANDING TO SD-PRIOR-STANDING.
           IF SW-ON-FILE = 'Y'
               REWRITE SD-REC
                   INVALID KEY
           WRITE SH-REC.

      * The ranks order the ladder good-to-bad; a bigger new
      * rank than the one on file is a worsening and triggers
      * the letter.  A repeat night logs the student as already
      * set and sends nothing.
       L4-LOG-STUDENT.
           MOVE SW-OLD-STANDING TO SW-RANK-HOLD.
           PERFORM L4-RANK-STANDING.
           MOVE SW-OLD-WORD TO D-OLD-STANDING.
           MOVE SW-NEW-WORD TO D-NEW-STANDING.
           EVALUATE TRUE
               WHEN SW-CHANGED = 'N'
                   MOVE 'ALREADY SET' TO D-ACTION
               WHEN SW-NEW-RANK > SW-OLD-RANK
                   PERFORM L4-CHECK-ADDRESS
                   IF AB-USABLE = 'Y'
                       MOVE 'WORSENED - LETTER' TO D-ACTION
                       ADD 1 TO LTR-CTR
                       PERFORM L4-PRINT-LETTER
                   ELSE
                       MOVE 'WORSENED - NO ADDR' TO D-ACTION
                       ADD 1 TO NOADR-CTR
                       PERFORM L4-LOG-EXCEPTION
                   END-IF
               WHEN SW-NEW-RANK < SW-OLD-RANK
                   MOVE 'IMPROVED' TO D-ACTION
               WHEN OTHER
                   MOVE 'SUSPENSION'    TO SW-WORD
           END-EVALUATE.

      * Usable means a contact record with a street on it that
      * the post office hasn't sent mail back from.  The city
      * line is built here, while the record is in hand.
       L4-CHECK-ADDRESS.
           MOVE 'N'    TO AB-USABLE.
           MOVE I-ID   TO CN-ID.
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE 'NO CONTACT RECORD' TO AB-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CN-ADDR-1 = SPACES
                           MOVE 'NO MAILING ADDRESS ON FILE'
                               TO AB-REASON
                       WHEN CN-MAIL-RETURNED
                           MOVE 'MAIL RETURNED FROM ADDRESS'
                               TO AB-REASON
                       WHEN OTHER
                           MOVE 'Y' TO AB-USABLE
                           PERFORM L4-BUILD-CITY-LINE
                   END-EVALUATE
           END-READ.

       L4-BUILD-CITY-LINE.
           MOVE SPACES TO AB-CITY-LINE.
           STRING CN-CITY  DELIMITED BY '  '
                  ', '     DELIMITED BY SIZE
                  CN-STATE DELIMITED BY SIZE
                  '  '     DELIMITED BY SIZE
                  CN-ZIP   DELIMITED BY SPACE
               INTO AB-CITY-LINE
           END-STRING.

       L4-LOG-EXCEPTION.
           MOVE I-ID        TO XD-ID.
           MOVE I-LNAME     TO XD-LAST-NAME.
           MOVE I-FNAME     TO XD-FIRST-NAME.
           MOVE SW-NEW-WORD TO XD-NEW-STANDING.
           MOVE AB-REASON   TO XD-REASON.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-EXC-HEADING.

       L4-PRINT-LETTER.
           MOVE I-FNAME     TO LA-FNAME.
           MOVE I-LNAME     TO LA-LNAME.
           WRITE LTRLINE FROM LTR-DATE-LINE
               AFTER ADVANCING PAGE.
           WRITE LTRLINE FROM LTR-ADDR-LINE
               AFTER ADVANCING 9 LINES.
           MOVE CN-ADDR-1 TO LB-TEXT.
           WRITE LTRLINE FROM LTR-BLOCK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 5 TO AB-SKIP.
           IF CN-ADDR-2 NOT = SPACES
               MOVE CN-ADDR-2 TO LB-TEXT
               WRITE LTRLINE FROM LTR-BLOCK-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO AB-SKIP
           END-IF.
           MOVE AB-CITY-LINE TO LB-TEXT.
           WRITE LTRLINE FROM LTR-BLOCK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LTRLINE FROM LTR-BODY-1
               AFTER ADVANCING AB-SKIP LINES.
           WRITE LTRLINE FROM LTR-BODY-2
               AFTER ADVANCING 2 LINES.
           WRITE LTRLINE FROM LTR-BODY-3
           MOVE PROB-CTR TO T-PROB-COUNT.
           MOVE SUSP-CTR TO T-SUSP-COUNT.
           MOVE LTR-CTR  TO T-LTR-COUNT.
           MOVE NOADR-CTR TO T-NOADR-COUNT.
           WRITE STGLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE NOADR-CTR TO XT-NOADR-COUNT.
           WRITE EXCLINE FROM EXC-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           WRITE STGLINE FROM COL-HEADING2
             AFTER ADVANCING 2 LINE.

       L4-EXC-HEADING.
           ADD 1 TO EXC-PAGE-CTR.
           MOVE EXC-PAGE-CTR TO EXC-TITLE-PAGE.
           WRITE EXCLINE FROM EXC-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXC-HEADING
             AFTER ADVANCING 2 LINE.

       end program CBLJRT24.
