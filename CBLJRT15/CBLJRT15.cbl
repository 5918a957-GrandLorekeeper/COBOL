      * REWRITEs to I-GPA - quality points over credit hours      *
      * across every grade on file.  The name and enrollment      *
      * status at the top come off the student master by key.     *
      * Each course line carries its title off the course         *
      * catalog (CBLJRT29) by key; a code the catalog doesn't     *
      * know prints flagged rather than dropping the grade.       *
      * The request card file names the students wanted, one ID   *
      * per card, each with the requester's ID and a purpose      *
      * code; a card with the ID left blank asks for the whole    *
      * file.  A card missing the requester or the purpose is     *
      * refused and counted, and a run with no card left to act   *
      * on prints nothing.                                        *
      * A grade on file for a student who isn't on the master is  *
      * counted and skipped - the reconciliation run owns         *
      * chasing those.  Each transcript starts a fresh page.      *
      * A retaken course follows CBLJRT06's retake rule: only the *
      * most recent attempt counts toward the term and cumulative *
      * figures.  The superseded attempt still prints, flagged    *
      * REPEATED - EXCLUDED, so the record of it is not lost.     *
      * The flag is set on the way into the sort, while the       *
      * grades are still in student/course/term order.            *
      * A student with an open hold on the holds file (CBLJRT31)  *
      * gets the header and a TRANSCRIPT WITHHELD - HOLD ON FILE  *
      * notice in place of the grades; the hold has to be         *
      * released by the office that placed it before the          *
      * transcript will print.                                    *
      * Each transcript page carries the student's mailing        *
      * address off the contact file (CBLJRT34) in window-        *
      * envelope position under the title.  A student with no     *
      * usable address gets a NO USABLE MAILING ADDRESS notice    *
      * in the window instead, counted on the totals, so the      *
      * registrar pulls that copy for hand delivery or a call.    *
      * Every student whose page prints, transcript or withheld   *
      * notice, is appended to the disclosure log (DSCLOG.DAT)    *
      * with the requester and purpose off the card that asked.   *
      *----------------------------------------------------------*

       environment division.
                   RECORD KEY IS I-ID
                   ALTERNATE RECORD KEY IS I-LNAME
                       WITH DUPLICATES.
      * OPTIONAL so transcripts still print, flagged, before the
      * catalog has been loaded.
           SELECT OPTIONAL COURSE-MASTER
               ASSIGN TO 'C:\COBOLWI19\CRSCAT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CR-COURSE.
      * OPTIONAL so transcripts print before any hold has ever
      * been placed.
           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTHLD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HL-KEY.
      * OPTIONAL so transcripts print before the contact file is
      * loaded - every page then carries the no-address notice.
           SELECT OPTIONAL CONTACT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTCNT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CN-ID.
           SELECT OPTIONAL REQUEST-CARD
               ASSIGN TO 'C:\COBOLWI19\TRSREQ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the first release ever logged creates the log.
           SELECT OPTIONAL DISCLOSURE-LOG
               ASSIGN TO 'C:\COBOLWI19\DSCLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TR-SORT-FILE
               ASSIGN TO 'TRSRTWK'.
           SELECT TR-SORTOUT
           RECORD CONTAINS 50 CHARACTERS.
           COPY IRECLAY.

       FD  COURSE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS.
           COPY CRSLAY.

       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS.
           COPY HLDLAY.

       FD  CONTACT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY CNTLAY.

      * One requested student per card, with who asked and why.
      * A blank ID means every student on the grade file.
       FD  REQUEST-CARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS RQ-REC
           RECORD CONTAINS 17 CHARACTERS.
       01  RQ-REC.
           05  RQ-ID                   PIC X(7).
           05  RQ-REQUESTER            PIC X(8).
           05  RQ-PURPOSE              PIC XX.

       FD  DISCLOSURE-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS.
           COPY DSCLAY.

      * Work sort - the grade file's key runs student/course/term;
      * the transcript wants the terms together, so it re-sorts
      * student/term/course before the control breaks below.
      * TS-REPEAT is the retake flag the input procedure sets.
       SD  TR-SORT-FILE.
       01  TS-REC.
           05 TS-ID                    PIC X(7).
           05 TS-TERM                  PIC X(5).
           05 TS-CREDITS               PIC 99.
           05 TS-GRADE                 PIC X.
           05 TS-REPEAT                PIC X.

       FD  TR-SORTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-OUT-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  TR-OUT-REC                  PIC X(24).

       FD  TRANS-RPT
           LABEL RECORD IS OMITTED
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  RQ-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  GR-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  HL-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  PRT-CTR                 PIC 999     VALUE 0.
           05  NOMST-CTR               PIC 999     VALUE 0.
           05  HELD-CTR                PIC 999     VALUE 0.
           05  NOADR-CTR               PIC 999     VALUE 0.
           05  REFUSED-CTR             PIC 999     VALUE 0.
           05  WS-WANTED               PIC X       VALUE 'N'.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
           05  TG-TERM                 PIC X(5).
           05  TG-CREDITS              PIC 99.
           05  TG-GRADE                PIC X.
           05  TG-REPEAT               PIC X.
               88  TG-EXCLUDED          VALUE 'Y'.

      * Held grade for the retake pass - the last one read, not
      * yet released to the sort.  The next grade decides it: the
      * same student and course again means a later attempt
      * supersedes it.
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

      * The address block for the window.  AB-SKIP takes up the
      * line a missing second street line leaves, so the student
      * line always starts in the same place on the page.
       01  Address-Block-Fields.
           05  AB-USABLE               PIC X       VALUE 'N'.
           05  AB-REASON               PIC X(30).
           05  AB-CITY-LINE            PIC X(40).
           05  AB-SKIP                 PIC 9       VALUE 0.

      * Requested-student table, loaded once from REQUEST-CARD at
      * init and searched per student break.  A whole-file card
      * sets RQA-ALL and leaves its requester here; a student with
      * a card of their own is still logged under that card.
       01  Request-Table-Ctl.
           05  RQT-COUNT               PIC 9(3)    VALUE 0.
           05  RQA-ALL                 PIC X       VALUE 'N'.
           05  RQA-REQUESTER           PIC X(8)    VALUE SPACES.
           05  RQA-PURPOSE             PIC XX      VALUE SPACES.
       01  REQUEST-TABLE.
           05  RQT-ENTRY OCCURS 999 TIMES INDEXED BY RQT-IDX.
               10  RQT-ID              PIC X(7).
               10  RQT-REQUESTER       PIC X(8).
               10  RQT-PURPOSE         PIC XX.

      * Who asked for the student now printing, and why.
       01  Disclosure-Fields.
           05  DR-REQUESTER            PIC X(8).
           05  DR-PURPOSE              PIC XX.

      * Control-break holds and the term/cumulative accumulators.
      * Quality points are credits times the grade's point value
           05  SL-STATUS               PIC X(10).
           05  FILLER                  PIC X(61)   VALUE SPACES.

      * Window-envelope block - indented from line 10 of the page.
       01  ADDR-NAME-LINE.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  AN-FNAME                PIC X(15).
           05  FILLER                  PIC X       VALUE SPACES.
           05  AN-LNAME                PIC X(15).
           05  FILLER                  PIC X(93)   VALUE SPACES.

       01  ADDR-BLOCK-LINE.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  AK-TEXT                 PIC X(40).
           05  FILLER                  PIC X(84)   VALUE SPACES.

       01  NO-ADDR-LINE.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(29)
               VALUE 'NO USABLE MAILING ADDRESS - '.
           05  NA-REASON               PIC X(30).
           05  FILLER                  PIC X(65)   VALUE SPACES.

       01  WITHHELD-LINE.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE 'TRANSCRIPT WITHHELD - HOLD ON FILE'.
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  TERM-LINE.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'TERM: '.
       01  COL-HEADING2.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'COURSE'.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'TITLE'.
           05  FILLER                  PIC X(27)   VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'CREDITS'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'GRADE'.
       01  DETAIL-LINE.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  D-COURSE                PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-TITLE                 PIC X(30).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  D-CREDITS               PIC Z9.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  D-GRADE                 PIC X.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  D-REPEAT                PIC X(20).
           05  FILLER                  PIC X(47)   VALUE SPACES.

       01  TERM-TOTAL-LINE.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE 'TRANSCRIPTS PRINTED:  '.
           05  T-PRT-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'NOT ON MASTER:      '.
           05  T-NOMST-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'WITHHELD - HOLD:    '.
           05  T-HELD-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'NO ADDRESS: '.
           05  T-NOADR-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'REFUSED: '.
           05  T-REFUSED-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L3-LOAD-REQUEST-STORE
               UNTIL RQ-EOF = 'FALSE'.
           CLOSE REQUEST-CARD.
           IF RQT-COUNT = 0 AND RQA-ALL = 'N'
               DISPLAY 'CBLJRT15 - TRANSCRIPT RUN ABORTED'
               DISPLAY 'NO AUTHORIZED TRANSCRIPT REQUEST - EVERY '
                   'CARD NEEDS A REQUESTER ID AND PURPOSE CODE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT TR-SORT-FILE
               ON ASCENDING KEY TS-ID TS-TERM TS-COURSE
               INPUT PROCEDURE IS L2-REPEAT-RELEASE
               GIVING TR-SORTOUT.
           OPEN INPUT TR-SORTOUT.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT COURSE-MASTER.
           OPEN INPUT HOLD-MASTER.
           OPEN INPUT CONTACT-MASTER.
           OPEN EXTEND DISCLOSURE-LOG.
           OPEN OUTPUT TRANS-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           PERFORM L3-TOTALS.
           CLOSE TR-SORTOUT.
           CLOSE STUDENT-MASTER.
           CLOSE COURSE-MASTER.
           CLOSE HOLD-MASTER.
           CLOSE CONTACT-MASTER.
           CLOSE DISCLOSURE-LOG.
           CLOSE TRANS-RPT.

       L3-LOAD-REQUEST-READ.
               AT END
                   MOVE 'FALSE' TO RQ-EOF.

      * A card without a requester or a purpose is refused here, so
      * nothing it asked for can print.
       L3-LOAD-REQUEST-STORE.
           EVALUATE TRUE
               WHEN RQ-REQUESTER = SPACES OR RQ-PURPOSE = SPACES
                   DISPLAY 'TRANSCRIPT REQUEST ' RQ-ID ' REFUSED - '
                       'REQUESTER ID AND PURPOSE CODE REQUIRED'
                   ADD 1 TO REFUSED-CTR
               WHEN RQ-ID = SPACES
                   MOVE 'Y'          TO RQA-ALL
                   MOVE RQ-REQUESTER TO RQA-REQUESTER
                   MOVE RQ-PURPOSE   TO RQA-PURPOSE
               WHEN OTHER
                   PERFORM L3-LOAD-REQUEST-ENTRY
           END-EVALUATE.
           PERFORM L3-LOAD-REQUEST-READ.

       L3-LOAD-REQUEST-ENTRY.
           IF RQT-COUNT >= 999
               DISPLAY 'CBLJRT15 - TRANSCRIPT RUN ABORTED'
               DISPLAY 'MORE REQUEST CARDS THAN THE REQUEST '
               STOP RUN
           END-IF.
           ADD 1 TO RQT-COUNT.
           MOVE RQ-ID        TO RQT-ID(RQT-COUNT).
           MOVE RQ-REQUESTER TO RQT-REQUESTER(RQT-COUNT).
           MOVE RQ-PURPOSE   TO RQT-PURPOSE(RQT-COUNT).

       L3-READ-GRADE.
           READ TR-SORTOUT INTO TG-REC
      * the master lookup for the name and status on the header.
      * Only a wanted student on the master gets a page; the
      * accumulators are cleared either way so a skipped student
      * can't leak hours into the next one.  A held student's page
      * stops at the withheld notice - the student is then
      * treated as not wanted so no grade or total prints.
       L3-START-STUDENT.
           MOVE TG-ID   TO B-STUDENT-ID.
           MOVE TG-TERM TO B-TERM.
               PERFORM L4-LOOKUP-MASTER
           END-IF.
           IF WS-WANTED = 'Y'
               PERFORM L4-CHECK-HOLDS
               PERFORM L4-HEADING
               PERFORM L4-ADDRESS-BLOCK
               PERFORM L4-STUDENT-HEADING
               IF HD-ON-HOLD = 'Y'
                   MOVE 'W' TO DL-RELEASE
                   PERFORM L4-LOG-DISCLOSURE
                   PERFORM L4-WITHHOLD-TRANSCRIPT
               ELSE
                   MOVE 'T' TO DL-RELEASE
                   PERFORM L4-LOG-DISCLOSURE
                   ADD 1 TO PRT-CTR
                   PERFORM L4-TERM-HEADING
               END-IF
           END-IF.

       L4-CHECK-REQUESTED.
           MOVE 'N' TO WS-WANTED.
           IF RQT-COUNT > 0
               SET RQT-IDX TO 1
               SEARCH RQT-ENTRY
                   AT END
                       CONTINUE
                   WHEN RQT-ID(RQT-IDX) = TG-ID
                       MOVE 'Y' TO WS-WANTED
                       MOVE RQT-REQUESTER(RQT-IDX) TO DR-REQUESTER
                       MOVE RQT-PURPOSE(RQT-IDX)   TO DR-PURPOSE
               END-SEARCH
           END-IF.
           IF WS-WANTED = 'N' AND RQA-ALL = 'Y'
               MOVE 'Y'           TO WS-WANTED
               MOVE RQA-REQUESTER TO DR-REQUESTER
               MOVE RQA-PURPOSE   TO DR-PURPOSE
           END-IF.

       L4-LOOKUP-MASTER.
           MOVE TG-ID TO I-ID.
                   ADD 1 TO NOMST-CTR
           END-READ.

      * The holds key leads with the student ID, so a START at the
      * student's lowest key and a walk forward while the ID still
      * matches sees every hold the student has ever carried; the
      * walk stops on the first open one.
       L4-CHECK-HOLDS.
           MOVE 'N'        TO HD-ON-HOLD.
           MOVE 'TRUE '    TO HL-EOF.
           MOVE TG-ID      TO HL-ID.
           MOVE LOW-VALUES TO HL-TYPE.
           MOVE LOW-VALUES TO HL-PLACED.
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
                   IF HL-ID NOT = TG-ID
                       MOVE 'FALSE' TO HL-EOF
                   ELSE
                       IF HL-OPEN
                           MOVE 'Y'     TO HD-ON-HOLD
                           MOVE 'FALSE' TO HL-EOF
                       END-IF
                   END-IF
           END-READ.

      * Usable means a contact record with a street on it that
      * the post office hasn't sent mail back from.
       L4-ADDRESS-BLOCK.
           MOVE 'N'    TO AB-USABLE.
           MOVE TG-ID  TO CN-ID.
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
                   END-EVALUATE
           END-READ.
           IF AB-USABLE = 'Y'
               PERFORM L4-PRINT-ADDRESS
           ELSE
               MOVE AB-REASON TO NA-REASON
               WRITE TRSLINE FROM NO-ADDR-LINE
                   AFTER ADVANCING 9 LINES
               ADD 1 TO NOADR-CTR
               MOVE 4 TO AB-SKIP
           END-IF.
           MOVE SPACES TO TRSLINE.
           WRITE TRSLINE
               AFTER ADVANCING AB-SKIP LINES.

       L4-PRINT-ADDRESS.
           MOVE I-FNAME TO AN-FNAME.
           MOVE I-LNAME TO AN-LNAME.
           WRITE TRSLINE FROM ADDR-NAME-LINE
               AFTER ADVANCING 9 LINES.
           MOVE CN-ADDR-1 TO AK-TEXT.
           WRITE TRSLINE FROM ADDR-BLOCK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 2 TO AB-SKIP.
           IF CN-ADDR-2 NOT = SPACES
               MOVE CN-ADDR-2 TO AK-TEXT
               WRITE TRSLINE FROM ADDR-BLOCK-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 1 TO AB-SKIP
           END-IF.
           MOVE SPACES TO AB-CITY-LINE.
           STRING CN-CITY  DELIMITED BY '  '
                  ', '     DELIMITED BY SIZE
                  CN-STATE DELIMITED BY SIZE
                  '  '     DELIMITED BY SIZE
                  CN-ZIP   DELIMITED BY SPACE
               INTO AB-CITY-LINE
           END-STRING.
           MOVE AB-CITY-LINE TO AK-TEXT.
           WRITE TRSLINE FROM ADDR-BLOCK-LINE
               AFTER ADVANCING 1 LINE.

      * One log record per student released, stamped as the page
      * starts.  The caller has set the release type.
       L4-LOG-DISCLOSURE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE
               INTO DL-DATE.
           MOVE CURRENT-TIME    TO DL-TIME.
           MOVE TG-ID           TO DL-ID.
           MOVE DR-REQUESTER    TO DL-REQUESTER.
           MOVE DR-PURPOSE      TO DL-PURPOSE.
           MOVE 'CBLJRT15'      TO DL-PROGRAM.
           MOVE SPACES          TO DL-SEARCH.
           WRITE DL-Rec.

       L4-WITHHOLD-TRANSCRIPT.
           WRITE TRSLINE FROM WITHHELD-LINE
               AFTER ADVANCING 3 LINES.
           ADD 1 TO HELD-CTR.
           MOVE 'N' TO WS-WANTED.

       L4-STUDENT-HEADING.
           MOVE I-ID    TO SL-ID.
           MOVE I-FNAME TO SL-FNAME.

      * Same point scale as CBLJRT06's L3-ACCUMULATE - the
      * cumulative GPA printed here has to tie to the I-GPA that
      * run posts.  A superseded attempt prints but adds nothing
      * to the term or cumulative figures.
       L3-PRINT-GRADE.
           IF TG-EXCLUDED
               MOVE 'REPEATED - EXCLUDED' TO D-REPEAT
           ELSE
               MOVE SPACES TO D-REPEAT
               PERFORM L4-ACCUMULATE
           END-IF.
           MOVE TG-COURSE  TO D-COURSE.
           PERFORM L4-LOOKUP-TITLE.
           MOVE TG-CREDITS TO D-CREDITS.
           MOVE TG-GRADE   TO D-GRADE.
           WRITE TRSLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

       L4-ACCUMULATE.
           EVALUATE TG-GRADE
               WHEN 'A'
                   MOVE 4.00 TO GW-GRADE-POINTS
           COMPUTE CQ-QUAL-POINTS =
               CQ-QUAL-POINTS + (TG-CREDITS * GW-GRADE-POINTS).
           ADD TG-CREDITS TO CQ-CRED-HOURS.

       L4-LOOKUP-TITLE.
           MOVE TG-COURSE TO CR-COURSE.
           READ COURSE-MASTER
               INVALID KEY
                   MOVE '** NOT IN COURSE CATALOG **' TO D-TITLE
               NOT INVALID KEY
                   MOVE CR-TITLE TO D-TITLE
           END-READ.

       L4-TERM-TOTAL.
           IF TQ-CRED-HOURS > 0
       L3-TOTALS.
           MOVE PRT-CTR   TO T-PRT-COUNT.
           MOVE NOMST-CTR TO T-NOMST-COUNT.
           MOVE HELD-CTR  TO T-HELD-COUNT.
           MOVE NOADR-CTR TO T-NOADR-COUNT.
           MOVE REFUSED-CTR TO T-REFUSED-COUNT.
           WRITE TRSLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           WRITE TRSLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.

      *----------------------------------------------------------*
      * Retake pass - feeds the sort.  Reads the grade file in    *
      * its own student/course/term order, where a student's      *
      * attempts at one course sit together oldest first, and     *
      * releases each grade flagged Y when the next grade is      *
      * the same student and course (a later attempt exists),     *
      * N otherwise.                                              *
      *----------------------------------------------------------*
       L2-REPEAT-RELEASE SECTION.
       L3-REPEAT-START.
           OPEN INPUT GRADE-MASTER.
           PERFORM L3-READ-GRADE-MASTER.
           PERFORM L3-REPEAT-ONE
               UNTIL GR-EOF = 'FALSE'.
           IF HG-HELD = 'Y'
               MOVE 'N' TO TS-REPEAT
               PERFORM L4-RELEASE-HELD
           END-IF.
           CLOSE GRADE-MASTER.
           GO TO L3-REPEAT-EXIT.

       L3-READ-GRADE-MASTER.
           READ GRADE-MASTER
               AT END
                   MOVE 'FALSE' TO GR-EOF.

       L3-REPEAT-ONE.
           IF HG-HELD = 'Y'
               IF GR-ID = HG-ID AND GR-COURSE = HG-COURSE
                   MOVE 'Y' TO TS-REPEAT
               ELSE
                   MOVE 'N' TO TS-REPEAT
               END-IF
               PERFORM L4-RELEASE-HELD
           END-IF.
           MOVE GR-Rec TO HG-REC.
           MOVE 'Y' TO HG-HELD.
           PERFORM L3-READ-GRADE-MASTER.

      * The caller has already set TS-REPEAT for the held grade.
       L4-RELEASE-HELD.
           MOVE HG-ID      TO TS-ID.
           MOVE HG-COURSE  TO TS-COURSE.
           MOVE HG-TERM    TO TS-TERM.
           MOVE HG-CREDITS TO TS-CREDITS.
           MOVE HG-GRADE   TO TS-GRADE.
           RELEASE TS-REC.
           MOVE 'N' TO HG-HELD.

       L3-REPEAT-EXIT.
           EXIT.

       end program CBLJRT15.
