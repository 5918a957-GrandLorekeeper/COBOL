       identification division.
       program-id. CBLJRT36.

      *----------------------------------------------------------*
      * Duplicate-student merge - folds a student admissions     *
      * sent under two IDs back into one.  Each card names the   *
      * surviving ID and the retired ID; both must be numeric,   *
      * different, and on the student master.  For each pair:    *
      *   - every STDNTGRD.DAT row under the retired ID is       *
      *     re-keyed to the survivor (added under the survivor,  *
      *     deleted under the retired ID).  A course/term the    *
      *     survivor already holds is a collision - reported,    *
      *     left where it is, never overwritten;                 *
      *   - every registrar hold row (STDNTHLD) under the        *
      *     retired ID, open or released, is re-keyed to the     *
      *     survivor the same way, so an open hold keeps         *
      *     blocking the survivor's transcript and graduation.   *
      *     A hold the survivor already has for the same type    *
      *     and date placed is a collision like a grade's;       *
      *   - with no collisions the merge completes: the retired  *
      *     ID's major row (STDNTMAJ) moves to the survivor      *
      *     unless the survivor has one of its own, which wins;  *
      *     the standing rows (STDNTSTD) resolve to the worse of *
      *     the two, so a split record can't hide a probation;   *
      *     the SAP rows (STDNTSAP) resolve to the worse of the  *
      *     two the same way, so a split record can't hide an   *
      *     aid warning or suspension either;                    *
      *     the retired ID's contact row (STDNTCNT) moves across *
      *     unless the survivor has one of its own, which wins;  *
      *     and the retired master record is deleted;            *
      *   - with collisions the retired ID's master, major,      *
      *     standing, SAP, and contact rows stay put, and the    *
      *     card is simply run again once the registrar has      *
      *     settled the colliding grades (CBLJRT05) or holds     *
      *     (CBLJRT31).                                          *
      * Every grade and master change is journaled with its      *
      * before and after images (transaction code M) to the      *
      * same journals CBLJRT05 and CBLJRT02 write, so CBLJRT21   *
      * and CBLJRT09 back a bad merge out like any other batch.  *
      * The major, standing, SAP, hold, and contact files carry  *
      * no journal; their before images print on the report     *
      * instead.  The masters retired go to the nightly ledger   *
      * (CTLLEDG.DAT) so CBLJRT35 can account for them in the    *
      * master's count change.  The report shows both IDs'       *
      * record counts before and after, and calls for CBLJRT06   *
      * to re-post the survivor's GPA.                           *
      *----------------------------------------------------------*

       environment division.
      * OPTIONAL so a missing card fails through the edit below
      * with the designed message instead of abending in the OPEN.
           SELECT OPTIONAL MERGE-CARD
               ASSIGN TO 'C:\COBOLWI19\MRGCARD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   ALTERNATE RECORD KEY IS I-LNAME
                       WITH DUPLICATES.
           SELECT OPTIONAL GRADE-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTGRD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-KEY.
           SELECT OPTIONAL MAJOR-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMAJ.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MJ-ID.
           SELECT OPTIONAL STANDING-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTSTD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SD-ID.
           SELECT OPTIONAL SAP-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTSAP.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SP-ID.
           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTHLD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HL-KEY.
           SELECT OPTIONAL CONTACT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTCNT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CN-ID.
           SELECT OPTIONAL MASTER-JOURNAL
               ASSIGN TO 'C:\COBOLWI19\STDNTJRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-JOURNAL
               ASSIGN TO 'C:\COBOLWI19\GRADEJRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-RPT
               ASSIGN TO 'C:\COBOLWI19\STDNTMRG.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
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
      * One pair per card: the ID that stays, the ID that goes.
       FD  MERGE-CARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS MC-REC
           RECORD CONTAINS 14 CHARACTERS.
       01  MC-REC.
           05  MC-SURVIVOR             PIC X(7).
           05  MC-RETIRED              PIC X(7).

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY IRECLAY.

       FD  GRADE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY GRECLAY.

       FD  MAJOR-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MJ-REC
           RECORD CONTAINS 51 CHARACTERS.
       01  MJ-REC.
           05  MJ-ID                   PIC X(7).
           05  MJ-CODE                 PIC X(4).
           05  MJ-DESC                 PIC X(20).
           05  MJ-ADVISOR              PIC X(20).

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

       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS.
           COPY HLDLAY.

       FD  CONTACT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY CNTLAY.

       FD  MASTER-JOURNAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 127 CHARACTERS.
           COPY JRECLAY.

       FD  GRADE-JOURNAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 86 CHARACTERS.
           COPY GJRNLAY.

       FD  MERGE-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MRGLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  MRGLINE                     PIC X(132).

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
           05  GR-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  HL-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  PAIR-CTR                PIC 999     VALUE 0.
           05  MERGED-CTR              PIC 999     VALUE 0.
           05  PARTIAL-CTR             PIC 999     VALUE 0.
           05  REJ-CTR                 PIC 999     VALUE 0.
           05  MOVED-CTR               PIC 9(4)    VALUE 0.
           05  COLL-CTR                PIC 9(4)    VALUE 0.
           05  HOLD-MOVED-CTR          PIC 9(4)    VALUE 0.
           05  RETIRED-CTR             PIC 999     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * The pair being merged and how it went.
       01  Merge-Pair-Fields.
           05  MP-SURVIVOR             PIC X(7).
           05  MP-RETIRED              PIC X(7).
           05  MP-BAD                  PIC X       VALUE 'N'.
           05  MP-REASON               PIC X(40).
           05  MP-COLLISIONS           PIC 9(3)    VALUE 0.
           05  MP-RETIRED-MASTER       PIC X(50).

      * Record counts per ID - entry 1 survivor before, 2 retired
      * before, 3 survivor after, 4 retired after.  MC-WHICH and
      * MC-ID say which entry L4-COUNT-ID fills, for which ID.
       01  Merge-Count-Ctl.
           05  MC-WHICH                PIC 9.
           05  MC-ID                   PIC X(7).
       01  MERGE-COUNT-TABLE.
           05  MC-ENTRY OCCURS 4 TIMES.
               10  MC-MASTER           PIC 9.
               10  MC-GRADES           PIC 9(3).
               10  MC-MAJOR            PIC 9.
               10  MC-STANDING         PIC 9.
               10  MC-HOLDS            PIC 9(3).
               10  MC-CONTACT          PIC 9.
               10  MC-SAP              PIC 9.

      * The retired ID's grade rows, gathered first so the re-key
      * never WRITEs and DELETEs under a browse in progress.
       01  Grade-Table-Ctl.
           05  GT-COUNT                PIC 9(3)    VALUE 0.
           05  GT-SCAN                 PIC 9(3)    VALUE 0.
       01  GRADE-TABLE.
           05  GT-ENTRY OCCURS 500 TIMES PIC X(23).

      * The retired ID's hold rows, gathered the same way.
       01  Hold-Table-Ctl.
           05  HT-COUNT                PIC 99      VALUE 0.
           05  HT-SCAN                 PIC 99      VALUE 0.
       01  HOLD-TABLE.
           05  HT-ENTRY OCCURS 50 TIMES PIC X(29).

      * Row holds for the major, standing, and SAP resolution,
      * and the ranks good-to-bad the same way CBLJRT24 and
      * CBLJRT38 order them, so one compare picks the worse.
       01  Resolve-Fields.
           05  RS-OLD-GRADE            PIC X(23).
           05  RS-RETIRED-MAJOR        PIC X(51).
           05  RS-RETIRED-STANDING.
               10  RS-RT-ID            PIC X(7).
               10  RS-RT-STANDING      PIC X.
               10  RS-RT-TERM          PIC X(5).
               10  RS-RT-DATE          PIC X(8).
               10  RS-RT-PRIOR         PIC X.
           05  RS-RETIRED-SAP.
               10  RS-RP-ID            PIC X(7).
               10  RS-RP-STATUS        PIC X.
               10  RS-RP-TERM          PIC X(5).
               10  RS-RP-DATE          PIC X(8).
               10  RS-RP-PRIOR         PIC X.
           05  RS-OLD-HOLD             PIC X(29).
           05  RS-RETIRED-CONTACT      PIC X(150).
           05  RS-RANK-HOLD            PIC X.
           05  RS-RANK                 PIC 9.
           05  RS-SURV-RANK            PIC 9.
           05  RS-RET-RANK             PIC 9.

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  TITLE-DATE.
               10  TITLE-MONTH         PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-DAY           PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-YEAR          PIC X(4).
           05  FILLER                  PIC X(29)   VALUE SPACES.
           05  FILLER                  PIC X(33)
               VALUE 'DUPLICATE STUDENT MERGE REPORT'.
           05  FILLER                  PIC X(44)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  PAIR-LINE.
           05  FILLER                  PIC X(10)   VALUE 'SURVIVOR: '.
           05  PL-SURVIVOR             PIC X(7).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'RETIRED: '.
           05  PL-RETIRED              PIC X(7).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  PL-NAME                 PIC X(32).
           05  FILLER                  PIC X(57)   VALUE SPACES.

       01  COL-HEADING2.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'ID'.
           05  FILLER                  PIC X(10)   VALUE 'FILE'.
           05  FILLER                  PIC X(18)   VALUE 'ROW'.
           05  FILLER                  PIC X(40)   VALUE 'ACTION'.
           05  FILLER                  PIC X(12)   VALUE 'ROW IMAGE'.

       01  DETAIL-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  D-ID                    PIC X(7).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-FILE                  PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-ROW                   PIC X(16).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-ACTION                PIC X(38).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-IMAGE                 PIC X(51).

       01  REJECT-LINE.
           05  FILLER                  PIC X(10)   VALUE 'SURVIVOR: '.
           05  RL-SURVIVOR             PIC X(7).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'RETIRED: '.
           05  RL-RETIRED              PIC X(7).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'PAIR REJECTED -'.
           05  FILLER                  PIC X       VALUE SPACES.
           05  RL-REASON               PIC X(40).
           05  FILLER                  PIC X(33)   VALUE SPACES.

       01  COUNT-HEADING.
           05  FILLER                  PIC X(27)   VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'MASTER'.
           05  FILLER                  PIC X(8)    VALUE 'GRADES'.
           05  FILLER                  PIC X(8)    VALUE 'MAJOR'.
           05  FILLER                  PIC X(8)    VALUE 'STANDING'.
           05  FILLER                  PIC X(8)    VALUE 'HOLDS'.
           05  FILLER                  PIC X(8)    VALUE 'CONTACT'.
           05  FILLER                  PIC X(8)    VALUE 'SAP'.

       01  COUNT-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  CT-CAPTION              PIC X(16).
           05  CT-ID                   PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  CT-MASTER               PIC 9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  CT-GRADES               PIC ZZ9.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  CT-MAJOR                PIC 9.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  CT-STANDING             PIC 9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  CT-HOLDS                PIC ZZ9.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  CT-CONTACT              PIC 9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  CT-SAP                  PIC 9.
           05  FILLER                  PIC X(55)   VALUE SPACES.

       01  OUTCOME-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  OL-TEXT                 PIC X(70).
           05  FILLER                  PIC X(58)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'PAIRS READ: '.
           05  T-PAIR-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'MERGED: '.
           05  T-MERGED-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'PARTIAL: '.
           05  T-PARTIAL-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'REJECTED: '.
           05  T-REJ-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'GRADES MOVED: '.
           05  T-MOVED-COUNT           PIC ZZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'COLLISIONS: '.
           05  T-COLL-COUNT            PIC ZZZ9.
           05  FILLER                  PIC X(15)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'MASTERS RETIRED: '.
           05  T-RETIRED-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'HOLDS MOVED: '.
           05  T-HOLD-MOVED-COUNT      PIC ZZZ9.
           05  FILLER                  PIC X(81)   VALUE SPACES.

       01  REPOST-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE '** GPA RE-POST REQUIRED - RUN CBLJRT06 '.
           05  FILLER                  PIC X(82)
               VALUE 'BEFORE THE NEXT STANDING OR TRANSCRIPT RUN **'.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           PERFORM L2-Mainline
               UNTIL EOF = 'FALSE'.
           PERFORM L2-Closing.
           STOP RUN.

       L2-Init.
           OPEN INPUT MERGE-CARD.
           PERFORM L3-READ-CARD.
           IF EOF = 'FALSE'
               DISPLAY 'CBLJRT36 - MERGE ABORTED'
               DISPLAY 'NO MERGE CARDS - NOTHING TO MERGE'
               CLOSE MERGE-CARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-MASTER.
           OPEN I-O GRADE-MASTER.
           OPEN I-O MAJOR-MASTER.
           OPEN I-O STANDING-MASTER.
           OPEN I-O HOLD-MASTER.
           OPEN I-O CONTACT-MASTER.
           OPEN I-O SAP-MASTER.
           OPEN EXTEND MASTER-JOURNAL.
           OPEN EXTEND GRADE-JOURNAL.
           OPEN OUTPUT MERGE-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-YEAR   TO  TITLE-YEAR.
           PERFORM L4-HEADING.

       L2-Mainline.
           PERFORM L3-MERGE-PAIR.
           PERFORM L3-READ-CARD.

       L2-Closing.
           PERFORM L3-TOTALS.
           PERFORM L3-WRITE-LEDGER.
           CLOSE MERGE-CARD.
           CLOSE STUDENT-MASTER.
           CLOSE GRADE-MASTER.
           CLOSE MAJOR-MASTER.
           CLOSE STANDING-MASTER.
           CLOSE HOLD-MASTER.
           CLOSE CONTACT-MASTER.
           CLOSE SAP-MASTER.
           CLOSE MASTER-JOURNAL.
           CLOSE GRADE-JOURNAL.
           CLOSE MERGE-RPT.

       L3-READ-CARD.
           READ MERGE-CARD
               AT END
                   MOVE 'FALSE' TO EOF.

      * Counts both IDs, moves the grades and holds, and finishes
      * the merge only when neither collided; the after counts
      * show what the pair looks like now either way.
       L3-MERGE-PAIR.
           ADD 1 TO PAIR-CTR.
           MOVE MC-SURVIVOR TO MP-SURVIVOR.
           MOVE MC-RETIRED  TO MP-RETIRED.
           PERFORM L4-EDIT-PAIR.
           IF MP-BAD = 'Y'
               ADD 1 TO REJ-CTR
               MOVE MP-SURVIVOR TO RL-SURVIVOR
               MOVE MP-RETIRED  TO RL-RETIRED
               MOVE MP-REASON   TO RL-REASON
               WRITE MRGLINE FROM REJECT-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM L4-HEADING
           ELSE
               PERFORM L4-PAIR-HEADING
               MOVE 1            TO MC-WHICH
               MOVE MP-SURVIVOR  TO MC-ID
               PERFORM L4-COUNT-ID
               MOVE 2            TO MC-WHICH
               MOVE MP-RETIRED   TO MC-ID
               PERFORM L4-COUNT-ID
               PERFORM L4-MOVE-GRADES
               PERFORM L4-MOVE-HOLDS
               IF MP-COLLISIONS = 0
                   PERFORM L4-RESOLVE-MAJOR
                   PERFORM L4-RESOLVE-STANDING
                   PERFORM L4-RESOLVE-SAP
                   PERFORM L4-RESOLVE-CONTACT
                   PERFORM L4-RETIRE-MASTER
                   ADD 1 TO MERGED-CTR
                   MOVE 'MERGE COMPLETE - RETIRED ID REMOVED'
                       TO OL-TEXT
               ELSE
                   ADD 1 TO PARTIAL-CTR
                   MOVE 'MERGE INCOMPLETE - SETTLE COLLISIONS, RERUN'
                       TO OL-TEXT
               END-IF
               MOVE 3            TO MC-WHICH
               MOVE MP-SURVIVOR  TO MC-ID
               PERFORM L4-COUNT-ID
               MOVE 4            TO MC-WHICH
               MOVE MP-RETIRED   TO MC-ID
               PERFORM L4-COUNT-ID
               PERFORM L4-PRINT-COUNTS
               WRITE MRGLINE FROM OUTCOME-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING
           END-IF.

      * Both IDs numeric, not the same, and both on the master.
      * The retired master image is held for the journal.
       L4-EDIT-PAIR.
           MOVE 'N' TO MP-BAD.
           MOVE 0   TO MP-COLLISIONS.
           EVALUATE TRUE
               WHEN MP-SURVIVOR IS NOT NUMERIC
                   OR MP-RETIRED IS NOT NUMERIC
                   MOVE 'Y' TO MP-BAD
                   MOVE 'ID NOT NUMERIC' TO MP-REASON
               WHEN MP-SURVIVOR = MP-RETIRED
                   MOVE 'Y' TO MP-BAD
                   MOVE 'SURVIVOR AND RETIRED ID THE SAME'
                       TO MP-REASON
               WHEN OTHER
                   MOVE MP-RETIRED TO I-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE 'Y' TO MP-BAD
                           MOVE 'RETIRED ID NOT ON STUDENT MASTER'
                               TO MP-REASON
                       NOT INVALID KEY
                           MOVE I-Rec TO MP-RETIRED-MASTER
                   END-READ
                   MOVE MP-SURVIVOR TO I-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE 'Y' TO MP-BAD
                           MOVE 'SURVIVING ID NOT ON STUDENT MASTER'
                               TO MP-REASON
                   END-READ
           END-EVALUATE.

       L4-PAIR-HEADING.
           MOVE MP-SURVIVOR TO PL-SURVIVOR.
           MOVE MP-RETIRED  TO PL-RETIRED.
           MOVE SPACES      TO PL-NAME.
           STRING I-FNAME DELIMITED BY '  '
                  ' '     DELIMITED BY SIZE
                  I-LNAME DELIMITED BY '  '
               INTO PL-NAME
           END-STRING.
           WRITE MRGLINE FROM PAIR-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
           WRITE MRGLINE FROM COL-HEADING2
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

      * Fills count entry MC-WHICH for MC-ID: master, major,
      * standing, SAP, and contact rows by key, grade and hold
      * rows by a walk from the ID's lowest key while the ID
      * still matches.
       L4-COUNT-ID.
           MOVE 0 TO MC-MASTER(MC-WHICH).
           MOVE 0 TO MC-GRADES(MC-WHICH).
           MOVE 0 TO MC-MAJOR(MC-WHICH).
           MOVE 0 TO MC-STANDING(MC-WHICH).
           MOVE 0 TO MC-HOLDS(MC-WHICH).
           MOVE 0 TO MC-CONTACT(MC-WHICH).
           MOVE 0 TO MC-SAP(MC-WHICH).
           MOVE MC-ID TO I-ID.
           READ STUDENT-MASTER
               NOT INVALID KEY
                   MOVE 1 TO MC-MASTER(MC-WHICH)
           END-READ.
           MOVE MC-ID TO MJ-ID.
           READ MAJOR-MASTER
               NOT INVALID KEY
                   MOVE 1 TO MC-MAJOR(MC-WHICH)
           END-READ.
           MOVE MC-ID TO SD-ID.
           READ STANDING-MASTER
               NOT INVALID KEY
                   MOVE 1 TO MC-STANDING(MC-WHICH)
           END-READ.
           MOVE MC-ID TO SP-ID.
           READ SAP-MASTER
               NOT INVALID KEY
                   MOVE 1 TO MC-SAP(MC-WHICH)
           END-READ.
           MOVE MC-ID TO CN-ID.
           READ CONTACT-MASTER
               NOT INVALID KEY
                   MOVE 1 TO MC-CONTACT(MC-WHICH)
           END-READ.
           PERFORM L4-START-GRADES.
           PERFORM L4-COUNT-NEXT-GRADE
               UNTIL GR-EOF = 'FALSE'.
           PERFORM L4-START-HOLDS.
           PERFORM L4-COUNT-NEXT-HOLD
               UNTIL HL-EOF = 'FALSE'.

       L4-START-GRADES.
           MOVE 'TRUE '    TO GR-EOF.
           MOVE MC-ID      TO GR-ID.
           MOVE LOW-VALUES TO GR-COURSE.
           MOVE LOW-VALUES TO GR-TERM.
           START GRADE-MASTER
               KEY IS NOT LESS THAN GR-KEY
               INVALID KEY
                   MOVE 'FALSE' TO GR-EOF
           END-START.

       L4-COUNT-NEXT-GRADE.
           READ GRADE-MASTER NEXT RECORD
               AT END
                   MOVE 'FALSE' TO GR-EOF
               NOT AT END
                   IF GR-ID NOT = MC-ID
                       MOVE 'FALSE' TO GR-EOF
                   ELSE
                       ADD 1 TO MC-GRADES(MC-WHICH)
                   END-IF
           END-READ.

       L4-START-HOLDS.
           MOVE 'TRUE '    TO HL-EOF.
           MOVE MC-ID      TO HL-ID.
           MOVE LOW-VALUES TO HL-TYPE.
           MOVE LOW-VALUES TO HL-PLACED.
           START HOLD-MASTER
               KEY IS NOT LESS THAN HL-KEY
               INVALID KEY
                   MOVE 'FALSE' TO HL-EOF
           END-START.

       L4-COUNT-NEXT-HOLD.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   MOVE 'FALSE' TO HL-EOF
               NOT AT END
                   IF HL-ID NOT = MC-ID
                       MOVE 'FALSE' TO HL-EOF
                   ELSE
                       ADD 1 TO MC-HOLDS(MC-WHICH)
                   END-IF
           END-READ.

      * Gathers the retired ID's rows, then re-keys them one at a
      * time by key.
       L4-MOVE-GRADES.
           MOVE 0 TO GT-COUNT.
           MOVE MP-RETIRED TO MC-ID.
           PERFORM L4-START-GRADES.
           PERFORM L4-GATHER-NEXT-GRADE
               UNTIL GR-EOF = 'FALSE'.
           IF GT-COUNT > 0
               PERFORM L4-REKEY-GRADE
                   VARYING GT-SCAN FROM 1 BY 1
                       UNTIL GT-SCAN > GT-COUNT
           END-IF.

       L4-GATHER-NEXT-GRADE.
           READ GRADE-MASTER NEXT RECORD
               AT END
                   MOVE 'FALSE' TO GR-EOF
               NOT AT END
                   IF GR-ID NOT = MP-RETIRED
                       MOVE 'FALSE' TO GR-EOF
                   ELSE
                       PERFORM L4-STORE-GRADE
                   END-IF
           END-READ.

       L4-STORE-GRADE.
           IF GT-COUNT >= 500
               DISPLAY 'CBLJRT36 - MERGE ABORTED'
               DISPLAY 'RETIRED ID ' MP-RETIRED ' HAS MORE GRADES '
                   'THAN THE GRADE TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO GT-COUNT.
           MOVE GR-Rec TO GT-ENTRY(GT-COUNT).

      * The survivor's WRITE does the collision test - a duplicate
      * key means the survivor already holds that course/term and
      * the retired row stays where it is.  Otherwise the retired
      * row is deleted, and both halves are journaled.
       L4-REKEY-GRADE.
           MOVE GT-ENTRY(GT-SCAN) TO RS-OLD-GRADE.
           MOVE RS-OLD-GRADE      TO GR-Rec.
           MOVE MP-SURVIVOR       TO GR-ID.
           MOVE MP-RETIRED        TO D-ID.
           MOVE 'GRADE'           TO D-FILE.
           MOVE GR-COURSE         TO D-ROW.
           MOVE GR-TERM           TO D-ROW(10:5).
           MOVE RS-OLD-GRADE      TO D-IMAGE.
           WRITE GR-Rec
               INVALID KEY
                   ADD 1 TO MP-COLLISIONS
                   ADD 1 TO COLL-CTR
                   MOVE 'COLLISION - SURVIVOR HOLDS COURSE/TERM'
                       TO D-ACTION
               NOT INVALID KEY
                   MOVE SPACES       TO GJ-BEFORE
                   MOVE GR-Rec       TO GJ-AFTER
                   MOVE GR-KEY       TO GJ-KEY
                   PERFORM L4-WRITE-GRADE-JOURNAL
                   PERFORM L4-DELETE-OLD-GRADE
           END-WRITE.
           WRITE MRGLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

       L4-DELETE-OLD-GRADE.
           MOVE RS-OLD-GRADE TO GR-Rec.
           DELETE GRADE-MASTER RECORD
               INVALID KEY
                   MOVE 'ADDED TO SURVIVOR - OLD ROW KEPT'
                       TO D-ACTION
                   ADD 1 TO MP-COLLISIONS
               NOT INVALID KEY
                   MOVE 'RE-KEYED TO SURVIVOR' TO D-ACTION
                   ADD 1 TO MOVED-CTR
                   MOVE RS-OLD-GRADE TO GJ-BEFORE
                   MOVE SPACES       TO GJ-AFTER
                   MOVE GR-KEY       TO GJ-KEY
                   PERFORM L4-WRITE-GRADE-JOURNAL
           END-DELETE.

      * Holds move the way the grades do - gathered, then each
      * WRITTEN under the survivor and deleted under the retired
      * ID.  The hold file has no journal, so each row's before
      * image prints on the report.
       L4-MOVE-HOLDS.
           MOVE 0 TO HT-COUNT.
           MOVE MP-RETIRED TO MC-ID.
           PERFORM L4-START-HOLDS.
           PERFORM L4-GATHER-NEXT-HOLD
               UNTIL HL-EOF = 'FALSE'.
           IF HT-COUNT > 0
               PERFORM L4-REKEY-HOLD
                   VARYING HT-SCAN FROM 1 BY 1
                       UNTIL HT-SCAN > HT-COUNT
           END-IF.

       L4-GATHER-NEXT-HOLD.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   MOVE 'FALSE' TO HL-EOF
               NOT AT END
                   IF HL-ID NOT = MP-RETIRED
                       MOVE 'FALSE' TO HL-EOF
                   ELSE
                       PERFORM L4-STORE-HOLD
                   END-IF
           END-READ.

       L4-STORE-HOLD.
           IF HT-COUNT >= 50
               DISPLAY 'CBLJRT36 - MERGE ABORTED'
               DISPLAY 'RETIRED ID ' MP-RETIRED ' HAS MORE HOLDS '
                   'THAN THE HOLD TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO HT-COUNT.
           MOVE HL-Rec TO HT-ENTRY(HT-COUNT).

      * A duplicate key means the survivor already has a hold of
      * that type placed that day - a collision, left for the
      * registrar to settle through CBLJRT31.
       L4-REKEY-HOLD.
           MOVE HT-ENTRY(HT-SCAN) TO RS-OLD-HOLD.
           MOVE RS-OLD-HOLD       TO HL-Rec.
           MOVE MP-SURVIVOR       TO HL-ID.
           MOVE MP-RETIRED        TO D-ID.
           MOVE 'HOLD'            TO D-FILE.
           MOVE HL-TYPE           TO D-ROW.
           MOVE HL-PLACED         TO D-ROW(4:8).
           MOVE RS-OLD-HOLD       TO D-IMAGE.
           WRITE HL-Rec
               INVALID KEY
                   ADD 1 TO MP-COLLISIONS
                   ADD 1 TO COLL-CTR
                   MOVE 'COLLISION - SURVIVOR HOLDS TYPE/DATE'
                       TO D-ACTION
               NOT INVALID KEY
                   PERFORM L4-DELETE-OLD-HOLD
           END-WRITE.
           WRITE MRGLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

       L4-DELETE-OLD-HOLD.
           MOVE RS-OLD-HOLD TO HL-Rec.
           DELETE HOLD-MASTER RECORD
               INVALID KEY
                   MOVE 'ADDED TO SURVIVOR - OLD ROW KEPT'
                       TO D-ACTION
                   ADD 1 TO MP-COLLISIONS
               NOT INVALID KEY
                   MOVE 'RE-KEYED TO SURVIVOR' TO D-ACTION
                   ADD 1 TO HOLD-MOVED-CTR
           END-DELETE.

      * The survivor's own major wins; otherwise the retired ID's
      * row moves across.  The retired row goes either way.
       L4-RESOLVE-MAJOR.
           MOVE MP-RETIRED TO MJ-ID.
           READ MAJOR-MASTER
               INVALID KEY
                   MOVE SPACES TO RS-RETIRED-MAJOR
               NOT INVALID KEY
                   MOVE MJ-REC TO RS-RETIRED-MAJOR
           END-READ.
           IF RS-RETIRED-MAJOR NOT = SPACES
               MOVE MP-RETIRED       TO D-ID
               MOVE 'MAJOR'          TO D-FILE
               MOVE MJ-CODE          TO D-ROW
               MOVE RS-RETIRED-MAJOR TO D-IMAGE
               DELETE MAJOR-MASTER RECORD
                   INVALID KEY
                       MOVE 'DELETE FAILED - RETIRED ROW KEPT'
                           TO D-ACTION
                   NOT INVALID KEY
                       PERFORM L4-MOVE-MAJOR
               END-DELETE
               WRITE MRGLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
           END-IF.

       L4-MOVE-MAJOR.
           MOVE MP-SURVIVOR TO MJ-ID.
           READ MAJOR-MASTER
               INVALID KEY
                   MOVE RS-RETIRED-MAJOR TO MJ-REC
                   MOVE MP-SURVIVOR      TO MJ-ID
                   WRITE MJ-REC
                       INVALID KEY
                           MOVE 'MOVE FAILED - RETIRED ROW DELETED'
                               TO D-ACTION
                       NOT INVALID KEY
                           MOVE 'RE-KEYED TO SURVIVOR' TO D-ACTION
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'DROPPED - SURVIVOR HAS ITS OWN MAJOR'
                       TO D-ACTION
           END-READ.

      * The worse standing of the two stays on the survivor, with
      * the term and date it was set and the standing carried
      * into that term.
       L4-RESOLVE-STANDING.
           MOVE MP-RETIRED TO SD-ID.
           READ STANDING-MASTER
               INVALID KEY
                   MOVE SPACES TO RS-RETIRED-STANDING
               NOT INVALID KEY
                   MOVE SD-REC TO RS-RETIRED-STANDING
           END-READ.
           IF RS-RETIRED-STANDING NOT = SPACES
               MOVE MP-RETIRED          TO D-ID
               MOVE 'STANDING'          TO D-FILE
               MOVE RS-RT-STANDING      TO D-ROW
               MOVE RS-RETIRED-STANDING TO D-IMAGE
               DELETE STANDING-MASTER RECORD
                   INVALID KEY
                       MOVE 'DELETE FAILED - RETIRED ROW KEPT'
                           TO D-ACTION
                   NOT INVALID KEY
                       PERFORM L4-MOVE-STANDING
               END-DELETE
               WRITE MRGLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
           END-IF.

       L4-MOVE-STANDING.
           MOVE RS-RT-STANDING TO RS-RANK-HOLD.
           PERFORM L4-RANK-STANDING.
           MOVE RS-RANK TO RS-RET-RANK.
           MOVE MP-SURVIVOR TO SD-ID.
           READ STANDING-MASTER
               INVALID KEY
                   MOVE RS-RETIRED-STANDING TO SD-REC
                   MOVE MP-SURVIVOR         TO SD-ID
                   WRITE SD-REC
                       INVALID KEY
                           MOVE 'MOVE FAILED - RETIRED ROW DELETED'
                               TO D-ACTION
                       NOT INVALID KEY
                           MOVE 'RE-KEYED TO SURVIVOR' TO D-ACTION
                   END-WRITE
               NOT INVALID KEY
                   MOVE SD-STANDING TO RS-RANK-HOLD
                   PERFORM L4-RANK-STANDING
                   MOVE RS-RANK TO RS-SURV-RANK
                   IF RS-RET-RANK > RS-SURV-RANK
                       MOVE RS-RT-STANDING TO SD-STANDING
                       MOVE RS-RT-TERM     TO SD-TERM
                       MOVE RS-RT-DATE     TO SD-DATE
                       MOVE RS-RT-PRIOR    TO SD-PRIOR-STANDING
                       REWRITE SD-REC
                           INVALID KEY
                               MOVE 'REWRITE FAILED - SURVIVOR KEPT'
                                   TO D-ACTION
                           NOT INVALID KEY
                               MOVE 'WORSE - CARRIED TO SURVIVOR'
                                   TO D-ACTION
                       END-REWRITE
                   ELSE
                       MOVE 'DROPPED - SURVIVOR NO BETTER'
                           TO D-ACTION
                   END-IF
           END-READ.

      * The worse SAP status of the two stays on the survivor -
      * MEETS, then WARNING, then SUSPENDED - with the term, date,
      * and prior status that came with it, the way standing
      * resolves.
       L4-RESOLVE-SAP.
           MOVE MP-RETIRED TO SP-ID.
           READ SAP-MASTER
               INVALID KEY
                   MOVE SPACES TO RS-RETIRED-SAP
               NOT INVALID KEY
                   MOVE SP-REC TO RS-RETIRED-SAP
           END-READ.
           IF RS-RETIRED-SAP NOT = SPACES
               MOVE MP-RETIRED          TO D-ID
               MOVE 'SAP'               TO D-FILE
               MOVE RS-RP-STATUS        TO D-ROW
               MOVE RS-RETIRED-SAP      TO D-IMAGE
               DELETE SAP-MASTER RECORD
                   INVALID KEY
                       MOVE 'DELETE FAILED - RETIRED ROW KEPT'
                           TO D-ACTION
                   NOT INVALID KEY
                       PERFORM L4-MOVE-SAP
               END-DELETE
               WRITE MRGLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
           END-IF.

       L4-MOVE-SAP.
           MOVE RS-RP-STATUS TO RS-RANK-HOLD.
           PERFORM L4-RANK-SAP.
           MOVE RS-RANK TO RS-RET-RANK.
           MOVE MP-SURVIVOR TO SP-ID.
           READ SAP-MASTER
               INVALID KEY
                   MOVE RS-RETIRED-SAP TO SP-REC
                   MOVE MP-SURVIVOR    TO SP-ID
                   WRITE SP-REC
                       INVALID KEY
                           MOVE 'MOVE FAILED - RETIRED ROW DELETED'
                               TO D-ACTION
                       NOT INVALID KEY
                           MOVE 'RE-KEYED TO SURVIVOR' TO D-ACTION
                   END-WRITE
               NOT INVALID KEY
                   MOVE SP-STATUS TO RS-RANK-HOLD
                   PERFORM L4-RANK-SAP
                   MOVE RS-RANK TO RS-SURV-RANK
                   IF RS-RET-RANK > RS-SURV-RANK
                       MOVE RS-RP-STATUS   TO SP-STATUS
                       MOVE RS-RP-TERM     TO SP-TERM
                       MOVE RS-RP-DATE     TO SP-DATE
                       MOVE RS-RP-PRIOR    TO SP-PRIOR-STATUS
                       REWRITE SP-REC
                           INVALID KEY
                               MOVE 'REWRITE FAILED - SURVIVOR KEPT'
                                   TO D-ACTION
                           NOT INVALID KEY
                               MOVE 'WORSE - CARRIED TO SURVIVOR'
                                   TO D-ACTION
                       END-REWRITE
                   ELSE
                       MOVE 'DROPPED - SURVIVOR NO BETTER'
                           TO D-ACTION
                   END-IF
           END-READ.

      * The contact row resolves the way the major does - the
      * survivor's own row wins, otherwise the retired ID's row
      * moves across.  The before image runs 150 bytes, so it
      * prints across three lines.
       L4-RESOLVE-CONTACT.
           MOVE MP-RETIRED TO CN-ID.
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE SPACES TO RS-RETIRED-CONTACT
               NOT INVALID KEY
                   MOVE CN-Rec TO RS-RETIRED-CONTACT
           END-READ.
           IF RS-RETIRED-CONTACT NOT = SPACES
               MOVE MP-RETIRED       TO D-ID
               MOVE 'CONTACT'        TO D-FILE
               MOVE SPACES           TO D-ROW
               MOVE RS-RETIRED-CONTACT(1:50) TO D-IMAGE
               DELETE CONTACT-MASTER RECORD
                   INVALID KEY
                       MOVE 'DELETE FAILED - RETIRED ROW KEPT'
                           TO D-ACTION
                   NOT INVALID KEY
                       PERFORM L4-MOVE-CONTACT
               END-DELETE
               WRITE MRGLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               MOVE SPACES TO DETAIL-LINE
               MOVE RS-RETIRED-CONTACT(51:50) TO D-IMAGE
               WRITE MRGLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               MOVE RS-RETIRED-CONTACT(101:50) TO D-IMAGE
               WRITE MRGLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
           END-IF.

       L4-MOVE-CONTACT.
           MOVE MP-SURVIVOR TO CN-ID.
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE RS-RETIRED-CONTACT TO CN-Rec
                   MOVE MP-SURVIVOR        TO CN-ID
                   WRITE CN-Rec
                       INVALID KEY
                           MOVE 'MOVE FAILED - RETIRED ROW DELETED'
                               TO D-ACTION
                       NOT INVALID KEY
                           MOVE 'RE-KEYED TO SURVIVOR' TO D-ACTION
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'DROPPED - SURVIVOR HAS ITS OWN CONTACT'
                       TO D-ACTION
           END-READ.

       L4-RANK-STANDING.
           EVALUATE RS-RANK-HOLD
               WHEN 'G'
                   MOVE 1 TO RS-RANK
               WHEN 'W'
                   MOVE 2 TO RS-RANK
               WHEN 'P'
                   MOVE 3 TO RS-RANK
               WHEN 'S'
                   MOVE 4 TO RS-RANK
               WHEN OTHER
                   MOVE 0 TO RS-RANK
           END-EVALUATE.

       L4-RANK-SAP.
           EVALUATE RS-RANK-HOLD
               WHEN 'M'
                   MOVE 1 TO RS-RANK
               WHEN 'W'
                   MOVE 2 TO RS-RANK
               WHEN 'S'
                   MOVE 3 TO RS-RANK
               WHEN OTHER
                   MOVE 0 TO RS-RANK
           END-EVALUATE.

      * The retired master record is deleted and journaled, so a
      * CBLJRT09 backout re-adds it from the before-image.
       L4-RETIRE-MASTER.
           MOVE MP-RETIRED         TO D-ID.
           MOVE 'MASTER'           TO D-FILE.
           MOVE SPACES             TO D-ROW.
           MOVE MP-RETIRED-MASTER  TO D-IMAGE.
           MOVE MP-RETIRED         TO I-ID.
           DELETE STUDENT-MASTER RECORD
               INVALID KEY
                   MOVE 'DELETE FAILED - RETIRED RECORD KEPT'
                       TO D-ACTION
               NOT INVALID KEY
                   MOVE 'RETIRED RECORD DELETED' TO D-ACTION
                   ADD 1 TO RETIRED-CTR
                   MOVE MP-RETIRED-MASTER TO JR-BEFORE
                   MOVE SPACES            TO JR-AFTER
                   PERFORM L4-WRITE-MASTER-JOURNAL
           END-DELETE.
           WRITE MRGLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

      * Journal stamps are taken fresh per record, the same as
      * CBLJRT02 and CBLJRT05, so a point-in-time backout can
      * split a merge run.  The caller has set the images (and,
      * for grades, the key).
       L4-WRITE-GRADE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YEAR    TO GJ-YEAR.
           MOVE CURRENT-MONTH   TO GJ-MONTH.
           MOVE CURRENT-DAY     TO GJ-DAY.
           MOVE CURRENT-TIME    TO GJ-TIME.
           MOVE 'M'             TO GJ-TX-CODE.
           WRITE GJ-Rec.

       L4-WRITE-MASTER-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YEAR    TO JR-YEAR.
           MOVE CURRENT-MONTH   TO JR-MONTH.
           MOVE CURRENT-DAY     TO JR-DAY.
           MOVE CURRENT-TIME    TO JR-TIME.
           MOVE 'M'             TO JR-TX-CODE.
           MOVE MP-RETIRED      TO JR-ID.
           WRITE JR-Rec.

       L4-PRINT-COUNTS.
           WRITE MRGLINE FROM COUNT-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.
           MOVE 'SURVIVOR BEFORE ' TO CT-CAPTION.
           MOVE MP-SURVIVOR        TO CT-ID.
           MOVE 1                  TO MC-WHICH.
           PERFORM L4-PRINT-COUNT-LINE.
           MOVE 'SURVIVOR AFTER  ' TO CT-CAPTION.
           MOVE 3                  TO MC-WHICH.
           PERFORM L4-PRINT-COUNT-LINE.
           MOVE 'RETIRED BEFORE  ' TO CT-CAPTION.
           MOVE MP-RETIRED         TO CT-ID.
           MOVE 2                  TO MC-WHICH.
           PERFORM L4-PRINT-COUNT-LINE.
           MOVE 'RETIRED AFTER   ' TO CT-CAPTION.
           MOVE 4                  TO MC-WHICH.
           PERFORM L4-PRINT-COUNT-LINE.

       L4-PRINT-COUNT-LINE.
           MOVE MC-MASTER(MC-WHICH)   TO CT-MASTER.
           MOVE MC-GRADES(MC-WHICH)   TO CT-GRADES.
           MOVE MC-MAJOR(MC-WHICH)    TO CT-MAJOR.
           MOVE MC-STANDING(MC-WHICH) TO CT-STANDING.
           MOVE MC-HOLDS(MC-WHICH)    TO CT-HOLDS.
           MOVE MC-CONTACT(MC-WHICH)  TO CT-CONTACT.
           MOVE MC-SAP(MC-WHICH)      TO CT-SAP.
           WRITE MRGLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

      * Any grade moved means the survivor's I-GPA is stale until
      * the posting run recomputes it.
       L3-TOTALS.
           MOVE PAIR-CTR    TO T-PAIR-COUNT.
           MOVE MERGED-CTR  TO T-MERGED-COUNT.
           MOVE PARTIAL-CTR TO T-PARTIAL-COUNT.
           MOVE REJ-CTR     TO T-REJ-COUNT.
           MOVE MOVED-CTR   TO T-MOVED-COUNT.
           MOVE COLL-CTR    TO T-COLL-COUNT.
           WRITE MRGLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE RETIRED-CTR    TO T-RETIRED-COUNT.
           MOVE HOLD-MOVED-CTR TO T-HOLD-MOVED-COUNT.
           WRITE MRGLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           IF MOVED-CTR > 0
               WRITE MRGLINE FROM REPOST-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY 'CBLJRT36 - GRADES MERGED, RUN CBLJRT06 TO '
                   'RE-POST GPA'
           END-IF.

      * Appends this run's control totals to the nightly ledger.
      * The masters retired are the deletes CBLJRT35 takes off
      * CBLJRT02's in the master-change tie.
       L3-WRITE-LEDGER.
           MOVE ZEROS TO LG-Rec.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT CYCLE-DATE-FILE.
           READ CYCLE-DATE-FILE
               AT END
                   MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-CYCLE-DATE
               NOT AT END
                   MOVE CD-CYCLE-DATE TO LG-CYCLE-DATE
           END-READ.
           CLOSE CYCLE-DATE-FILE.
           MOVE 'CBLJRT36' TO LG-PROGRAM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-RUN-DATE.
           MOVE CURRENT-TIME(1:6) TO LG-RUN-TIME.
           MOVE PAIR-CTR    TO LG-READ.
           MOVE REJ-CTR     TO LG-REJECTED.
           MOVE RETIRED-CTR TO LG-APPLIED.
           MOVE RETIRED-CTR TO LG-DELETED.
           OPEN EXTEND LEDGER-FILE.
           WRITE LG-Rec.
           CLOSE LEDGER-FILE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
           WRITE MRGLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.

       end program CBLJRT36.
