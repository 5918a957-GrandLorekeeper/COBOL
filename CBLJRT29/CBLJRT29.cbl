       identification division.
       program-id. CBLJRT29.

      *----------------------------------------------------------*
      * Applies ADD/CHANGE/DELETE transactions directly against  *
      * the (indexed) course catalog by CR-COURSE - WRITE for    *
      * ADD, REWRITE for CHANGE, DELETE for DELETE, each         *
      * protected by the file's own duplicate/not-found key      *
      * checking, the same pattern CBLJRT17 uses on the major    *
      * file.  The transactions come in through CBLJRT28's       *
      * front-end edit - this is its cleaned output, not the raw *
      * keyed file.  They are sorted by course code purely so    *
      * the run log reads in code order.                         *
      * A course the college stops offering should be retired    *
      * (a CHANGE to status R), not deleted: CBLJRT05 refuses    *
      * new grades against a retired course, but the transcript  *
      * still finds its title for the grades already posted.     *
      * DELETE is for a code keyed in error that never carried   *
      * a grade.                                                 *
      *----------------------------------------------------------*

       environment division.
      * OPTIONAL so the first maintenance run creates the catalog -
      * nothing else in the shop loads it.
           SELECT OPTIONAL COURSE-MASTER
               ASSIGN TO 'C:\COBOLWI19\CRSCAT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CR-COURSE.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOLWI19\CRSTRC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CS-SORT-FILE
               ASSIGN TO 'CSSRTWK'.
           SELECT CS-SORTOUT
               ASSIGN TO 'C:\COBOLWI19\CSSORT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-RPT
               ASSIGN TO 'C:\COBOLWI19\CRSMNT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
       FD  COURSE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS.
           COPY CRSLAY.

      * Cleaned transactions off CBLJRT28 - code, then the same
      * five fields a CRSCAT.DAT record carries.
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  CT-REC.
           05  CT-CODE                 PIC X.
           05  CT-COURSE               PIC X(8).
           05  CT-TITLE                PIC X(30).
           05  CT-DEPT                 PIC X(4).
           05  CT-CREDITS              PIC 99.
           05  CT-STATUS               PIC X.

      * Work sort - orders the transactions by course code purely
      * so the run log reads in code order; the update itself is
      * by key and does not depend on transaction order.
       SD  CS-SORT-FILE.
       01  CK-REC.
           05  CK-CODE                 PIC X.
           05  CK-COURSE               PIC X(8).
           05  CK-TITLE                PIC X(30).
           05  CK-DEPT                 PIC X(4).
           05  CK-CREDITS              PIC 99.
           05  CK-STATUS               PIC X.

       FD  CS-SORTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-OUT-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  CS-OUT-REC                  PIC X(46).

       FD  MAINT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MNTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  MNTLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  ADD-CTR                 PIC 999     VALUE 0.
           05  CHG-CTR                 PIC 999     VALUE 0.
           05  DEL-CTR                 PIC 999     VALUE 0.
           05  REJ-CTR                 PIC 999     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * Current transaction record.
       01  CC-REC.
           05  CC-CODE                 PIC X.
               88  CT-IS-ADD            VALUE 'A'.
               88  CT-IS-CHANGE         VALUE 'C'.
               88  CT-IS-DELETE         VALUE 'D'.
           05  CC-COURSE               PIC X(8).
           05  CC-TITLE                PIC X(30).
           05  CC-DEPT                 PIC X(4).
           05  CC-CREDITS              PIC 99.
           05  CC-STATUS               PIC X.

       01  Maint-Log-Fields.
           05  MT-ACTION               PIC X(10).
           05  MT-REASON               PIC X(30).

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  TITLE-DATE.
               10  TITLE-MONTH         PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-DAY           PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-YEAR          PIC X(4).
           05  FILLER                  PIC X(28)   VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE 'COURSE CATALOG MAINTENANCE RUN LOG'.
           05  FILLER                  PIC X(44)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  COL-HEADING2.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'COURSE'.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'TITLE'.
           05  FILLER                  PIC X(26)   VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'DEPT'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(3)    VALUE 'CRS'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(2)    VALUE 'ST'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'ACTION'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'REASON'.

       01  DETAIL-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-COURSE                PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-TITLE                 PIC X(30).
           05  FILLER                  PIC X       VALUE SPACES.
           05  D-DEPT                  PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-CREDITS               PIC Z9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-STATUS                PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-ACTION                PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-REASON                PIC X(30).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'ADDED: '.
           05  T-ADD-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'CHANGED: '.
           05  T-CHG-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'DELETED: '.
           05  T-DEL-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'REJECTED: '.
           05  T-REJ-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(44)   VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           PERFORM L2-Mainline
               UNTIL EOF = 'FALSE'.
           PERFORM L2-Closing.
           STOP RUN.

       L2-Init.
           SORT CS-SORT-FILE
               ON ASCENDING KEY CK-COURSE
               USING TRANS-FILE
               GIVING CS-SORTOUT.
           OPEN INPUT CS-SORTOUT.
           OPEN I-O COURSE-MASTER.
           OPEN OUTPUT MAINT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-YEAR   TO  TITLE-YEAR.
           PERFORM L4-HEADING.
           PERFORM L3-READ-TRANS.

       L2-Mainline.
           PERFORM L3-APPLY-TRANS.
           PERFORM L3-READ-TRANS.

       L2-Closing.
           PERFORM L3-TOTALS.
           CLOSE CS-SORTOUT.
           CLOSE COURSE-MASTER.
           CLOSE MAINT-RPT.

       L3-APPLY-TRANS.
           EVALUATE TRUE
               WHEN CT-IS-ADD
                   PERFORM L4-APPLY-ADD
               WHEN CT-IS-CHANGE
                   PERFORM L4-APPLY-CHANGE
               WHEN CT-IS-DELETE
                   PERFORM L4-APPLY-DELETE
               WHEN OTHER
                   PERFORM L4-APPLY-INVALID
           END-EVALUATE.

      * WRITE's own duplicate-key check does the "already on
      * file" test for us - no separate lookup needed before
      * adding.
       L4-APPLY-ADD.
           PERFORM L4-BUILD-COURSE-REC.
           WRITE CR-Rec
               INVALID KEY
                   MOVE 'REJECTED'  TO MT-ACTION
                   MOVE 'DUPLICATE COURSE - NOT ADDED' TO MT-REASON
                   ADD 1 TO REJ-CTR
               NOT INVALID KEY
                   MOVE 'ADDED'     TO MT-ACTION
                   MOVE SPACES      TO MT-REASON
                   ADD 1 TO ADD-CTR
           END-WRITE.
           PERFORM L4-LOG-TRANS.

       L4-APPLY-CHANGE.
           PERFORM L4-BUILD-COURSE-REC.
           REWRITE CR-Rec
               INVALID KEY
                   MOVE 'REJECTED'  TO MT-ACTION
                   MOVE 'COURSE NOT IN CATALOG' TO MT-REASON
                   ADD 1 TO REJ-CTR
               NOT INVALID KEY
                   MOVE 'CHANGED'   TO MT-ACTION
                   MOVE SPACES      TO MT-REASON
                   ADD 1 TO CHG-CTR
           END-REWRITE.
           PERFORM L4-LOG-TRANS.

       L4-APPLY-DELETE.
           MOVE CC-COURSE TO CR-COURSE.
           DELETE COURSE-MASTER RECORD
               INVALID KEY
                   MOVE 'REJECTED'  TO MT-ACTION
                   MOVE 'COURSE NOT IN CATALOG' TO MT-REASON
                   ADD 1 TO REJ-CTR
               NOT INVALID KEY
                   MOVE 'DELETED'   TO MT-ACTION
                   MOVE SPACES      TO MT-REASON
                   ADD 1 TO DEL-CTR
           END-DELETE.
           PERFORM L4-LOG-TRANS.

       L4-APPLY-INVALID.
           MOVE 'REJECTED'      TO MT-ACTION.
           MOVE 'INVALID TRANSACTION CODE' TO MT-REASON.
           ADD 1 TO REJ-CTR.
           PERFORM L4-LOG-TRANS.

       L4-BUILD-COURSE-REC.
           MOVE CC-COURSE  TO CR-COURSE.
           MOVE CC-TITLE   TO CR-TITLE.
           MOVE CC-DEPT    TO CR-DEPT.
           MOVE CC-CREDITS TO CR-CREDITS.
           MOVE CC-STATUS  TO CR-STATUS.

       L4-LOG-TRANS.
           MOVE CC-COURSE  TO D-COURSE.
           MOVE CC-TITLE   TO D-TITLE.
           MOVE CC-DEPT    TO D-DEPT.
           MOVE CC-CREDITS TO D-CREDITS.
           MOVE CC-STATUS  TO D-STATUS.
           MOVE MT-ACTION  TO D-ACTION.
           MOVE MT-REASON  TO D-REASON.
           WRITE MNTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

       L3-READ-TRANS.
           READ CS-SORTOUT INTO CC-REC
               AT END
                   MOVE 'FALSE' TO EOF.

       L3-TOTALS.
           MOVE ADD-CTR TO T-ADD-COUNT.
           MOVE CHG-CTR TO T-CHG-COUNT.
           MOVE DEL-CTR TO T-DEL-COUNT.
           MOVE REJ-CTR TO T-REJ-COUNT.
           WRITE MNTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
           WRITE MNTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE MNTLINE FROM COL-HEADING2
             AFTER ADVANCING 2 LINE.

       end program CBLJRT29.
