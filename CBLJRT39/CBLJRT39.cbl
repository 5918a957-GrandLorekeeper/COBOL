       identification division.
       program-id. CBLJRT39.

      *----------------------------------------------------------*
      * Applies ADD/CHANGE/DELETE transactions directly against  *
      * the (indexed) term calendar by TC-TERM - WRITE for ADD,  *
      * REWRITE for CHANGE, DELETE for DELETE, each protected by *
      * the file's own duplicate/not-found key checking, the     *
      * same pattern CBLJRT29 uses on the course catalog.        *
      * The calendar is the one place the current term is kept:  *
      * the term-end runs (CBLJRT24, CBLJRT27, CBLJRT38) stamp   *
      * the term in GRADING status, the archive (CBLJRT25) takes *
      * the latest CLOSED term, and CBLJRT05 refuses grades for  *
      * a closed term or one past its grade-entry deadline.  So  *
      * every record is edited on the way in - dates real        *
      * CCYYMMDD, the end on or after the start, the deadline on *
      * or after the end, status O, G or C - and only one term   *
      * may be in GRADING at a time.  A CHANGE need carry only   *
      * the fields being changed; blank fields keep what is on   *
      * file, so closing a term is a CHANGE with status C and    *
      * nothing else.  The transactions are sorted by term code  *
      * so the run log reads in term order.  A batch that moves  *
      * a term into GRADING is refused while another is still    *
      * GRADING, so close the old term in an earlier run when    *
      * its code sorts after the new one.  DELETE is for a term  *
      * keyed in error; a term that has run its course is        *
      * CLOSED, not deleted.                                     *
      *----------------------------------------------------------*

       environment division.
      * OPTIONAL so the first maintenance run creates the calendar
      * - nothing else in the shop loads it.
           SELECT OPTIONAL TERM-CALENDAR
               ASSIGN TO 'C:\COBOLWI19\TERMCAL.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-TERM.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOLWI19\TERMTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TS-SORT-FILE
               ASSIGN TO 'TCSRTWK'.
           SELECT TS-SORTOUT
               ASSIGN TO 'C:\COBOLWI19\TCSORT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-RPT
               ASSIGN TO 'C:\COBOLWI19\TERMMNT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
       FD  TERM-CALENDAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY CALLAY.

      * Transaction code, then the same five fields a TERMCAL.DAT
      * record carries.
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TT-REC
           RECORD CONTAINS 31 CHARACTERS.
       01  TT-REC.
           05  TT-CODE                 PIC X.
           05  TT-TERM                 PIC X(5).
           05  TT-START-DATE           PIC X(8).
           05  TT-END-DATE             PIC X(8).
           05  TT-DEADLINE             PIC X(8).
           05  TT-STATUS               PIC X.

      * Work sort - orders the transactions by term code so the
      * run log reads in term order.
       SD  TS-SORT-FILE.
       01  TK-REC.
           05  TK-CODE                 PIC X.
           05  TK-TERM                 PIC X(5).
           05  TK-START-DATE           PIC X(8).
           05  TK-END-DATE             PIC X(8).
           05  TK-DEADLINE             PIC X(8).
           05  TK-STATUS               PIC X.

       FD  TS-SORTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TS-OUT-REC
           RECORD CONTAINS 31 CHARACTERS.
       01  TS-OUT-REC                  PIC X(31).

       FD  MAINT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MNTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  MNTLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  CAL-EOF                 PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  ADD-CTR                 PIC 999     VALUE 0.
           05  CHG-CTR                 PIC 999     VALUE 0.
           05  DEL-CTR                 PIC 999     VALUE 0.
           05  REJ-CTR                 PIC 999     VALUE 0.
           05  GRADING-CTR             PIC 99      VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * Current transaction record.
       01  TN-REC.
           05  TN-CODE                 PIC X.
               88  TT-IS-ADD            VALUE 'A'.
               88  TT-IS-CHANGE         VALUE 'C'.
               88  TT-IS-DELETE         VALUE 'D'.
           05  TN-TERM                 PIC X(5).
           05  TN-START-DATE           PIC X(8).
           05  TN-END-DATE             PIC X(8).
           05  TN-DEADLINE             PIC X(8).
           05  TN-STATUS               PIC X.

      * The calendar record being built for the WRITE or REWRITE -
      * held apart from TC-Rec because the one-term-in-GRADING
      * check walks the file through the record area.
       01  TH-REC.
           05  TH-TERM                 PIC X(5).
           05  TH-START-DATE           PIC X(8).
           05  FILLER REDEFINES TH-START-DATE.
               10  TH-START-NUM        PIC 9(8).
           05  TH-END-DATE             PIC X(8).
           05  FILLER REDEFINES TH-END-DATE.
               10  TH-END-NUM          PIC 9(8).
           05  TH-DEADLINE             PIC X(8).
           05  FILLER REDEFINES TH-DEADLINE.
               10  TH-DEADLINE-NUM     PIC 9(8).
           05  TH-STATUS               PIC X.
               88  TH-STATUS-OK         VALUE 'O' 'G' 'C'.
               88  TH-GRADING           VALUE 'G'.

       01  Maint-Log-Fields.
           05  MT-ACTION               PIC X(10).
           05  MT-REASON               PIC X(30).

      * Set by L4-EDIT-TERM when an ADD or CHANGE fails a rule;
      * MT-REASON already carries the why.
       01  Term-Edit-Fields.
           05  TE-EDIT-BAD             PIC X       VALUE 'N'.

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  TITLE-DATE.
               10  TITLE-MONTH         PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-DAY           PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-YEAR          PIC X(4).
           05  FILLER                  PIC X(29)   VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE 'TERM CALENDAR MAINTENANCE RUN LOG'.
           05  FILLER                  PIC X(45)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  COL-HEADING2.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'TERM'.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'START'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(3)    VALUE 'END'.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'DEADLINE'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(2)    VALUE 'ST'.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'ACTION'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'REASON'.

       01  DETAIL-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-TERM                  PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-START-DATE            PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-END-DATE              PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-DEADLINE              PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-STATUS                PIC X.
           05  FILLER                  PIC X(2)    VALUE SPACES.
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
           SORT TS-SORT-FILE
               ON ASCENDING KEY TK-TERM
               USING TRANS-FILE
               GIVING TS-SORTOUT.
           OPEN INPUT TS-SORTOUT.
           OPEN I-O TERM-CALENDAR.
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
           CLOSE TS-SORTOUT.
           CLOSE TERM-CALENDAR.
           CLOSE MAINT-RPT.

       L3-APPLY-TRANS.
           EVALUATE TRUE
               WHEN TT-IS-ADD
                   PERFORM L4-APPLY-ADD
               WHEN TT-IS-CHANGE
                   PERFORM L4-APPLY-CHANGE
               WHEN TT-IS-DELETE
                   PERFORM L4-APPLY-DELETE
               WHEN OTHER
                   PERFORM L4-APPLY-INVALID
           END-EVALUATE.

      * An ADD carries the whole record, so it is edited as keyed
      * before WRITE's own duplicate-key check is trusted.
       L4-APPLY-ADD.
           MOVE TN-TERM         TO TH-TERM.
           MOVE TN-START-DATE   TO TH-START-DATE.
           MOVE TN-END-DATE     TO TH-END-DATE.
           MOVE TN-DEADLINE     TO TH-DEADLINE.
           MOVE TN-STATUS       TO TH-STATUS.
           PERFORM L4-EDIT-TERM.
           IF TE-EDIT-BAD = 'Y'
               PERFORM L4-REJECT-EDIT
           ELSE
               WRITE TC-Rec FROM TH-REC
                   INVALID KEY
                       MOVE 'REJECTED'  TO MT-ACTION
                       MOVE 'DUPLICATE TERM - NOT ADDED'
                           TO MT-REASON
                       ADD 1 TO REJ-CTR
                   NOT INVALID KEY
                       MOVE 'ADDED'     TO MT-ACTION
                       MOVE SPACES      TO MT-REASON
                       ADD 1 TO ADD-CTR
               END-WRITE
           END-IF.
           PERFORM L4-LOG-TRANS.

      * A CHANGE reads the term first and lays the card's non-blank
      * fields over it, so the edit sees the record as it will be
      * rewritten.  The READ's own not-found check does the "on
      * file" test.
       L4-APPLY-CHANGE.
           MOVE TN-TERM TO TC-TERM.
           READ TERM-CALENDAR
               INVALID KEY
                   MOVE 'REJECTED'  TO MT-ACTION
                   MOVE 'TERM NOT ON CALENDAR' TO MT-REASON
                   ADD 1 TO REJ-CTR
               NOT INVALID KEY
                   MOVE TC-Rec TO TH-REC
                   PERFORM L4-MERGE-CHANGE
                   PERFORM L4-EDIT-TERM
                   IF TE-EDIT-BAD = 'Y'
                       PERFORM L4-REJECT-EDIT
                   ELSE
                       REWRITE TC-Rec FROM TH-REC
                           INVALID KEY
                               MOVE 'REJECTED'  TO MT-ACTION
                               MOVE 'REWRITE FAILED' TO MT-REASON
                               ADD 1 TO REJ-CTR
                           NOT INVALID KEY
                               MOVE 'CHANGED'   TO MT-ACTION
                               MOVE SPACES      TO MT-REASON
                               ADD 1 TO CHG-CTR
                       END-REWRITE
                   END-IF
           END-READ.
           PERFORM L4-LOG-TRANS.

       L4-MERGE-CHANGE.
           IF TN-START-DATE NOT = SPACES
               MOVE TN-START-DATE TO TH-START-DATE
           END-IF.
           IF TN-END-DATE NOT = SPACES
               MOVE TN-END-DATE   TO TH-END-DATE
           END-IF.
           IF TN-DEADLINE NOT = SPACES
               MOVE TN-DEADLINE   TO TH-DEADLINE
           END-IF.
           IF TN-STATUS NOT = SPACES
               MOVE TN-STATUS     TO TH-STATUS
           END-IF.

       L4-APPLY-DELETE.
           MOVE TN-TERM TO TC-TERM.
           DELETE TERM-CALENDAR RECORD
               INVALID KEY
                   MOVE 'REJECTED'  TO MT-ACTION
                   MOVE 'TERM NOT ON CALENDAR' TO MT-REASON
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

      * Field rules on the record in TH-REC, then the one-term-in-
      * GRADING rule.  The first rule broken is the reason logged.
       L4-EDIT-TERM.
           MOVE 'N' TO TE-EDIT-BAD.
           EVALUATE TRUE
               WHEN TH-TERM = SPACES
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'TERM CODE MISSING' TO MT-REASON
               WHEN TH-START-DATE IS NOT NUMERIC
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'START DATE NOT CCYYMMDD' TO MT-REASON
               WHEN TH-END-DATE IS NOT NUMERIC
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'END DATE NOT CCYYMMDD' TO MT-REASON
               WHEN TH-DEADLINE IS NOT NUMERIC
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'DEADLINE NOT CCYYMMDD' TO MT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TH-START-NUM)
                       NOT = 0
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'START DATE NOT A CALENDAR DATE'
                       TO MT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TH-END-NUM)
                       NOT = 0
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'END DATE NOT A CALENDAR DATE' TO MT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TH-DEADLINE-NUM)
                       NOT = 0
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'DEADLINE NOT A CALENDAR DATE' TO MT-REASON
               WHEN TH-END-DATE < TH-START-DATE
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'END DATE BEFORE START DATE' TO MT-REASON
               WHEN TH-DEADLINE < TH-END-DATE
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'DEADLINE BEFORE END DATE' TO MT-REASON
               WHEN NOT TH-STATUS-OK
                   MOVE 'Y' TO TE-EDIT-BAD
                   MOVE 'STATUS NOT O, G OR C' TO MT-REASON
               WHEN TH-GRADING
                   PERFORM L4-CHECK-GRADING
           END-EVALUATE.

      * Walks the calendar for a term other than this one already
      * in GRADING - the term-end runs refuse to go with two.
       L4-CHECK-GRADING.
           MOVE 0 TO GRADING-CTR.
           MOVE 'TRUE ' TO CAL-EOF.
           MOVE LOW-VALUES TO TC-TERM.
           START TERM-CALENDAR KEY IS NOT LESS THAN TC-TERM
               INVALID KEY
                   MOVE 'FALSE' TO CAL-EOF
           END-START.
           PERFORM L4-READ-CALENDAR-NEXT.
           PERFORM L4-COUNT-GRADING
               UNTIL CAL-EOF = 'FALSE'.
           IF GRADING-CTR > 0
               MOVE 'Y' TO TE-EDIT-BAD
               MOVE 'ANOTHER TERM ALREADY GRADING' TO MT-REASON
           END-IF.

       L4-READ-CALENDAR-NEXT.
           IF CAL-EOF NOT = 'FALSE'
               READ TERM-CALENDAR NEXT RECORD
                   AT END
                       MOVE 'FALSE' TO CAL-EOF
               END-READ
           END-IF.

       L4-COUNT-GRADING.
           IF TC-GRADING AND TC-TERM NOT = TH-TERM
               ADD 1 TO GRADING-CTR
           END-IF.
           PERFORM L4-READ-CALENDAR-NEXT.

       L4-REJECT-EDIT.
           MOVE 'REJECTED'      TO MT-ACTION.
           ADD 1 TO REJ-CTR.

       L4-LOG-TRANS.
           MOVE TN-TERM         TO D-TERM.
           MOVE TN-START-DATE   TO D-START-DATE.
           MOVE TN-END-DATE     TO D-END-DATE.
           MOVE TN-DEADLINE     TO D-DEADLINE.
           MOVE TN-STATUS       TO D-STATUS.
           MOVE MT-ACTION       TO D-ACTION.
           MOVE MT-REASON       TO D-REASON.
           WRITE MNTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

       L3-READ-TRANS.
           READ TS-SORTOUT INTO TN-REC
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

       end program CBLJRT39.
