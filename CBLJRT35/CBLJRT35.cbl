       identification division.
       program-id. CBLJRT35.

      *----------------------------------------------------------*
      * Nightly control-total balancing - the clerk's morning    *
      * tie-out, run inside the night instead.  CBLJRT12, 11,    *
      * 02, 05, 10, and 19 each append their control totals to   *
      * the ledger (CTLLEDG.DAT) stamped with the cycle date     *
      * CBLJRT23 opened the night with; this run picks up that   *
      * night's records and ties each step to the next:          *
      *   CBLJRT12 feed in to its transactions out and drops;    *
      *   CBLJRT12 transactions out to CBLJRT11's records in     *
      *     (CBLJRT11 may read more - the hand-keyed             *
      *     transactions are merged in with the feed's - but     *
      *     never fewer);                                        *
      *   CBLJRT11 records in to clean plus rejected;            *
      *   CBLJRT11 clean to CBLJRT02's records in;               *
      *   CBLJRT02 records in to applied plus rejected;          *
      *   CBLJRT02 added less deleted, less the masters any      *
      *     duplicate-student merge (CBLJRT36) retired since     *
      *     the last backup, to the backup's count change        *
      *     (CBLJRT10);                                          *
      *   and the same two ties for CBLJRT05 and its backup      *
      *   (CBLJRT19), the count change netted the same way for   *
      *   the grades any term archive or retrieval (CBLJRT25)    *
      *   took off or put back since the last grade backup.      *
      * The nightly cycle runs this ahead of the backups so a    *
      * night that doesn't balance never cycles a good backup    *
      * generation out.  Until a backup has run, its count       *
      * change is projected exactly the way the backup will      *
      * compute it - the file's record count now, less the       *
      * count on the generation-control file from the last       *
      * backup - and marked PROJECTED; once the backup's own     *
      * ledger record is on file (a morning re-run) that is      *
      * used instead.  The last record a step wrote for the      *
      * cycle wins, so a step re-run after a fix ties on its     *
      * final figures.  CBLJRT36 and CBLJRT25 run on demand      *
      * rather than in the cycle, so their records are summed    *
      * instead - every run between the last night's backup and  *
      * tonight's.                                               *
      * One page; RETURN-CODE 8 when anything fails to tie or a  *
      * step has no ledger record.                               *
      *----------------------------------------------------------*

       environment division.
      * OPTIONAL so a run outside the cycle balances today.
           SELECT OPTIONAL CYCLE-DATE-FILE
               ASSIGN TO 'C:\COBOLWI19\CYCDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO 'C:\COBOLWI19\CTLLEDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
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
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS GR-KEY.
      * The backups' generation-control files - OPTIONAL because
      * before the first backup there is no prior count (zero).
           SELECT OPTIONAL MASTER-GEN-CTL
               ASSIGN TO 'C:\COBOLWI19\BKPGCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-GEN-CTL
               ASSIGN TO 'C:\COBOLWI19\GRDGCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-RPT
               ASSIGN TO 'C:\COBOLWI19\CTLBAL.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
       FD  CYCLE-DATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC.
       01  CD-REC.
           05  CD-CYCLE-DATE           PIC X(8).

       FD  LEDGER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 112 CHARACTERS.
           COPY LEDGLAY.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY IRECLAY.

       FD  GRADE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY GRECLAY.

      * Only the generation and count are wanted here - the rest
      * of CBLJRT10's and CBLJRT19's control record is theirs.
       FD  MASTER-GEN-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS MG-REC.
       01  MG-REC.
           05  MG-GEN                  PIC 9.
           05  MG-COUNT                PIC 9(5).
           05  FILLER                  PIC X(36).

       FD  GRADE-GEN-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS GG-REC.
       01  GG-REC.
           05  GG-GEN                  PIC 9.
           05  GG-COUNT                PIC 9(5).
           05  FILLER                  PIC X(32).

       FD  BALANCE-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BALLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  BALLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  CT-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  STEP-SCAN               PIC 9       VALUE 0.
           05  THIS-STEP               PIC 9       VALUE 0.
           05  FAIL-CTR                PIC 99      VALUE 0.
           05  BL-CYCLE-DATE           PIC X(8).
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * The balanced steps in cycle order.  The subscripts the
      * ties below use follow this order: 1 CBLJRT12, 2 CBLJRT11,
      * 3 CBLJRT02, 4 CBLJRT05, 5 CBLJRT10, 6 CBLJRT19.
       01  LEDGER-STEP-VALUES.
           05  FILLER                  PIC X(8)    VALUE 'CBLJRT12'.
           05  FILLER                  PIC X(8)    VALUE 'CBLJRT11'.
           05  FILLER                  PIC X(8)    VALUE 'CBLJRT02'.
           05  FILLER                  PIC X(8)    VALUE 'CBLJRT05'.
           05  FILLER                  PIC X(8)    VALUE 'CBLJRT10'.
           05  FILLER                  PIC X(8)    VALUE 'CBLJRT19'.
       01  LEDGER-STEP-TABLE REDEFINES LEDGER-STEP-VALUES.
           05  LS-STEP                 PIC X(8) OCCURS 6 TIMES.

      * Tonight's ledger figures per step, the last record each
      * step wrote for the cycle.
       01  LEDGER-TOTALS-TABLE.
           05  LT-ENTRY OCCURS 6 TIMES.
               10  LT-FOUND            PIC X       VALUE 'N'.
               10  LT-RUN-DATE         PIC X(8).
               10  LT-RUN-TIME         PIC X(6).
               10  LT-READ             PIC 9(7)    VALUE 0.
               10  LT-WRITTEN          PIC 9(7)    VALUE 0.
               10  LT-REJECTED         PIC 9(7)    VALUE 0.
               10  LT-APPLIED          PIC 9(7)    VALUE 0.
               10  LT-ADDED            PIC 9(7)    VALUE 0.
               10  LT-CHANGED          PIC 9(7)    VALUE 0.
               10  LT-DELETED          PIC 9(7)    VALUE 0.
               10  LT-PRIOR-COUNT      PIC 9(7)    VALUE 0.

      * The tie being judged.  TF-RULE E wants the two sides
      * equal; G wants the left side at least the right.
      * TF-HAVE-ALL is N when a step the tie needs has no ledger
      * record for the cycle.
       01  Tie-Fields.
           05  TF-CAPTION              PIC X(42).
           05  TF-LEFT                 PIC S9(7)   VALUE 0.
           05  TF-RIGHT                PIC S9(7)   VALUE 0.
           05  TF-DIFF                 PIC S9(7)   VALUE 0.
           05  TF-RULE                 PIC X.
           05  TF-HAVE-ALL             PIC X.
           05  TF-SOURCE               PIC X(10).

      * Masters retired by CBLJRT36 merges since the last backup.
      * MG-BACKED-UP goes to Y once tonight's CBLJRT10 record is
      * read - a merge after tonight's backup belongs to tomorrow.
       01  Merge-Fields.
           05  MG-RETIRED              PIC 9(7)    VALUE 0.
           05  MG-RUNS                 PIC 99      VALUE 0.
           05  MG-BACKED-UP            PIC X       VALUE 'N'.

      * Grades archived and retrieved by CBLJRT25 since the last
      * grade backup, kept the same way against CBLJRT19.
       01  Archive-Fields.
           05  AV-ARCHIVED             PIC 9(7)    VALUE 0.
           05  AV-RETRIEVED            PIC 9(7)    VALUE 0.
           05  AV-RUNS                 PIC 99      VALUE 0.
           05  AV-BACKED-UP            PIC X       VALUE 'N'.

      * Projected backup count - the file's record count now.
       01  Projection-Fields.
           05  PJ-COUNT                PIC 9(7)    VALUE 0.

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
               VALUE 'NIGHTLY CONTROL-TOTAL BALANCING'.
           05  FILLER                  PIC X(43)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  CYCLE-LINE.
           05  FILLER                  PIC X(12)   VALUE 'CYCLE DATE: '.
           05  CY-DATE                 PIC X(8).
           05  FILLER                  PIC X(112)  VALUE SPACES.

       01  LEDGER-HEADING.
           05  FILLER                  PIC X(10)   VALUE 'STEP'.
           05  FILLER                  PIC X(9)    VALUE '   READ  '.
           05  FILLER                  PIC X(9)    VALUE 'WRITTEN  '.
           05  FILLER                  PIC X(9)    VALUE ' REJECT  '.
           05  FILLER                  PIC X(9)    VALUE 'APPLIED  '.
           05  FILLER                  PIC X(9)    VALUE '  ADDED  '.
           05  FILLER                  PIC X(9)    VALUE 'CHANGED  '.
           05  FILLER                  PIC X(9)    VALUE 'DELETED  '.
           05  FILLER                  PIC X(9)    VALUE '  PRIOR  '.
           05  FILLER                  PIC X(6)    VALUE 'RUN AT'.

       01  LEDGER-LINE.
           05  LL-STEP                 PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  LL-READ                 PIC ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  LL-WRITTEN              PIC ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  LL-REJECTED             PIC ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  LL-APPLIED              PIC ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  LL-ADDED                PIC ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  LL-CHANGED              PIC ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  LL-DELETED              PIC ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  LL-PRIOR                PIC ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  LL-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X       VALUE '/'.
           05  LL-RUN-TIME             PIC X(6).
           05  FILLER                  PIC X(35)   VALUE SPACES.

       01  NO-ENTRY-LINE.
           05  NE-STEP                 PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE 'NO LEDGER RECORD FOR THE CYCLE'.
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  MERGE-LINE.
           05  FILLER                  PIC X(10)   VALUE 'CBLJRT36'.
           05  ML-RUNS                 PIC Z9.
           05  FILLER                  PIC X(19)
               VALUE ' MERGE RUN(S) SINCE'.
           05  FILLER                  PIC X(21)
               VALUE ' THE LAST BACKUP -   '.
           05  ML-RETIRED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
               VALUE ' MASTERS RETIRED'.
           05  FILLER                  PIC X(57)   VALUE SPACES.

       01  ARCHIVE-LINE.
           05  FILLER                  PIC X(10)   VALUE 'CBLJRT25'.
           05  AL-RUNS                 PIC Z9.
           05  FILLER                  PIC X(16)
               VALUE ' ARCHIVE RUN(S) '.
           05  FILLER                  PIC X(24)
               VALUE 'SINCE THE LAST BACKUP - '.
           05  AL-ARCHIVED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
               VALUE ' ARCHIVED, '.
           05  AL-RETRIEVED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(10)
               VALUE ' RETRIEVED'.
           05  FILLER                  PIC X(45)   VALUE SPACES.

       01  TIE-HEADING.
           05  FILLER                  PIC X(44)   VALUE 'TIE'.
           05  FILLER                  PIC X(10)   VALUE '    LEFT  '.
           05  FILLER                  PIC X(10)   VALUE '   RIGHT  '.
           05  FILLER                  PIC X(10)   VALUE '    DIFF  '.
           05  FILLER                  PIC X(12)   VALUE 'RIGHT SIDE  '.
           05  FILLER                  PIC X(6)    VALUE 'RESULT'.

       01  TIE-LINE.
           05  TD-CAPTION              PIC X(42).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  TD-LEFT                 PIC -ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  TD-RIGHT                PIC -ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  TD-DIFF                 PIC -ZZZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  TD-SOURCE               PIC X(10).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  TD-RESULT               PIC X(16).
           05  FILLER                  PIC X(30)   VALUE SPACES.

       01  BALANCED-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'NIGHT IN BALANCE'.
           05  FILLER                  PIC X(106)  VALUE SPACES.

       01  UNBALANCED-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(23)
               VALUE 'NIGHT OUT OF BALANCE - '.
           05  UB-FAIL-COUNT           PIC Z9.
           05  FILLER                  PIC X(27)
               VALUE ' TIES FAILED - BACKUPS HELD'.
           05  FILLER                  PIC X(70)   VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           PERFORM L2-Mainline
               UNTIL EOF = 'FALSE'.
           PERFORM L2-Closing.
           STOP RUN.

       L2-Init.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-YEAR   TO  TITLE-YEAR.
           OPEN INPUT CYCLE-DATE-FILE.
           READ CYCLE-DATE-FILE
               AT END
                   MOVE CURRENT-DATE-AND-TIME(1:8) TO BL-CYCLE-DATE
               NOT AT END
                   MOVE CD-CYCLE-DATE TO BL-CYCLE-DATE
           END-READ.
           CLOSE CYCLE-DATE-FILE.
           OPEN INPUT LEDGER-FILE.
           OPEN OUTPUT BALANCE-RPT.
           PERFORM L4-HEADING.
           PERFORM L3-READ-LEDGER.

       L2-Mainline.
           PERFORM L3-NOTE-MERGES.
           IF LG-CYCLE-DATE = BL-CYCLE-DATE
               PERFORM L3-STORE-LEDGER
           END-IF.
           PERFORM L3-READ-LEDGER.

       L2-Closing.
           CLOSE LEDGER-FILE.
           WRITE BALLINE FROM LEDGER-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L3-LIST-STEP
               VARYING STEP-SCAN FROM 1 BY 1
                   UNTIL STEP-SCAN > 6.
           IF MG-RUNS > 0
               MOVE MG-RUNS    TO ML-RUNS
               MOVE MG-RETIRED TO ML-RETIRED
               WRITE BALLINE FROM MERGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF AV-RUNS > 0
               MOVE AV-RUNS      TO AL-RUNS
               MOVE AV-ARCHIVED  TO AL-ARCHIVED
               MOVE AV-RETRIEVED TO AL-RETRIEVED
               WRITE BALLINE FROM ARCHIVE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE BALLINE FROM TIE-HEADING
               AFTER ADVANCING 3 LINES.
           PERFORM L3-TIE-ADMISSIONS.
           PERFORM L3-TIE-MASTER.
           PERFORM L3-TIE-GRADES.
           PERFORM L3-VERDICT.
           CLOSE BALANCE-RPT.

       L3-READ-LEDGER.
           READ LEDGER-FILE
               AT END
                   MOVE 'FALSE' TO EOF.

      * A ledger record from a program not in the table is not
      * this run's business and is passed over.
       L3-STORE-LEDGER.
           MOVE 0 TO THIS-STEP.
           PERFORM L4-MATCH-STEP
               VARYING STEP-SCAN FROM 1 BY 1
                   UNTIL STEP-SCAN > 6.
           IF THIS-STEP > 0
               MOVE 'Y'            TO LT-FOUND(THIS-STEP)
               MOVE LG-RUN-DATE    TO LT-RUN-DATE(THIS-STEP)
               MOVE LG-RUN-TIME    TO LT-RUN-TIME(THIS-STEP)
               MOVE LG-READ        TO LT-READ(THIS-STEP)
               MOVE LG-WRITTEN     TO LT-WRITTEN(THIS-STEP)
               MOVE LG-REJECTED    TO LT-REJECTED(THIS-STEP)
               MOVE LG-APPLIED     TO LT-APPLIED(THIS-STEP)
               MOVE LG-ADDED       TO LT-ADDED(THIS-STEP)
               MOVE LG-CHANGED     TO LT-CHANGED(THIS-STEP)
               MOVE LG-DELETED     TO LT-DELETED(THIS-STEP)
               MOVE LG-PRIOR-COUNT TO LT-PRIOR-COUNT(THIS-STEP)
           END-IF.

       L4-MATCH-STEP.
           IF LS-STEP(STEP-SCAN) = LG-PROGRAM
               MOVE STEP-SCAN TO THIS-STEP
           END-IF.

      * The ledger is appended in run order, so an earlier
      * night's backup record restarts the merge count and
      * tonight's stops it - CBLJRT10 for the merges, CBLJRT19
      * for the term archive.
       L3-NOTE-MERGES.
           IF LG-PROGRAM = 'CBLJRT10'
               IF LG-CYCLE-DATE < BL-CYCLE-DATE
                   MOVE 0   TO MG-RETIRED
                   MOVE 0   TO MG-RUNS
                   MOVE 'N' TO MG-BACKED-UP
               END-IF
               IF LG-CYCLE-DATE = BL-CYCLE-DATE
                   MOVE 'Y' TO MG-BACKED-UP
               END-IF
           END-IF.
           IF LG-PROGRAM = 'CBLJRT36'
               AND MG-BACKED-UP = 'N'
               AND LG-CYCLE-DATE NOT > BL-CYCLE-DATE
               ADD LG-DELETED TO MG-RETIRED
               ADD 1 TO MG-RUNS
           END-IF.
           IF LG-PROGRAM = 'CBLJRT19'
               IF LG-CYCLE-DATE < BL-CYCLE-DATE
                   MOVE 0   TO AV-ARCHIVED
                   MOVE 0   TO AV-RETRIEVED
                   MOVE 0   TO AV-RUNS
                   MOVE 'N' TO AV-BACKED-UP
               END-IF
               IF LG-CYCLE-DATE = BL-CYCLE-DATE
                   MOVE 'Y' TO AV-BACKED-UP
               END-IF
           END-IF.
           IF LG-PROGRAM = 'CBLJRT25'
               AND AV-BACKED-UP = 'N'
               AND LG-CYCLE-DATE NOT > BL-CYCLE-DATE
               ADD LG-DELETED TO AV-ARCHIVED
               ADD LG-ADDED   TO AV-RETRIEVED
               ADD 1 TO AV-RUNS
           END-IF.

      * A step missing from the ledger is listed here and fails
      * every tie that needs it below.
       L3-LIST-STEP.
           IF LT-FOUND(STEP-SCAN) = 'Y'
               MOVE LS-STEP(STEP-SCAN)        TO LL-STEP
               MOVE LT-READ(STEP-SCAN)        TO LL-READ
               MOVE LT-WRITTEN(STEP-SCAN)     TO LL-WRITTEN
               MOVE LT-REJECTED(STEP-SCAN)    TO LL-REJECTED
               MOVE LT-APPLIED(STEP-SCAN)     TO LL-APPLIED
               MOVE LT-ADDED(STEP-SCAN)       TO LL-ADDED
               MOVE LT-CHANGED(STEP-SCAN)     TO LL-CHANGED
               MOVE LT-DELETED(STEP-SCAN)     TO LL-DELETED
               MOVE LT-PRIOR-COUNT(STEP-SCAN) TO LL-PRIOR
               MOVE LT-RUN-DATE(STEP-SCAN)    TO LL-RUN-DATE
               MOVE LT-RUN-TIME(STEP-SCAN)    TO LL-RUN-TIME
               WRITE BALLINE FROM LEDGER-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE LS-STEP(STEP-SCAN)        TO NE-STEP
               WRITE BALLINE FROM NO-ENTRY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      * CBLJRT12 through CBLJRT11 into CBLJRT02.
       L3-TIE-ADMISSIONS.
           MOVE 'CBLJRT12 FEED IN = TRANS OUT + DROPPED'
               TO TF-CAPTION.
           MOVE LT-FOUND(1) TO TF-HAVE-ALL.
           MOVE LT-READ(1)  TO TF-LEFT.
           COMPUTE TF-RIGHT = LT-WRITTEN(1) + LT-REJECTED(1).
           MOVE 'E'         TO TF-RULE.
           MOVE SPACES      TO TF-SOURCE.
           PERFORM L4-JUDGE-TIE.
           MOVE 'CBLJRT11 IN NOT LESS THAN CBLJRT12 OUT'
               TO TF-CAPTION.
           PERFORM L4-NEED-BOTH-1-2.
           MOVE LT-READ(2)    TO TF-LEFT.
           MOVE LT-WRITTEN(1) TO TF-RIGHT.
           MOVE 'G'           TO TF-RULE.
           PERFORM L4-JUDGE-TIE.
           MOVE 'CBLJRT11 IN = CLEAN + REJECTED'
               TO TF-CAPTION.
           MOVE LT-FOUND(2) TO TF-HAVE-ALL.
           MOVE LT-READ(2)  TO TF-LEFT.
           COMPUTE TF-RIGHT = LT-WRITTEN(2) + LT-REJECTED(2).
           MOVE 'E'         TO TF-RULE.
           PERFORM L4-JUDGE-TIE.
           MOVE 'CBLJRT11 CLEAN = CBLJRT02 IN'
               TO TF-CAPTION.
           MOVE 'N' TO TF-HAVE-ALL.
           IF LT-FOUND(2) = 'Y' AND LT-FOUND(3) = 'Y'
               MOVE 'Y' TO TF-HAVE-ALL
           END-IF.
           MOVE LT-WRITTEN(2) TO TF-LEFT.
           MOVE LT-READ(3)    TO TF-RIGHT.
           PERFORM L4-JUDGE-TIE.

       L4-NEED-BOTH-1-2.
           MOVE 'N' TO TF-HAVE-ALL.
           IF LT-FOUND(1) = 'Y' AND LT-FOUND(2) = 'Y'
               MOVE 'Y' TO TF-HAVE-ALL
           END-IF.

      * CBLJRT02 within itself, then against the master's count
      * change - off CBLJRT10's ledger record when the backup has
      * run, projected from the master when it hasn't.
       L3-TIE-MASTER.
           MOVE 'CBLJRT02 IN = APPLIED + REJECTED'
               TO TF-CAPTION.
           MOVE LT-FOUND(3) TO TF-HAVE-ALL.
           MOVE LT-READ(3)  TO TF-LEFT.
           COMPUTE TF-RIGHT = LT-APPLIED(3) + LT-REJECTED(3).
           MOVE 'E'         TO TF-RULE.
           MOVE SPACES      TO TF-SOURCE.
           PERFORM L4-JUDGE-TIE.
           MOVE 'CBLJRT02 ADDED - DELETED - MERGED = CHANGE'
               TO TF-CAPTION.
           MOVE LT-FOUND(3) TO TF-HAVE-ALL.
           COMPUTE TF-LEFT = LT-ADDED(3) - LT-DELETED(3)
               - MG-RETIRED.
           IF LT-FOUND(5) = 'Y'
               COMPUTE TF-RIGHT = LT-WRITTEN(5) - LT-PRIOR-COUNT(5)
               MOVE 'CBLJRT10'  TO TF-SOURCE
           ELSE
               PERFORM L4-PROJECT-MASTER
               MOVE 'PROJECTED' TO TF-SOURCE
           END-IF.
           PERFORM L4-JUDGE-TIE.

      * CBLJRT05 the same way, against CBLJRT19.
       L3-TIE-GRADES.
           MOVE 'CBLJRT05 IN = APPLIED + REJECTED'
               TO TF-CAPTION.
           MOVE LT-FOUND(4) TO TF-HAVE-ALL.
           MOVE LT-READ(4)  TO TF-LEFT.
           COMPUTE TF-RIGHT = LT-APPLIED(4) + LT-REJECTED(4).
           MOVE 'E'         TO TF-RULE.
           MOVE SPACES      TO TF-SOURCE.
           PERFORM L4-JUDGE-TIE.
           MOVE 'CBLJRT05+25 ADDED - DELETED = GRADE CHANGE'
               TO TF-CAPTION.
           MOVE LT-FOUND(4) TO TF-HAVE-ALL.
           COMPUTE TF-LEFT = LT-ADDED(4) - LT-DELETED(4)
               + AV-RETRIEVED - AV-ARCHIVED.
           IF LT-FOUND(6) = 'Y'
               COMPUTE TF-RIGHT = LT-WRITTEN(6) - LT-PRIOR-COUNT(6)
               MOVE 'CBLJRT19'  TO TF-SOURCE
           ELSE
               PERFORM L4-PROJECT-GRADES
               MOVE 'PROJECTED' TO TF-SOURCE
           END-IF.
           PERFORM L4-JUDGE-TIE.

      * The count CBLJRT10 is about to unload, less the count it
      * unloaded last time - the same difference its control
      * report will print.
       L4-PROJECT-MASTER.
           OPEN INPUT MASTER-GEN-CTL.
           READ MASTER-GEN-CTL
               AT END
                   MOVE ZEROS TO MG-REC.
           CLOSE MASTER-GEN-CTL.
           MOVE 0       TO PJ-COUNT.
           MOVE 'TRUE ' TO CT-EOF.
           OPEN INPUT STUDENT-MASTER.
           PERFORM L4-COUNT-MASTER
               UNTIL CT-EOF = 'FALSE'.
           CLOSE STUDENT-MASTER.
           COMPUTE TF-RIGHT = PJ-COUNT - MG-COUNT.

       L4-COUNT-MASTER.
           READ STUDENT-MASTER
               AT END
                   MOVE 'FALSE' TO CT-EOF
               NOT AT END
                   ADD 1 TO PJ-COUNT
           END-READ.

       L4-PROJECT-GRADES.
           OPEN INPUT GRADE-GEN-CTL.
           READ GRADE-GEN-CTL
               AT END
                   MOVE ZEROS TO GG-REC.
           CLOSE GRADE-GEN-CTL.
           MOVE 0       TO PJ-COUNT.
           MOVE 'TRUE ' TO CT-EOF.
           OPEN INPUT GRADE-MASTER.
           PERFORM L4-COUNT-GRADES
               UNTIL CT-EOF = 'FALSE'.
           CLOSE GRADE-MASTER.
           COMPUTE TF-RIGHT = PJ-COUNT - GG-COUNT.

       L4-COUNT-GRADES.
           READ GRADE-MASTER
               AT END
                   MOVE 'FALSE' TO CT-EOF
               NOT AT END
                   ADD 1 TO PJ-COUNT
           END-READ.

       L4-JUDGE-TIE.
           COMPUTE TF-DIFF = TF-LEFT - TF-RIGHT.
           EVALUATE TRUE
               WHEN TF-HAVE-ALL NOT = 'Y'
                   MOVE 'NO LEDGER RECORD' TO TD-RESULT
                   ADD 1 TO FAIL-CTR
               WHEN TF-RULE = 'G' AND TF-DIFF NOT < 0
                   MOVE 'IN BALANCE'       TO TD-RESULT
               WHEN TF-RULE = 'E' AND TF-DIFF = 0
                   MOVE 'IN BALANCE'       TO TD-RESULT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE'   TO TD-RESULT
                   ADD 1 TO FAIL-CTR
           END-EVALUATE.
           MOVE TF-CAPTION TO TD-CAPTION.
           MOVE TF-LEFT    TO TD-LEFT.
           MOVE TF-RIGHT   TO TD-RIGHT.
           MOVE TF-DIFF    TO TD-DIFF.
           MOVE TF-SOURCE  TO TD-SOURCE.
           WRITE BALLINE FROM TIE-LINE
               AFTER ADVANCING 2 LINES.

       L3-VERDICT.
           IF FAIL-CTR = 0
               WRITE BALLINE FROM BALANCED-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               MOVE FAIL-CTR TO UB-FAIL-COUNT
               WRITE BALLINE FROM UNBALANCED-LINE
                   AFTER ADVANCING 3 LINES
               DISPLAY 'CBLJRT35 - NIGHT OUT OF BALANCE, SEE '
                   'CTLBAL.PRT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
           WRITE BALLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           MOVE BL-CYCLE-DATE TO CY-DATE.
           WRITE BALLINE FROM CYCLE-LINE
             AFTER ADVANCING 2 LINES.

       end program CBLJRT35.
