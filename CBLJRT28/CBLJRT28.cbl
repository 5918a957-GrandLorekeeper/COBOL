       identification division.
       program-id. CBLJRT28.

      *----------------------------------------------------------*
      * Front-end edit of the course catalog transaction file -  *
      * runs against CRSTRN.DAT ahead of CBLJRT29, which reads   *
      * only the cleaned file this program writes, the same      *
      * discipline CBLJRT16 gives the major/advisor file.  The   *
      * rules: the transaction code must be one CBLJRT29         *
      * honors, and the course code must be left-justified with  *
      * no embedded blank - 'CS 101' and 'CS101' posting as two  *
      * courses is exactly what the catalog is here to stop.  An *
      * ADD or CHANGE must also carry a title and a department,  *
      * credit hours in the 1-12 range CBLJRT05 accepts, and a   *
      * status of A (active) or R (retired).  A DELETE needs     *
      * only the code.  Rejects go to the recycle file with      *
      * their reasons so the registrar's clerk can correct and   *
      * resubmit them next cycle.                                *
      *----------------------------------------------------------*

       environment division.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOLWI19\CRSTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEAN-FILE
               ASSIGN TO 'C:\COBOLWI19\CRSTRC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECYCLE-FILE
               ASSIGN TO 'C:\COBOLWI19\CRSTRR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-RPT
               ASSIGN TO 'C:\COBOLWI19\CRSEDT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
      * Raw keyed transactions - code, then the same five fields
      * a CRSCAT.DAT record carries.
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CX-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  CX-REC.
           05  CX-CODE                 PIC X.
           05  CX-COURSE               PIC X(8).
           05  CX-TITLE                PIC X(30).
           05  CX-DEPT                 PIC X(4).
           05  CX-CREDITS              PIC 99.
           05  CX-STATUS               PIC X.

       FD  CLEAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  CL-REC                      PIC X(46).

      * Rejected transaction image with its reasons alongside, so
      * the clerk corrects the first 46 columns and resubmits.
       FD  RECYCLE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RY-REC
           RECORD CONTAINS 106 CHARACTERS.
       01  RY-REC.
           05  RY-TRANS                PIC X(46).
           05  RY-REASON               PIC X(60).

       FD  EDIT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EDTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  EDTLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  READ-CTR                PIC 999     VALUE 0.
           05  PASS-CTR                PIC 999     VALUE 0.
           05  REJ-CTR                 PIC 999     VALUE 0.
           05  EX-PTR                  PIC 9(3).
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * Current transaction under edit.
       01  CE-REC.
           05  CE-CODE                 PIC X.
               88  CE-CODE-VALID        VALUE 'A' 'C' 'D'.
               88  CE-CARRIES-FIELDS    VALUE 'A' 'C'.
           05  CE-COURSE               PIC X(8).
           05  CE-TITLE                PIC X(30).
           05  CE-DEPT                 PIC X(4).
           05  CE-CREDITS              PIC 99.
               88  CE-CREDITS-OK        VALUE 01 THRU 12.
           05  CE-STATUS               PIC X.
               88  CE-STATUS-VALID      VALUE 'A' 'R'.

       01  Edit-Flags.
           05  EX-BAD-CODE             PIC X       VALUE 'N'.
           05  EX-BAD-COURSE           PIC X       VALUE 'N'.
           05  EX-BAD-TITLE            PIC X       VALUE 'N'.
           05  EX-BAD-DEPT             PIC X       VALUE 'N'.
           05  EX-BAD-CREDITS          PIC X       VALUE 'N'.
           05  EX-BAD-STATUS           PIC X       VALUE 'N'.

       01  Edit-Misc.
           05  EX-ANY-BAD              PIC X       VALUE 'N'.

      * Course-code shape test: the characters ahead of the first
      * blank, and the blanks in the whole code.  A clean code is
      * all non-blank up to its first blank and all blank after
      * it, so the two counts always add to 8; fewer blanks than
      * that means something follows a blank.
       01  Course-Shape-Fields.
           05  EX-LEAD-LEN             PIC 99      VALUE 0.
           05  EX-BLANK-CNT            PIC 99      VALUE 0.

      * Same 60 columns as the other recycle files.  A card that
      * fails four or five rules at once runs past it; the STRING
      * stops at the end of the field, so the clerk still sees
      * the leading reasons and the rest show on resubmission.
       01  Edit-Reason-Field.
           05  EX-REASON               PIC X(60).

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
               VALUE 'COURSE CATALOG TRANSACTION EDIT LOG'.
           05  FILLER                  PIC X(44)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  COL-HEADING2.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC XX      VALUE 'CD'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
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
           05  FILLER                  PIC X(6)    VALUE 'REASON'.

       01  DETAIL-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-CODE                  PIC X.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  D-COURSE                PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-TITLE                 PIC X(30).
           05  FILLER                  PIC X       VALUE SPACES.
           05  D-DEPT                  PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-CREDITS               PIC XX.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-STATUS                PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-REASON                PIC X(60).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'TRANS READ:   '.
           05  T-READ-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'PASSED CLEAN: '.
           05  T-PASS-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'REJECTED:     '.
           05  T-REJ-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(61)   VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           PERFORM L2-Mainline
               UNTIL EOF = 'FALSE'.
           PERFORM L2-Closing.
           STOP RUN.

       L2-Init.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT CLEAN-FILE.
           OPEN OUTPUT RECYCLE-FILE.
           OPEN OUTPUT EDIT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-YEAR   TO  TITLE-YEAR.
           PERFORM L4-HEADING.
           PERFORM L3-READ-TRANS.

       L2-Mainline.
           PERFORM L3-EDIT-TRANS.
           IF EX-ANY-BAD = 'Y'
               PERFORM L3-REJECT-TRANS
           ELSE
               PERFORM L3-PASS-TRANS
           END-IF.
           PERFORM L3-READ-TRANS.

       L2-Closing.
           PERFORM L3-TOTALS.
           CLOSE TRANS-FILE.
           CLOSE CLEAN-FILE.
           CLOSE RECYCLE-FILE.
           CLOSE EDIT-RPT.

       L3-READ-TRANS.
           READ TRANS-FILE INTO CE-REC
               AT END
                   MOVE 'FALSE' TO EOF.

      * Field rules by transaction type: every transaction needs a
      * valid code and a well-formed course code; only ADD and
      * CHANGE carry the fields CBLJRT29 will put on the file, so
      * only they are held to the rest.
       L3-EDIT-TRANS.
           ADD 1 TO READ-CTR.
           MOVE 'N' TO EX-BAD-CODE.
           MOVE 'N' TO EX-BAD-COURSE.
           MOVE 'N' TO EX-BAD-TITLE.
           MOVE 'N' TO EX-BAD-DEPT.
           MOVE 'N' TO EX-BAD-CREDITS.
           MOVE 'N' TO EX-BAD-STATUS.
           MOVE 'N' TO EX-ANY-BAD.
           IF NOT CE-CODE-VALID
               MOVE 'Y' TO EX-BAD-CODE
           END-IF.
           PERFORM L4-CHECK-COURSE-CODE.
           IF CE-CARRIES-FIELDS
               IF CE-TITLE = SPACES
                   MOVE 'Y' TO EX-BAD-TITLE
               END-IF
               IF CE-DEPT = SPACES
                   MOVE 'Y' TO EX-BAD-DEPT
               END-IF
               IF CE-CREDITS IS NOT NUMERIC
                   MOVE 'Y' TO EX-BAD-CREDITS
               ELSE
                   IF NOT CE-CREDITS-OK
                       MOVE 'Y' TO EX-BAD-CREDITS
                   END-IF
               END-IF
               IF NOT CE-STATUS-VALID
                   MOVE 'Y' TO EX-BAD-STATUS
               END-IF
           END-IF.
           IF EX-BAD-CODE = 'Y' OR EX-BAD-COURSE = 'Y'
               OR EX-BAD-TITLE = 'Y' OR EX-BAD-DEPT = 'Y'
               OR EX-BAD-CREDITS = 'Y' OR EX-BAD-STATUS = 'Y'
               MOVE 'Y' TO EX-ANY-BAD
           END-IF.

      * Blank, leading-blank and embedded-blank codes all fail -
      * see Course-Shape-Fields above for the count test.
       L4-CHECK-COURSE-CODE.
           MOVE 0 TO EX-LEAD-LEN.
           MOVE 0 TO EX-BLANK-CNT.
           INSPECT CE-COURSE TALLYING EX-LEAD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT CE-COURSE TALLYING EX-BLANK-CNT
               FOR ALL SPACES.
           IF EX-LEAD-LEN = 0
               MOVE 'Y' TO EX-BAD-COURSE
           ELSE
               IF EX-LEAD-LEN + EX-BLANK-CNT NOT = 8
                   MOVE 'Y' TO EX-BAD-COURSE
               END-IF
           END-IF.

       L3-PASS-TRANS.
           ADD 1 TO PASS-CTR.
           WRITE CL-REC FROM CE-REC.

       L3-REJECT-TRANS.
           ADD 1 TO REJ-CTR.
           PERFORM L4-BUILD-REASON.
           MOVE CE-REC     TO RY-TRANS.
           MOVE EX-REASON  TO RY-REASON.
           WRITE RY-REC.
           MOVE CE-CODE    TO D-CODE.
           MOVE CE-COURSE  TO D-COURSE.
           MOVE CE-TITLE   TO D-TITLE.
           MOVE CE-DEPT    TO D-DEPT.
           MOVE CE-CREDITS TO D-CREDITS.
           MOVE CE-STATUS  TO D-STATUS.
           MOVE EX-REASON  TO D-REASON.
           WRITE EDTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

       L4-BUILD-REASON.
           MOVE SPACES TO EX-REASON.
           MOVE 1 TO EX-PTR.
           IF EX-BAD-CODE = 'Y'
               STRING 'INVALID CODE' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-COURSE = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'INVALID COURSE CODE' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-TITLE = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'BLANK TITLE' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-DEPT = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'BLANK DEPARTMENT' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-CREDITS = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'CREDITS NOT 1-12' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-STATUS = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'STATUS NOT A/R' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.

       L3-TOTALS.
           MOVE READ-CTR TO T-READ-COUNT.
           MOVE PASS-CTR TO T-PASS-COUNT.
           MOVE REJ-CTR  TO T-REJ-COUNT.
           WRITE EDTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
           WRITE EDTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE EDTLINE FROM COL-HEADING2
             AFTER ADVANCING 2 LINE.

       end program CBLJRT28.
