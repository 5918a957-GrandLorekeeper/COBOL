       identification division.
       program-id. CBLJRT33.

      *----------------------------------------------------------*
      * Front-end edit of the student contact transaction file - *
      * runs against CNTTRN.DAT ahead of CBLJRT34, which reads   *
      * only the cleaned file this program writes, the same      *
      * discipline CBLJRT16 gives the major file.  CNTTRN.DAT is *
      * the clerks' keyed contact changes with CBLJRT12's        *
      * generated admissions contact ADDs (CNTADM.DAT) merged    *
      * ahead of it.  The rules: the code must be one CBLJRT34   *
      * honors and the ID numeric; an ADD or CHANGE must name a  *
      * student on the master and carry something to keep - an   *
      * address, an email, or a phone.  An address is all or     *
      * nothing: street, city, state, and ZIP together, the      *
      * state two letters, the ZIP five digits with an optional  *
      * dash and four more.  A phone is ten digits; an email     *
      * carries exactly one @.  The mail flag is blank or R      *
      * (mail returned).  A DELETE needs only the code and ID.   *
      * Rejects go to the recycle file with their reasons so the *
      * clerk can correct and resubmit them next cycle.          *
      *----------------------------------------------------------*

       environment division.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOLWI19\CNTTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   ALTERNATE RECORD KEY IS I-LNAME
                       WITH DUPLICATES.
           SELECT CLEAN-FILE
               ASSIGN TO 'C:\COBOLWI19\CNTTRC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECYCLE-FILE
               ASSIGN TO 'C:\COBOLWI19\CNTTRR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-RPT
               ASSIGN TO 'C:\COBOLWI19\CNTEDT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
      * Raw keyed transactions - code, then the same fields a
      * STDNTCNT.DAT record carries.
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CX-REC
           RECORD CONTAINS 151 CHARACTERS.
       01  CX-REC                      PIC X(151).

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY IRECLAY.

       FD  CLEAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 151 CHARACTERS.
       01  CL-REC                      PIC X(151).

      * Rejected transaction image with its reasons alongside, so
      * the clerk corrects the first 151 columns and resubmits.
       FD  RECYCLE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RY-REC
           RECORD CONTAINS 211 CHARACTERS.
       01  RY-REC.
           05  RY-TRANS                PIC X(151).
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
           05  EX-AT-COUNT             PIC 99.
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
           05  CE-ID                   PIC X(7).
           05  CE-ADDRESS.
               10  CE-ADDR-1           PIC X(30).
               10  CE-ADDR-2           PIC X(30).
               10  CE-CITY             PIC X(20).
               10  CE-STATE            PIC XX.
               10  CE-ZIP.
                   15  CE-ZIP-5        PIC X(5).
                   15  CE-ZIP-DASH     PIC X.
                   15  CE-ZIP-4        PIC X(4).
           05  CE-EMAIL                PIC X(40).
           05  CE-PHONE                PIC X(10).
           05  CE-MAIL-FLAG            PIC X.
               88  CE-MAIL-FLAG-VALID   VALUE ' ' 'R'.

       01  Edit-Flags.
           05  EX-BAD-CODE             PIC X       VALUE 'N'.
           05  EX-BAD-ID               PIC X       VALUE 'N'.
           05  EX-NO-STUDENT           PIC X       VALUE 'N'.
           05  EX-NO-DATA              PIC X       VALUE 'N'.
           05  EX-BAD-ADDRESS          PIC X       VALUE 'N'.
           05  EX-BAD-STATE            PIC X       VALUE 'N'.
           05  EX-BAD-ZIP              PIC X       VALUE 'N'.
           05  EX-BAD-PHONE            PIC X       VALUE 'N'.
           05  EX-BAD-EMAIL            PIC X       VALUE 'N'.
           05  EX-BAD-FLAG             PIC X       VALUE 'N'.

       01  Edit-Misc.
           05  EX-ANY-BAD              PIC X       VALUE 'N'.

      * A card bad enough to stack every reason would overrun
      * sixty columns; the reasons go in the order a clerk
      * fixes them, so what truncates is what matters least.
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
               VALUE 'STUDENT CONTACT TRANSACTION EDIT LOG'.
           05  FILLER                  PIC X(44)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  COL-HEADING2.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC XX      VALUE 'CD'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC XX      VALUE 'ID'.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'STREET'.
           05  FILLER                  PIC X(27)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'REASON'.

       01  DETAIL-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-CODE                  PIC X.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  D-ID                    PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-ADDR-1                PIC X(30).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-REASON                PIC X(60).
           05  FILLER                  PIC X(22)   VALUE SPACES.

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
           OPEN INPUT STUDENT-MASTER.
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
           CLOSE STUDENT-MASTER.
           CLOSE CLEAN-FILE.
           CLOSE RECYCLE-FILE.
           CLOSE EDIT-RPT.

       L3-READ-TRANS.
           READ TRANS-FILE INTO CE-REC
               AT END
                   MOVE 'FALSE' TO EOF.

      * Field rules by transaction type: every transaction needs a
      * valid code and a numeric ID; only ADD and CHANGE carry the
      * fields CBLJRT34 will put on the file, so only they are
      * held to the field rules and the student-master test.
       L3-EDIT-TRANS.
           ADD 1 TO READ-CTR.
           MOVE 'N' TO EX-BAD-CODE.
           MOVE 'N' TO EX-BAD-ID.
           MOVE 'N' TO EX-NO-STUDENT.
           MOVE 'N' TO EX-NO-DATA.
           MOVE 'N' TO EX-BAD-ADDRESS.
           MOVE 'N' TO EX-BAD-STATE.
           MOVE 'N' TO EX-BAD-ZIP.
           MOVE 'N' TO EX-BAD-PHONE.
           MOVE 'N' TO EX-BAD-EMAIL.
           MOVE 'N' TO EX-BAD-FLAG.
           MOVE 'N' TO EX-ANY-BAD.
           IF NOT CE-CODE-VALID
               MOVE 'Y' TO EX-BAD-CODE
           END-IF.
           IF CE-ID IS NOT NUMERIC
               MOVE 'Y' TO EX-BAD-ID
           END-IF.
           IF CE-CARRIES-FIELDS
               IF EX-BAD-ID = 'N'
                   PERFORM L4-CHECK-STUDENT
               END-IF
               IF CE-ADDRESS = SPACES AND CE-EMAIL = SPACES
                   AND CE-PHONE = SPACES
                   MOVE 'Y' TO EX-NO-DATA
               END-IF
               IF CE-ADDRESS NOT = SPACES
                   PERFORM L4-CHECK-ADDRESS
               END-IF
               IF CE-PHONE NOT = SPACES
                   AND CE-PHONE IS NOT NUMERIC
                   MOVE 'Y' TO EX-BAD-PHONE
               END-IF
               IF CE-EMAIL NOT = SPACES
                   PERFORM L4-CHECK-EMAIL
               END-IF
               IF NOT CE-MAIL-FLAG-VALID
                   MOVE 'Y' TO EX-BAD-FLAG
               END-IF
           END-IF.
           IF EX-BAD-CODE = 'Y' OR EX-BAD-ID = 'Y'
               OR EX-NO-STUDENT = 'Y' OR EX-NO-DATA = 'Y'
               OR EX-BAD-ADDRESS = 'Y' OR EX-BAD-STATE = 'Y'
               OR EX-BAD-ZIP = 'Y' OR EX-BAD-PHONE = 'Y'
               OR EX-BAD-EMAIL = 'Y' OR EX-BAD-FLAG = 'Y'
               MOVE 'Y' TO EX-ANY-BAD
           END-IF.

       L4-CHECK-STUDENT.
           MOVE CE-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'Y' TO EX-NO-STUDENT
           END-READ.

      * Some of the address is present, so all of it must be.
      * The second street line is the only optional part.
       L4-CHECK-ADDRESS.
           IF CE-ADDR-1 = SPACES OR CE-CITY = SPACES
               OR CE-STATE = SPACES OR CE-ZIP = SPACES
               MOVE 'Y' TO EX-BAD-ADDRESS
           END-IF.
           IF CE-STATE NOT = SPACES
               IF CE-STATE IS NOT ALPHABETIC
                   OR CE-STATE(1:1) = SPACE
                   OR CE-STATE(2:1) = SPACE
                   MOVE 'Y' TO EX-BAD-STATE
               END-IF
           END-IF.
           IF CE-ZIP NOT = SPACES
               IF CE-ZIP-5 IS NOT NUMERIC
                   MOVE 'Y' TO EX-BAD-ZIP
               END-IF
               IF CE-ZIP-DASH = SPACE
                   IF CE-ZIP-4 NOT = SPACES
                       MOVE 'Y' TO EX-BAD-ZIP
                   END-IF
               ELSE
                   IF CE-ZIP-DASH NOT = '-'
                       OR CE-ZIP-4 IS NOT NUMERIC
                       MOVE 'Y' TO EX-BAD-ZIP
                   END-IF
               END-IF
           END-IF.

       L4-CHECK-EMAIL.
           MOVE 0 TO EX-AT-COUNT.
           INSPECT CE-EMAIL TALLYING EX-AT-COUNT FOR ALL '@'.
           IF EX-AT-COUNT NOT = 1 OR CE-EMAIL(1:1) = '@'
               MOVE 'Y' TO EX-BAD-EMAIL
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
           MOVE CE-ID      TO D-ID.
           MOVE CE-ADDR-1  TO D-ADDR-1.
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
           IF EX-BAD-ID = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'INVALID ID' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-NO-STUDENT = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'STUDENT NOT ON MASTER' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-NO-DATA = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'NO CONTACT DATA' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-ADDRESS = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'ADDRESS INCOMPLETE' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-STATE = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'INVALID STATE' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-ZIP = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'INVALID ZIP' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-PHONE = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'INVALID PHONE' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-EMAIL = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'INVALID EMAIL' DELIMITED BY SIZE
                   INTO EX-REASON WITH POINTER EX-PTR
               END-STRING
           END-IF.
           IF EX-BAD-FLAG = 'Y'
               IF EX-PTR > 1
                   STRING '; ' DELIMITED BY SIZE
                       INTO EX-REASON WITH POINTER EX-PTR
                   END-STRING
               END-IF
               STRING 'MAIL FLAG NOT BLANK/R' DELIMITED BY SIZE
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

       end program CBLJRT33.
