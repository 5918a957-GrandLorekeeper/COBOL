       identification division.
       program-id. CBLJRT31.

      *----------------------------------------------------------*
      * Places and releases registrar holds on the (indexed)     *
      * holds file - the business office's unpaid balances, the  *
      * library's unreturned items, any office's block on a      *
      * student's record.  A PLACE writes a new open hold for    *
      * the student, type, and office; a RELEASE finds the       *
      * student's open hold of that type and dates its release.  *
      * Released holds are never deleted - the file is also the  *
      * history of who was held, by whom, and for how long.      *
      * Only the office that placed a hold can release it, and a *
      * student can carry only one open hold of a type at a      *
      * time.  A hold can only be placed on a student on the     *
      * master.  The transcript print (CBLJRT15) and the         *
      * graduation audit (CBLJRT22) block on any open hold;      *
      * CBLJRT32 lists the open ones by office and age.  The     *
      * transactions are sorted by ID so the run log reads in    *
      * ID order, the same as the other maintenance runs.        *
      *----------------------------------------------------------*

       environment division.
      * OPTIONAL so the first run creates the file.
           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTHLD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HL-KEY.
           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   ALTERNATE RECORD KEY IS I-LNAME
                       WITH DUPLICATES.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOLWI19\HOLDTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HS-SORT-FILE
               ASSIGN TO 'HSSRTWK'.
           SELECT HS-SORTOUT
               ASSIGN TO 'C:\COBOLWI19\HSSORT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-RPT
               ASSIGN TO 'C:\COBOLWI19\HOLDMNT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS.
           COPY HLDLAY.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY IRECLAY.

      * P places a hold, R releases one.  The date is the date
      * placed or released (CCYYMMDD); blank takes today's.
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HX-REC
           RECORD CONTAINS 22 CHARACTERS.
       01  HX-REC.
           05  HX-CODE                 PIC X.
           05  HX-ID                   PIC X(7).
           05  HX-TYPE                 PIC XX.
           05  HX-OFFICE               PIC X(4).
           05  HX-DATE                 PIC X(8).

      * Work sort - orders the transactions by ID purely so the
      * run log reads in ID order; the update itself is by key.
       SD  HS-SORT-FILE.
       01  HK-REC.
           05  HK-CODE                 PIC X.
           05  HK-ID                   PIC X(7).
           05  HK-TYPE                 PIC XX.
           05  HK-OFFICE               PIC X(4).
           05  HK-DATE                 PIC X(8).

       FD  HS-SORTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS HS-OUT-REC
           RECORD CONTAINS 22 CHARACTERS.
       01  HS-OUT-REC                  PIC X(22).

       FD  MAINT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MNTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  MNTLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  HL-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  PLC-CTR                 PIC 999     VALUE 0.
           05  REL-CTR                 PIC 999     VALUE 0.
           05  REJ-CTR                 PIC 999     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * Current transaction record.
       01  HC-REC.
           05  HC-CODE                 PIC X.
               88  HC-IS-PLACE          VALUE 'P'.
               88  HC-IS-RELEASE        VALUE 'R'.
           05  HC-ID                   PIC X(7).
           05  HC-TYPE                 PIC XX.
           05  HC-OFFICE               PIC X(4).
           05  HC-DATE                 PIC X(8).
           05  FILLER REDEFINES HC-DATE.
               10  HC-DATE-NUM         PIC 9(8).

      * The open-hold search - HF-FOUND is set when the student
      * has an open hold of the transaction's type, left holding
      * that record.
       01  Hold-Find-Fields.
           05  HF-FOUND                PIC X       VALUE 'N'.
           05  HF-TODAY                PIC X(8).

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
               VALUE 'REGISTRAR HOLDS MAINTENANCE RUN LOG'.
           05  FILLER                  PIC X(44)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  COL-HEADING2.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC XX      VALUE 'ID'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'TYPE'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'OFFICE'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'DATE'.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'ACTION'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'REASON'.

       01  DETAIL-LINE.
           05  D-ID                    PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-TYPE                  PIC XX.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  D-OFFICE                PIC X(4).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  D-DATE                  PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-ACTION                PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-REASON                PIC X(30).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'PLACED: '.
           05  T-PLC-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'RELEASED: '.
           05  T-REL-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'REJECTED: '.
           05  T-REJ-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(72)   VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           PERFORM L2-Mainline
               UNTIL EOF = 'FALSE'.
           PERFORM L2-Closing.
           STOP RUN.

       L2-Init.
           SORT HS-SORT-FILE
               ON ASCENDING KEY HK-ID
               USING TRANS-FILE
               GIVING HS-SORTOUT.
           OPEN INPUT HS-SORTOUT.
           OPEN I-O HOLD-MASTER.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT MAINT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-YEAR   TO  TITLE-YEAR.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE
               INTO HF-TODAY.
           PERFORM L4-HEADING.
           PERFORM L3-READ-TRANS.

       L2-Mainline.
           PERFORM L3-APPLY-TRANS.
           PERFORM L3-READ-TRANS.

       L2-Closing.
           PERFORM L3-TOTALS.
           CLOSE HS-SORTOUT.
           CLOSE HOLD-MASTER.
           CLOSE STUDENT-MASTER.
           CLOSE MAINT-RPT.

      * The card checks come first, in the order a clerk would
      * fix them; only a card that passes them all touches the
      * holds file.
       L3-APPLY-TRANS.
           IF HC-DATE = SPACES
               MOVE HF-TODAY TO HC-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT HC-IS-PLACE AND NOT HC-IS-RELEASE
                   MOVE 'INVALID TRANSACTION CODE' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN HC-TYPE = SPACES
                   MOVE 'HOLD TYPE MISSING' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN HC-OFFICE = SPACES
                   MOVE 'OFFICE MISSING' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN HC-DATE-NUM IS NOT NUMERIC
                   MOVE 'DATE NOT CCYYMMDD' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN FUNCTION TEST-DATE-YYYYMMDD(HC-DATE-NUM) NOT = 0
                   MOVE 'DATE NOT A CALENDAR DATE' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN HC-DATE > HF-TODAY
                   MOVE 'DATE IS IN THE FUTURE' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN HC-IS-PLACE
                   PERFORM L4-APPLY-PLACE
               WHEN OTHER
                   PERFORM L4-APPLY-RELEASE
           END-EVALUATE.
           PERFORM L4-LOG-TRANS.

      * WRITE's own duplicate-key check catches the same hold
      * keyed twice for the same day.
       L4-APPLY-PLACE.
           MOVE HC-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'ID NOT ON STUDENT MASTER' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
           END-READ.
           IF MT-ACTION NOT = 'REJECTED'
               PERFORM L4-FIND-OPEN-HOLD
               IF HF-FOUND = 'Y'
                   MOVE 'OPEN HOLD OF TYPE ON FILE' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               ELSE
                   PERFORM L4-WRITE-HOLD
               END-IF
           END-IF.

       L4-WRITE-HOLD.
           MOVE HC-ID      TO HL-ID.
           MOVE HC-TYPE    TO HL-TYPE.
           MOVE HC-DATE    TO HL-PLACED.
           MOVE HC-OFFICE  TO HL-OFFICE.
           MOVE SPACES     TO HL-RELEASED.
           WRITE HL-Rec
               INVALID KEY
                   MOVE 'HOLD ALREADY PLACED THAT DATE'
                       TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               NOT INVALID KEY
                   MOVE 'PLACED'    TO MT-ACTION
                   MOVE SPACES      TO MT-REASON
                   ADD 1 TO PLC-CTR
           END-WRITE.

       L4-APPLY-RELEASE.
           PERFORM L4-FIND-OPEN-HOLD.
           EVALUATE TRUE
               WHEN HF-FOUND NOT = 'Y'
                   MOVE 'NO OPEN HOLD OF THIS TYPE' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN HL-OFFICE NOT = HC-OFFICE
                   MOVE 'HOLD PLACED BY ANOTHER OFFICE'
                       TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN HC-DATE < HL-PLACED
                   MOVE 'RELEASE DATE BEFORE PLACED' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN OTHER
                   PERFORM L4-REWRITE-HOLD
           END-EVALUATE.

       L4-REWRITE-HOLD.
           MOVE HC-DATE TO HL-RELEASED.
           REWRITE HL-Rec
               INVALID KEY
                   MOVE 'HOLD NOT ON FILE' TO MT-REASON
                   PERFORM L4-REJECT-TRANS
               NOT INVALID KEY
                   MOVE 'RELEASED'  TO MT-ACTION
                   MOVE SPACES      TO MT-REASON
                   ADD 1 TO REL-CTR
           END-REWRITE.

       L4-REJECT-TRANS.
           MOVE 'REJECTED'      TO MT-ACTION.
           ADD 1 TO REJ-CTR.

      * The key leads with ID and type, so a START at the lowest
      * date for the pair and a walk forward while both still
      * match sees every hold of that type the student has ever
      * carried; the walk stops on the first open one.
       L4-FIND-OPEN-HOLD.
           MOVE 'N'        TO HF-FOUND.
           MOVE 'TRUE '    TO HL-EOF.
           MOVE HC-ID      TO HL-ID.
           MOVE HC-TYPE    TO HL-TYPE.
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
                   IF HL-ID NOT = HC-ID OR HL-TYPE NOT = HC-TYPE
                       MOVE 'FALSE' TO HL-EOF
                   ELSE
                       IF HL-OPEN
                           MOVE 'Y'     TO HF-FOUND
                           MOVE 'FALSE' TO HL-EOF
                       END-IF
                   END-IF
           END-READ.

       L4-LOG-TRANS.
           MOVE HC-ID      TO D-ID.
           MOVE HC-TYPE    TO D-TYPE.
           MOVE HC-OFFICE  TO D-OFFICE.
           MOVE HC-DATE    TO D-DATE.
           MOVE MT-ACTION  TO D-ACTION.
           MOVE MT-REASON  TO D-REASON.
           WRITE MNTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

       L3-READ-TRANS.
           READ HS-SORTOUT INTO HC-REC
               AT END
                   MOVE 'FALSE' TO EOF.
           MOVE SPACES TO MT-ACTION.

       L3-TOTALS.
           MOVE PLC-CTR TO T-PLC-COUNT.
           MOVE REL-CTR TO T-REL-COUNT.
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

       end program CBLJRT31.
