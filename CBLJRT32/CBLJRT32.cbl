       identification division.
       program-id. CBLJRT32.

      *----------------------------------------------------------*
      * Open-holds report - every hold on the holds file with no *
      * release date (CBLJRT31 places and releases them), listed *
      * by placing office and, within the office, oldest first,  *
      * so each office can work down its own backlog.  Each line *
      * carries the student's name off the master, the hold      *
      * type, the date placed, and the hold's age in days as of  *
      * the run date, and each office closes with its count      *
      * aged 0-30, 31-60, 61-90, and over 90 days; the same      *
      * aging closes the report for the college as a whole.      *
      *----------------------------------------------------------*

       environment division.
           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTHLD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS HL-KEY.
           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   ALTERNATE RECORD KEY IS I-LNAME
                       WITH DUPLICATES.
           SELECT OH-SORT-FILE
               ASSIGN TO 'OHSRTWK'.
           SELECT OH-SORTOUT
               ASSIGN TO 'C:\COBOLWI19\OHSORT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-RPT
               ASSIGN TO 'C:\COBOLWI19\HOLDOPN.PRT'
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

      * Work sort - the open holds only, office then date placed
      * (oldest first) then ID, each carrying its age in days.
       SD  OH-SORT-FILE.
       01  OK-REC.
           05  OK-OFFICE               PIC X(4).
           05  OK-PLACED               PIC X(8).
           05  OK-ID                   PIC X(7).
           05  OK-TYPE                 PIC XX.
           05  OK-AGE                  PIC 9(5).

       FD  OH-SORTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS OH-OUT-REC
           RECORD CONTAINS 26 CHARACTERS.
       01  OH-OUT-REC                  PIC X(26).

       FD  HOLD-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS HLDLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  HLDLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  HL-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  READ-CTR                PIC 9(5)    VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * Current sorted open hold.
       01  OG-REC.
           05  OG-OFFICE               PIC X(4).
           05  OG-PLACED.
               10  OG-PLACED-YEAR      PIC X(4).
               10  OG-PLACED-MONTH     PIC XX.
               10  OG-PLACED-DAY       PIC XX.
           05  OG-ID                   PIC X(7).
           05  OG-TYPE                 PIC XX.
           05  OG-AGE                  PIC 9(5).

      * Run date as a day number, for the age arithmetic.
       01  Age-Work-Fields.
           05  AW-TODAY                PIC 9(8).
           05  AW-TODAY-DAYS           PIC 9(7)    VALUE 0.
           05  AW-PLACED-NUM           PIC 9(8).
           05  AW-SLOT                 PIC 9       VALUE 0.

      * Office break hold and the aging accumulators - slots 1
      * through 4 are 0-30, 31-60, 61-90, and over 90 days.  The
      * office figures roll into the college figures at the break.
       01  Hold-Totals.
           05  B-OFFICE                PIC X(4)    VALUE SPACES.
           05  B-FIRST-TIME            PIC X       VALUE 'Y'.
           05  OT-COUNT                PIC 9(5)    VALUE 0.
           05  OT-AGED                 PIC 9(5)    OCCURS 4 TIMES.
           05  GT-COUNT                PIC 9(5)    VALUE 0.
           05  GT-AGED                 PIC 9(5)    OCCURS 4 TIMES.

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  TITLE-DATE.
               10  TITLE-MONTH         PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-DAY           PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-YEAR          PIC X(4).
           05  FILLER                  PIC X(32)   VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE 'OPEN HOLDS BY OFFICE'.
           05  FILLER                  PIC X(50)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  OFFICE-LINE.
           05  FILLER                  PIC X(8)    VALUE 'OFFICE: '.
           05  OL-OFFICE               PIC X(4).
           05  FILLER                  PIC X(120)  VALUE SPACES.

       01  COL-HEADING2.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC XX      VALUE 'ID'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'LAST NAME'.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'FIRST NAME'.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'TYPE'.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PLACED'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'AGE DAYS'.

       01  DETAIL-LINE.
           05  D-ID                    PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-LAST-NAME             PIC X(15).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-FIRST-NAME            PIC X(15).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-TYPE                  PIC XX.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  D-PLACED.
               10  D-PLACED-MONTH      PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  D-PLACED-DAY        PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  D-PLACED-YEAR       PIC X(4).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  D-AGE                   PIC ZZZZ9.
           05  FILLER                  PIC X(59)   VALUE SPACES.

       01  AGING-LINE.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  AL-CAPTION              PIC X(16).
           05  AL-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE '0-30: '.
           05  AL-AGED-1               PIC ZZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE '31-60: '.
           05  AL-AGED-2               PIC ZZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE '61-90: '.
           05  AL-AGED-3               PIC ZZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'OVER 90: '.
           05  AL-AGED-4               PIC ZZZZ9.
           05  FILLER                  PIC X(37)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'HOLD RECORDS READ:  '.
           05  T-READ-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(97)   VALUE SPACES.

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
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE
               INTO AW-TODAY.
           COMPUTE AW-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(AW-TODAY).
           PERFORM L3-CLEAR-GRAND-SLOT
               VARYING AW-SLOT FROM 1 BY 1
                   UNTIL AW-SLOT > 4.
           SORT OH-SORT-FILE
               ON ASCENDING KEY OK-OFFICE OK-PLACED OK-ID
               INPUT PROCEDURE IS L2-OPEN-HOLD-RELEASE
               GIVING OH-SORTOUT.
           OPEN INPUT OH-SORTOUT.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT HOLD-RPT.
           PERFORM L3-READ-SORTED.

       L2-Mainline.
           IF B-FIRST-TIME = 'Y' OR OG-OFFICE NOT = B-OFFICE
               IF B-FIRST-TIME = 'N'
                   PERFORM L3-END-OFFICE
               END-IF
               MOVE 'N' TO B-FIRST-TIME
               PERFORM L3-START-OFFICE
           END-IF.
           PERFORM L3-PRINT-HOLD.
           PERFORM L3-READ-SORTED.

       L2-Closing.
           IF B-FIRST-TIME = 'N'
               PERFORM L3-END-OFFICE
           ELSE
               PERFORM L4-HEADING
           END-IF.
           PERFORM L3-TOTALS.
           CLOSE OH-SORTOUT.
           CLOSE STUDENT-MASTER.
           CLOSE HOLD-RPT.

       L3-CLEAR-GRAND-SLOT.
           MOVE 0 TO GT-AGED(AW-SLOT).

       L3-READ-SORTED.
           READ OH-SORTOUT INTO OG-REC
               AT END
                   MOVE 'FALSE' TO EOF.

      * Each office starts a fresh page.
       L3-START-OFFICE.
           MOVE OG-OFFICE TO B-OFFICE.
           MOVE 0 TO OT-COUNT.
           PERFORM L4-CLEAR-OFFICE-SLOT
               VARYING AW-SLOT FROM 1 BY 1
                   UNTIL AW-SLOT > 4.
           PERFORM L4-HEADING.

       L4-CLEAR-OFFICE-SLOT.
           MOVE 0 TO OT-AGED(AW-SLOT).

       L3-PRINT-HOLD.
           EVALUATE TRUE
               WHEN OG-AGE <= 30
                   MOVE 1 TO AW-SLOT
               WHEN OG-AGE <= 60
                   MOVE 2 TO AW-SLOT
               WHEN OG-AGE <= 90
                   MOVE 3 TO AW-SLOT
               WHEN OTHER
                   MOVE 4 TO AW-SLOT
           END-EVALUATE.
           ADD 1 TO OT-COUNT.
           ADD 1 TO OT-AGED(AW-SLOT).
           MOVE OG-ID TO D-ID.
           MOVE OG-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE '** NOT ON MASTER' TO D-LAST-NAME
                   MOVE SPACES TO D-FIRST-NAME
               NOT INVALID KEY
                   MOVE I-LNAME TO D-LAST-NAME
                   MOVE I-FNAME TO D-FIRST-NAME
           END-READ.
           MOVE OG-TYPE         TO D-TYPE.
           MOVE OG-PLACED-MONTH TO D-PLACED-MONTH.
           MOVE OG-PLACED-DAY   TO D-PLACED-DAY.
           MOVE OG-PLACED-YEAR  TO D-PLACED-YEAR.
           MOVE OG-AGE          TO D-AGE.
           WRITE HLDLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

       L3-END-OFFICE.
           MOVE 'OFFICE TOTAL:'  TO AL-CAPTION.
           MOVE OT-COUNT         TO AL-COUNT.
           MOVE OT-AGED(1)       TO AL-AGED-1.
           MOVE OT-AGED(2)       TO AL-AGED-2.
           MOVE OT-AGED(3)       TO AL-AGED-3.
           MOVE OT-AGED(4)       TO AL-AGED-4.
           WRITE HLDLINE FROM AGING-LINE
               AFTER ADVANCING 2 LINES.
           ADD OT-COUNT TO GT-COUNT.
           PERFORM L4-ROLL-GRAND-SLOT
               VARYING AW-SLOT FROM 1 BY 1
                   UNTIL AW-SLOT > 4.

       L4-ROLL-GRAND-SLOT.
           ADD OT-AGED(AW-SLOT) TO GT-AGED(AW-SLOT).

       L3-TOTALS.
           MOVE 'ALL OFFICES:'   TO AL-CAPTION.
           MOVE GT-COUNT         TO AL-COUNT.
           MOVE GT-AGED(1)       TO AL-AGED-1.
           MOVE GT-AGED(2)       TO AL-AGED-2.
           MOVE GT-AGED(3)       TO AL-AGED-3.
           MOVE GT-AGED(4)       TO AL-AGED-4.
           WRITE HLDLINE FROM AGING-LINE
               AFTER ADVANCING 3 LINES.
           MOVE READ-CTR TO T-READ-COUNT.
           WRITE HLDLINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
           WRITE HLDLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           MOVE B-OFFICE TO OL-OFFICE.
           WRITE HLDLINE FROM OFFICE-LINE
             AFTER ADVANCING 2 LINES.
           WRITE HLDLINE FROM COL-HEADING2
             AFTER ADVANCING 2 LINE.

      *----------------------------------------------------------*
      * Selection pass - feeds the sort.  Reads the holds file   *
      * start to end and releases only the open holds, each      *
      * with its age in days off the run date.                   *
      *----------------------------------------------------------*
       L2-OPEN-HOLD-RELEASE SECTION.
       L3-OPEN-HOLD-START.
           OPEN INPUT HOLD-MASTER.
           PERFORM L3-READ-HOLD.
           PERFORM L3-SELECT-HOLD
               UNTIL HL-EOF = 'FALSE'.
           CLOSE HOLD-MASTER.
           GO TO L3-OPEN-HOLD-EXIT.

       L3-READ-HOLD.
           READ HOLD-MASTER
               AT END
                   MOVE 'FALSE' TO HL-EOF.

       L3-SELECT-HOLD.
           ADD 1 TO READ-CTR.
           IF HL-OPEN
               MOVE HL-OFFICE TO OK-OFFICE
               MOVE HL-PLACED TO OK-PLACED
               MOVE HL-ID     TO OK-ID
               MOVE HL-TYPE   TO OK-TYPE
               MOVE HL-PLACED TO AW-PLACED-NUM
               COMPUTE OK-AGE = AW-TODAY-DAYS -
                   FUNCTION INTEGER-OF-DATE(AW-PLACED-NUM)
               RELEASE OK-REC
           END-IF.
           PERFORM L3-READ-HOLD.

       L3-OPEN-HOLD-EXIT.
           EXIT.

       end program CBLJRT32.
