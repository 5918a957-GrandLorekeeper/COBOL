       identification division.
       program-id. CBLJRT37.

      *----------------------------------------------------------*
      * Disclosure report - who saw which student's record, why, *
      * and when, off the disclosure log CBLJRT03 and CBLJRT15   *
      * append to as they release records.  The control card     *
      * names one student, a date range, or both: a student ID   *
      * alone lists every release of that student ever logged;   *
      * a from and/or to date alone lists every release in the   *
      * range, student by student.  A blank date leaves that end *
      * of the range open.  Each student's releases print        *
      * oldest first with the requester, purpose code, releasing *
      * program, what was released, and the inquiry typed when   *
      * it came from a name search.  The student's name comes    *
      * off the master by key; a student no longer on the master *
      * (merged or purged) still prints, flagged.                *
      *----------------------------------------------------------*

       environment division.
      * OPTIONAL so a missing card fails through the edit below
      * with the designed message instead of abending in the OPEN.
           SELECT OPTIONAL DISCLOSURE-CTL
               ASSIGN TO 'C:\COBOLWI19\DSCCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the report runs, empty, before anything has
      * been released.
           SELECT OPTIONAL DISCLOSURE-LOG
               ASSIGN TO 'C:\COBOLWI19\DSCLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   ALTERNATE RECORD KEY IS I-LNAME
                       WITH DUPLICATES.
           SELECT DS-SORT-FILE
               ASSIGN TO 'DCSRTWK'.
           SELECT DS-SORTOUT
               ASSIGN TO 'C:\COBOLWI19\DCSORT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCLOSURE-RPT
               ASSIGN TO 'C:\COBOLWI19\DSCLOG.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
      * Student ID, from date, to date (CCYYMMDD).  Any may be
      * blank, but not all three.
       FD  DISCLOSURE-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS DC-REC.
       01  DC-REC.
           05  DC-ID                   PIC X(7).
           05  DC-FROM-DATE            PIC X(8).
           05  DC-TO-DATE              PIC X(8).

       FD  DISCLOSURE-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS.
           COPY DSCLAY.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY IRECLAY.

      * Work sort - the selected log records, student then date
      * and time.
       SD  DS-SORT-FILE.
       01  DK-REC.
           05  DK-DATE                 PIC X(8).
           05  DK-TIME                 PIC X(6).
           05  DK-ID                   PIC X(7).
           05  DK-REST                 PIC X(34).

       FD  DS-SORTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS DS-OUT-REC
           RECORD CONTAINS 55 CHARACTERS.
       01  DS-OUT-REC                  PIC X(55).

       FD  DISCLOSURE-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DSCLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  DSCLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  DL-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  READ-CTR                PIC 9(5)    VALUE 0.
           05  LIST-CTR                PIC 9(5)    VALUE 0.
           05  STUDENT-CTR             PIC 9(5)    VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * Current sorted log record.
       01  DG-REC.
           05  DG-DATE.
               10  DG-YEAR             PIC X(4).
               10  DG-MONTH            PIC XX.
               10  DG-DAY              PIC XX.
           05  DG-TIME.
               10  DG-HH               PIC XX.
               10  DG-MM               PIC XX.
               10  DG-SS               PIC XX.
           05  DG-ID                   PIC X(7).
           05  DG-REQUESTER            PIC X(8).
           05  DG-PURPOSE              PIC XX.
           05  DG-PROGRAM              PIC X(8).
           05  DG-RELEASE              PIC X.
           05  DG-SEARCH               PIC X(15).

      * The card's selection, with the open ends of the range
      * filled in so one compare tests both.
       01  Range-Fields.
           05  RG-FROM-DATE            PIC X(8).
           05  RG-TO-DATE              PIC X(8).

      * Student break hold and the student's count.
       01  Break-Fields.
           05  B-STUDENT-ID            PIC X(7)    VALUE SPACES.
           05  B-FIRST-TIME            PIC X       VALUE 'Y'.
           05  ST-COUNT                PIC 9(5)    VALUE 0.

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
               VALUE 'STUDENT RECORD DISCLOSURES'.
           05  FILLER                  PIC X(50)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  SELECT-LINE.
           05  FILLER                  PIC X(9)    VALUE 'STUDENT: '.
           05  SE-ID                   PIC X(7).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'FROM: '.
           05  SE-FROM                 PIC X(10).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'TO: '.
           05  SE-TO                   PIC X(10).
           05  FILLER                  PIC X(76)   VALUE SPACES.

      * A card date, shown mm/dd/yyyy on the selection line.
       01  SHOW-DATE.
           05  SW-MONTH                PIC XX.
           05  FILLER                  PIC X       VALUE '/'.
           05  SW-DAY                  PIC XX.
           05  FILLER                  PIC X       VALUE '/'.
           05  SW-YEAR                 PIC X(4).

       01  STUDENT-LINE.
           05  FILLER                  PIC X(9)    VALUE 'STUDENT: '.
           05  SL-ID                   PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  SL-FNAME                PIC X(15).
           05  FILLER                  PIC X       VALUE SPACES.
           05  SL-LNAME                PIC X(20).
           05  FILLER                  PIC X(77)   VALUE SPACES.

       01  COL-HEADING2.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(13)   VALUE 'DATE'.
           05  FILLER                  PIC X(11)   VALUE 'TIME'.
           05  FILLER                  PIC X(11)   VALUE 'REQUESTER'.
           05  FILLER                  PIC X(9)    VALUE 'PURPOSE'.
           05  FILLER                  PIC X(11)   VALUE 'PROGRAM'.
           05  FILLER                  PIC X(23)   VALUE 'RELEASED'.
           05  FILLER                  PIC X(6)    VALUE 'SEARCH'.

       01  DETAIL-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  D-DATE.
               10  D-MONTH             PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  D-DAY               PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  D-YEAR              PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-TIME.
               10  D-HH                PIC XX.
               10  FILLER              PIC X       VALUE ':'.
               10  D-MM                PIC XX.
               10  FILLER              PIC X       VALUE ':'.
               10  D-SS                PIC XX.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-REQUESTER             PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-PURPOSE               PIC XX.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  D-PROGRAM               PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-RELEASE               PIC X(20).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-SEARCH                PIC X(15).
           05  FILLER                  PIC X(35)   VALUE SPACES.

       01  STUDENT-TOTAL-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'DISCLOSURES: '.
           05  ST-TOTAL                PIC ZZZZ9.
           05  FILLER                  PIC X(110)  VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'LOG RECORDS READ: '.
           05  T-READ-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'DISCLOSURES LISTED: '.
           05  T-LIST-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'STUDENTS: '.
           05  T-STUDENT-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(49)   VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           PERFORM L2-Mainline
               UNTIL EOF = 'FALSE'.
           PERFORM L2-Closing.
           STOP RUN.

       L2-Init.
           OPEN INPUT DISCLOSURE-CTL.
           READ DISCLOSURE-CTL
               AT END
                   MOVE SPACES TO DC-REC.
           CLOSE DISCLOSURE-CTL.
           PERFORM L3-EDIT-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-YEAR   TO  TITLE-YEAR.
           SORT DS-SORT-FILE
               ON ASCENDING KEY DK-ID DK-DATE DK-TIME
               INPUT PROCEDURE IS L2-DISCLOSURE-RELEASE
               GIVING DS-SORTOUT.
           OPEN INPUT DS-SORTOUT.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT DISCLOSURE-RPT.
           PERFORM L4-HEADING.
           PERFORM L3-READ-SORTED.

       L2-Mainline.
           IF B-FIRST-TIME = 'Y' OR DG-ID NOT = B-STUDENT-ID
               IF B-FIRST-TIME = 'N'
                   PERFORM L3-END-STUDENT
               END-IF
               MOVE 'N' TO B-FIRST-TIME
               PERFORM L3-START-STUDENT
           END-IF.
           PERFORM L3-PRINT-DISCLOSURE.
           PERFORM L3-READ-SORTED.

       L2-Closing.
           IF B-FIRST-TIME = 'N'
               PERFORM L3-END-STUDENT
           END-IF.
           PERFORM L3-TOTALS.
           CLOSE DS-SORTOUT.
           CLOSE STUDENT-MASTER.
           CLOSE DISCLOSURE-RPT.

      * Something has to be selected - the compliance report is
      * never the whole log by accident.  Dates given must be
      * CCYYMMDD and in order.
       L3-EDIT-CONTROL.
           IF DC-ID = SPACES AND DC-FROM-DATE = SPACES
               AND DC-TO-DATE = SPACES
               DISPLAY 'CBLJRT37 - DISCLOSURE REPORT ABORTED'
               DISPLAY 'CONTROL CARD MUST NAME A STUDENT OR A '
                   'DATE RANGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF (DC-FROM-DATE NOT = SPACES
                   AND DC-FROM-DATE IS NOT NUMERIC)
               OR (DC-TO-DATE NOT = SPACES
                   AND DC-TO-DATE IS NOT NUMERIC)
               DISPLAY 'CBLJRT37 - DISCLOSURE REPORT ABORTED'
               DISPLAY 'CONTROL CARD DATES MUST BE CCYYMMDD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DC-FROM-DATE = SPACES
               MOVE LOW-VALUES TO RG-FROM-DATE
               MOVE 'ALL'      TO SE-FROM
           ELSE
               MOVE DC-FROM-DATE TO RG-FROM-DATE
               MOVE DC-FROM-DATE(5:2) TO SW-MONTH
               MOVE DC-FROM-DATE(7:2) TO SW-DAY
               MOVE DC-FROM-DATE(1:4) TO SW-YEAR
               MOVE SHOW-DATE    TO SE-FROM
           END-IF.
           IF DC-TO-DATE = SPACES
               MOVE HIGH-VALUES TO RG-TO-DATE
               MOVE 'ALL'       TO SE-TO
           ELSE
               MOVE DC-TO-DATE TO RG-TO-DATE
               MOVE DC-TO-DATE(5:2) TO SW-MONTH
               MOVE DC-TO-DATE(7:2) TO SW-DAY
               MOVE DC-TO-DATE(1:4) TO SW-YEAR
               MOVE SHOW-DATE  TO SE-TO
           END-IF.
           IF RG-FROM-DATE > RG-TO-DATE
               DISPLAY 'CBLJRT37 - DISCLOSURE REPORT ABORTED'
               DISPLAY 'FROM DATE IS AFTER TO DATE ON THE '
                   'CONTROL CARD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DC-ID = SPACES
               MOVE 'ALL'  TO SE-ID
           ELSE
               MOVE DC-ID  TO SE-ID
           END-IF.

       L3-READ-SORTED.
           READ DS-SORTOUT INTO DG-REC
               AT END
                   MOVE 'FALSE' TO EOF.

       L3-START-STUDENT.
           MOVE DG-ID TO B-STUDENT-ID.
           MOVE 0 TO ST-COUNT.
           ADD 1 TO STUDENT-CTR.
           MOVE DG-ID TO SL-ID.
           MOVE DG-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SL-FNAME
                   MOVE '** NOT ON MASTER **' TO SL-LNAME
               NOT INVALID KEY
                   MOVE I-FNAME TO SL-FNAME
                   MOVE I-LNAME TO SL-LNAME
           END-READ.
           WRITE DSCLINE FROM STUDENT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

       L3-PRINT-DISCLOSURE.
           ADD 1 TO ST-COUNT.
           ADD 1 TO LIST-CTR.
           MOVE DG-MONTH     TO D-MONTH.
           MOVE DG-DAY       TO D-DAY.
           MOVE DG-YEAR      TO D-YEAR.
           MOVE DG-HH        TO D-HH.
           MOVE DG-MM        TO D-MM.
           MOVE DG-SS        TO D-SS.
           MOVE DG-REQUESTER TO D-REQUESTER.
           MOVE DG-PURPOSE   TO D-PURPOSE.
           MOVE DG-PROGRAM   TO D-PROGRAM.
           EVALUATE DG-RELEASE
               WHEN 'D'
                   MOVE 'INQUIRY DETAIL'      TO D-RELEASE
               WHEN 'L'
                   MOVE 'NAME SEARCH LISTING' TO D-RELEASE
               WHEN 'T'
                   MOVE 'TRANSCRIPT'          TO D-RELEASE
               WHEN 'W'
                   MOVE 'TRANSCRIPT WITHHELD' TO D-RELEASE
               WHEN OTHER
                   MOVE 'UNKNOWN'             TO D-RELEASE
           END-EVALUATE.
           MOVE DG-SEARCH    TO D-SEARCH.
           WRITE DSCLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

       L3-END-STUDENT.
           MOVE ST-COUNT TO ST-TOTAL.
           WRITE DSCLINE FROM STUDENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

       L3-TOTALS.
           MOVE READ-CTR    TO T-READ-COUNT.
           MOVE LIST-CTR    TO T-LIST-COUNT.
           MOVE STUDENT-CTR TO T-STUDENT-COUNT.
           WRITE DSCLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
           WRITE DSCLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE DSCLINE FROM SELECT-LINE
             AFTER ADVANCING 2 LINES.
           WRITE DSCLINE FROM COL-HEADING2
             AFTER ADVANCING 2 LINE.

      *----------------------------------------------------------*
      * Selection pass - feeds the sort.  Reads the log start to *
      * end and releases only the records for the card's student *
      * (when it names one) that fall inside the date range.     *
      *----------------------------------------------------------*
       L2-DISCLOSURE-RELEASE SECTION.
       L3-DISCLOSURE-START.
           OPEN INPUT DISCLOSURE-LOG.
           PERFORM L3-READ-LOG.
           PERFORM L3-SELECT-DISCLOSURE
               UNTIL DL-EOF = 'FALSE'.
           CLOSE DISCLOSURE-LOG.
           GO TO L3-DISCLOSURE-EXIT.

       L3-READ-LOG.
           READ DISCLOSURE-LOG
               AT END
                   MOVE 'FALSE' TO DL-EOF.

       L3-SELECT-DISCLOSURE.
           ADD 1 TO READ-CTR.
           IF (DC-ID = SPACES OR DL-ID = DC-ID)
               AND DL-DATE NOT < RG-FROM-DATE
               AND DL-DATE NOT > RG-TO-DATE
               MOVE DL-Rec TO DK-REC
               RELEASE DK-REC
           END-IF.
           PERFORM L3-READ-LOG.

       L3-DISCLOSURE-EXIT.
           EXIT.

       end program CBLJRT37.
