       identification division.
       program-id. CBLJRT30.

      *----------------------------------------------------------*
      * Grade distribution and D/F-rate report by term and       *
      * course - which courses fail the most students.  Reads    *
      * every grade in the control card's term range off the     *
      * course-grade file and, for the terms CBLJRT25 has moved  *
      * out, off the grade archive; an archived grade that has   *
      * since been retrieved back onto the grade file is counted *
      * once, from the grade file.  The department of each       *
      * course comes off the course catalog (CBLJRT29).  The     *
      * grades are sorted term/department/course and control-    *
      * broken by term and course: each course line carries the  *
      * enrollment, the count and percent of each letter A-F,    *
      * the average grade points per grade, and the D/F rate;    *
      * each term closes with a department totals block.  Every  *
      * attempt counts here - a retake is a seat in its own      *
      * term, whatever CBLJRT06 does with it for the GPA.        *
      * A course under the card's minimum enrollment is left     *
      * off the page but still counts in its department total.   *
      * A printed course whose D/F rate is over the card's flag  *
      * percentage is flagged.                                   *
      *----------------------------------------------------------*

       environment division.
           SELECT OPTIONAL GRADE-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTGRD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-KEY.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO 'C:\COBOLWI19\GRADEARC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COURSE-MASTER
               ASSIGN TO 'C:\COBOLWI19\CRSCAT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CR-COURSE.
      * OPTIONAL so a missing card fails through the edit below
      * with the designed message instead of abending in the
      * OPEN - a run with no D/F bar must not guess one.
           SELECT OPTIONAL DIST-CTL
               ASSIGN TO 'C:\COBOLWI19\DSTCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DS-SORT-FILE
               ASSIGN TO 'DSSRTWK'.
           SELECT DS-SORTOUT
               ASSIGN TO 'C:\COBOLWI19\DSSORT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-RPT
               ASSIGN TO 'C:\COBOLWI19\GRADEDST.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
       FD  GRADE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS.
           COPY GRECLAY.

      * Cumulative archive CBLJRT25 appends to - full 23-byte
      * GR-Rec images.
       FD  ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 23 CHARACTERS.
       01  AR-REC.
           05  AR-KEY.
               10  AR-ID               PIC X(7).
               10  AR-COURSE           PIC X(8).
               10  AR-TERM             PIC X(5).
           05  AR-CREDITS              PIC 99.
           05  AR-GRADE                PIC X.

       FD  COURSE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS.
           COPY CRSLAY.

      * The term range (a blank bound is open-ended), the minimum
      * enrollment a course needs to get its own line, and the
      * D/F percentage above which a course is flagged.
       FD  DIST-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS DC-REC.
       01  DC-REC.
           05  DC-FROM-TERM            PIC X(5).
           05  DC-TO-TERM              PIC X(5).
           05  DC-MIN-ENROLL           PIC 9(3).
           05  DC-DF-PCT               PIC 9(3).

      * Work sort - one record per grade in range, decorated with
      * the course's department, sequenced for the term and
      * course breaks with the departments grouped inside a term.
       SD  DS-SORT-FILE.
       01  DK-REC.
           05  DK-TERM                 PIC X(5).
           05  DK-DEPT                 PIC X(4).
           05  DK-COURSE               PIC X(8).
           05  DK-GRADE                PIC X.

       FD  DS-SORTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS DS-OUT-REC
           RECORD CONTAINS 18 CHARACTERS.
       01  DS-OUT-REC                  PIC X(18).

       FD  DIST-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DSTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  DSTLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  GR-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  AR-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  GRD-CTR                 PIC 9(5)    VALUE 0.
           05  ARC-CTR                 PIC 9(5)    VALUE 0.
           05  DUP-CTR                 PIC 9(5)    VALUE 0.
           05  OUT-CTR                 PIC 9(5)    VALUE 0.
           05  CRS-CTR                 PIC 9(5)    VALUE 0.
           05  SMALL-CTR               PIC 9(5)    VALUE 0.
           05  FLAG-CTR                PIC 9(5)    VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * The term range as compared - a blank bound on the card
      * becomes LOW-VALUES or HIGH-VALUES so one pair of compares
      * serves every case.
       01  Range-Fields.
           05  RG-FROM-TERM            PIC X(5).
           05  RG-TO-TERM              PIC X(5).
           05  RG-TERM-TESTED          PIC X(5).

      * Current sorted grade record.
       01  DG-REC.
           05  DG-TERM                 PIC X(5).
           05  DG-DEPT                 PIC X(4).
           05  DG-COURSE               PIC X(8).
           05  DG-GRADE                PIC X.

      * Control-break holds and the course accumulators.  The
      * grade counts run A, B, C, D, F in slots 1 through 5.
       01  Dist-Work-Fields.
           05  B-TERM                  PIC X(5)    VALUE SPACES.
           05  B-DEPT                  PIC X(4)    VALUE SPACES.
           05  B-COURSE                PIC X(8)    VALUE SPACES.
           05  B-FIRST-TIME            PIC X       VALUE 'Y'.
           05  DW-SLOT                 PIC 9       VALUE 0.
           05  DW-GRADE-POINTS         PIC 9V99    VALUE 0.
           05  CA-ENROLL               PIC 9(5)    VALUE 0.
           05  CA-POINTS               PIC 9(6)V99 VALUE 0.
           05  CA-GRADE-CNT            PIC 9(5)    OCCURS 5 TIMES.

      * Department totals for the term in progress.  The sort
      * groups a term's departments together, so a new entry is
      * opened whenever the department changes - no search.
       01  Dept-Table-Ctl.
           05  DT-COUNT                PIC 99      VALUE 0.
           05  DT-SCAN                 PIC 99      VALUE 0.
       01  DEPT-TABLE.
           05  DT-ENTRY OCCURS 50 TIMES.
               10  DT-DEPT             PIC X(4).
               10  DT-ENROLL           PIC 9(5).
               10  DT-POINTS           PIC 9(6)V99.
               10  DT-GRADE-CNT        PIC 9(5)    OCCURS 5 TIMES.

      * One line's figures on their way to the print line - the
      * course line and the department total line both format
      * through here so the arithmetic is written once.
       01  Format-Work-Fields.
           05  FW-ENROLL               PIC 9(5)    VALUE 0.
           05  FW-POINTS               PIC 9(6)V99 VALUE 0.
           05  FW-GRADE-CNT            PIC 9(5)    OCCURS 5 TIMES.
           05  FW-GRADE-PCT            PIC 9(3)    OCCURS 5 TIMES.
           05  FW-AVG-POINTS           PIC 9V99    VALUE 0.
           05  FW-DF-RATE              PIC 9(3)V99 VALUE 0.
           05  FW-DF-PCT               PIC 9(3)    VALUE 0.
           05  FW-SLOT                 PIC 9       VALUE 0.

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  TITLE-DATE.
               10  TITLE-MONTH         PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-DAY           PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-YEAR          PIC X(4).
           05  FILLER                  PIC X(24)   VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'GRADE DISTRIBUTION AND D/F RATE REPORT'.
           05  FILLER                  PIC X(44)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  BAR-LINE.
           05  FILLER                  PIC X(7)    VALUE 'TERMS: '.
           05  BL-FROM-TERM            PIC X(5).
           05  FILLER                  PIC X(6)    VALUE ' THRU '.
           05  BL-TO-TERM              PIC X(5).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'MIN ENROLLMENT: '.
           05  BL-MIN-ENROLL           PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'FLAG D/F RATE OVER: '.
           05  BL-DF-PCT               PIC ZZ9.
           05  FILLER                  PIC X       VALUE '%'.
           05  FILLER                  PIC X(56)   VALUE SPACES.

       01  TERM-LINE.
           05  FILLER                  PIC X(6)    VALUE 'TERM: '.
           05  TL-TERM                 PIC X(5).
           05  FILLER                  PIC X(121)  VALUE SPACES.

       01  DEPT-HEAD-LINE.
           05  FILLER                  PIC X(29)
               VALUE 'DEPARTMENT TOTALS FOR TERM: '.
           05  DH-TERM                 PIC X(5).
           05  FILLER                  PIC X(98)   VALUE SPACES.

       01  COL-HEADING2.
           05  FILLER                  PIC X(4)    VALUE 'DEPT'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'COURSE'.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'TITLE'.
           05  FILLER                  PIC X(16)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'ENROL'.
           05  FILLER                  PIC X(10)   VALUE '     A  %A'.
           05  FILLER                  PIC X(10)   VALUE '     B  %B'.
           05  FILLER                  PIC X(10)   VALUE '     C  %C'.
           05  FILLER                  PIC X(10)   VALUE '     D  %D'.
           05  FILLER                  PIC X(10)   VALUE '     F  %F'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'AVG GP'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'D/F%'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'FLAG'.

      * Course line; the department total line reuses it with
      * the course blank and the title saying what it is.
       01  DETAIL-LINE.
           05  D-DEPT                  PIC X(4).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-COURSE                PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-TITLE                 PIC X(20).
           05  FILLER                  PIC X       VALUE SPACES.
           05  D-ENROLL                PIC ZZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-A-CNT                 PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACES.
           05  D-A-PCT                 PIC ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-B-CNT                 PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACES.
           05  D-B-PCT                 PIC ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-C-CNT                 PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACES.
           05  D-C-PCT                 PIC ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-D-CNT                 PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACES.
           05  D-D-PCT                 PIC ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  D-F-CNT                 PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACES.
           05  D-F-PCT                 PIC ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-AVG-POINTS            PIC 9.99.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  D-DF-PCT                PIC ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-FLAG                  PIC X(14).
           05  FILLER                  PIC X(9)    VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  CL-CAPTION              PIC X(36).
           05  CL-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(81)   VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           PERFORM L2-Mainline
               UNTIL EOF = 'FALSE'.
           PERFORM L2-Closing.
           STOP RUN.

       L2-Init.
           OPEN INPUT DIST-CTL.
           READ DIST-CTL
               AT END
                   MOVE SPACES TO DC-REC.
           CLOSE DIST-CTL.
           IF DC-DF-PCT IS NOT NUMERIC
               DISPLAY 'CBLJRT30 - DISTRIBUTION RUN ABORTED'
               DISPLAY 'CONTROL CARD MUST CARRY THE D/F FLAG '
                   'PERCENTAGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DC-MIN-ENROLL IS NOT NUMERIC
               MOVE 0 TO DC-MIN-ENROLL
           END-IF.
           IF DC-FROM-TERM = SPACES
               MOVE LOW-VALUES TO RG-FROM-TERM
           ELSE
               MOVE DC-FROM-TERM TO RG-FROM-TERM
           END-IF.
           IF DC-TO-TERM = SPACES
               MOVE HIGH-VALUES TO RG-TO-TERM
           ELSE
               MOVE DC-TO-TERM TO RG-TO-TERM
           END-IF.
           IF RG-FROM-TERM > RG-TO-TERM
               DISPLAY 'CBLJRT30 - DISTRIBUTION RUN ABORTED'
               DISPLAY 'FROM TERM IS AFTER TO TERM ON THE '
                   'CONTROL CARD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-MASTER.
           SORT DS-SORT-FILE
               ON ASCENDING KEY DK-TERM DK-DEPT DK-COURSE
               INPUT PROCEDURE IS L2-DIST-RELEASE
               GIVING DS-SORTOUT.
           OPEN INPUT DS-SORTOUT.
           OPEN OUTPUT DIST-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-YEAR   TO  TITLE-YEAR.
           MOVE DC-FROM-TERM  TO BL-FROM-TERM.
           MOVE DC-TO-TERM    TO BL-TO-TERM.
           MOVE DC-MIN-ENROLL TO BL-MIN-ENROLL.
           MOVE DC-DF-PCT     TO BL-DF-PCT.
           PERFORM L3-READ-SORTED.

      * Two-level break - term, then course within it.  The
      * department rides along with the course (a course has one
      * department), so a course break is also where a department
      * change is noticed.
       L2-Mainline.
           IF B-FIRST-TIME = 'Y' OR DG-TERM NOT = B-TERM
               IF B-FIRST-TIME = 'N'
                   PERFORM L3-END-COURSE
                   PERFORM L3-END-TERM
               END-IF
               MOVE 'N' TO B-FIRST-TIME
               PERFORM L3-START-TERM
               PERFORM L3-START-COURSE
           ELSE
               IF DG-COURSE NOT = B-COURSE
                   PERFORM L3-END-COURSE
                   PERFORM L3-START-COURSE
               END-IF
           END-IF.
           PERFORM L3-COUNT-GRADE.
           PERFORM L3-READ-SORTED.

      * A run with no grades in range never started a term page,
      * so the totals get a heading of their own.
       L2-Closing.
           IF B-FIRST-TIME = 'N'
               PERFORM L3-END-COURSE
               PERFORM L3-END-TERM
           ELSE
               PERFORM L4-HEADING
           END-IF.
           PERFORM L3-TOTALS.
           CLOSE DS-SORTOUT.
           CLOSE COURSE-MASTER.
           CLOSE DIST-RPT.

       L3-READ-SORTED.
           READ DS-SORTOUT INTO DG-REC
               AT END
                   MOVE 'FALSE' TO EOF.

      * Each term starts a fresh page and an empty department
      * table.  The heading carries the control-card bar line, so
      * every page shows the range and thresholds it was run on.
       L3-START-TERM.
           MOVE DG-TERM TO B-TERM.
           MOVE 0 TO DT-COUNT.
           MOVE SPACES TO B-DEPT.
           PERFORM L4-HEADING.
           MOVE B-TERM TO TL-TERM.
           WRITE DSTLINE FROM TERM-LINE
               AFTER ADVANCING 2 LINES.

       L3-START-COURSE.
           MOVE DG-COURSE TO B-COURSE.
           MOVE 0 TO CA-ENROLL.
           MOVE 0 TO CA-POINTS.
           PERFORM L4-CLEAR-COURSE-SLOT
               VARYING DW-SLOT FROM 1 BY 1
                   UNTIL DW-SLOT > 5.
           IF DG-DEPT NOT = B-DEPT
               PERFORM L4-OPEN-DEPT
           END-IF.

       L4-CLEAR-COURSE-SLOT.
           MOVE 0 TO CA-GRADE-CNT(DW-SLOT).

       L4-OPEN-DEPT.
           IF DT-COUNT >= 50
               DISPLAY 'CBLJRT30 - DISTRIBUTION RUN ABORTED'
               DISPLAY 'MORE DEPARTMENTS IN TERM ' B-TERM
                   ' THAN THE DEPARTMENT TABLE HOLDS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DG-DEPT TO B-DEPT.
           ADD 1 TO DT-COUNT.
           MOVE DG-DEPT TO DT-DEPT(DT-COUNT).
           MOVE 0 TO DT-ENROLL(DT-COUNT).
           MOVE 0 TO DT-POINTS(DT-COUNT).
           PERFORM L4-CLEAR-DEPT-SLOT
               VARYING DW-SLOT FROM 1 BY 1
                   UNTIL DW-SLOT > 5.

       L4-CLEAR-DEPT-SLOT.
           MOVE 0 TO DT-GRADE-CNT(DT-COUNT, DW-SLOT).

      * Same point scale as CBLJRT06's L3-ACCUMULATE.  The grade
      * file only ever holds A-F (CBLJRT05 edits it), so anything
      * else is counted as the F it would post as.
       L3-COUNT-GRADE.
           EVALUATE DG-GRADE
               WHEN 'A'
                   MOVE 1    TO DW-SLOT
                   MOVE 4.00 TO DW-GRADE-POINTS
               WHEN 'B'
                   MOVE 2    TO DW-SLOT
                   MOVE 3.00 TO DW-GRADE-POINTS
               WHEN 'C'
                   MOVE 3    TO DW-SLOT
                   MOVE 2.00 TO DW-GRADE-POINTS
               WHEN 'D'
                   MOVE 4    TO DW-SLOT
                   MOVE 1.00 TO DW-GRADE-POINTS
               WHEN OTHER
                   MOVE 5    TO DW-SLOT
                   MOVE 0.00 TO DW-GRADE-POINTS
           END-EVALUATE.
           ADD 1 TO CA-ENROLL.
           ADD DW-GRADE-POINTS TO CA-POINTS.
           ADD 1 TO CA-GRADE-CNT(DW-SLOT).

      * Rolls the course into its department total, then prints
      * it if it meets the minimum enrollment.
       L3-END-COURSE.
           ADD 1 TO CRS-CTR.
           ADD CA-ENROLL TO DT-ENROLL(DT-COUNT).
           ADD CA-POINTS TO DT-POINTS(DT-COUNT).
           PERFORM L4-ROLL-DEPT-SLOT
               VARYING DW-SLOT FROM 1 BY 1
                   UNTIL DW-SLOT > 5.
           IF CA-ENROLL < DC-MIN-ENROLL
               ADD 1 TO SMALL-CTR
           ELSE
               MOVE CA-ENROLL TO FW-ENROLL
               MOVE CA-POINTS TO FW-POINTS
               PERFORM L4-LOAD-COURSE-SLOT
                   VARYING DW-SLOT FROM 1 BY 1
                       UNTIL DW-SLOT > 5
               PERFORM L4-FORMAT-FIGURES
               MOVE B-DEPT   TO D-DEPT
               MOVE B-COURSE TO D-COURSE
               PERFORM L4-LOOKUP-TITLE
               IF FW-DF-RATE > DC-DF-PCT
                   MOVE '** HIGH D/F **' TO D-FLAG
                   ADD 1 TO FLAG-CTR
               ELSE
                   MOVE SPACES TO D-FLAG
               END-IF
               PERFORM L4-PRINT-DETAIL
           END-IF.

       L4-ROLL-DEPT-SLOT.
           ADD CA-GRADE-CNT(DW-SLOT)
               TO DT-GRADE-CNT(DT-COUNT, DW-SLOT).

       L4-LOAD-COURSE-SLOT.
           MOVE CA-GRADE-CNT(DW-SLOT) TO FW-GRADE-CNT(DW-SLOT).

       L4-LOOKUP-TITLE.
           MOVE B-COURSE TO CR-COURSE.
           READ COURSE-MASTER
               INVALID KEY
                   MOVE '** NOT IN CATALOG **' TO D-TITLE
               NOT INVALID KEY
                   MOVE CR-TITLE TO D-TITLE
           END-READ.

      * Closes the term with its department totals block.
       L3-END-TERM.
           MOVE B-TERM TO DH-TERM.
           WRITE DSTLINE FROM DEPT-HEAD-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
           PERFORM L4-PRINT-DEPT
               VARYING DT-SCAN FROM 1 BY 1
                   UNTIL DT-SCAN > DT-COUNT.

       L4-PRINT-DEPT.
           MOVE DT-ENROLL(DT-SCAN) TO FW-ENROLL.
           MOVE DT-POINTS(DT-SCAN) TO FW-POINTS.
           PERFORM L4-LOAD-DEPT-SLOT
               VARYING DW-SLOT FROM 1 BY 1
                   UNTIL DW-SLOT > 5.
           PERFORM L4-FORMAT-FIGURES.
           MOVE DT-DEPT(DT-SCAN) TO D-DEPT.
           MOVE SPACES TO D-COURSE.
           MOVE 'DEPARTMENT TOTAL' TO D-TITLE.
           MOVE SPACES TO D-FLAG.
           PERFORM L4-PRINT-DETAIL.

       L4-LOAD-DEPT-SLOT.
           MOVE DT-GRADE-CNT(DT-SCAN, DW-SLOT)
               TO FW-GRADE-CNT(DW-SLOT).

      * Percentages are of the enrollment, rounded to the whole
      * percent; the D/F rate is kept to two decimals for the
      * flag test so a course just over the bar isn't rounded
      * under it.
       L4-FORMAT-FIGURES.
           PERFORM L4-FORMAT-SLOT
               VARYING FW-SLOT FROM 1 BY 1
                   UNTIL FW-SLOT > 5.
           IF FW-ENROLL > 0
               COMPUTE FW-AVG-POINTS ROUNDED =
                   FW-POINTS / FW-ENROLL
               COMPUTE FW-DF-RATE ROUNDED =
                   (FW-GRADE-CNT(4) + FW-GRADE-CNT(5)) * 100
                       / FW-ENROLL
           ELSE
               MOVE 0 TO FW-AVG-POINTS
               MOVE 0 TO FW-DF-RATE
           END-IF.
           COMPUTE FW-DF-PCT ROUNDED = FW-DF-RATE.
           MOVE FW-ENROLL       TO D-ENROLL.
           MOVE FW-GRADE-CNT(1) TO D-A-CNT.
           MOVE FW-GRADE-PCT(1) TO D-A-PCT.
           MOVE FW-GRADE-CNT(2) TO D-B-CNT.
           MOVE FW-GRADE-PCT(2) TO D-B-PCT.
           MOVE FW-GRADE-CNT(3) TO D-C-CNT.
           MOVE FW-GRADE-PCT(3) TO D-C-PCT.
           MOVE FW-GRADE-CNT(4) TO D-D-CNT.
           MOVE FW-GRADE-PCT(4) TO D-D-PCT.
           MOVE FW-GRADE-CNT(5) TO D-F-CNT.
           MOVE FW-GRADE-PCT(5) TO D-F-PCT.
           MOVE FW-AVG-POINTS   TO D-AVG-POINTS.
           MOVE FW-DF-PCT       TO D-DF-PCT.

       L4-FORMAT-SLOT.
           IF FW-ENROLL > 0
               COMPUTE FW-GRADE-PCT(FW-SLOT) ROUNDED =
                   FW-GRADE-CNT(FW-SLOT) * 100 / FW-ENROLL
           ELSE
               MOVE 0 TO FW-GRADE-PCT(FW-SLOT)
           END-IF.

       L4-PRINT-DETAIL.
           WRITE DSTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

       L3-TOTALS.
           MOVE 'GRADES READ - GRADE FILE:'  TO CL-CAPTION.
           MOVE GRD-CTR                TO CL-COUNT.
           WRITE DSTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'GRADES READ - ARCHIVE:'      TO CL-CAPTION.
           MOVE ARC-CTR                TO CL-COUNT.
           WRITE DSTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVED AND ALSO ON GRADE FILE:' TO CL-CAPTION.
           MOVE DUP-CTR                TO CL-COUNT.
           WRITE DSTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OUTSIDE TERM RANGE:'         TO CL-CAPTION.
           MOVE OUT-CTR                TO CL-COUNT.
           WRITE DSTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'COURSE SECTIONS COUNTED:'    TO CL-CAPTION.
           MOVE CRS-CTR                TO CL-COUNT.
           WRITE DSTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNDER MINIMUM - NOT LISTED:' TO CL-CAPTION.
           MOVE SMALL-CTR              TO CL-COUNT.
           WRITE DSTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FLAGGED HIGH D/F:'           TO CL-CAPTION.
           MOVE FLAG-CTR               TO CL-COUNT.
           WRITE DSTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
           WRITE DSTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE DSTLINE FROM BAR-LINE
               AFTER ADVANCING 2 LINES.
           WRITE DSTLINE FROM COL-HEADING2
             AFTER ADVANCING 2 LINE.

      *----------------------------------------------------------*
      * Gather pass - feeds the sort.  The archive first, each   *
      * record probed against the grade file by key so a term    *
      * CBLJRT25 has retrieved back isn't counted twice; then    *
      * the grade file itself, start to end.  Only grades in the *
      * card's term range are released, each decorated with its  *
      * course's department off the catalog.                     *
      *----------------------------------------------------------*
       L2-DIST-RELEASE SECTION.
       L3-DIST-START.
           OPEN INPUT GRADE-MASTER.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM L3-READ-ARCHIVE.
           PERFORM L3-GATHER-ARCHIVE
               UNTIL AR-EOF = 'FALSE'.
           CLOSE ARCHIVE-FILE.
           MOVE LOW-VALUES TO GR-KEY.
           START GRADE-MASTER
               KEY IS GREATER THAN GR-KEY
               INVALID KEY
                   MOVE 'FALSE' TO GR-EOF
           END-START.
           IF GR-EOF = 'TRUE '
               PERFORM L3-READ-GRADE-NEXT
           END-IF.
           PERFORM L3-GATHER-GRADE
               UNTIL GR-EOF = 'FALSE'.
           CLOSE GRADE-MASTER.
           GO TO L3-DIST-EXIT.

       L3-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'FALSE' TO AR-EOF.

       L3-READ-GRADE-NEXT.
           READ GRADE-MASTER NEXT RECORD
               AT END
                   MOVE 'FALSE' TO GR-EOF.

       L3-GATHER-ARCHIVE.
           ADD 1 TO ARC-CTR.
           MOVE AR-TERM TO RG-TERM-TESTED.
           IF RG-TERM-TESTED < RG-FROM-TERM
               OR RG-TERM-TESTED > RG-TO-TERM
               ADD 1 TO OUT-CTR
           ELSE
               MOVE AR-KEY TO GR-KEY
               READ GRADE-MASTER
                   INVALID KEY
                       MOVE AR-TERM   TO DK-TERM
                       MOVE AR-COURSE TO DK-COURSE
                       MOVE AR-GRADE  TO DK-GRADE
                       PERFORM L4-RELEASE-GRADE
                   NOT INVALID KEY
                       ADD 1 TO DUP-CTR
               END-READ
           END-IF.
           PERFORM L3-READ-ARCHIVE.

       L3-GATHER-GRADE.
           ADD 1 TO GRD-CTR.
           MOVE GR-TERM TO RG-TERM-TESTED.
           IF RG-TERM-TESTED < RG-FROM-TERM
               OR RG-TERM-TESTED > RG-TO-TERM
               ADD 1 TO OUT-CTR
           ELSE
               MOVE GR-TERM   TO DK-TERM
               MOVE GR-COURSE TO DK-COURSE
               MOVE GR-GRADE  TO DK-GRADE
               PERFORM L4-RELEASE-GRADE
           END-IF.
           PERFORM L3-READ-GRADE-NEXT.

      * A course the catalog doesn't know is grouped under '????'
      * so the gap shows instead of vanishing.
       L4-RELEASE-GRADE.
           MOVE DK-COURSE TO CR-COURSE.
           READ COURSE-MASTER
               INVALID KEY
                   MOVE '????'  TO DK-DEPT
               NOT INVALID KEY
                   MOVE CR-DEPT TO DK-DEPT
           END-READ.
           RELEASE DK-REC.

       L3-DIST-EXIT.
           EXIT.

       end program CBLJRT30.
