      * Status counts cover the whole file; the GPA bands and    *
      * the per-major figures cover the active population, the   *
      * same populations CBLJRT13 reports.                       *
      * The term stamped on the snapshot is the one the term     *
      * calendar (CBLJRT39) has in GRADING status - the same     *
      * term CBLJRT24 and CBLJRT38 stamp for the same close.     *
      *----------------------------------------------------------*

       environment division.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so a missing calendar fails through the edit
      * below with the designed message instead of abending in
      * the OPEN - a snapshot with no real term on it poisons
      * every trend printed after it.
           SELECT OPTIONAL TERM-CALENDAR
               ASSIGN TO 'C:\COBOLWI19\TERMCAL.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TC-TERM.
           SELECT TREND-RPT
               ASSIGN TO 'C:\COBOLWI19\STDNTTRD.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           05  HD-SAL                  PIC 9(6)V99.
           05  FILLER                  PIC X(20).

       FD  TERM-CALENDAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY CALLAY.

       FD  TREND-RPT
           LABEL RECORD IS OMITTED
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * The term being closed, found on the calendar - exactly
      * one term may be in GRADING when the run goes.
       01  Calendar-Fields.
           05  SN-TERM                 PIC X(5)    VALUE SPACES.
           05  CAL-EOF                 PIC X(5)    VALUE 'TRUE '.
           05  GRADING-CTR             PIC 99      VALUE 0.

      * Tonight's accumulators.  Status slots: 1 active, 2
      * graduated, 3 withdrawn, 4 on leave.  Band slots on the
      * 3.50/3.00/2.50 cut points, band 4 below 2.50.
           STOP RUN.

       L2-Init.
           OPEN INPUT TERM-CALENDAR.
           PERFORM L3-READ-CALENDAR.
           PERFORM L3-CHECK-CALENDAR-TERM
               UNTIL CAL-EOF = 'FALSE'.
           CLOSE TERM-CALENDAR.
           IF GRADING-CTR NOT = 1
               DISPLAY 'CBLJRT27 - SNAPSHOT ABORTED'
               DISPLAY 'TERM CALENDAR MUST HAVE ONE TERM IN GRADING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-PRINT-TREND.
           CLOSE TREND-RPT.

       L3-READ-CALENDAR.
           READ TERM-CALENDAR NEXT RECORD
               AT END
                   MOVE 'FALSE' TO CAL-EOF.

       L3-CHECK-CALENDAR-TERM.
           IF TC-GRADING
               ADD 1 TO GRADING-CTR
               MOVE TC-TERM TO SN-TERM
           END-IF.
           PERFORM L3-READ-CALENDAR.

       L3-READ-MASTER.
           READ STUDENT-MASTER
               AT END
