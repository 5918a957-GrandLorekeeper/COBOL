      *----------------------------------------------------------*
      * CALLAY - TERMCAL.DAT record layout (30 characters).      *
      * The term calendar, one record per term, keyed by the     *
      * term code alone and kept by CBLJRT39.  Dates are         *
      * CCYYMMDD.  The grade-entry deadline is the last day      *
      * CBLJRT05 takes a grade for the term without a registrar  *
      * override.  Status:                                       *
      *   O - open, classes in session                           *
      *   G - grading, the term being closed - the term-end      *
      *       runs (CBLJRT24, CBLJRT27, CBLJRT38) stamp this one *
      *   C - closed, no further grade entry without override;   *
      *       eligible for archive by CBLJRT25                   *
      *----------------------------------------------------------*
       01  TC-Rec.
           05 TC-TERM                  PIC X(5).
           05 TC-START-DATE            PIC X(8).
           05 TC-END-DATE              PIC X(8).
           05 TC-DEADLINE              PIC X(8).
           05 TC-STATUS                PIC X.
               88 TC-OPEN              VALUE 'O'.
               88 TC-GRADING           VALUE 'G'.
               88 TC-CLOSED            VALUE 'C'.
