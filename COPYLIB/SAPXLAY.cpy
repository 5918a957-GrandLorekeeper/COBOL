      *----------------------------------------------------------*
      * SAPXLAY - SAPEXT.DAT record layout (50 characters).      *
      * The Satisfactory Academic Progress extract CBLJRT38      *
      * writes for the financial aid system at term end - one    *
      * record per active student evaluated, failing or not.     *
      * Status codes: M meets SAP, W SAP warning, S SAP          *
      * suspended.  Each test result is P(ass) or F(ail).        *
      * Completion is earned over attempted hours as a percent,  *
      * two decimals; a student with no hours attempted carries  *
      * zero and passes the GPA and completion tests.  The       *
      * trailing filler is reserved - the aid system's loader    *
      * takes the record at this fixed length.                   *
      *----------------------------------------------------------*
       01  SX-Rec.
           05 SX-ID                    PIC X(7).
           05 SX-TERM                  PIC X(5).
           05 SX-STATUS                PIC X.
           05 SX-PRIOR-STATUS          PIC X.
           05 SX-GPA                   PIC 9V99.
           05 SX-ATTEMPTED             PIC 9(4).
           05 SX-EARNED                PIC 9(4).
           05 SX-COMPLETION            PIC 9(3)V99.
           05 SX-GPA-TEST              PIC X.
           05 SX-PACE-TEST             PIC X.
           05 SX-MAXTIME-TEST          PIC X.
           05 SX-RUN-DATE              PIC X(8).
           05 FILLER                   PIC X(9).
