
      *----------------------------------------------------------*
      * Nightly cycle sequencer - puts the operator's checklist   *
      * into a program.  The fourteen-step nightly run has real   *
      * ordering rules (CBLJRT11 must precede CBLJRT02, CBLJRT06  *
      * must precede CBLJRT00, CBLJRT08 sets RETURN-CODE 8        *
      * specifically so the roster can be held) and this is what  *
      * one record per step with its status, completion stamp,    *
      * and return code; the control card says what tonight's     *
      * script wants:                                             *
      *   N - open a new cycle: every step back to PENDING, and   *
      *       today becomes the cycle date the balanced steps     *
      *       stamp their ledger totals with;                     *
      *   S - about to start the named step: every predecessor    *
      *       must be COMPLETE tonight with a return code below   *
      *       8, or this program ends with RETURN-CODE 8 and the  *
           SELECT OPTIONAL CYCLE-CTL
               ASSIGN TO 'C:\COBOLWI19\CYCCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Written at N so every step of the night stamps its
      * control totals with the same date, midnight or not.
           SELECT CYCLE-DATE-FILE
               ASSIGN TO 'C:\COBOLWI19\CYCDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-RPT
               ASSIGN TO 'C:\COBOLWI19\CYCSUMM.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           05  CC-TIME                 PIC X(6).
           05  CC-RC                   PIC 99.

       FD  CYCLE-DATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC.
       01  CD-REC.
           05  CD-CYCLE-DATE           PIC X(8).

       FD  CYCLE-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  STEP-SCAN               PIC 9(2)    VALUE 0.
           05  PRED-SCAN               PIC 9(2)    VALUE 0.
           05  PRED-NO                 PIC 9       VALUE 0.
           05  STEP-COUNT              PIC 99      VALUE 14.
           05  HOLD-REASON             PIC X(40)   VALUE SPACES.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
      * and the master (CBLJRT02) current; the standing run
      * reads the GPA the posting just landed; the roster waits
      * on the posting and on the reconciliation's verdict; the
      * balancing run (CBLJRT35) ties the control totals once the
      * master (CBLJRT02) and grades (CBLJRT05) are done moving;
      * and the backups - the master's (CBLJRT10) and the grade
      * file's (CBLJRT19) - wait on the night balancing.
       01  STEP-DEFN-VALUES.
           05  FILLER                  PIC X(24)
               VALUE 'CBLJRT12'.
           05  FILLER                  PIC X(24)
               VALUE 'CBLJRT13CBLJRT06'.
           05  FILLER                  PIC X(24)
               VALUE 'CBLJRT35CBLJRT02CBLJRT05'.
           05  FILLER                  PIC X(24)
               VALUE 'CBLJRT10CBLJRT35'.
           05  FILLER                  PIC X(24)
               VALUE 'CBLJRT19CBLJRT35'.
       01  STEP-DEFN-TABLE REDEFINES STEP-DEFN-VALUES.
           05  SD-ENTRY OCCURS 14 TIMES.
               10  SD-STEP             PIC X(8).
               10  SD-PRED             PIC X(8) OCCURS 2 TIMES.

      * Tonight's standing per step, loaded from CYCLE-CTL at
      * init and written back whole at close.
       01  STEP-STATE-TABLE.
           05  ST-ENTRY OCCURS 14 TIMES.
               10  ST-STATUS           PIC X.
                   88  ST-PENDING       VALUE 'P'.
                   88  ST-STARTED       VALUE 'S'.
           PERFORM L3-CLEAR-STATE
               VARYING STEP-SCAN FROM 1 BY 1
                   UNTIL STEP-SCAN > STEP-COUNT.
           OPEN OUTPUT CYCLE-DATE-FILE.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO CD-CYCLE-DATE.
           WRITE CD-REC.
           CLOSE CYCLE-DATE-FILE.
           DISPLAY 'CBLJRT23 - NEW CYCLE OPENED, ALL STEPS PENDING'.

      * The gate.  The named step may start only when every
