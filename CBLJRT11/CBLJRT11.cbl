      * data entry can correct and resubmit them next cycle.     *
      * The field rules mirror the ones CBLJRT01's exception     *
      * listing applies to the master after the fact.            *
      * Its control totals - read, passed clean, rejected - go   *
      * to the nightly ledger for the balancing run, CBLJRT35.   *
      *----------------------------------------------------------*

       environment division.
           SELECT EDIT-RPT
               ASSIGN TO 'C:\COBOLWI19\STDNTEDT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
      * Control-total ledger for the nightly balancing run
      * (CBLJRT35), and the cycle date CBLJRT23 opened the night
      * with - OPTIONAL so a run outside the cycle still goes,
      * stamped with today's date.
           SELECT OPTIONAL CYCLE-DATE-FILE
               ASSIGN TO 'C:\COBOLWI19\CYCDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO 'C:\COBOLWI19\CTLLEDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.
           LINAGE IS 60 WITH FOOTING AT 56.
       01  EDTLINE                     PIC X(132).

       FD  CYCLE-DATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC.
       01  CD-REC.
           05  CD-CYCLE-DATE           PIC X(8).

       FD  LEDGER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 112 CHARACTERS.
           COPY LEDGLAY.

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.

       L2-Closing.
           PERFORM L3-TOTALS.
           PERFORM L3-WRITE-LEDGER.
           CLOSE TRANS-FILE.
           CLOSE CLEAN-FILE.
           CLOSE RECYCLE-FILE.
           WRITE EDTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

      * Appends this run's control totals to the nightly ledger
      * for CBLJRT35 to tie to the steps either side of it.
       L3-WRITE-LEDGER.
           MOVE ZEROS TO LG-Rec.
           OPEN INPUT CYCLE-DATE-FILE.
           READ CYCLE-DATE-FILE
               AT END
                   MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-CYCLE-DATE
               NOT AT END
                   MOVE CD-CYCLE-DATE TO LG-CYCLE-DATE
           END-READ.
           CLOSE CYCLE-DATE-FILE.
           MOVE 'CBLJRT11' TO LG-PROGRAM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-RUN-DATE.
           MOVE CURRENT-TIME(1:6) TO LG-RUN-TIME.
           MOVE READ-CTR TO LG-READ.
           MOVE PASS-CTR TO LG-WRITTEN.
           MOVE REJ-CTR  TO LG-REJECTED.
           OPEN EXTEND LEDGER-FILE.
           WRITE LG-Rec.
           CLOSE LEDGER-FILE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
