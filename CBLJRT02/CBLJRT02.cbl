      * graduation and withdrawal are lifecycle changes, not      *
      * deletions, so the record stays on file for inquiry.  'D'  *
      * remains for purging a record keyed in error.               *
      * Its control totals - read, applied (added / changed /     *
      * deleted), rejected - go to the nightly ledger for the     *
      * balancing run, CBLJRT35.                                  *
      *----------------------------------------------------------*

       environment division.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTJRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
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
           RECORD CONTAINS 127 CHARACTERS.
           COPY JRECLAY.

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
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  READ-CTR                PIC 999     VALUE 0.
           05  ADD-CTR                 PIC 999     VALUE 0.
           05  CHG-CTR                 PIC 999     VALUE 0.
           05  DEL-CTR                 PIC 999     VALUE 0.

       L2-Closing.
           PERFORM L3-TOTALS.
           PERFORM L3-WRITE-LEDGER.
           CLOSE TS-SORTOUT.
           CLOSE STUDENT-MASTER.
           CLOSE MAINT-RPT.
           CLOSE JOURNAL-FILE.

       L3-APPLY-TRANS.
           ADD 1 TO READ-CTR.
           EVALUATE TRUE
               WHEN TX-IS-ADD
                   PERFORM L4-APPLY-ADD
           WRITE MNTLINE FROM TOTAL-LINE
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
           MOVE 'CBLJRT02' TO LG-PROGRAM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-RUN-DATE.
           MOVE CURRENT-TIME(1:6) TO LG-RUN-TIME.
           MOVE READ-CTR TO LG-READ.
           MOVE REJ-CTR  TO LG-REJECTED.
           COMPUTE LG-APPLIED = ADD-CTR + CHG-CTR + DEL-CTR + STS-CTR.
           MOVE ADD-CTR  TO LG-ADDED.
           COMPUTE LG-CHANGED = CHG-CTR + STS-CTR.
           MOVE DEL-CTR  TO LG-DELETED.
           OPEN EXTEND LEDGER-FILE.
           WRITE LG-Rec.
           CLOSE LEDGER-FILE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
