      * the balancing clerk ties to the ADDED/CHANGED/DELETED    *
      * totals on that day's CBLJRT02 run log before trusting    *
      * the backup.                                              *
      * The same totals go to the nightly ledger.  The balancing *
      * run (CBLJRT35) now makes that tie, and the nightly cycle *
      * holds this backup until the night balances.              *
      *----------------------------------------------------------*

       environment division.
           SELECT BACKUP-RPT
               ASSIGN TO 'C:\COBOLWI19\STDNTBKP.PRT'
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
       01  BKPLINE                     PIC X(132).

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
           PERFORM L3-CONTROL-REPORT.
           PERFORM L3-SAVE-GEN-CTL.
           PERFORM L3-WRITE-LEDGER.
           EVALUATE THIS-GEN
               WHEN 1
                   CLOSE BACKUP-GEN1
           WRITE BG-REC.
           CLOSE BACKUP-GEN-CTL.

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
           MOVE 'CBLJRT10' TO LG-PROGRAM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-RUN-DATE.
           MOVE CURRENT-TIME(1:6) TO LG-RUN-TIME.
           MOVE BK-REC-CTR  TO LG-READ.
           MOVE BK-REC-CTR  TO LG-WRITTEN.
           MOVE PR-REC-CTR  TO LG-PRIOR-COUNT.
           MOVE BK-GPA-HASH TO LG-HASH-1.
           MOVE BK-SAL-HASH TO LG-HASH-2.
           OPEN EXTEND LEDGER-FILE.
           WRITE LG-Rec.
           CLOSE LEDGER-FILE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
