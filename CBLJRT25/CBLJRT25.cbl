      * re-reads every grade for every student on every posting  *
      * run - so closed terms are moved out to the cumulative    *
      * archive file and the posting works a bounded file.       *
      * ARCHIVE (mode A): every grade record in the term being   *
      * archived is appended to the archive byte for byte and    *
      * deleted off the grade file.  The term comes off the term *
      * calendar (CBLJRT39) - the latest term it has CLOSED -    *
      * unless the card lists terms, and every listed term must  *
      * itself be CLOSED on the calendar or the run refuses to   *
      * go, so a mistyped term can never purge an open one.      *
      * The control report reconciles the counts - read          *
      * equals archived plus retained, and archived equals the   *
      * records appended - before anyone trusts the purge.  An   *
      * archived term is frozen: a stray CBLJRT05 transaction    *
      * the terms on the card, or every archived term for the    *
      * student when the list is empty.  The archive itself is   *
      * never rewritten; retrieval copies, it does not move.     *
      * Either way the run appends its counts to the nightly     *
      * ledger (CTLLEDG.DAT) - records archived as deleted,      *
      * records retrieved as added - so CBLJRT35 can account for *
      * them in the grade file's count change.                   *
      *----------------------------------------------------------*

       environment division.
           SELECT OPTIONAL ARCHIVE-CTL
               ASSIGN TO 'C:\COBOLWI19\ARCCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL for the same reason - with no calendar there is
      * no closed term, and the archive edit below says so.
           SELECT OPTIONAL TERM-CALENDAR
               ASSIGN TO 'C:\COBOLWI19\TERMCAL.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-TERM.
           SELECT ARCHIVE-RPT
               ASSIGN TO 'C:\COBOLWI19\GRADEARC.PRT'
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
           05  AR-GRADE                PIC X.

      * What to do, who for (retrieval only), and the term list.
      * Up to ten terms per run; blank slots are ignored.  An
      * archive card with no terms takes the calendar's latest
      * closed term.
       FD  ARCHIVE-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           05  AC-ID                   PIC X(7).
           05  AC-TERM                 PIC X(5) OCCURS 10 TIMES.

       FD  TERM-CALENDAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY CALLAY.

       FD  ARCHIVE-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.
       01  ARCLINE                     PIC X(132).

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
           05  TERM-COUNT              PIC 99      VALUE 0.
           05  TERM-HIT                PIC X       VALUE 'N'.
           05  TERM-TESTED             PIC X(5)    VALUE SPACES.
           05  CAL-EOF                 PIC X(5)    VALUE 'TRUE '.
           05  LAST-CLOSED             PIC X(5)    VALUE SPACES.
           05  LAST-CLOSED-END         PIC X(8)    VALUE SPACES.
           05  BAD-TERM                PIC X(5)    VALUE SPACES.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
           PERFORM L3-COUNT-TERMS
               VARYING TERM-SCAN FROM 1 BY 1
                   UNTIL TERM-SCAN > 10.
           IF AC-IS-ARCHIVE
               PERFORM L3-CALENDAR-TERMS
           END-IF.
           IF AC-IS-RETRIEVE AND AC-ID = SPACES
               DISPLAY 'CBLJRT25 - ARCHIVE RUN ABORTED'
               PERFORM L3-RETRIEVE-TOTALS
           END-IF.
           CLOSE ARCHIVE-RPT.
           PERFORM L3-WRITE-LEDGER.

       L3-COUNT-TERMS.
           IF AC-TERM(TERM-SCAN) NOT = SPACES
               ADD 1 TO TERM-COUNT
           END-IF.

      * Settles the archive's term list against the calendar.  A
      * blank list takes the latest closed term - the closed term
      * with the latest end date, whatever order the term codes
      * fall in.  A list off the card is held to the calendar
      * term by term.
       L3-CALENDAR-TERMS.
           OPEN INPUT TERM-CALENDAR.
           IF TERM-COUNT = 0
               MOVE SPACES TO LAST-CLOSED
               MOVE SPACES TO LAST-CLOSED-END
               MOVE LOW-VALUES TO TC-TERM
               START TERM-CALENDAR KEY IS NOT LESS THAN TC-TERM
                   INVALID KEY
                       MOVE 'FALSE' TO CAL-EOF
               END-START
               PERFORM L4-READ-CALENDAR-NEXT
               PERFORM L4-NOTE-CLOSED-TERM
                   UNTIL CAL-EOF = 'FALSE'
               IF LAST-CLOSED = SPACES
                   DISPLAY 'CBLJRT25 - ARCHIVE RUN ABORTED'
                   DISPLAY 'NO CLOSED TERM ON THE TERM CALENDAR'
                   CLOSE TERM-CALENDAR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LAST-CLOSED TO AC-TERM(1)
               MOVE 1 TO TERM-COUNT
           ELSE
               MOVE SPACES TO BAD-TERM
               PERFORM L4-CHECK-CLOSED-TERM
                   VARYING TERM-SCAN FROM 1 BY 1
                       UNTIL TERM-SCAN > 10
               IF BAD-TERM NOT = SPACES
                   DISPLAY 'CBLJRT25 - ARCHIVE RUN ABORTED'
                   DISPLAY 'TERM ' BAD-TERM
                       ' IS NOT CLOSED ON THE TERM CALENDAR'
                   CLOSE TERM-CALENDAR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE TERM-CALENDAR.

       L4-READ-CALENDAR-NEXT.
           IF CAL-EOF NOT = 'FALSE'
               READ TERM-CALENDAR NEXT RECORD
                   AT END
                       MOVE 'FALSE' TO CAL-EOF
               END-READ
           END-IF.

       L4-NOTE-CLOSED-TERM.
           IF TC-CLOSED
               AND (LAST-CLOSED = SPACES
                    OR TC-END-DATE > LAST-CLOSED-END)
               MOVE TC-TERM     TO LAST-CLOSED
               MOVE TC-END-DATE TO LAST-CLOSED-END
           END-IF.
           PERFORM L4-READ-CALENDAR-NEXT.

      * The first listed term that is missing from the calendar or
      * not yet closed is the one named on the abort.
       L4-CHECK-CLOSED-TERM.
           IF AC-TERM(TERM-SCAN) NOT = SPACES
               AND BAD-TERM = SPACES
               MOVE AC-TERM(TERM-SCAN) TO TC-TERM
               READ TERM-CALENDAR
                   INVALID KEY
                       MOVE AC-TERM(TERM-SCAN) TO BAD-TERM
                   NOT INVALID KEY
                       IF NOT TC-CLOSED
                           MOVE AC-TERM(TERM-SCAN) TO BAD-TERM
                       END-IF
               END-READ
           END-IF.

       L3-PRINT-MODE.
           IF AC-IS-ARCHIVE
               MOVE 'ARCHIVE  ' TO ML-MODE
           WRITE ARCLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.

      * Appends this run's control totals to the nightly ledger.
      * The grade records archived and retrieved are the deletes
      * and adds CBLJRT35 nets against the grade file's count
      * change alongside CBLJRT05's.
       L3-WRITE-LEDGER.
           MOVE ZEROS TO LG-Rec.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT CYCLE-DATE-FILE.
           READ CYCLE-DATE-FILE
               AT END
                   MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-CYCLE-DATE
               NOT AT END
                   MOVE CD-CYCLE-DATE TO LG-CYCLE-DATE
           END-READ.
           CLOSE CYCLE-DATE-FILE.
           MOVE 'CBLJRT25' TO LG-PROGRAM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-RUN-DATE.
           MOVE CURRENT-TIME(1:6) TO LG-RUN-TIME.
           MOVE READ-CTR TO LG-READ.
           IF AC-IS-ARCHIVE
               MOVE ARC-CTR TO LG-APPLIED
               MOVE ARC-CTR TO LG-DELETED
           ELSE
               MOVE RST-CTR TO LG-APPLIED
               MOVE RST-CTR TO LG-ADDED
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           WRITE LG-Rec.
           CLOSE LEDGER-FILE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
