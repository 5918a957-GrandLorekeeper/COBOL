      * into STDNTTRN.DAT ahead of the CBLJRT11 edit.  The        *
      * control report gives records in / transactions out for    *
      * the balancing clerk.                                      *
      * The feed also carries the student's mailing address,      *
      * email, and phone.  Where it does and the student has no   *
      * record on the contact file yet, a contact ADD is written  *
      * to CNTADM.DAT, merged into CNTTRN.DAT ahead of the        *
      * CBLJRT33 edit - the initial load of the contact file.     *
      * Once a student has a contact record the feed no longer    *
      * touches it; the registrar's own changes win.              *
      * Its control totals - feed records in, transactions out,   *
      * records dropped - go to the nightly ledger for CBLJRT35.  *
      *----------------------------------------------------------*

       environment division.
           SELECT ADMIT-TRANS
               ASSIGN TO 'C:\COBOLWI19\ADMNTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the initial load runs before the contact file
      * exists.
           SELECT OPTIONAL CONTACT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTCNT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CN-ID.
           SELECT ADMIT-CONTACT
               ASSIGN TO 'C:\COBOLWI19\CNTADM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAD-RPT
               ASSIGN TO 'C:\COBOLWI19\ADMNLOAD.PRT'
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
      * Admissions' record as their system sends it - names run
      * twenty wide there and get truncated to the master's
      * fifteen on the way through.  The contact fields ride on
      * the end; a feed that doesn't send them reads as blanks.
       FD  ADMIT-FEED
           LABEL RECORD IS STANDARD
           DATA RECORD IS AF-REC
           RECORD CONTAINS 195 CHARACTERS.
       01  AF-REC.
           05  AF-ID                   PIC X(7).
           05  AF-LNAME                PIC X(20).
           05  AF-FNAME                PIC X(20).
           05  AF-MI                   PIC X.
           05  AF-TERM                 PIC X(5).
           05  AF-CONTACT.
               10  AF-ADDR-1           PIC X(30).
               10  AF-ADDR-2           PIC X(30).
               10  AF-CITY             PIC X(20).
               10  AF-STATE            PIC XX.
               10  AF-ZIP              PIC X(10).
               10  AF-EMAIL            PIC X(40).
               10  AF-PHONE            PIC X(10).

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           05  AT-GPA                  PIC 9V99.
           05  AT-SAL                  PIC 9(6)V99.

       FD  CONTACT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY CNTLAY.

      * Generated contact transactions, same 151-byte layout
      * CBLJRT33 edits and CBLJRT34 applies.
       FD  ADMIT-CONTACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 151 CHARACTERS.
       01  AC-REC.
           05  AC-CODE                 PIC X.
           05  AC-ID                   PIC X(7).
           05  AC-ADDR-1               PIC X(30).
           05  AC-ADDR-2               PIC X(30).
           05  AC-CITY                 PIC X(20).
           05  AC-STATE                PIC XX.
           05  AC-ZIP                  PIC X(10).
           05  AC-EMAIL                PIC X(40).
           05  AC-PHONE                PIC X(10).
           05  AC-MAIL-FLAG            PIC X.

       FD  LOAD-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.
       01  LODLINE                     PIC X(132).

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
           05  GADD-CTR                PIC 999     VALUE 0.
           05  GCHG-CTR                PIC 999     VALUE 0.
           05  DROP-CTR                PIC 999     VALUE 0.
           05  CNT-CTR                 PIC 999     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
       01  Load-Log-Fields.
           05  LD-ACTION               PIC X(16).
           05  LD-REASON               PIC X(30).
           05  LD-CONTACT              PIC X(16).

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  FILLER                  PIC X(6)    VALUE 'ACTION'.
           05  FILLER                  PIC X(12)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'REASON'.
           05  FILLER                  PIC X(24)   VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'CONTACT'.

       01  DETAIL-LINE.
           05  D-ID                    PIC X(7).
           05  D-ACTION                PIC X(16).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-REASON                PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-CONTACT               PIC X(16).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'DROPPED: '.
           05  T-DROP-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'CONTACTS OUT: '.
           05  T-CNT-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(26)   VALUE SPACES.

       procedure division.
       L1-Main.
       L2-Init.
           OPEN INPUT ADMIT-FEED.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT CONTACT-MASTER.
           OPEN OUTPUT ADMIT-TRANS.
           OPEN OUTPUT ADMIT-CONTACT.
           OPEN OUTPUT LOAD-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.

       L2-Closing.
           PERFORM L3-TOTALS.
           PERFORM L3-WRITE-LEDGER.
           CLOSE ADMIT-FEED.
           CLOSE STUDENT-MASTER.
           CLOSE CONTACT-MASTER.
           CLOSE ADMIT-TRANS.
           CLOSE ADMIT-CONTACT.
           CLOSE LOAD-RPT.

       L3-READ-FEED.
      * on the master rather than a doomed duplicate ADD.
       L3-CONVERT-RECORD.
           ADD 1 TO FEED-CTR.
           MOVE SPACES TO LD-CONTACT.
           IF AF-ID IS NOT NUMERIC
               MOVE 'DROPPED'          TO LD-ACTION
               MOVE 'NON-NUMERIC ID ON FEED' TO LD-REASON
                   NOT INVALID KEY
                       PERFORM L4-BUILD-CHANGE
               END-READ
               PERFORM L4-BUILD-CONTACT
           END-IF.
           PERFORM L4-LOG-RECORD.

           MOVE 'ALREADY ON MASTER' TO LD-REASON.
           ADD 1 TO GCHG-CTR.

      * Initial load only - a student already on the contact file
      * keeps the record the registrar maintains.
       L4-BUILD-CONTACT.
           IF AF-CONTACT = SPACES
               MOVE 'NONE ON FEED'     TO LD-CONTACT
           ELSE
               MOVE AF-ID TO CN-ID
               READ CONTACT-MASTER
                   INVALID KEY
                       PERFORM L4-WRITE-CONTACT
                   NOT INVALID KEY
                       MOVE 'ALREADY ON FILE' TO LD-CONTACT
               END-READ
           END-IF.

       L4-WRITE-CONTACT.
           MOVE 'A'             TO AC-CODE.
           MOVE AF-ID           TO AC-ID.
           MOVE AF-ADDR-1       TO AC-ADDR-1.
           MOVE AF-ADDR-2       TO AC-ADDR-2.
           MOVE AF-CITY         TO AC-CITY.
           MOVE AF-STATE        TO AC-STATE.
           MOVE AF-ZIP          TO AC-ZIP.
           MOVE AF-EMAIL        TO AC-EMAIL.
           MOVE AF-PHONE        TO AC-PHONE.
           MOVE SPACE           TO AC-MAIL-FLAG.
           WRITE AC-REC.
           MOVE 'ADD GENERATED'  TO LD-CONTACT.
           ADD 1 TO CNT-CTR.

       L4-LOG-RECORD.
           MOVE AF-ID      TO D-ID.
           MOVE AF-LNAME   TO D-LAST-NAME.
           MOVE AF-TERM    TO D-TERM.
           MOVE LD-ACTION  TO D-ACTION.
           MOVE LD-REASON  TO D-REASON.
           MOVE LD-CONTACT TO D-CONTACT.
           WRITE LODLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
           MOVE GADD-CTR TO T-GADD-COUNT.
           MOVE GCHG-CTR TO T-GCHG-COUNT.
           MOVE DROP-CTR TO T-DROP-COUNT.
           MOVE CNT-CTR  TO T-CNT-COUNT.
           WRITE LODLINE FROM TOTAL-LINE
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
           MOVE 'CBLJRT12' TO LG-PROGRAM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO LG-RUN-DATE.
           MOVE CURRENT-TIME(1:6) TO LG-RUN-TIME.
           MOVE FEED-CTR TO LG-READ.
           COMPUTE LG-WRITTEN = GADD-CTR + GCHG-CTR.
           MOVE DROP-CTR TO LG-REJECTED.
           MOVE GADD-CTR TO LG-ADDED.
           MOVE GCHG-CTR TO LG-CHANGED.
           OPEN EXTEND LEDGER-FILE.
           WRITE LG-Rec.
           CLOSE LEDGER-FILE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
