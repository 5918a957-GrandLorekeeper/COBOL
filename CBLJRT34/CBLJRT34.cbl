       identification division.
       program-id. CBLJRT34.

      *----------------------------------------------------------*
      * Applies ADD/CHANGE/DELETE transactions directly against  *
      * the (indexed) student contact file by CN-ID - WRITE for  *
      * ADD, REWRITE for CHANGE, DELETE for DELETE, each         *
      * protected by the file's own duplicate/not-found key      *
      * checking, the same pattern CBLJRT17 uses on the major    *
      * file.  The transactions come in through CBLJRT33's       *
      * front-end edit - this is its cleaned output, not the raw *
      * keyed file.  A CHANGE replaces the whole record, so the  *
      * clerk keys every field the student should keep.  The     *
      * letters (CBLJRT24) and transcripts (CBLJRT15) take their *
      * window-envelope address block from this file.            *
      *----------------------------------------------------------*

       environment division.
      * OPTIONAL so the first run - normally the admissions
      * initial load - creates the file.
           SELECT OPTIONAL CONTACT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTCNT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CN-ID.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOLWI19\CNTTRC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CS-SORT-FILE
               ASSIGN TO 'CNSRTWK'.
           SELECT CS-SORTOUT
               ASSIGN TO 'C:\COBOLWI19\CNSORT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-RPT
               ASSIGN TO 'C:\COBOLWI19\CNTMNT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       file section.
       FD  CONTACT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY CNTLAY.

      * Cleaned transactions off CBLJRT33 - code, then the same
      * fields a STDNTCNT.DAT record carries.
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-REC
           RECORD CONTAINS 151 CHARACTERS.
       01  CT-REC                      PIC X(151).

      * Work sort - orders the transactions by ID purely so the
      * run log reads in ID order; the update itself is by key and
      * does not depend on transaction order.
       SD  CS-SORT-FILE.
       01  CK-REC.
           05  CK-CODE                 PIC X.
           05  CK-ID                   PIC X(7).
           05  CK-FIELDS               PIC X(143).

       FD  CS-SORTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-OUT-REC
           RECORD CONTAINS 151 CHARACTERS.
       01  CS-OUT-REC                  PIC X(151).

       FD  MAINT-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MNTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  MNTLINE                     PIC X(132).

       working-storage section.
       01  Misc.
           05  EOF                     PIC X(5)    VALUE 'TRUE '.
           05  PAGE-CTR                PIC 99      VALUE 0.
           05  ADD-CTR                 PIC 999     VALUE 0.
           05  CHG-CTR                 PIC 999     VALUE 0.
           05  DEL-CTR                 PIC 999     VALUE 0.
           05  REJ-CTR                 PIC 999     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

      * Current transaction record - the code, then a full
      * contact record image.
       01  CC-REC.
           05  CC-CODE                 PIC X.
               88  CT-IS-ADD            VALUE 'A'.
               88  CT-IS-CHANGE         VALUE 'C'.
               88  CT-IS-DELETE         VALUE 'D'.
           05  CC-CONTACT.
               10  CC-ID               PIC X(7).
               10  CC-ADDR-1           PIC X(30).
               10  CC-ADDR-2           PIC X(30).
               10  CC-CITY             PIC X(20).
               10  CC-STATE            PIC XX.
               10  CC-ZIP              PIC X(10).
               10  CC-EMAIL            PIC X(40).
               10  CC-PHONE            PIC X(10).
               10  CC-MAIL-FLAG        PIC X.

       01  Maint-Log-Fields.
           05  MT-ACTION               PIC X(10).
           05  MT-REASON               PIC X(30).

       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE'.
           05  TITLE-DATE.
               10  TITLE-MONTH         PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-DAY           PIC XX.
               10  FILLER              PIC X       VALUE '/'.
               10  TITLE-YEAR          PIC X(4).
           05  FILLER                  PIC X(28)   VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE 'STUDENT CONTACT MAINTENANCE RUN LOG'.
           05  FILLER                  PIC X(44)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  TITLE-PAGE              PIC Z9.

       01  COL-HEADING2.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC XX      VALUE 'ID'.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'CITY'.
           05  FILLER                  PIC X(17)   VALUE SPACES.
           05  FILLER                  PIC XX      VALUE 'ST'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'ACTION'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'REASON'.

       01  DETAIL-LINE.
           05  D-ID                    PIC X(7).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-CITY                  PIC X(20).
           05  FILLER                  PIC X       VALUE SPACES.
           05  D-STATE                 PIC XX.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  D-ACTION                PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  D-REASON                PIC X(30).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'ADDED: '.
           05  T-ADD-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'CHANGED: '.
           05  T-CHG-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'DELETED: '.
           05  T-DEL-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'REJECTED: '.
           05  T-REJ-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(44)   VALUE SPACES.

       procedure division.
       L1-Main.
           PERFORM L2-Init.
           PERFORM L2-Mainline
               UNTIL EOF = 'FALSE'.
           PERFORM L2-Closing.
           STOP RUN.

       L2-Init.
           SORT CS-SORT-FILE
               ON ASCENDING KEY CK-ID
               USING TRANS-FILE
               GIVING CS-SORTOUT.
           OPEN INPUT CS-SORTOUT.
           OPEN I-O CONTACT-MASTER.
           OPEN OUTPUT MAINT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH  TO  TITLE-MONTH.
           MOVE CURRENT-DAY    TO  TITLE-DAY.
           MOVE CURRENT-YEAR   TO  TITLE-YEAR.
           PERFORM L4-HEADING.
           PERFORM L3-READ-TRANS.

       L2-Mainline.
           PERFORM L3-APPLY-TRANS.
           PERFORM L3-READ-TRANS.

       L2-Closing.
           PERFORM L3-TOTALS.
           CLOSE CS-SORTOUT.
           CLOSE CONTACT-MASTER.
           CLOSE MAINT-RPT.

       L3-APPLY-TRANS.
           EVALUATE TRUE
               WHEN CT-IS-ADD
                   PERFORM L4-APPLY-ADD
               WHEN CT-IS-CHANGE
                   PERFORM L4-APPLY-CHANGE
               WHEN CT-IS-DELETE
                   PERFORM L4-APPLY-DELETE
               WHEN OTHER
                   PERFORM L4-APPLY-INVALID
           END-EVALUATE.

      * WRITE's own duplicate-key check does the "already on
      * file" test for us - no separate lookup needed before
      * adding.
       L4-APPLY-ADD.
           MOVE CC-CONTACT TO CN-Rec.
           WRITE CN-Rec
               INVALID KEY
                   MOVE 'REJECTED'  TO MT-ACTION
                   MOVE 'DUPLICATE ID - NOT ADDED' TO MT-REASON
                   ADD 1 TO REJ-CTR
               NOT INVALID KEY
                   MOVE 'ADDED'     TO MT-ACTION
                   MOVE SPACES      TO MT-REASON
                   ADD 1 TO ADD-CTR
           END-WRITE.
           PERFORM L4-LOG-TRANS.

       L4-APPLY-CHANGE.
           MOVE CC-CONTACT TO CN-Rec.
           REWRITE CN-Rec
               INVALID KEY
                   MOVE 'REJECTED'  TO MT-ACTION
                   MOVE 'ID NOT ON CONTACT FILE' TO MT-REASON
                   ADD 1 TO REJ-CTR
               NOT INVALID KEY
                   MOVE 'CHANGED'   TO MT-ACTION
                   MOVE SPACES      TO MT-REASON
                   ADD 1 TO CHG-CTR
           END-REWRITE.
           PERFORM L4-LOG-TRANS.

       L4-APPLY-DELETE.
           MOVE CC-ID TO CN-ID.
           DELETE CONTACT-MASTER RECORD
               INVALID KEY
                   MOVE 'REJECTED'  TO MT-ACTION
                   MOVE 'ID NOT ON CONTACT FILE' TO MT-REASON
                   ADD 1 TO REJ-CTR
               NOT INVALID KEY
                   MOVE 'DELETED'   TO MT-ACTION
                   MOVE SPACES      TO MT-REASON
                   ADD 1 TO DEL-CTR
           END-DELETE.
           PERFORM L4-LOG-TRANS.

       L4-APPLY-INVALID.
           MOVE 'REJECTED'      TO MT-ACTION.
           MOVE 'INVALID TRANSACTION CODE' TO MT-REASON.
           ADD 1 TO REJ-CTR.
           PERFORM L4-LOG-TRANS.

       L4-LOG-TRANS.
           MOVE CC-ID      TO D-ID.
           MOVE CC-CITY    TO D-CITY.
           MOVE CC-STATE   TO D-STATE.
           MOVE MT-ACTION  TO D-ACTION.
           MOVE MT-REASON  TO D-REASON.
           WRITE MNTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

       L3-READ-TRANS.
           READ CS-SORTOUT INTO CC-REC
               AT END
                   MOVE 'FALSE' TO EOF.

       L3-TOTALS.
           MOVE ADD-CTR TO T-ADD-COUNT.
           MOVE CHG-CTR TO T-CHG-COUNT.
           MOVE DEL-CTR TO T-DEL-COUNT.
           MOVE REJ-CTR TO T-REJ-COUNT.
           WRITE MNTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TITLE-PAGE.
           WRITE MNTLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE MNTLINE FROM COL-HEADING2
             AFTER ADVANCING 2 LINE.

       end program CBLJRT34.
