      * ID, full name, status, GPA, and anticipated starting      *
      * salary - so the operator can pick the right one without   *
      * greping a printed roster for the ID first.                *
      * Every card must carry the requester's ID and a purpose    *
      * code; a card missing either is refused unanswered.  Each  *
      * student released - the one an ID lookup displays and      *
      * every one a name search lists - is appended to the        *
      * disclosure log (DSCLOG.DAT) with who asked, why, and      *
      * when, for the compliance report (CBLJRT37).               *
      *----------------------------------------------------------*

       environment division.
           SELECT INQUIRY-CARD
               ASSIGN TO 'C:\COBOLWI19\STDNTINQ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the first release ever logged creates the log.
           SELECT OPTIONAL DISCLOSURE-LOG
               ASSIGN TO 'C:\COBOLWI19\DSCLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

      * One inquiry per record.  All seven leading digits with the
      * rest blank is an ID lookup; anything else is taken as a
      * last name or leading part of one.  The requester ID and
      * purpose code follow the inquiry.
       FD  INQUIRY-CARD
           LABEL RECORD IS OMITTED
           DATA RECORD IS IQ-REC
           RECORD CONTAINS 25 CHARACTERS.
       01  IQ-REC.
           05  IQ-KEY                  PIC X(15).
           05  FILLER REDEFINES IQ-KEY.
               10  IQ-ID               PIC X(7).
               10  IQ-REST             PIC X(8).
           05  IQ-REQUESTER            PIC X(8).
           05  IQ-PURPOSE              PIC XX.

       FD  DISCLOSURE-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS.
           COPY DSCLAY.

       working-storage section.
       01  Misc.
           05  NS-EOF                  PIC X(5)    VALUE 'TRUE '.
           05  NS-LEN                  PIC 99      VALUE 0.
           05  NS-MATCH-CTR            PIC 999     VALUE 0.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).

       01  Display-Fields.
           05  DS-GPA                  PIC 9.99.
       L2-Init.
           OPEN INPUT INQUIRY-CARD.
           OPEN INPUT STUDENT-MASTER.
           OPEN EXTEND DISCLOSURE-LOG.
           PERFORM L3-READ-INQUIRY.

      * No requester or no purpose, no answer - nothing is looked
      * up, so nothing is released or logged.
       L2-Mainline.
           EVALUATE TRUE
               WHEN IQ-REQUESTER = SPACES OR IQ-PURPOSE = SPACES
                   DISPLAY 'INQUIRY ' IQ-KEY ' REFUSED - REQUESTER ID '
                       'AND PURPOSE CODE REQUIRED'
               WHEN IQ-ID IS NUMERIC AND IQ-REST = SPACES
                   PERFORM L3-LOOKUP-STUDENT
               WHEN OTHER
                   PERFORM L3-SEARCH-BY-NAME
           END-EVALUATE.
           PERFORM L3-READ-INQUIRY.

       L2-Closing.
           CLOSE INQUIRY-CARD.
           CLOSE STUDENT-MASTER.
           CLOSE DISCLOSURE-LOG.

       L3-READ-INQUIRY.
           READ INQUIRY-CARD
           MOVE I-EX-STRT-SAL  TO DS-SAL.
           DISPLAY I-ID ' ' I-LNAME ' ' I-FNAME ' ' I-STATUS
               ' ' DS-GPA ' ' DS-SAL.
           MOVE 'L' TO DL-RELEASE.
           PERFORM L4-LOG-DISCLOSURE.

       L4-DISPLAY-STUDENT.
           MOVE I-GPA          TO DS-GPA.
           DISPLAY 'STATUS:          ' DS-STATUS.
           DISPLAY 'GPA:             ' DS-GPA.
           DISPLAY 'STARTING SALARY: ' DS-SAL.
           MOVE 'D' TO DL-RELEASE.
           PERFORM L4-LOG-DISCLOSURE.

      * One log record per student shown, stamped as it is shown.
      * The caller has set the release type.
       L4-LOG-DISCLOSURE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           STRING CURRENT-YEAR CURRENT-MONTH CURRENT-DAY
               DELIMITED BY SIZE
               INTO DL-DATE.
           MOVE CURRENT-TIME    TO DL-TIME.
           MOVE I-ID            TO DL-ID.
           MOVE IQ-REQUESTER    TO DL-REQUESTER.
           MOVE IQ-PURPOSE      TO DL-PURPOSE.
           MOVE 'CBLJRT03'      TO DL-PROGRAM.
           MOVE IQ-KEY          TO DL-SEARCH.
           WRITE DL-Rec.

       end program CBLJRT03.
