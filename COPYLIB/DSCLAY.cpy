      *----------------------------------------------------------*
      * DSCLAY - DSCLOG.DAT record layout (55 characters).       *
      * The disclosure log - one record for every student whose  *
      * record is released, appended by the program releasing    *
      * it and never rewritten or purged.  CBLJRT03 logs each    *
      * inquiry it answers and each student a name search lists; *
      * CBLJRT15 logs each transcript printed or withheld.  The  *
      * requester and purpose come off the card that asked, and  *
      * CBLJRT37 reports the log for one student or a date       *
      * range.  Release types:                                   *
      *   D - inquiry detail (ID lookup, full record displayed)  *
      *   L - name search listing (one line per match)           *
      *   T - transcript printed                                 *
      *   W - transcript withheld (header and address only)      *
      *----------------------------------------------------------*
       01  DL-Rec.
           05 DL-DATE                  PIC X(8).
           05 DL-TIME                  PIC X(6).
           05 DL-ID                    PIC X(7).
           05 DL-REQUESTER             PIC X(8).
           05 DL-PURPOSE               PIC XX.
           05 DL-PROGRAM               PIC X(8).
           05 DL-RELEASE               PIC X.
               88 DL-INQUIRY-DETAIL    VALUE 'D'.
               88 DL-NAME-LISTING      VALUE 'L'.
               88 DL-TRANSCRIPT        VALUE 'T'.
               88 DL-WITHHELD          VALUE 'W'.
           05 DL-SEARCH                PIC X(15).
