      *----------------------------------------------------------*
      * CNTLAY - STDNTCNT.DAT record layout (150 characters).    *
      * Student contact file, one record per student, keyed by   *
      * the ID alone: mailing address, email, and phone.  The    *
      * address is all or nothing - street, city, state, and ZIP *
      * together, or none of them (CBLJRT33 holds the file to    *
      * that).  An address the post office has sent back is      *
      * flagged R rather than blanked, so the bad address stays  *
      * visible until a good one replaces it.  A student has a   *
      * usable mailing address only when the street is present   *
      * and the mail flag is not R.                              *
      *----------------------------------------------------------*
       01  CN-Rec.
           05 CN-ID                    PIC X(7).
           05 CN-ADDRESS.
               10 CN-ADDR-1            PIC X(30).
               10 CN-ADDR-2            PIC X(30).
               10 CN-CITY              PIC X(20).
               10 CN-STATE             PIC XX.
               10 CN-ZIP.
                   15 CN-ZIP-5         PIC X(5).
                   15 CN-ZIP-DASH      PIC X.
                   15 CN-ZIP-4         PIC X(4).
           05 CN-EMAIL                 PIC X(40).
           05 CN-PHONE                 PIC X(10).
           05 CN-MAIL-FLAG             PIC X.
               88 CN-MAIL-RETURNED     VALUE 'R'.
               88 CN-MAIL-FLAG-VALID   VALUE ' ' 'R'.
