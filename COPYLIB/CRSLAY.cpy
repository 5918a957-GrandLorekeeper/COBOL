      *----------------------------------------------------------*
      * CRSLAY - CRSCAT.DAT record layout (45 characters).       *
      * The course catalog, one record per course code, keyed    *
      * by the code alone.  A grade transaction's course and     *
      * credit hours are held to this file on the way in, and    *
      * the transcript prints the title from it.  A course the   *
      * college no longer offers is retired rather than deleted  *
      * so the grades already posted against it keep a title.    *
      *----------------------------------------------------------*
       01  CR-Rec.
           05 CR-COURSE                PIC X(8).
           05 CR-TITLE                 PIC X(30).
           05 CR-DEPT                  PIC X(4).
           05 CR-CREDITS               PIC 99.
           05 CR-STATUS                PIC X.
               88 CR-ACTIVE            VALUE 'A'.
               88 CR-RETIRED           VALUE 'R'.
