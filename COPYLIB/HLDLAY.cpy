      *----------------------------------------------------------*
      * HLDLAY - STDNTHLD.DAT record layout (29 characters).     *
      * Registrar holds, one record per hold placed, keyed by    *
      * student, hold type, and the date placed (CCYYMMDD), so   *
      * a hold released and placed again keeps both records.     *
      * A hold is open until its release date is filled in;      *
      * released holds stay on file as the history.  The hold    *
      * type is the placing office's own two-character code      *
      * (BL unpaid balance, LB library, and so on) - the file    *
      * blocks on any open hold, whatever its type.              *
      *----------------------------------------------------------*
       01  HL-Rec.
           05 HL-KEY.
               10 HL-ID                PIC X(7).
               10 HL-TYPE              PIC XX.
               10 HL-PLACED            PIC X(8).
           05 HL-OFFICE                PIC X(4).
           05 HL-RELEASED              PIC X(8).
               88 HL-OPEN              VALUE SPACES.
