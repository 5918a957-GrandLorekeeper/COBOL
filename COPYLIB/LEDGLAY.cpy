      *----------------------------------------------------------*
      * LEDGLAY - CTLLEDG.DAT record layout (112 characters).    *
      * The nightly control-total ledger.  Each balanced step -  *
      * CBLJRT12, 11, 02, 10, 05, and 19 - appends one record at *
      * close, stamped with the cycle date CBLJRT23 set when it  *
      * opened the night, so a run that crosses midnight still   *
      * files under one night.  CBLJRT35 ties each step's record *
      * to the next.  The duplicate-student merge (CBLJRT36)     *
      * appends one too, its DELETED the masters it retired, and *
      * so does the term archive (CBLJRT25), its DELETED the     *
      * grades archived and its ADDED the grades retrieved.      *
      * Fields a step has no use for are zero:                   *
      *   READ / WRITTEN / REJECTED / APPLIED - records in, out, *
      *     refused, and landed on a master;                     *
      *   ADDED / CHANGED / DELETED - the maintenance runs'      *
      *     breakdown of APPLIED (CBLJRT12: A and C generated);  *
      *   PRIOR-COUNT - the backups' record count from the last  *
      *     generation, so the count change can be tied;         *
      *   HASH-1 / HASH-2 - the backups' hash totals: GPA and    *
      *     salary (CBLJRT10), credits and quality points        *
      *     (CBLJRT19).                                          *
      *----------------------------------------------------------*
       01  LG-Rec.
           05 LG-CYCLE-DATE            PIC X(8).
           05 LG-PROGRAM               PIC X(8).
           05 LG-RUN-DATE              PIC X(8).
           05 LG-RUN-TIME              PIC X(6).
           05 LG-READ                  PIC 9(7).
           05 LG-WRITTEN               PIC 9(7).
           05 LG-REJECTED              PIC 9(7).
           05 LG-APPLIED               PIC 9(7).
           05 LG-ADDED                 PIC 9(7).
           05 LG-CHANGED               PIC 9(7).
           05 LG-DELETED               PIC 9(7).
           05 LG-PRIOR-COUNT           PIC 9(7).
           05 LG-HASH-1                PIC 9(11)V99.
           05 LG-HASH-2                PIC 9(11)V99.
