      * BRANCHES - The library's branches, main branch first: the
      * one-byte code carried on operator, hold, loan and transfer
      * records, and the name printed on the branch reports.  The
      * per-branch copy counts on the catalog record follow this
      * order.  A branch byte that is blank or not on this table
      * (records written before the east branch opened) belongs
      * to the main branch.
       01  Branch-Values.
           05  Filler PIC X(21) VALUE "MMAIN LIBRARY".
           05  Filler PIC X(21) VALUE "EEAST BRANCH".
       01  Branch-Table REDEFINES Branch-Values.
           05  Branch-Entry OCCURS 2 TIMES.
               10  Branch-Code         PIC X(01).
               10  Branch-Name         PIC X(20).
       01  Branch-Count PIC 9(1) VALUE 2.
