      * expires offers older than the pickup window, promoting the
      * next waiter from the hold queue or releasing the copy back
      * to circulation.
      * Book-Branch-Stock breaks the copies down by home branch in
      * BRANCHES order: copies owned, copies of that branch out on
      * loan (wherever lent), and copies of that branch on the van.
      * The main branch's owned and on-loan figures are whatever
      * the title totals leave after the other branches, so copies
      * added or written off by the catalog jobs land there.  A
      * reserved copy is held at Book-Hold-Pickup-Branch; when it
      * belongs to another branch Book-Hold-Copy-Branch says which,
      * and Book-Hold-Transit stays T until XFERMAN books the copy
      * in at the pickup branch.
       01  Book-Master-Record.
           05  Book-ID             PIC 9(04).
           05  Book-Title          PIC X(30).
           05  Book-Copies-Out     PIC 9(03).
           05  Book-Reserved-For   PIC 9(05).
           05  Book-Reserved-Date  PIC 9(08).
           05  Book-Hold-Pickup-Branch PIC X(01).
           05  Book-Hold-Copy-Branch   PIC X(01).
           05  Book-Hold-Transit   PIC X(01).
               88  Book-Hold-In-Transit VALUE "T".
           05  Book-Branch-Stock-Area.
               10  Book-Branch-Stock OCCURS 2 TIMES.
                   15  Book-Branch-Owned   PIC 9(03).
                   15  Book-Branch-Out     PIC 9(03).
                   15  Book-Branch-Transit PIC 9(03).
           05  Filler              PIC X(06).
