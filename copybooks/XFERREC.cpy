      * XFERREC - Inter-branch transfer record, one per copy that
      * must ride the van: a copy returned at a branch other than
      * its home branch (reason R, going home) or a copy pulled
      * from one branch to fill a hold placed at another (reason
      * H, with the waiting patron).  The desk or batch job that
      * takes the copy off the shelf writes the record awaiting
      * the van (W); the nightly XFERMAN manifest loads it (T)
      * and the following night's run books it in at the
      * receiving branch and deletes it.  Xfer-Seq keeps two
      * copies of one title raised in the same second apart.
       01  Transfer-Record.
           05  Xfer-Key.
               10  Xfer-Book-ID        PIC 9(04).
               10  Xfer-Raised-Date    PIC 9(08).
               10  Xfer-Raised-Time    PIC 9(06).
               10  Xfer-Seq            PIC 9(02).
           05  Xfer-Book-Title     PIC X(30).
           05  Xfer-From-Branch    PIC X(01).
           05  Xfer-To-Branch      PIC X(01).
           05  Xfer-Copy-Branch    PIC X(01).
           05  Xfer-Reason         PIC X(01).
               88  Xfer-For-Hold       VALUE "H".
               88  Xfer-Going-Home     VALUE "R".
           05  Xfer-Borrower-ID    PIC 9(05).
           05  Xfer-Status         PIC X(01).
               88  Xfer-Awaiting-Van   VALUE "W".
               88  Xfer-On-Van         VALUE "T".
           05  Xfer-Manifest-Date  PIC 9(08).
           05  Xfer-Raised-By      PIC X(03).
           05  Filler              PIC X(09).
