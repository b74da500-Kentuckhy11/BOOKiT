      * GLJREC - General-ledger journal interface records, in the
      * fixed 80-byte layout finance's ledger load expects.  Each
      * nightly batch is one H header, the D journal lines, and a
      * T trailer carrying the line count and the debit and credit
      * totals, which must agree before finance loads the batch.
      * Amounts are unsigned with two implied decimals; each line
      * says in Jrnl-Side whether it is a debit or a credit.  The
      * batch number is the one recorded against the business
      * date on the GLCTL control file, and a batch sent again for
      * the same date keeps its number and is marked R in the
      * header so the ledger load can refuse to post it twice.
       01  Journal-Header-Record.
           05  Jrnl-Hdr-Type           PIC X(01).
           05  Jrnl-Hdr-Batch          PIC 9(06).
           05  Jrnl-Hdr-Date           PIC 9(08).
           05  Jrnl-Hdr-Source         PIC X(08).
           05  Jrnl-Hdr-Created-Date   PIC 9(08).
           05  Jrnl-Hdr-Created-Time   PIC 9(06).
           05  Jrnl-Hdr-Resend         PIC X(01).
           05  Filler                  PIC X(42).
       01  Journal-Detail-Record.
           05  Jrnl-Type               PIC X(01).
           05  Jrnl-Batch              PIC 9(06).
           05  Jrnl-Date               PIC 9(08).
           05  Jrnl-Line-Number        PIC 9(05).
           05  Jrnl-Account            PIC X(12).
           05  Jrnl-Side               PIC X(01).
               88  Jrnl-Is-Debit           VALUE "D".
               88  Jrnl-Is-Credit          VALUE "C".
           05  Jrnl-Amount             PIC 9(09)V99.
           05  Jrnl-Posting-Code       PIC X(04).
           05  Jrnl-Description        PIC X(30).
           05  Filler                  PIC X(02).
       01  Journal-Trailer-Record.
           05  Jrnl-Trl-Type           PIC X(01).
           05  Jrnl-Trl-Batch          PIC 9(06).
           05  Jrnl-Trl-Date           PIC 9(08).
           05  Jrnl-Trl-Line-Count     PIC 9(05).
           05  Jrnl-Trl-Debit-Total    PIC 9(11)V99.
           05  Jrnl-Trl-Credit-Total   PIC 9(11)V99.
           05  Filler                  PIC X(34).
