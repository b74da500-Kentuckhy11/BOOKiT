      * POLREC - Circulation policy record layout, keyed by
      * borrower category (S/T/F/M/P), item class and effective
      * date.  The item class is a BOOKMSTR genre; a blank class
      * is the category's default rule and the only record whose
      * borrow limit is used.  The rule in force for a loan is
      * the record with the latest effective date not after the
      * day of the transaction - genre record first, else the
      * category default - so a rate change is keyed ahead of
      * time under its own effective date and the old rule stays
      * on file as history.  A fine cap of zero means the overdue
      * fine is not capped.  POLMAINT maintains the file under a
      * supervisor's sign-off and stamps who last changed each
      * record.
       01  Policy-Record.
           05  Policy-Key.
               10  Policy-Category     PIC X(01).
               10  Policy-Item-Class   PIC X(20).
               10  Policy-Effective-Date PIC 9(08).
           05  Policy-Loan-Days        PIC 9(03).
           05  Policy-Max-Renewals     PIC 9(02).
           05  Policy-Daily-Fine       PIC 9(03)V99.
           05  Policy-Fine-Cap         PIC 9(05)V99.
           05  Policy-Replacement-Charge PIC 9(05)V99.
           05  Policy-Borrow-Limit     PIC 9(02).
           05  Policy-Changed-By       PIC X(03).
           05  Policy-Changed-Date     PIC 9(08).
           05  Filler                  PIC X(14).
