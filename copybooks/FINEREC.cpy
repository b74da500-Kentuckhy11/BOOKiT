      * borrower.  Overdue fines assessed at return time are
      * accumulated here, and desk payments and supervisor
      * waivers are posted against them; the outstanding balance
      * is assessed less paid less waived.  An account referred
      * to the collection agency by FINAGE carries status R and
      * the referral date; the desk takes no payment on it while
      * it is referred, and AGYPOST clears the status when the
      * agency settles or closes the account.
       01  Fine-Ledger-Record.
           05  Fine-Borrower-ID    PIC 9(05).
           05  Fine-Assessed-Total PIC 9(07)V99.
           05  Fine-Paid-Total     PIC 9(07)V99.
           05  Fine-Waived-Total   PIC 9(07)V99.
           05  Fine-Last-Activity  PIC 9(08).
           05  Fine-Referral-Status PIC X(01).
               88  Fine-In-Collections VALUE "R".
           05  Fine-Referral-Date  PIC 9(08).
           05  Filler              PIC X(01).
