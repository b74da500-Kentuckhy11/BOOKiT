      * it.  The borrower-first key keeps a borrower's loans
      * together for the administration mode's open-loan check
      * and for the per-borrower overdue notice run.
      * Loan-Branch is the branch that lent the copy and
      * Loan-Home-Branch the branch that owns it, so a return at
      * any branch knows where the copy belongs.
       01  Open-Loan-Record.
           05  Loan-Key.
               10  Loan-Borrower-ID    PIC 9(05).
           05  Loan-Due-Date       PIC 9(08).
           05  Loan-Renewals       PIC 9(02).
           05  Loan-Borrow-Date    PIC 9(08).
           05  Loan-Branch         PIC X(01).
           05  Loan-Home-Branch    PIC X(01).
           05  Filler              PIC X(08).
