       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYPOST.

      * Posts the collection agency's return file to the fine
      * ledger.  FINAGE refers long-unpaid accounts to the agency
      * and marks them R on FINELDGR; from then on the desks take
      * no payment and the agency reports back on the AGENCYIN
      * file, one record per event:
      *    P  an amount the agency collected from the borrower,
      *       posted as a payment with method A (agency) and
      *       logged on TRANLOG as a P record
      *    C  the agency has closed the account; whatever balance
      *       is left is written off as uncollectable and logged
      *       as a W record
      * Either way, once nothing is owed the referral mark is
      * cleared and the account is back with the desks.  Every
      * record is stamped with the AGY operator ID so the agency's
      * activity stands apart from the desks' in CIRCRPT and the
      * statements, and CASHRECN leaves method A out of the
      * drawers.  Records for an account that is not on the
      * ledger or not referred, payments larger than the balance
      * and records that fail their numeric edits are not posted
      * and are listed on the AGYRPT exception report for the
      * fines clerk to settle with the agency.  Run with no desk
      * session active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Agency-Input-File ASSIGN TO "AGENCYIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Fine-Ledger-File ASSIGN TO "FINELDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fine-Borrower-ID
               FILE STATUS IS Fine-Ledger-Status.

           SELECT Transaction-Log-File ASSIGN TO "TRANLOG"
               FILE STATUS IS Transaction-Log-Status.

           SELECT Agency-Report-File ASSIGN TO "AGYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Agency-Input-File.
       01  Agency-Input-Record.
           05  Agy-Record-Type         PIC X(01).
               88  Agy-Is-Payment          VALUE "P".
               88  Agy-Is-Closure          VALUE "C".
           05  Agy-Borrower-ID         PIC 9(05).
           05  Agy-Amount              PIC 9(05)V99.
           05  Agy-Collected-Date      PIC 9(08).
           05  Agy-Reference           PIC X(12).
           05  Filler                  PIC X(47).

       FD  Fine-Ledger-File.
           COPY FINEREC.

       FD  Transaction-Log-File.
           COPY TRANREC.

       FD  Agency-Report-File.
       01  Agency-Report-Line PIC X(100).

       WORKING-STORAGE SECTION.
       01 Fine-Ledger-Status PIC X(2) VALUE "00".
          88 Fine-Ledger-OK VALUE "00".
       01 Transaction-Log-Status PIC X(2) VALUE "00".
          88 Transaction-Log-OK VALUE "00".
       01 Agency-Input-Switch PIC X(1) VALUE "N".
          88 End-Of-Agency-Input VALUE "Y".

       01 Posting-Date PIC 9(8) VALUE 0.
      * The clock is read whole so the log is stamped HHMMSS; read
      * straight into the six-digit stamp it would lose the hour.
       01 Log-Clock.
          05 Log-Clock-Time PIC 9(6).
          05 Filler PIC 9(2).
       01 Reject-Reason PIC X(30) VALUE SPACES.
       01 Account-Balance PIC S9(7)V99 VALUE 0.
       01 Written-Off-Amount PIC 9(7)V99 VALUE 0.
       01 Amount-Print PIC Z(6)9.99 VALUE 0.
       01 Balance-Print PIC Z(6)9.99 VALUE 0.
       01 Posted-Action PIC X(12) VALUE SPACES.

       01 Records-Read-Count PIC 9(5) VALUE 0.
       01 Payments-Posted-Count PIC 9(5) VALUE 0.
       01 Payments-Posted-Amount PIC 9(7)V99 VALUE 0.
       01 Closures-Posted-Count PIC 9(5) VALUE 0.
       01 Written-Off-Total PIC 9(7)V99 VALUE 0.
       01 Referrals-Cleared-Count PIC 9(5) VALUE 0.
       01 Rejected-Count PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       Post-Agency-Returns.
          ACCEPT Posting-Date FROM DATE YYYYMMDD
          PERFORM Open-Agency-Files
          PERFORM Print-Agency-Header
          PERFORM Read-Agency-Input
          PERFORM Post-One-Agency-Record UNTIL End-Of-Agency-Input
          PERFORM Print-Agency-Totals
          PERFORM Close-Agency-Files
          DISPLAY "AGYPOST: " Payments-Posted-Count " payment(s), "
              Closures-Posted-Count " closure(s) posted, "
              Rejected-Count " rejected"
          STOP RUN.

       Open-Agency-Files.
          OPEN INPUT Agency-Input-File
          OPEN I-O Fine-Ledger-File
          OPEN EXTEND Transaction-Log-File
          OPEN OUTPUT Agency-Report-File.

       Close-Agency-Files.
          CLOSE Agency-Input-File
          CLOSE Fine-Ledger-File
          CLOSE Transaction-Log-File
          CLOSE Agency-Report-File.

       Read-Agency-Input.
          READ Agency-Input-File
              AT END
                  MOVE "Y" TO Agency-Input-Switch
          END-READ.

       Post-One-Agency-Record.
          ADD 1 TO Records-Read-Count
          MOVE SPACES TO Reject-Reason
          PERFORM Edit-Agency-Record
          IF Reject-Reason = SPACES
              PERFORM Read-Referred-Account
          END-IF
          IF Reject-Reason = SPACES
              IF Agy-Is-Payment
                  PERFORM Post-Agency-Payment
              ELSE
                  PERFORM Post-Agency-Closure
              END-IF
          END-IF
          IF Reject-Reason NOT = SPACES
              PERFORM Print-Reject-Line
          END-IF
          PERFORM Read-Agency-Input.

       Edit-Agency-Record.
          EVALUATE TRUE
              WHEN NOT Agy-Is-Payment AND NOT Agy-Is-Closure
                  MOVE "UNKNOWN RECORD TYPE" TO Reject-Reason
              WHEN Agy-Borrower-ID NOT NUMERIC
                  MOVE "BORROWER ID NOT NUMERIC" TO Reject-Reason
              WHEN Agy-Amount NOT NUMERIC
                  MOVE "AMOUNT NOT NUMERIC" TO Reject-Reason
              WHEN Agy-Is-Payment AND Agy-Amount = 0
                  MOVE "ZERO PAYMENT" TO Reject-Reason
              WHEN Agy-Collected-Date NOT NUMERIC
                  MOVE "COLLECTED DATE NOT NUMERIC" TO Reject-Reason
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

       Read-Referred-Account.
          MOVE Agy-Borrower-ID TO Fine-Borrower-ID
          READ Fine-Ledger-File
              INVALID KEY
                  MOVE "NOT ON FINE LEDGER" TO Reject-Reason
              NOT INVALID KEY
                  IF NOT Fine-In-Collections
                      MOVE "ACCOUNT NOT REFERRED" TO Reject-Reason
                  END-IF
          END-READ.
          IF Reject-Reason = SPACES
              COMPUTE Account-Balance = Fine-Assessed-Total
                  - Fine-Paid-Total - Fine-Waived-Total
              IF Agy-Is-Payment AND Agy-Amount > Account-Balance
                  MOVE "PAYMENT EXCEEDS BALANCE" TO Reject-Reason
              END-IF
          END-IF.

       Post-Agency-Payment.
          ADD Agy-Amount TO Fine-Paid-Total
          MOVE Posting-Date TO Fine-Last-Activity
          SUBTRACT Agy-Amount FROM Account-Balance
          PERFORM Clear-Settled-Referral
          REWRITE Fine-Ledger-Record.
          IF Fine-Ledger-OK
              ADD 1 TO Payments-Posted-Count
              ADD Agy-Amount TO Payments-Posted-Amount
              MOVE "P" TO Txn-Action
              MOVE Agy-Amount TO Txn-Fine-Amount
              MOVE SPACES TO Txn-Book-Title
              STRING "AGENCY PMT " Agy-Reference
                  DELIMITED BY SIZE INTO Txn-Book-Title
              PERFORM Log-Agency-Transaction
              MOVE "PAYMENT" TO Posted-Action
              MOVE Agy-Amount TO Amount-Print
              PERFORM Print-Posted-Line
          ELSE
              MOVE "LEDGER REWRITE FAILED" TO Reject-Reason
              MOVE "00" TO Fine-Ledger-Status
          END-IF.

      * The agency has given up; what is left is uncollectable
      * and comes off the books as a write-off, not a payment.
       Post-Agency-Closure.
          MOVE 0 TO Written-Off-Amount
          IF Account-Balance > 0
              MOVE Account-Balance TO Written-Off-Amount
              ADD Written-Off-Amount TO Fine-Waived-Total
          END-IF
          MOVE 0 TO Account-Balance
          MOVE Posting-Date TO Fine-Last-Activity
          PERFORM Clear-Settled-Referral
          REWRITE Fine-Ledger-Record.
          IF Fine-Ledger-OK
              ADD 1 TO Closures-Posted-Count
              ADD Written-Off-Amount TO Written-Off-Total
              IF Written-Off-Amount > 0
                  MOVE "W" TO Txn-Action
                  MOVE Written-Off-Amount TO Txn-Fine-Amount
                  MOVE SPACES TO Txn-Book-Title
                  STRING "AGENCY CLOSED " Agy-Reference
                      DELIMITED BY SIZE INTO Txn-Book-Title
                  PERFORM Log-Agency-Transaction
              END-IF
              MOVE "CLOSED" TO Posted-Action
              MOVE Written-Off-Amount TO Amount-Print
              PERFORM Print-Posted-Line
          ELSE
              MOVE "LEDGER REWRITE FAILED" TO Reject-Reason
              MOVE "00" TO Fine-Ledger-Status
          END-IF.

       Clear-Settled-Referral.
          IF Account-Balance = 0
              MOVE SPACE TO Fine-Referral-Status
              MOVE 0 TO Fine-Referral-Date
          END-IF.

       Log-Agency-Transaction.
          MOVE Posting-Date TO Txn-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Txn-Time
          MOVE Agy-Borrower-ID TO Txn-Borrower-ID
          MOVE 0 TO Txn-Book-ID
          MOVE 0 TO Txn-Due-Date
          MOVE "AGY" TO Txn-Operator-ID
          IF Txn-Is-Payment
              MOVE "A" TO Txn-Pay-Method
          ELSE
              MOVE SPACE TO Txn-Pay-Method
          END-IF
          WRITE Transaction-Record.
          IF NOT Transaction-Log-OK
              DISPLAY "AGYPOST: audit log write failed for "
                  Agy-Borrower-ID
          END-IF.

       Print-Posted-Line.
          MOVE Account-Balance TO Balance-Print
          MOVE SPACES TO Agency-Report-Line
          STRING "POSTED   " Agy-Borrower-ID
              " " Posted-Action
              " " Amount-Print
              " REF " Agy-Reference
              " COLLECTED " Agy-Collected-Date
              " BAL " Balance-Print
              DELIMITED BY SIZE INTO Agency-Report-Line
          WRITE Agency-Report-Line.
          IF Account-Balance = 0
              ADD 1 TO Referrals-Cleared-Count
              MOVE "         REFERRAL CLEARED - BACK WITH THE DESKS"
                  TO Agency-Report-Line
              WRITE Agency-Report-Line
          END-IF.

       Print-Reject-Line.
          ADD 1 TO Rejected-Count
          MOVE SPACES TO Agency-Report-Line
          STRING "REJECTED " Agency-Input-Record(1:33)
              " - " Reject-Reason
              DELIMITED BY SIZE INTO Agency-Report-Line
          WRITE Agency-Report-Line.

       Print-Agency-Header.
          MOVE SPACES TO Agency-Report-Line
          STRING "BOOKiT COLLECTION AGENCY POSTING - " Posting-Date
              DELIMITED BY SIZE INTO Agency-Report-Line
          WRITE Agency-Report-Line.
          MOVE "----------------------------------------"
              TO Agency-Report-Line
          WRITE Agency-Report-Line.

       Print-Agency-Totals.
          MOVE SPACES TO Agency-Report-Line
          WRITE Agency-Report-Line.
          MOVE SPACES TO Agency-Report-Line
          STRING "AGENCY RECORDS READ  : " Records-Read-Count
              DELIMITED BY SIZE INTO Agency-Report-Line
          WRITE Agency-Report-Line.
          MOVE Payments-Posted-Amount TO Amount-Print
          MOVE SPACES TO Agency-Report-Line
          STRING "PAYMENTS POSTED      : " Payments-Posted-Count
              "  $" Amount-Print
              DELIMITED BY SIZE INTO Agency-Report-Line
          WRITE Agency-Report-Line.
          MOVE Written-Off-Total TO Amount-Print
          MOVE SPACES TO Agency-Report-Line
          STRING "CLOSURES WRITTEN OFF : " Closures-Posted-Count
              "  $" Amount-Print
              DELIMITED BY SIZE INTO Agency-Report-Line
          WRITE Agency-Report-Line.
          MOVE SPACES TO Agency-Report-Line
          STRING "REFERRALS CLEARED    : " Referrals-Cleared-Count
              DELIMITED BY SIZE INTO Agency-Report-Line
          WRITE Agency-Report-Line.
          MOVE SPACES TO Agency-Report-Line
          STRING "REJECTED (SEE ABOVE) : " Rejected-Count
              DELIMITED BY SIZE INTO Agency-Report-Line
          WRITE Agency-Report-Line.
