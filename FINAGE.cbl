       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINAGE.

      * Monthly aged-receivables and collection-agency referral
      * run.  FINELDGR only knows each borrower's running totals,
      * so the age of what they owe is recovered from the
      * circulation history: the JCL concatenates every TRANARCH
      * generation with the live desk logs and sorts the lot by
      * borrower ID, newest date/time first, the same way the
      * statement run gathers it.  One pass match-merges that
      * history against the ledger.  Each outstanding balance is
      * allocated to the borrower's most recent charges first -
      * fines assessed at return and lost/damaged replacement
      * charges - on the basis that payments clear the oldest
      * debt, and each allocated amount is aged by the date it
      * was charged into current, 30, 60 and 90+ day buckets.
      * Any balance the history cannot explain (a merged-away
      * record's charges, or history older than the archive)
      * is counted as 90+.  The aged report lists every borrower
      * with a balance, with subtotals by borrower category and
      * grand totals.
      *
      * A borrower whose balance exceeds the AGEPARM threshold
      * and who has paid nothing for the AGEPARM number of days
      * (counted from the oldest unpaid charge when they never
      * paid at all) is referred to the collection agency: the
      * ledger record is marked R with the referral date, which
      * stops the desks taking further payments, and the
      * borrower's name, mailing and contact details and the
      * balance are written to the COLLEXT interface file, one
      * delimited R segment per referral and a T trailer with
      * the count, amount and run date.  Accounts already with
      * the agency are reported but never referred twice, and
      * partner-library records (category P) are consortium
      * agreements and are never referred.  Run in the monthly
      * window with no desk session active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Transaction-Log-File ASSIGN TO "TRANLOG"
               FILE STATUS IS Transaction-Log-Status.

           SELECT Fine-Ledger-File ASSIGN TO "FINELDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fine-Borrower-ID
               FILE STATUS IS Fine-Ledger-Status.

           SELECT Borrower-Master-File ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Borrower-ID
               FILE STATUS IS Borrower-Master-Status.

           SELECT Parameter-File ASSIGN TO "AGEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parameter-Status.

           SELECT Aging-Report-File ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Extract-File ASSIGN TO "COLLEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Transaction-Log-File.
           COPY TRANREC.

       FD  Fine-Ledger-File.
           COPY FINEREC.

       FD  Borrower-Master-File.
           COPY BORROWER.

       FD  Parameter-File.
       01  Parameter-Record PIC X(80).

       FD  Aging-Report-File.
       01  Aging-Line PIC X(132).

       FD  Extract-File.
       01  Extract-Line PIC X(200).

       WORKING-STORAGE SECTION.
       01 Transaction-Log-Status PIC X(2) VALUE "00".
          88 Transaction-Log-OK VALUE "00".
       01 Fine-Ledger-Status PIC X(2) VALUE "00".
          88 Fine-Ledger-OK VALUE "00".
       01 Borrower-Master-Status PIC X(2) VALUE "00".
          88 Borrower-Master-OK VALUE "00".
       01 Parameter-Status PIC X(2) VALUE "00".
          88 Parameter-OK VALUE "00".
       01 Transaction-Log-Switch PIC X(1) VALUE "N".
          88 End-Of-Transaction-Log VALUE "Y".
       01 Fine-Ledger-Switch PIC X(1) VALUE "N".
          88 End-Of-Fine-Ledger VALUE "Y".

       01 Aging-Date PIC 9(8) VALUE 0.
       01 Referral-Threshold PIC 9(5)V99 VALUE 50.00.
       01 Referral-Days PIC 9(3) VALUE 90.

       01 Account-Balance PIC S9(7)V99 VALUE 0.
       01 Unallocated-Balance PIC 9(7)V99 VALUE 0.
       01 Charge-Portion PIC 9(7)V99 VALUE 0.
       01 Charge-Age-Days PIC 9(5) VALUE 0.
       01 Last-Payment-Date PIC 9(8) VALUE 0.
       01 Oldest-Charge-Date PIC 9(8) VALUE 0.
       01 Quiet-Since-Date PIC 9(8) VALUE 0.
       01 Quiet-Days PIC 9(5) VALUE 0.
       01 Borrower-Found PIC X(1) VALUE "N".
       01 Account-Note PIC X(16) VALUE SPACES.

       01 Account-Current PIC 9(7)V99 VALUE 0.
       01 Account-Over-30 PIC 9(7)V99 VALUE 0.
       01 Account-Over-60 PIC 9(7)V99 VALUE 0.
       01 Account-Over-90 PIC 9(7)V99 VALUE 0.

      * Subtotals by borrower category: S, T, F, M, P, and
      * anything else (including a missing roster record).
       01 Category-Index PIC 9(1) VALUE 0.
       01 Category-Label PIC X(10) VALUE SPACES.
       01 Category-Table OCCURS 6 TIMES.
          05 Cat-Accounts   PIC 9(5).
          05 Cat-Current    PIC 9(7)V99.
          05 Cat-Over-30    PIC 9(7)V99.
          05 Cat-Over-60    PIC 9(7)V99.
          05 Cat-Over-90    PIC 9(7)V99.
          05 Cat-Balance    PIC 9(7)V99.

       01 Total-Accounts PIC 9(5) VALUE 0.
       01 Total-Current PIC 9(7)V99 VALUE 0.
       01 Total-Over-30 PIC 9(7)V99 VALUE 0.
       01 Total-Over-60 PIC 9(7)V99 VALUE 0.
       01 Total-Over-90 PIC 9(7)V99 VALUE 0.
       01 Total-Balance PIC 9(7)V99 VALUE 0.
       01 Untraced-Count PIC 9(5) VALUE 0.
       01 Untraced-Amount PIC 9(7)V99 VALUE 0.
       01 Referred-Count PIC 9(5) VALUE 0.
       01 Referred-Amount PIC 9(7)V99 VALUE 0.
       01 In-Collections-Count PIC 9(5) VALUE 0.

       01 Current-Print PIC Z(6)9.99 VALUE 0.
       01 Over-30-Print PIC Z(6)9.99 VALUE 0.
       01 Over-60-Print PIC Z(6)9.99 VALUE 0.
       01 Over-90-Print PIC Z(6)9.99 VALUE 0.
       01 Balance-Print PIC Z(6)9.99 VALUE 0.
       01 Threshold-Print PIC Z(4)9.99 VALUE 0.
       01 Extract-Amount PIC 9(7).99 VALUE 0.

       PROCEDURE DIVISION.
       Age-Fine-Receivables.
          ACCEPT Aging-Date FROM DATE YYYYMMDD
          PERFORM Open-Aging-Files
          PERFORM Read-Referral-Rule
          PERFORM Clear-Category-Totals
          PERFORM Print-Aging-Header
          PERFORM Read-Transaction-Log
          MOVE LOW-VALUES TO Fine-Borrower-ID
          START Fine-Ledger-File KEY IS NOT LESS THAN Fine-Borrower-ID
              INVALID KEY
                  MOVE "Y" TO Fine-Ledger-Switch
          END-START
          PERFORM Age-One-Account UNTIL End-Of-Fine-Ledger
          PERFORM Print-Aging-Totals
          PERFORM Write-Extract-Trailer
          PERFORM Close-Aging-Files
          DISPLAY "FINAGE: " Total-Accounts " account(s) aged, "
              Referred-Count " referred to collections, "
              In-Collections-Count " already in collections"
          STOP RUN.

       Open-Aging-Files.
          OPEN INPUT Transaction-Log-File
          OPEN I-O Fine-Ledger-File
          OPEN INPUT Borrower-Master-File
          OPEN INPUT Parameter-File
          OPEN OUTPUT Aging-Report-File
          OPEN OUTPUT Extract-File.

       Close-Aging-Files.
          CLOSE Transaction-Log-File
          CLOSE Fine-Ledger-File
          CLOSE Borrower-Master-File
          CLOSE Parameter-File
          CLOSE Aging-Report-File
          CLOSE Extract-File.

      * The card carries the referral threshold in columns 1-7
      * (dollars and cents, no point) and the days without a
      * payment in columns 8-10; either left blank keeps the
      * default of $50.00 and 90 days.
       Read-Referral-Rule.
          READ Parameter-File
              AT END
                  MOVE SPACES TO Parameter-Record
          END-READ.
          IF Parameter-Record(1:7) IS NUMERIC
              AND Parameter-Record(1:7) NOT = "0000000"
              MOVE Parameter-Record(1:7) TO Referral-Threshold
          END-IF.
          IF Parameter-Record(8:3) IS NUMERIC
              AND Parameter-Record(8:3) NOT = "000"
              MOVE Parameter-Record(8:3) TO Referral-Days
          END-IF.

       Clear-Category-Totals.
          PERFORM VARYING Category-Index FROM 1 BY 1
              UNTIL Category-Index > 6
                  MOVE 0 TO Cat-Accounts(Category-Index)
                  MOVE 0 TO Cat-Current(Category-Index)
                  MOVE 0 TO Cat-Over-30(Category-Index)
                  MOVE 0 TO Cat-Over-60(Category-Index)
                  MOVE 0 TO Cat-Over-90(Category-Index)
                  MOVE 0 TO Cat-Balance(Category-Index)
          END-PERFORM.

       Read-Transaction-Log.
          READ Transaction-Log-File
              AT END
                  MOVE "Y" TO Transaction-Log-Switch
          END-READ.

      * The history and the ledger both arrive in borrower order,
      * so history for borrowers with no ledger record is simply
      * read past on the way to the next ledger key.
       Age-One-Account.
          READ Fine-Ledger-File NEXT RECORD
              AT END
                  MOVE "Y" TO Fine-Ledger-Switch
          END-READ.
          IF NOT End-Of-Fine-Ledger
              PERFORM Read-Transaction-Log
                  UNTIL End-Of-Transaction-Log
                      OR Txn-Borrower-ID >= Fine-Borrower-ID
              COMPUTE Account-Balance = Fine-Assessed-Total
                  - Fine-Paid-Total - Fine-Waived-Total
              MOVE 0 TO Unallocated-Balance
              IF Account-Balance > 0
                  MOVE Account-Balance TO Unallocated-Balance
              END-IF
              MOVE 0 TO Account-Current
              MOVE 0 TO Account-Over-30
              MOVE 0 TO Account-Over-60
              MOVE 0 TO Account-Over-90
              MOVE 0 TO Last-Payment-Date
              MOVE 0 TO Oldest-Charge-Date
              PERFORM Allocate-One-Charge
                  UNTIL End-Of-Transaction-Log
                      OR Txn-Borrower-ID NOT = Fine-Borrower-ID
              IF Account-Balance > 0
                  IF Unallocated-Balance > 0
                      ADD Unallocated-Balance TO Account-Over-90
                      ADD 1 TO Untraced-Count
                      ADD Unallocated-Balance TO Untraced-Amount
                  END-IF
                  PERFORM Look-Up-Borrower
                  PERFORM Consider-Referral
                  PERFORM Print-Account-Line
                  PERFORM Add-Account-To-Totals
              END-IF
          END-IF.

      * Newest first: the first payment met is the latest one,
      * and the charges met are the ones the balance still owes.
       Allocate-One-Charge.
          IF Txn-Is-Payment AND Last-Payment-Date = 0
              MOVE Txn-Date TO Last-Payment-Date
          END-IF.
          IF Unallocated-Balance > 0
              AND (Txn-Is-Return OR Txn-Is-Lost OR Txn-Is-Damaged)
              AND Txn-Fine-Amount > 0
              IF Txn-Fine-Amount < Unallocated-Balance
                  MOVE Txn-Fine-Amount TO Charge-Portion
              ELSE
                  MOVE Unallocated-Balance TO Charge-Portion
              END-IF
              SUBTRACT Charge-Portion FROM Unallocated-Balance
              MOVE Txn-Date TO Oldest-Charge-Date
              PERFORM Age-Charge-Portion
          END-IF.
          PERFORM Read-Transaction-Log.

       Age-Charge-Portion.
          IF Txn-Date IS NUMERIC AND Txn-Date > 19000000
              AND Txn-Date NOT > Aging-Date
              COMPUTE Charge-Age-Days =
                  FUNCTION INTEGER-OF-DATE(Aging-Date)
                      - FUNCTION INTEGER-OF-DATE(Txn-Date)
          ELSE
              MOVE 0 TO Charge-Age-Days
          END-IF.
          EVALUATE TRUE
              WHEN Charge-Age-Days < 30
                  ADD Charge-Portion TO Account-Current
              WHEN Charge-Age-Days < 60
                  ADD Charge-Portion TO Account-Over-30
              WHEN Charge-Age-Days < 90
                  ADD Charge-Portion TO Account-Over-60
              WHEN OTHER
                  ADD Charge-Portion TO Account-Over-90
          END-EVALUATE.

       Look-Up-Borrower.
          MOVE "Y" TO Borrower-Found
          MOVE Fine-Borrower-ID TO Borrower-ID
          READ Borrower-Master-File
              INVALID KEY
                  MOVE "N" TO Borrower-Found
                  MOVE "(BORROWER RECORD MISSING)" TO Borrower-Name
                  MOVE SPACES TO Borrower-Address
                  MOVE SPACES TO Borrower-Contact-No
                  MOVE SPACES TO Borrower-Email
                  MOVE SPACE TO Borrower-Category
          END-READ.
          EVALUATE Borrower-Category
              WHEN "S"
                  MOVE 1 TO Category-Index
              WHEN "T"
                  MOVE 2 TO Category-Index
              WHEN "F"
                  MOVE 3 TO Category-Index
              WHEN "M"
                  MOVE 4 TO Category-Index
              WHEN "P"
                  MOVE 5 TO Category-Index
              WHEN OTHER
                  MOVE 6 TO Category-Index
          END-EVALUATE.

      * With no payment on the history the quiet period runs
      * from the oldest charge still owed, or failing that from
      * the ledger's own last activity date.
       Consider-Referral.
          MOVE SPACES TO Account-Note
          EVALUATE TRUE
              WHEN Fine-In-Collections
                  ADD 1 TO In-Collections-Count
                  MOVE "IN COLLECTIONS" TO Account-Note
              WHEN Borrower-Found = "N"
                  MOVE "NO ROSTER RECORD" TO Account-Note
              WHEN Borrower-Category = "P"
                  CONTINUE
              WHEN Account-Balance NOT > Referral-Threshold
                  CONTINUE
              WHEN OTHER
                  MOVE Last-Payment-Date TO Quiet-Since-Date
                  IF Quiet-Since-Date = 0
                      MOVE Oldest-Charge-Date TO Quiet-Since-Date
                  END-IF
                  IF Quiet-Since-Date = 0
                      MOVE Fine-Last-Activity TO Quiet-Since-Date
                  END-IF
                  MOVE 0 TO Quiet-Days
                  IF Quiet-Since-Date IS NUMERIC
                      AND Quiet-Since-Date > 19000000
                      AND Quiet-Since-Date NOT > Aging-Date
                      COMPUTE Quiet-Days =
                          FUNCTION INTEGER-OF-DATE(Aging-Date)
                              - FUNCTION INTEGER-OF-DATE
                                  (Quiet-Since-Date)
                  END-IF
                  IF Quiet-Days > Referral-Days
                      PERFORM Refer-Account
                  END-IF
          END-EVALUATE.

       Refer-Account.
          MOVE "R" TO Fine-Referral-Status
          MOVE Aging-Date TO Fine-Referral-Date
          REWRITE Fine-Ledger-Record.
          IF Fine-Ledger-OK
              ADD 1 TO Referred-Count
              ADD Account-Balance TO Referred-Amount
              MOVE "REFERRED" TO Account-Note
              PERFORM Write-Extract-Referral
          ELSE
              DISPLAY "FINAGE: ledger rewrite failed for "
                  Fine-Borrower-ID " status " Fine-Ledger-Status
              MOVE "REWRITE FAILED" TO Account-Note
              MOVE "00" TO Fine-Ledger-Status
          END-IF.

      * Pre-preference records carry blanks; the agency treats a
      * blank preference as mail, as the notice receivers do.
       Write-Extract-Referral.
          MOVE Account-Balance TO Extract-Amount
          MOVE SPACES TO Extract-Line
          STRING "R|" Fine-Borrower-ID
              "|" Borrower-Name
              "|" Borrower-Address
              "|" Borrower-Contact-No
              "|" Borrower-Email
              "|" Borrower-Contact-Pref
              "|" Extract-Amount
              "|" Oldest-Charge-Date
              "|" Last-Payment-Date
              DELIMITED BY SIZE INTO Extract-Line
          WRITE Extract-Line.

       Write-Extract-Trailer.
          MOVE Referred-Amount TO Extract-Amount
          MOVE SPACES TO Extract-Line
          STRING "T|" Referred-Count
              "|" Extract-Amount
              "|" Aging-Date
              DELIMITED BY SIZE INTO Extract-Line
          WRITE Extract-Line.

       Add-Account-To-Totals.
          ADD 1 TO Cat-Accounts(Category-Index)
          ADD Account-Current TO Cat-Current(Category-Index)
          ADD Account-Over-30 TO Cat-Over-30(Category-Index)
          ADD Account-Over-60 TO Cat-Over-60(Category-Index)
          ADD Account-Over-90 TO Cat-Over-90(Category-Index)
          ADD Account-Balance TO Cat-Balance(Category-Index)
          ADD 1 TO Total-Accounts
          ADD Account-Current TO Total-Current
          ADD Account-Over-30 TO Total-Over-30
          ADD Account-Over-60 TO Total-Over-60
          ADD Account-Over-90 TO Total-Over-90
          ADD Account-Balance TO Total-Balance.

       Print-Aging-Header.
          MOVE Referral-Threshold TO Threshold-Print
          MOVE SPACES TO Aging-Line
          STRING "BOOKiT AGED FINE RECEIVABLES - " Aging-Date
              DELIMITED BY SIZE INTO Aging-Line
          WRITE Aging-Line.
          MOVE SPACES TO Aging-Line
          STRING "REFER BALANCES OVER $" Threshold-Print
              " WITH NO PAYMENT IN " Referral-Days " DAYS"
              DELIMITED BY SIZE INTO Aging-Line
          WRITE Aging-Line.
          MOVE ALL "-" TO Aging-Line
          WRITE Aging-Line.
          MOVE SPACES TO Aging-Line
          STRING "BORR  NAME" "                           C"
              "    CURRENT   30-59 DY   60-89 DY   90+ DAYS"
              "    BALANCE LAST PAID"
              DELIMITED BY SIZE INTO Aging-Line
          WRITE Aging-Line.
          MOVE ALL "-" TO Aging-Line
          WRITE Aging-Line.

       Print-Account-Line.
          MOVE Account-Current TO Current-Print
          MOVE Account-Over-30 TO Over-30-Print
          MOVE Account-Over-60 TO Over-60-Print
          MOVE Account-Over-90 TO Over-90-Print
          MOVE Account-Balance TO Balance-Print
          MOVE SPACES TO Aging-Line
          STRING Fine-Borrower-ID " " Borrower-Name
              " " Borrower-Category
              " " Current-Print " " Over-30-Print
              " " Over-60-Print " " Over-90-Print
              " " Balance-Print " " Last-Payment-Date
              " " Account-Note
              DELIMITED BY SIZE INTO Aging-Line
          WRITE Aging-Line.

       Print-Aging-Totals.
          MOVE ALL "-" TO Aging-Line
          WRITE Aging-Line.
          PERFORM VARYING Category-Index FROM 1 BY 1
              UNTIL Category-Index > 6
                  PERFORM Print-Category-Line
          END-PERFORM.
          MOVE Total-Current TO Current-Print
          MOVE Total-Over-30 TO Over-30-Print
          MOVE Total-Over-60 TO Over-60-Print
          MOVE Total-Over-90 TO Over-90-Print
          MOVE Total-Balance TO Balance-Print
          MOVE ALL "-" TO Aging-Line
          WRITE Aging-Line.
          MOVE SPACES TO Aging-Line
          STRING "GRAND TOTAL " Total-Accounts " ACCOUNT(S)"
              "          "
              " " Current-Print " " Over-30-Print
              " " Over-60-Print " " Over-90-Print
              " " Balance-Print
              DELIMITED BY SIZE INTO Aging-Line
          WRITE Aging-Line.
          MOVE SPACES TO Aging-Line
          WRITE Aging-Line.
          MOVE Untraced-Amount TO Balance-Print
          MOVE SPACES TO Aging-Line
          STRING "BALANCES NOT TRACED TO A CHARGE (IN 90+) : "
              Untraced-Count " ACCOUNT(S) $" Balance-Print
              DELIMITED BY SIZE INTO Aging-Line
          WRITE Aging-Line.
          MOVE Referred-Amount TO Balance-Print
          MOVE SPACES TO Aging-Line
          STRING "REFERRED TO COLLECTIONS THIS RUN         : "
              Referred-Count " ACCOUNT(S) $" Balance-Print
              DELIMITED BY SIZE INTO Aging-Line
          WRITE Aging-Line.
          MOVE SPACES TO Aging-Line
          STRING "ALREADY IN COLLECTIONS                   : "
              In-Collections-Count " ACCOUNT(S)"
              DELIMITED BY SIZE INTO Aging-Line
          WRITE Aging-Line.

       Print-Category-Line.
          EVALUATE Category-Index
              WHEN 1
                  MOVE "STANDARD" TO Category-Label
              WHEN 2
                  MOVE "STAFF" TO Category-Label
              WHEN 3
                  MOVE "FACULTY" TO Category-Label
              WHEN 4
                  MOVE "MEMBER" TO Category-Label
              WHEN 5
                  MOVE "PARTNER" TO Category-Label
              WHEN OTHER
                  MOVE "OTHER" TO Category-Label
          END-EVALUATE
          MOVE Cat-Current(Category-Index) TO Current-Print
          MOVE Cat-Over-30(Category-Index) TO Over-30-Print
          MOVE Cat-Over-60(Category-Index) TO Over-60-Print
          MOVE Cat-Over-90(Category-Index) TO Over-90-Print
          MOVE Cat-Balance(Category-Index) TO Balance-Print
          MOVE SPACES TO Aging-Line
          STRING "SUBTOTAL " Category-Label
              Cat-Accounts(Category-Index) " ACCOUNT(S)"
              "   "
              " " Current-Print " " Over-30-Print
              " " Over-60-Print " " Over-90-Print
              " " Balance-Print
              DELIMITED BY SIZE INTO Aging-Line
          WRITE Aging-Line.
