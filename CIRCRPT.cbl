      * OPENLOAN open-loan master that BOOKiT maintains in real
      * time - no replay of the full log history is needed and the
      * outstanding list is not capped by any in-core table.
      * The day's activity and the outstanding loans are both
      * printed branch by branch.  A log record belongs to the
      * branch of the operator who stamped it, from OPERMSTR.  The
      * book-drop and kiosk stamps are on OPERMSTR under the
      * branch that scanned them; only the stock-take and agency
      * stamps, which are not operators, fall back to the main
      * branch.  A loan belongs to the branch that lent it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Loan-Key
               FILE STATUS IS Open-Loan-Status.

           SELECT Operator-Master-File ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS Operator-Master-Status.

           SELECT Report-File ASSIGN TO "CIRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  Open-Loan-File.
           COPY LOANREC.

       FD  Operator-Master-File.
           COPY OPERREC.

       FD  Report-File.
       01  Report-Line PIC X(80).

          88 Open-Loan-OK VALUE "00".
       01 Open-Loan-Switch PIC X(1) VALUE "N".
          88 End-Of-Open-Loans VALUE "Y".
       01 Operator-Master-Status PIC X(2) VALUE "00".
          88 Operator-Master-OK VALUE "00".
       01 Operator-Master-Usable PIC X(1) VALUE "N".

       01 Report-Date PIC 9(8) VALUE 0.
       01 Borrowed-Today-Count PIC 9(5) VALUE 0.
       01 Returned-Today-Count PIC 9(5) VALUE 0.
       01 Renewed-Today-Count PIC 9(5) VALUE 0.
       01 Lost-Damaged-Today-Count PIC 9(5) VALUE 0.
       01 Missing-Today-Count PIC 9(5) VALUE 0.
       01 Fines-Collected-Today PIC 9(7)V99 VALUE 0.
       01 Fines-Waived-Today PIC 9(7)V99 VALUE 0.

       01 Outstanding-Loan-Count PIC 9(7) VALUE 0.

      * The branch whose part of the report is being printed, and
      * the branch of the log record or loan in hand.
       01 Report-Branch-Index PIC 9(1) VALUE 1.
       01 Txn-Branch-Index PIC 9(1) VALUE 1.
       01 Branch-Want PIC X(1) VALUE SPACES.
       01 Branch-Index PIC 9(1) VALUE 1.
       01 Branch-Scan-Index PIC 9(1) VALUE 0.
       01 Branch-Borrowed-Count PIC 9(5) VALUE 0.
       01 Branch-Returned-Count PIC 9(5) VALUE 0.
       01 Branch-Renewed-Count PIC 9(5) VALUE 0.
       01 Branch-Collected PIC 9(7)V99 VALUE 0.
       01 Branch-Loan-Count PIC 9(7) VALUE 0.

           COPY BRANCHES.

      * Today's activity rolled up per signed-on operator from the
      * Txn-Operator-ID stamp, so the report can show who took
      * which payments and waivers desk by desk.
       01 Oper-Stat-Count PIC 9(2) VALUE 0.
       01 Oper-Stat-Table OCCURS 20 TIMES.
          05 Oper-Stat-ID        PIC X(3).
          05 Oper-Stat-Branch    PIC 9(1).
          05 Oper-Stat-Borrows   PIC 9(5).
          05 Oper-Stat-Returns   PIC 9(5).
          05 Oper-Stat-Renewals  PIC 9(5).
          05 Oper-Stat-Collected PIC 9(7)V99.
          05 Oper-Stat-Waived    PIC 9(7)V99.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Produce-Circulation-Report.
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Report-Date
          PERFORM Open-Report-Files
          PERFORM Print-Report-Header
          PERFORM Report-Branch-Activity
              VARYING Report-Branch-Index FROM 1 BY 1
              UNTIL Report-Branch-Index > Branch-Count
          PERFORM Print-Activity-Totals
          PERFORM Print-Operator-Breakdown
          PERFORM Print-Outstanding-Loans
          PERFORM Close-Report-Files
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "CIRCRPT" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "CIRCRPT: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "BORROWED" TO Ctl-Count-Label(1)
          MOVE Borrowed-Today-Count TO Ctl-Count(1)
          MOVE "RETURNED" TO Ctl-Count-Label(2)
          MOVE Returned-Today-Count TO Ctl-Count(2)
          MOVE "LOANS OUT" TO Ctl-Count-Label(3)
          MOVE Outstanding-Loan-Count TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Report-Files.
          OPEN INPUT Open-Loan-File
          OPEN OUTPUT Report-File.
          OPEN INPUT Operator-Master-File
          IF Operator-Master-OK
              MOVE "Y" TO Operator-Master-Usable
          ELSE
              DISPLAY "CIRCRPT: operator master unavailable, status "
                  Operator-Master-Status
                  " - all activity reported under the main branch"
          END-IF.

       Close-Report-Files.
          CLOSE Open-Loan-File
          CLOSE Report-File
          IF Operator-Master-Usable = "Y"
              CLOSE Operator-Master-File
          END-IF.

      * The log is read once for each branch, taking the records
      * stamped by that branch's operators.
       Report-Branch-Activity.
          MOVE 0 TO Branch-Borrowed-Count
          MOVE 0 TO Branch-Returned-Count
          MOVE 0 TO Branch-Renewed-Count
          MOVE 0 TO Branch-Collected
          MOVE SPACES TO Report-Line
          WRITE Report-Line.
          MOVE SPACES TO Report-Line
          STRING "ACTIVITY AT " Branch-Name(Report-Branch-Index)
              DELIMITED BY SIZE INTO Report-Line
          WRITE Report-Line.
          MOVE "N" TO Transaction-Log-Switch
          OPEN INPUT Transaction-Log-File
          PERFORM Read-Transaction-Log
          PERFORM Process-Transaction UNTIL End-Of-Transaction-Log
          CLOSE Transaction-Log-File
          MOVE SPACES TO Report-Line
          STRING "   BORROWED " Branch-Borrowed-Count
              "  RETURNED " Branch-Returned-Count
              "  RENEWED " Branch-Renewed-Count
              "  COLLECTED " Branch-Collected
              DELIMITED BY SIZE INTO Report-Line
          WRITE Report-Line.

      * The branch of the operator who stamped the log record; an
      * operator already in the breakdown table is not looked up
      * again.
       Find-Txn-Branch.
          MOVE 1 TO Txn-Branch-Index
          MOVE 0 TO Oper-Stat-Match-Index
          PERFORM VARYING Oper-Stat-Index FROM 1 BY 1
              UNTIL Oper-Stat-Index > Oper-Stat-Count
                  OR Oper-Stat-Match-Index > 0
                  IF Oper-Stat-ID(Oper-Stat-Index) = Txn-Operator-ID
                      MOVE Oper-Stat-Index TO Oper-Stat-Match-Index
                  END-IF
          END-PERFORM.
          IF Oper-Stat-Match-Index > 0
              MOVE Oper-Stat-Branch(Oper-Stat-Match-Index)
                  TO Txn-Branch-Index
          ELSE
              IF Operator-Master-Usable = "Y"
                  MOVE Txn-Operator-ID TO Oper-ID
                  READ Operator-Master-File
                      INVALID KEY
                          MOVE SPACE TO Oper-Branch
                  END-READ
                  MOVE Oper-Branch TO Branch-Want
                  PERFORM Find-Branch-Index
                  MOVE Branch-Index TO Txn-Branch-Index
              END-IF
          END-IF.

      * A branch byte not on the BRANCHES table is the main branch.
       Find-Branch-Index.
          MOVE 1 TO Branch-Index
          PERFORM VARYING Branch-Scan-Index FROM 1 BY 1
              UNTIL Branch-Scan-Index > Branch-Count
                  IF Branch-Code(Branch-Scan-Index) = Branch-Want
                      MOVE Branch-Scan-Index TO Branch-Index
                  END-IF
          END-PERFORM.

       Read-Transaction-Log.
          READ Transaction-Log-File
          END-READ.

       Process-Transaction.
          MOVE 0 TO Txn-Branch-Index
          IF Txn-Date = Report-Date
              PERFORM Find-Txn-Branch
          END-IF
          IF Txn-Branch-Index = Report-Branch-Index
              PERFORM Tally-Operator-Activity
              PERFORM Report-Transaction
          END-IF
          PERFORM Read-Transaction-Log.

       Report-Transaction.
          EVALUATE TRUE
              WHEN Txn-Is-Borrow
                  IF Txn-Date = Report-Date
                      ADD 1 TO Borrowed-Today-Count
                      ADD 1 TO Branch-Borrowed-Count
                      MOVE SPACES TO Report-Line
                      STRING "BORROWED  " Txn-Borrower-ID " "
                          Txn-Book-ID " " Txn-Book-Title
              WHEN Txn-Is-Return
                  IF Txn-Date = Report-Date
                      ADD 1 TO Returned-Today-Count
                      ADD 1 TO Branch-Returned-Count
                      MOVE SPACES TO Report-Line
                      STRING "RETURNED  " Txn-Borrower-ID " "
                          Txn-Book-ID " " Txn-Book-Title
              WHEN Txn-Is-Renewal
                  IF Txn-Date = Report-Date
                      ADD 1 TO Renewed-Today-Count
                      ADD 1 TO Branch-Renewed-Count
                      MOVE SPACES TO Report-Line
                      STRING "RENEWED   " Txn-Borrower-ID " "
                          Txn-Book-ID " " Txn-Book-Title
                      END-IF
                      WRITE Report-Line
                  END-IF
              WHEN Txn-Is-Missing
                  IF Txn-Date = Report-Date
                      ADD 1 TO Missing-Today-Count
                      MOVE SPACES TO Report-Line
                      STRING "MISSING   " Txn-Book-ID " "
                          Txn-Book-Title " STOCK-TAKE WRITE-OFF"
                          DELIMITED BY SIZE INTO Report-Line
                      WRITE Report-Line
                  END-IF
              WHEN Txn-Is-Payment
                  IF Txn-Date = Report-Date
                      ADD Txn-Fine-Amount TO Fines-Collected-Today
                      ADD Txn-Fine-Amount TO Branch-Collected
                  END-IF
              WHEN Txn-Is-Waiver
                  IF Txn-Date = Report-Date
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

       Tally-Operator-Activity.
          MOVE 0 TO Oper-Stat-Match-Index
              AND Oper-Stat-Count < 20
              ADD 1 TO Oper-Stat-Count
              MOVE Txn-Operator-ID TO Oper-Stat-ID(Oper-Stat-Count)
              MOVE Txn-Branch-Index
                  TO Oper-Stat-Branch(Oper-Stat-Count)
              MOVE 0 TO Oper-Stat-Borrows(Oper-Stat-Count)
              MOVE 0 TO Oper-Stat-Returns(Oper-Stat-Count)
              MOVE 0 TO Oper-Stat-Renewals(Oper-Stat-Count)
              DELIMITED BY SIZE INTO Report-Line
          WRITE Report-Line.
          MOVE SPACES TO Report-Line
          STRING "MISSING WRITTEN OFF   : " Missing-Today-Count
              DELIMITED BY SIZE INTO Report-Line
          WRITE Report-Line.
          MOVE SPACES TO Report-Line
          STRING "FINES COLLECTED TODAY : " Fines-Collected-Today
              DELIMITED BY SIZE INTO Report-Line
          WRITE Report-Line.
          WRITE Report-Line.

      * The OPENLOAN key is borrower-then-book, so a straight
      * sequential read lists each borrower's loans together; the
      * file is read once for each branch's loans.
       Print-Outstanding-Loans.
          MOVE SPACES TO Report-Line
          WRITE Report-Line.
          WRITE Report-Line.
          MOVE "----------------------------------------" TO Report-Line
          WRITE Report-Line.
          PERFORM Print-Branch-Loans
              VARYING Report-Branch-Index FROM 1 BY 1
              UNTIL Report-Branch-Index > Branch-Count.
          MOVE SPACES TO Report-Line
          WRITE Report-Line.
          MOVE SPACES TO Report-Line
          STRING "LOANS OUTSTANDING     : " Outstanding-Loan-Count
              DELIMITED BY SIZE INTO Report-Line
          WRITE Report-Line.

       Print-Branch-Loans.
          MOVE 0 TO Branch-Loan-Count
          MOVE SPACES TO Report-Line
          STRING "LENT AT " Branch-Name(Report-Branch-Index)
              DELIMITED BY SIZE INTO Report-Line
          WRITE Report-Line.
          MOVE "N" TO Open-Loan-Switch
          MOVE LOW-VALUES TO Loan-Key
          START Open-Loan-File KEY IS NOT LESS THAN Loan-Key
              INVALID KEY
          PERFORM Print-One-Outstanding-Loan
              UNTIL End-Of-Open-Loans.
          MOVE SPACES TO Report-Line
          STRING "   LOANS OUT FROM THIS BRANCH: " Branch-Loan-Count
              DELIMITED BY SIZE INTO Report-Line
          WRITE Report-Line.

                  MOVE "Y" TO Open-Loan-Switch
          END-READ.
          IF NOT End-Of-Open-Loans
              MOVE Loan-Branch TO Branch-Want
              PERFORM Find-Branch-Index
          END-IF
          IF NOT End-Of-Open-Loans
              AND Branch-Index = Report-Branch-Index
              ADD 1 TO Outstanding-Loan-Count
              ADD 1 TO Branch-Loan-Count
              MOVE SPACES TO Report-Line
              STRING "BORROWER " Loan-Borrower-ID
                  " HAS " Loan-Book-ID
