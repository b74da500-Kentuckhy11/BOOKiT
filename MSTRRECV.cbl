       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRRECV.

      * Forward recovery of the circulation masters.  Run when
      * BOOKMSTR, BORRMSTR, HOLDQUE, FINELDGR, ILLREQ or OPENLOAN
      * has been damaged during the day.  The JCL first reloads
      * all six clusters from the last good MSTRBKUP generation;
      * this program then proves each reload against the record
      * count and hash total that generation's BKCTL control
      * records carry, and refuses to go further (return code 8)
      * if any cluster does not agree, was marked failed by the
      * backup, or is missing from the control generation.
      * It then replays, in date and time order, every circulation
      * log record dated after the backup's business date against
      * the reloaded masters, making the change the desk or batch
      * job made when the record was written:
      *    B  borrow - the open loan is written and the copy put
      *       out on loan, collecting the patron's own hold copy
      *    R  return - the loan is closed, the copy comes off
      *       loan and is offered to the next waiting hold, and
      *       any overdue fine is charged to the fine ledger
      *    N  renewal - the loan's new due date
      *    L/D lost or damaged - the loan is closed, the
      *       replacement charge billed and the copy retired
      *    S  stock-take write-off of a missing copy
      *    P/W fine payment or waiver, agency ones included
      *    X  deactivation, and U reactivation, of a borrower
      *    M  merge of a duplicate borrower into the survivor,
      *       whose open loans the log carries as a return and
      *       borrow pair in the same second; such a pair is
      *       replayed as the loan moving between borrowers
      *    O/Z drawer records touch no master and are passed over
      * Every replayed record is listed on the recovery report
      * with what was done; a record that cannot be applied, or
      * applied only in part, is listed with the reason and the
      * job ends with return code 4.  Borrower detail updates
      * (U records other than a reactivation) do not carry the
      * changed fields on the log and are listed to be re-keyed.
      * Activity that never reaches the log - holds placed or
      * cancelled, new registrations, catalog and ILL batch work
      * - is named at the foot of the report to be checked by
      * hand.  Transfers raised on XFERFILE are not replayed: that
      * cluster is not reloaded, so the day's van transfers are
      * still on it.  Run with no desk session active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Backup-Control-File ASSIGN TO "BKCTL"
               FILE STATUS IS Backup-Control-Status.

           SELECT Transaction-Log-File ASSIGN TO "TRANLOG"
               FILE STATUS IS Transaction-Log-Status.

           SELECT Book-Master-File ASSIGN TO "BOOKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Book-ID
               FILE STATUS IS Book-Master-Status.

           SELECT Borrower-Master-File ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Borrower-ID
               FILE STATUS IS Borrower-Master-Status.

           SELECT Hold-Queue-File ASSIGN TO "HOLDQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Book-ID
               FILE STATUS IS Hold-Queue-Status.

           SELECT Fine-Ledger-File ASSIGN TO "FINELDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fine-Borrower-ID
               FILE STATUS IS Fine-Ledger-Status.

           SELECT Ill-Request-File ASSIGN TO "ILLREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ill-Request-ID
               FILE STATUS IS Ill-Request-Status.

           SELECT Open-Loan-File ASSIGN TO "OPENLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-Key
               FILE STATUS IS Open-Loan-Status.

           SELECT Operator-Master-File ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS Operator-Master-Status.

           SELECT Recovery-Report-File ASSIGN TO "RECVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Backup-Control-File.
           COPY BKCREC.

       FD  Transaction-Log-File.
           COPY TRANREC.

       FD  Book-Master-File.
           COPY BOOKREC.

       FD  Borrower-Master-File.
           COPY BORROWER.

       FD  Hold-Queue-File.
           COPY HOLDREC.

       FD  Fine-Ledger-File.
           COPY FINEREC.

       FD  Ill-Request-File.
           COPY ILLREC.

       FD  Open-Loan-File.
           COPY LOANREC.

       FD  Operator-Master-File.
           COPY OPERREC.

       FD  Recovery-Report-File.
       01  Recovery-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Backup-Control-Status PIC X(2) VALUE "00".
          88 Backup-Control-OK VALUE "00".
       01 Transaction-Log-Status PIC X(2) VALUE "00".
          88 Transaction-Log-OK VALUE "00".
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".
       01 Borrower-Master-Status PIC X(2) VALUE "00".
          88 Borrower-Master-OK VALUE "00".
       01 Hold-Queue-Status PIC X(2) VALUE "00".
          88 Hold-Queue-OK VALUE "00".
       01 Fine-Ledger-Status PIC X(2) VALUE "00".
          88 Fine-Ledger-OK VALUE "00".
       01 Ill-Request-Status PIC X(2) VALUE "00".
          88 Ill-Request-OK VALUE "00".
       01 Open-Loan-Status PIC X(2) VALUE "00".
          88 Open-Loan-OK VALUE "00".
       01 Operator-Master-Status PIC X(2) VALUE "00".
          88 Operator-Master-OK VALUE "00".
       01 Backup-Control-Switch PIC X(1) VALUE "N".
          88 End-Of-Backup-Control VALUE "Y".
       01 Transaction-Log-Switch PIC X(1) VALUE "N".
          88 End-Of-Transaction-Log VALUE "Y".
       01 Verify-Switch PIC X(1) VALUE "N".
          88 End-Of-Verify VALUE "Y".

       01 Run-Date PIC 9(8) VALUE 0.
       01 Backup-Business-Date PIC 9(8) VALUE 0.
       01 Backup-Taken-Date PIC 9(8) VALUE 0.
       01 Backup-Taken-Time PIC 9(6) VALUE 0.
       01 Recovery-Refused PIC X(1) VALUE "N".
       01 Refusal-Reason PIC X(60) VALUE SPACES.

      * The six masters this job reloads, with what the backup's
      * control records say each must hold and what the reload
      * was found to hold.  The hash field of each is the one
      * MSTRBKUP sums.
       01 Master-Name-Values.
          05 Filler PIC X(8) VALUE "BOOKMSTR".
          05 Filler PIC X(8) VALUE "BORRMSTR".
          05 Filler PIC X(8) VALUE "HOLDQUE".
          05 Filler PIC X(8) VALUE "FINELDGR".
          05 Filler PIC X(8) VALUE "ILLREQ".
          05 Filler PIC X(8) VALUE "OPENLOAN".
       01 Master-Name-Table REDEFINES Master-Name-Values.
          05 Master-Name PIC X(8) OCCURS 6 TIMES.
       01 Master-Count PIC 9(1) VALUE 6.
       01 Master-Check-Table OCCURS 6 TIMES.
          05 Expected-Found      PIC X(1).
          05 Expected-Status     PIC X(1).
          05 Expected-Count      PIC 9(7).
          05 Expected-Hash       PIC 9(15).
          05 Reload-Count        PIC 9(7).
          05 Reload-Hash         PIC 9(15).
       01 Master-Index PIC 9(1) VALUE 0.
       01 Found-Master-Index PIC 9(1) VALUE 0.
       01 Hash-Value PIC 9(9) VALUE 0.

      * Temporary ILL catalog entries live at 9000 and up, the
      * same boundary BOOKiT and ILLBATCH use.
       01 Ill-Book-ID-Floor PIC 9(4) VALUE 9000.
       01 Ill-Found-Request-ID PIC 9(5) VALUE 0.
       01 Ill-Request-Switch PIC X(1) VALUE "N".
          88 End-Of-Ill-Requests VALUE "Y".

           COPY BRANCHES.

       01 Branch-Want PIC X(1) VALUE SPACES.
       01 Branch-Index PIC 9(1) VALUE 1.
       01 Branch-Scan-Index PIC 9(1) VALUE 0.
       01 Branch-Other-Owned PIC 9(3) VALUE 0.
       01 Branch-Other-Out PIC 9(3) VALUE 0.
       01 Branch-Excess PIC 9(3) VALUE 0.
       01 Desk-Branch PIC X(1) VALUE SPACES.
       01 Copy-Home-Branch PIC X(1) VALUE SPACES.
       01 Copy-Home-Index PIC 9(1) VALUE 1.
       01 Hold-Offered PIC X(1) VALUE "N".
       01 Hold-Index PIC 9(2) VALUE 0.

      * A return or borrow that may be the first half of a merge's
      * loan-transfer pair is held here while the next log record
      * is read; when that record is not its other half, the next
      * record is parked in Lookahead-Transaction while the held
      * one is replayed on its own.
       01 Held-Transaction.
          05 Held-Date-Time       PIC X(14).
          05 Held-Borrower-ID     PIC 9(5).
          05 Held-Book-ID         PIC 9(4).
          05 Filler               PIC X(30).
          05 Held-Action          PIC X(1).
          05 Held-Due-Date        PIC 9(8).
          05 Held-Fine-Amount     PIC 9(5)V99.
          05 Held-Operator-ID     PIC X(3).
          05 Filler               PIC X(1).
       01 Lookahead-Transaction PIC X(73) VALUE SPACES.
       01 Txn-Date-Time PIC X(14) VALUE SPACES.
       01 Transfer-Pair-Found PIC X(1) VALUE "N".
       01 Transfer-From-ID PIC 9(5) VALUE 0.
       01 Transfer-To-ID PIC 9(5) VALUE 0.
       01 Saved-Loan-Record PIC X(67) VALUE SPACES.

       01 Merge-Into-ID PIC 9(5) VALUE 0.
       01 Merge-Ledger-Found PIC X(1) VALUE "N".
       01 Merge-Assessed PIC 9(7)V99 VALUE 0.
       01 Merge-Paid PIC 9(7)V99 VALUE 0.
       01 Merge-Waived PIC 9(7)V99 VALUE 0.
       01 Merge-Referral-Status PIC X(1) VALUE SPACE.
       01 Merge-Referral-Date PIC 9(8) VALUE 0.
       01 Fine-Balance PIC S9(7)V99 VALUE 0.

      * What became of the record being replayed: A applied,
      * W applied with a warning, N not applied, P passed over
      * as touching no master.
       01 Replay-Outcome PIC X(1) VALUE SPACE.
          88 Replay-Applied VALUE "A".
          88 Replay-Warned VALUE "W".
          88 Replay-Not-Applied VALUE "N".
          88 Replay-Passed-Over VALUE "P".
       01 Replay-Reason PIC X(40) VALUE SPACES.
       01 Replay-Action PIC X(1) VALUE SPACE.
       01 Outcome-Text PIC X(11) VALUE SPACES.
       01 Fine-Print PIC Z(4)9.99.

       01 Action-Values.
          05 Filler PIC X(25) VALUE "BBORROW".
          05 Filler PIC X(25) VALUE "RRETURN".
          05 Filler PIC X(25) VALUE "NRENEWAL".
          05 Filler PIC X(25) VALUE "LLOST".
          05 Filler PIC X(25) VALUE "DDAMAGED".
          05 Filler PIC X(25) VALUE "SSTOCK-TAKE WRITE-OFF".
          05 Filler PIC X(25) VALUE "PFINE PAYMENT".
          05 Filler PIC X(25) VALUE "WFINE WAIVER".
          05 Filler PIC X(25) VALUE "UBORROWER UPDATE".
          05 Filler PIC X(25) VALUE "XBORROWER DEACTIVATION".
          05 Filler PIC X(25) VALUE "MBORROWER MERGE".
          05 Filler PIC X(25) VALUE "TLOAN CARRIED ON MERGE".
          05 Filler PIC X(25) VALUE "ODRAWER OPENED".
          05 Filler PIC X(25) VALUE "ZDRAWER COUNTED".
          05 Filler PIC X(25) VALUE "?UNKNOWN ACTION".
       01 Action-Table REDEFINES Action-Values.
          05 Action-Entry OCCURS 15 TIMES.
             10 Action-Code PIC X(1).
             10 Action-Text PIC X(24).
       01 Action-Count PIC 9(2) VALUE 15.
       01 Action-Index PIC 9(2) VALUE 0.
       01 Action-Scan-Index PIC 9(2) VALUE 0.
       01 Action-Tally-Table OCCURS 15 TIMES.
          05 Action-Applied-Count PIC 9(5).
          05 Action-Warned-Count PIC 9(5).
          05 Action-Failed-Count PIC 9(5).

      * Changes the circulation logs never carry; the report closes
      * by naming them so they are checked and re-keyed by hand.
       01 Unlogged-Note-Values.
          05 Filler PIC X(70) VALUE
             "NOT ON THE LOGS - CHECK AND RE-KEY SINCE THE BACKUP:".
          05 Filler PIC X(70) VALUE
             "  HOLDS PLACED OR CANCELLED AT THE DESK".
          05 Filler PIC X(70) VALUE
             "  NEW BORROWER REGISTRATIONS".
          05 Filler PIC X(70) VALUE
             "  BORROWER DETAIL UPDATES (LISTED ABOVE AS NOT APPLIED)".
          05 Filler PIC X(70) VALUE
             "  BOOKLOAD, ILLBATCH AND ACQUPD RUNS SINCE THE BACKUP".
       01 Unlogged-Note-Table REDEFINES Unlogged-Note-Values.
          05 Unlogged-Note PIC X(70) OCCURS 5 TIMES.
       01 Unlogged-Note-Count PIC 9(2) VALUE 5.

       01 Log-Records-Read-Count PIC 9(7) VALUE 0.
       01 Already-Backed-Up-Count PIC 9(7) VALUE 0.
       01 Replayed-Count PIC 9(7) VALUE 0.
       01 Applied-Count PIC 9(7) VALUE 0.
       01 Warned-Count PIC 9(7) VALUE 0.
       01 Not-Applied-Count PIC 9(7) VALUE 0.
       01 Passed-Over-Count PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       Recover-Master-Files.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          PERFORM Open-Recovery-Files
          PERFORM Print-Recovery-Header
          PERFORM Load-Backup-Control
          IF Recovery-Refused = "N"
              PERFORM Verify-Reloaded-Masters
          END-IF
          IF Recovery-Refused = "Y"
              PERFORM Print-Refusal
              PERFORM Close-Recovery-Files
              DISPLAY "MSTRRECV: RECOVERY REFUSED - " Refusal-Reason
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF
          PERFORM VARYING Action-Index FROM 1 BY 1
              UNTIL Action-Index > Action-Count
                  MOVE 0 TO Action-Applied-Count(Action-Index)
                  MOVE 0 TO Action-Warned-Count(Action-Index)
                  MOVE 0 TO Action-Failed-Count(Action-Index)
          END-PERFORM
          PERFORM Replay-Circulation-Log
          PERFORM Print-Recovery-Totals
          PERFORM Close-Recovery-Files
          DISPLAY "MSTRRECV: " Replayed-Count " log records replayed"
              " after " Backup-Business-Date ", " Not-Applied-Count
              " not applied, " Warned-Count " with warnings"
          IF Not-Applied-Count > 0 OR Warned-Count > 0
              MOVE 4 TO RETURN-CODE
          END-IF
          STOP RUN.

       Open-Recovery-Files.
          OPEN INPUT Backup-Control-File
          OPEN INPUT Transaction-Log-File
          OPEN I-O Book-Master-File
          OPEN I-O Borrower-Master-File
          OPEN I-O Hold-Queue-File
          OPEN I-O Fine-Ledger-File
          OPEN I-O Ill-Request-File
          OPEN I-O Open-Loan-File
          OPEN INPUT Operator-Master-File
          OPEN OUTPUT Recovery-Report-File.
          IF NOT Backup-Control-OK
              OR NOT Transaction-Log-OK
              OR NOT Book-Master-OK
              OR NOT Borrower-Master-OK
              OR NOT Hold-Queue-OK
              OR NOT Fine-Ledger-OK
              OR NOT Ill-Request-OK
              OR NOT Open-Loan-OK
              OR NOT Operator-Master-OK
              DISPLAY "MSTRRECV: files could not be opened,"
                  " BKCTL " Backup-Control-Status
                  " TRANLOG " Transaction-Log-Status
                  " BOOKMSTR " Book-Master-Status
                  " BORRMSTR " Borrower-Master-Status
              DISPLAY "MSTRRECV: HOLDQUE " Hold-Queue-Status
                  " FINELDGR " Fine-Ledger-Status
                  " ILLREQ " Ill-Request-Status
                  " OPENLOAN " Open-Loan-Status
                  " OPERMSTR " Operator-Master-Status
              PERFORM Close-Recovery-Files
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Close-Recovery-Files.
          CLOSE Backup-Control-File
          CLOSE Transaction-Log-File
          CLOSE Book-Master-File
          CLOSE Borrower-Master-File
          CLOSE Hold-Queue-File
          CLOSE Fine-Ledger-File
          CLOSE Ill-Request-File
          CLOSE Open-Loan-File
          CLOSE Operator-Master-File
          CLOSE Recovery-Report-File.

      *----------------------------------------------------------*
      * The backup generation's control records.  Every one of   *
      * the six masters must be there, unloaded good, and all    *
      * from the one backup run.                                 *
      *----------------------------------------------------------*
       Load-Backup-Control.
          PERFORM VARYING Master-Index FROM 1 BY 1
              UNTIL Master-Index > Master-Count
                  MOVE "N" TO Expected-Found(Master-Index)
                  MOVE SPACE TO Expected-Status(Master-Index)
                  MOVE 0 TO Expected-Count(Master-Index)
                  MOVE 0 TO Expected-Hash(Master-Index)
                  MOVE 0 TO Reload-Count(Master-Index)
                  MOVE 0 TO Reload-Hash(Master-Index)
          END-PERFORM
          PERFORM Read-Backup-Control
          PERFORM Load-One-Backup-Control
              UNTIL End-Of-Backup-Control.
          PERFORM VARYING Master-Index FROM 1 BY 1
              UNTIL Master-Index > Master-Count
                  IF Recovery-Refused = "N"
                      IF Expected-Found(Master-Index) = "N"
                          MOVE "Y" TO Recovery-Refused
                          STRING Master-Name(Master-Index)
                              " IS NOT ON THE BACKUP CONTROL FILE"
                              DELIMITED BY SIZE INTO Refusal-Reason
                      ELSE
                      IF Expected-Status(Master-Index) NOT = "G"
                          MOVE "Y" TO Recovery-Refused
                          STRING Master-Name(Master-Index)
                              " BACKUP FAILED - USE AN EARLIER"
                              " GENERATION"
                              DELIMITED BY SIZE INTO Refusal-Reason
                      END-IF
                      END-IF
                  END-IF
          END-PERFORM.
          IF Recovery-Refused = "N"
              MOVE SPACES TO Recovery-Line
              STRING "RELOADED FROM THE BACKUP FOR BUSINESS DATE "
                  Backup-Business-Date " TAKEN " Backup-Taken-Date
                  " AT " Backup-Taken-Time
                  DELIMITED BY SIZE INTO Recovery-Line
              WRITE Recovery-Line
          END-IF.

       Read-Backup-Control.
          READ Backup-Control-File
              AT END
                  MOVE "Y" TO Backup-Control-Switch
          END-READ.

       Load-One-Backup-Control.
          IF Backup-Business-Date = 0
              MOVE Bkc-Business-Date TO Backup-Business-Date
              MOVE Bkc-Backup-Date TO Backup-Taken-Date
              MOVE Bkc-Backup-Time TO Backup-Taken-Time
          END-IF
          IF Bkc-Business-Date NOT = Backup-Business-Date
              AND Recovery-Refused = "N"
              MOVE "Y" TO Recovery-Refused
              MOVE "BACKUP CONTROL RECORDS ARE FROM MORE THAN ONE RUN"
                  TO Refusal-Reason
          END-IF
          MOVE 0 TO Found-Master-Index
          PERFORM VARYING Master-Index FROM 1 BY 1
              UNTIL Master-Index > Master-Count
                  IF Master-Name(Master-Index) = Bkc-Cluster-Name
                      MOVE Master-Index TO Found-Master-Index
                  END-IF
          END-PERFORM
          IF Found-Master-Index > 0
              MOVE "Y" TO Expected-Found(Found-Master-Index)
              MOVE Bkc-Status TO Expected-Status(Found-Master-Index)
              MOVE Bkc-Record-Count
                  TO Expected-Count(Found-Master-Index)
              MOVE Bkc-Hash-Total TO Expected-Hash(Found-Master-Index)
          END-IF
          PERFORM Read-Backup-Control.

      *----------------------------------------------------------*
      * Prove each reloaded master against its backup figures,   *
      * counting and hashing it exactly as MSTRBKUP did.          *
      *----------------------------------------------------------*
       Verify-Reloaded-Masters.
          MOVE SPACES TO Recovery-Line
          WRITE Recovery-Line.
          MOVE SPACES TO Recovery-Line
          MOVE "CLUSTER" TO Recovery-Line(1:7)
          MOVE "BACKUP COUNT" TO Recovery-Line(11:12)
          MOVE "RELOAD COUNT" TO Recovery-Line(25:12)
          MOVE "BACKUP HASH" TO Recovery-Line(39:11)
          MOVE "RELOAD HASH" TO Recovery-Line(56:11)
          WRITE Recovery-Line.
          MOVE 1 TO Master-Index
          PERFORM Verify-Book-Master
          MOVE 2 TO Master-Index
          PERFORM Verify-Borrower-Master
          MOVE 3 TO Master-Index
          PERFORM Verify-Hold-Queue
          MOVE 4 TO Master-Index
          PERFORM Verify-Fine-Ledger
          MOVE 5 TO Master-Index
          PERFORM Verify-Ill-Requests
          MOVE 6 TO Master-Index
          PERFORM Verify-Open-Loans
          PERFORM Print-Verify-Line
              VARYING Master-Index FROM 1 BY 1
              UNTIL Master-Index > Master-Count.

       Count-Reloaded-Record.
          ADD 1 TO Reload-Count(Master-Index)
          IF Hash-Value NUMERIC
              ADD Hash-Value TO Reload-Hash(Master-Index)
          END-IF.

       Verify-Book-Master.
          MOVE "N" TO Verify-Switch
          MOVE LOW-VALUES TO Book-ID
          START Book-Master-File KEY IS NOT LESS THAN Book-ID
              INVALID KEY
                  MOVE "Y" TO Verify-Switch
          END-START.
          PERFORM Verify-One-Book UNTIL End-Of-Verify.

       Verify-One-Book.
          READ Book-Master-File NEXT RECORD
              AT END
                  MOVE "Y" TO Verify-Switch
          END-READ.
          IF NOT End-Of-Verify
              MOVE Book-ID TO Hash-Value
              PERFORM Count-Reloaded-Record
          END-IF.

       Verify-Borrower-Master.
          MOVE "N" TO Verify-Switch
          MOVE LOW-VALUES TO Borrower-ID
          START Borrower-Master-File KEY IS NOT LESS THAN Borrower-ID
              INVALID KEY
                  MOVE "Y" TO Verify-Switch
          END-START.
          PERFORM Verify-One-Borrower UNTIL End-Of-Verify.

       Verify-One-Borrower.
          READ Borrower-Master-File NEXT RECORD
              AT END
                  MOVE "Y" TO Verify-Switch
          END-READ.
          IF NOT End-Of-Verify
              MOVE Borrower-ID TO Hash-Value
              PERFORM Count-Reloaded-Record
          END-IF.

       Verify-Hold-Queue.
          MOVE "N" TO Verify-Switch
          MOVE LOW-VALUES TO Hold-Book-ID
          START Hold-Queue-File KEY IS NOT LESS THAN Hold-Book-ID
              INVALID KEY
                  MOVE "Y" TO Verify-Switch
          END-START.
          PERFORM Verify-One-Hold-Queue UNTIL End-Of-Verify.

       Verify-One-Hold-Queue.
          READ Hold-Queue-File NEXT RECORD
              AT END
                  MOVE "Y" TO Verify-Switch
          END-READ.
          IF NOT End-Of-Verify
              MOVE Hold-Book-ID TO Hash-Value
              PERFORM Count-Reloaded-Record
          END-IF.

       Verify-Fine-Ledger.
          MOVE "N" TO Verify-Switch
          MOVE LOW-VALUES TO Fine-Borrower-ID
          START Fine-Ledger-File
              KEY IS NOT LESS THAN Fine-Borrower-ID
              INVALID KEY
                  MOVE "Y" TO Verify-Switch
          END-START.
          PERFORM Verify-One-Fine-Account UNTIL End-Of-Verify.

       Verify-One-Fine-Account.
          READ Fine-Ledger-File NEXT RECORD
              AT END
                  MOVE "Y" TO Verify-Switch
          END-READ.
          IF NOT End-Of-Verify
              MOVE Fine-Borrower-ID TO Hash-Value
              PERFORM Count-Reloaded-Record
          END-IF.

       Verify-Ill-Requests.
          MOVE "N" TO Verify-Switch
          MOVE LOW-VALUES TO Ill-Request-ID
          START Ill-Request-File KEY IS NOT LESS THAN Ill-Request-ID
              INVALID KEY
                  MOVE "Y" TO Verify-Switch
          END-START.
          PERFORM Verify-One-Ill-Request UNTIL End-Of-Verify.

       Verify-One-Ill-Request.
          READ Ill-Request-File NEXT RECORD
              AT END
                  MOVE "Y" TO Verify-Switch
          END-READ.
          IF NOT End-Of-Verify
              MOVE Ill-Request-ID TO Hash-Value
              PERFORM Count-Reloaded-Record
          END-IF.

       Verify-Open-Loans.
          MOVE "N" TO Verify-Switch
          MOVE LOW-VALUES TO Loan-Key
          START Open-Loan-File KEY IS NOT LESS THAN Loan-Key
              INVALID KEY
                  MOVE "Y" TO Verify-Switch
          END-START.
          PERFORM Verify-One-Open-Loan UNTIL End-Of-Verify.

       Verify-One-Open-Loan.
          READ Open-Loan-File NEXT RECORD
              AT END
                  MOVE "Y" TO Verify-Switch
          END-READ.
          IF NOT End-Of-Verify
              MOVE Loan-Key TO Hash-Value
              PERFORM Count-Reloaded-Record
          END-IF.

       Print-Verify-Line.
          MOVE SPACES TO Recovery-Line
          IF Reload-Count(Master-Index) = Expected-Count(Master-Index)
              AND Reload-Hash(Master-Index)
                  = Expected-Hash(Master-Index)
              STRING Master-Name(Master-Index)
                  "  " Expected-Count(Master-Index)
                  "       " Reload-Count(Master-Index)
                  "       " Expected-Hash(Master-Index)
                  "  " Reload-Hash(Master-Index)
                  "  AGREES"
                  DELIMITED BY SIZE INTO Recovery-Line
          ELSE
              STRING Master-Name(Master-Index)
                  "  " Expected-Count(Master-Index)
                  "       " Reload-Count(Master-Index)
                  "       " Expected-Hash(Master-Index)
                  "  " Reload-Hash(Master-Index)
                  "  *** DOES NOT AGREE ***"
                  DELIMITED BY SIZE INTO Recovery-Line
              IF Recovery-Refused = "N"
                  MOVE "Y" TO Recovery-Refused
                  STRING Master-Name(Master-Index)
                      " RELOAD DOES NOT AGREE WITH ITS BACKUP"
                      DELIMITED BY SIZE INTO Refusal-Reason
              END-IF
          END-IF
          WRITE Recovery-Line.

      *----------------------------------------------------------*
      * The roll-forward.  Records on or before the backup's     *
      * business date are already on the reloaded masters.  The  *
      * log record area always holds the next record still to   *
      * be replayed.                                             *
      *----------------------------------------------------------*
       Replay-Circulation-Log.
          MOVE SPACES TO Recovery-Line
          WRITE Recovery-Line.
          MOVE SPACES TO Recovery-Line
          STRING "LOG RECORDS REPLAYED AFTER BUSINESS DATE "
              Backup-Business-Date
              DELIMITED BY SIZE INTO Recovery-Line
          WRITE Recovery-Line.
          MOVE SPACES TO Recovery-Line
          MOVE "DATE     TIME   ACT BORR  BOOK OPR" TO Recovery-Line
          MOVE "OUTCOME" TO Recovery-Line(38:7)
          WRITE Recovery-Line.
          PERFORM Read-Transaction-Log
          PERFORM Replay-Next-Record UNTIL End-Of-Transaction-Log.

       Read-Transaction-Log.
          READ Transaction-Log-File
              AT END
                  MOVE "Y" TO Transaction-Log-Switch
          END-READ.

       Replay-Next-Record.
          ADD 1 TO Log-Records-Read-Count
          IF Txn-Date NOT NUMERIC
              OR Txn-Date NOT > Backup-Business-Date
              ADD 1 TO Already-Backed-Up-Count
              PERFORM Read-Transaction-Log
          ELSE
          IF (Txn-Is-Return OR Txn-Is-Borrow)
              AND Txn-Fine-Amount = 0
              PERFORM Replay-Possible-Transfer
          ELSE
              PERFORM Replay-Log-Record
              PERFORM Read-Transaction-Log
          END-IF
          END-IF.

      * A merge writes each carried loan as a return by the
      * duplicate and a borrow by the survivor, stamped in the
      * same second by the same operator; the two are replayed
      * together as the loan changing hands, so the copy is never
      * seen coming back and offered to a hold.
       Replay-Possible-Transfer.
          MOVE Transaction-Record TO Held-Transaction
          MOVE "N" TO Transfer-Pair-Found
          PERFORM Read-Transaction-Log
          IF NOT End-Of-Transaction-Log
              MOVE Transaction-Record(1:14) TO Txn-Date-Time
              IF Txn-Date-Time = Held-Date-Time
                  AND Txn-Book-ID = Held-Book-ID
                  AND Txn-Operator-ID = Held-Operator-ID
                  AND Txn-Borrower-ID NOT = Held-Borrower-ID
                  AND Txn-Due-Date = Held-Due-Date
                  AND Txn-Fine-Amount = 0
                  IF Held-Action = "R" AND Txn-Is-Borrow
                      MOVE "Y" TO Transfer-Pair-Found
                      MOVE Held-Borrower-ID TO Transfer-From-ID
                      MOVE Txn-Borrower-ID TO Transfer-To-ID
                  END-IF
                  IF Held-Action = "B" AND Txn-Is-Return
                      MOVE "Y" TO Transfer-Pair-Found
                      MOVE Txn-Borrower-ID TO Transfer-From-ID
                      MOVE Held-Borrower-ID TO Transfer-To-ID
                  END-IF
              END-IF
          END-IF.
          IF Transfer-Pair-Found = "Y"
              ADD 1 TO Log-Records-Read-Count
              PERFORM Replay-Loan-Transfer
              PERFORM Read-Transaction-Log
          ELSE
              IF NOT End-Of-Transaction-Log
                  MOVE Transaction-Record TO Lookahead-Transaction
              END-IF
              MOVE Held-Transaction TO Transaction-Record
              PERFORM Replay-Log-Record
              IF NOT End-Of-Transaction-Log
                  MOVE Lookahead-Transaction TO Transaction-Record
              END-IF
          END-IF.

       Replay-Log-Record.
          MOVE SPACES TO Replay-Reason
          MOVE "A" TO Replay-Outcome
          MOVE Txn-Action TO Replay-Action
          EVALUATE TRUE
              WHEN Txn-Is-Borrow
                  PERFORM Replay-Borrow
              WHEN Txn-Is-Return
                  PERFORM Replay-Return
              WHEN Txn-Is-Renewal
                  PERFORM Replay-Renewal
              WHEN Txn-Is-Lost
              WHEN Txn-Is-Damaged
                  PERFORM Replay-Write-Off
              WHEN Txn-Is-Missing
                  PERFORM Replay-Missing-Copy
              WHEN Txn-Is-Payment
                  PERFORM Replay-Payment
              WHEN Txn-Is-Waiver
                  PERFORM Replay-Waiver
              WHEN Txn-Is-Admin-Update
                  PERFORM Replay-Admin-Update
              WHEN Txn-Is-Deactivate
                  PERFORM Replay-Deactivation
              WHEN Txn-Is-Merge
                  PERFORM Replay-Merge
              WHEN Txn-Is-Drawer-Open
              WHEN Txn-Is-Drawer-Count
                  MOVE "P" TO Replay-Outcome
                  MOVE "CASH DRAWER ONLY - NO MASTER CHANGE"
                      TO Replay-Reason
              WHEN OTHER
                  MOVE "?" TO Replay-Action
                  MOVE "N" TO Replay-Outcome
                  MOVE "ACTION NOT KNOWN TO RECOVERY"
                      TO Replay-Reason
          END-EVALUATE.
          PERFORM Tally-Replay-Outcome.
          PERFORM Print-Replay-Line.

      * The branch of the desk that wrote the record, from the
      * operator's record, as CIRCRPT reads it; the book-drop and
      * kiosk stamps are on OPERMSTR under their own branch, and
      * the other batch stamps (AGY, STK and the like) are not
      * operators and count as the main branch.
       Find-Desk-Branch.
          MOVE SPACE TO Branch-Want
          MOVE Txn-Operator-ID TO Oper-ID
          READ Operator-Master-File
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE Oper-Branch TO Branch-Want
          END-READ.
          PERFORM Find-Branch-Index
          MOVE Branch-Code(Branch-Index) TO Desk-Branch.

      *----------------------------------------------------------*
      * B - as Borrow-Books and Post-Open-Loan at the desk.      *
      *----------------------------------------------------------*
       Replay-Borrow.
          PERFORM Find-Desk-Branch
          MOVE Txn-Book-ID TO Book-ID
          READ Book-Master-File
              INVALID KEY
                  MOVE "N" TO Replay-Outcome
                  MOVE "BOOK NOT ON CATALOG" TO Replay-Reason
          END-READ.
          IF NOT Replay-Not-Applied
              MOVE Desk-Branch TO Copy-Home-Branch
              IF Book-Reserved-For = Txn-Borrower-ID
                  MOVE Book-Hold-Copy-Branch TO Branch-Want
                  PERFORM Find-Branch-Index
                  MOVE Branch-Code(Branch-Index) TO Copy-Home-Branch
              END-IF
              MOVE Txn-Borrower-ID TO Loan-Borrower-ID
              MOVE Txn-Book-ID TO Loan-Book-ID
              MOVE Txn-Book-Title TO Loan-Book-Title
              MOVE Txn-Due-Date TO Loan-Due-Date
              MOVE 0 TO Loan-Renewals
              MOVE Txn-Date TO Loan-Borrow-Date
              MOVE Desk-Branch TO Loan-Branch
              MOVE Copy-Home-Branch TO Loan-Home-Branch
              MOVE SPACES TO Open-Loan-Record(60:8)
              WRITE Open-Loan-Record
                  INVALID KEY
                      MOVE "N" TO Replay-Outcome
                      MOVE "LOAN ALREADY OPEN" TO Replay-Reason
              END-WRITE
          END-IF.
          IF NOT Replay-Not-Applied
              ADD 1 TO Book-Copies-Out
              IF Book-ID < Ill-Book-ID-Floor
                  PERFORM Settle-Branch-Stock
                  MOVE Copy-Home-Branch TO Branch-Want
                  PERFORM Find-Branch-Index
                  ADD 1 TO Book-Branch-Out(Branch-Index)
                  PERFORM Settle-Branch-Stock
              END-IF
              IF Book-Reserved-For = Txn-Borrower-ID
                  MOVE 0 TO Book-Reserved-For
                  MOVE 0 TO Book-Reserved-Date
                  MOVE SPACES TO Book-Hold-Pickup-Branch
                  MOVE SPACES TO Book-Hold-Copy-Branch
                  MOVE SPACES TO Book-Hold-Transit
              END-IF
              REWRITE Book-Master-Record
              IF NOT Book-Master-OK
                  MOVE "W" TO Replay-Outcome
                  MOVE "LOAN WRITTEN - CATALOG REWRITE FAILED"
                      TO Replay-Reason
              END-IF
              PERFORM Check-Borrower-On-Roster
          END-IF.

      * New registrations are not on the log, so a loan to a
      * patron registered since the backup is replayed but the
      * patron must be registered again.
       Check-Borrower-On-Roster.
          MOVE Txn-Borrower-ID TO Borrower-ID
          READ Borrower-Master-File
              INVALID KEY
                  IF Replay-Applied
                      MOVE "W" TO Replay-Outcome
                      MOVE "BORROWER NOT ON ROSTER - REGISTER AGAIN"
                          TO Replay-Reason
                  END-IF
          END-READ.

      *----------------------------------------------------------*
      * R - as Process-Return: the loan comes off OPENLOAN, the  *
      * fine goes to the ledger, and the copy comes off loan and *
      * is offered to the next hold or sent home.                *
      *----------------------------------------------------------*
       Replay-Return.
          PERFORM Find-Desk-Branch
          PERFORM Drop-Open-Loan
          PERFORM Flag-Ill-Return
          IF Txn-Fine-Amount > 0
              PERFORM Post-Fine-To-Ledger
          END-IF
          MOVE Txn-Book-ID TO Book-ID
          READ Book-Master-File
              INVALID KEY
                  CONTINUE
          END-READ
          IF Book-Master-OK
              IF Book-Copies-Out > 0
                  SUBTRACT 1 FROM Book-Copies-Out
              END-IF
              PERFORM Route-Returned-Copy
              REWRITE Book-Master-Record
          ELSE
              MOVE "W" TO Replay-Outcome
              MOVE "BOOK NOT ON CATALOG - LOAN AND FINE ONLY"
                  TO Replay-Reason
          END-IF.

      * The loan record names the copy's home branch; with no
      * loan record the copy is taken to be the desk's own.
       Drop-Open-Loan.
          MOVE Txn-Borrower-ID TO Loan-Borrower-ID
          MOVE Txn-Book-ID TO Loan-Book-ID
          MOVE Desk-Branch TO Copy-Home-Branch
          READ Open-Loan-File
              INVALID KEY
                  MOVE "W" TO Replay-Outcome
                  MOVE "NO OPEN LOAN ON THE MASTER"
                      TO Replay-Reason
              NOT INVALID KEY
                  MOVE Loan-Home-Branch TO Copy-Home-Branch
                  DELETE Open-Loan-File
          END-READ.

       Post-Fine-To-Ledger.
          MOVE Txn-Borrower-ID TO Fine-Borrower-ID
          READ Fine-Ledger-File
              INVALID KEY
                  MOVE Txn-Borrower-ID TO Fine-Borrower-ID
                  MOVE Txn-Fine-Amount TO Fine-Assessed-Total
                  MOVE 0 TO Fine-Paid-Total
                  MOVE 0 TO Fine-Waived-Total
                  MOVE Txn-Date TO Fine-Last-Activity
                  MOVE SPACE TO Fine-Referral-Status
                  MOVE 0 TO Fine-Referral-Date
                  MOVE SPACE TO Fine-Ledger-Record(50:1)
                  WRITE Fine-Ledger-Record
              NOT INVALID KEY
                  ADD Txn-Fine-Amount TO Fine-Assessed-Total
                  MOVE Txn-Date TO Fine-Last-Activity
                  REWRITE Fine-Ledger-Record
          END-READ.
          IF NOT Fine-Ledger-OK
              MOVE "W" TO Replay-Outcome
              MOVE "FINE LEDGER UPDATE FAILED" TO Replay-Reason
          END-IF.

       Route-Returned-Copy.
          MOVE Copy-Home-Branch TO Branch-Want
          PERFORM Find-Branch-Index
          MOVE Branch-Index TO Copy-Home-Index
          MOVE Branch-Code(Branch-Index) TO Copy-Home-Branch
          IF Book-ID < Ill-Book-ID-Floor
              PERFORM Settle-Branch-Stock
              IF Book-Branch-Out(Copy-Home-Index) > 0
                  SUBTRACT 1 FROM Book-Branch-Out(Copy-Home-Index)
              END-IF
              PERFORM Settle-Branch-Stock
          END-IF
          MOVE "N" TO Hold-Offered
          PERFORM Offer-Next-Hold
          IF Hold-Offered = "N"
              AND Book-ID < Ill-Book-ID-Floor
              AND Copy-Home-Branch NOT = Desk-Branch
              ADD 1 TO Book-Branch-Transit(Copy-Home-Index)
          END-IF.

       Offer-Next-Hold.
          IF Book-Reserved-For = 0
              MOVE Book-ID TO Hold-Book-ID
              READ Hold-Queue-File
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF Hold-Count > 0
                          MOVE Hold-Borrower-ID(1) TO Book-Reserved-For
                          MOVE Txn-Date TO Book-Reserved-Date
                          MOVE "Y" TO Hold-Offered
                          MOVE Hold-Pickup-Branch(1) TO Branch-Want
                          PERFORM Offer-Copy-At-Pickup
                          PERFORM Remove-First-Hold
                          IF Hold-Count = 0
                              DELETE Hold-Queue-File
                          ELSE
                              REWRITE Hold-Queue-Record
                          END-IF
                      END-IF
              END-READ
          END-IF.

      * The van transfer the desk raised for a hold copy going to
      * another branch is still on XFERFILE; only the copy's
      * in-transit count is put back here.
       Offer-Copy-At-Pickup.
          PERFORM Find-Branch-Index
          MOVE Branch-Code(Branch-Index) TO Book-Hold-Pickup-Branch
          MOVE Copy-Home-Branch TO Book-Hold-Copy-Branch
          MOVE SPACES TO Book-Hold-Transit
          IF Book-Hold-Pickup-Branch NOT = Desk-Branch
              MOVE "T" TO Book-Hold-Transit
              ADD 1 TO Book-Branch-Transit(Copy-Home-Index)
          END-IF.

       Remove-First-Hold.
          PERFORM VARYING Hold-Index FROM 1 BY 1
              UNTIL Hold-Index >= Hold-Count
                  MOVE Hold-Borrower-ID(Hold-Index + 1)
                      TO Hold-Borrower-ID(Hold-Index)
                  MOVE Hold-Pickup-Branch(Hold-Index + 1)
                      TO Hold-Pickup-Branch(Hold-Index)
          END-PERFORM.
          SUBTRACT 1 FROM Hold-Count.

      * A returned or written-off ILL item flips its request to B
      * for the next ILLBATCH ship-back list, as at the desk.
       Flag-Ill-Return.
          IF Txn-Book-ID >= Ill-Book-ID-Floor
              PERFORM Find-Ill-By-Temp-Book
              IF Ill-Found-Request-ID > 0
                  AND Ill-Is-In
                  MOVE "B" TO Ill-Status
                  REWRITE Ill-Request-Record
              END-IF
          END-IF.

       Find-Ill-By-Temp-Book.
          MOVE 0 TO Ill-Found-Request-ID
          MOVE "N" TO Ill-Request-Switch
          MOVE 0 TO Ill-Request-ID
          START Ill-Request-File KEY IS NOT LESS THAN Ill-Request-ID
              INVALID KEY
                  MOVE "Y" TO Ill-Request-Switch
          END-START.
          PERFORM Scan-Ill-Temp-Book UNTIL End-Of-Ill-Requests.

       Scan-Ill-Temp-Book.
          READ Ill-Request-File NEXT RECORD
              AT END
                  MOVE "Y" TO Ill-Request-Switch
          END-READ.
          IF NOT End-Of-Ill-Requests
              AND (Ill-Is-In OR Ill-Is-Back)
              AND Ill-Temp-Book-ID = Txn-Book-ID
              MOVE Ill-Request-ID TO Ill-Found-Request-ID
              MOVE "Y" TO Ill-Request-Switch
          END-IF.

      *----------------------------------------------------------*
      * N - the renewed due date, as Renew-Open-Loan.            *
      *----------------------------------------------------------*
       Replay-Renewal.
          MOVE Txn-Borrower-ID TO Loan-Borrower-ID
          MOVE Txn-Book-ID TO Loan-Book-ID
          READ Open-Loan-File
              INVALID KEY
                  MOVE "N" TO Replay-Outcome
                  MOVE "NO OPEN LOAN ON THE MASTER"
                      TO Replay-Reason
              NOT INVALID KEY
                  MOVE Txn-Due-Date TO Loan-Due-Date
                  ADD 1 TO Loan-Renewals
                  REWRITE Open-Loan-Record
          END-READ.

      *----------------------------------------------------------*
      * L/D - as Process-Lost-Book: the loan closes, the charge  *
      * is billed, and the copy is retired from its branch; the  *
      * last copy takes the title and its hold queue with it.    *
      *----------------------------------------------------------*
       Replay-Write-Off.
          PERFORM Find-Desk-Branch
          PERFORM Drop-Open-Loan
          PERFORM Flag-Ill-Return
          PERFORM Post-Fine-To-Ledger
          MOVE Txn-Book-ID TO Book-ID
          READ Book-Master-File
              INVALID KEY
                  CONTINUE
          END-READ
          IF Book-Master-OK
              IF Book-Copies-Out > 0
                  SUBTRACT 1 FROM Book-Copies-Out
              END-IF
              IF Book-Total-Copies > 0
                  SUBTRACT 1 FROM Book-Total-Copies
              END-IF
              PERFORM Write-Off-Branch-Copy
              IF Book-Total-Copies = 0
                  PERFORM Retire-Title
              ELSE
                  REWRITE Book-Master-Record
              END-IF
          ELSE
              MOVE "W" TO Replay-Outcome
              MOVE "BOOK NOT ON CATALOG - LOAN, CHARGE ONLY"
                  TO Replay-Reason
          END-IF.

       Write-Off-Branch-Copy.
          IF Book-ID < Ill-Book-ID-Floor
              PERFORM Settle-Branch-Stock
              MOVE Copy-Home-Branch TO Branch-Want
              PERFORM Find-Branch-Index
              IF Book-Branch-Out(Branch-Index) > 0
                  SUBTRACT 1 FROM Book-Branch-Out(Branch-Index)
              END-IF
              IF Book-Branch-Owned(Branch-Index) > 0
                  SUBTRACT 1 FROM Book-Branch-Owned(Branch-Index)
              END-IF
              PERFORM Settle-Branch-Stock
          END-IF.

       Retire-Title.
          MOVE Book-ID TO Hold-Book-ID
          READ Hold-Queue-File
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  DELETE Hold-Queue-File
          END-READ.
          DELETE Book-Master-File.

      *----------------------------------------------------------*
      * S - a copy the stock-take wrote off; as in STKTAKE it    *
      * comes off the title total and, where need be, the stock  *
      * of the branches.                                         *
      *----------------------------------------------------------*
       Replay-Missing-Copy.
          MOVE Txn-Book-ID TO Book-ID
          READ Book-Master-File
              INVALID KEY
                  MOVE "N" TO Replay-Outcome
                  MOVE "BOOK NOT ON CATALOG" TO Replay-Reason
              NOT INVALID KEY
                  IF Book-Total-Copies > 0
                      SUBTRACT 1 FROM Book-Total-Copies
                  END-IF
                  PERFORM Trim-Branch-Owned
                  IF Book-Total-Copies = 0
                      PERFORM Retire-Title
                  ELSE
                      REWRITE Book-Master-Record
                  END-IF
          END-READ.

      *----------------------------------------------------------*
      * P/W - payments and waivers, desk and agency alike.  An   *
      * account brought to a nil balance leaves collections, as  *
      * AGYPOST clears it.                                       *
      *----------------------------------------------------------*
       Replay-Payment.
          MOVE Txn-Borrower-ID TO Fine-Borrower-ID
          READ Fine-Ledger-File
              INVALID KEY
                  MOVE "N" TO Replay-Outcome
                  MOVE "NO FINE ACCOUNT FOR BORROWER"
                      TO Replay-Reason
              NOT INVALID KEY
                  ADD Txn-Fine-Amount TO Fine-Paid-Total
                  PERFORM Finish-Fine-Settlement
          END-READ.

       Replay-Waiver.
          MOVE Txn-Borrower-ID TO Fine-Borrower-ID
          READ Fine-Ledger-File
              INVALID KEY
                  MOVE "N" TO Replay-Outcome
                  MOVE "NO FINE ACCOUNT FOR BORROWER"
                      TO Replay-Reason
              NOT INVALID KEY
                  ADD Txn-Fine-Amount TO Fine-Waived-Total
                  PERFORM Finish-Fine-Settlement
          END-READ.

       Finish-Fine-Settlement.
          MOVE Txn-Date TO Fine-Last-Activity
          COMPUTE Fine-Balance = Fine-Assessed-Total
              - Fine-Paid-Total - Fine-Waived-Total
          IF Fine-Balance = 0
              MOVE SPACE TO Fine-Referral-Status
              MOVE 0 TO Fine-Referral-Date
          END-IF
          REWRITE Fine-Ledger-Record.
          IF NOT Fine-Ledger-OK
              MOVE "N" TO Replay-Outcome
              MOVE "FINE LEDGER UPDATE FAILED" TO Replay-Reason
          END-IF.

      *----------------------------------------------------------*
      * U, X and M - borrower maintenance.  Only a reactivation  *
      * can be rebuilt from a U record; the log does not carry   *
      * the fields a detail update changed.                      *
      *----------------------------------------------------------*
       Replay-Admin-Update.
          IF Txn-Book-Title(1:18) = "RECORD REACTIVATED"
              MOVE Txn-Borrower-ID TO Borrower-ID
              READ Borrower-Master-File
                  INVALID KEY
                      MOVE "N" TO Replay-Outcome
                      MOVE "BORROWER NOT ON ROSTER" TO Replay-Reason
                  NOT INVALID KEY
                      MOVE "A" TO Borrower-Status
                      REWRITE Borrower-Master-Record
              END-READ
          ELSE
              MOVE "N" TO Replay-Outcome
              MOVE "DETAILS NOT LOGGED - RE-KEY THE UPDATE"
                  TO Replay-Reason
          END-IF.

       Replay-Deactivation.
          MOVE Txn-Borrower-ID TO Borrower-ID
          READ Borrower-Master-File
              INVALID KEY
                  MOVE "N" TO Replay-Outcome
                  MOVE "BORROWER NOT ON ROSTER" TO Replay-Reason
              NOT INVALID KEY
                  MOVE "I" TO Borrower-Status
                  REWRITE Borrower-Master-Record
          END-READ.

      * The record is logged against the duplicate and names the
      * survivor in its text: "MERGED INTO nnnnn BY ooo".  The
      * duplicate's loans moved on the pair records before it;
      * here it is retired and its fine account folded into the
      * survivor's, as Merge-Fine-Balances does at the desk.
       Replay-Merge.
          MOVE 0 TO Merge-Into-ID
          IF Txn-Book-Title(1:12) = "MERGED INTO "
              AND Txn-Book-Title(13:5) IS NUMERIC
              MOVE Txn-Book-Title(13:5) TO Merge-Into-ID
          END-IF
          IF Merge-Into-ID = 0
              MOVE "N" TO Replay-Outcome
              MOVE "SURVIVING BORROWER NOT READABLE FROM LOG"
                  TO Replay-Reason
          ELSE
              MOVE Txn-Borrower-ID TO Borrower-ID
              READ Borrower-Master-File
                  INVALID KEY
                      MOVE "W" TO Replay-Outcome
                      MOVE "DUPLICATE NOT ON ROSTER - FINES MERGED"
                          TO Replay-Reason
                  NOT INVALID KEY
                      MOVE "I" TO Borrower-Status
                      REWRITE Borrower-Master-Record
              END-READ
              PERFORM Merge-Fine-Balances
          END-IF.

       Merge-Fine-Balances.
          MOVE "N" TO Merge-Ledger-Found
          MOVE Txn-Borrower-ID TO Fine-Borrower-ID
          READ Fine-Ledger-File
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE "Y" TO Merge-Ledger-Found
                  MOVE Fine-Assessed-Total TO Merge-Assessed
                  MOVE Fine-Paid-Total TO Merge-Paid
                  MOVE Fine-Waived-Total TO Merge-Waived
                  MOVE Fine-Referral-Status TO Merge-Referral-Status
                  MOVE Fine-Referral-Date TO Merge-Referral-Date
                  DELETE Fine-Ledger-File
          END-READ.
          IF Merge-Ledger-Found = "Y"
              MOVE Merge-Into-ID TO Fine-Borrower-ID
              READ Fine-Ledger-File
                  INVALID KEY
                      MOVE Merge-Into-ID TO Fine-Borrower-ID
                      MOVE Merge-Assessed TO Fine-Assessed-Total
                      MOVE Merge-Paid TO Fine-Paid-Total
                      MOVE Merge-Waived TO Fine-Waived-Total
                      MOVE Txn-Date TO Fine-Last-Activity
                      MOVE Merge-Referral-Status
                          TO Fine-Referral-Status
                      MOVE Merge-Referral-Date TO Fine-Referral-Date
                      MOVE SPACE TO Fine-Ledger-Record(50:1)
                      WRITE Fine-Ledger-Record
                  NOT INVALID KEY
                      ADD Merge-Assessed TO Fine-Assessed-Total
                      ADD Merge-Paid TO Fine-Paid-Total
                      ADD Merge-Waived TO Fine-Waived-Total
                      MOVE Txn-Date TO Fine-Last-Activity
                      IF Merge-Referral-Status = "R"
                          AND NOT Fine-In-Collections
                          MOVE "R" TO Fine-Referral-Status
                          MOVE Merge-Referral-Date
                              TO Fine-Referral-Date
                      END-IF
                      REWRITE Fine-Ledger-Record
              END-READ
          END-IF.

      *----------------------------------------------------------*
      * A merge's carried loan: re-keyed from the duplicate to   *
      * the survivor with its dates, renewals and branches kept, *
      * as Transfer-One-Open-Loan does.                          *
      *----------------------------------------------------------*
       Replay-Loan-Transfer.
          MOVE SPACES TO Replay-Reason
          MOVE "A" TO Replay-Outcome
          MOVE "T" TO Replay-Action
          MOVE Transfer-From-ID TO Loan-Borrower-ID
          MOVE Held-Book-ID TO Loan-Book-ID
          READ Open-Loan-File
              INVALID KEY
                  MOVE "N" TO Replay-Outcome
                  MOVE "NO OPEN LOAN TO CARRY" TO Replay-Reason
              NOT INVALID KEY
                  MOVE Open-Loan-Record TO Saved-Loan-Record
                  DELETE Open-Loan-File
                  MOVE Saved-Loan-Record TO Open-Loan-Record
                  MOVE Transfer-To-ID TO Loan-Borrower-ID
                  WRITE Open-Loan-Record
                      INVALID KEY
                          MOVE "W" TO Replay-Outcome
                          MOVE "SURVIVOR ALREADY HAS THIS BOOK OUT"
                              TO Replay-Reason
                  END-WRITE
          END-READ.
          PERFORM Tally-Replay-Outcome.
          MOVE SPACES TO Recovery-Line
          PERFORM Set-Outcome-Text
          STRING Held-Date-Time(1:8) " " Held-Date-Time(9:6)
              " T   " Transfer-From-ID " " Held-Book-ID
              " " Held-Operator-ID "  " Outcome-Text
              " CARRIED TO " Transfer-To-ID " " Replay-Reason
              DELIMITED BY SIZE INTO Recovery-Line
          WRITE Recovery-Line.

      * A branch byte not on the BRANCHES table is the main branch.
       Find-Branch-Index.
          MOVE 1 TO Branch-Index
          PERFORM VARYING Branch-Scan-Index FROM 1 BY 1
              UNTIL Branch-Scan-Index > Branch-Count
                  IF Branch-Code(Branch-Scan-Index) = Branch-Want
                      MOVE Branch-Scan-Index TO Branch-Index
                  END-IF
          END-PERFORM.

      * Copies written off the title total come off the other
      * branches only when they would otherwise own more than the
      * title has left, last branch first, so no branch is left
      * lending shelf copies that are gone; the main branch then
      * takes what remains.
       Trim-Branch-Owned.
          IF Book-Branch-Stock-Area NOT NUMERIC
              MOVE ZEROS TO Book-Branch-Stock-Area
          END-IF
          MOVE 0 TO Branch-Other-Owned
          PERFORM VARYING Branch-Scan-Index FROM 2 BY 1
              UNTIL Branch-Scan-Index > Branch-Count
                  ADD Book-Branch-Owned(Branch-Scan-Index)
                      TO Branch-Other-Owned
          END-PERFORM.
          PERFORM VARYING Branch-Scan-Index FROM Branch-Count BY -1
              UNTIL Branch-Scan-Index < 2
                  IF Branch-Other-Owned > Book-Total-Copies
                      COMPUTE Branch-Excess =
                          Branch-Other-Owned - Book-Total-Copies
                      IF Branch-Excess >
                          Book-Branch-Owned(Branch-Scan-Index)
                          MOVE Book-Branch-Owned(Branch-Scan-Index)
                              TO Branch-Excess
                      END-IF
                      SUBTRACT Branch-Excess
                          FROM Book-Branch-Owned(Branch-Scan-Index)
                      SUBTRACT Branch-Excess FROM Branch-Other-Owned
                  END-IF
          END-PERFORM.
          PERFORM Settle-Branch-Stock.

      * The main branch's owned and on-loan counts are whatever the
      * title totals leave after the other branches.
       Settle-Branch-Stock.
          IF Book-Branch-Stock-Area NOT NUMERIC
              MOVE ZEROS TO Book-Branch-Stock-Area
          END-IF
          MOVE 0 TO Branch-Other-Owned
          MOVE 0 TO Branch-Other-Out
          PERFORM VARYING Branch-Scan-Index FROM 2 BY 1
              UNTIL Branch-Scan-Index > Branch-Count
                  ADD Book-Branch-Owned(Branch-Scan-Index)
                      TO Branch-Other-Owned
                  ADD Book-Branch-Out(Branch-Scan-Index)
                      TO Branch-Other-Out
          END-PERFORM.
          IF Book-Total-Copies > Branch-Other-Owned
              COMPUTE Book-Branch-Owned(1) =
                  Book-Total-Copies - Branch-Other-Owned
          ELSE
              MOVE 0 TO Book-Branch-Owned(1)
          END-IF.
          IF Book-Copies-Out > Branch-Other-Out
              COMPUTE Book-Branch-Out(1) =
                  Book-Copies-Out - Branch-Other-Out
          ELSE
              MOVE 0 TO Book-Branch-Out(1)
          END-IF.

       Tally-Replay-Outcome.
          ADD 1 TO Replayed-Count
          PERFORM Find-Action-Index
          EVALUATE TRUE
              WHEN Replay-Applied
                  ADD 1 TO Applied-Count
                  ADD 1 TO Action-Applied-Count(Action-Index)
              WHEN Replay-Warned
                  ADD 1 TO Warned-Count
                  ADD 1 TO Action-Warned-Count(Action-Index)
              WHEN Replay-Not-Applied
                  ADD 1 TO Not-Applied-Count
                  ADD 1 TO Action-Failed-Count(Action-Index)
              WHEN OTHER
                  ADD 1 TO Passed-Over-Count
                  ADD 1 TO Action-Applied-Count(Action-Index)
          END-EVALUATE.

      * An action not on the table falls to its last entry.
       Find-Action-Index.
          MOVE Action-Count TO Action-Index
          PERFORM VARYING Action-Scan-Index FROM 1 BY 1
              UNTIL Action-Scan-Index >= Action-Count
                  IF Action-Code(Action-Scan-Index) = Replay-Action
                      MOVE Action-Scan-Index TO Action-Index
                  END-IF
          END-PERFORM.

       Set-Outcome-Text.
          EVALUATE TRUE
              WHEN Replay-Applied
                  MOVE "APPLIED" TO Outcome-Text
              WHEN Replay-Warned
                  MOVE "WARNING" TO Outcome-Text
              WHEN Replay-Not-Applied
                  MOVE "NOT APPLIED" TO Outcome-Text
              WHEN OTHER
                  MOVE "PASSED OVER" TO Outcome-Text
          END-EVALUATE.

       Print-Replay-Line.
          PERFORM Set-Outcome-Text
          MOVE Txn-Fine-Amount TO Fine-Print
          MOVE SPACES TO Recovery-Line
          STRING Txn-Date " " Txn-Time " " Txn-Action "   "
              Txn-Borrower-ID " " Txn-Book-ID " " Txn-Operator-ID
              "  " Outcome-Text " " Fine-Print " " Replay-Reason
              DELIMITED BY SIZE INTO Recovery-Line
          WRITE Recovery-Line.

      *----------------------------------------------------------*
      * Report heading, refusal, and the closing totals.         *
      *----------------------------------------------------------*
       Print-Recovery-Header.
          MOVE SPACES TO Recovery-Line
          STRING "BOOKiT MASTER FILE FORWARD RECOVERY - RUN "
              Run-Date
              DELIMITED BY SIZE INTO Recovery-Line
          WRITE Recovery-Line.
          MOVE ALL "=" TO Recovery-Line(1:70)
          WRITE Recovery-Line.

       Print-Refusal.
          MOVE SPACES TO Recovery-Line
          WRITE Recovery-Line.
          MOVE SPACES TO Recovery-Line
          STRING "*** RECOVERY REFUSED - " Refusal-Reason
              DELIMITED BY SIZE INTO Recovery-Line
          WRITE Recovery-Line.
          MOVE SPACES TO Recovery-Line
          MOVE "*** NO LOG RECORDS REPLAYED.  RELOAD FROM A GOOD"
              TO Recovery-Line(1:49)
          MOVE " GENERATION AND RUN AGAIN." TO Recovery-Line(50:26)
          WRITE Recovery-Line.

       Print-Recovery-Totals.
          MOVE SPACES TO Recovery-Line
          WRITE Recovery-Line.
          MOVE SPACES TO Recovery-Line
          MOVE "ACTION" TO Recovery-Line(1:6)
          MOVE "APPLIED" TO Recovery-Line(28:7)
          MOVE "WARNED" TO Recovery-Line(38:6)
          MOVE "NOT APPLIED" TO Recovery-Line(47:11)
          WRITE Recovery-Line.
          PERFORM VARYING Action-Index FROM 1 BY 1
              UNTIL Action-Index > Action-Count
                  MOVE SPACES TO Recovery-Line
                  STRING Action-Code(Action-Index) " "
                      Action-Text(Action-Index) "  "
                      Action-Applied-Count(Action-Index) "     "
                      Action-Warned-Count(Action-Index) "     "
                      Action-Failed-Count(Action-Index)
                      DELIMITED BY SIZE INTO Recovery-Line
                  WRITE Recovery-Line
          END-PERFORM.
          MOVE SPACES TO Recovery-Line
          WRITE Recovery-Line.
          MOVE SPACES TO Recovery-Line
          STRING "LOG RECORDS READ " Log-Records-Read-Count
              "   ALREADY ON THE BACKUP " Already-Backed-Up-Count
              "   REPLAYED " Replayed-Count
              DELIMITED BY SIZE INTO Recovery-Line
          WRITE Recovery-Line.
          MOVE SPACES TO Recovery-Line
          STRING "APPLIED " Applied-Count
              "   WITH WARNINGS " Warned-Count
              "   NOT APPLIED " Not-Applied-Count
              "   PASSED OVER " Passed-Over-Count
              DELIMITED BY SIZE INTO Recovery-Line
          WRITE Recovery-Line.
          MOVE SPACES TO Recovery-Line
          WRITE Recovery-Line.
          PERFORM VARYING Action-Index FROM 1 BY 1
              UNTIL Action-Index > Unlogged-Note-Count
                  MOVE SPACES TO Recovery-Line
                  MOVE Unlogged-Note(Action-Index) TO Recovery-Line
                  WRITE Recovery-Line
          END-PERFORM.
