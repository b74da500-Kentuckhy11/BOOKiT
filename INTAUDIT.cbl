       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUDIT.

      * Weekly cross-file integrity audit.  INVRECON keeps the
      * catalog's copies-out count honest every night; this job
      * checks the other relationships between the masters, which
      * nothing else looks at until a desk trips over an orphan:
      *    01/02  OPENLOAN loans whose borrower is not on BORRMSTR
      *           or has been retired or merged away (status I)
      *    03/04  HOLDQUE waiters not on BORRMSTR or inactive
      *    05     ILLREQ requests in status I whose temporary
      *           Book-ID is no longer on BOOKMSTR
      *    06/07  Book-Reserved-For naming a borrower not on
      *           BORRMSTR or inactive
      *    08/09  RESTART checkpoints for operators deactivated
      *           on, or missing from, OPERMSTR
      *    10     BORRSEQ ranges still to be issued that overlap
      *    11     BORRSEQ next IDs already on BORRMSTR
      *    12     FINELDGR accounts whose borrower is not on
      *           BORRMSTR
      * Every exception prints with its rule code and the rule
      * counts close the report.  When the AUDPARM card says
      * REPAIR the safe cases are put right in place: dead hold
      * entries are dropped from the queue, a stale reservation
      * is withdrawn by dating its offer long past so that the
      * next HOLDEXP sweep offers the copy to the next live waiter
      * or releases it, with any van transfer between branches
      * that needs, and the orphaned checkpoint is deleted.
      * Loans, ILL requests, ID ranges and fine accounts are only
      * reported; each needs a person to decide what is right.
      * The default is report-only.  Run weekly with no desk
      * session active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT Open-Loan-File ASSIGN TO "OPENLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-Key
               FILE STATUS IS Open-Loan-Status.

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

           SELECT Operator-Master-File ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS Operator-Master-Status.

           SELECT Restart-File ASSIGN TO "RESTART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chk-Operator-ID
               FILE STATUS IS Restart-Status.

           SELECT Borrower-Seq-File ASSIGN TO "BORRSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Seq-Operator-ID
               FILE STATUS IS Borrower-Seq-Status.

           SELECT Parameter-File ASSIGN TO "AUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parameter-Status.

           SELECT Audit-Report-File ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Book-Master-File.
           COPY BOOKREC.

       FD  Borrower-Master-File.
           COPY BORROWER.

       FD  Open-Loan-File.
           COPY LOANREC.

       FD  Hold-Queue-File.
           COPY HOLDREC.

       FD  Fine-Ledger-File.
           COPY FINEREC.

       FD  Ill-Request-File.
           COPY ILLREC.

       FD  Operator-Master-File.
           COPY OPERREC.

       FD  Restart-File.
           COPY RESTREC.

       FD  Borrower-Seq-File.
           COPY BORRSEQ.

       FD  Parameter-File.
       01  Parameter-Record PIC X(80).

       FD  Audit-Report-File.
       01  Audit-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".
       01 Borrower-Master-Status PIC X(2) VALUE "00".
          88 Borrower-Master-OK VALUE "00".
       01 Open-Loan-Status PIC X(2) VALUE "00".
          88 Open-Loan-OK VALUE "00".
       01 Hold-Queue-Status PIC X(2) VALUE "00".
          88 Hold-Queue-OK VALUE "00".
       01 Fine-Ledger-Status PIC X(2) VALUE "00".
          88 Fine-Ledger-OK VALUE "00".
       01 Ill-Request-Status PIC X(2) VALUE "00".
          88 Ill-Request-OK VALUE "00".
       01 Operator-Master-Status PIC X(2) VALUE "00".
          88 Operator-Master-OK VALUE "00".
       01 Restart-Status PIC X(2) VALUE "00".
          88 Restart-OK VALUE "00".
       01 Borrower-Seq-Status PIC X(2) VALUE "00".
          88 Borrower-Seq-OK VALUE "00".
       01 Parameter-Status PIC X(2) VALUE "00".
          88 Parameter-OK VALUE "00".

       01 Repair-Mode PIC X(1) VALUE "N".
          88 Repair-Requested VALUE "Y".

       01 Audit-Date PIC 9(8) VALUE 0.
       01 Audit-Borrower-ID PIC 9(5) VALUE 0.
       01 Borrower-State PIC X(1) VALUE SPACES.
          88 Borrower-Is-Missing VALUE "M".
          88 Borrower-Is-Retired VALUE "I".
          88 Borrower-Is-Active VALUE "A".
       01 Operator-State PIC X(1) VALUE SPACES.
          88 Operator-Is-Missing VALUE "M".
          88 Operator-Is-Retired VALUE "I".
          88 Operator-Is-Active VALUE "A".

       01 Rule-Number PIC 9(2) VALUE 0.
       01 Rule-Index PIC 9(2) VALUE 0.
       01 Exception-Detail PIC X(80) VALUE SPACES.
       01 Repair-Detail PIC X(80) VALUE SPACES.
       01 Records-Checked-Count PIC 9(7) VALUE 0.
       01 Exception-Total PIC 9(7) VALUE 0.
       01 Repaired-Total PIC 9(7) VALUE 0.

      * ILL temporary entries (9000-9999) are reserved for their
      * requester under the lender's terms; ILLBATCH manages them,
      * so a bad reservation on one is reported but not repaired.
       01 Ill-Book-ID-Floor PIC 9(4) VALUE 9000.

       01 Hold-Index PIC 9(2) VALUE 0.
       01 Hold-Shift-Index PIC 9(2) VALUE 0.
       01 Hold-Record-Changed PIC X(1) VALUE "N".
      * A withdrawn offer is dated here, long before any pickup
      * window could still be open; XFERMAN leaves this date on a
      * hold copy it books in.
       01 Withdrawn-Offer-Date PIC 9(8) VALUE 19000101.
       01 Fine-Balance PIC S9(7)V99 VALUE 0.
       01 Fine-Balance-Print PIC -(6)9.99 VALUE 0.

       01 Seq-Table-Full-Warned PIC X(1) VALUE "N".
       01 Seq-Index PIC 9(2) VALUE 0.
       01 Seq-Other-Index PIC 9(2) VALUE 0.
       01 Seq-Count PIC 9(2) VALUE 0.
       01 Seq-Table OCCURS 50 TIMES.
          05 Seq-Table-Operator  PIC X(3).
          05 Seq-Table-Next      PIC 9(5).
          05 Seq-Table-Last      PIC 9(5).

       01 Rule-Text-Values.
          05 Filler PIC X(40)
                 VALUE "OPEN LOAN - BORROWER NOT ON ROSTER".
          05 Filler PIC X(40)
                 VALUE "OPEN LOAN - BORROWER INACTIVE".
          05 Filler PIC X(40)
                 VALUE "HOLD QUEUE - BORROWER NOT ON ROSTER".
          05 Filler PIC X(40)
                 VALUE "HOLD QUEUE - BORROWER INACTIVE".
          05 Filler PIC X(40)
                 VALUE "ILL ITEM IN - TEMP BOOK NOT ON CATALOG".
          05 Filler PIC X(40)
                 VALUE "RESERVED FOR BORROWER NOT ON ROSTER".
          05 Filler PIC X(40)
                 VALUE "RESERVED FOR INACTIVE BORROWER".
          05 Filler PIC X(40)
                 VALUE "CHECKPOINT OF INACTIVE OPERATOR".
          05 Filler PIC X(40)
                 VALUE "CHECKPOINT OF OPERATOR NOT ON OPERMSTR".
          05 Filler PIC X(40)
                 VALUE "BORRSEQ RANGES OVERLAP".
          05 Filler PIC X(40)
                 VALUE "BORRSEQ NEXT ID ALREADY ON ROSTER".
          05 Filler PIC X(40)
                 VALUE "FINE ACCOUNT - BORROWER NOT ON ROSTER".
       01 Rule-Text-Table REDEFINES Rule-Text-Values.
          05 Rule-Text PIC X(40) OCCURS 12 TIMES.
       01 Rule-Count PIC 9(2) VALUE 12.
       01 Rule-Tally-Table OCCURS 12 TIMES.
          05 Rule-Found-Count    PIC 9(5).
          05 Rule-Repaired-Count PIC 9(5).

       PROCEDURE DIVISION.
       Audit-Master-Files.
          ACCEPT Audit-Date FROM DATE YYYYMMDD
          PERFORM Open-Audit-Files
          PERFORM Read-Run-Parameter
          PERFORM Print-Audit-Header
          PERFORM VARYING Rule-Index FROM 1 BY 1
              UNTIL Rule-Index > Rule-Count
                  MOVE 0 TO Rule-Found-Count(Rule-Index)
                  MOVE 0 TO Rule-Repaired-Count(Rule-Index)
          END-PERFORM
          PERFORM Audit-Open-Loans
          PERFORM Audit-Hold-Queues
          PERFORM Audit-Reservations
          PERFORM Audit-Ill-Requests
          PERFORM Audit-Checkpoints
          PERFORM Audit-Borrower-Ranges
          PERFORM Audit-Fine-Accounts
          PERFORM Print-Audit-Totals
          PERFORM Close-Audit-Files
          DISPLAY "INTAUDIT: " Records-Checked-Count
              " records checked, " Exception-Total " exception(s), "
              Repaired-Total " repaired"
          STOP RUN.

       Open-Audit-Files.
          OPEN INPUT Borrower-Master-File
          OPEN INPUT Open-Loan-File
          OPEN I-O Hold-Queue-File
          OPEN I-O Book-Master-File
          OPEN INPUT Ill-Request-File
          OPEN INPUT Operator-Master-File
          OPEN I-O Restart-File
          OPEN INPUT Borrower-Seq-File
          OPEN INPUT Fine-Ledger-File
          OPEN INPUT Parameter-File
          OPEN OUTPUT Audit-Report-File.
          IF NOT Borrower-Master-OK
              OR NOT Operator-Master-OK
              DISPLAY "INTAUDIT: roster could not be opened,"
                  " BORRMSTR " Borrower-Master-Status
                  " OPERMSTR " Operator-Master-Status
              PERFORM Close-Audit-Files
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Close-Audit-Files.
          CLOSE Borrower-Master-File
          CLOSE Open-Loan-File
          CLOSE Hold-Queue-File
          CLOSE Book-Master-File
          CLOSE Ill-Request-File
          CLOSE Operator-Master-File
          CLOSE Restart-File
          CLOSE Borrower-Seq-File
          CLOSE Fine-Ledger-File
          CLOSE Parameter-File
          CLOSE Audit-Report-File.

       Read-Run-Parameter.
          MOVE "N" TO Repair-Mode
          MOVE SPACES TO Parameter-Record
          IF Parameter-OK
              READ Parameter-File
                  AT END
                      MOVE SPACES TO Parameter-Record
              END-READ
          END-IF.
          IF Parameter-Record(1:6) = "REPAIR"
              MOVE "Y" TO Repair-Mode
          END-IF.

       Look-Up-Borrower.
          MOVE Audit-Borrower-ID TO Borrower-ID
          READ Borrower-Master-File
              INVALID KEY
                  MOVE "M" TO Borrower-State
              NOT INVALID KEY
                  IF Borrower-Is-Inactive
                      MOVE "I" TO Borrower-State
                  ELSE
                      MOVE "A" TO Borrower-State
                  END-IF
          END-READ.

      *----------------------------------------------------------*
      * Rules 01/02 - open loans.  Reported only: the book is    *
      * still out to somebody and the desk must find out whom.   *
      *----------------------------------------------------------*
       Audit-Open-Loans.
          MOVE LOW-VALUES TO Loan-Key
          START Open-Loan-File KEY IS NOT LESS THAN Loan-Key
              INVALID KEY
                  MOVE "10" TO Open-Loan-Status
          END-START.
          PERFORM Audit-One-Open-Loan UNTIL NOT Open-Loan-OK.

       Audit-One-Open-Loan.
          READ Open-Loan-File NEXT RECORD
              AT END
                  MOVE "10" TO Open-Loan-Status
          END-READ.
          IF Open-Loan-OK
              ADD 1 TO Records-Checked-Count
              MOVE Loan-Borrower-ID TO Audit-Borrower-ID
              PERFORM Look-Up-Borrower
              IF NOT Borrower-Is-Active
                  IF Borrower-Is-Missing
                      MOVE 1 TO Rule-Number
                  ELSE
                      MOVE 2 TO Rule-Number
                  END-IF
                  MOVE SPACES TO Exception-Detail
                  STRING "BORROWER " Loan-Borrower-ID
                      " BOOK " Loan-Book-ID " " Loan-Book-Title
                      " DUE " Loan-Due-Date
                      DELIMITED BY SIZE INTO Exception-Detail
                  PERFORM Print-Exception-Line
              END-IF
          END-IF.

      *----------------------------------------------------------*
      * Rules 03/04 - hold queues.  A dead waiter would be       *
      * offered the next copy returned and hold it for nobody    *
      * until HOLDEXP expired it; repair drops the entry.        *
      *----------------------------------------------------------*
       Audit-Hold-Queues.
          MOVE LOW-VALUES TO Hold-Book-ID
          START Hold-Queue-File KEY IS NOT LESS THAN Hold-Book-ID
              INVALID KEY
                  MOVE "10" TO Hold-Queue-Status
          END-START.
          PERFORM Audit-One-Hold-Queue UNTIL NOT Hold-Queue-OK.

       Audit-One-Hold-Queue.
          READ Hold-Queue-File NEXT RECORD
              AT END
                  MOVE "10" TO Hold-Queue-Status
          END-READ.
          IF Hold-Queue-OK
              ADD 1 TO Records-Checked-Count
              MOVE "N" TO Hold-Record-Changed
              MOVE 1 TO Hold-Index
              PERFORM Audit-One-Hold-Entry
                  UNTIL Hold-Index > Hold-Count
                      OR Hold-Index > 10
              IF Hold-Record-Changed = "Y"
                  PERFORM Rewrite-Hold-Queue
              END-IF
          END-IF.

       Audit-One-Hold-Entry.
          MOVE Hold-Borrower-ID(Hold-Index) TO Audit-Borrower-ID
          PERFORM Look-Up-Borrower
          IF Borrower-Is-Active
              ADD 1 TO Hold-Index
          ELSE
              IF Borrower-Is-Missing
                  MOVE 3 TO Rule-Number
              ELSE
                  MOVE 4 TO Rule-Number
              END-IF
              MOVE SPACES TO Exception-Detail
              STRING "BOOK " Hold-Book-ID
                  " QUEUE POSITION " Hold-Index
                  " BORROWER " Audit-Borrower-ID
                  DELIMITED BY SIZE INTO Exception-Detail
              PERFORM Print-Exception-Line
              IF Repair-Requested
                  PERFORM VARYING Hold-Shift-Index FROM Hold-Index
                      BY 1 UNTIL Hold-Shift-Index >= Hold-Count
                          MOVE Hold-Borrower-ID(Hold-Shift-Index + 1)
                              TO Hold-Borrower-ID(Hold-Shift-Index)
                          MOVE Hold-Pickup-Branch(Hold-Shift-Index + 1)
                              TO Hold-Pickup-Branch(Hold-Shift-Index)
                  END-PERFORM
                  SUBTRACT 1 FROM Hold-Count
                  MOVE "Y" TO Hold-Record-Changed
                  MOVE SPACES TO Repair-Detail
                  STRING "DROPPED BORROWER " Audit-Borrower-ID
                      " FROM THE QUEUE FOR BOOK " Hold-Book-ID
                      DELIMITED BY SIZE INTO Repair-Detail
                  PERFORM Print-Repair-Line
              ELSE
                  ADD 1 TO Hold-Index
              END-IF
          END-IF.

       Rewrite-Hold-Queue.
          IF Hold-Count = 0
              DELETE Hold-Queue-File
          ELSE
              REWRITE Hold-Queue-Record
          END-IF.
          IF NOT Hold-Queue-OK
              MOVE SPACES TO Audit-Line
              STRING "REPAIR FAILED FOR HOLD QUEUE " Hold-Book-ID
                  " STATUS " Hold-Queue-Status
                  DELIMITED BY SIZE INTO Audit-Line
              WRITE Audit-Line
              MOVE "00" TO Hold-Queue-Status
          END-IF.

      *----------------------------------------------------------*
      * Rules 06/07 - reservations.  The copy is frozen for a    *
      * patron who can never collect it; repair dates the offer  *
      * long past so HOLDEXP expires it on its next sweep and    *
      * passes the copy on with its branch and van rules.  The   *
      * hold queues are already clean, so the next waiter is     *
      * live.  A copy still on the van keeps the lapsed date     *
      * when XFERMAN books it in, and is passed on the night     *
      * after it arrives.                                        *
      *----------------------------------------------------------*
       Audit-Reservations.
          MOVE LOW-VALUES TO Book-ID
          START Book-Master-File KEY IS NOT LESS THAN Book-ID
              INVALID KEY
                  MOVE "10" TO Book-Master-Status
          END-START.
          PERFORM Audit-One-Reservation UNTIL NOT Book-Master-OK.

       Audit-One-Reservation.
          READ Book-Master-File NEXT RECORD
              AT END
                  MOVE "10" TO Book-Master-Status
          END-READ.
          IF Book-Master-OK
              ADD 1 TO Records-Checked-Count
              IF Book-Reserved-For NOT = 0
                  MOVE Book-Reserved-For TO Audit-Borrower-ID
                  PERFORM Look-Up-Borrower
                  IF NOT Borrower-Is-Active
                      IF Borrower-Is-Missing
                          MOVE 6 TO Rule-Number
                      ELSE
                          MOVE 7 TO Rule-Number
                      END-IF
                      MOVE SPACES TO Exception-Detail
                      STRING "BOOK " Book-ID " " Book-Title
                          " RESERVED FOR " Book-Reserved-For
                          " SINCE " Book-Reserved-Date
                          DELIMITED BY SIZE INTO Exception-Detail
                      PERFORM Print-Exception-Line
                      IF Repair-Requested
                          AND Book-ID < Ill-Book-ID-Floor
                          PERFORM Withdraw-Stale-Reservation
                      END-IF
                  END-IF
              END-IF
          END-IF.

       Withdraw-Stale-Reservation.
          MOVE Withdrawn-Offer-Date TO Book-Reserved-Date
          MOVE SPACES TO Repair-Detail
          STRING "BOOK " Book-ID " OFFER WITHDRAWN - PASSED ON AT"
              " THE NEXT RESERVE-SHELF SWEEP"
              DELIMITED BY SIZE INTO Repair-Detail
          REWRITE Book-Master-Record.
          IF Book-Master-OK
              PERFORM Print-Repair-Line
          ELSE
              MOVE SPACES TO Audit-Line
              STRING "REPAIR FAILED FOR BOOK " Book-ID
                  " STATUS " Book-Master-Status
                  DELIMITED BY SIZE INTO Audit-Line
              WRITE Audit-Line
              MOVE "00" TO Book-Master-Status
          END-IF.

      *----------------------------------------------------------*
      * Rule 05 - ILL items in.  Reported only: the item may     *
      * still be in the building and must go back to the        *
      * lender; the ILL desk decides.                            *
      *----------------------------------------------------------*
       Audit-Ill-Requests.
          MOVE 0 TO Ill-Request-ID
          START Ill-Request-File KEY IS NOT LESS THAN Ill-Request-ID
              INVALID KEY
                  MOVE "10" TO Ill-Request-Status
          END-START.
          PERFORM Audit-One-Ill-Request UNTIL NOT Ill-Request-OK.

       Audit-One-Ill-Request.
          READ Ill-Request-File NEXT RECORD
              AT END
                  MOVE "10" TO Ill-Request-Status
          END-READ.
          IF Ill-Request-OK
              ADD 1 TO Records-Checked-Count
              IF Ill-Is-In
                  MOVE Ill-Temp-Book-ID TO Book-ID
                  READ Book-Master-File
                      INVALID KEY
                          MOVE 5 TO Rule-Number
                          MOVE SPACES TO Exception-Detail
                          STRING "REQUEST " Ill-Request-ID
                              " TEMP BOOK " Ill-Temp-Book-ID
                              " " Ill-Title
                              " FROM " Ill-Partner-Name
                              DELIMITED BY SIZE INTO Exception-Detail
                          PERFORM Print-Exception-Line
                  END-READ
                  MOVE "00" TO Book-Master-Status
              END-IF
          END-IF.

      *----------------------------------------------------------*
      * Rules 08/09 - checkpoints.  Nobody can sign on as the    *
      * operator to recover the session, so the record is dead;  *
      * repair deletes it.  A reactivated operator's first       *
      * checkpoint simply writes a new one.                      *
      *----------------------------------------------------------*
       Audit-Checkpoints.
          MOVE LOW-VALUES TO Chk-Operator-ID
          START Restart-File KEY IS NOT LESS THAN Chk-Operator-ID
              INVALID KEY
                  MOVE "10" TO Restart-Status
          END-START.
          PERFORM Audit-One-Checkpoint UNTIL NOT Restart-OK.

       Audit-One-Checkpoint.
          READ Restart-File NEXT RECORD
              AT END
                  MOVE "10" TO Restart-Status
          END-READ.
          IF Restart-OK
              ADD 1 TO Records-Checked-Count
              MOVE Chk-Operator-ID TO Oper-ID
              READ Operator-Master-File
                  INVALID KEY
                      MOVE "M" TO Operator-State
                  NOT INVALID KEY
                      IF Oper-Is-Inactive
                          MOVE "I" TO Operator-State
                      ELSE
                          MOVE "A" TO Operator-State
                      END-IF
              END-READ
              IF NOT Operator-Is-Active
                  IF Operator-Is-Retired
                      MOVE 8 TO Rule-Number
                  ELSE
                      MOVE 9 TO Rule-Number
                  END-IF
                  MOVE SPACES TO Exception-Detail
                  STRING "OPERATOR " Chk-Operator-ID
                      " BORROWER " Chk-Borrower-ID
                      " LOANS " Chk-Loan-Count
                      " LAST " Chk-Timestamp
                      DELIMITED BY SIZE INTO Exception-Detail
                  PERFORM Print-Exception-Line
                  IF Repair-Requested
                      PERFORM Delete-Stale-Checkpoint
                  END-IF
              END-IF
          END-IF.

       Delete-Stale-Checkpoint.
          DELETE Restart-File.
          IF Restart-OK
              MOVE SPACES TO Repair-Detail
              STRING "CHECKPOINT FOR OPERATOR " Chk-Operator-ID
                  " DELETED"
                  DELIMITED BY SIZE INTO Repair-Detail
              PERFORM Print-Repair-Line
          ELSE
              MOVE SPACES TO Audit-Line
              STRING "REPAIR FAILED FOR CHECKPOINT " Chk-Operator-ID
                  " STATUS " Restart-Status
                  DELIMITED BY SIZE INTO Audit-Line
              WRITE Audit-Line
              MOVE "00" TO Restart-Status
          END-IF.

      *----------------------------------------------------------*
      * Rules 10/11 - borrower-ID ranges.  Only the part of each *
      * range still to be issued (next ID to last ID) matters;   *
      * an exhausted range cannot collide.  Reported only - new  *
      * ranges are systems' to allocate.                         *
      *----------------------------------------------------------*
       Audit-Borrower-Ranges.
          MOVE 0 TO Seq-Count
          MOVE LOW-VALUES TO Seq-Operator-ID
          START Borrower-Seq-File KEY IS NOT LESS THAN Seq-Operator-ID
              INVALID KEY
                  MOVE "10" TO Borrower-Seq-Status
          END-START.
          PERFORM Load-One-Borrower-Range UNTIL NOT Borrower-Seq-OK.
          PERFORM Compare-Range-Pair
              VARYING Seq-Index FROM 1 BY 1
                  UNTIL Seq-Index > Seq-Count
              AFTER Seq-Other-Index FROM 1 BY 1
                  UNTIL Seq-Other-Index > Seq-Count.

       Load-One-Borrower-Range.
          READ Borrower-Seq-File NEXT RECORD
              AT END
                  MOVE "10" TO Borrower-Seq-Status
          END-READ.
          IF Borrower-Seq-OK
              ADD 1 TO Records-Checked-Count
              IF Next-Borrower-ID <= Seq-Last-Borrower-ID
                  MOVE Next-Borrower-ID TO Audit-Borrower-ID
                  PERFORM Look-Up-Borrower
                  IF NOT Borrower-Is-Missing
                      MOVE 11 TO Rule-Number
                      MOVE SPACES TO Exception-Detail
                      STRING "OPERATOR " Seq-Operator-ID
                          " NEXT ID " Next-Borrower-ID
                          " IS ALREADY " Borrower-Name
                          DELIMITED BY SIZE INTO Exception-Detail
                      PERFORM Print-Exception-Line
                  END-IF
                  IF Seq-Count < 50
                      ADD 1 TO Seq-Count
                      MOVE Seq-Operator-ID
                          TO Seq-Table-Operator(Seq-Count)
                      MOVE Next-Borrower-ID
                          TO Seq-Table-Next(Seq-Count)
                      MOVE Seq-Last-Borrower-ID
                          TO Seq-Table-Last(Seq-Count)
                  ELSE
                      IF Seq-Table-Full-Warned = "N"
                          MOVE "Y" TO Seq-Table-Full-Warned
                          DISPLAY "INTAUDIT: WARNING range table"
                              " full - operator " Seq-Operator-ID
                              " and later not compared"
                      END-IF
                  END-IF
              END-IF
          END-IF.

       Compare-Range-Pair.
          IF Seq-Other-Index > Seq-Index
              AND Seq-Table-Next(Seq-Index)
                  <= Seq-Table-Last(Seq-Other-Index)
              AND Seq-Table-Next(Seq-Other-Index)
                  <= Seq-Table-Last(Seq-Index)
              MOVE 10 TO Rule-Number
              MOVE SPACES TO Exception-Detail
              STRING "OPERATOR " Seq-Table-Operator(Seq-Index)
                  " " Seq-Table-Next(Seq-Index)
                  "-" Seq-Table-Last(Seq-Index)
                  " AND OPERATOR " Seq-Table-Operator(Seq-Other-Index)
                  " " Seq-Table-Next(Seq-Other-Index)
                  "-" Seq-Table-Last(Seq-Other-Index)
                  DELIMITED BY SIZE INTO Exception-Detail
              PERFORM Print-Exception-Line
          END-IF.

      *----------------------------------------------------------*
      * Rule 12 - fine accounts.  Reported only: a balance owed  *
      * by nobody has to be written off or moved by a person.    *
      *----------------------------------------------------------*
       Audit-Fine-Accounts.
          MOVE 0 TO Fine-Borrower-ID
          START Fine-Ledger-File KEY IS NOT LESS THAN Fine-Borrower-ID
              INVALID KEY
                  MOVE "10" TO Fine-Ledger-Status
          END-START.
          PERFORM Audit-One-Fine-Account UNTIL NOT Fine-Ledger-OK.

       Audit-One-Fine-Account.
          READ Fine-Ledger-File NEXT RECORD
              AT END
                  MOVE "10" TO Fine-Ledger-Status
          END-READ.
          IF Fine-Ledger-OK
              ADD 1 TO Records-Checked-Count
              MOVE Fine-Borrower-ID TO Audit-Borrower-ID
              PERFORM Look-Up-Borrower
              IF Borrower-Is-Missing
                  COMPUTE Fine-Balance = Fine-Assessed-Total
                      - Fine-Paid-Total - Fine-Waived-Total
                  MOVE Fine-Balance TO Fine-Balance-Print
                  MOVE 12 TO Rule-Number
                  MOVE SPACES TO Exception-Detail
                  STRING "BORROWER " Fine-Borrower-ID
                      " BALANCE " Fine-Balance-Print
                      " LAST ACTIVITY " Fine-Last-Activity
                      DELIMITED BY SIZE INTO Exception-Detail
                  PERFORM Print-Exception-Line
              END-IF
          END-IF.

       Print-Exception-Line.
          ADD 1 TO Exception-Total
          ADD 1 TO Rule-Found-Count(Rule-Number)
          MOVE SPACES TO Audit-Line
          STRING "EXCEPTION " Rule-Number " " Rule-Text(Rule-Number)
              " " Exception-Detail
              DELIMITED BY SIZE INTO Audit-Line
          WRITE Audit-Line.

       Print-Repair-Line.
          ADD 1 TO Repaired-Total
          ADD 1 TO Rule-Repaired-Count(Rule-Number)
          MOVE SPACES TO Audit-Line
          STRING "REPAIRED  " Rule-Number " " Repair-Detail
              DELIMITED BY SIZE INTO Audit-Line
          WRITE Audit-Line.

       Print-Audit-Header.
          MOVE SPACES TO Audit-Line
          STRING "BOOKiT CROSS-FILE INTEGRITY AUDIT - " Audit-Date
              DELIMITED BY SIZE INTO Audit-Line
          WRITE Audit-Line.
          IF Repair-Requested
              MOVE "MODE: REPAIR (SAFE CASES CORRECTED IN PLACE)"
                  TO Audit-Line
          ELSE
              MOVE "MODE: REPORT ONLY" TO Audit-Line
          END-IF
          WRITE Audit-Line.
          MOVE "----------------------------------------"
              TO Audit-Line
          WRITE Audit-Line.

       Print-Audit-Totals.
          MOVE SPACES TO Audit-Line
          WRITE Audit-Line.
          MOVE SPACES TO Audit-Line
          MOVE "RULE" TO Audit-Line(1:4)
          MOVE "DESCRIPTION" TO Audit-Line(6:11)
          MOVE "FOUND" TO Audit-Line(50:5)
          MOVE "REPAIRED" TO Audit-Line(58:8)
          WRITE Audit-Line.
          PERFORM Print-One-Rule-Total
              VARYING Rule-Index FROM 1 BY 1
                  UNTIL Rule-Index > Rule-Count.
          MOVE SPACES TO Audit-Line
          WRITE Audit-Line.
          MOVE SPACES TO Audit-Line
          STRING "RECORDS CHECKED   : " Records-Checked-Count
              DELIMITED BY SIZE INTO Audit-Line
          WRITE Audit-Line.
          MOVE SPACES TO Audit-Line
          STRING "EXCEPTIONS FOUND  : " Exception-Total
              DELIMITED BY SIZE INTO Audit-Line
          WRITE Audit-Line.
          MOVE SPACES TO Audit-Line
          STRING "REPAIRED IN PLACE : " Repaired-Total
              DELIMITED BY SIZE INTO Audit-Line
          WRITE Audit-Line.

       Print-One-Rule-Total.
          MOVE SPACES TO Audit-Line
          STRING Rule-Index "   " Rule-Text(Rule-Index)
              "    " Rule-Found-Count(Rule-Index)
              "      " Rule-Repaired-Count(Rule-Index)
              DELIMITED BY SIZE INTO Audit-Line
          WRITE Audit-Line.
