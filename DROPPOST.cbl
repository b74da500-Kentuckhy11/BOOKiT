       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPPOST.

      * Book-drop and self-check kiosk posting.  Applies the
      * DROPIN file of scanned transactions to the masters under
      * the same rules the desks follow, so the overnight drop
      * pile and the kiosk's borrows no longer have to be keyed
      * through BOOKiT one book at a time.  Each record is:
      *    R  a book found in the book drop.  The loan is closed
      *       as of the last day the library was open before the
      *       scan date (the CALENDAR closed days skipped), so
      *       nobody is fined for the night the building was
      *       shut; any fine is posted to FINELDGR, the OPENLOAN
      *       record is deleted, the copy is offered to the next
      *       HOLDQUE waiter, and a borrowed-in ILL item is
      *       flagged for ship-back.  The drop does not know who
      *       returned the book: with no borrower on the record
      *       the title's only open loan is closed, and a title
      *       out to several borrowers goes to the desk.
      *    B  a kiosk borrow.  The borrower and copy are checked
      *       as the desk would (copy free, title not already
      *       out to them, borrow limit against all their open
      *       loans, fine balance under the block threshold and
      *       not with the agency) and the loan is written from
      *       the kiosk date with the policy loan period.
      * Each record carries the branch whose drop or kiosk
      * scanned it.  A returned copy comes off its home branch's
      * loans; a hold copy is offered at the branch the waiter
      * named and a copy that belongs elsewhere is sent home, both
      * by a transfer on XFERFILE for the next van.  A kiosk
      * borrow needs a copy on that branch's own shelf.
      * Returns are logged on TRANLOG under operator DR and
      * borrows under KS, each followed by the branch code (DRM,
      * KSE and so on), so CIRCRPT shows them apart from the
      * desks and under the branch that scanned them.  Anything
      * that cannot be applied is left alone and listed on the
      * DROPRPT exceptions list with the reason for the desk to
      * settle with the patron; the job then ends with return
      * code 4.  Run with no desk session active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Drop-Input-File ASSIGN TO "DROPIN"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT Policy-File ASSIGN TO "POLICY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Policy-Key
               FILE STATUS IS Policy-Status.

           SELECT Transfer-File ASSIGN TO "XFERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Xfer-Key
               FILE STATUS IS Transfer-File-Status.

           SELECT Calendar-File ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Calendar-Status.

           SELECT Transaction-Log-File ASSIGN TO "TRANLOG"
               FILE STATUS IS Transaction-Log-Status.

           SELECT Drop-Report-File ASSIGN TO "DROPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Drop-Input-File.
       01  Drop-Input-Record.
           05  Drop-Type               PIC X(01).
               88  Drop-Is-Return          VALUE "R".
               88  Drop-Is-Borrow          VALUE "B".
           05  Drop-Book-ID            PIC 9(04).
           05  Drop-Borrower-ID        PIC 9(05).
           05  Drop-Scan-Date          PIC 9(08).
           05  Drop-Scan-Time          PIC 9(06).
           05  Drop-Station-ID         PIC X(08).
           05  Drop-Branch             PIC X(01).
           05  Filler                  PIC X(47).

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

       FD  Policy-File.
           COPY POLREC.

       FD  Transfer-File.
           COPY XFERREC.

       FD  Calendar-File.
       01  Calendar-Record PIC X(80).

       FD  Transaction-Log-File.
           COPY TRANREC.

       FD  Drop-Report-File.
       01  Drop-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".
       01 Borrower-Master-Status PIC X(2) VALUE "00".
          88 Borrower-Master-OK VALUE "00".
       01 Open-Loan-Status PIC X(2) VALUE "00".
          88 Open-Loan-OK VALUE "00".
       01 Open-Loan-Switch PIC X(1) VALUE "N".
          88 End-Of-Open-Loans VALUE "Y".
       01 Hold-Queue-Status PIC X(2) VALUE "00".
          88 Hold-Queue-OK VALUE "00".
       01 Fine-Ledger-Status PIC X(2) VALUE "00".
          88 Fine-Ledger-OK VALUE "00".
       01 Ill-Request-Status PIC X(2) VALUE "00".
          88 Ill-Request-OK VALUE "00".
       01 Ill-Request-Switch PIC X(1) VALUE "N".
          88 End-Of-Ill-Requests VALUE "Y".
       01 Policy-Status PIC X(2) VALUE "00".
          88 Policy-OK VALUE "00".
       01 Policy-Switch PIC X(1) VALUE "N".
          88 End-Of-Policies VALUE "Y".
       01 Transaction-Log-Status PIC X(2) VALUE "00".
          88 Transaction-Log-OK VALUE "00".
       01 Drop-Input-Switch PIC X(1) VALUE "N".
          88 End-Of-Drop-Input VALUE "Y".
       01 Transfer-File-Status PIC X(2) VALUE "00".
          88 Transfer-File-OK VALUE "00".

       01 Posting-Date PIC 9(8) VALUE 0.
      * The clock is read whole so the log and van transfer stamps
      * are HHMMSS; read straight into a six-digit stamp it would
      * lose the hour.
       01 Log-Clock.
          05 Log-Clock-Time PIC 9(6).
          05 Filler PIC 9(2).
      * The date the transaction takes effect: for a drop return
      * the last open day before the scan, for a kiosk borrow the
      * day it was scanned.  Fines, due dates and the policy in
      * force are all worked from it.
       01 Effective-Date PIC 9(8) VALUE 0.
       01 Exception-Reason PIC X(40) VALUE SPACES.
       01 Posting-Operator-ID PIC X(3) VALUE SPACES.
      * The batch operator stamps carry the branch whose drop or
      * kiosk scanned the record (DRM, DRE, KSM, KSE); each is on
      * OPERMSTR under that branch so the log is read by branch
      * like any desk's.
       01 Drop-Operator-ID.
          05 Filler PIC X(2) VALUE "DR".
          05 Drop-Operator-Branch PIC X(1) VALUE "M".
       01 Kiosk-Operator-ID.
          05 Filler PIC X(2) VALUE "KS".
          05 Kiosk-Operator-Branch PIC X(1) VALUE "M".

       01 Current-Borrower-ID PIC 9(5) VALUE 0.
       01 Current-Borrower-Category PIC X(1) VALUE "S".
          88 Current-Is-Standard VALUE "S".
          88 Current-Is-Staff VALUE "T".
          88 Current-Is-Faculty VALUE "F".
          88 Current-Is-Good-Standing VALUE "M".
          88 Current-Is-Partner VALUE "P".
       01 Borrow-Limit PIC 9(2) VALUE 2.
       01 Open-Loan-Count PIC 9(5) VALUE 0.
       01 Loan-Match-Count PIC 9(5) VALUE 0.
       01 Loan-Match-Borrower-ID PIC 9(5) VALUE 0.
       01 Loan-Due-Date-Held PIC 9(8) VALUE 0.
       01 Computed-Due-Date PIC 9(8) VALUE 0.

       01 Hold-Index PIC 9(2) VALUE 0.
       01 Hold-Match-Index PIC 9(2) VALUE 0.
       01 Hold-Offered-To PIC 9(5) VALUE 0.

      * The branch whose drop or kiosk scanned the record, and
      * the home branch of the copy in hand.
       01 Posting-Branch PIC X(1) VALUE "M".
       01 Posting-Branch-Index PIC 9(1) VALUE 1.
       01 Copy-Home-Branch PIC X(1) VALUE SPACES.
       01 Copy-Home-Index PIC 9(1) VALUE 1.
       01 Branch-Want PIC X(1) VALUE SPACES.
       01 Branch-Index PIC 9(1) VALUE 1.
       01 Branch-Scan-Index PIC 9(1) VALUE 0.
       01 Shelf-Branch-Index PIC 9(1) VALUE 1.
       01 Hold-Copy-Index PIC 9(1) VALUE 1.
       01 Hold-Pickup-Index PIC 9(1) VALUE 1.
       01 Branch-Other-Owned PIC 9(4) VALUE 0.
       01 Branch-Other-Out PIC 9(4) VALUE 0.
       01 Branch-Shelf-Count PIC S9(4) VALUE 0.
       01 Van-From-Branch PIC X(1) VALUE SPACES.
       01 Van-To-Branch PIC X(1) VALUE SPACES.
       01 Van-Copy-Branch PIC X(1) VALUE SPACES.
       01 Van-Reason PIC X(1) VALUE SPACES.
       01 Van-Borrower-ID PIC 9(5) VALUE 0.
       01 Xfer-Written PIC X(1) VALUE "N".
       01 Van-Sent-To PIC X(1) VALUE SPACES.
       01 Van-Sent-Index PIC 9(1) VALUE 1.

           COPY BRANCHES.

      * Temporary catalog entries for borrowed-in ILL items live
      * in the 9000-9999 Book-ID range, as at the desks.
       01 Ill-Book-ID-Floor PIC 9(4) VALUE 9000.
       01 Ill-Found-Request-ID PIC 9(5) VALUE 0.
       01 Ill-Ship-Back-Hold PIC X(1) VALUE "N".
       01 Ill-Flagged-Back PIC X(1) VALUE "N".

       01 Calendar-Status PIC X(2) VALUE "00".
          88 Calendar-OK VALUE "00".
       01 Calendar-Switch PIC X(1) VALUE "N".
          88 End-Of-Calendar VALUE "Y".
       01 Calendar-Index PIC 9(3) VALUE 0.
       01 Closed-Day-Count PIC 9(3) VALUE 0.
       01 Closed-Day-Table OCCURS 400 TIMES.
          05 Closed-Date PIC 9(8).
       01 Check-Date PIC 9(8) VALUE 0.
       01 Date-Is-Closed PIC X(1) VALUE "N".

       01 Loan-Period-Days PIC 9(3) VALUE 14.
       01 Renewal-Limit PIC 9(2) VALUE 2.
       01 Fine-Per-Day-Amount PIC 9(3)V99 VALUE 5.00.
       01 Fine-Cap-Amount PIC 9(5)V99 VALUE 0.
       01 Replacement-Charge PIC 9(5)V99 VALUE 25.00.
       01 Days-Late PIC 9(5) VALUE 0.
       01 Fine-Amount PIC 9(5)V99 VALUE 0.
       01 Fine-Outstanding-Balance PIC 9(7)V99 VALUE 0.
       01 Fine-Account-Referred PIC X(1) VALUE "N".
       01 Fine-Block-Threshold PIC 9(3)V99 VALUE 10.00.
       01 Fine-Print PIC Z(4)9.99 VALUE 0.

      * The standard rules apply only where the POLICY file has
      * no rule for the patron's category or cannot be opened.
       01 Policy-File-Usable PIC X(1) VALUE "N".
       01 Policy-Found PIC X(1) VALUE "N".
       01 Policy-Want-Category PIC X(1) VALUE SPACES.
       01 Policy-Want-Class PIC X(20) VALUE SPACES.
       01 Policy-Hit-Date PIC 9(8) VALUE 0.
       01 Standard-Loan-Period-Days PIC 9(3) VALUE 14.
       01 Standard-Renewal-Limit PIC 9(2) VALUE 2.
       01 Standard-Fine-Per-Day PIC 9(3)V99 VALUE 5.00.
       01 Standard-Replacement-Charge PIC 9(5)V99 VALUE 25.00.

       01 Records-Read-Count PIC 9(5) VALUE 0.
       01 Returns-Posted-Count PIC 9(5) VALUE 0.
       01 Borrows-Posted-Count PIC 9(5) VALUE 0.
       01 Holds-Offered-Count PIC 9(5) VALUE 0.
       01 Transfers-Raised-Count PIC 9(5) VALUE 0.
       01 Fines-Posted-Amount PIC 9(7)V99 VALUE 0.
       01 Fines-Total-Print PIC Z(6)9.99 VALUE 0.
       01 Exception-Count PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       Post-Drop-And-Kiosk.
          ACCEPT Posting-Date FROM DATE YYYYMMDD
          PERFORM Load-Library-Calendar
          PERFORM Open-Drop-Files
          PERFORM Print-Drop-Header
          PERFORM Read-Drop-Input
          PERFORM Post-One-Drop-Record UNTIL End-Of-Drop-Input
          PERFORM Print-Drop-Totals
          PERFORM Close-Drop-Files
          DISPLAY "DROPPOST: " Returns-Posted-Count " return(s), "
              Borrows-Posted-Count " borrow(s) posted, "
              Exception-Count " exception(s)"
          IF Exception-Count > 0
              MOVE 4 TO RETURN-CODE
          END-IF
          STOP RUN.

       Open-Drop-Files.
          OPEN INPUT Drop-Input-File
          OPEN I-O Book-Master-File
          OPEN INPUT Borrower-Master-File
          OPEN I-O Open-Loan-File
          OPEN I-O Hold-Queue-File
          OPEN I-O Fine-Ledger-File
          OPEN I-O Ill-Request-File
          OPEN I-O Transfer-File
          OPEN EXTEND Transaction-Log-File
          OPEN OUTPUT Drop-Report-File.
          IF NOT Book-Master-OK
              OR NOT Borrower-Master-OK
              OR NOT Open-Loan-OK
              OR NOT Fine-Ledger-OK
              OR NOT Transfer-File-OK
              DISPLAY "DROPPOST: masters could not be opened,"
                  " BOOKMSTR " Book-Master-Status
                  " BORRMSTR " Borrower-Master-Status
                  " OPENLOAN " Open-Loan-Status
                  " FINELDGR " Fine-Ledger-Status
                  " XFERFILE " Transfer-File-Status
              PERFORM Close-Drop-Files
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          OPEN INPUT Policy-File
          IF Policy-OK
              MOVE "Y" TO Policy-File-Usable
          ELSE
              DISPLAY "DROPPOST: policy file unavailable, status "
                  Policy-Status " - standard rules apply"
          END-IF.

       Close-Drop-Files.
          CLOSE Drop-Input-File
          CLOSE Book-Master-File
          CLOSE Borrower-Master-File
          CLOSE Open-Loan-File
          CLOSE Hold-Queue-File
          CLOSE Fine-Ledger-File
          CLOSE Ill-Request-File
          CLOSE Transfer-File
          CLOSE Transaction-Log-File
          CLOSE Drop-Report-File
          IF Policy-File-Usable = "Y"
              CLOSE Policy-File
          END-IF.

       Read-Drop-Input.
          READ Drop-Input-File
              AT END
                  MOVE "Y" TO Drop-Input-Switch
          END-READ.

       Post-One-Drop-Record.
          ADD 1 TO Records-Read-Count
          MOVE SPACES TO Exception-Reason
          MOVE SPACE TO Van-Sent-To
          MOVE Drop-Branch TO Branch-Want
          PERFORM Find-Branch-Index
          MOVE Branch-Index TO Posting-Branch-Index
          MOVE Branch-Code(Branch-Index) TO Posting-Branch
          MOVE Posting-Branch TO Drop-Operator-Branch
          MOVE Posting-Branch TO Kiosk-Operator-Branch
          PERFORM Edit-Drop-Record
          IF Exception-Reason = SPACES
              IF Drop-Is-Return
                  PERFORM Post-Drop-Return
              ELSE
                  PERFORM Post-Kiosk-Borrow
              END-IF
          END-IF
          IF Exception-Reason NOT = SPACES
              PERFORM Print-Exception-Line
          END-IF
          PERFORM Read-Drop-Input.

       Edit-Drop-Record.
          EVALUATE TRUE
              WHEN NOT Drop-Is-Return AND NOT Drop-Is-Borrow
                  MOVE "UNKNOWN RECORD TYPE" TO Exception-Reason
              WHEN Drop-Book-ID NOT NUMERIC
                  OR Drop-Book-ID = 0
                  MOVE "UNKNOWN COPY - BOOK ID NOT READ"
                      TO Exception-Reason
              WHEN Drop-Borrower-ID NOT NUMERIC
                  MOVE "BORROWER ID NOT NUMERIC" TO Exception-Reason
              WHEN Drop-Is-Borrow AND Drop-Borrower-ID = 0
                  MOVE "NO BORROWER ON KIOSK RECORD"
                      TO Exception-Reason
              WHEN Drop-Scan-Date NOT NUMERIC
                  OR Drop-Scan-Date < 19000101
                  OR Drop-Scan-Date > Posting-Date
                  MOVE "SCAN DATE MISSING OR INVALID"
                      TO Exception-Reason
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      * A return is posted as though the patron had handed the
      * book in at the desk on the last day it was open.
       Post-Drop-Return.
          MOVE Drop-Operator-ID TO Posting-Operator-ID
          PERFORM Find-Last-Open-Day
          MOVE Drop-Book-ID TO Book-ID
          READ Book-Master-File
              INVALID KEY
                  MOVE "UNKNOWN COPY - NOT ON CATALOG"
                      TO Exception-Reason
          END-READ.
          IF Exception-Reason = SPACES
              PERFORM Find-Drop-Open-Loan
          END-IF
          IF Exception-Reason = SPACES
              PERFORM Apply-Drop-Return
          END-IF.

      * The drop record names the borrower only when the item
      * carried a slip; otherwise the title must be out to just
      * one borrower for the loan to be identified.
       Find-Drop-Open-Loan.
          IF Drop-Borrower-ID > 0
              MOVE Drop-Borrower-ID TO Loan-Borrower-ID
              MOVE Drop-Book-ID TO Loan-Book-ID
              READ Open-Loan-File
                  INVALID KEY
                      MOVE "NO OPEN LOAN FOR THIS BORROWER"
                          TO Exception-Reason
              END-READ
          ELSE
              MOVE 0 TO Loan-Match-Count
              MOVE 0 TO Loan-Match-Borrower-ID
              MOVE "N" TO Open-Loan-Switch
              MOVE LOW-VALUES TO Loan-Key
              START Open-Loan-File KEY IS NOT LESS THAN Loan-Key
                  INVALID KEY
                      MOVE "Y" TO Open-Loan-Switch
              END-START
              PERFORM Scan-One-Open-Loan UNTIL End-Of-Open-Loans
              EVALUATE TRUE
                  WHEN Loan-Match-Count = 0
                      MOVE "NO OPEN LOAN" TO Exception-Reason
                  WHEN Loan-Match-Count > 1
                      MOVE "OUT TO SEVERAL BORROWERS - IDENTIFY"
                          TO Exception-Reason
                  WHEN OTHER
                      MOVE Loan-Match-Borrower-ID TO Loan-Borrower-ID
                      MOVE Drop-Book-ID TO Loan-Book-ID
                      READ Open-Loan-File
                          INVALID KEY
                              MOVE "NO OPEN LOAN" TO Exception-Reason
                      END-READ
              END-EVALUATE
          END-IF.

       Scan-One-Open-Loan.
          READ Open-Loan-File NEXT RECORD
              AT END
                  MOVE "Y" TO Open-Loan-Switch
          END-READ.
          IF NOT End-Of-Open-Loans
              AND Loan-Book-ID = Drop-Book-ID
              ADD 1 TO Loan-Match-Count
              MOVE Loan-Borrower-ID TO Loan-Match-Borrower-ID
          END-IF.

       Apply-Drop-Return.
          MOVE Loan-Borrower-ID TO Current-Borrower-ID
          MOVE Loan-Due-Date TO Loan-Due-Date-Held
          MOVE "S" TO Current-Borrower-Category
          MOVE Current-Borrower-ID TO Borrower-ID
          READ Borrower-Master-File
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE Borrower-Category TO Current-Borrower-Category
          END-READ.
          PERFORM Load-Circulation-Policy
          PERFORM Calculate-Overdue-Fine
          MOVE "R" TO Txn-Action
          MOVE Loan-Due-Date-Held TO Txn-Due-Date
          MOVE Fine-Amount TO Txn-Fine-Amount
          PERFORM Log-Drop-Transaction
          MOVE Loan-Home-Branch TO Copy-Home-Branch
          IF Copy-Home-Branch = SPACE
              MOVE Posting-Branch TO Copy-Home-Branch
          END-IF
          DELETE Open-Loan-File
              INVALID KEY
                  DISPLAY "DROPPOST: open-loan entry vanished for "
                      Current-Borrower-ID " " Book-ID
          END-DELETE.
          PERFORM Flag-Ill-Return
          IF Fine-Amount > 0
              PERFORM Post-Fine-To-Ledger
              ADD Fine-Amount TO Fines-Posted-Amount
          END-IF
          IF Book-Copies-Out > 0
              SUBTRACT 1 FROM Book-Copies-Out
          END-IF
          PERFORM Route-Returned-Copy
          REWRITE Book-Master-Record.
          IF NOT Book-Master-OK
              DISPLAY "DROPPOST: catalog rewrite failed for " Book-ID
                  ", status " Book-Master-Status
              MOVE "00" TO Book-Master-Status
          END-IF
          ADD 1 TO Returns-Posted-Count
          PERFORM Print-Return-Line.

      * The kiosk has already let the patron walk out with the
      * book, so a refused borrow is listed for the desk to
      * chase rather than silently dropped.
       Post-Kiosk-Borrow.
          MOVE Kiosk-Operator-ID TO Posting-Operator-ID
          MOVE Drop-Scan-Date TO Effective-Date
          MOVE Drop-Borrower-ID TO Current-Borrower-ID
          MOVE Drop-Borrower-ID TO Borrower-ID
          READ Borrower-Master-File
              INVALID KEY
                  MOVE "BORROWER NOT ON ROSTER" TO Exception-Reason
              NOT INVALID KEY
                  IF Borrower-Is-Inactive
                      MOVE "BORROWER ID RETIRED" TO Exception-Reason
                  ELSE
                      MOVE Borrower-Category
                          TO Current-Borrower-Category
                  END-IF
          END-READ.
          IF Exception-Reason = SPACES
              MOVE Drop-Book-ID TO Book-ID
              READ Book-Master-File
                  INVALID KEY
                      MOVE "UNKNOWN COPY - NOT ON CATALOG"
                          TO Exception-Reason
              END-READ
          END-IF
          IF Exception-Reason = SPACES
              PERFORM Check-Ill-Ship-Back
              IF Ill-Ship-Back-Hold = "Y"
                  MOVE "ILL ITEM AWAITING SHIP-BACK"
                      TO Exception-Reason
              END-IF
          END-IF
          IF Exception-Reason = SPACES
              PERFORM Check-Kiosk-Borrow-Rules
          END-IF
          IF Exception-Reason = SPACES
              PERFORM Apply-Kiosk-Borrow
          END-IF.

       Check-Kiosk-Borrow-Rules.
          PERFORM Check-Kiosk-Copy.
          IF Exception-Reason = SPACES
              MOVE Current-Borrower-ID TO Loan-Borrower-ID
              MOVE Book-ID TO Loan-Book-ID
              READ Open-Loan-File
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "TITLE ALREADY ON LOAN TO BORROWER"
                          TO Exception-Reason
              END-READ
          END-IF.
          IF Exception-Reason = SPACES
              PERFORM Determine-Borrow-Limit
              PERFORM Count-Open-Loans
              IF Open-Loan-Count >= Borrow-Limit
                  MOVE "OVER THE BORROW LIMIT" TO Exception-Reason
              END-IF
          END-IF.
          IF Exception-Reason = SPACES
              PERFORM Compute-Fine-Balance
              IF Fine-Account-Referred = "Y"
                  MOVE "DELINQUENT - ACCOUNT WITH THE AGENCY"
                      TO Exception-Reason
              ELSE
                  IF Fine-Outstanding-Balance >= Fine-Block-Threshold
                      MOVE "DELINQUENT - FINES OVER BLOCK LIMIT"
                          TO Exception-Reason
                  END-IF
              END-IF
          END-IF.

      * An offer outstanding to another patron holds the title
      * back at every branch; the patron it is offered to may take
      * it only once it is on this branch's hold shelf.  Otherwise
      * a copy must be on this branch's own shelf.  Borrowed-in
      * ILL items are lent from their single copy as before.
       Check-Kiosk-Copy.
          EVALUATE TRUE
              WHEN Book-Copies-Out >= Book-Total-Copies
                  OR (Book-Reserved-For NOT = 0
                      AND Book-Reserved-For NOT = Current-Borrower-ID)
                  MOVE "NO COPY FREE - ALL OUT OR ON HOLD SHELF"
                      TO Exception-Reason
              WHEN Book-ID >= Ill-Book-ID-Floor
                  CONTINUE
              WHEN Book-Reserved-For = Current-Borrower-ID
                  MOVE Book-Hold-Pickup-Branch TO Branch-Want
                  PERFORM Find-Branch-Index
                  IF Book-Hold-In-Transit
                      OR Branch-Index NOT = Posting-Branch-Index
                      MOVE "HOLD COPY NOT AT THIS BRANCH"
                          TO Exception-Reason
                  END-IF
              WHEN OTHER
                  PERFORM Settle-Branch-Stock
                  MOVE Posting-Branch-Index TO Shelf-Branch-Index
                  PERFORM Compute-Branch-Shelf
                  IF Branch-Shelf-Count < 1
                      MOVE "NO COPY ON THIS BRANCH'S SHELF"
                          TO Exception-Reason
                  END-IF
          END-EVALUATE.

       Apply-Kiosk-Borrow.
          ADD 1 TO Book-Copies-Out
          PERFORM Lend-Branch-Copy
          IF Book-Reserved-For = Current-Borrower-ID
              MOVE 0 TO Book-Reserved-For
              MOVE 0 TO Book-Reserved-Date
              MOVE SPACES TO Book-Hold-Pickup-Branch
              MOVE SPACES TO Book-Hold-Copy-Branch
              MOVE SPACES TO Book-Hold-Transit
          END-IF
          REWRITE Book-Master-Record.
          IF NOT Book-Master-OK
              DISPLAY "DROPPOST: catalog rewrite failed for " Book-ID
                  ", status " Book-Master-Status
              MOVE "00" TO Book-Master-Status
          END-IF
          PERFORM Load-Circulation-Policy
          PERFORM Compute-Due-Date
          PERFORM Apply-Ill-Due-Date
          MOVE "B" TO Txn-Action
          MOVE Computed-Due-Date TO Txn-Due-Date
          MOVE 0 TO Txn-Fine-Amount
          PERFORM Log-Drop-Transaction
          PERFORM Post-Open-Loan
          ADD 1 TO Borrows-Posted-Count
          PERFORM Print-Borrow-Line.

       Post-Open-Loan.
          MOVE Current-Borrower-ID TO Loan-Borrower-ID
          MOVE Book-ID TO Loan-Book-ID
          MOVE Book-Title TO Loan-Book-Title
          MOVE Computed-Due-Date TO Loan-Due-Date
          MOVE 0 TO Loan-Renewals
          MOVE Effective-Date TO Loan-Borrow-Date
          MOVE Posting-Branch TO Loan-Branch
          MOVE Copy-Home-Branch TO Loan-Home-Branch
          WRITE Open-Loan-Record
              INVALID KEY
                  REWRITE Open-Loan-Record
          END-WRITE.
          IF NOT Open-Loan-OK
              DISPLAY "DROPPOST: open-loan master update failed for "
                  Current-Borrower-ID " " Book-ID
              MOVE "00" TO Open-Loan-Status
          END-IF.

       Count-Open-Loans.
          MOVE 0 TO Open-Loan-Count
          MOVE "N" TO Open-Loan-Switch
          MOVE Current-Borrower-ID TO Loan-Borrower-ID
          MOVE 0 TO Loan-Book-ID
          START Open-Loan-File KEY IS NOT LESS THAN Loan-Key
              INVALID KEY
                  MOVE "Y" TO Open-Loan-Switch
          END-START.
          PERFORM Count-One-Open-Loan UNTIL End-Of-Open-Loans.

       Count-One-Open-Loan.
          READ Open-Loan-File NEXT RECORD
              AT END
                  MOVE "Y" TO Open-Loan-Switch
          END-READ.
          IF NOT End-Of-Open-Loans
              IF Loan-Borrower-ID = Current-Borrower-ID
                  ADD 1 TO Open-Loan-Count
              ELSE
                  MOVE "Y" TO Open-Loan-Switch
              END-IF
          END-IF.

      * Returns appear on the log the morning they are posted so
      * the night's reports pick them up, but carry the due date
      * and the fine worked out as of the back-dated return.
       Log-Drop-Transaction.
          MOVE Posting-Date TO Txn-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Txn-Time
          MOVE Current-Borrower-ID TO Txn-Borrower-ID
          MOVE Book-ID TO Txn-Book-ID
          MOVE Book-Title TO Txn-Book-Title
          MOVE Posting-Operator-ID TO Txn-Operator-ID
          MOVE SPACE TO Txn-Pay-Method
          WRITE Transaction-Record.
          IF NOT Transaction-Log-OK
              DISPLAY "DROPPOST: audit log write failed for "
                  Current-Borrower-ID " " Book-ID
          END-IF.

      * The drop is emptied before opening, so everything in it
      * went in after the close of the last open day: the day
      * before the scan, stepped back past any closed days.
       Find-Last-Open-Day.
          COMPUTE Check-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(Drop-Scan-Date) - 1)
          PERFORM Check-Closed-Day
          PERFORM Step-Back-Past-Closed-Day UNTIL Date-Is-Closed = "N"
          MOVE Check-Date TO Effective-Date.

       Step-Back-Past-Closed-Day.
          COMPUTE Check-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(Check-Date) - 1)
          PERFORM Check-Closed-Day.

      * The flat loan period lands first; the due date then rolls
      * forward off any closed day so a loan never falls due when
      * the building is locked.
       Compute-Due-Date.
          COMPUTE Computed-Due-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(Effective-Date)
                  + Loan-Period-Days).
          MOVE Computed-Due-Date TO Check-Date
          PERFORM Check-Closed-Day
          PERFORM Roll-Past-Closed-Day UNTIL Date-Is-Closed = "N"
          MOVE Check-Date TO Computed-Due-Date.

       Roll-Past-Closed-Day.
          COMPUTE Check-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(Check-Date) + 1)
          PERFORM Check-Closed-Day.

       Check-Closed-Day.
          MOVE "N" TO Date-Is-Closed
          PERFORM VARYING Calendar-Index FROM 1 BY 1
              UNTIL Calendar-Index > Closed-Day-Count
                  OR Date-Is-Closed = "Y"
                  IF Closed-Date(Calendar-Index) = Check-Date
                      MOVE "Y" TO Date-Is-Closed
                  END-IF
          END-PERFORM.

       Load-Library-Calendar.
          MOVE 0 TO Closed-Day-Count
          MOVE "N" TO Calendar-Switch
          OPEN INPUT Calendar-File.
          IF NOT Calendar-OK
              DISPLAY "DROPPOST: library calendar unavailable -"
                  " drop returns dated the day before the scan"
          ELSE
              PERFORM Load-One-Closed-Day UNTIL End-Of-Calendar
              CLOSE Calendar-File
          END-IF.

       Load-One-Closed-Day.
          READ Calendar-File
              AT END
                  MOVE "Y" TO Calendar-Switch
          END-READ.
          IF NOT End-Of-Calendar
              AND Calendar-Record(1:8) IS NUMERIC
              IF Closed-Day-Count < 400
                  ADD 1 TO Closed-Day-Count
                  MOVE Calendar-Record(1:8)
                      TO Closed-Date(Closed-Day-Count)
              ELSE
                  DISPLAY "DROPPOST: library calendar truncated"
                      " at 400 closed days"
                  MOVE "Y" TO Calendar-Switch
              END-IF
          END-IF.

      * Only days the library was open count as late days, and
      * the policy's fine cap, when it has one, limits what a
      * single late loan can be charged.
       Calculate-Overdue-Fine.
          MOVE 0 TO Days-Late
          MOVE 0 TO Fine-Amount
          IF Effective-Date > Loan-Due-Date-Held
              MOVE Loan-Due-Date-Held TO Check-Date
              PERFORM Count-One-Late-Day
                  UNTIL Check-Date >= Effective-Date
              COMPUTE Fine-Amount = Days-Late * Fine-Per-Day-Amount
              IF Fine-Cap-Amount > 0
                  AND Fine-Amount > Fine-Cap-Amount
                  MOVE Fine-Cap-Amount TO Fine-Amount
              END-IF
          END-IF.

       Count-One-Late-Day.
          COMPUTE Check-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(Check-Date) + 1)
          PERFORM Check-Closed-Day
          IF Date-Is-Closed = "N"
              ADD 1 TO Days-Late
          END-IF.

       Post-Fine-To-Ledger.
          MOVE Current-Borrower-ID TO Fine-Borrower-ID
          READ Fine-Ledger-File
              INVALID KEY
                  MOVE Current-Borrower-ID TO Fine-Borrower-ID
                  MOVE Fine-Amount TO Fine-Assessed-Total
                  MOVE 0 TO Fine-Paid-Total
                  MOVE 0 TO Fine-Waived-Total
                  MOVE Posting-Date TO Fine-Last-Activity
                  MOVE SPACE TO Fine-Referral-Status
                  MOVE 0 TO Fine-Referral-Date
                  WRITE Fine-Ledger-Record
              NOT INVALID KEY
                  ADD Fine-Amount TO Fine-Assessed-Total
                  MOVE Posting-Date TO Fine-Last-Activity
                  REWRITE Fine-Ledger-Record
          END-READ.
          IF NOT Fine-Ledger-OK
              DISPLAY "DROPPOST: fine ledger update failed for "
                  Current-Borrower-ID
              MOVE "00" TO Fine-Ledger-Status
          END-IF.

       Compute-Fine-Balance.
          MOVE 0 TO Fine-Outstanding-Balance
          MOVE "N" TO Fine-Account-Referred
          MOVE Current-Borrower-ID TO Fine-Borrower-ID
          READ Fine-Ledger-File
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  COMPUTE Fine-Outstanding-Balance =
                      Fine-Assessed-Total - Fine-Paid-Total
                          - Fine-Waived-Total
                  IF Fine-In-Collections
                      MOVE "Y" TO Fine-Account-Referred
                  END-IF
          END-READ.

      * The loan is charged to the copy's home branch: the hold
      * copy's own branch when the patron collects a reserved
      * copy, otherwise the kiosk's branch.
       Lend-Branch-Copy.
          MOVE Posting-Branch TO Copy-Home-Branch
          IF Book-Reserved-For = Current-Borrower-ID
              MOVE Book-Hold-Copy-Branch TO Branch-Want
              PERFORM Find-Branch-Index
              MOVE Branch-Code(Branch-Index) TO Copy-Home-Branch
          END-IF
          IF Book-ID < Ill-Book-ID-Floor
              PERFORM Settle-Branch-Stock
              MOVE Copy-Home-Branch TO Branch-Want
              PERFORM Find-Branch-Index
              ADD 1 TO Book-Branch-Out(Branch-Index)
              PERFORM Settle-Branch-Stock
          END-IF.

      * A returned copy comes off its home branch's loans, then
      * goes to the next waiting hold if there is one; failing
      * that, a copy dropped away from its home branch is sent
      * home on the van.
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
          MOVE 0 TO Hold-Offered-To
          PERFORM Notify-Next-Hold
          IF Hold-Offered-To = 0
              AND Book-ID < Ill-Book-ID-Floor
              AND Copy-Home-Branch NOT = Posting-Branch
              ADD 1 TO Book-Branch-Transit(Copy-Home-Index)
              MOVE Posting-Branch TO Van-From-Branch
              MOVE Copy-Home-Branch TO Van-To-Branch
              MOVE Copy-Home-Branch TO Van-Copy-Branch
              MOVE "R" TO Van-Reason
              MOVE 0 TO Van-Borrower-ID
              PERFORM Raise-Van-Transfer
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

      * Copies on the shelf at branch Shelf-Branch-Index: its own
      * copies not on loan and not on the van, with a hold copy
      * that has arrived at another branch counted where it sits.
       Compute-Branch-Shelf.
          COMPUTE Branch-Shelf-Count =
              Book-Branch-Owned(Shelf-Branch-Index)
              - Book-Branch-Out(Shelf-Branch-Index)
              - Book-Branch-Transit(Shelf-Branch-Index)
          IF Book-Reserved-For NOT = 0
              AND NOT Book-Hold-In-Transit
              AND Book-ID < Ill-Book-ID-Floor
              MOVE Book-Hold-Copy-Branch TO Branch-Want
              PERFORM Find-Branch-Index
              MOVE Branch-Index TO Hold-Copy-Index
              MOVE Book-Hold-Pickup-Branch TO Branch-Want
              PERFORM Find-Branch-Index
              MOVE Branch-Index TO Hold-Pickup-Index
              IF Hold-Copy-Index NOT = Hold-Pickup-Index
                  IF Shelf-Branch-Index = Hold-Copy-Index
                      SUBTRACT 1 FROM Branch-Shelf-Count
                  END-IF
                  IF Shelf-Branch-Index = Hold-Pickup-Index
                      ADD 1 TO Branch-Shelf-Count
                  END-IF
              END-IF
          END-IF.

      * The desks write to the same transfer cluster; two copies
      * of one title raised in the same second take the next
      * Xfer-Seq.
       Raise-Van-Transfer.
          MOVE Book-ID TO Xfer-Book-ID
          MOVE Posting-Date TO Xfer-Raised-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Xfer-Raised-Time
          MOVE 0 TO Xfer-Seq
          MOVE Book-Title TO Xfer-Book-Title
          MOVE Van-From-Branch TO Xfer-From-Branch
          MOVE Van-To-Branch TO Xfer-To-Branch
          MOVE Van-Copy-Branch TO Xfer-Copy-Branch
          MOVE Van-Reason TO Xfer-Reason
          MOVE Van-Borrower-ID TO Xfer-Borrower-ID
          MOVE "W" TO Xfer-Status
          MOVE 0 TO Xfer-Manifest-Date
          MOVE Posting-Operator-ID TO Xfer-Raised-By
          MOVE "N" TO Xfer-Written
          PERFORM Write-Van-Transfer
              UNTIL Xfer-Written NOT = "N"
                  OR Xfer-Seq >= 99.
          MOVE Van-To-Branch TO Van-Sent-To
          MOVE Van-To-Branch TO Branch-Want
          PERFORM Find-Branch-Index
          MOVE Branch-Index TO Van-Sent-Index
          IF Xfer-Written = "Y"
              ADD 1 TO Transfers-Raised-Count
          ELSE
              DISPLAY "DROPPOST: transfer write failed for " Book-ID
                  ", status " Transfer-File-Status
              MOVE "00" TO Transfer-File-Status
          END-IF.

       Write-Van-Transfer.
          WRITE Transfer-Record
              INVALID KEY
                  ADD 1 TO Xfer-Seq
              NOT INVALID KEY
                  MOVE "Y" TO Xfer-Written
          END-WRITE.
          IF Xfer-Written = "N"
              AND Transfer-File-Status NOT = "22"
              MOVE "F" TO Xfer-Written
          END-IF.

      * The returned copy goes to the front of the hold queue as
      * the desk would send it; the offer dates from this morning
      * so HOLDEXP's pickup window starts when the copy reaches
      * the hold shelf.  A waiter at another branch has the copy
      * sent over on the van; it stays in transit until XFERMAN
      * books it in there.
       Notify-Next-Hold.
          IF Book-Reserved-For = 0
              MOVE Book-ID TO Hold-Book-ID
              READ Hold-Queue-File
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF Hold-Count > 0
                          MOVE Hold-Borrower-ID(1) TO Book-Reserved-For
                          MOVE Posting-Date TO Book-Reserved-Date
                          MOVE Hold-Borrower-ID(1) TO Hold-Offered-To
                          ADD 1 TO Holds-Offered-Count
                          MOVE Hold-Pickup-Branch(1) TO Branch-Want
                          PERFORM Offer-Copy-At-Pickup
                          MOVE 1 TO Hold-Match-Index
                          PERFORM Remove-Hold-Entry
                          IF Hold-Count = 0
                              DELETE Hold-Queue-File
                          ELSE
                              REWRITE Hold-Queue-Record
                          END-IF
                      END-IF
              END-READ
          END-IF.

       Offer-Copy-At-Pickup.
          PERFORM Find-Branch-Index
          MOVE Branch-Code(Branch-Index) TO Book-Hold-Pickup-Branch
          MOVE Copy-Home-Branch TO Book-Hold-Copy-Branch
          MOVE SPACES TO Book-Hold-Transit
          IF Book-Hold-Pickup-Branch NOT = Posting-Branch
              MOVE "T" TO Book-Hold-Transit
              ADD 1 TO Book-Branch-Transit(Copy-Home-Index)
              MOVE Posting-Branch TO Van-From-Branch
              MOVE Book-Hold-Pickup-Branch TO Van-To-Branch
              MOVE Copy-Home-Branch TO Van-Copy-Branch
              MOVE "H" TO Van-Reason
              MOVE Book-Reserved-For TO Van-Borrower-ID
              PERFORM Raise-Van-Transfer
          END-IF.

       Remove-Hold-Entry.
          PERFORM VARYING Hold-Index FROM Hold-Match-Index BY 1
              UNTIL Hold-Index >= Hold-Count
                  MOVE Hold-Borrower-ID(Hold-Index + 1)
                      TO Hold-Borrower-ID(Hold-Index)
                  MOVE Hold-Pickup-Branch(Hold-Index + 1)
                      TO Hold-Pickup-Branch(Hold-Index)
          END-PERFORM.
          SUBTRACT 1 FROM Hold-Count.

       Determine-Borrow-Limit.
          EVALUATE TRUE
              WHEN Current-Is-Partner
                  MOVE 9 TO Borrow-Limit
              WHEN Current-Is-Faculty
                  MOVE 8 TO Borrow-Limit
              WHEN Current-Is-Staff
                  MOVE 5 TO Borrow-Limit
              WHEN Current-Is-Good-Standing
                  MOVE 5 TO Borrow-Limit
              WHEN OTHER
                  MOVE 2 TO Borrow-Limit
          END-EVALUATE.
          IF Policy-File-Usable = "Y"
              MOVE Current-Borrower-Category TO Policy-Want-Category
              MOVE SPACES TO Policy-Want-Class
              PERFORM Find-Policy-In-Effect
              IF Policy-Found = "Y"
                  AND Policy-Borrow-Limit > 0
                  MOVE Policy-Borrow-Limit TO Borrow-Limit
                  IF Borrow-Limit > 12
                      MOVE 12 TO Borrow-Limit
                  END-IF
              END-IF
          END-IF.

      * The rule in force for the loan in hand: the category's
      * default record, overridden by a record for the title's
      * genre when one is on file.  The catalog record must
      * already be read.
       Load-Circulation-Policy.
          MOVE Standard-Loan-Period-Days TO Loan-Period-Days
          MOVE Standard-Renewal-Limit TO Renewal-Limit
          MOVE Standard-Fine-Per-Day TO Fine-Per-Day-Amount
          MOVE 0 TO Fine-Cap-Amount
          MOVE Standard-Replacement-Charge TO Replacement-Charge
          IF Policy-File-Usable = "Y"
              MOVE Current-Borrower-Category TO Policy-Want-Category
              MOVE SPACES TO Policy-Want-Class
              PERFORM Find-Policy-In-Effect
              IF Policy-Found = "Y"
                  PERFORM Apply-Policy-Rule
              END-IF
              IF Book-Genre NOT = SPACES
                  MOVE Book-Genre TO Policy-Want-Class
                  PERFORM Find-Policy-In-Effect
                  IF Policy-Found = "Y"
                      PERFORM Apply-Policy-Rule
                  END-IF
              END-IF
          END-IF.

       Apply-Policy-Rule.
          MOVE Policy-Loan-Days TO Loan-Period-Days
          MOVE Policy-Max-Renewals TO Renewal-Limit
          MOVE Policy-Daily-Fine TO Fine-Per-Day-Amount
          MOVE Policy-Fine-Cap TO Fine-Cap-Amount
          MOVE Policy-Replacement-Charge TO Replacement-Charge.

      * The records for one category and class sit together in
      * effective-date order, so the last one dated on or before
      * the effective date is the one in force; it is then
      * re-read by its full key so its fields are in the record
      * area.
       Find-Policy-In-Effect.
          MOVE "N" TO Policy-Found
          MOVE "N" TO Policy-Switch
          MOVE Policy-Want-Category TO Policy-Category
          MOVE Policy-Want-Class TO Policy-Item-Class
          MOVE 0 TO Policy-Effective-Date
          START Policy-File KEY IS NOT LESS THAN Policy-Key
              INVALID KEY
                  MOVE "Y" TO Policy-Switch
          END-START.
          PERFORM Scan-One-Policy UNTIL End-Of-Policies.
          IF Policy-Found = "Y"
              MOVE Policy-Want-Category TO Policy-Category
              MOVE Policy-Want-Class TO Policy-Item-Class
              MOVE Policy-Hit-Date TO Policy-Effective-Date
              READ Policy-File
                  INVALID KEY
                      MOVE "N" TO Policy-Found
              END-READ
          END-IF.

       Scan-One-Policy.
          READ Policy-File NEXT RECORD
              AT END
                  MOVE "Y" TO Policy-Switch
          END-READ.
          IF NOT End-Of-Policies
              IF Policy-Category = Policy-Want-Category
                  AND Policy-Item-Class = Policy-Want-Class
                  AND Policy-Effective-Date <= Effective-Date
                  MOVE "Y" TO Policy-Found
                  MOVE Policy-Effective-Date TO Policy-Hit-Date
              ELSE
                  MOVE "Y" TO Policy-Switch
              END-IF
          END-IF.

       Check-Ill-Ship-Back.
          MOVE "N" TO Ill-Ship-Back-Hold
          IF Book-ID >= Ill-Book-ID-Floor
              PERFORM Find-Ill-By-Temp-Book
              IF Ill-Found-Request-ID > 0
                  AND Ill-Is-Back
                  MOVE "Y" TO Ill-Ship-Back-Hold
              END-IF
          END-IF.

       Apply-Ill-Due-Date.
          IF Book-ID >= Ill-Book-ID-Floor
              PERFORM Find-Ill-By-Temp-Book
              IF Ill-Found-Request-ID > 0
                  AND Ill-Is-In
                  AND Ill-Lender-Due-Date > 0
                  AND Ill-Lender-Due-Date < Computed-Due-Date
                  MOVE Ill-Lender-Due-Date TO Computed-Due-Date
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
              AND Ill-Temp-Book-ID = Book-ID
              MOVE Ill-Request-ID TO Ill-Found-Request-ID
              MOVE "Y" TO Ill-Request-Switch
          END-IF.

      * The returned item belongs to the lender: the request
      * flips to B so the next ILLBATCH run prints it on the
      * ship-back list and retires the temporary entry.
       Flag-Ill-Return.
          MOVE "N" TO Ill-Flagged-Back
          IF Book-ID >= Ill-Book-ID-Floor
              PERFORM Find-Ill-By-Temp-Book
              IF Ill-Found-Request-ID > 0
                  AND Ill-Is-In
                  MOVE "B" TO Ill-Status
                  REWRITE Ill-Request-Record
                  MOVE "Y" TO Ill-Flagged-Back
              END-IF
          END-IF.

       Print-Return-Line.
          MOVE Fine-Amount TO Fine-Print
          MOVE SPACES TO Drop-Report-Line
          STRING "RETURN   " Book-ID " " Book-Title
              " BORR " Current-Borrower-ID
              " DUE " Loan-Due-Date-Held
              " AS OF " Effective-Date
              " LATE " Days-Late
              " FINE " Fine-Print
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.
          IF Hold-Offered-To > 0
              MOVE SPACES TO Drop-Report-Line
              STRING "         TO THE HOLD SHELF FOR BORROWER "
                  Hold-Offered-To
                  DELIMITED BY SIZE INTO Drop-Report-Line
              WRITE Drop-Report-Line
          END-IF.
          IF Van-Sent-To NOT = SPACE
              MOVE SPACES TO Drop-Report-Line
              STRING "         TRANSFER SHELF - VAN TO "
                  Branch-Name(Van-Sent-Index)
                  DELIMITED BY SIZE INTO Drop-Report-Line
              WRITE Drop-Report-Line
          END-IF.
          IF Ill-Flagged-Back = "Y"
              MOVE SPACES TO Drop-Report-Line
              STRING "         ILL ITEM - ROUTE TO THE ILL DESK FOR"
                  " RETURN TO " Ill-Partner-Name
                  DELIMITED BY SIZE INTO Drop-Report-Line
              WRITE Drop-Report-Line
          END-IF.

       Print-Borrow-Line.
          MOVE SPACES TO Drop-Report-Line
          STRING "BORROW   " Book-ID " " Book-Title
              " BORR " Current-Borrower-ID
              " ON " Effective-Date
              " DUE " Computed-Due-Date
              " STATION " Drop-Station-ID
              " " Branch-Name(Posting-Branch-Index)
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.

       Print-Exception-Line.
          ADD 1 TO Exception-Count
          MOVE SPACES TO Drop-Report-Line
          STRING "EXCEPT   " Drop-Type
              " BOOK " Drop-Input-Record(2:4)
              " BORR " Drop-Input-Record(6:5)
              " SCANNED " Drop-Input-Record(11:8)
              " " Drop-Input-Record(19:6)
              " STATION " Drop-Input-Record(25:8)
              " BRANCH " Drop-Input-Record(33:1)
              " - " Exception-Reason
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.

       Print-Drop-Header.
          MOVE SPACES TO Drop-Report-Line
          STRING "BOOKiT BOOK-DROP AND KIOSK POSTING - " Posting-Date
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.
          MOVE "----------------------------------------"
              TO Drop-Report-Line
          WRITE Drop-Report-Line.

       Print-Drop-Totals.
          MOVE SPACES TO Drop-Report-Line
          WRITE Drop-Report-Line.
          MOVE SPACES TO Drop-Report-Line
          STRING "RECORDS READ         : " Records-Read-Count
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.
          MOVE SPACES TO Drop-Report-Line
          STRING "DROP RETURNS POSTED  : " Returns-Posted-Count
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.
          MOVE Fines-Posted-Amount TO Fines-Total-Print
          MOVE SPACES TO Drop-Report-Line
          STRING "FINES POSTED         :  $" Fines-Total-Print
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.
          MOVE SPACES TO Drop-Report-Line
          STRING "HOLDS OFFERED        : " Holds-Offered-Count
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.
          MOVE SPACES TO Drop-Report-Line
          STRING "TRANSFERS FOR THE VAN: " Transfers-Raised-Count
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.
          MOVE SPACES TO Drop-Report-Line
          STRING "KIOSK BORROWS POSTED : " Borrows-Posted-Count
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.
          MOVE SPACES TO Drop-Report-Line
          STRING "EXCEPTIONS FOR DESK  : " Exception-Count
              DELIMITED BY SIZE INTO Drop-Report-Line
          WRITE Drop-Report-Line.
