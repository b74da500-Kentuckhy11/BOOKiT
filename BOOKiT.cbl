               RECORD KEY IS Chk-Operator-ID
               FILE STATUS IS Restart-Status.

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

       DATA DIVISION.
       FILE SECTION.
       FD  Book-Master-File.
       FD  Restart-File.
           COPY RESTREC.

       FD  Policy-File.
           COPY POLREC.

       FD  Transfer-File.
           COPY XFERREC.

       WORKING-STORAGE SECTION.
       01 Menu-Option PIC 9.
       01 Borrow-Limit PIC 9(2) VALUE 2.
       01 Borrowed-Books-Count PIC 9(02) VALUE 0.
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".
       01 Merge-Paid PIC 9(7)V99 VALUE 0.
       01 Merge-Waived PIC 9(7)V99 VALUE 0.
       01 Merge-Ledger-Found PIC X(1) VALUE "N".
       01 Merge-Referral-Status PIC X(1) VALUE SPACE.
       01 Merge-Referral-Date PIC 9(8) VALUE 0.
       01 Admin-Audit-ID PIC 9(5) VALUE 0.
       01 Borrower-ID-Assigned PIC X(1) VALUE "N".

       01 Book-Found PIC X(1) VALUE 'N'.

       01 Today-Date PIC 9(8) VALUE 0.
      * The clock is read whole so the log, checkpoint and van
      * transfer stamps are HHMMSS; read straight into a six-digit
      * stamp it would lose the hour.
       01 Log-Clock.
          05 Log-Clock-Time PIC 9(6).
          05 Filler PIC 9(2).
       01 Computed-Due-Date PIC 9(8) VALUE 0.

      * Closed dates (Sundays and holidays) loaded once at
       01 Check-Date PIC 9(8) VALUE 0.
       01 Date-Is-Closed PIC X(1) VALUE "N".
       01 Loan-Period-Days PIC 9(3) VALUE 14.
       01 Renewal-Limit PIC 9(2) VALUE 2.
       01 Holds-Waiting PIC X(1) VALUE "N".
       01 Loss-Response PIC X(1) VALUE SPACES.
       01 Replacement-Charge PIC 9(5)V99 VALUE 25.00.
       01 Saved-Txn-Due-Date PIC 9(8) VALUE 0.
       01 Saved-Txn-Fine PIC 9(5)V99 VALUE 0.
       01 Fine-Per-Day-Amount PIC 9(3)V99 VALUE 5.00.
       01 Fine-Cap-Amount PIC 9(5)V99 VALUE 0.
       01 Days-Late PIC 9(5) VALUE 0.
       01 Fine-Amount PIC 9(5)V99 VALUE 0.


       01 Fine-Menu-Option PIC 9 VALUE 0.
       01 Fine-Outstanding-Balance PIC 9(7)V99 VALUE 0.
       01 Fine-Account-Referred PIC X(1) VALUE "N".
       01 Fine-Block-Threshold PIC 9(3)V99 VALUE 10.00.
       01 Fine-Payment-Amount PIC 9(5)V99 VALUE 0.

      * The loan period, renewal limit, fine rate, fine cap and
      * replacement charge above are the rule in force for the
      * loan in hand, loaded from the POLICY file before each
      * borrow, renewal, return or write-off.  The standard rules
      * below apply only where the file has no rule for the
      * patron's category or cannot be opened.
       01 Policy-Status PIC X(2) VALUE "00".
          88 Policy-OK VALUE "00".
       01 Policy-Switch PIC X(1) VALUE "N".
          88 End-Of-Policies VALUE "Y".
       01 Policy-File-Usable PIC X(1) VALUE "N".
       01 Policy-Found PIC X(1) VALUE "N".
       01 Policy-Want-Category PIC X(1) VALUE SPACES.
       01 Policy-Want-Class PIC X(20) VALUE SPACES.
       01 Policy-Hit-Date PIC 9(8) VALUE 0.
       01 Standard-Loan-Period-Days PIC 9(3) VALUE 14.
       01 Standard-Renewal-Limit PIC 9(2) VALUE 2.
       01 Standard-Fine-Per-Day PIC 9(3)V99 VALUE 5.00.
       01 Standard-Replacement-Charge PIC 9(5)V99 VALUE 25.00.

      * The desk's branch is the signed-on operator's branch on
      * OPERMSTR.  The desk lends only copies on its own shelf; a
      * copy returned here that belongs to the other branch, or a
      * copy sent to fill a hold collected elsewhere, goes on the
      * XFERFILE transfer list for the nightly van manifest.
       01 Desk-Branch PIC X(1) VALUE "M".
       01 Desk-Branch-Index PIC 9(1) VALUE 1.
       01 Branch-Want PIC X(1) VALUE SPACES.
       01 Branch-Index PIC 9(1) VALUE 1.
       01 Branch-Scan-Index PIC 9(1) VALUE 0.
       01 Shelf-Branch-Index PIC 9(1) VALUE 1.
       01 Hold-Copy-Index PIC 9(1) VALUE 1.
       01 Hold-Pickup-Index PIC 9(1) VALUE 1.
       01 Pull-Branch-Index PIC 9(1) VALUE 0.
       01 Branch-Other-Owned PIC 9(4) VALUE 0.
       01 Branch-Other-Out PIC 9(4) VALUE 0.
       01 Branch-Shelf-Count PIC S9(4) VALUE 0.
       01 Shelf-Count-Shown PIC 9(3) VALUE 0.
       01 Desk-Copy-State PIC X(1) VALUE "Y".
          88 Desk-Copy-Free VALUE "Y".
          88 Desk-Copy-None VALUE "N".
          88 Desk-Copy-Held-Elsewhere VALUE "W".
       01 Copy-Home-Branch PIC X(1) VALUE SPACES.
       01 Copy-Home-Index PIC 9(1) VALUE 1.
       01 Hold-Offered PIC X(1) VALUE "N".
       01 Transfer-Loan-Branch PIC X(1) VALUE SPACES.
       01 Transfer-Home-Branch PIC X(1) VALUE SPACES.
       01 Transfer-File-Status PIC X(2) VALUE "00".
          88 Transfer-File-OK VALUE "00".
       01 Van-From-Branch PIC X(1) VALUE SPACES.
       01 Van-To-Branch PIC X(1) VALUE SPACES.
       01 Van-Copy-Branch PIC X(1) VALUE SPACES.
       01 Van-Reason PIC X(1) VALUE SPACES.
       01 Van-Borrower-ID PIC 9(5) VALUE 0.
       01 Xfer-Written PIC X(1) VALUE "N".

           COPY BRANCHES.

       PROCEDURE DIVISION.
       ACCEPT Today-Date FROM DATE YYYYMMDD
       PERFORM Load-Library-Calendar
       PERFORM Open-Borrower-Files
       PERFORM Open-Restart-File
       PERFORM Open-Operator-Master
       PERFORM Open-Policy-File
       PERFORM Operator-Sign-On
       PERFORM Select-Session-Mode
       PERFORM Check-For-Recovery
       PERFORM Open-Fine-Ledger
       PERFORM Open-Open-Loan-File
       PERFORM Open-Ill-Request-File
       PERFORM Open-Transfer-File
       PERFORM Open-Cash-Session
       PERFORM Display-Inventory.
       DISPLAY "     "
                  PERFORM Close-Fine-Ledger
                  PERFORM Close-Open-Loan-File
                  PERFORM Close-Ill-Request-File
                  PERFORM Close-Transfer-File
                  PERFORM Close-Operator-Master
                  PERFORM Close-Restart-File
                  PERFORM Close-Policy-File
                  DISPLAY "*****Thank you for using our Program!*****"
                  STOP RUN
              WHEN OTHER
       Close-Ill-Request-File.
          CLOSE Ill-Request-File.

       Open-Transfer-File.
          OPEN I-O Transfer-File.
          IF NOT Transfer-File-OK
              DISPLAY "==========================================="
              DISPLAY "   Branch transfer file could not be opened"
              DISPLAY "==========================================="
          END-IF.

       Close-Transfer-File.
          CLOSE Transfer-File.

       Open-Operator-Master.
          OPEN INPUT Operator-Master-File.
          IF NOT Operator-Master-OK
       Close-Restart-File.
          CLOSE Restart-File.

       Open-Policy-File.
          OPEN INPUT Policy-File.
          IF Policy-OK
              MOVE "Y" TO Policy-File-Usable
          ELSE
              MOVE "N" TO Policy-File-Usable
              DISPLAY "==========================================="
              DISPLAY "   Circulation policy file could not be"
              DISPLAY "   opened - standard loan rules apply"
              DISPLAY "==========================================="
          END-IF.

       Close-Policy-File.
          IF Policy-File-Usable = "Y"
              CLOSE Policy-File
          END-IF.

      * Every sign-on is an individual credential on the OPERMSTR
      * operator master; the shared compiled-in passcode is gone.
       Operator-Sign-On.
          IF Operator-Validated = "N"
              DISPLAY "   ***Operator sign-on rejected***"
              PERFORM Operator-Sign-On
          ELSE
              DISPLAY "Desk branch: " Branch-Name(Desk-Branch-Index)
          END-IF.

       Validate-Operator.
                          AND Operator-Passcode-In = Oper-Passcode
                          MOVE "Y" TO Operator-Validated
                          MOVE Oper-Role TO Operator-Role
                          MOVE Oper-Branch TO Branch-Want
                          PERFORM Find-Branch-Index
                          MOVE Branch-Index TO Desk-Branch-Index
                          MOVE Branch-Code(Branch-Index) TO Desk-Branch
                      END-IF
              END-READ
          END-IF.
                  PERFORM Close-Open-Loan-File
                  PERFORM Close-Operator-Master
                  PERFORM Close-Restart-File
                  PERFORM Close-Policy-File
                  DISPLAY "*****Administration session ended*****"
                  STOP RUN
              WHEN OTHER
              MOVE Loan-Due-Date TO Transfer-Due-Date
              MOVE Loan-Renewals TO Transfer-Renewals
              MOVE Loan-Borrow-Date TO Transfer-Borrow-Date
              MOVE Loan-Branch TO Transfer-Loan-Branch
              MOVE Loan-Home-Branch TO Transfer-Home-Branch
              DELETE Open-Loan-File
              MOVE Merge-Into-ID TO Loan-Borrower-ID
              MOVE Transfer-Book-ID TO Loan-Book-ID
              MOVE Transfer-Due-Date TO Loan-Due-Date
              MOVE Transfer-Renewals TO Loan-Renewals
              MOVE Transfer-Borrow-Date TO Loan-Borrow-Date
              MOVE Transfer-Loan-Branch TO Loan-Branch
              MOVE Transfer-Home-Branch TO Loan-Home-Branch
              WRITE Open-Loan-Record
                  INVALID KEY
                      DISPLAY "   Warning: borrower " Merge-Into-ID
          CLOSE Transaction-Log-File
          OPEN EXTEND Transaction-Log-File
          MOVE Today-Date TO Txn-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Txn-Time
          MOVE Merge-From-ID TO Txn-Borrower-ID
          MOVE Transfer-Book-ID TO Txn-Book-ID
          MOVE Transfer-Title TO Txn-Book-Title
                  MOVE Fine-Assessed-Total TO Merge-Assessed
                  MOVE Fine-Paid-Total TO Merge-Paid
                  MOVE Fine-Waived-Total TO Merge-Waived
                  MOVE Fine-Referral-Status TO Merge-Referral-Status
                  MOVE Fine-Referral-Date TO Merge-Referral-Date
                  DELETE Fine-Ledger-File
          END-READ.
      * A debt already with the collection agency stays with the
      * agency after the merge; the survivor inherits the flag.
          IF Merge-Ledger-Found = "Y"
              MOVE Merge-Into-ID TO Fine-Borrower-ID
              READ Fine-Ledger-File
                      MOVE Merge-Paid TO Fine-Paid-Total
                      MOVE Merge-Waived TO Fine-Waived-Total
                      MOVE Today-Date TO Fine-Last-Activity
                      MOVE Merge-Referral-Status
                          TO Fine-Referral-Status
                      MOVE Merge-Referral-Date TO Fine-Referral-Date
                      WRITE Fine-Ledger-Record
                  NOT INVALID KEY
                      ADD Merge-Assessed TO Fine-Assessed-Total
                      ADD Merge-Paid TO Fine-Paid-Total
                      ADD Merge-Waived TO Fine-Waived-Total
                      MOVE Today-Date TO Fine-Last-Activity
                      IF Merge-Referral-Status = "R"
                          AND NOT Fine-In-Collections
                          MOVE "R" TO Fine-Referral-Status
                          MOVE Merge-Referral-Date
                              TO Fine-Referral-Date
                      END-IF
                      REWRITE Fine-Ledger-Record
              END-READ
          END-IF.
          OPEN EXTEND Transaction-Log-File
          MOVE Saved-Txn-Action TO Txn-Action
          MOVE Today-Date TO Txn-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Txn-Time
          MOVE Admin-Audit-ID TO Txn-Borrower-ID
          MOVE 0 TO Txn-Book-ID
          MOVE Admin-Field(1:30) TO Txn-Book-Title
                      MOVE 0 TO Chk-Loan-Renewals(Checkpoint-Index)
                  END-IF
          END-PERFORM.
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Checkpoint-Time
          STRING Today-Date Checkpoint-Time
              DELIMITED BY SIZE INTO Chk-Timestamp
          IF Restart-Record-Found = "Y"
          MOVE Computed-Due-Date TO Loan-Due-Date
          MOVE 0 TO Loan-Renewals
          MOVE Today-Date TO Loan-Borrow-Date
          MOVE Desk-Branch TO Loan-Branch
          MOVE Copy-Home-Branch TO Loan-Home-Branch
          WRITE Open-Loan-Record
              INVALID KEY
                  REWRITE Open-Loan-Record
              DISPLAY "   Warning: open-loan master update failed"
          END-IF.

      * The entry is read before it goes so the copy's home branch
      * is known; with no entry the copy is taken to be this
      * branch's own.
       Drop-Open-Loan.
          MOVE Current-Borrower-ID TO Loan-Borrower-ID
          MOVE Book-ID TO Loan-Book-ID
          MOVE Desk-Branch TO Copy-Home-Branch
          READ Open-Loan-File
              INVALID KEY
                  DISPLAY "   Warning: no open-loan master entry"
                      " found for that loan"
              NOT INVALID KEY
                  MOVE Loan-Home-Branch TO Copy-Home-Branch
                  DELETE Open-Loan-File
          END-READ.

       Renew-Open-Loan.
          MOVE Current-Borrower-ID TO Loan-Borrower-ID
          MOVE Saved-Txn-Due-Date TO Txn-Due-Date
          MOVE Saved-Txn-Fine TO Txn-Fine-Amount
          MOVE Today-Date TO Txn-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Txn-Time
          MOVE Current-Borrower-ID TO Txn-Borrower-ID
          MOVE Book-ID TO Txn-Book-ID
          MOVE Book-Title TO Txn-Book-Title
           ELSE
               PERFORM Borrow-Book-Details
               IF Book-Found = "Y"
                   PERFORM Check-Desk-Copy
                   IF Desk-Copy-Held-Elsewhere
                       PERFORM Display-Hold-Copy-Location
                       PERFORM Borrow-Books
                   ELSE
                   IF Desk-Copy-None
                       DISPLAY "================================="
                       DISPLAY "  No copy of that title is on the"
                           " shelf at " Branch-Name(Desk-Branch-Index)
                       DISPLAY "================================="
                       DISPLAY "  Place a hold and be notified"
                           " when it's returned? (Y/N): "
      * Re-read the catalog record so a copy lent at the other
      * desk since our first look is seen before we commit.
                       PERFORM Borrow-Book-Details
                       IF Book-Found = "Y"
                           PERFORM Check-Desk-Copy
                       END-IF
                       IF Book-Found = "N"
                           OR NOT Desk-Copy-Free
                           DISPLAY "================================="
                           DISPLAY "  That copy was just taken at"
                               " another desk"
                           PERFORM Borrow-Books
                       ELSE
                           ADD 1 TO Book-Copies-Out
                           PERFORM Lend-Branch-Copy
                           IF Book-Reserved-For = Current-Borrower-ID
                               MOVE 0 TO Book-Reserved-For
                               MOVE 0 TO Book-Reserved-Date
                               MOVE SPACES TO Book-Hold-Pickup-Branch
                               MOVE SPACES TO Book-Hold-Copy-Branch
                               MOVE SPACES TO Book-Hold-Transit
                           END-IF
                           REWRITE Book-Master-Record
                           MOVE User-Input-ID TO
                               Borrowed-ID(Borrowed-Books-Count + 1)
                           MOVE Book-Title TO
                               Borrowed-Title(Borrowed-Books-Count + 1)
                           PERFORM Load-Circulation-Policy
                           PERFORM Compute-Due-Date
                           PERFORM Apply-Ill-Due-Date
                           MOVE Computed-Due-Date TO
                           DISPLAY "================================="
                       END-IF
                   END-IF
                   END-IF
               ELSE
                   DISPLAY "==========================================="
                   DISPLAY "             ID not available"
                  IF User-Input-ID NOT = 0
                      PERFORM Borrow-Book-Details
                      IF Book-Found = "Y"
                          PERFORM Check-Desk-Copy
                          EVALUATE TRUE
                              WHEN Desk-Copy-None
                                  PERFORM Place-Hold-On-Book
                              WHEN Desk-Copy-Held-Elsewhere
                                  PERFORM Display-Hold-Copy-Location
                              WHEN OTHER
                                  DISPLAY "==========================="
                                  DISPLAY "  Copies are available on"
                                  DISPLAY "  the shelf - borrow it"
                                      " instead"
                                  DISPLAY "==========================="
                          END-EVALUATE
                      ELSE
                          DISPLAY "==================================="
                          DISPLAY "         ID not available"
              DISPLAY "   That is a borrowed-in ILL item - place"
                  " your own request from the search menu"
          ELSE
              PERFORM Find-Pull-Branch
              IF Pull-Branch-Index > 0
                  PERFORM Pull-Copy-For-Hold
              ELSE
                  PERFORM Queue-Hold-On-Book
              END-IF
          END-IF.

       Queue-Hold-On-Book.
          MOVE Book-ID TO Hold-Book-ID
          READ Hold-Queue-File
              INVALID KEY
                  MOVE 1 TO Hold-Count
                  MOVE Current-Borrower-ID TO Hold-Borrower-ID(1)
                  MOVE Desk-Branch TO Hold-Pickup-Branch(1)
                  WRITE Hold-Queue-Record
              NOT INVALID KEY
                  IF Hold-Count < 10
                      ADD 1 TO Hold-Count
                      MOVE Current-Borrower-ID
                          TO Hold-Borrower-ID(Hold-Count)
                      MOVE Desk-Branch
                          TO Hold-Pickup-Branch(Hold-Count)
                      REWRITE Hold-Queue-Record
                  ELSE
                      DISPLAY "   Hold queue for that title is"
                          " full"
                  END-IF
          END-READ
          DISPLAY "   ***Hold placed. You'll be notified when"
              " it's returned.***".

      * With no offer outstanding on the title, a copy on the other
      * branch's shelf is reserved to the patron at once and sent
      * over on the van; it stays in transit until XFERMAN books it
      * in here, and the pickup window starts when it arrives.
       Find-Pull-Branch.
          MOVE 0 TO Pull-Branch-Index
          IF Book-Reserved-For = 0
              AND Book-Copies-Out < Book-Total-Copies
              PERFORM Settle-Branch-Stock
              PERFORM VARYING Shelf-Branch-Index FROM 1 BY 1
                  UNTIL Shelf-Branch-Index > Branch-Count
                      OR Pull-Branch-Index > 0
                      IF Shelf-Branch-Index NOT = Desk-Branch-Index
                          PERFORM Compute-Branch-Shelf
                          IF Branch-Shelf-Count > 0
                              MOVE Shelf-Branch-Index
                                  TO Pull-Branch-Index
                          END-IF
                      END-IF
              END-PERFORM
          END-IF.

       Pull-Copy-For-Hold.
          MOVE Current-Borrower-ID TO Book-Reserved-For
          MOVE Today-Date TO Book-Reserved-Date
          MOVE Desk-Branch TO Book-Hold-Pickup-Branch
          MOVE Branch-Code(Pull-Branch-Index) TO Book-Hold-Copy-Branch
          MOVE "T" TO Book-Hold-Transit
          ADD 1 TO Book-Branch-Transit(Pull-Branch-Index)
          REWRITE Book-Master-Record
          IF Book-Master-OK
              MOVE Branch-Code(Pull-Branch-Index) TO Van-From-Branch
              MOVE Desk-Branch TO Van-To-Branch
              MOVE Branch-Code(Pull-Branch-Index) TO Van-Copy-Branch
              MOVE "H" TO Van-Reason
              MOVE Current-Borrower-ID TO Van-Borrower-ID
              PERFORM Raise-Van-Transfer
              DISPLAY "   ***Hold placed - a copy is being sent from "
                  Branch-Name(Pull-Branch-Index) "***"
              DISPLAY "   You'll be notified when it arrives at "
                  Branch-Name(Desk-Branch-Index)
          ELSE
              DISPLAY "   Warning: catalog update failed - hold not"
                  " placed"
          END-IF.

       Cancel-Hold-On-Book.
              END-IF
          END-IF.

      * Whether this desk can lend the title now.  An outstanding
      * offer to another patron still holds the title back at
      * every branch; the patron it is offered to collects it only
      * once it is on this branch's hold shelf.  Otherwise a copy
      * must be on this branch's own shelf.  Borrowed-in ILL items
      * are lent from the ILL desk's single copy as before.
       Check-Desk-Copy.
          MOVE "Y" TO Desk-Copy-State
          EVALUATE TRUE
              WHEN Book-Copies-Out >= Book-Total-Copies
                  MOVE "N" TO Desk-Copy-State
              WHEN Book-Reserved-For NOT = 0
                  AND Book-Reserved-For NOT = Current-Borrower-ID
                  MOVE "N" TO Desk-Copy-State
              WHEN Book-ID >= Ill-Book-ID-Floor
                  CONTINUE
              WHEN Book-Reserved-For = Current-Borrower-ID
                  MOVE Book-Hold-Pickup-Branch TO Branch-Want
                  PERFORM Find-Branch-Index
                  IF Book-Hold-In-Transit
                      OR Branch-Index NOT = Desk-Branch-Index
                      MOVE "W" TO Desk-Copy-State
                  END-IF
              WHEN OTHER
                  PERFORM Settle-Branch-Stock
                  MOVE Desk-Branch-Index TO Shelf-Branch-Index
                  PERFORM Compute-Branch-Shelf
                  IF Branch-Shelf-Count < 1
                      MOVE "N" TO Desk-Copy-State
                  END-IF
          END-EVALUATE.

       Display-Hold-Copy-Location.
          MOVE Book-Hold-Pickup-Branch TO Branch-Want
          PERFORM Find-Branch-Index
          DISPLAY "================================="
          IF Book-Hold-In-Transit
              DISPLAY "  Your hold copy is on its way to "
                  Branch-Name(Branch-Index)
          ELSE
              DISPLAY "  Your hold copy is waiting at "
                  Branch-Name(Branch-Index)
          END-IF
          DISPLAY "=================================".

      * The loan is charged to the copy's home branch: the hold
      * copy's own branch when the patron collects a reserved
      * copy, otherwise this desk's branch.
       Lend-Branch-Copy.
          MOVE Desk-Branch TO Copy-Home-Branch
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
      * that, a copy returned away from its home branch is sent
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
          MOVE "N" TO Hold-Offered
          PERFORM Notify-Next-Hold
          IF Hold-Offered = "N"
              AND Book-ID < Ill-Book-ID-Floor
              AND Copy-Home-Branch NOT = Desk-Branch
              ADD 1 TO Book-Branch-Transit(Copy-Home-Index)
              MOVE Desk-Branch TO Van-From-Branch
              MOVE Copy-Home-Branch TO Van-To-Branch
              MOVE Copy-Home-Branch TO Van-Copy-Branch
              MOVE "R" TO Van-Reason
              MOVE 0 TO Van-Borrower-ID
              PERFORM Raise-Van-Transfer
              DISPLAY "   This copy belongs to "
                  Branch-Name(Copy-Home-Index)
                  " - put it on the transfer shelf"
          END-IF.

      * A destroyed copy comes off its home branch's stock.
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

      * Both desks share the transfer cluster; two copies of one
      * title raised in the same second take the next Xfer-Seq.
       Raise-Van-Transfer.
          MOVE Book-ID TO Xfer-Book-ID
          MOVE Today-Date TO Xfer-Raised-Date
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
          MOVE Operator-ID TO Xfer-Raised-By
          MOVE "N" TO Xfer-Written
          PERFORM Write-Van-Transfer
              UNTIL Xfer-Written NOT = "N"
                  OR Xfer-Seq >= 99.
          IF Xfer-Written NOT = "Y"
              DISPLAY "   Warning: transfer list write failed -"
                  " note the copy for the van by hand"
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

      * The flat loan period lands first; the due date then rolls
      * forward off any closed day so a loan never falls due when
      * the building is locked.
                  DISPLAY "   Warning: catalog record for that book"
                      " is missing"
          END-READ.
          PERFORM Load-Circulation-Policy
          PERFORM Calculate-Overdue-Fine
          MOVE "R" TO Txn-Action
          MOVE Borrowed-Due-Date(Return-Match-Index) TO Txn-Due-Date
              IF Book-Copies-Out > 0
                  SUBTRACT 1 FROM Book-Copies-Out
              END-IF
              PERFORM Route-Returned-Copy
              REWRITE Book-Master-Record
          END-IF
          DISPLAY "==========================================="
          END-READ.
      * The replacement charge is billed in place of the per-day
      * overdue fine and posted to the fine ledger like one.
          PERFORM Load-Circulation-Policy
          MOVE Replacement-Charge TO Fine-Amount
          IF Loss-Response = "D" OR Loss-Response = "d"
              MOVE "D" TO Txn-Action
              IF Book-Total-Copies > 0
                  SUBTRACT 1 FROM Book-Total-Copies
              END-IF
              PERFORM Write-Off-Branch-Copy
              IF Book-Total-Copies = 0
                  PERFORM Check-Holds-Waiting
                  IF Holds-Waiting = "Y"

           PERFORM Main-Menu.

      * The catalog record is read first so the renewal limit
      * checked is the one the title's policy sets.
       Process-Renewal.
          MOVE Borrowed-ID(Return-Match-Index) TO Book-ID
          READ Book-Master-File
              INVALID KEY
                  DISPLAY "   Warning: catalog record for that"
                      " book is missing"
          END-READ
          PERFORM Load-Circulation-Policy
          IF Borrowed-Renewals(Return-Match-Index) >= Renewal-Limit
              DISPLAY "==========================================="
              DISPLAY "   That loan has already been renewed "
                  Renewal-Limit " times"
              DISPLAY "==========================================="
          ELSE
              PERFORM Check-Holds-Waiting
              IF Holds-Waiting = "Y"
                  DISPLAY "==========================================="
                      IF Hold-Count > 0
                          MOVE Hold-Borrower-ID(1) TO Book-Reserved-For
                          MOVE Today-Date TO Book-Reserved-Date
                          MOVE "Y" TO Hold-Offered
                          MOVE Hold-Pickup-Branch(1) TO Branch-Want
                          PERFORM Offer-Copy-At-Pickup
                          DISPLAY "   ***Notice: Borrower "
                              Hold-Borrower-ID(1)
                              " - your hold on " Book-Title
              END-READ
          END-IF.

      * The returned copy is offered where the waiting patron
      * placed the hold; when that is another branch it goes over
      * on the van and stays in transit until it arrives.
       Offer-Copy-At-Pickup.
          PERFORM Find-Branch-Index
          MOVE Branch-Code(Branch-Index) TO Book-Hold-Pickup-Branch
          MOVE Copy-Home-Branch TO Book-Hold-Copy-Branch
          MOVE SPACES TO Book-Hold-Transit
          IF Book-Hold-Pickup-Branch NOT = Desk-Branch
              MOVE "T" TO Book-Hold-Transit
              ADD 1 TO Book-Branch-Transit(Copy-Home-Index)
              MOVE Desk-Branch TO Van-From-Branch
              MOVE Book-Hold-Pickup-Branch TO Van-To-Branch
              MOVE Copy-Home-Branch TO Van-Copy-Branch
              MOVE "H" TO Van-Reason
              MOVE Book-Reserved-For TO Van-Borrower-ID
              PERFORM Raise-Van-Transfer
              DISPLAY "   Hold copy - put it on the transfer shelf"
                  " for " Branch-Name(Branch-Index)
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

      * Only days the library was open count as late days, so a
      * patron is never fined for a day they could not have
      * returned the book.  The policy's fine cap, when it has
      * one, limits what a single late loan can be charged.
       Calculate-Overdue-Fine.
          MOVE 0 TO Days-Late
          MOVE 0 TO Fine-Amount
              PERFORM Count-One-Late-Day
                  UNTIL Check-Date >= Today-Date
              COMPUTE Fine-Amount = Days-Late * Fine-Per-Day-Amount
              IF Fine-Cap-Amount > 0
                  AND Fine-Amount > Fine-Cap-Amount
                  MOVE Fine-Cap-Amount TO Fine-Amount
              END-IF
          END-IF.

       Count-One-Late-Day.
                  MOVE 0 TO Fine-Paid-Total
                  MOVE 0 TO Fine-Waived-Total
                  MOVE Today-Date TO Fine-Last-Activity
                  MOVE SPACE TO Fine-Referral-Status
                  MOVE 0 TO Fine-Referral-Date
                  WRITE Fine-Ledger-Record
              NOT INVALID KEY
                  ADD Fine-Amount TO Fine-Assessed-Total

       Compute-Fine-Balance.
          MOVE 0 TO Fine-Outstanding-Balance
          MOVE "N" TO Fine-Account-Referred
          MOVE Current-Borrower-ID TO Fine-Borrower-ID
          READ Fine-Ledger-File
              INVALID KEY
                  COMPUTE Fine-Outstanding-Balance =
                      Fine-Assessed-Total - Fine-Paid-Total
                          - Fine-Waived-Total
                  IF Fine-In-Collections
                      MOVE "Y" TO Fine-Account-Referred
                  END-IF
          END-READ.

      * Once FINAGE has referred the account the agency owns the
      * debt: anything taken at the desk as well would be
      * collected twice, so the desk only points the patron at
      * the agency until AGYPOST posts the settlement.

       Fines-Menu.
          PERFORM Compute-Fine-Balance
          DISPLAY "********************************************"
          DISPLAY "  Fines for Borrower " Current-Borrower-ID
          DISPLAY "  Outstanding balance: $" Fine-Outstanding-Balance
          DISPLAY "********************************************"
          EVALUATE TRUE
              WHEN Fine-Outstanding-Balance = 0
                  DISPLAY "  Nothing owing - thank you!"
              WHEN Fine-Account-Referred = "Y"
                  DISPLAY "  ***Account in collections - referred "
                      Fine-Referral-Date "***"
                  DISPLAY "  Payments are taken by the collection"
                      " agency only"
              WHEN OTHER
                  DISPLAY "  |1|Pay|2|Supervisor waiver|0|Back"
                  ACCEPT Fine-Menu-Option
                  EVALUATE Fine-Menu-Option
                      WHEN 1
                          PERFORM Take-Fine-Payment
                      WHEN 2
                          PERFORM Record-Fine-Waiver
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
          END-EVALUATE.

          PERFORM Main-Menu.

          OPEN EXTEND Transaction-Log-File
          MOVE Saved-Txn-Action TO Txn-Action
          MOVE Today-Date TO Txn-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Txn-Time
          MOVE Current-Borrower-ID TO Txn-Borrower-ID
          MOVE 0 TO Txn-Book-ID
          MOVE SPACES TO Txn-Book-Title
          OPEN EXTEND Transaction-Log-File
          MOVE Saved-Txn-Action TO Txn-Action
          MOVE Today-Date TO Txn-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Txn-Time
          MOVE 0 TO Txn-Borrower-ID
          MOVE 0 TO Txn-Book-ID
          MOVE Cash-Txn-Title TO Txn-Book-Title
              DISPLAY "Genre : " Book-Genre
              DISPLAY "Title : " Book-Title
              DISPLAY "Author: " Book-Writer
              PERFORM Display-Copy-Locations
              DISPLAY "--------------------------------------------"
          END-IF.

      * Copies on the shelf at each branch, for the title just read.
       Display-Copy-Locations.
          IF Book-ID < Ill-Book-ID-Floor
              PERFORM Settle-Branch-Stock
              PERFORM VARYING Shelf-Branch-Index FROM 1 BY 1
                  UNTIL Shelf-Branch-Index > Branch-Count
                      PERFORM Compute-Branch-Shelf
                      MOVE 0 TO Shelf-Count-Shown
                      IF Branch-Shelf-Count > 0
                          MOVE Branch-Shelf-Count TO Shelf-Count-Shown
                      END-IF
                      DISPLAY "Shelf : " Branch-Name(Shelf-Branch-Index)
                          " " Shelf-Count-Shown " of "
                          Book-Branch-Owned(Shelf-Branch-Index)
              END-PERFORM
          END-IF.

       Search-Inventory.
          DISPLAY "Search by |1|Genre |2|Author |3|Title |0|Cancel"
          ACCEPT Search-Choice
                  DISPLAY "Genre : " Book-Genre
                  DISPLAY "Title : " Book-Title
                  DISPLAY "Author: " Book-Writer
                  PERFORM Display-Copy-Locations
                  DISPLAY "--------------------------------------------"
              END-IF
          END-IF.
      * Partner libraries borrow under their own roster record, so
      * our books at partner shelves are ordinary open loans that
      * the OPENLOAN master and INVRECON account for without any
      * special handling.  The limit comes from the category's
      * default policy record; the standard limits below stand
      * in when the file has none.  A session can never carry
      * more than the 12 loans the borrowed-books table holds.
       Determine-Borrow-Limit.
          EVALUATE TRUE
              WHEN Current-Is-Partner
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
              IF Book-Master-OK
                  AND Book-Genre NOT = SPACES
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
      * today is the one in force; it is then re-read by its
      * full key so its fields are in the record area.
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
                  AND Policy-Effective-Date <= Today-Date
                  MOVE "Y" TO Policy-Found
                  MOVE Policy-Effective-Date TO Policy-Hit-Date
              ELSE
                  MOVE "Y" TO Policy-Switch
              END-IF
          END-IF.

      * Each desk draws borrower IDs from its own pre-allocated
      * BORRSEQ range, keyed by the operator ID, so no shared
