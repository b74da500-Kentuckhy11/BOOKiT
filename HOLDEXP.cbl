      * morning reserve-shelf pull list for the desk showing which
      * held copies to keep shelved, which to hand to a newly
      * promoted waiter, and which to reshelve for general
      * borrowing.  The list is printed branch by branch, each
      * branch's part covering the offers waiting on its own hold
      * shelf and the hold copies the van is bringing it.  An
      * offer is aged only once its copy has reached the pickup
      * branch.  A waiter promoted at another branch has the copy
      * sent on the van, and a released copy sitting away from
      * its home branch goes home; both are written to XFERFILE
      * for XFERMAN to put on the van manifest.  Run in the
      * nightly window alongside OVRDUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Hold-Book-ID
               FILE STATUS IS Hold-Queue-Status.

           SELECT Transfer-File ASSIGN TO "XFERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Xfer-Key
               FILE STATUS IS Transfer-File-Status.

           SELECT Parameter-File ASSIGN TO "HOLDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parameter-Status.
       FD  Hold-Queue-File.
           COPY HOLDREC.

       FD  Transfer-File.
           COPY XFERREC.

       FD  Parameter-File.
       01  Parameter-Record PIC X(80).

          88 Hold-Queue-OK VALUE "00".
       01 Parameter-Status PIC X(2) VALUE "00".
          88 Parameter-OK VALUE "00".
       01 Transfer-File-Status PIC X(2) VALUE "00".
          88 Transfer-File-OK VALUE "00".
       01 Transfer-File-Usable PIC X(1) VALUE "N".

       01 Sweep-Date PIC 9(8) VALUE 0.
      * The clock is read whole so transfers are stamped HHMMSS;
      * read straight into the six-digit time it would lose the
      * hour.
       01 Log-Clock.
          05 Log-Clock-Time PIC 9(6).
          05 Filler PIC 9(2).
       01 Pickup-Days PIC 9(3) VALUE 7.
       01 Collect-By-Date PIC 9(8) VALUE 0.
       01 Hold-Index PIC 9(2) VALUE 0.
      * same boundary BOOKiT and ILLBATCH use.
       01 Ill-Book-ID-Floor PIC 9(4) VALUE 9000.
       01 Promoted-Borrower-ID PIC 9(5) VALUE 0.
       01 Promoted-Pickup-Branch PIC X(1) VALUE SPACES.

      * The branch whose part of the pull list is being printed,
      * and the home branch of the held copy in hand.
       01 Pull-Branch-Index PIC 9(1) VALUE 1.
       01 Copy-Home-Index PIC 9(1) VALUE 1.
       01 Branch-Want PIC X(1) VALUE SPACES.
       01 Branch-Index PIC 9(1) VALUE 1.
       01 Branch-Scan-Index PIC 9(1) VALUE 0.
       01 Van-To-Index PIC 9(1) VALUE 1.
       01 Van-From-Branch PIC X(1) VALUE SPACES.
       01 Van-To-Branch PIC X(1) VALUE SPACES.
       01 Van-Copy-Branch PIC X(1) VALUE SPACES.
       01 Van-Reason PIC X(1) VALUE SPACES.
       01 Van-Borrower-ID PIC 9(5) VALUE 0.
       01 Xfer-Written PIC X(1) VALUE "N".
       01 Sweep-Operator-ID PIC X(3) VALUE "HLD".

           COPY BRANCHES.

       01 Reserved-Checked-Count PIC 9(5) VALUE 0.
       01 Held-Shelved-Count PIC 9(5) VALUE 0.
       01 Expired-Promoted-Count PIC 9(5) VALUE 0.
       01 Expired-Released-Count PIC 9(5) VALUE 0.
       01 On-Van-Count PIC 9(5) VALUE 0.
       01 Transfers-Raised-Count PIC 9(5) VALUE 0.
       01 Transfer-Failed-Count PIC 9(5) VALUE 0.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Sweep-Reserve-Shelf.
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Sweep-Date
          PERFORM Open-Sweep-Files
          PERFORM Read-Pickup-Window
          PERFORM Print-Pull-List-Header
          PERFORM Sweep-One-Branch
              VARYING Pull-Branch-Index FROM 1 BY 1
              UNTIL Pull-Branch-Index > Branch-Count
          PERFORM Print-Pull-List-Totals
          PERFORM Close-Sweep-Files
          DISPLAY "HOLDEXP: " Reserved-Checked-Count
          DISPLAY "HOLDEXP: " Expired-Promoted-Count
              " expired to next waiter, " Expired-Released-Count
              " released to circulation"
          IF Transfer-Failed-Count > 0
              MOVE 4 TO RETURN-CODE
          END-IF
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "HOLDEXP" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "HOLDEXP: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "RESERVED" TO Ctl-Count-Label(1)
          MOVE Reserved-Checked-Count TO Ctl-Count(1)
          MOVE "PROMOTED" TO Ctl-Count-Label(2)
          MOVE Expired-Promoted-Count TO Ctl-Count(2)
          MOVE "RELEASED" TO Ctl-Count-Label(3)
          MOVE Expired-Released-Count TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Sweep-Files.
          OPEN I-O Book-Master-File
          OPEN I-O Hold-Queue-File
          OPEN INPUT Parameter-File
          OPEN OUTPUT Pull-List-File.
          OPEN I-O Transfer-File
          IF Transfer-File-OK
              MOVE "Y" TO Transfer-File-Usable
          ELSE
              DISPLAY "HOLDEXP: transfer file unavailable, status "
                  Transfer-File-Status
                  " - van copies are on the pull list only"
          END-IF.

       Close-Sweep-Files.
          CLOSE Book-Master-File
          CLOSE Hold-Queue-File
          CLOSE Parameter-File
          CLOSE Pull-List-File
          IF Transfer-File-Usable = "Y"
              CLOSE Transfer-File
          END-IF.

       Read-Pickup-Window.
          MOVE 7 TO Pickup-Days
              MOVE Parameter-Record(1:3) TO Pickup-Days
          END-IF.

      * One pass of the catalog for each branch's part of the
      * list, taking the reservations whose pickup branch it is.
       Sweep-One-Branch.
          PERFORM Print-Branch-Heading
          MOVE LOW-VALUES TO Book-ID
          START Book-Master-File KEY IS NOT LESS THAN Book-ID
              INVALID KEY
                  MOVE "10" TO Book-Master-Status
          END-START
          IF Book-Master-OK
              PERFORM Check-One-Title UNTIL NOT Book-Master-OK
          END-IF
          MOVE "00" TO Book-Master-Status.

       Check-One-Title.
          READ Book-Master-File NEXT RECORD
              AT END
                  MOVE "10" TO Book-Master-Status
          END-READ.
          IF Book-Master-OK
              MOVE Book-Hold-Pickup-Branch TO Branch-Want
              PERFORM Find-Branch-Index
          END-IF
      * Temporary ILL entries stay reserved for the requesting
      * patron under the lending library's terms; ILLBATCH
      * manages their life, not this sweep.  A hold copy still on
      * the van is listed for the branch expecting it, and its
      * pickup window starts when XFERMAN books it in.
          IF Book-Master-OK
              AND Book-Reserved-For NOT = 0
              AND Book-ID < Ill-Book-ID-Floor
              AND Branch-Index = Pull-Branch-Index
              AND Book-Hold-In-Transit
              ADD 1 TO On-Van-Count
              PERFORM Print-On-Van-Line
          END-IF
          IF Book-Master-OK
              AND Book-Reserved-For NOT = 0
              AND Book-ID < Ill-Book-ID-Floor
              AND Branch-Index = Pull-Branch-Index
              AND NOT Book-Hold-In-Transit
              ADD 1 TO Reserved-Checked-Count
      * Reservations offered before the offer date existed carry
      * a zero date; start their pickup window tonight.
      * The stale offer is withdrawn: the next Hold-Borrower-ID on
      * the HOLDQUE record inherits the copy with a fresh pickup
      * window, or the copy goes back to general circulation when
      * nobody is waiting.  The copy is on this branch's hold
      * shelf; it goes on the van when the new waiter collects at
      * another branch, or when it is released and belongs to
      * another branch.
       Expire-Reservation.
          MOVE 0 TO Promoted-Borrower-ID
          MOVE Book-Hold-Copy-Branch TO Branch-Want
          PERFORM Find-Branch-Index
          MOVE Branch-Index TO Copy-Home-Index
          IF Book-Branch-Stock-Area NOT NUMERIC
              MOVE ZEROS TO Book-Branch-Stock-Area
          END-IF
          MOVE Book-ID TO Hold-Book-ID
          READ Hold-Queue-File
              INVALID KEY
                  IF Hold-Count > 0
                      MOVE Hold-Borrower-ID(1)
                          TO Promoted-Borrower-ID
                      MOVE Hold-Pickup-Branch(1)
                          TO Promoted-Pickup-Branch
                      PERFORM Remove-First-Hold-Entry
                      IF Hold-Count = 0
                          DELETE Hold-Queue-File
                  END-IF
          END-READ.
          IF Promoted-Borrower-ID > 0
              PERFORM Promote-Next-Waiter
          ELSE
              PERFORM Release-Held-Copy
          END-IF
          REWRITE Book-Master-Record.
          IF NOT Book-Master-OK
              MOVE "00" TO Book-Master-Status
          END-IF.

       Promote-Next-Waiter.
          MOVE Promoted-Pickup-Branch TO Branch-Want
          PERFORM Find-Branch-Index
          MOVE Branch-Index TO Van-To-Index
          PERFORM Print-Promoted-Line
          MOVE Promoted-Borrower-ID TO Book-Reserved-For
          MOVE Sweep-Date TO Book-Reserved-Date
          MOVE Branch-Code(Van-To-Index) TO Book-Hold-Pickup-Branch
          MOVE Branch-Code(Copy-Home-Index) TO Book-Hold-Copy-Branch
          MOVE SPACES TO Book-Hold-Transit
          IF Van-To-Index NOT = Pull-Branch-Index
              MOVE "T" TO Book-Hold-Transit
              ADD 1 TO Book-Branch-Transit(Copy-Home-Index)
              MOVE "H" TO Van-Reason
              MOVE Promoted-Borrower-ID TO Van-Borrower-ID
              PERFORM Raise-Van-Transfer
          END-IF
          ADD 1 TO Expired-Promoted-Count.

       Release-Held-Copy.
          MOVE Copy-Home-Index TO Van-To-Index
          PERFORM Print-Released-Line
          IF Copy-Home-Index NOT = Pull-Branch-Index
              ADD 1 TO Book-Branch-Transit(Copy-Home-Index)
              MOVE "R" TO Van-Reason
              MOVE 0 TO Van-Borrower-ID
              PERFORM Raise-Van-Transfer
          END-IF
          MOVE 0 TO Book-Reserved-For
          MOVE 0 TO Book-Reserved-Date
          MOVE SPACES TO Book-Hold-Pickup-Branch
          MOVE SPACES TO Book-Hold-Copy-Branch
          MOVE SPACES TO Book-Hold-Transit
          ADD 1 TO Expired-Released-Count.

      * The van runs from this branch to Van-To-Index.
       Raise-Van-Transfer.
          MOVE Book-ID TO Xfer-Book-ID
          MOVE Sweep-Date TO Xfer-Raised-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Xfer-Raised-Time
          MOVE 0 TO Xfer-Seq
          MOVE Book-Title TO Xfer-Book-Title
          MOVE Branch-Code(Pull-Branch-Index) TO Xfer-From-Branch
          MOVE Branch-Code(Van-To-Index) TO Xfer-To-Branch
          MOVE Branch-Code(Copy-Home-Index) TO Xfer-Copy-Branch
          MOVE Van-Reason TO Xfer-Reason
          MOVE Van-Borrower-ID TO Xfer-Borrower-ID
          MOVE "W" TO Xfer-Status
          MOVE 0 TO Xfer-Manifest-Date
          MOVE Sweep-Operator-ID TO Xfer-Raised-By
          MOVE "N" TO Xfer-Written
          IF Transfer-File-Usable = "Y"
              PERFORM Write-Van-Transfer
                  UNTIL Xfer-Written NOT = "N"
                      OR Xfer-Seq >= 99
          END-IF
          IF Xfer-Written = "Y"
              ADD 1 TO Transfers-Raised-Count
          ELSE
              ADD 1 TO Transfer-Failed-Count
              DISPLAY "HOLDEXP: transfer not recorded for book "
                  Book-ID " status " Transfer-File-Status
              MOVE SPACES TO Pull-List-Line
              STRING "             *** TRANSFER NOT RECORDED -"
                  " NOTE THIS COPY FOR THE VAN BY HAND ***"
                  DELIMITED BY SIZE INTO Pull-List-Line
              WRITE Pull-List-Line
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

      * A branch byte not on the BRANCHES table is the main branch.
       Find-Branch-Index.
          MOVE 1 TO Branch-Index
          PERFORM VARYING Branch-Scan-Index FROM 1 BY 1
              UNTIL Branch-Scan-Index > Branch-Count
                  IF Branch-Code(Branch-Scan-Index) = Branch-Want
                      MOVE Branch-Scan-Index TO Branch-Index
                  END-IF
          END-PERFORM.

       Remove-First-Hold-Entry.
          PERFORM VARYING Hold-Index FROM 1 BY 1
              UNTIL Hold-Index >= Hold-Count
                  MOVE Hold-Borrower-ID(Hold-Index + 1)
                      TO Hold-Borrower-ID(Hold-Index)
                  MOVE Hold-Pickup-Branch(Hold-Index + 1)
                      TO Hold-Pickup-Branch(Hold-Index)
          END-PERFORM.
          SUBTRACT 1 FROM Hold-Count.

              TO Pull-List-Line
          WRITE Pull-List-Line.

       Print-Branch-Heading.
          MOVE SPACES TO Pull-List-Line
          WRITE Pull-List-Line.
          MOVE SPACES TO Pull-List-Line
          STRING "HOLD SHELF AT " Branch-Name(Pull-Branch-Index)
              DELIMITED BY SIZE INTO Pull-List-Line
          WRITE Pull-List-Line.

       Print-On-Van-Line.
          MOVE SPACES TO Pull-List-Line
          STRING "ON THE VAN   " Book-ID " " Book-Title
              " FOR " Book-Reserved-For
              " - HOLD SHELF WHEN IT ARRIVES"
              DELIMITED BY SIZE INTO Pull-List-Line
          WRITE Pull-List-Line.

       Print-Keep-Shelved-Line.
          MOVE SPACES TO Pull-List-Line
          STRING "KEEP SHELVED " Book-ID " " Book-Title
              " (OFFER TO " Book-Reserved-For " EXPIRED)"
              DELIMITED BY SIZE INTO Pull-List-Line
          WRITE Pull-List-Line.
          IF Van-To-Index NOT = Pull-Branch-Index
              PERFORM Print-Van-Line
          END-IF.

       Print-Released-Line.
          MOVE SPACES TO Pull-List-Line
              " NO WAITERS)"
              DELIMITED BY SIZE INTO Pull-List-Line
          WRITE Pull-List-Line.
          IF Van-To-Index NOT = Pull-Branch-Index
              PERFORM Print-Van-Line
          END-IF.

       Print-Van-Line.
          MOVE SPACES TO Pull-List-Line
          STRING "             TRANSFER SHELF - VAN TO "
              Branch-Name(Van-To-Index)
              DELIMITED BY SIZE INTO Pull-List-Line
          WRITE Pull-List-Line.

       Print-Pull-List-Totals.
          MOVE SPACES TO Pull-List-Line
          STRING "COPIES RELEASED       : " Expired-Released-Count
              DELIMITED BY SIZE INTO Pull-List-Line
          WRITE Pull-List-Line.
          MOVE SPACES TO Pull-List-Line
          STRING "HOLD COPIES ON THE VAN: " On-Van-Count
              DELIMITED BY SIZE INTO Pull-List-Line
          WRITE Pull-List-Line.
          MOVE SPACES TO Pull-List-Line
          STRING "TRANSFERS FOR THE VAN : " Transfers-Raised-Count
              DELIMITED BY SIZE INTO Pull-List-Line
          WRITE Pull-List-Line.
