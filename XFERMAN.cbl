       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERMAN.

      * Nightly inter-branch van run.  The desks, the book-drop
      * posting and the reserve-shelf sweep write a record to the
      * XFERFILE transfer list for every copy that has to go to
      * another branch: a returned or released copy going home to
      * the branch that owns it (reason R), or a copy going to the
      * branch where a hold patron is to collect it (reason H).
      * The run first books in last night's manifest as delivered:
      * the copy comes off its home branch's in-transit count and
      * a hold copy is put on the receiving branch's hold shelf,
      * its pickup window starting tonight.  A hold copy whose
      * offer has lapsed or been cancelled on the way is sent on
      * home by a new transfer.  Delivered records are removed.
      * It then prints the van manifest, branch by branch, of
      * everything awaiting the van and marks those transfers as
      * loaded.  Run in the nightly window after HOLDEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Transfer-File ASSIGN TO "XFERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Xfer-Key
               FILE STATUS IS Transfer-File-Status.

           SELECT Book-Master-File ASSIGN TO "BOOKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Book-ID
               FILE STATUS IS Book-Master-Status.

           SELECT Manifest-File ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Transfer-File.
           COPY XFERREC.

       FD  Book-Master-File.
           COPY BOOKREC.

       FD  Manifest-File.
       01  Manifest-Line PIC X(100).

       WORKING-STORAGE SECTION.
       01 Transfer-File-Status PIC X(2) VALUE "00".
          88 Transfer-File-OK VALUE "00".
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".
       01 Transfer-Switch PIC X(1) VALUE "N".
          88 End-Of-Transfers VALUE "Y".

       01 Run-Date PIC 9(8) VALUE 0.
      * The clock is read whole so transfers are stamped HHMMSS;
      * read straight into the six-digit time it would lose the
      * hour.
       01 Log-Clock.
          05 Log-Clock-Time PIC 9(6).
          05 Filler PIC 9(2).
      * Temporary ILL catalog entries live at 9000 and up, the
      * same boundary BOOKiT and ILLBATCH use.
       01 Ill-Book-ID-Floor PIC 9(4) VALUE 9000.
       01 Run-Operator-ID PIC X(3) VALUE "VAN".
      * INTAUDIT withdraws an offer made to a patron who can no
      * longer collect by giving it this date; such a hold copy
      * keeps it on arrival so HOLDEXP passes it on.
       01 Withdrawn-Offer-Date PIC 9(8) VALUE 19000101.

       01 Branch-Want PIC X(1) VALUE SPACES.
       01 Branch-Index PIC 9(1) VALUE 1.
       01 Branch-Scan-Index PIC 9(1) VALUE 0.
       01 Van-Branch-Index PIC 9(1) VALUE 1.
       01 Copy-Home-Index PIC 9(1) VALUE 1.
       01 Xfer-To-Index PIC 9(1) VALUE 1.
       01 Delivered-Text PIC X(30) VALUE SPACES.
       01 Reason-Text PIC X(20) VALUE SPACES.

      * The delivered transfer, kept while its record is deleted
      * and any onward transfer is written in its place.
       01 Delivered-Transfer.
          05 Delivered-Book-ID PIC 9(4).
          05 Delivered-Title PIC X(30).
          05 Delivered-To-Branch PIC X(1).
          05 Delivered-Copy-Branch PIC X(1).
          05 Delivered-Reason PIC X(1).
          05 Delivered-Borrower-ID PIC 9(5).
       01 Send-Home PIC X(1) VALUE "N".
       01 Xfer-Written PIC X(1) VALUE "N".

           COPY BRANCHES.

       01 Delivered-Count PIC 9(5) VALUE 0.
       01 Hold-Shelved-Count PIC 9(5) VALUE 0.
       01 Sent-On-Count PIC 9(5) VALUE 0.
       01 Manifest-Count PIC 9(5) VALUE 0.
       01 Branch-Manifest-Count PIC 9(5) VALUE 0.
       01 Problem-Count PIC 9(5) VALUE 0.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Run-Transfer-Van.
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Run-Date
          PERFORM Open-Van-Files
          PERFORM Print-Manifest-Header
          PERFORM Book-In-Deliveries
          PERFORM Print-Branch-Manifest
              VARYING Van-Branch-Index FROM 1 BY 1
              UNTIL Van-Branch-Index > Branch-Count
          PERFORM Print-Manifest-Totals
          PERFORM Close-Van-Files
          DISPLAY "XFERMAN: " Delivered-Count " delivered, "
              Sent-On-Count " sent on, " Manifest-Count
              " on tonight's manifest"
          IF Problem-Count > 0
              MOVE 4 TO RETURN-CODE
          END-IF
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "XFERMAN" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "XFERMAN: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "DELIVERED" TO Ctl-Count-Label(1)
          MOVE Delivered-Count TO Ctl-Count(1)
          MOVE "SENT ON" TO Ctl-Count-Label(2)
          MOVE Sent-On-Count TO Ctl-Count(2)
          MOVE "MANIFESTED" TO Ctl-Count-Label(3)
          MOVE Manifest-Count TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Van-Files.
          OPEN I-O Transfer-File
          OPEN I-O Book-Master-File
          OPEN OUTPUT Manifest-File.
          IF NOT Transfer-File-OK
              OR NOT Book-Master-OK
              DISPLAY "XFERMAN: files could not be opened,"
                  " XFERFILE " Transfer-File-Status
                  " BOOKMSTR " Book-Master-Status
              PERFORM Close-Van-Files
              MOVE 8 TO RETURN-CODE
              PERFORM Record-Run-Completion
              STOP RUN
          END-IF.

       Close-Van-Files.
          CLOSE Transfer-File
          CLOSE Book-Master-File
          CLOSE Manifest-File.

       Start-Transfer-Scan.
          MOVE "N" TO Transfer-Switch
          MOVE LOW-VALUES TO Xfer-Key
          START Transfer-File KEY IS NOT LESS THAN Xfer-Key
              INVALID KEY
                  MOVE "Y" TO Transfer-Switch
          END-START.

       Read-Next-Transfer.
          READ Transfer-File NEXT RECORD
              AT END
                  MOVE "Y" TO Transfer-Switch
          END-READ.
          IF NOT End-Of-Transfers
              AND NOT Transfer-File-OK
              DISPLAY "XFERMAN: transfer file read failed, status "
                  Transfer-File-Status
              ADD 1 TO Problem-Count
              MOVE "Y" TO Transfer-Switch
          END-IF.

      * Everything on last night's manifest went out on the van
      * this morning and is taken as delivered.
       Book-In-Deliveries.
          MOVE SPACES TO Manifest-Line
          STRING "DELIVERED ON TODAY'S VAN"
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.
          PERFORM Start-Transfer-Scan
          PERFORM Read-Next-Transfer
          PERFORM Book-In-One-Transfer UNTIL End-Of-Transfers.

       Book-In-One-Transfer.
          IF Xfer-On-Van
              MOVE Xfer-Book-ID TO Delivered-Book-ID
              MOVE Xfer-Book-Title TO Delivered-Title
              MOVE Xfer-To-Branch TO Delivered-To-Branch
              MOVE Xfer-Copy-Branch TO Delivered-Copy-Branch
              MOVE Xfer-Reason TO Delivered-Reason
              MOVE Xfer-Borrower-ID TO Delivered-Borrower-ID
              DELETE Transfer-File
                  INVALID KEY
                      DISPLAY "XFERMAN: transfer entry vanished for "
                          Xfer-Book-ID
              END-DELETE
              PERFORM Apply-Delivery
              ADD 1 TO Delivered-Count
          END-IF
          PERFORM Read-Next-Transfer.

      * The copy is off the van: its home branch has it back on
      * its books, and a hold copy whose offer still stands goes
      * on the hold shelf with a fresh pickup window.  A hold copy
      * that arrives to find its offer gone is sent on home.
       Apply-Delivery.
          MOVE "N" TO Send-Home
          MOVE Delivered-Copy-Branch TO Branch-Want
          PERFORM Find-Branch-Index
          MOVE Branch-Index TO Copy-Home-Index
          MOVE Delivered-To-Branch TO Branch-Want
          PERFORM Find-Branch-Index
          MOVE Branch-Index TO Xfer-To-Index
          MOVE "TO THE SHELF" TO Delivered-Text
          MOVE Delivered-Book-ID TO Book-ID
          READ Book-Master-File
              INVALID KEY
                  MOVE "NOT ON CATALOG - SEE THE DESK" TO Delivered-Text
                  ADD 1 TO Problem-Count
          END-READ.
          IF Book-Master-OK
              AND Book-ID < Ill-Book-ID-Floor
              IF Book-Branch-Stock-Area NOT NUMERIC
                  MOVE ZEROS TO Book-Branch-Stock-Area
              END-IF
              IF Book-Branch-Transit(Copy-Home-Index) > 0
                  SUBTRACT 1 FROM Book-Branch-Transit(Copy-Home-Index)
              END-IF
              IF Delivered-Reason = "H"
                  IF Book-Reserved-For = Delivered-Borrower-ID
                      AND Book-Hold-In-Transit
                      AND Book-Hold-Pickup-Branch = Delivered-To-Branch
                      MOVE SPACES TO Book-Hold-Transit
                      IF Book-Reserved-Date NOT = Withdrawn-Offer-Date
                          MOVE Run-Date TO Book-Reserved-Date
                      END-IF
                      MOVE "TO THE HOLD SHELF" TO Delivered-Text
                      ADD 1 TO Hold-Shelved-Count
                  ELSE
                      IF Xfer-To-Index NOT = Copy-Home-Index
                          MOVE "Y" TO Send-Home
                          ADD 1 TO Book-Branch-Transit(Copy-Home-Index)
                          MOVE "HOLD GONE - BACK ON THE VAN"
                              TO Delivered-Text
                      END-IF
                  END-IF
              END-IF
              REWRITE Book-Master-Record
              IF NOT Book-Master-OK
                  DISPLAY "XFERMAN: catalog rewrite failed for book "
                      Book-ID " status " Book-Master-Status
                  ADD 1 TO Problem-Count
                  MOVE "00" TO Book-Master-Status
              END-IF
          END-IF
          MOVE "00" TO Book-Master-Status
          PERFORM Print-Delivered-Line
          IF Send-Home = "Y"
              PERFORM Raise-Home-Transfer
          END-IF.

      * The onward transfer is dated tonight and so waits for
      * tonight's manifest below.
       Raise-Home-Transfer.
          MOVE Delivered-Book-ID TO Xfer-Book-ID
          MOVE Run-Date TO Xfer-Raised-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Xfer-Raised-Time
          MOVE 0 TO Xfer-Seq
          MOVE Delivered-Title TO Xfer-Book-Title
          MOVE Branch-Code(Xfer-To-Index) TO Xfer-From-Branch
          MOVE Branch-Code(Copy-Home-Index) TO Xfer-To-Branch
          MOVE Branch-Code(Copy-Home-Index) TO Xfer-Copy-Branch
          MOVE "R" TO Xfer-Reason
          MOVE 0 TO Xfer-Borrower-ID
          MOVE "W" TO Xfer-Status
          MOVE 0 TO Xfer-Manifest-Date
          MOVE Run-Operator-ID TO Xfer-Raised-By
          MOVE "N" TO Xfer-Written
          PERFORM Write-Home-Transfer
              UNTIL Xfer-Written NOT = "N"
                  OR Xfer-Seq >= 99.
          IF Xfer-Written = "Y"
              ADD 1 TO Sent-On-Count
          ELSE
              DISPLAY "XFERMAN: onward transfer not recorded for book "
                  Delivered-Book-ID " status " Transfer-File-Status
              ADD 1 TO Problem-Count
              MOVE "00" TO Transfer-File-Status
          END-IF.

       Write-Home-Transfer.
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

      * One manifest section per branch the van collects from,
      * listing every transfer awaiting the van there; each is
      * marked as loaded so tomorrow night's run books it in.
       Print-Branch-Manifest.
          MOVE 0 TO Branch-Manifest-Count
          MOVE SPACES TO Manifest-Line
          WRITE Manifest-Line.
          MOVE SPACES TO Manifest-Line
          STRING "VAN MANIFEST - COLLECT FROM "
              Branch-Name(Van-Branch-Index)
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.
          PERFORM Start-Transfer-Scan
          PERFORM Read-Next-Transfer
          PERFORM Manifest-One-Transfer UNTIL End-Of-Transfers.
          MOVE SPACES TO Manifest-Line
          STRING "   COPIES TO LOAD: " Branch-Manifest-Count
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.

       Manifest-One-Transfer.
          MOVE Xfer-From-Branch TO Branch-Want
          PERFORM Find-Branch-Index
          IF Xfer-Awaiting-Van
              AND Branch-Index = Van-Branch-Index
              MOVE Xfer-To-Branch TO Branch-Want
              PERFORM Find-Branch-Index
              MOVE Branch-Index TO Xfer-To-Index
              MOVE "T" TO Xfer-Status
              MOVE Run-Date TO Xfer-Manifest-Date
              REWRITE Transfer-Record
                  INVALID KEY
                      DISPLAY "XFERMAN: transfer rewrite failed for "
                          Xfer-Book-ID " status " Transfer-File-Status
                      ADD 1 TO Problem-Count
              END-REWRITE
              ADD 1 TO Manifest-Count
              ADD 1 TO Branch-Manifest-Count
              PERFORM Print-Manifest-Line
          END-IF
          PERFORM Read-Next-Transfer.

      * A branch byte not on the BRANCHES table is the main branch.
       Find-Branch-Index.
          MOVE 1 TO Branch-Index
          PERFORM VARYING Branch-Scan-Index FROM 1 BY 1
              UNTIL Branch-Scan-Index > Branch-Count
                  IF Branch-Code(Branch-Scan-Index) = Branch-Want
                      MOVE Branch-Scan-Index TO Branch-Index
                  END-IF
          END-PERFORM.

       Print-Manifest-Header.
          MOVE SPACES TO Manifest-Line
          STRING "BOOKiT INTER-BRANCH VAN MANIFEST - " Run-Date
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.
          MOVE "----------------------------------------"
              TO Manifest-Line
          WRITE Manifest-Line.

       Print-Delivered-Line.
          MOVE SPACES TO Manifest-Line
          STRING "   " Delivered-Book-ID " " Delivered-Title
              " AT " Branch-Name(Xfer-To-Index)
              " " Delivered-Text
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.

       Print-Manifest-Line.
          IF Xfer-For-Hold
              MOVE SPACES TO Reason-Text
              STRING "HOLD FOR " Xfer-Borrower-ID
                  DELIMITED BY SIZE INTO Reason-Text
          ELSE
              MOVE "GOING HOME" TO Reason-Text
          END-IF
          MOVE SPACES TO Manifest-Line
          STRING "   " Xfer-Book-ID " " Xfer-Book-Title
              " TO " Branch-Name(Xfer-To-Index)
              " " Reason-Text
              " RAISED " Xfer-Raised-Date " BY " Xfer-Raised-By
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.

       Print-Manifest-Totals.
          MOVE SPACES TO Manifest-Line
          WRITE Manifest-Line.
          MOVE SPACES TO Manifest-Line
          STRING "COPIES DELIVERED       : " Delivered-Count
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.
          MOVE SPACES TO Manifest-Line
          STRING "TO HOLD SHELVES        : " Hold-Shelved-Count
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.
          MOVE SPACES TO Manifest-Line
          STRING "SENT ON HOME           : " Sent-On-Count
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.
          MOVE SPACES TO Manifest-Line
          STRING "ON TONIGHT'S MANIFEST  : " Manifest-Count
              DELIMITED BY SIZE INTO Manifest-Line
          WRITE Manifest-Line.
