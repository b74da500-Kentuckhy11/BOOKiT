      * retired daily, so their circulation records outlive them.
       01 Ill-Book-ID-Floor PIC 9(4) VALUE 9000.

      * Book-IDs written off (L/D/S) anywhere on this log; retiring
      * the last copy deletes the catalog record, so the same
      * title's other circulation records must not be quarantined
      * as off-catalog.
          88 Reject-Bad-Method    VALUE "05".
       01 Reject-Reason-Text PIC X(30) VALUE SPACES.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Edit-Circulation-Log.
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Edit-Date
          PERFORM Open-Edit-Files
          PERFORM Read-Reject-Threshold
          PERFORM Print-Edit-Header
                  Reject-Threshold " - HOLDING THE NIGHTLY WINDOW"
              MOVE 8 TO RETURN-CODE
          END-IF
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "LOGEDIT" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "LOGEDIT: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "READ" TO Ctl-Count-Label(1)
          MOVE Records-Read-Count TO Ctl-Count(1)
          MOVE "PASSED" TO Ctl-Count-Label(2)
          MOVE Records-Passed-Count TO Ctl-Count(2)
          MOVE "QUARANTINED" TO Ctl-Count-Label(3)
          MOVE Records-Rejected-Count TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Edit-Files.
          OPEN INPUT Transaction-Log-File
          OPEN INPUT Borrower-Master-File

       Collect-One-Write-Off.
          MOVE Log-Input-Record TO Transaction-Record
          IF (Txn-Is-Lost OR Txn-Is-Damaged OR Txn-Is-Missing)
              AND Txn-Book-ID IS NUMERIC
              PERFORM Note-Written-Off-Title
          END-IF
              OR Txn-Is-Lost OR Txn-Is-Damaged OR Txn-Is-Payment
              OR Txn-Is-Waiver OR Txn-Is-Admin-Update
              OR Txn-Is-Deactivate OR Txn-Is-Merge
              OR Txn-Is-Drawer-Open OR Txn-Is-Drawer-Count
              OR Txn-Is-Missing)
              MOVE "02" TO Reject-Reason-Code
              MOVE "UNKNOWN ACTION CODE" TO Reject-Reason-Text
          END-IF.

      * Drawer session records belong to the desk, not a patron,
      * and log a zero borrower ID; so do stock-take write-offs.
       Validate-Borrower.
          IF NOT Txn-Is-Drawer-Open
              AND NOT Txn-Is-Drawer-Count
              AND NOT Txn-Is-Missing
              MOVE Txn-Borrower-ID TO Borrower-ID
              READ Borrower-Master-File
                  INVALID KEY
      * blank, which is accepted as legacy the same way a blank
      * contact preference is on the borrower record; drawer
      * session records postdate the byte and must carry it.
      * Agency remittances posted by AGYPOST carry method A,
      * which is good on a payment but never on a drawer record.
       Validate-Pay-Method.
          IF (Txn-Is-Drawer-Open OR Txn-Is-Drawer-Count)
              AND NOT Pay-Is-Cash AND NOT Pay-Is-Check
          END-IF.
          IF Txn-Is-Payment
              AND NOT Pay-Is-Cash AND NOT Pay-Is-Check
              AND NOT Pay-Is-Agency
              AND Txn-Pay-Method NOT = SPACE
              MOVE "05" TO Reject-Reason-Code
              MOVE "BAD PAYMENT METHOD" TO Reject-Reason-Text
