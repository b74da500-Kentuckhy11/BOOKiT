       01 Derived-Copies-Print PIC -(4)9 VALUE 0.
       01 Repaired-Copies-Out PIC 9(3) VALUE 0.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Reconcile-Inventory.
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Recon-Date
          PERFORM Open-Recon-Files
          PERFORM Read-Run-Parameter
          PERFORM Print-Recon-Header
          PERFORM Report-Uncataloged-Titles
          PERFORM Print-Recon-Totals
          PERFORM Close-Recon-Files
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "INVRECON" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "INVRECON: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "TITLES" TO Ctl-Count-Label(1)
          MOVE Titles-Checked-Count TO Ctl-Count(1)
          MOVE "MISMATCHES" TO Ctl-Count-Label(2)
          MOVE Mismatch-Count TO Ctl-Count(2)
          MOVE "REPAIRED" TO Ctl-Count-Label(3)
          MOVE Repaired-Count TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Recon-Files.
          OPEN INPUT Open-Loan-File
          OPEN I-O Book-Master-File
