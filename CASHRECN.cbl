      * takings - balances each session, counted cash against
      * float plus cash taken and counted checks against checks
      * taken, and flags any over or short amount for the
      * supervisor.  Payments the collection agency remitted
      * (method A, posted by AGYPOST) never touched a drawer and
      * are left out of the roll-up.  Run in the nightly window
      * after LOGEDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 Check-Variance PIC S9(7)V99 VALUE 0.
       01 Variance-Print PIC +(7)9.99 VALUE 0.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Reconcile-Cash-Drawers.
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Recon-Date
          PERFORM Open-Recon-Files
          PERFORM Print-Recon-Header
          PERFORM Read-Transaction-Log
          PERFORM Close-Recon-Files
          DISPLAY "CASHRECN: " Drawer-Count " drawer session(s), "
              Drawers-Flagged-Count " flagged over/short"
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "CASHRECN" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "CASHRECN: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "DRAWERS" TO Ctl-Count-Label(1)
          MOVE Drawer-Count TO Ctl-Count(1)
          MOVE "BALANCED" TO Ctl-Count-Label(2)
          MOVE Drawers-Balanced-Count TO Ctl-Count(2)
          MOVE "OVER/SHORT" TO Ctl-Count-Label(3)
          MOVE Drawers-Flagged-Count TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Recon-Files.
          OPEN INPUT Transaction-Log-File
          OPEN OUTPUT Recon-Report-File.
          IF Txn-Date = Recon-Date
              AND (Txn-Is-Payment OR Txn-Is-Drawer-Open
                  OR Txn-Is-Drawer-Count)
              AND NOT (Txn-Is-Payment AND Pay-Is-Agency)
              PERFORM Find-Drawer-Entry
      * A float posted after the drawer was counted is a new
      * sitting at the same desk (a normal exit and re-entry),
