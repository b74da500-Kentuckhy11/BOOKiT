
       01 Archived-Record-Count PIC 9(7) VALUE 0.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Archive-Transaction-Log.
          PERFORM Check-Run-Control
          PERFORM Open-Archive-Files
          PERFORM Read-Transaction-Log
          PERFORM Write-Archive-Record UNTIL End-Of-Transaction-Log
          PERFORM Close-Archive-Files
          DISPLAY "TRANARCH: " Archived-Record-Count
              " records archived"
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "TRANARCH" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "TRANARCH: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "ARCHIVED" TO Ctl-Count-Label(1)
          MOVE Archived-Record-Count TO Ctl-Count(1)
          MOVE SPACES TO Ctl-Count-Label(2)
          MOVE 0 TO Ctl-Count(2)
          MOVE SPACES TO Ctl-Count-Label(3)
          MOVE 0 TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Archive-Files.
          OPEN INPUT Transaction-Log-File
          OPEN OUTPUT Archive-File.
