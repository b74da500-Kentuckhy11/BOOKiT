      * rate of each title against its owned copies, the titles
      * that did not circulate at all, and the titles whose hold
      * queue outruns their copy count and so deserve more copies.
      * Feed the copy decisions back through BOOKLOAD J records;
      * ACQGEN applies the same hold-queue test to raise the
      * purchase requests for the copies that must be bought.
      * Run at month-end, after the desk closes and BEFORE the
      * TRANARCH sweep trims the log.

       01 Zero-Circ-Count PIC 9(4) VALUE 0.
       01 Hold-Flagged-Count PIC 9(4) VALUE 0.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Produce-Usage-Report.
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Report-Date
          MOVE Report-Date(1:6) TO Report-Month
          PERFORM Open-Usage-Files
          PERFORM Load-Catalog-Table
          PERFORM Print-Zero-Circulation
          PERFORM Print-Hold-Pressure
          PERFORM Close-Usage-Files
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "USAGERPT" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "USAGERPT: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "TITLES" TO Ctl-Count-Label(1)
          MOVE Usage-Title-Count TO Ctl-Count(1)
          MOVE "NO CIRC" TO Ctl-Count-Label(2)
          MOVE Zero-Circ-Count TO Ctl-Count(2)
          MOVE "HOLD FLAGGED" TO Ctl-Count-Label(3)
          MOVE Hold-Flagged-Count TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Usage-Files.
          OPEN INPUT Transaction-Log-File
          OPEN INPUT Book-Master-File
