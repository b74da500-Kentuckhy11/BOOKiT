      * address, e-mail and contact preference plus the notice
      * level, one D segment per overdue item, and a T trailer
      * with the segment counts and run date so the receivers
      * can verify a complete file.  Each notice also states the
      * fines accrued to date on the listed items, worked out
      * with the same POLICY file rule - daily fine and fine cap
      * for the borrower's category and the title's genre - that
      * the desk will charge when the items come back.  Run after
      * the desk closes, following CIRCRPT in the nightly window.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Borrower-ID
               FILE STATUS IS Borrower-Master-Status.

           SELECT Book-Master-File ASSIGN TO "BOOKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Book-ID
               FILE STATUS IS Book-Master-Status.

           SELECT Policy-File ASSIGN TO "POLICY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Policy-Key
               FILE STATUS IS Policy-Status.

           SELECT Calendar-File ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Calendar-Status.
       FD  Borrower-Master-File.
           COPY BORROWER.

       FD  Book-Master-File.
           COPY BOOKREC.

       FD  Policy-File.
           COPY POLREC.

       FD  Calendar-File.
       01  Calendar-Record PIC X(80).

          88 Borrower-Master-OK VALUE "00".
       01 Open-Loan-Switch PIC X(1) VALUE "N".
          88 End-Of-Open-Loans VALUE "Y".
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".

       01 Notice-Date PIC 9(8) VALUE 0.
       01 Notice-Count PIC 9(5) VALUE 0.
          88 Second-Notice VALUE 2.
          88 Final-Notice VALUE 3.

      * Fines accrued to date use the desk's POLICY file rule, or
      * the desk's standard rate where the file has none.
       01 Policy-Status PIC X(2) VALUE "00".
          88 Policy-OK VALUE "00".
       01 Policy-Switch PIC X(1) VALUE "N".
          88 End-Of-Policies VALUE "Y".
       01 Policy-File-Usable PIC X(1) VALUE "N".
       01 Policy-Found PIC X(1) VALUE "N".
       01 Policy-Want-Category PIC X(1) VALUE SPACES.
       01 Policy-Want-Class PIC X(20) VALUE SPACES.
       01 Policy-Hit-Date PIC 9(8) VALUE 0.
       01 Standard-Fine-Per-Day PIC 9(3)V99 VALUE 5.00.
       01 Fine-Per-Day-Amount PIC 9(3)V99 VALUE 0.
       01 Fine-Cap-Amount PIC 9(5)V99 VALUE 0.
       01 Notice-Category PIC X(1) VALUE "S".
       01 Item-Fine-Amount PIC 9(5)V99 VALUE 0.
       01 Notice-Fine-Total PIC 9(7)V99 VALUE 0.
       01 Notice-Fine-Print PIC Z(6)9.99.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Produce-Overdue-Notices.
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Notice-Date
          PERFORM Load-Library-Calendar
          PERFORM Open-Notice-Files
          PERFORM Print-Notice-Run-Header
          END-IF
          PERFORM Print-Notice-Run-Trailer
          PERFORM Close-Notice-Files
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "OVRDUE" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "OVRDUE: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "NOTICES" TO Ctl-Count-Label(1)
          MOVE Notice-Count TO Ctl-Count(1)
          MOVE "EXTRACT RECS" TO Ctl-Count-Label(2)
          MOVE Extract-Detail-Count TO Ctl-Count(2)
          MOVE SPACES TO Ctl-Count-Label(3)
          MOVE 0 TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Notice-Files.
          OPEN INPUT Open-Loan-File
          OPEN INPUT Borrower-Master-File
          OPEN INPUT Book-Master-File
          OPEN INPUT Policy-File
          OPEN OUTPUT Notice-File
          OPEN OUTPUT Extract-File.
          IF Policy-OK
              MOVE "Y" TO Policy-File-Usable
          ELSE
              DISPLAY "OVRDUE: circulation policy file could not be"
                  " opened - standard fine rate used"
          END-IF.

       Close-Notice-Files.
          CLOSE Open-Loan-File
          CLOSE Borrower-Master-File
          CLOSE Book-Master-File
          IF Policy-File-Usable = "Y"
              CLOSE Policy-File
          END-IF
          CLOSE Notice-File
          CLOSE Extract-File.

                  END-IF
          END-PERFORM.
          PERFORM Determine-Notice-Level
          MOVE 0 TO Notice-Fine-Total
          PERFORM Print-Notice-Heading
          PERFORM VARYING Notice-Item-Index FROM 1 BY 1
              UNTIL Notice-Item-Index > Notice-Item-Count
          END-EVALUATE
          WRITE Notice-Line.
          MOVE Notice-Borrower-ID TO Borrower-ID
          MOVE "S" TO Notice-Category
          READ Borrower-Master-File
              INVALID KEY
                  MOVE "(BORROWER RECORD MISSING)" TO Borrower-Name
                  MOVE SPACES TO Borrower-Contact-No
                  MOVE SPACES TO Borrower-Email
                  MOVE SPACE TO Borrower-Contact-Pref
              NOT INVALID KEY
                  MOVE Borrower-Category TO Notice-Category
          END-READ
          MOVE SPACES TO Notice-Line
          STRING "TO BORROWER " Notice-Borrower-ID " - "

       Print-Notice-Loan-Line.
          PERFORM Compute-Days-Overdue
          PERFORM Compute-Item-Fine
          MOVE SPACES TO Notice-Line
          STRING "  " Item-Book-ID(Notice-Item-Index)
              " " Item-Book-Title(Notice-Item-Index)
       Print-Notice-Footing.
          MOVE "----------------------------------------" TO Notice-Line
          WRITE Notice-Line.
          MOVE Notice-Fine-Total TO Notice-Fine-Print
          MOVE SPACES TO Notice-Line
          STRING "FINES ACCRUED TO DATE ON THESE ITEMS: $"
              Notice-Fine-Print
              DELIMITED BY SIZE INTO Notice-Line
          WRITE Notice-Line.
          EVALUATE TRUE
              WHEN Final-Notice
                  MOVE "RETURN THESE ITEMS AT ONCE.  YOUR BORROWING"
          MOVE ALL "=" TO Notice-Line
          WRITE Notice-Line.

      * The fine the desk would charge if the item came back
      * today: open days overdue at the policy's daily rate, held
      * to its fine cap.
       Compute-Item-Fine.
          MOVE Item-Book-ID(Notice-Item-Index) TO Book-ID
          READ Book-Master-File
              INVALID KEY
                  MOVE SPACES TO Book-Genre
          END-READ
          PERFORM Load-Fine-Policy
          COMPUTE Item-Fine-Amount = Days-Overdue * Fine-Per-Day-Amount
          IF Fine-Cap-Amount > 0
              AND Item-Fine-Amount > Fine-Cap-Amount
              MOVE Fine-Cap-Amount TO Item-Fine-Amount
          END-IF
          ADD Item-Fine-Amount TO Notice-Fine-Total.

       Load-Fine-Policy.
          MOVE Standard-Fine-Per-Day TO Fine-Per-Day-Amount
          MOVE 0 TO Fine-Cap-Amount
          IF Policy-File-Usable = "Y"
              MOVE Notice-Category TO Policy-Want-Category
              MOVE SPACES TO Policy-Want-Class
              PERFORM Find-Policy-In-Effect
              IF Policy-Found = "Y"
                  MOVE Policy-Daily-Fine TO Fine-Per-Day-Amount
                  MOVE Policy-Fine-Cap TO Fine-Cap-Amount
              END-IF
              IF Book-Genre NOT = SPACES
                  MOVE Book-Genre TO Policy-Want-Class
                  PERFORM Find-Policy-In-Effect
                  IF Policy-Found = "Y"
                      MOVE Policy-Daily-Fine TO Fine-Per-Day-Amount
                      MOVE Policy-Fine-Cap TO Fine-Cap-Amount
                  END-IF
              END-IF
          END-IF.

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
                  AND Policy-Effective-Date <= Notice-Date
                  MOVE "Y" TO Policy-Found
                  MOVE Policy-Effective-Date TO Policy-Hit-Date
              ELSE
                  MOVE "Y" TO Policy-Switch
              END-IF
          END-IF.

       Print-Notice-Run-Header.
          MOVE SPACES TO Notice-Line
          STRING "BOOKiT OVERDUE NOTICE RUN - " Notice-Date
