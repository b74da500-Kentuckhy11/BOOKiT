       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLMAINT.

      * Applies circulation policy maintenance to the POLICY
      * indexed file from the POLIN card deck, so the board's loan
      * periods, renewal limits, fine rates, fine caps,
      * replacement charges and borrow limits change without a
      * program change.  The deck must open with a supervisor
      * sign-off card (S, operator ID, passcode) that is checked
      * against OPERMSTR for an active supervisor-role credential;
      * without one the whole deck is rejected and the job ends
      * with return code 8.  Each following card carries an
      * action code:
      *    A  add a rule for a category, item class (blank for the
      *       category default) and effective date; the date may
      *       not be earlier than today
      *    C  change a rule that has not yet come into force
      *    D  delete a rule that has not yet come into force
      * A rule already in force is never altered - the board's
      * change is keyed as a new rule with its own effective
      * date, so the old one remains on file as history.  Every
      * card is echoed to the POLRPT audit listing as APPLIED or
      * REJECTED with the reason, a changed or deleted rule shows
      * its old values, and the listing closes with every rule on
      * file marked in force, superseded or future.  The empty
      * POLICY cluster is defined and seeded with the standard
      * rules by BOOKINIT (BOOKUPGR on a live site).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Policy-Input-File ASSIGN TO "POLIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Policy-File ASSIGN TO "POLICY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Policy-Key
               FILE STATUS IS Policy-Status.

           SELECT Operator-Master-File ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS Operator-Master-Status.

           SELECT Policy-Report-File ASSIGN TO "POLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Policy-Input-File.
       01  Policy-Input-Record.
           05  In-Policy-Action        PIC X(01).
               88  In-Action-Add           VALUE "A".
               88  In-Action-Change        VALUE "C".
               88  In-Action-Delete        VALUE "D".
               88  In-Action-Sign-Off      VALUE "S".
           05  In-Policy-Category      PIC X(01).
               88  In-Category-Valid       VALUE "S" "T" "F" "M" "P".
           05  In-Policy-Item-Class    PIC X(20).
           05  In-Policy-Effective-Date PIC 9(08).
           05  In-Policy-Loan-Days     PIC 9(03).
           05  In-Policy-Max-Renewals  PIC 9(02).
           05  In-Policy-Daily-Fine    PIC 9(03)V99.
           05  In-Policy-Fine-Cap      PIC 9(05)V99.
           05  In-Policy-Replacement   PIC 9(05)V99.
           05  In-Policy-Borrow-Limit  PIC 9(02).
           05  Filler                  PIC X(24).
       01  Sign-Off-Card.
           05  Filler                  PIC X(01).
           05  In-Supervisor-ID        PIC X(03).
           05  In-Supervisor-Passcode  PIC X(08).
           05  Filler                  PIC X(68).

       FD  Policy-File.
           COPY POLREC.

       FD  Operator-Master-File.
           COPY OPERREC.

       FD  Policy-Report-File.
       01  Policy-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Policy-Status PIC X(2) VALUE "00".
          88 Policy-OK VALUE "00".
       01 Operator-Master-Status PIC X(2) VALUE "00".
          88 Operator-Master-OK VALUE "00".
       01 Policy-Input-Switch PIC X(1) VALUE "N".
          88 End-Of-Policy-Input VALUE "Y".
       01 Policy-Switch PIC X(1) VALUE "N".
          88 End-Of-Policies VALUE "Y".
       01 Run-Date PIC 9(8) VALUE 0.
       01 Supervisor-ID PIC X(3) VALUE SPACES.
       01 Supervisor-Validated PIC X(1) VALUE "N".
       01 Record-Found PIC X(1) VALUE "N".
       01 Reject-Reason PIC X(40) VALUE SPACES.
       01 Rules-Applied-Count PIC 9(05) VALUE 0.
       01 Rules-Rejected-Count PIC 9(05) VALUE 0.
       01 Rules-On-File-Count PIC 9(05) VALUE 0.

      * Printable picture of one rule's values, built from the
      * record area by Format-Policy-Values.
       01 Policy-Values-Text PIC X(80) VALUE SPACES.
       01 Show-Daily-Fine PIC ZZ9.99.
       01 Show-Fine-Cap PIC ZZZZ9.99.
       01 Show-Replacement PIC ZZZZ9.99.
       01 Show-Label PIC X(8) VALUE SPACES.

      * The closing listing holds each rule back one record so it
      * can tell whether a later rule for the same category and
      * class has already superseded it.
       01 Pending-Rule-Held PIC X(1) VALUE "N".
       01 Pending-Category PIC X(1) VALUE SPACES.
       01 Pending-Item-Class PIC X(20) VALUE SPACES.
       01 Pending-Effective-Date PIC 9(8) VALUE 0.
       01 Pending-Values-Text PIC X(80) VALUE SPACES.
       01 Pending-Rule-State PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       Maintain-Policy-File.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          PERFORM Open-Policy-Files
          PERFORM Print-Policy-Header
          PERFORM Read-Policy-Input
          PERFORM Check-Supervisor-Sign-Off
          IF Supervisor-Validated = "Y"
              PERFORM Read-Policy-Input
              PERFORM Apply-One-Policy-Card
                  UNTIL End-Of-Policy-Input
          ELSE
              PERFORM Reject-Whole-Deck
              MOVE 8 TO RETURN-CODE
          END-IF
          PERFORM Print-Policy-Totals
          PERFORM List-Policy-File
          PERFORM Close-Policy-Files
          DISPLAY "POLMAINT: " Rules-Applied-Count " cards applied"
          DISPLAY "POLMAINT: " Rules-Rejected-Count " cards rejected"
          STOP RUN.

       Open-Policy-Files.
          OPEN INPUT Policy-Input-File
          OPEN I-O Policy-File
          OPEN INPUT Operator-Master-File
          OPEN OUTPUT Policy-Report-File.
          IF NOT Policy-OK
              DISPLAY "POLMAINT: policy file could not be opened,"
                  " status " Policy-Status
              PERFORM Close-Policy-Files
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          IF NOT Operator-Master-OK
              DISPLAY "POLMAINT: operator master could not be"
                  " opened, status " Operator-Master-Status
                  " - no sign-off can be accepted"
          END-IF.

       Close-Policy-Files.
          CLOSE Policy-Input-File
          CLOSE Policy-File
          CLOSE Operator-Master-File
          CLOSE Policy-Report-File.

       Read-Policy-Input.
          READ Policy-Input-File
              AT END
                  MOVE "Y" TO Policy-Input-Switch
          END-READ.

      * The first card must be the supervisor's own sign-off, held
      * to the same test as a fine waiver at the desk.
       Check-Supervisor-Sign-Off.
          MOVE "N" TO Supervisor-Validated
          IF NOT End-Of-Policy-Input
              AND In-Action-Sign-Off
              AND In-Supervisor-ID NOT = SPACES
              AND Operator-Master-OK
              MOVE In-Supervisor-ID TO Oper-ID
              READ Operator-Master-File
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF NOT Oper-Is-Inactive
                          AND In-Supervisor-Passcode = Oper-Passcode
                          AND Oper-Is-Supervisor
                          MOVE "Y" TO Supervisor-Validated
                          MOVE Oper-ID TO Supervisor-ID
                      END-IF
              END-READ
          END-IF.
          MOVE SPACES TO Policy-Report-Line
          IF Supervisor-Validated = "Y"
              STRING "CHANGES AUTHORIZED BY SUPERVISOR " Supervisor-ID
                  " - " Oper-Name
                  DELIMITED BY SIZE INTO Policy-Report-Line
          ELSE
              MOVE "NO VALID SUPERVISOR SIGN-OFF - DECK REJECTED"
                  TO Policy-Report-Line
          END-IF
          WRITE Policy-Report-Line.
          MOVE SPACES TO Policy-Report-Line
          WRITE Policy-Report-Line.

       Reject-Whole-Deck.
          IF NOT End-Of-Policy-Input
              AND In-Action-Sign-Off
              PERFORM Read-Policy-Input
          END-IF.
          PERFORM Reject-One-Unsigned-Card UNTIL End-Of-Policy-Input.

       Reject-One-Unsigned-Card.
          MOVE "NO SUPERVISOR SIGN-OFF" TO Reject-Reason
          ADD 1 TO Rules-Rejected-Count
          PERFORM Print-Rejected-Line
          PERFORM Read-Policy-Input.

       Apply-One-Policy-Card.
          MOVE SPACES TO Reject-Reason
          PERFORM Validate-Policy-Card
          IF Reject-Reason = SPACES
              PERFORM Look-Up-Policy-Record
              EVALUATE TRUE
                  WHEN In-Action-Add
                      PERFORM Apply-Add
                  WHEN In-Action-Change
                      PERFORM Apply-Change
                  WHEN In-Action-Delete
                      PERFORM Apply-Delete
              END-EVALUATE
          END-IF.
          IF Reject-Reason = SPACES
              ADD 1 TO Rules-Applied-Count
          ELSE
              ADD 1 TO Rules-Rejected-Count
              PERFORM Print-Rejected-Line
          END-IF.
          PERFORM Read-Policy-Input.

       Validate-Policy-Card.
          EVALUATE TRUE
              WHEN NOT In-Action-Add AND NOT In-Action-Change
                      AND NOT In-Action-Delete
                  MOVE "UNKNOWN ACTION CODE" TO Reject-Reason
              WHEN NOT In-Category-Valid
                  MOVE "CATEGORY MUST BE S, T, F, M OR P"
                      TO Reject-Reason
              WHEN In-Policy-Effective-Date NOT NUMERIC
                  OR In-Policy-Effective-Date = 0
                  MOVE "EFFECTIVE DATE NOT NUMERIC" TO Reject-Reason
              WHEN In-Action-Delete
                  CONTINUE
              WHEN In-Policy-Loan-Days NOT NUMERIC
                  OR In-Policy-Max-Renewals NOT NUMERIC
                  OR In-Policy-Daily-Fine NOT NUMERIC
                  OR In-Policy-Fine-Cap NOT NUMERIC
                  OR In-Policy-Replacement NOT NUMERIC
                  OR In-Policy-Borrow-Limit NOT NUMERIC
                  MOVE "RULE VALUES NOT NUMERIC" TO Reject-Reason
              WHEN In-Policy-Loan-Days = 0
                  MOVE "LOAN PERIOD MUST BE AT LEAST ONE DAY"
                      TO Reject-Reason
              WHEN In-Policy-Item-Class = SPACES
                  AND (In-Policy-Borrow-Limit = 0
                      OR In-Policy-Borrow-Limit > 12)
                  MOVE "BORROW LIMIT MUST BE 1 TO 12"
                      TO Reject-Reason
              WHEN In-Policy-Fine-Cap > 0
                  AND In-Policy-Fine-Cap < In-Policy-Daily-Fine
                  MOVE "FINE CAP BELOW ONE DAY'S FINE"
                      TO Reject-Reason
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

       Look-Up-Policy-Record.
          MOVE In-Policy-Category TO Policy-Category
          MOVE In-Policy-Item-Class TO Policy-Item-Class
          MOVE In-Policy-Effective-Date TO Policy-Effective-Date
          READ Policy-File
              INVALID KEY
                  MOVE "N" TO Record-Found
              NOT INVALID KEY
                  MOVE "Y" TO Record-Found
          END-READ.

       Apply-Add.
          EVALUATE TRUE
              WHEN Record-Found = "Y"
                  MOVE "RULE ALREADY ON FILE FOR THAT DATE"
                      TO Reject-Reason
              WHEN In-Policy-Effective-Date < Run-Date
                  MOVE "EFFECTIVE DATE IS IN THE PAST"
                      TO Reject-Reason
              WHEN OTHER
                  MOVE SPACES TO Policy-Record
                  MOVE In-Policy-Category TO Policy-Category
                  MOVE In-Policy-Item-Class TO Policy-Item-Class
                  MOVE In-Policy-Effective-Date
                      TO Policy-Effective-Date
                  PERFORM Move-Card-Values
                  WRITE Policy-Record
                  IF Policy-OK
                      MOVE "ADDED" TO Show-Label
                      PERFORM Print-Applied-Line
                  ELSE
                      MOVE "POLICY WRITE FAILED" TO Reject-Reason
                  END-IF
          END-EVALUATE.

       Apply-Change.
          EVALUATE TRUE
              WHEN Record-Found = "N"
                  MOVE "RULE NOT ON FILE" TO Reject-Reason
              WHEN Policy-Effective-Date <= Run-Date
                  MOVE "RULE ALREADY IN FORCE - ADD A NEW ONE"
                      TO Reject-Reason
              WHEN OTHER
                  MOVE "WAS" TO Show-Label
                  PERFORM Print-Applied-Line
                  PERFORM Move-Card-Values
                  REWRITE Policy-Record
                  IF Policy-OK
                      MOVE "CHANGED" TO Show-Label
                      PERFORM Print-Applied-Line
                  ELSE
                      MOVE "POLICY REWRITE FAILED" TO Reject-Reason
                  END-IF
          END-EVALUATE.

       Apply-Delete.
          EVALUATE TRUE
              WHEN Record-Found = "N"
                  MOVE "RULE NOT ON FILE" TO Reject-Reason
              WHEN Policy-Effective-Date <= Run-Date
                  MOVE "RULE ALREADY IN FORCE - ADD A NEW ONE"
                      TO Reject-Reason
              WHEN OTHER
                  DELETE Policy-File
                  IF Policy-OK
                      MOVE "DELETED" TO Show-Label
                      PERFORM Print-Applied-Line
                  ELSE
                      MOVE "POLICY DELETE FAILED" TO Reject-Reason
                  END-IF
          END-EVALUATE.

       Move-Card-Values.
          MOVE In-Policy-Loan-Days TO Policy-Loan-Days
          MOVE In-Policy-Max-Renewals TO Policy-Max-Renewals
          MOVE In-Policy-Daily-Fine TO Policy-Daily-Fine
          MOVE In-Policy-Fine-Cap TO Policy-Fine-Cap
          MOVE In-Policy-Replacement TO Policy-Replacement-Charge
          MOVE In-Policy-Borrow-Limit TO Policy-Borrow-Limit
          MOVE Supervisor-ID TO Policy-Changed-By
          MOVE Run-Date TO Policy-Changed-Date.

       Format-Policy-Values.
          MOVE Policy-Daily-Fine TO Show-Daily-Fine
          MOVE Policy-Fine-Cap TO Show-Fine-Cap
          MOVE Policy-Replacement-Charge TO Show-Replacement
          MOVE SPACES TO Policy-Values-Text
          STRING "LOAN " Policy-Loan-Days
              " RENEW " Policy-Max-Renewals
              " FINE " Show-Daily-Fine
              " CAP " Show-Fine-Cap
              " REPL " Show-Replacement
              " LIMIT " Policy-Borrow-Limit
              " BY " Policy-Changed-By
              DELIMITED BY SIZE INTO Policy-Values-Text.

       Print-Policy-Header.
          MOVE SPACES TO Policy-Report-Line
          STRING "POLMAINT CIRCULATION POLICY MAINTENANCE AUDIT - "
              Run-Date
              DELIMITED BY SIZE INTO Policy-Report-Line
          WRITE Policy-Report-Line.
          MOVE "----------------------------------------"
              TO Policy-Report-Line
          WRITE Policy-Report-Line.

       Print-Applied-Line.
          PERFORM Format-Policy-Values
          MOVE SPACES TO Policy-Report-Line
          STRING "APPLIED  " In-Policy-Action " "
              Policy-Category " " Policy-Item-Class
              " " Policy-Effective-Date " " Show-Label
              " " Policy-Values-Text
              DELIMITED BY SIZE INTO Policy-Report-Line
          WRITE Policy-Report-Line.

       Print-Rejected-Line.
          MOVE SPACES TO Policy-Report-Line
          STRING "REJECTED " In-Policy-Action " "
              In-Policy-Category " " In-Policy-Item-Class
              " " In-Policy-Effective-Date " - " Reject-Reason
              DELIMITED BY SIZE INTO Policy-Report-Line
          WRITE Policy-Report-Line.

       Print-Policy-Totals.
          MOVE SPACES TO Policy-Report-Line
          WRITE Policy-Report-Line.
          MOVE SPACES TO Policy-Report-Line
          STRING "CARDS APPLIED  : " Rules-Applied-Count
              DELIMITED BY SIZE INTO Policy-Report-Line
          WRITE Policy-Report-Line.
          MOVE SPACES TO Policy-Report-Line
          STRING "CARDS REJECTED : " Rules-Rejected-Count
              DELIMITED BY SIZE INTO Policy-Report-Line
          WRITE Policy-Report-Line.

      * Every rule on file after maintenance, in key order, so the
      * audit shows the full schedule the desks will apply.
       List-Policy-File.
          MOVE SPACES TO Policy-Report-Line
          WRITE Policy-Report-Line.
          MOVE SPACES TO Policy-Report-Line
          STRING "CIRCULATION RULES ON FILE AS OF " Run-Date
              DELIMITED BY SIZE INTO Policy-Report-Line
          WRITE Policy-Report-Line.
          MOVE "----------------------------------------"
              TO Policy-Report-Line
          WRITE Policy-Report-Line.
          MOVE "N" TO Pending-Rule-Held
          MOVE "N" TO Policy-Switch
          MOVE LOW-VALUES TO Policy-Key
          START Policy-File KEY IS NOT LESS THAN Policy-Key
              INVALID KEY
                  MOVE "Y" TO Policy-Switch
          END-START.
          PERFORM List-One-Policy UNTIL End-Of-Policies.
          IF Pending-Rule-Held = "Y"
              PERFORM Print-Pending-Rule
          END-IF.
          MOVE SPACES TO Policy-Report-Line
          STRING "RULES ON FILE  : " Rules-On-File-Count
              DELIMITED BY SIZE INTO Policy-Report-Line
          WRITE Policy-Report-Line.

       List-One-Policy.
          READ Policy-File NEXT RECORD
              AT END
                  MOVE "Y" TO Policy-Switch
          END-READ.
          IF NOT End-Of-Policies
              ADD 1 TO Rules-On-File-Count
              IF Pending-Rule-Held = "Y"
                  IF Policy-Category = Pending-Category
                      AND Policy-Item-Class = Pending-Item-Class
                      AND Policy-Effective-Date <= Run-Date
                      MOVE "SUPERSEDED" TO Pending-Rule-State
                  END-IF
                  PERFORM Print-Pending-Rule
              END-IF
              PERFORM Format-Policy-Values
              MOVE Policy-Category TO Pending-Category
              MOVE Policy-Item-Class TO Pending-Item-Class
              MOVE Policy-Effective-Date TO Pending-Effective-Date
              MOVE Policy-Values-Text TO Pending-Values-Text
              IF Policy-Effective-Date > Run-Date
                  MOVE "FUTURE" TO Pending-Rule-State
              ELSE
                  MOVE "IN FORCE" TO Pending-Rule-State
              END-IF
              MOVE "Y" TO Pending-Rule-Held
          END-IF.

       Print-Pending-Rule.
          MOVE SPACES TO Policy-Report-Line
          STRING Pending-Category " " Pending-Item-Class
              " " Pending-Effective-Date " " Pending-Rule-State
              " " Pending-Values-Text
              DELIMITED BY SIZE INTO Policy-Report-Line
          WRITE Policy-Report-Line.
          MOVE "N" TO Pending-Rule-Held.
