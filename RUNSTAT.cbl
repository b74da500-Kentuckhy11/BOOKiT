       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.

      * Morning batch run-status report.  Lists, for one business
      * date, every job on the RUNJOBS schedule in running order
      * with what the RUNCTL run-control file says became of it:
      * completed, failed (return code 8 or more), started but
      * never finished, held by run control (with the reason), or
      * not run at all - with its start and end times, return
      * code, attempts, any supervisor override and the record
      * counts the job reported.  A month-end job with no record
      * is shown as not due rather than skipped.  Anything else on
      * the file for the date follows the schedule.  The business
      * date is the D card on the RUNCARD deck the night's jobs
      * ran under; with no D card it is yesterday.  The job ends
      * with return code 4 when any nightly job did not complete,
      * so the operator's console flags the morning's exception.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Run-Key
               FILE STATUS IS Run-Control-Status.

           SELECT Run-Card-File ASSIGN TO "RUNCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Card-Status.

           SELECT Status-Report-File ASSIGN TO "RUNSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Run-Control-File.
           COPY RUNREC.

       FD  Run-Card-File.
       01  Run-Card-Record.
           05  Card-Type               PIC X(01).
               88  Card-Is-Date            VALUE "D".
           05  Card-Date               PIC 9(08).
           05  Filler                  PIC X(71).

       FD  Status-Report-File.
       01  Status-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Run-Control-Status PIC X(2) VALUE "00".
          88 Run-Control-OK VALUE "00".
       01 Run-Card-Status PIC X(2) VALUE "00".
          88 Run-Card-OK VALUE "00".

           COPY RUNJOBS.

       01 Report-Date PIC 9(8) VALUE 0.
       01 Status-Date PIC 9(8) VALUE 0.
       01 Job-Index PIC 9(2) VALUE 0.
       01 Job-Match-Index PIC 9(2) VALUE 0.
       01 Status-Text PIC X(22) VALUE SPACES.
       01 Window-Text PIC X(9) VALUE SPACES.
       01 Nightly-Not-Complete PIC X(1) VALUE "N".

       01 Completed-Count PIC 9(3) VALUE 0.
       01 Failed-Count PIC 9(3) VALUE 0.
       01 Unfinished-Count PIC 9(3) VALUE 0.
       01 Held-Count PIC 9(3) VALUE 0.
       01 Not-Run-Count PIC 9(3) VALUE 0.
       01 Override-Count PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       Produce-Run-Status-Report.
          ACCEPT Report-Date FROM DATE YYYYMMDD
          PERFORM Read-Business-Date
          OPEN INPUT Run-Control-File
          OPEN OUTPUT Status-Report-File
          PERFORM Print-Status-Header
          IF NOT Run-Control-OK
              MOVE SPACES TO Status-Report-Line
              STRING "RUN-CONTROL FILE NOT AVAILABLE, STATUS "
                  Run-Control-Status
                  DELIMITED BY SIZE INTO Status-Report-Line
              WRITE Status-Report-Line
              MOVE "Y" TO Nightly-Not-Complete
          ELSE
              PERFORM Report-One-Scheduled-Job
                  VARYING Job-Index FROM 1 BY 1
                  UNTIL Job-Index > Run-Job-Count
              PERFORM Report-Unscheduled-Runs
              CLOSE Run-Control-File
          END-IF
          PERFORM Print-Status-Totals
          CLOSE Status-Report-File
          DISPLAY "RUNSTAT: " Status-Date " " Completed-Count
              " complete, " Failed-Count " failed, " Held-Count
              " held, " Not-Run-Count " not run"
          IF Nightly-Not-Complete = "Y"
              MOVE 4 TO RETURN-CODE
          END-IF
          STOP RUN.

       Read-Business-Date.
          COMPUTE Status-Date = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(Report-Date) - 1)
          OPEN INPUT Run-Card-File
          IF Run-Card-OK
              PERFORM Read-One-Run-Card UNTIL NOT Run-Card-OK
              CLOSE Run-Card-File
          END-IF.

       Read-One-Run-Card.
          READ Run-Card-File
              AT END
                  MOVE "10" TO Run-Card-Status
          END-READ.
          IF Run-Card-OK
              AND Card-Is-Date
              AND Card-Date IS NUMERIC
              AND Card-Date > 19000000
              MOVE Card-Date TO Status-Date
          END-IF.

       Report-One-Scheduled-Job.
          IF Job-Is-Month-End(Job-Index)
              MOVE "MONTH-END" TO Window-Text
          ELSE
              MOVE "NIGHTLY" TO Window-Text
          END-IF
          MOVE Job-Name(Job-Index) TO Run-Job-Name
          MOVE Status-Date TO Run-Business-Date
          READ Run-Control-File
              INVALID KEY
                  MOVE "23" TO Run-Control-Status
          END-READ.
          IF Run-Control-OK
              PERFORM Print-Run-Record
              IF NOT Run-Is-Complete
                  AND NOT Job-Is-Month-End(Job-Index)
                  MOVE "Y" TO Nightly-Not-Complete
              END-IF
          ELSE
              MOVE "00" TO Run-Control-Status
              MOVE SPACES TO Status-Report-Line
              IF Job-Is-Month-End(Job-Index)
                  STRING Job-Name(Job-Index) " " Window-Text
                      " NOT RUN (MONTH-END ONLY)"
                      DELIMITED BY SIZE INTO Status-Report-Line
              ELSE
                  ADD 1 TO Not-Run-Count
                  MOVE "Y" TO Nightly-Not-Complete
                  STRING Job-Name(Job-Index) " " Window-Text
                      " NOT RUN - SKIPPED"
                      DELIMITED BY SIZE INTO Status-Report-Line
              END-IF
              WRITE Status-Report-Line
          END-IF.

       Print-Run-Record.
          EVALUATE TRUE
              WHEN Run-Is-Complete
                  ADD 1 TO Completed-Count
                  MOVE "COMPLETE" TO Status-Text
              WHEN Run-Is-Failed
                  ADD 1 TO Failed-Count
                  MOVE "FAILED" TO Status-Text
              WHEN Run-Is-Held
                  ADD 1 TO Held-Count
                  MOVE "HELD BY RUN CONTROL" TO Status-Text
              WHEN OTHER
                  ADD 1 TO Unfinished-Count
                  MOVE "STARTED, NOT FINISHED" TO Status-Text
          END-EVALUATE
          MOVE SPACES TO Status-Report-Line
          STRING Run-Job-Name " " Window-Text " " Status-Text
              " " Run-Start-Date " " Run-Start-Time
              " " Run-End-Date " " Run-End-Time
              " RC " Run-Return-Code
              " TRIES " Run-Attempts
              DELIMITED BY SIZE INTO Status-Report-Line
          WRITE Status-Report-Line.
          IF Run-Count-Label(1) NOT = SPACES
              OR Run-Count-Label(2) NOT = SPACES
              OR Run-Count-Label(3) NOT = SPACES
              MOVE SPACES TO Status-Report-Line
              STRING "         " Run-Count-Label(1) " " Run-Count(1)
                  "  " Run-Count-Label(2) " " Run-Count(2)
                  "  " Run-Count-Label(3) " " Run-Count(3)
                  DELIMITED BY SIZE INTO Status-Report-Line
              WRITE Status-Report-Line
          END-IF.
          IF Run-Is-Held
              MOVE SPACES TO Status-Report-Line
              STRING "         HELD: " Run-Held-Reason
                  DELIMITED BY SIZE INTO Status-Report-Line
              WRITE Status-Report-Line
          END-IF.
          IF Run-Override-By NOT = SPACES
              ADD 1 TO Override-Count
              MOVE SPACES TO Status-Report-Line
              STRING "         OVERRIDDEN BY SUPERVISOR "
                  Run-Override-By ": " Run-Held-Reason
                  DELIMITED BY SIZE INTO Status-Report-Line
              WRITE Status-Report-Line
          END-IF.

      * RUNCTL records a refusal even for a job it does not know,
      * so a mistyped or new job name still shows up here.
       Report-Unscheduled-Runs.
          MOVE LOW-VALUES TO Run-Key
          START Run-Control-File KEY IS NOT LESS THAN Run-Key
              INVALID KEY
                  MOVE "10" TO Run-Control-Status
          END-START.
          PERFORM Check-One-Run-Record UNTIL NOT Run-Control-OK.

       Check-One-Run-Record.
          READ Run-Control-File NEXT RECORD
              AT END
                  MOVE "10" TO Run-Control-Status
          END-READ.
          IF Run-Control-OK
              AND Run-Business-Date = Status-Date
              MOVE 0 TO Job-Match-Index
              PERFORM VARYING Job-Index FROM 1 BY 1
                  UNTIL Job-Index > Run-Job-Count
                      OR Job-Match-Index > 0
                      IF Job-Name(Job-Index) = Run-Job-Name
                          MOVE Job-Index TO Job-Match-Index
                      END-IF
              END-PERFORM
              IF Job-Match-Index = 0
                  MOVE "UNSCHED" TO Window-Text
                  PERFORM Print-Run-Record
              END-IF
          END-IF.

       Print-Status-Header.
          MOVE SPACES TO Status-Report-Line
          STRING "BOOKiT BATCH RUN STATUS FOR BUSINESS DATE "
              Status-Date " - PRINTED " Report-Date
              DELIMITED BY SIZE INTO Status-Report-Line
          WRITE Status-Report-Line.
          MOVE SPACES TO Status-Report-Line
          STRING "JOB      WINDOW    STATUS                 STARTED"
              "         ENDED           RC     TRIES"
              DELIMITED BY SIZE INTO Status-Report-Line
          WRITE Status-Report-Line.
          MOVE ALL "-" TO Status-Report-Line
          WRITE Status-Report-Line.

       Print-Status-Totals.
          MOVE SPACES TO Status-Report-Line
          WRITE Status-Report-Line.
          MOVE SPACES TO Status-Report-Line
          STRING "COMPLETE " Completed-Count
              "   FAILED " Failed-Count
              "   NOT FINISHED " Unfinished-Count
              "   HELD " Held-Count
              "   NOT RUN " Not-Run-Count
              "   OVERRIDDEN " Override-Count
              DELIMITED BY SIZE INTO Status-Report-Line
          WRITE Status-Report-Line.
          IF Nightly-Not-Complete = "Y"
              MOVE "*** THE NIGHTLY WINDOW DID NOT COMPLETE ***"
                  TO Status-Report-Line
          ELSE
              MOVE "NIGHTLY WINDOW COMPLETE" TO Status-Report-Line
          END-IF
          WRITE Status-Report-Line.
