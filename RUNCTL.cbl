       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.

      * Batch run-control subprogram.  Every job in the nightly and
      * month-end windows calls it as it starts and as it finishes,
      * so the order of the window no longer rests on the operators
      * submitting the JCL members in the right sequence.  The
      * business date comes from the D card on the RUNCARD control
      * deck (today's date when there is none).  At start the job
      * is refused when the job ahead of it on the RUNJOBS schedule
      * has not completed for that business date, or when the job
      * itself has already completed for it; a refused job ends
      * with return code 8 without touching its files, and the
      * refusal is recorded on the RUNCTL file with the reason.  A
      * job that started but never finished (or failed) may simply
      * be rerun.  A supervisor override card on the RUNCARD deck
      * naming the job and the business date, with the
      * supervisor's ID and passcode checked against OPERMSTR,
      * lets a refused job run; the override is recorded against
      * the run.  At finish the job's return code and record
      * counts are recorded and the run marked complete, or failed
      * when the return code is 8 or more, which holds every job
      * behind it.  RUNCARD cards:
      *    D  business date (8)
      *    O  job name (8), supervisor ID (3), passcode (8),
      *       business date the override is for (8)

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

           SELECT Operator-Master-File ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS Operator-Master-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Run-Control-File.
           COPY RUNREC.

       FD  Run-Card-File.
       01  Run-Card-Record.
           05  Card-Type               PIC X(01).
               88  Card-Is-Date            VALUE "D".
               88  Card-Is-Override        VALUE "O".
           05  Card-Date               PIC 9(08).
           05  Filler                  PIC X(71).
       01  Override-Card-Record.
           05  Filler                  PIC X(01).
           05  Override-Job-Name       PIC X(08).
           05  Override-Oper-ID        PIC X(03).
           05  Override-Passcode       PIC X(08).
           05  Override-Date           PIC 9(08).
           05  Filler                  PIC X(52).

       FD  Operator-Master-File.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 Run-Control-Status PIC X(2) VALUE "00".
          88 Run-Control-OK VALUE "00".
       01 Run-Card-Status PIC X(2) VALUE "00".
          88 Run-Card-OK VALUE "00".
       01 Operator-Master-Status PIC X(2) VALUE "00".
          88 Operator-Master-OK VALUE "00".

           COPY RUNJOBS.

       01 Clock-Date PIC 9(8) VALUE 0.
      * The clock is read whole so the run is stamped HHMMSS; read
      * straight into the six-digit time it would lose the hour.
       01 Clock-Reading.
          05 Clock-Time PIC 9(6) VALUE 0.
          05 Filler PIC 9(2) VALUE 0.
       01 Card-Business-Date PIC 9(8) VALUE 0.
       01 Job-Index PIC 9(2) VALUE 0.
       01 Job-Match-Index PIC 9(2) VALUE 0.
       01 Count-Index PIC 9(1) VALUE 0.
       01 Predecessor-Name PIC X(8) VALUE SPACES.
       01 Refusal-Reason PIC X(30) VALUE SPACES.
       01 Own-Record-Found PIC X(1) VALUE "N".
       01 Own-Record-Complete PIC X(1) VALUE "N".

       01 Override-Found PIC X(1) VALUE "N".
       01 Override-Card-Oper PIC X(3) VALUE SPACES.
       01 Override-Card-Passcode PIC X(8) VALUE SPACES.
       01 Override-Card-Date PIC 9(8) VALUE 0.
       01 Override-Accepted-By PIC X(3) VALUE SPACES.

       LINKAGE SECTION.
           COPY RUNCTLA.

       PROCEDURE DIVISION USING Run-Control-Area.
       Control-Batch-Run.
          ACCEPT Clock-Date FROM DATE YYYYMMDD
          ACCEPT Clock-Reading FROM TIME
          MOVE SPACES TO Ctl-Message
          MOVE SPACES TO Override-Accepted-By
          IF NOT Ctl-End-Run
              MOVE "N" TO Ctl-Permission
              PERFORM Read-Run-Cards
          END-IF
          OPEN I-O Run-Control-File
          IF NOT Run-Control-OK
              MOVE "N" TO Ctl-Permission
              MOVE SPACES TO Ctl-Message
              STRING "RUN-CONTROL FILE NOT AVAILABLE, STATUS "
                  Run-Control-Status
                  DELIMITED BY SIZE INTO Ctl-Message
              GOBACK
          END-IF
          IF Ctl-End-Run
              PERFORM Record-Run-End
          ELSE
              PERFORM Decide-Run-Permission
              IF Ctl-Start-Run
                  PERFORM Record-Run-Start
              END-IF
          END-IF
          CLOSE Run-Control-File
          GOBACK.

      * The deck is read in full before the override is weighed,
      * since the D card may follow the O card.
       Read-Run-Cards.
          MOVE Clock-Date TO Card-Business-Date
          MOVE "N" TO Override-Found
          OPEN INPUT Run-Card-File
          IF Run-Card-OK
              PERFORM Read-One-Run-Card UNTIL NOT Run-Card-OK
              CLOSE Run-Card-File
          END-IF
          MOVE Card-Business-Date TO Ctl-Business-Date
          IF Override-Found = "Y"
              AND Override-Card-Date NOT = Ctl-Business-Date
              MOVE "N" TO Override-Found
          END-IF.

       Read-One-Run-Card.
          READ Run-Card-File
              AT END
                  MOVE "10" TO Run-Card-Status
          END-READ.
          IF Run-Card-OK
              EVALUATE TRUE
                  WHEN Card-Is-Date
                      IF Card-Date IS NUMERIC
                          AND Card-Date > 19000000
                          MOVE Card-Date TO Card-Business-Date
                      END-IF
                  WHEN Card-Is-Override
                      IF Override-Job-Name = Ctl-Job-Name
                          AND Override-Date IS NUMERIC
                          MOVE "Y" TO Override-Found
                          MOVE Override-Oper-ID TO Override-Card-Oper
                          MOVE Override-Passcode
                              TO Override-Card-Passcode
                          MOVE Override-Date TO Override-Card-Date
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
          END-IF.

      * The predecessor is looked at first so that the record left
      * in the record area afterwards is this job's own.
       Decide-Run-Permission.
          MOVE SPACES TO Refusal-Reason
          PERFORM Find-Scheduled-Job
          IF Job-Match-Index = 0
              MOVE "JOB NOT ON THE RUN SCHEDULE" TO Refusal-Reason
          ELSE
              MOVE Job-Predecessor(Job-Match-Index)
                  TO Predecessor-Name
              IF Predecessor-Name NOT = SPACES
                  PERFORM Check-Predecessor
              END-IF
          END-IF
          PERFORM Read-Own-Run-Record
          IF Own-Record-Complete = "Y"
              AND Refusal-Reason = SPACES
              MOVE "ALREADY COMPLETE FOR THIS DATE" TO Refusal-Reason
          END-IF
          IF Refusal-Reason = SPACES
              MOVE "Y" TO Ctl-Permission
          ELSE
              IF Override-Found = "Y"
                  PERFORM Check-Supervisor-Override
              END-IF
              IF Override-Accepted-By NOT = SPACES
                  MOVE "Y" TO Ctl-Permission
                  STRING "RUN FOR " Ctl-Business-Date
                      " OVERRIDDEN BY " Override-Accepted-By ": "
                      Refusal-Reason
                      DELIMITED BY SIZE INTO Ctl-Message
              ELSE
                  MOVE "N" TO Ctl-Permission
                  STRING "RUN FOR " Ctl-Business-Date
                      " REFUSED: " Refusal-Reason
                      DELIMITED BY SIZE INTO Ctl-Message
              END-IF
          END-IF.

       Find-Scheduled-Job.
          MOVE 0 TO Job-Match-Index
          PERFORM VARYING Job-Index FROM 1 BY 1
              UNTIL Job-Index > Run-Job-Count
                  OR Job-Match-Index > 0
                  IF Job-Name(Job-Index) = Ctl-Job-Name
                      MOVE Job-Index TO Job-Match-Index
                  END-IF
          END-PERFORM.

       Check-Predecessor.
          MOVE Predecessor-Name TO Run-Job-Name
          MOVE Ctl-Business-Date TO Run-Business-Date
          READ Run-Control-File
              INVALID KEY
                  MOVE "23" TO Run-Control-Status
          END-READ.
          IF NOT Run-Control-OK
              STRING Predecessor-Name " HAS NOT RUN"
                  DELIMITED BY SIZE INTO Refusal-Reason
          ELSE
              IF NOT Run-Is-Complete
                  STRING Predecessor-Name " HAS NOT COMPLETED"
                      DELIMITED BY SIZE INTO Refusal-Reason
              END-IF
          END-IF.
          MOVE "00" TO Run-Control-Status.

       Read-Own-Run-Record.
          MOVE "N" TO Own-Record-Found
          MOVE "N" TO Own-Record-Complete
          MOVE Ctl-Job-Name TO Run-Job-Name
          MOVE Ctl-Business-Date TO Run-Business-Date
          READ Run-Control-File
              INVALID KEY
                  MOVE "23" TO Run-Control-Status
          END-READ.
          IF Run-Control-OK
              MOVE "Y" TO Own-Record-Found
              IF Run-Is-Complete
                  MOVE "Y" TO Own-Record-Complete
              END-IF
          ELSE
              MOVE "00" TO Run-Control-Status
          END-IF.

       Check-Supervisor-Override.
          OPEN INPUT Operator-Master-File
          IF Operator-Master-OK
              MOVE Override-Card-Oper TO Oper-ID
              READ Operator-Master-File
                  INVALID KEY
                      MOVE "23" TO Operator-Master-Status
              END-READ
              IF Operator-Master-OK
                  AND NOT Oper-Is-Inactive
                  AND Oper-Is-Supervisor
                  AND Override-Card-Passcode = Oper-Passcode
                  MOVE Oper-ID TO Override-Accepted-By
              ELSE
                  DISPLAY "RUNCTL: " Ctl-Job-Name " override card"
                      " is not a valid supervisor sign-off -"
                      " override not applied"
              END-IF
              CLOSE Operator-Master-File
          ELSE
              DISPLAY "RUNCTL: operator file could not be opened,"
                  " status " Operator-Master-Status
                  " - override not applied"
          END-IF.

      * A refusal never overwrites the record of a run that has
      * already completed; any other refusal is recorded as held.
       Record-Run-Start.
          IF Own-Record-Found = "N"
              MOVE SPACES TO Run-Control-Record
              MOVE Ctl-Job-Name TO Run-Job-Name
              MOVE Ctl-Business-Date TO Run-Business-Date
              MOVE 0 TO Run-Attempts
          END-IF
          IF Ctl-Run-Permitted OR Own-Record-Complete = "N"
              PERFORM Reset-Run-Record
              ADD 1 TO Run-Attempts
              IF Ctl-Run-Permitted
                  MOVE "S" TO Run-Status
                  MOVE Override-Accepted-By TO Run-Override-By
                  IF Override-Accepted-By NOT = SPACES
                      MOVE Refusal-Reason TO Run-Held-Reason
                  END-IF
              ELSE
                  MOVE "H" TO Run-Status
                  MOVE Refusal-Reason TO Run-Held-Reason
              END-IF
              PERFORM Save-Run-Record
          END-IF.

       Reset-Run-Record.
          MOVE Clock-Date TO Run-Start-Date
          MOVE Clock-Time TO Run-Start-Time
          MOVE 0 TO Run-End-Date
          MOVE 0 TO Run-End-Time
          MOVE 0 TO Run-Return-Code
          MOVE SPACES TO Run-Override-By
          MOVE SPACES TO Run-Held-Reason
          PERFORM VARYING Count-Index FROM 1 BY 1
              UNTIL Count-Index > 3
                  MOVE SPACES TO Run-Count-Label(Count-Index)
                  MOVE 0 TO Run-Count(Count-Index)
          END-PERFORM.

       Save-Run-Record.
          IF Own-Record-Found = "Y"
              REWRITE Run-Control-Record
          ELSE
              WRITE Run-Control-Record
          END-IF.
          IF NOT Run-Control-OK
              DISPLAY "RUNCTL: run-control update failed for "
                  Run-Job-Name " " Run-Business-Date
                  " status " Run-Control-Status
          END-IF.

       Record-Run-End.
          PERFORM Read-Own-Run-Record
          IF Own-Record-Found = "N"
              MOVE SPACES TO Run-Control-Record
              MOVE Ctl-Job-Name TO Run-Job-Name
              MOVE Ctl-Business-Date TO Run-Business-Date
              PERFORM Reset-Run-Record
              MOVE 1 TO Run-Attempts
          END-IF
          IF Ctl-Return-Code < 8
              MOVE "C" TO Run-Status
          ELSE
              MOVE "F" TO Run-Status
          END-IF
          MOVE Clock-Date TO Run-End-Date
          MOVE Clock-Time TO Run-End-Time
          MOVE Ctl-Return-Code TO Run-Return-Code
          PERFORM VARYING Count-Index FROM 1 BY 1
              UNTIL Count-Index > 3
                  MOVE Ctl-Count-Label(Count-Index)
                      TO Run-Count-Label(Count-Index)
                  MOVE Ctl-Count(Count-Index)
                      TO Run-Count(Count-Index)
          END-PERFORM
          PERFORM Save-Run-Record.
