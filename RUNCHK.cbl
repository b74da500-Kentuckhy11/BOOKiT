       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCHK.

      * Run-control pre-check step.  A job whose JCL clears its
      * output datasets before the program step (LOGEDIT's CLEANLOG
      * and QUARLOG, OVRDUE's NOTIFEXT) would lose last night's
      * good output if the program step were then refused, and a
      * job that catalogs a new GDG generation (MSTRBKUP,
      * TRANARCH) would roll a good one off the base, so those
      * members run this step first.  The CHKPARM card names
      * the job (cols 1-8); RUNCTL is asked whether that job may
      * start for the business date without recording anything,
      * and the step ends with return code 8 when it may not, so
      * the steps behind it are bypassed on their COND tests.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Parameter-File ASSIGN TO "CHKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parameter-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Parameter-File.
       01  Parameter-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 Parameter-Status PIC X(2) VALUE "00".
          88 Parameter-OK VALUE "00".

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Check-Job-May-Start.
          MOVE SPACES TO Parameter-Record
          OPEN INPUT Parameter-File
          IF Parameter-OK
              READ Parameter-File
                  AT END
                      MOVE SPACES TO Parameter-Record
              END-READ
              CLOSE Parameter-File
          END-IF
          MOVE "C" TO Ctl-Request
          MOVE Parameter-Record(1:8) TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "RUNCHK: " Ctl-Job-Name " " Ctl-Message
          END-IF
          IF Ctl-Run-Permitted
              DISPLAY "RUNCHK: " Ctl-Job-Name " may run for "
                  Ctl-Business-Date
              MOVE 0 TO RETURN-CODE
          ELSE
              MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN.
