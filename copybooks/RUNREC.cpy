      * RUNREC - Batch run-control record, one per batch job per
      * business date, keyed by job name and date.  RUNCTL writes
      * it when the job starts (status S), or when the job is
      * refused because its predecessor has not completed for the
      * date or it has already completed (status H, with the
      * reason), and again when the job finishes (C complete, or F
      * failed when the job ends with return code 8 or more).  The
      * finishing call carries up to three record counts, each
      * with the label the job gives it.  A run forced through by
      * a supervisor override carries the supervisor's ID.
      * RUNSTAT prints the morning run-status report from it.
       01  Run-Control-Record.
           05  Run-Key.
               10  Run-Job-Name        PIC X(08).
               10  Run-Business-Date   PIC 9(08).
           05  Run-Status          PIC X(01).
               88  Run-Is-Started      VALUE "S".
               88  Run-Is-Complete     VALUE "C".
               88  Run-Is-Failed       VALUE "F".
               88  Run-Is-Held         VALUE "H".
           05  Run-Start-Date      PIC 9(08).
           05  Run-Start-Time      PIC 9(06).
           05  Run-End-Date        PIC 9(08).
           05  Run-End-Time        PIC 9(06).
           05  Run-Count-Entry OCCURS 3 TIMES.
               10  Run-Count-Label     PIC X(12).
               10  Run-Count           PIC 9(07).
           05  Run-Return-Code     PIC 9(03).
           05  Run-Attempts        PIC 9(03).
           05  Run-Override-By     PIC X(03).
           05  Run-Held-Reason     PIC X(30).
           05  Filler              PIC X(09).
