      * RUNCTLA - Parameter area passed to the RUNCTL run-control
      * subprogram.  A batch job calls it once as it starts
      * (request S) and is told in Ctl-Permission whether it may
      * run, with Ctl-Message saying why not (or that a supervisor
      * override let it through); it calls again as it finishes
      * (request E) with its return code and up to three labelled
      * record counts.  Request C only asks whether the job could
      * start, recording nothing - the JCL uses it ahead of steps
      * that clear a job's output datasets.  Ctl-Business-Date is
      * returned from the RUNCARD control deck.
       01  Run-Control-Area.
           05  Ctl-Request         PIC X(01).
               88  Ctl-Start-Run       VALUE "S".
               88  Ctl-End-Run         VALUE "E".
               88  Ctl-Check-Run       VALUE "C".
           05  Ctl-Job-Name        PIC X(08).
           05  Ctl-Business-Date   PIC 9(08).
           05  Ctl-Count-Entry OCCURS 3 TIMES.
               10  Ctl-Count-Label     PIC X(12).
               10  Ctl-Count           PIC 9(07).
           05  Ctl-Return-Code     PIC 9(03).
           05  Ctl-Permission      PIC X(01).
               88  Ctl-Run-Permitted   VALUE "Y".
           05  Ctl-Message         PIC X(60).
