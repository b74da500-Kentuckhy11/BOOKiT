      * RUNJOBS - The batch run schedule: every job under run
      * control, in running order, with the job that must have
      * completed for the same business date before it may start
      * and the window it belongs to (N nightly, M month-end).
      * The month-end jobs follow the whole nightly window, which
      * closes with the MSTRBKUP backup of every cluster, and
      * TRANARCH may only cut the logs back once USAGERPT has
      * read the month from them.
       01  Run-Job-Values.
           05  Filler PIC X(17) VALUE "LOGEDIT         N".
           05  Filler PIC X(17) VALUE "CASHRECNLOGEDIT N".
           05  Filler PIC X(17) VALUE "GLJRNL  CASHRECNN".
           05  Filler PIC X(17) VALUE "INVRECONGLJRNL  N".
           05  Filler PIC X(17) VALUE "CIRCRPT INVRECONN".
           05  Filler PIC X(17) VALUE "OVRDUE  CIRCRPT N".
           05  Filler PIC X(17) VALUE "HOLDEXP OVRDUE  N".
           05  Filler PIC X(17) VALUE "XFERMAN HOLDEXP N".
           05  Filler PIC X(17) VALUE "MSTRBKUPXFERMAN N".
           05  Filler PIC X(17) VALUE "USAGERPTMSTRBKUPM".
           05  Filler PIC X(17) VALUE "TRANARCHUSAGERPTM".
       01  Run-Job-Table REDEFINES Run-Job-Values.
           05  Run-Job-Entry OCCURS 11 TIMES.
               10  Job-Name            PIC X(08).
               10  Job-Predecessor     PIC X(08).
               10  Job-Window          PIC X(01).
                   88  Job-Is-Month-End    VALUE "M".
       01  Run-Job-Count PIC 9(2) VALUE 11.
