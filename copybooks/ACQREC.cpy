      * ACQREC - Acquisitions record, one per purchase line, keyed
      * by the request number.  The status byte walks the line
      * from purchase request (R) - raised by ACQGEN from hold
      * pressure or repeat inter-library loans, or keyed as a
      * staff suggestion through ACQUPD - to ordered (O) with a
      * vendor, quantity, unit cost and fund, partly received (P)
      * and fully received (C), or cancelled (X).  A request for
      * more copies of a title already held carries its Book-ID;
      * a new title is given its catalog Book-ID when it is
      * ordered.  Receipts are turned into BOOKLOAD A and J
      * records by ACQUPD, and ACQRPT reads the file for the
      * open-orders and fund-spend reports.
       01  Acquisition-Record.
           05  Acq-Request-ID      PIC 9(05).
           05  Acq-Status          PIC X(01).
               88  Acq-Is-Requested    VALUE "R".
               88  Acq-Is-Ordered      VALUE "O".
               88  Acq-Is-Part-Received VALUE "P".
               88  Acq-Is-Received     VALUE "C".
               88  Acq-Is-Cancelled    VALUE "X".
               88  Acq-Is-Open         VALUE "R" "O" "P".
           05  Acq-Source          PIC X(01).
               88  Acq-From-Hold-Pressure VALUE "H".
               88  Acq-From-Ill-Repeat VALUE "I".
               88  Acq-From-Staff      VALUE "S".
           05  Acq-Book-ID         PIC 9(04).
           05  Acq-New-Title       PIC X(01).
               88  Acq-Is-New-Title    VALUE "Y".
           05  Acq-Title           PIC X(30).
           05  Acq-Writer          PIC X(20).
           05  Acq-Genre           PIC X(20).
           05  Acq-Demand-Count    PIC 9(03).
           05  Acq-Request-Qty     PIC 9(03).
           05  Acq-Request-Date    PIC 9(08).
           05  Acq-Requested-By    PIC X(03).
           05  Acq-Order-No        PIC X(08).
           05  Acq-Vendor          PIC X(20).
           05  Acq-Fund            PIC X(06).
           05  Acq-Order-Qty       PIC 9(03).
           05  Acq-Unit-Cost       PIC 9(05)V99.
           05  Acq-Order-Date      PIC 9(08).
           05  Acq-Ordered-By      PIC X(03).
           05  Acq-Received-Qty    PIC 9(03).
           05  Acq-Received-Date   PIC 9(08).
           05  Filler              PIC X(15).
