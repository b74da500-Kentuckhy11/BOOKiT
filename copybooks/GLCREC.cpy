      * GLCREC - General-ledger send control record, one per
      * business date sent to finance, keyed by the date.  GLJRNL
      * writes it once the night's journal batch is complete and
      * balanced, with the batch number, when it was built, and
      * the line count and totals that went out; it is the proof
      * that a day was sent, and the reason GLJRNL refuses to
      * send the same day twice.  A batch finance asks to have
      * sent again goes out under the same number and is counted
      * in Glc-Resend-Count.
       01  Gl-Control-Record.
           05  Glc-Business-Date       PIC 9(08).
           05  Glc-Batch-Number        PIC 9(06).
           05  Glc-Sent-Date           PIC 9(08).
           05  Glc-Sent-Time           PIC 9(06).
           05  Glc-Line-Count          PIC 9(05).
           05  Glc-Debit-Total         PIC 9(11)V99.
           05  Glc-Credit-Total        PIC 9(11)V99.
           05  Glc-Resend-Count        PIC 9(03).
           05  Glc-Last-Resend-Date    PIC 9(08).
           05  Filler                  PIC X(10).
