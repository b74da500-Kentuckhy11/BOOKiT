      * Txn-Pay-Method; the O and Z actions bracket an operator's
      * cash session (drawer float at sign-on, counted drawer at
      * close) so CASHRECN can balance each drawer by method.
      * Payments the collection agency remits are posted by
      * AGYPOST with method A; they never pass through a drawer.
      * Copies a shelf stock-take finds missing twice are written
      * off by STKTAKE with one S record per copy, stamped STK,
      * carrying a zero borrower ID and no charge.
      * Book-drop returns and self-check kiosk borrows posted in
      * batch by DROPPOST are ordinary R and B records stamped
      * DR and KS respectively, followed by the scanning branch's
      * code (DRM, DRE, KSM, KSE); records posted before the
      * branches were split carry DRP and KSK.
       01  Transaction-Record.
           05  Txn-Date            PIC 9(08).
           05  Txn-Time            PIC 9(06).
               88  Txn-Is-Merge        VALUE "M".
               88  Txn-Is-Drawer-Open  VALUE "O".
               88  Txn-Is-Drawer-Count VALUE "Z".
               88  Txn-Is-Missing      VALUE "S".
           05  Txn-Due-Date        PIC 9(08).
           05  Txn-Fine-Amount     PIC 9(05)V99.
           05  Txn-Operator-ID     PIC X(03).
           05  Txn-Pay-Method      PIC X(01).
               88  Pay-Is-Cash         VALUE "C".
               88  Pay-Is-Check        VALUE "K".
               88  Pay-Is-Agency       VALUE "A".
