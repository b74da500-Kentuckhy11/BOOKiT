          88 End-Of-Hold-Queues VALUE "Y".

       01 Purge-Date PIC 9(8) VALUE 0.
      * The clock is read whole so the log is stamped HHMMSS; read
      * straight into the six-digit stamp it would lose the hour.
       01 Log-Clock.
          05 Log-Clock-Time PIC 9(6).
          05 Filler PIC 9(2).
      * Two years per board policy.
       01 Lapse-Days PIC 9(4) VALUE 730.
       01 Grace-Days PIC 9(4) VALUE 365.
              ADD 1 TO Deactivated-Count
              MOVE "X" TO Txn-Action
              MOVE Purge-Date TO Txn-Date
              ACCEPT Log-Clock FROM TIME
              MOVE Log-Clock-Time TO Txn-Time
              MOVE Purge-Borrower-ID TO Txn-Borrower-ID
              MOVE 0 TO Txn-Book-ID
              MOVE "RECORD DEACTIVATED BY BORRPURG"
