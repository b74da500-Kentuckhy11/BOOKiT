       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQRPT.

      * Acquisitions open-orders and fund-spend report.  Reads the
      * ACQFILE purchase lines and prints, for the librarian
      * before more orders are placed:
      *    - every open order (ordered or part received) with its
      *      vendor, fund, quantities, unit cost, the value still
      *      to arrive and how many days it has been on order;
      *    - every purchase request still waiting to be ordered,
      *      with where the demand came from;
      *    - for each FUNDPARM fund, the budget for the fund year,
      *      the amount spent on copies received against orders
      *      placed this fund year, the amount committed on
      *      copies still on order, and the budget left.
      * Orders charged to a fund no longer on FUNDPARM are totalled
      * on their own line so nothing drops out of the figures.
      * Run on demand or weekly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Acquisition-File ASSIGN TO "ACQFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acq-Request-ID
               FILE STATUS IS Acquisition-Status.

           SELECT Fund-File ASSIGN TO "FUNDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fund-Status.

           SELECT Acq-Report-File ASSIGN TO "ACQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Acquisition-File.
           COPY ACQREC.

       FD  Fund-File.
       01  Fund-Record.
           05  Fund-Code               PIC X(06).
           05  Fund-Budget             PIC 9(07)V99.
           05  Fund-Year-Start         PIC 9(08).
           05  Fund-Name               PIC X(20).
           05  Filler                  PIC X(37).

       FD  Acq-Report-File.
       01  Acq-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Acquisition-Status PIC X(2) VALUE "00".
          88 Acquisition-OK VALUE "00".
       01 Fund-Status PIC X(2) VALUE "00".
          88 Fund-OK VALUE "00".

       01 Report-Date PIC 9(8) VALUE 0.
       01 Open-Order-Count PIC 9(5) VALUE 0.
       01 Open-Order-Value PIC 9(9)V99 VALUE 0.
       01 Awaiting-Order-Count PIC 9(5) VALUE 0.
       01 Outstanding-Qty PIC 9(3) VALUE 0.
       01 Outstanding-Value PIC 9(9)V99 VALUE 0.
       01 Received-Value PIC 9(9)V99 VALUE 0.
       01 Days-On-Order PIC 9(5) VALUE 0.
       01 Source-Text PIC X(13) VALUE SPACES.

       01 Cost-Print PIC Z(4)9.99 VALUE 0.
       01 Value-Print PIC Z(8)9.99 VALUE 0.
       01 Budget-Print PIC Z(8)9.99 VALUE 0.
       01 Spent-Print PIC Z(8)9.99 VALUE 0.
       01 Committed-Print PIC Z(8)9.99 VALUE 0.
       01 Remaining-Print PIC -(8)9.99 VALUE 0.
       01 Fund-Remaining PIC S9(9)V99 VALUE 0.

      * Entry 51 collects orders against funds not on FUNDPARM.
       01 Fund-Table-Full-Warned PIC X(1) VALUE "N".
       01 Fund-Index PIC 9(2) VALUE 0.
       01 Fund-Match-Index PIC 9(2) VALUE 0.
       01 Fund-Count PIC 9(2) VALUE 0.
       01 Fund-Table OCCURS 51 TIMES.
          05 Fund-Table-Code      PIC X(6).
          05 Fund-Table-Name      PIC X(20).
          05 Fund-Table-Budget    PIC 9(7)V99.
          05 Fund-Table-Start     PIC 9(8).
          05 Fund-Table-Spent     PIC 9(9)V99.
          05 Fund-Table-Committed PIC 9(9)V99.

       PROCEDURE DIVISION.
       Produce-Acquisitions-Report.
          ACCEPT Report-Date FROM DATE YYYYMMDD
          PERFORM Open-Report-Files
          PERFORM Load-Fund-Table
          PERFORM Print-Open-Orders-Header
          PERFORM Start-Acquisition-Scan
          PERFORM Report-One-Open-Order UNTIL NOT Acquisition-OK
          PERFORM Print-Open-Orders-Total
          PERFORM Print-Awaiting-Header
          PERFORM Start-Acquisition-Scan
          PERFORM Report-One-Request UNTIL NOT Acquisition-OK
          PERFORM Print-Awaiting-Total
          PERFORM Print-Fund-Spend
          PERFORM Close-Report-Files
          DISPLAY "ACQRPT: " Open-Order-Count " open order(s), "
              Awaiting-Order-Count " request(s) awaiting order"
          STOP RUN.

       Open-Report-Files.
          OPEN INPUT Acquisition-File
          OPEN INPUT Fund-File
          OPEN OUTPUT Acq-Report-File.
          IF NOT Acquisition-OK
              OR NOT Fund-OK
              DISPLAY "ACQRPT: files could not be opened,"
                  " ACQFILE " Acquisition-Status
                  " FUNDPARM " Fund-Status
              PERFORM Close-Report-Files
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Close-Report-Files.
          CLOSE Acquisition-File
          CLOSE Fund-File
          CLOSE Acq-Report-File.

       Load-Fund-Table.
          IF Fund-OK
              PERFORM Load-One-Fund UNTIL NOT Fund-OK
          END-IF.
          MOVE "??????" TO Fund-Table-Code(51)
          MOVE "(FUND NOT ON FILE)" TO Fund-Table-Name(51)
          MOVE 0 TO Fund-Table-Budget(51)
          MOVE 0 TO Fund-Table-Start(51)
          MOVE 0 TO Fund-Table-Spent(51)
          MOVE 0 TO Fund-Table-Committed(51).

       Load-One-Fund.
          READ Fund-File
              AT END
                  MOVE "10" TO Fund-Status
          END-READ.
          IF Fund-OK
              AND Fund-Code NOT = SPACES
              IF Fund-Count >= 50
                  IF Fund-Table-Full-Warned = "N"
                      MOVE "Y" TO Fund-Table-Full-Warned
                      DISPLAY "ACQRPT: WARNING fund table full -"
                          " fund " Fund-Code " reported as not on"
                          " file"
                  END-IF
              ELSE
                  ADD 1 TO Fund-Count
                  MOVE Fund-Code TO Fund-Table-Code(Fund-Count)
                  MOVE Fund-Name TO Fund-Table-Name(Fund-Count)
                  MOVE Fund-Budget TO Fund-Table-Budget(Fund-Count)
                  MOVE Fund-Year-Start TO Fund-Table-Start(Fund-Count)
                  MOVE 0 TO Fund-Table-Spent(Fund-Count)
                  MOVE 0 TO Fund-Table-Committed(Fund-Count)
              END-IF
          END-IF.

       Start-Acquisition-Scan.
          MOVE LOW-VALUES TO Acq-Request-ID
          START Acquisition-File KEY IS NOT LESS THAN Acq-Request-ID
              INVALID KEY
                  MOVE "10" TO Acquisition-Status
          END-START.
          IF Acquisition-OK
              PERFORM Read-Next-Acquisition
          END-IF.

       Read-Next-Acquisition.
          READ Acquisition-File NEXT RECORD
              AT END
                  MOVE "10" TO Acquisition-Status
          END-READ.

      * The first pass also charges every order to its fund:
      * copies received against this fund year's orders are
      * spent, copies still to arrive are committed.
       Report-One-Open-Order.
          IF Acq-Is-Ordered OR Acq-Is-Part-Received
              OR Acq-Is-Received
              PERFORM Find-Acq-Fund
              COMPUTE Outstanding-Qty =
                  Acq-Order-Qty - Acq-Received-Qty
              IF Acq-Is-Received
                  MOVE 0 TO Outstanding-Qty
              END-IF
              COMPUTE Outstanding-Value =
                  Outstanding-Qty * Acq-Unit-Cost
              COMPUTE Received-Value =
                  Acq-Received-Qty * Acq-Unit-Cost
              IF Acq-Order-Date NOT < Fund-Table-Start(Fund-Match-Index)
                  ADD Received-Value
                      TO Fund-Table-Spent(Fund-Match-Index)
              END-IF
              ADD Outstanding-Value
                  TO Fund-Table-Committed(Fund-Match-Index)
              IF NOT Acq-Is-Received
                  PERFORM Print-Open-Order-Line
              END-IF
          END-IF.
          PERFORM Read-Next-Acquisition.

       Find-Acq-Fund.
          MOVE 51 TO Fund-Match-Index
          PERFORM VARYING Fund-Index FROM 1 BY 1
              UNTIL Fund-Index > Fund-Count
                  OR Fund-Match-Index < 51
                  IF Fund-Table-Code(Fund-Index) = Acq-Fund
                      MOVE Fund-Index TO Fund-Match-Index
                  END-IF
          END-PERFORM.

       Print-Open-Order-Line.
          ADD 1 TO Open-Order-Count
          ADD Outstanding-Value TO Open-Order-Value
          MOVE 0 TO Days-On-Order
          IF Acq-Order-Date IS NUMERIC
              AND Acq-Order-Date > 19000000
              AND Acq-Order-Date NOT > Report-Date
              COMPUTE Days-On-Order =
                  FUNCTION INTEGER-OF-DATE(Report-Date)
                      - FUNCTION INTEGER-OF-DATE(Acq-Order-Date)
          END-IF
          MOVE Acq-Unit-Cost TO Cost-Print
          MOVE Outstanding-Value TO Value-Print
          MOVE SPACES TO Acq-Report-Line
          STRING Acq-Request-ID " " Acq-Order-No
              " " Acq-Vendor " " Acq-Book-ID " " Acq-Title
              " " Acq-Fund
              " " Acq-Order-Qty " " Acq-Received-Qty
              " " Cost-Print " " Value-Print
              " " Acq-Order-Date " " Days-On-Order
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.

       Report-One-Request.
          IF Acq-Is-Requested
              ADD 1 TO Awaiting-Order-Count
              EVALUATE TRUE
                  WHEN Acq-From-Hold-Pressure
                      MOVE "HOLD PRESSURE" TO Source-Text
                  WHEN Acq-From-Ill-Repeat
                      MOVE "REPEAT ILL" TO Source-Text
                  WHEN OTHER
                      MOVE "STAFF" TO Source-Text
              END-EVALUATE
              MOVE SPACES TO Acq-Report-Line
              STRING Acq-Request-ID " " Acq-Request-Date
                  " " Source-Text " " Acq-Requested-By
                  " " Acq-Book-ID " " Acq-Title " " Acq-Writer
                  " DEMAND " Acq-Demand-Count
                  " QTY " Acq-Request-Qty
                  DELIMITED BY SIZE INTO Acq-Report-Line
              WRITE Acq-Report-Line
          END-IF.
          PERFORM Read-Next-Acquisition.

       Print-Open-Orders-Header.
          MOVE SPACES TO Acq-Report-Line
          STRING "BOOKiT ACQUISITIONS - OPEN ORDERS AND FUND SPEND - "
              Report-Date
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE ALL "-" TO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE "OPEN ORDERS" TO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE SPACES TO Acq-Report-Line
          STRING "REQ   ORDER NO VENDOR               BOOK TITLE"
              "                          FUND   ORD RCV"
              "  UNIT COST  STILL TO COME ORDERED  DAYS"
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.

       Print-Open-Orders-Total.
          MOVE Open-Order-Value TO Value-Print
          MOVE SPACES TO Acq-Report-Line
          STRING "OPEN ORDERS : " Open-Order-Count
              "   VALUE STILL TO COME : " Value-Print
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.

       Print-Awaiting-Header.
          MOVE SPACES TO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE "PURCHASE REQUESTS AWAITING ORDER" TO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE SPACES TO Acq-Report-Line
          STRING "REQ   REQUESTED SOURCE        BY  BOOK TITLE"
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.

       Print-Awaiting-Total.
          MOVE SPACES TO Acq-Report-Line
          STRING "REQUESTS AWAITING ORDER : " Awaiting-Order-Count
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.

       Print-Fund-Spend.
          MOVE SPACES TO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE "FUND SPEND TO DATE" TO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE SPACES TO Acq-Report-Line
          STRING "FUND   NAME                 YEAR FROM"
              "        BUDGET         SPENT     COMMITTED"
              "     REMAINING"
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.
          PERFORM VARYING Fund-Index FROM 1 BY 1
              UNTIL Fund-Index > Fund-Count
                  PERFORM Print-One-Fund-Line
          END-PERFORM.
          MOVE 51 TO Fund-Index
          IF Fund-Table-Spent(51) > 0
              OR Fund-Table-Committed(51) > 0
              PERFORM Print-One-Fund-Line
          END-IF.

       Print-One-Fund-Line.
          COMPUTE Fund-Remaining = Fund-Table-Budget(Fund-Index)
              - Fund-Table-Spent(Fund-Index)
              - Fund-Table-Committed(Fund-Index)
          MOVE Fund-Table-Budget(Fund-Index) TO Budget-Print
          MOVE Fund-Table-Spent(Fund-Index) TO Spent-Print
          MOVE Fund-Table-Committed(Fund-Index) TO Committed-Print
          MOVE Fund-Remaining TO Remaining-Print
          MOVE SPACES TO Acq-Report-Line
          STRING Fund-Table-Code(Fund-Index)
              " " Fund-Table-Name(Fund-Index)
              " " Fund-Table-Start(Fund-Index)
              " " Budget-Print " " Spent-Print
              " " Committed-Print " " Remaining-Print
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.
          IF Fund-Remaining < 0
              MOVE "       *** FUND OVERCOMMITTED ***"
                  TO Acq-Report-Line
              WRITE Acq-Report-Line
          END-IF.
