       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQUPD.

      * Acquisitions maintenance and receiving.  Applies the ACQIN
      * card deck to the ACQFILE purchase lines.  The deck must
      * open with a sign-off card (S, operator ID, passcode) for
      * an active librarian or supervisor on OPERMSTR; without
      * one every card is rejected and the job ends with return
      * code 8.  Each following card carries an action code:
      *    R  a staff suggestion - a new purchase request for a
      *       new title (Book-ID zero) or more copies of a title
      *       already on the catalog
      *    O  place an order against a request: order number,
      *       vendor, fund, quantity and unit cost, and for a new
      *       title the catalog Book-ID it will carry (and its
      *       genre, if the request did not give one)
      *    X  cancel a request or order; an order already part
      *       received is closed short at what has arrived
      *    D  copies delivered against an order
      * The fund on an order must be one of the FUNDPARM funds.
      * Every delivery writes the BOOKLOAD record that puts the
      * copies on the shelf - an A record for the first copies
      * of a new title, otherwise a J record carrying the title's
      * new total - to the BOOKIN file the next step of the job
      * applies, so nobody retypes the catalog cards by hand.
      * Every card is echoed to the ACQURPT audit listing as
      * APPLIED or REJECTED with the reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Acq-Input-File ASSIGN TO "ACQIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Acquisition-File ASSIGN TO "ACQFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acq-Request-ID
               FILE STATUS IS Acquisition-Status.

           SELECT Book-Master-File ASSIGN TO "BOOKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Book-ID
               FILE STATUS IS Book-Master-Status.

           SELECT Operator-Master-File ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS Operator-Master-Status.

           SELECT Fund-File ASSIGN TO "FUNDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fund-Status.

           SELECT Book-Load-File ASSIGN TO "BOOKIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Acq-Report-File ASSIGN TO "ACQURPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Acq-Input-File.
       01  Acq-Input-Record.
           05  In-Acq-Action           PIC X(01).
               88  In-Action-Sign-Off      VALUE "S".
               88  In-Action-Request       VALUE "R".
               88  In-Action-Order         VALUE "O".
               88  In-Action-Cancel        VALUE "X".
               88  In-Action-Delivery      VALUE "D".
           05  In-Acq-Request-ID       PIC 9(05).
           05  Filler                  PIC X(74).
       01  Sign-Off-Card.
           05  Filler                  PIC X(01).
           05  In-Operator-ID          PIC X(03).
           05  In-Operator-Passcode    PIC X(08).
           05  Filler                  PIC X(68).
       01  Suggestion-Card.
           05  Filler                  PIC X(01).
           05  In-Sugg-Book-ID         PIC 9(04).
           05  In-Sugg-Title           PIC X(30).
           05  In-Sugg-Writer          PIC X(20).
           05  In-Sugg-Genre           PIC X(20).
           05  In-Sugg-Qty             PIC 9(03).
           05  Filler                  PIC X(02).
       01  Order-Card.
           05  Filler                  PIC X(06).
           05  In-Order-No             PIC X(08).
           05  In-Order-Vendor         PIC X(20).
           05  In-Order-Fund           PIC X(06).
           05  In-Order-Qty            PIC 9(03).
           05  In-Order-Unit-Cost      PIC 9(05)V99.
           05  In-Order-Book-ID        PIC 9(04).
           05  In-Order-Genre          PIC X(20).
           05  Filler                  PIC X(06).
       01  Delivery-Card.
           05  Filler                  PIC X(06).
           05  In-Delivered-Qty        PIC 9(03).
           05  Filler                  PIC X(71).

       FD  Acquisition-File.
           COPY ACQREC.

       FD  Book-Master-File.
           COPY BOOKREC.

       FD  Operator-Master-File.
           COPY OPERREC.

       FD  Fund-File.
       01  Fund-Record.
           05  Fund-Code               PIC X(06).
           05  Fund-Budget             PIC 9(07)V99.
           05  Fund-Year-Start         PIC 9(08).
           05  Fund-Name               PIC X(20).
           05  Filler                  PIC X(37).

      * Same layout BOOKLOAD reads from BOOKIN.
       FD  Book-Load-File.
       01  Book-Load-Record.
           05  Load-Book-Action        PIC X(01).
           05  Load-Book-ID            PIC 9(04).
           05  Load-Book-Title         PIC X(30).
           05  Load-Book-Writer        PIC X(20).
           05  Load-Book-Genre         PIC X(20).
           05  Load-Book-Copies        PIC 9(03).

       FD  Acq-Report-File.
       01  Acq-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Acquisition-Status PIC X(2) VALUE "00".
          88 Acquisition-OK VALUE "00".
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".
       01 Operator-Master-Status PIC X(2) VALUE "00".
          88 Operator-Master-OK VALUE "00".
       01 Fund-Status PIC X(2) VALUE "00".
          88 Fund-OK VALUE "00".
       01 Acq-Input-Switch PIC X(1) VALUE "N".
          88 End-Of-Acq-Input VALUE "Y".

       01 Run-Date PIC 9(8) VALUE 0.
       01 Signed-Off-ID PIC X(3) VALUE SPACES.
       01 Sign-Off-Validated PIC X(1) VALUE "N".
       01 Record-Found PIC X(1) VALUE "N".
       01 Reject-Reason PIC X(40) VALUE SPACES.
       01 Applied-Text PIC X(60) VALUE SPACES.
       01 Next-Request-ID PIC 9(5) VALUE 0.
       01 Book-ID-In-Use PIC X(1) VALUE "N".
       01 Cards-Applied-Count PIC 9(5) VALUE 0.
       01 Cards-Rejected-Count PIC 9(5) VALUE 0.
       01 Load-Records-Count PIC 9(5) VALUE 0.
       01 Cost-Print PIC Z(4)9.99 VALUE 0.

       01 Fund-Table-Full-Warned PIC X(1) VALUE "N".
       01 Fund-Index PIC 9(2) VALUE 0.
       01 Fund-Match-Index PIC 9(2) VALUE 0.
       01 Fund-Count PIC 9(2) VALUE 0.
       01 Fund-Table OCCURS 50 TIMES.
          05 Fund-Table-Code    PIC X(6).

      * Catalog Book-IDs promised to new titles still on order,
      * so the same number is never given to two titles.
       01 Promised-Table-Full-Warned PIC X(1) VALUE "N".
       01 Promised-Index PIC 9(3) VALUE 0.
       01 Promised-Count PIC 9(3) VALUE 0.
       01 Promised-Table OCCURS 500 TIMES.
          05 Promised-Book-ID   PIC 9(4).

      * Copy totals already sent to BOOKLOAD this run, since the
      * catalog itself is not updated until the next step.
       01 Adjusted-Table-Full-Warned PIC X(1) VALUE "N".
       01 Adjusted-Index PIC 9(3) VALUE 0.
       01 Adjusted-Match-Index PIC 9(3) VALUE 0.
       01 Adjusted-Count PIC 9(3) VALUE 0.
       01 Adjusted-Table OCCURS 200 TIMES.
          05 Adjusted-Book-ID   PIC 9(4).
          05 Adjusted-Total     PIC 9(3).
       01 Current-Copy-Total PIC 9(3) VALUE 0.
       01 New-Copy-Total PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       Maintain-Acquisitions.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          PERFORM Open-Acq-Files
          PERFORM Load-Fund-Table
          PERFORM Load-Acquisition-State
          PERFORM Print-Acq-Header
          PERFORM Read-Acq-Input
          PERFORM Check-Sign-Off
          IF Sign-Off-Validated = "Y"
              PERFORM Read-Acq-Input
              PERFORM Apply-One-Acq-Card UNTIL End-Of-Acq-Input
          ELSE
              PERFORM Reject-Whole-Deck
              MOVE 8 TO RETURN-CODE
          END-IF
          PERFORM Print-Acq-Totals
          PERFORM Close-Acq-Files
          DISPLAY "ACQUPD: " Cards-Applied-Count " cards applied"
          DISPLAY "ACQUPD: " Cards-Rejected-Count " cards rejected"
          DISPLAY "ACQUPD: " Load-Records-Count
              " catalog record(s) written for BOOKLOAD"
          STOP RUN.

       Open-Acq-Files.
          OPEN INPUT Acq-Input-File
          OPEN I-O Acquisition-File
          OPEN INPUT Book-Master-File
          OPEN INPUT Operator-Master-File
          OPEN INPUT Fund-File
          OPEN OUTPUT Book-Load-File
          OPEN OUTPUT Acq-Report-File.
          IF NOT Acquisition-OK
              DISPLAY "ACQUPD: acquisitions file could not be"
                  " opened, status " Acquisition-Status
              PERFORM Close-Acq-Files
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.
          IF NOT Operator-Master-OK
              DISPLAY "ACQUPD: operator master could not be"
                  " opened, status " Operator-Master-Status
                  " - no sign-off can be accepted"
          END-IF.

       Close-Acq-Files.
          CLOSE Acq-Input-File
          CLOSE Acquisition-File
          CLOSE Book-Master-File
          CLOSE Operator-Master-File
          CLOSE Fund-File
          CLOSE Book-Load-File
          CLOSE Acq-Report-File.

       Load-Fund-Table.
          IF Fund-OK
              PERFORM Load-One-Fund UNTIL NOT Fund-OK
          END-IF.

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
                      DISPLAY "ACQUPD: WARNING fund table full -"
                          " fund " Fund-Code " is not accepted"
                  END-IF
              ELSE
                  ADD 1 TO Fund-Count
                  MOVE Fund-Code TO Fund-Table-Code(Fund-Count)
              END-IF
          END-IF.

      * One pass finds the next request number and the catalog
      * numbers already promised to new titles on order.
       Load-Acquisition-State.
          MOVE 0 TO Next-Request-ID
          MOVE LOW-VALUES TO Acq-Request-ID
          START Acquisition-File KEY IS NOT LESS THAN Acq-Request-ID
              INVALID KEY
                  MOVE "10" TO Acquisition-Status
          END-START.
          PERFORM Load-One-Acquisition UNTIL NOT Acquisition-OK.
          MOVE "00" TO Acquisition-Status
          ADD 1 TO Next-Request-ID.

       Load-One-Acquisition.
          READ Acquisition-File NEXT RECORD
              AT END
                  MOVE "10" TO Acquisition-Status
          END-READ.
          IF Acquisition-OK
              MOVE Acq-Request-ID TO Next-Request-ID
              IF Acq-Is-New-Title
                  AND (Acq-Is-Ordered OR Acq-Is-Part-Received)
                  PERFORM Add-Promised-Entry
              END-IF
          END-IF.

       Add-Promised-Entry.
          IF Promised-Count >= 500
              IF Promised-Table-Full-Warned = "N"
                  MOVE "Y" TO Promised-Table-Full-Warned
                  DISPLAY "ACQUPD: WARNING promised Book-ID table"
                      " full"
              END-IF
          ELSE
              ADD 1 TO Promised-Count
              MOVE Acq-Book-ID TO Promised-Book-ID(Promised-Count)
          END-IF.

       Read-Acq-Input.
          READ Acq-Input-File
              AT END
                  MOVE "Y" TO Acq-Input-Switch
          END-READ.

      * Buying books is librarian work; a supervisor may sign
      * the deck too.
       Check-Sign-Off.
          MOVE "N" TO Sign-Off-Validated
          IF NOT End-Of-Acq-Input
              AND In-Action-Sign-Off
              AND In-Operator-ID NOT = SPACES
              AND Operator-Master-OK
              MOVE In-Operator-ID TO Oper-ID
              READ Operator-Master-File
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF NOT Oper-Is-Inactive
                          AND In-Operator-Passcode = Oper-Passcode
                          AND (Oper-Is-Librarian
                              OR Oper-Is-Supervisor)
                          MOVE "Y" TO Sign-Off-Validated
                          MOVE Oper-ID TO Signed-Off-ID
                      END-IF
              END-READ
          END-IF.
          MOVE SPACES TO Acq-Report-Line
          IF Sign-Off-Validated = "Y"
              STRING "CHANGES AUTHORIZED BY " Signed-Off-ID
                  " - " Oper-Name
                  DELIMITED BY SIZE INTO Acq-Report-Line
          ELSE
              MOVE "NO VALID LIBRARIAN SIGN-OFF - DECK REJECTED"
                  TO Acq-Report-Line
          END-IF
          WRITE Acq-Report-Line.
          MOVE SPACES TO Acq-Report-Line
          WRITE Acq-Report-Line.

       Reject-Whole-Deck.
          IF NOT End-Of-Acq-Input
              AND In-Action-Sign-Off
              PERFORM Read-Acq-Input
          END-IF.
          PERFORM Reject-One-Unsigned-Card UNTIL End-Of-Acq-Input.

       Reject-One-Unsigned-Card.
          MOVE "NO LIBRARIAN SIGN-OFF" TO Reject-Reason
          ADD 1 TO Cards-Rejected-Count
          PERFORM Print-Rejected-Line
          PERFORM Read-Acq-Input.

       Apply-One-Acq-Card.
          MOVE SPACES TO Reject-Reason
          MOVE SPACES TO Applied-Text
          EVALUATE TRUE
              WHEN In-Action-Request
                  PERFORM Apply-Suggestion
              WHEN In-Action-Order
                  PERFORM Look-Up-Acquisition
                  PERFORM Apply-Order
              WHEN In-Action-Cancel
                  PERFORM Look-Up-Acquisition
                  PERFORM Apply-Cancel
              WHEN In-Action-Delivery
                  PERFORM Look-Up-Acquisition
                  PERFORM Apply-Delivery
              WHEN OTHER
                  MOVE "UNKNOWN ACTION CODE" TO Reject-Reason
          END-EVALUATE.
          IF Reject-Reason = SPACES
              ADD 1 TO Cards-Applied-Count
              PERFORM Print-Applied-Line
          ELSE
              ADD 1 TO Cards-Rejected-Count
              PERFORM Print-Rejected-Line
          END-IF.
          PERFORM Read-Acq-Input.

       Look-Up-Acquisition.
          MOVE "N" TO Record-Found
          IF In-Acq-Request-ID IS NUMERIC
              MOVE In-Acq-Request-ID TO Acq-Request-ID
              READ Acquisition-File
                  INVALID KEY
                      MOVE "N" TO Record-Found
                  NOT INVALID KEY
                      MOVE "Y" TO Record-Found
              END-READ
          END-IF.

       Apply-Suggestion.
          EVALUATE TRUE
              WHEN In-Sugg-Book-ID NOT NUMERIC
                  OR In-Sugg-Qty NOT NUMERIC
                  MOVE "BOOK-ID OR QUANTITY NOT NUMERIC"
                      TO Reject-Reason
              WHEN In-Sugg-Book-ID = 0
                  AND In-Sugg-Title = SPACES
                  MOVE "NEW TITLE NEEDS A TITLE" TO Reject-Reason
              WHEN In-Sugg-Book-ID >= 9000
                  MOVE "BOOK-ID IS IN THE ILL RANGE" TO Reject-Reason
              WHEN OTHER
                  MOVE SPACES TO Acquisition-Record
                  IF In-Sugg-Book-ID = 0
                      MOVE "Y" TO Acq-New-Title
                      MOVE 0 TO Acq-Book-ID
                      MOVE In-Sugg-Title TO Acq-Title
                      MOVE In-Sugg-Writer TO Acq-Writer
                      MOVE In-Sugg-Genre TO Acq-Genre
                  ELSE
                      MOVE In-Sugg-Book-ID TO Book-ID
                      READ Book-Master-File
                          INVALID KEY
                              MOVE "TITLE NOT ON CATALOG"
                                  TO Reject-Reason
                      END-READ
                      MOVE "N" TO Acq-New-Title
                      MOVE Book-ID TO Acq-Book-ID
                      MOVE Book-Title TO Acq-Title
                      MOVE Book-Writer TO Acq-Writer
                      MOVE Book-Genre TO Acq-Genre
                  END-IF
                  IF Reject-Reason = SPACES
                      PERFORM Write-Suggestion
                  END-IF
          END-EVALUATE.

       Write-Suggestion.
          MOVE Next-Request-ID TO Acq-Request-ID
          MOVE "R" TO Acq-Status
          MOVE "S" TO Acq-Source
          MOVE 0 TO Acq-Demand-Count
          MOVE In-Sugg-Qty TO Acq-Request-Qty
          IF Acq-Request-Qty = 0
              MOVE 1 TO Acq-Request-Qty
          END-IF
          MOVE Run-Date TO Acq-Request-Date
          MOVE Signed-Off-ID TO Acq-Requested-By
          MOVE 0 TO Acq-Order-Qty
          MOVE 0 TO Acq-Unit-Cost
          MOVE 0 TO Acq-Order-Date
          MOVE 0 TO Acq-Received-Qty
          MOVE 0 TO Acq-Received-Date
          WRITE Acquisition-Record.
          IF Acquisition-OK
              ADD 1 TO Next-Request-ID
              MOVE SPACES TO Applied-Text
              STRING "REQUEST " Acq-Request-ID " RAISED, QTY "
                  Acq-Request-Qty
                  DELIMITED BY SIZE INTO Applied-Text
          ELSE
              MOVE "ACQUISITIONS WRITE FAILED" TO Reject-Reason
              MOVE "00" TO Acquisition-Status
          END-IF.

       Apply-Order.
          PERFORM Find-Order-Fund
          EVALUATE TRUE
              WHEN Record-Found = "N"
                  MOVE "REQUEST NOT ON FILE" TO Reject-Reason
              WHEN NOT Acq-Is-Requested
                  MOVE "REQUEST ALREADY ORDERED OR CLOSED"
                      TO Reject-Reason
              WHEN In-Order-No = SPACES
                  OR In-Order-Vendor = SPACES
                  MOVE "ORDER NUMBER AND VENDOR REQUIRED"
                      TO Reject-Reason
              WHEN Fund-Match-Index = 0
                  MOVE "FUND NOT ON FUNDPARM" TO Reject-Reason
              WHEN In-Order-Qty NOT NUMERIC
                  OR In-Order-Unit-Cost NOT NUMERIC
                  MOVE "QUANTITY OR COST NOT NUMERIC"
                      TO Reject-Reason
              WHEN In-Order-Qty = 0
                  MOVE "QUANTITY MUST BE AT LEAST ONE"
                      TO Reject-Reason
              WHEN In-Order-Unit-Cost = 0
                  MOVE "UNIT COST REQUIRED" TO Reject-Reason
              WHEN Acq-Is-New-Title
                  PERFORM Check-New-Book-ID
              WHEN OTHER
                  PERFORM Check-Held-Title
          END-EVALUATE.
          IF Reject-Reason = SPACES
              MOVE "O" TO Acq-Status
              MOVE In-Order-No TO Acq-Order-No
              MOVE In-Order-Vendor TO Acq-Vendor
              MOVE In-Order-Fund TO Acq-Fund
              MOVE In-Order-Qty TO Acq-Order-Qty
              MOVE In-Order-Unit-Cost TO Acq-Unit-Cost
              MOVE Run-Date TO Acq-Order-Date
              MOVE Signed-Off-ID TO Acq-Ordered-By
              IF Acq-Is-New-Title
                  MOVE In-Order-Book-ID TO Acq-Book-ID
                  IF In-Order-Genre NOT = SPACES
                      MOVE In-Order-Genre TO Acq-Genre
                  END-IF
              END-IF
              REWRITE Acquisition-Record
              IF Acquisition-OK
                  IF Acq-Is-New-Title
                      PERFORM Add-Promised-Entry
                  END-IF
                  MOVE Acq-Unit-Cost TO Cost-Print
                  MOVE SPACES TO Applied-Text
                  STRING "ORDER " Acq-Order-No " QTY " Acq-Order-Qty
                      " AT " Cost-Print " FUND " Acq-Fund
                      " BOOK-ID " Acq-Book-ID
                      DELIMITED BY SIZE INTO Applied-Text
              ELSE
                  MOVE "ACQUISITIONS REWRITE FAILED" TO Reject-Reason
                  MOVE "00" TO Acquisition-Status
              END-IF
          END-IF.

       Find-Order-Fund.
          MOVE 0 TO Fund-Match-Index
          PERFORM VARYING Fund-Index FROM 1 BY 1
              UNTIL Fund-Index > Fund-Count
                  OR Fund-Match-Index > 0
                  IF Fund-Table-Code(Fund-Index) = In-Order-Fund
                      MOVE Fund-Index TO Fund-Match-Index
                  END-IF
          END-PERFORM.

      * A new title's catalog number must be free on the catalog
      * and not already promised to another title on order.
       Check-New-Book-ID.
          MOVE "N" TO Book-ID-In-Use
          IF In-Order-Book-ID NOT NUMERIC
              OR In-Order-Book-ID = 0
              OR In-Order-Book-ID >= 9000
              MOVE "NEW TITLE NEEDS A BOOK-ID BELOW 9000"
                  TO Reject-Reason
          ELSE
              MOVE In-Order-Book-ID TO Book-ID
              READ Book-Master-File
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y" TO Book-ID-In-Use
              END-READ
              PERFORM VARYING Promised-Index FROM 1 BY 1
                  UNTIL Promised-Index > Promised-Count
                      IF Promised-Book-ID(Promised-Index)
                              = In-Order-Book-ID
                          MOVE "Y" TO Book-ID-In-Use
                      END-IF
              END-PERFORM
              IF Book-ID-In-Use = "Y"
                  MOVE "BOOK-ID ALREADY IN USE" TO Reject-Reason
              END-IF
          END-IF.

       Check-Held-Title.
          MOVE Acq-Book-ID TO Book-ID
          READ Book-Master-File
              INVALID KEY
                  MOVE "TITLE NO LONGER ON CATALOG" TO Reject-Reason
          END-READ.

      * Whatever has already arrived stays on the shelf; only the
      * balance of the order is cancelled.
       Apply-Cancel.
          EVALUATE TRUE
              WHEN Record-Found = "N"
                  MOVE "REQUEST NOT ON FILE" TO Reject-Reason
              WHEN NOT Acq-Is-Open
                  MOVE "REQUEST ALREADY CLOSED" TO Reject-Reason
              WHEN Acq-Is-Part-Received
                  MOVE "C" TO Acq-Status
                  MOVE "ORDER CLOSED SHORT AT QUANTITY RECEIVED"
                      TO Applied-Text
              WHEN OTHER
                  MOVE "X" TO Acq-Status
                  MOVE "CANCELLED" TO Applied-Text
          END-EVALUATE.
          IF Reject-Reason = SPACES
              REWRITE Acquisition-Record
              IF NOT Acquisition-OK
                  MOVE "ACQUISITIONS REWRITE FAILED" TO Reject-Reason
                  MOVE "00" TO Acquisition-Status
              END-IF
          END-IF.

       Apply-Delivery.
          EVALUATE TRUE
              WHEN Record-Found = "N"
                  MOVE "REQUEST NOT ON FILE" TO Reject-Reason
              WHEN NOT Acq-Is-Ordered AND NOT Acq-Is-Part-Received
                  MOVE "NOTHING ON ORDER FOR THIS REQUEST"
                      TO Reject-Reason
              WHEN In-Delivered-Qty NOT NUMERIC
                  OR In-Delivered-Qty = 0
                  MOVE "DELIVERED QUANTITY NOT NUMERIC"
                      TO Reject-Reason
              WHEN Acq-Received-Qty + In-Delivered-Qty
                      > Acq-Order-Qty
                  MOVE "MORE DELIVERED THAN ORDERED" TO Reject-Reason
              WHEN OTHER
                  PERFORM Build-Catalog-Record
          END-EVALUATE.
          IF Reject-Reason = SPACES
              ADD In-Delivered-Qty TO Acq-Received-Qty
              MOVE Run-Date TO Acq-Received-Date
              IF Acq-Received-Qty = Acq-Order-Qty
                  MOVE "C" TO Acq-Status
              ELSE
                  MOVE "P" TO Acq-Status
              END-IF
              REWRITE Acquisition-Record
              IF Acquisition-OK
                  WRITE Book-Load-Record
                  ADD 1 TO Load-Records-Count
                  PERFORM Remember-Adjusted-Total
                  MOVE SPACES TO Applied-Text
                  STRING "RECEIVED " In-Delivered-Qty " OF "
                      Acq-Order-Qty " - BOOKLOAD " Load-Book-Action
                      " " Load-Book-ID " COPIES " Load-Book-Copies
                      DELIMITED BY SIZE INTO Applied-Text
              ELSE
                  MOVE "ACQUISITIONS REWRITE FAILED" TO Reject-Reason
                  MOVE "00" TO Acquisition-Status
              END-IF
          END-IF.

      * The first delivery of a new title adds it to the catalog;
      * every other delivery raises the title's total copies from
      * whatever the catalog (or an earlier card this run) holds.
       Build-Catalog-Record.
          MOVE SPACES TO Book-Load-Record
          MOVE Acq-Book-ID TO Load-Book-ID
          MOVE Acq-Title TO Load-Book-Title
          MOVE Acq-Writer TO Load-Book-Writer
          MOVE Acq-Genre TO Load-Book-Genre
          PERFORM Find-Adjusted-Total
          EVALUATE TRUE
              WHEN Acq-Is-New-Title
                  AND Acq-Received-Qty = 0
                  AND Adjusted-Match-Index = 0
                  MOVE "A" TO Load-Book-Action
                  MOVE In-Delivered-Qty TO Load-Book-Copies
              WHEN Adjusted-Match-Index > 0
                  MOVE Adjusted-Total(Adjusted-Match-Index)
                      TO Current-Copy-Total
                  PERFORM Build-Adjust-Record
              WHEN OTHER
                  MOVE Acq-Book-ID TO Book-ID
                  READ Book-Master-File
                      INVALID KEY
                          MOVE "TITLE NOT ON CATALOG"
                              TO Reject-Reason
                      NOT INVALID KEY
                          MOVE Book-Total-Copies
                              TO Current-Copy-Total
                          PERFORM Build-Adjust-Record
                  END-READ
          END-EVALUATE.

       Build-Adjust-Record.
          COMPUTE New-Copy-Total =
              Current-Copy-Total + In-Delivered-Qty
          IF New-Copy-Total > 999
              MOVE "COPY TOTAL WOULD EXCEED 999" TO Reject-Reason
          ELSE
              MOVE "J" TO Load-Book-Action
              MOVE New-Copy-Total TO Load-Book-Copies
          END-IF.

       Find-Adjusted-Total.
          MOVE 0 TO Adjusted-Match-Index
          PERFORM VARYING Adjusted-Index FROM 1 BY 1
              UNTIL Adjusted-Index > Adjusted-Count
                  OR Adjusted-Match-Index > 0
                  IF Adjusted-Book-ID(Adjusted-Index) = Acq-Book-ID
                      MOVE Adjusted-Index TO Adjusted-Match-Index
                  END-IF
          END-PERFORM.

       Remember-Adjusted-Total.
          IF Adjusted-Match-Index > 0
              MOVE Load-Book-Copies
                  TO Adjusted-Total(Adjusted-Match-Index)
          ELSE
              IF Adjusted-Count >= 200
                  IF Adjusted-Table-Full-Warned = "N"
                      MOVE "Y" TO Adjusted-Table-Full-Warned
                      DISPLAY "ACQUPD: WARNING adjusted-title table"
                          " full - receive further copies of a"
                          " title in a later run"
                  END-IF
              ELSE
                  ADD 1 TO Adjusted-Count
                  MOVE Acq-Book-ID TO Adjusted-Book-ID(Adjusted-Count)
                  MOVE Load-Book-Copies
                      TO Adjusted-Total(Adjusted-Count)
              END-IF
          END-IF.

       Print-Acq-Header.
          MOVE SPACES TO Acq-Report-Line
          STRING "BOOKiT ACQUISITIONS MAINTENANCE AUDIT - " Run-Date
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE "----------------------------------------"
              TO Acq-Report-Line
          WRITE Acq-Report-Line.

       Print-Applied-Line.
          MOVE SPACES TO Acq-Report-Line
          STRING "APPLIED  " Acq-Input-Record(1:35)
              " " Applied-Text
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.

       Print-Rejected-Line.
          MOVE SPACES TO Acq-Report-Line
          STRING "REJECTED " Acq-Input-Record(1:35)
              " - " Reject-Reason
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.

       Print-Acq-Totals.
          MOVE SPACES TO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE SPACES TO Acq-Report-Line
          STRING "CARDS APPLIED          : " Cards-Applied-Count
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE SPACES TO Acq-Report-Line
          STRING "CARDS REJECTED         : " Cards-Rejected-Count
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.
          MOVE SPACES TO Acq-Report-Line
          STRING "BOOKLOAD RECORDS BUILT : " Load-Records-Count
              DELIMITED BY SIZE INTO Acq-Report-Line
          WRITE Acq-Report-Line.
