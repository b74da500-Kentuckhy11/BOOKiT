       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQGEN.

      * Monthly purchase-request generation for acquisitions.
      * Raises a purchase request (status R) on the ACQFILE for
      * two kinds of demand the circulation files already show:
      *    - hold pressure: a title whose HOLDQUE waiting list is
      *      longer than its copy count, the same test USAGERPT
      *      prints; the request is for the shortfall in copies
      *      of the title already held
      *    - repeat inter-library loans: a title not on our
      *      catalog that patrons have requested through ILLREQ
      *      at least the ACQPARM number of times within the
      *      ACQPARM look-back period; the request is for one
      *      copy of a new title
      * A title that already has an open acquisition line
      * (requested, ordered or part received) is not requested
      * again.  Staff suggestions are keyed through ACQUPD, which
      * also places the orders and receives the copies.  Every
      * request raised, and every one suppressed, is listed on
      * the ACQGRPT report.  Run at month-end after USAGERPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT Hold-Queue-File ASSIGN TO "HOLDQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Book-ID
               FILE STATUS IS Hold-Queue-Status.

           SELECT Ill-Request-File ASSIGN TO "ILLREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ill-Request-ID
               FILE STATUS IS Ill-Request-Status.

           SELECT Parameter-File ASSIGN TO "ACQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parameter-Status.

           SELECT Request-Report-File ASSIGN TO "ACQGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Acquisition-File.
           COPY ACQREC.

       FD  Book-Master-File.
           COPY BOOKREC.

       FD  Hold-Queue-File.
           COPY HOLDREC.

       FD  Ill-Request-File.
           COPY ILLREC.

       FD  Parameter-File.
       01  Parameter-Record PIC X(80).

       FD  Request-Report-File.
       01  Request-Line PIC X(100).

       WORKING-STORAGE SECTION.
       01 Acquisition-Status PIC X(2) VALUE "00".
          88 Acquisition-OK VALUE "00".
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".
       01 Hold-Queue-Status PIC X(2) VALUE "00".
          88 Hold-Queue-OK VALUE "00".
       01 Ill-Request-Status PIC X(2) VALUE "00".
          88 Ill-Request-OK VALUE "00".
       01 Parameter-Status PIC X(2) VALUE "00".
          88 Parameter-OK VALUE "00".

       01 Run-Date PIC 9(8) VALUE 0.
       01 Ill-Repeat-Minimum PIC 9(2) VALUE 2.
       01 Ill-Look-Back-Days PIC 9(3) VALUE 365.
       01 Ill-Look-Back-Date PIC 9(8) VALUE 0.
       01 Next-Request-ID PIC 9(5) VALUE 0.
       01 Already-Open PIC X(1) VALUE "N".
       01 Request-Source-Text PIC X(14) VALUE SPACES.

       01 Requests-Raised-Count PIC 9(5) VALUE 0.
       01 Requests-Suppressed-Count PIC 9(5) VALUE 0.

      * Every open acquisition line, so demand already being
      * bought is not requested twice.
       01 Open-Acq-Table-Full-Warned PIC X(1) VALUE "N".
       01 Open-Acq-Index PIC 9(3) VALUE 0.
       01 Open-Acq-Count PIC 9(3) VALUE 0.
       01 Open-Acq-Table OCCURS 500 TIMES.
          05 Open-Acq-Book-ID   PIC 9(4).
          05 Open-Acq-Title     PIC X(30).
          05 Open-Acq-Writer    PIC X(20).

      * One entry per distinct title/author borrowed in through
      * ILL inside the look-back period.
       01 Ill-Table-Full-Warned PIC X(1) VALUE "N".
       01 Ill-Title-Index PIC 9(3) VALUE 0.
       01 Ill-Title-Match-Index PIC 9(3) VALUE 0.
       01 Ill-Title-Count PIC 9(3) VALUE 0.
       01 Ill-Title-Table OCCURS 200 TIMES.
          05 Ill-Tally-Title    PIC X(30).
          05 Ill-Tally-Writer   PIC X(20).
          05 Ill-Tally-Requests PIC 9(3).
          05 Ill-Tally-Held     PIC X(1).

       PROCEDURE DIVISION.
       Generate-Purchase-Requests.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          PERFORM Open-Request-Files
          PERFORM Read-Request-Rules
          PERFORM Print-Request-Header
          PERFORM Load-Open-Acquisitions
          PERFORM Raise-Hold-Pressure-Requests
          PERFORM Tally-Ill-Requests
          PERFORM Mark-Ill-Titles-Held
          PERFORM VARYING Ill-Title-Index FROM 1 BY 1
              UNTIL Ill-Title-Index > Ill-Title-Count
                  PERFORM Consider-Ill-Title
          END-PERFORM
          PERFORM Print-Request-Totals
          PERFORM Close-Request-Files
          DISPLAY "ACQGEN: " Requests-Raised-Count
              " purchase request(s) raised, "
              Requests-Suppressed-Count " already open"
          STOP RUN.

       Open-Request-Files.
          OPEN I-O Acquisition-File
          OPEN INPUT Book-Master-File
          OPEN INPUT Hold-Queue-File
          OPEN INPUT Ill-Request-File
          OPEN INPUT Parameter-File
          OPEN OUTPUT Request-Report-File.
          IF NOT Acquisition-OK
              DISPLAY "ACQGEN: acquisitions file could not be"
                  " opened, status " Acquisition-Status
              PERFORM Close-Request-Files
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Close-Request-Files.
          CLOSE Acquisition-File
          CLOSE Book-Master-File
          CLOSE Hold-Queue-File
          CLOSE Ill-Request-File
          CLOSE Parameter-File
          CLOSE Request-Report-File.

      * The card carries the ILL repeat count in columns 1-2 and
      * the look-back period in days in columns 3-5; either left
      * blank keeps the default of 2 requests in 365 days.
       Read-Request-Rules.
          READ Parameter-File
              AT END
                  MOVE SPACES TO Parameter-Record
          END-READ.
          IF Parameter-Record(1:2) IS NUMERIC
              AND Parameter-Record(1:2) NOT = "00"
              MOVE Parameter-Record(1:2) TO Ill-Repeat-Minimum
          END-IF.
          IF Parameter-Record(3:3) IS NUMERIC
              AND Parameter-Record(3:3) NOT = "000"
              MOVE Parameter-Record(3:3) TO Ill-Look-Back-Days
          END-IF.
          COMPUTE Ill-Look-Back-Date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(Run-Date)
                  - Ill-Look-Back-Days).

      * The key order puts the highest request number last, so
      * the next number is one past the last record read.
       Load-Open-Acquisitions.
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
              IF Acq-Is-Open
                  PERFORM Add-Open-Acq-Entry
              END-IF
          END-IF.

       Add-Open-Acq-Entry.
          IF Open-Acq-Count >= 500
              IF Open-Acq-Table-Full-Warned = "N"
                  MOVE "Y" TO Open-Acq-Table-Full-Warned
                  DISPLAY "ACQGEN: WARNING open acquisitions table"
                      " full - duplicate requests are possible"
              END-IF
          ELSE
              ADD 1 TO Open-Acq-Count
              MOVE Acq-Book-ID TO Open-Acq-Book-ID(Open-Acq-Count)
              MOVE Acq-Title TO Open-Acq-Title(Open-Acq-Count)
              MOVE Acq-Writer TO Open-Acq-Writer(Open-Acq-Count)
          END-IF.

      * Temporary ILL entries (9000-9999) are the partner's
      * copies, never ours to buy more of.
       Raise-Hold-Pressure-Requests.
          MOVE LOW-VALUES TO Hold-Book-ID
          START Hold-Queue-File KEY IS NOT LESS THAN Hold-Book-ID
              INVALID KEY
                  MOVE "10" TO Hold-Queue-Status
          END-START.
          PERFORM Check-One-Hold-Queue UNTIL NOT Hold-Queue-OK.

       Check-One-Hold-Queue.
          READ Hold-Queue-File NEXT RECORD
              AT END
                  MOVE "10" TO Hold-Queue-Status
          END-READ.
          IF Hold-Queue-OK
              AND Hold-Book-ID < 9000
              MOVE Hold-Book-ID TO Book-ID
              READ Book-Master-File
                  INVALID KEY
                      MOVE "23" TO Book-Master-Status
              END-READ
              IF Book-Master-OK
                  AND Hold-Count > Book-Total-Copies
                  PERFORM Raise-Hold-Pressure-Request
              END-IF
          END-IF.

       Raise-Hold-Pressure-Request.
          MOVE "N" TO Already-Open
          PERFORM VARYING Open-Acq-Index FROM 1 BY 1
              UNTIL Open-Acq-Index > Open-Acq-Count
                  IF Open-Acq-Book-ID(Open-Acq-Index) = Book-ID
                      MOVE "Y" TO Already-Open
                  END-IF
          END-PERFORM.
          MOVE SPACES TO Acquisition-Record
          MOVE "H" TO Acq-Source
          MOVE Book-ID TO Acq-Book-ID
          MOVE "N" TO Acq-New-Title
          MOVE Book-Title TO Acq-Title
          MOVE Book-Writer TO Acq-Writer
          MOVE Book-Genre TO Acq-Genre
          MOVE Hold-Count TO Acq-Demand-Count
          COMPUTE Acq-Request-Qty = Hold-Count - Book-Total-Copies
          PERFORM Write-Purchase-Request.

       Tally-Ill-Requests.
          MOVE LOW-VALUES TO Ill-Request-ID
          START Ill-Request-File KEY IS NOT LESS THAN Ill-Request-ID
              INVALID KEY
                  MOVE "10" TO Ill-Request-Status
          END-START.
          PERFORM Tally-One-Ill-Request UNTIL NOT Ill-Request-OK.

       Tally-One-Ill-Request.
          READ Ill-Request-File NEXT RECORD
              AT END
                  MOVE "10" TO Ill-Request-Status
          END-READ.
          IF Ill-Request-OK
              AND Ill-Request-Date NOT < Ill-Look-Back-Date
              MOVE 0 TO Ill-Title-Match-Index
              PERFORM VARYING Ill-Title-Index FROM 1 BY 1
                  UNTIL Ill-Title-Index > Ill-Title-Count
                      OR Ill-Title-Match-Index > 0
                      IF Ill-Tally-Title(Ill-Title-Index) = Ill-Title
                          AND Ill-Tally-Writer(Ill-Title-Index)
                              = Ill-Writer
                          MOVE Ill-Title-Index
                              TO Ill-Title-Match-Index
                      END-IF
              END-PERFORM
              IF Ill-Title-Match-Index = 0
                  PERFORM Add-Ill-Title-Entry
              END-IF
              IF Ill-Title-Match-Index > 0
                  ADD 1 TO Ill-Tally-Requests(Ill-Title-Match-Index)
              END-IF
          END-IF.

       Add-Ill-Title-Entry.
          IF Ill-Title-Count >= 200
              IF Ill-Table-Full-Warned = "N"
                  MOVE "Y" TO Ill-Table-Full-Warned
                  DISPLAY "ACQGEN: WARNING ILL title table full -"
                      " later titles are not tallied"
              END-IF
          ELSE
              ADD 1 TO Ill-Title-Count
              MOVE Ill-Title TO Ill-Tally-Title(Ill-Title-Count)
              MOVE Ill-Writer TO Ill-Tally-Writer(Ill-Title-Count)
              MOVE 0 TO Ill-Tally-Requests(Ill-Title-Count)
              MOVE "N" TO Ill-Tally-Held(Ill-Title-Count)
              MOVE Ill-Title-Count TO Ill-Title-Match-Index
          END-IF.

      * One pass of our own catalog (below the ILL range) marks
      * the titles we already hold; those are a copies question
      * for the hold-pressure test, not a new purchase.
       Mark-Ill-Titles-Held.
          IF Ill-Title-Count > 0
              MOVE LOW-VALUES TO Book-ID
              START Book-Master-File KEY IS NOT LESS THAN Book-ID
                  INVALID KEY
                      MOVE "10" TO Book-Master-Status
              END-START
              PERFORM Mark-One-Catalog-Title UNTIL NOT Book-Master-OK
          END-IF.

       Mark-One-Catalog-Title.
          READ Book-Master-File NEXT RECORD
              AT END
                  MOVE "10" TO Book-Master-Status
          END-READ.
          IF Book-Master-OK
              AND Book-ID < 9000
              PERFORM VARYING Ill-Title-Index FROM 1 BY 1
                  UNTIL Ill-Title-Index > Ill-Title-Count
                      IF Ill-Tally-Title(Ill-Title-Index) = Book-Title
                          AND Ill-Tally-Writer(Ill-Title-Index)
                              = Book-Writer
                          MOVE "Y" TO Ill-Tally-Held(Ill-Title-Index)
                      END-IF
              END-PERFORM
          END-IF.

       Consider-Ill-Title.
          IF Ill-Tally-Requests(Ill-Title-Index) >= Ill-Repeat-Minimum
              AND Ill-Tally-Held(Ill-Title-Index) = "N"
              MOVE "N" TO Already-Open
              PERFORM VARYING Open-Acq-Index FROM 1 BY 1
                  UNTIL Open-Acq-Index > Open-Acq-Count
                      IF Open-Acq-Title(Open-Acq-Index)
                              = Ill-Tally-Title(Ill-Title-Index)
                          AND Open-Acq-Writer(Open-Acq-Index)
                              = Ill-Tally-Writer(Ill-Title-Index)
                          MOVE "Y" TO Already-Open
                      END-IF
              END-PERFORM
              MOVE SPACES TO Acquisition-Record
              MOVE "I" TO Acq-Source
              MOVE 0 TO Acq-Book-ID
              MOVE "Y" TO Acq-New-Title
              MOVE Ill-Tally-Title(Ill-Title-Index) TO Acq-Title
              MOVE Ill-Tally-Writer(Ill-Title-Index) TO Acq-Writer
              MOVE Ill-Tally-Requests(Ill-Title-Index)
                  TO Acq-Demand-Count
              MOVE 1 TO Acq-Request-Qty
              PERFORM Write-Purchase-Request
          END-IF.

      * The source, title and demand fields are already built by
      * the caller; the order and receiving fields start empty.
       Write-Purchase-Request.
          IF Acq-From-Hold-Pressure
              MOVE "HOLD PRESSURE" TO Request-Source-Text
          ELSE
              MOVE "REPEAT ILL" TO Request-Source-Text
          END-IF
          IF Already-Open = "Y"
              ADD 1 TO Requests-Suppressed-Count
              MOVE SPACES TO Request-Line
              STRING "ALREADY OPEN  " Request-Source-Text
                  " " Acq-Book-ID " " Acq-Title
                  " " Acq-Writer
                  DELIMITED BY SIZE INTO Request-Line
              WRITE Request-Line
          ELSE
              MOVE Next-Request-ID TO Acq-Request-ID
              MOVE "R" TO Acq-Status
              MOVE Run-Date TO Acq-Request-Date
              MOVE "ACQ" TO Acq-Requested-By
              MOVE 0 TO Acq-Order-Qty
              MOVE 0 TO Acq-Unit-Cost
              MOVE 0 TO Acq-Order-Date
              MOVE 0 TO Acq-Received-Qty
              MOVE 0 TO Acq-Received-Date
              WRITE Acquisition-Record
              IF Acquisition-OK
                  ADD 1 TO Next-Request-ID
                  ADD 1 TO Requests-Raised-Count
                  PERFORM Add-Open-Acq-Entry
                  MOVE SPACES TO Request-Line
                  STRING "REQUESTED " Acq-Request-ID
                      " " Request-Source-Text
                      " " Acq-Book-ID " " Acq-Title
                      " " Acq-Writer
                      " DEMAND " Acq-Demand-Count
                      " QTY " Acq-Request-Qty
                      DELIMITED BY SIZE INTO Request-Line
                  WRITE Request-Line
              ELSE
                  DISPLAY "ACQGEN: request write failed, status "
                      Acquisition-Status
                  MOVE "00" TO Acquisition-Status
              END-IF
          END-IF.

       Print-Request-Header.
          MOVE SPACES TO Request-Line
          STRING "BOOKiT ACQUISITIONS - PURCHASE REQUESTS RAISED "
              Run-Date
              DELIMITED BY SIZE INTO Request-Line
          WRITE Request-Line.
          MOVE SPACES TO Request-Line
          STRING "ILL TITLES REQUESTED " Ill-Repeat-Minimum
              " OR MORE TIMES SINCE " Ill-Look-Back-Date
              DELIMITED BY SIZE INTO Request-Line
          WRITE Request-Line.
          MOVE "----------------------------------------"
              TO Request-Line
          WRITE Request-Line.

       Print-Request-Totals.
          MOVE SPACES TO Request-Line
          WRITE Request-Line.
          MOVE SPACES TO Request-Line
          STRING "PURCHASE REQUESTS RAISED : " Requests-Raised-Count
              DELIMITED BY SIZE INTO Request-Line
          WRITE Request-Line.
          MOVE SPACES TO Request-Line
          STRING "ALREADY OPEN, NOT RAISED : "
              Requests-Suppressed-Count
              DELIMITED BY SIZE INTO Request-Line
          WRITE Request-Line.
