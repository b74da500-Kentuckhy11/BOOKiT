       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKTAKE.

      * Physical shelf stock-take.  INVRECON proves the copies-out
      * count against OPENLOAN; this program proves the other half
      * of the catalog - that the copies which should be on the
      * shelf (Book-Total-Copies less Book-Copies-Out, less the one
      * copy frozen on the reserve shelf for a Book-Reserved-For
      * borrower, less the copies on the van between branches)
      * are really there.  Staff count the stacks one
      * section at a time and key or scan the SHELFCNT file, one
      * card per title per section: Book-ID, copies found, and the
      * section, which is the genre the title is shelved under.
      * Only titles in a section that appears on the count are
      * compared, so a partial stock-take does not report the rest
      * of the collection missing.  Temporary ILL Book-IDs (9000
      * and up) are partner stock and are never counted.  Every
      * title short on the shelf is listed as MISSING and every
      * title with more copies than the catalog as UNEXPECTED.
      * The STKPARM card gives the count: 1 for the first count,
      * which keeps the titles found short on the STKMISS dataset,
      * or 2 for the recount of the same sections, which writes
      * off the copies still missing - the lesser of the two
      * shortfalls - the way a lost book is retired at the desk
      * but with no patron charge: Book-Total-Copies is reduced
      * and one S (missing) record per copy is logged on TRANLOG
      * under the STK operator ID.  When a title drops to no
      * copies the catalog record and its hold queue go with it,
      * as at the desk, and every borrower who was waiting on it
      * is listed with their contact details for follow-up.  Run
      * after the desks close on the day of each count.  The count
      * is of the title across all branches, so a write-off comes
      * off the main branch's copies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Shelf-Count-File ASSIGN TO "SHELFCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Shelf-Count-Status.

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

           SELECT Borrower-Master-File ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Borrower-ID
               FILE STATUS IS Borrower-Master-Status.

           SELECT Parameter-File ASSIGN TO "STKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parameter-Status.

           SELECT Missing-File ASSIGN TO "STKMISS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Missing-Status.

           SELECT Transaction-Log-File ASSIGN TO "TRANLOG"
               FILE STATUS IS Transaction-Log-Status.

           SELECT Stock-Report-File ASSIGN TO "STKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Shelf-Count-File.
       01  Shelf-Count-Record.
           05  Count-Book-ID           PIC 9(04).
           05  Count-Copies            PIC 9(03).
           05  Count-Section           PIC X(20).
           05  Filler                  PIC X(53).

       FD  Book-Master-File.
           COPY BOOKREC.

       FD  Hold-Queue-File.
           COPY HOLDREC.

       FD  Borrower-Master-File.
           COPY BORROWER.

       FD  Parameter-File.
       01  Parameter-Record PIC X(80).

       FD  Missing-File.
       01  Missing-Record.
           05  Missing-Book-ID         PIC 9(04).
           05  Missing-Copies          PIC 9(03).
           05  Missing-Count-Date      PIC 9(08).
           05  Filler                  PIC X(65).

       FD  Transaction-Log-File.
           COPY TRANREC.

       FD  Stock-Report-File.
       01  Stock-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Shelf-Count-Status PIC X(2) VALUE "00".
          88 Shelf-Count-OK VALUE "00".
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".
       01 Hold-Queue-Status PIC X(2) VALUE "00".
          88 Hold-Queue-OK VALUE "00".
       01 Borrower-Master-Status PIC X(2) VALUE "00".
          88 Borrower-Master-OK VALUE "00".
       01 Parameter-Status PIC X(2) VALUE "00".
          88 Parameter-OK VALUE "00".
       01 Missing-Status PIC X(2) VALUE "00".
          88 Missing-OK VALUE "00".
       01 Transaction-Log-Status PIC X(2) VALUE "00".
          88 Transaction-Log-OK VALUE "00".

       01 Count-Pass PIC X(1) VALUE "1".
          88 First-Count VALUE "1".
          88 Second-Count VALUE "2".

       01 Ill-Book-ID-Floor PIC 9(4) VALUE 9000.
       01 Stock-Date PIC 9(8) VALUE 0.
      * The clock is read whole so the log is stamped HHMMSS; read
      * straight into the six-digit stamp it would lose the hour.
       01 Log-Clock.
          05 Log-Clock-Time PIC 9(6).
          05 Filler PIC 9(2).
       01 First-Count-Date PIC 9(8) VALUE 0.

      * Counts and first-count shortfalls are held by Book-ID,
      * which runs below the ILL floor, so the tables are
      * subscripted directly by the catalog key.
       01 Shelf-Table.
          05 Shelf-Entry OCCURS 8999 TIMES.
             10 Shelf-Counted    PIC 9(4).
             10 Shelf-Was-Counted PIC X(1).
             10 Shelf-Seen       PIC X(1).
             10 Prior-Missing    PIC 9(3).

       01 Shelf-Index PIC 9(4) VALUE 0.
       01 Section-Index PIC 9(2) VALUE 0.
       01 Section-Count PIC 9(2) VALUE 0.
       01 Section-Found PIC X(1) VALUE "N".
       01 Section-Table-Warned PIC X(1) VALUE "N".
       01 Section-Table OCCURS 50 TIMES.
          05 Section-Name         PIC X(20).

       01 Expected-Copies PIC S9(4) VALUE 0.
       01 Counted-Copies PIC 9(4) VALUE 0.
       01 Short-Copies PIC 9(4) VALUE 0.
       01 Over-Copies PIC 9(4) VALUE 0.
       01 Write-Off-Copies PIC 9(3) VALUE 0.
       01 Write-Off-Index PIC 9(3) VALUE 0.
       01 Branch-Stock-Index PIC 9(1) VALUE 0.
       01 Branch-Scan-Index PIC 9(1) VALUE 0.
       01 Branch-Other-Owned PIC 9(3) VALUE 0.
       01 Branch-Other-Out PIC 9(3) VALUE 0.
       01 Branch-Excess PIC 9(3) VALUE 0.

           COPY BRANCHES.
       01 Hold-Index PIC 9(2) VALUE 0.
       01 Expected-Print PIC -(3)9 VALUE 0.

       01 Count-Cards-Read PIC 9(5) VALUE 0.
       01 Count-Cards-Rejected PIC 9(5) VALUE 0.
       01 Ill-Cards-Skipped PIC 9(5) VALUE 0.
       01 Titles-Compared-Count PIC 9(5) VALUE 0.
       01 Missing-Titles-Count PIC 9(5) VALUE 0.
       01 Missing-Copies-Count PIC 9(5) VALUE 0.
       01 Unexpected-Titles-Count PIC 9(5) VALUE 0.
       01 Unexpected-Copies-Count PIC 9(5) VALUE 0.
       01 Uncataloged-Count PIC 9(5) VALUE 0.
       01 Written-Off-Titles-Count PIC 9(5) VALUE 0.
       01 Written-Off-Copies-Count PIC 9(5) VALUE 0.
       01 Titles-Retired-Count PIC 9(5) VALUE 0.
       01 Waiters-Listed-Count PIC 9(5) VALUE 0.
       01 Not-Recounted-Count PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       Take-Shelf-Stock.
          ACCEPT Stock-Date FROM DATE YYYYMMDD
          PERFORM Read-Run-Parameter
          PERFORM Open-Stock-Files
          PERFORM Print-Stock-Header
          PERFORM Clear-Shelf-Table
          PERFORM Load-Shelf-Counts
          IF Second-Count
              PERFORM Load-First-Count-Shortfalls
          END-IF
          PERFORM Print-Sections-Counted
          PERFORM Compare-Against-Catalog
          PERFORM Report-Uncataloged-Counts
          PERFORM Print-Stock-Totals
          PERFORM Close-Stock-Files
          DISPLAY "STKTAKE: count " Count-Pass ", "
              Titles-Compared-Count " title(s) compared, "
              Missing-Titles-Count " missing, "
              Unexpected-Titles-Count " unexpected, "
              Written-Off-Copies-Count " copy(ies) written off"
          STOP RUN.

       Read-Run-Parameter.
          OPEN INPUT Parameter-File
          MOVE SPACES TO Parameter-Record
          IF Parameter-OK
              READ Parameter-File
                  AT END
                      MOVE SPACES TO Parameter-Record
              END-READ
          END-IF
          CLOSE Parameter-File
          IF Parameter-Record(1:1) = "2"
              MOVE "2" TO Count-Pass
          ELSE
              MOVE "1" TO Count-Pass
          END-IF.

      * The first count only reads the catalog; the recount
      * retires copies, so it takes the catalog, the hold queues
      * and the log for update.
       Open-Stock-Files.
          OPEN INPUT Shelf-Count-File
          IF Second-Count
              OPEN I-O Book-Master-File
              OPEN I-O Hold-Queue-File
              OPEN INPUT Borrower-Master-File
              OPEN INPUT Missing-File
              OPEN EXTEND Transaction-Log-File
          ELSE
              OPEN INPUT Book-Master-File
              OPEN OUTPUT Missing-File
          END-IF
          OPEN OUTPUT Stock-Report-File.

       Close-Stock-Files.
          CLOSE Shelf-Count-File
          CLOSE Book-Master-File
          CLOSE Missing-File
          IF Second-Count
              CLOSE Hold-Queue-File
              CLOSE Borrower-Master-File
              CLOSE Transaction-Log-File
          END-IF
          CLOSE Stock-Report-File.

       Clear-Shelf-Table.
          PERFORM VARYING Shelf-Index FROM 1 BY 1
              UNTIL Shelf-Index >= Ill-Book-ID-Floor
                  MOVE 0 TO Shelf-Counted(Shelf-Index)
                  MOVE "N" TO Shelf-Was-Counted(Shelf-Index)
                  MOVE "N" TO Shelf-Seen(Shelf-Index)
                  MOVE 0 TO Prior-Missing(Shelf-Index)
          END-PERFORM.

       Load-Shelf-Counts.
          IF Shelf-Count-OK
              PERFORM Load-One-Count UNTIL NOT Shelf-Count-OK
          END-IF.

       Load-One-Count.
          READ Shelf-Count-File
              AT END
                  MOVE "10" TO Shelf-Count-Status
          END-READ.
          IF Shelf-Count-OK
              ADD 1 TO Count-Cards-Read
              EVALUATE TRUE
                  WHEN Count-Book-ID NOT NUMERIC
                      OR Count-Copies NOT NUMERIC
                      OR Count-Book-ID = 0
                      OR Count-Section = SPACES
                      PERFORM Reject-Count-Card
                  WHEN Count-Book-ID >= Ill-Book-ID-Floor
                      ADD 1 TO Ill-Cards-Skipped
                  WHEN OTHER
                      ADD Count-Copies TO Shelf-Counted(Count-Book-ID)
                      MOVE "Y" TO Shelf-Was-Counted(Count-Book-ID)
                      PERFORM Note-Section-Counted
              END-EVALUATE
          END-IF.

       Reject-Count-Card.
          ADD 1 TO Count-Cards-Rejected
          MOVE SPACES TO Stock-Report-Line
          STRING "BAD COUNT CARD IGNORED | " Shelf-Count-Record
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.

       Note-Section-Counted.
          MOVE "N" TO Section-Found
          PERFORM VARYING Section-Index FROM 1 BY 1
              UNTIL Section-Index > Section-Count
                  OR Section-Found = "Y"
                  IF Section-Name(Section-Index) = Count-Section
                      MOVE "Y" TO Section-Found
                  END-IF
          END-PERFORM.
          IF Section-Found = "N"
              IF Section-Count < 50
                  ADD 1 TO Section-Count
                  MOVE Count-Section TO Section-Name(Section-Count)
              ELSE
                  IF Section-Table-Warned = "N"
                      MOVE "Y" TO Section-Table-Warned
                      DISPLAY "STKTAKE: WARNING section table full -"
                          " section " Count-Section
                          " and later are not compared"
                  END-IF
              END-IF
          END-IF.

       Load-First-Count-Shortfalls.
          IF Missing-OK
              PERFORM Load-One-Shortfall UNTIL NOT Missing-OK
          END-IF.

       Load-One-Shortfall.
          READ Missing-File
              AT END
                  MOVE "10" TO Missing-Status
          END-READ.
          IF Missing-OK
              AND Missing-Book-ID IS NUMERIC
              AND Missing-Copies IS NUMERIC
              AND Missing-Book-ID > 0
              AND Missing-Book-ID < Ill-Book-ID-Floor
              MOVE Missing-Copies TO Prior-Missing(Missing-Book-ID)
              MOVE Missing-Count-Date TO First-Count-Date
          END-IF.

       Compare-Against-Catalog.
          MOVE LOW-VALUES TO Book-ID
          START Book-Master-File KEY IS NOT LESS THAN Book-ID
              INVALID KEY
                  MOVE "(CATALOG IS EMPTY)" TO Stock-Report-Line
                  WRITE Stock-Report-Line
          END-START.
          IF Book-Master-OK
              PERFORM Compare-One-Title UNTIL NOT Book-Master-OK
          END-IF.

       Compare-One-Title.
          READ Book-Master-File NEXT RECORD
              AT END
                  MOVE "10" TO Book-Master-Status
          END-READ.
          IF Book-Master-OK
              AND Book-ID > 0
              AND Book-ID < Ill-Book-ID-Floor
              MOVE "Y" TO Shelf-Seen(Book-ID)
              PERFORM Find-Title-Section
              IF Section-Found = "Y"
                  PERFORM Compare-Title-Count
              ELSE
                  IF Second-Count AND Prior-Missing(Book-ID) > 0
                      PERFORM Report-Not-Recounted
                  END-IF
              END-IF
          END-IF.

       Find-Title-Section.
          MOVE "N" TO Section-Found
          PERFORM VARYING Section-Index FROM 1 BY 1
              UNTIL Section-Index > Section-Count
                  OR Section-Found = "Y"
                  IF Section-Name(Section-Index) = Book-Genre
                      MOVE "Y" TO Section-Found
                  END-IF
          END-PERFORM.

      * A copy frozen for a borrower sits on the reserve shelf, not
      * in the stacks, so it is held out of the expected count, as
      * are the copies on the van (a hold copy on the van is among
      * them already).
       Compare-Title-Count.
          ADD 1 TO Titles-Compared-Count
          COMPUTE Expected-Copies = Book-Total-Copies - Book-Copies-Out
          IF Book-Reserved-For NOT = 0
              AND NOT Book-Hold-In-Transit
              SUBTRACT 1 FROM Expected-Copies
          END-IF
          IF Book-Branch-Stock-Area IS NUMERIC
              PERFORM VARYING Branch-Stock-Index FROM 1 BY 1
                  UNTIL Branch-Stock-Index > Branch-Count
                      SUBTRACT Book-Branch-Transit(Branch-Stock-Index)
                          FROM Expected-Copies
              END-PERFORM
          END-IF
          IF Expected-Copies < 0
              MOVE 0 TO Expected-Copies
          END-IF
          MOVE Shelf-Counted(Book-ID) TO Counted-Copies
          MOVE Expected-Copies TO Expected-Print
          EVALUATE TRUE
              WHEN Counted-Copies < Expected-Copies
                  COMPUTE Short-Copies =
                      Expected-Copies - Counted-Copies
                  PERFORM Report-Missing-Copies
              WHEN Counted-Copies > Expected-Copies
                  COMPUTE Over-Copies =
                      Counted-Copies - Expected-Copies
                  PERFORM Report-Unexpected-Copies
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

       Report-Missing-Copies.
          ADD 1 TO Missing-Titles-Count
          ADD Short-Copies TO Missing-Copies-Count
          MOVE SPACES TO Stock-Report-Line
          STRING "MISSING    " Book-ID " " Book-Title
              " " Book-Genre
              " EXPECTED " Expected-Print
              " COUNTED " Counted-Copies
              " SHORT " Short-Copies
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          IF First-Count
              MOVE SPACES TO Missing-Record
              MOVE Book-ID TO Missing-Book-ID
              MOVE Short-Copies TO Missing-Copies
              MOVE Stock-Date TO Missing-Count-Date
              WRITE Missing-Record
          ELSE
              IF Prior-Missing(Book-ID) = 0
                  MOVE SPACES TO Stock-Report-Line
                  STRING "           NOT SHORT AT THE FIRST COUNT -"
                      " COUNT AGAIN BEFORE WRITING OFF"
                      DELIMITED BY SIZE INTO Stock-Report-Line
                  WRITE Stock-Report-Line
              ELSE
                  IF Short-Copies < Prior-Missing(Book-ID)
                      MOVE Short-Copies TO Write-Off-Copies
                  ELSE
                      MOVE Prior-Missing(Book-ID) TO Write-Off-Copies
                  END-IF
                  PERFORM Write-Off-Missing-Copies
              END-IF
          END-IF.

       Report-Unexpected-Copies.
          ADD 1 TO Unexpected-Titles-Count
          ADD Over-Copies TO Unexpected-Copies-Count
          MOVE SPACES TO Stock-Report-Line
          STRING "UNEXPECTED " Book-ID " " Book-Title
              " " Book-Genre
              " EXPECTED " Expected-Print
              " COUNTED " Counted-Copies
              " OVER " Over-Copies
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.

       Report-Not-Recounted.
          ADD 1 TO Not-Recounted-Count
          MOVE SPACES TO Stock-Report-Line
          STRING "NOT RECOUNTED " Book-ID " " Book-Title
              " " Book-Genre
              " SHORT AT FIRST COUNT " Prior-Missing(Book-ID)
              " - NOT WRITTEN OFF"
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.

      * The write-off never touches the copies out on loan or the
      * reserved copy, since it is bounded by the shelf shortfall.
       Write-Off-Missing-Copies.
          SUBTRACT Write-Off-Copies FROM Book-Total-Copies
          PERFORM Trim-Branch-Owned
          PERFORM Log-Missing-Copy
              VARYING Write-Off-Index FROM 1 BY 1
              UNTIL Write-Off-Index > Write-Off-Copies
          ADD 1 TO Written-Off-Titles-Count
          ADD Write-Off-Copies TO Written-Off-Copies-Count
          MOVE SPACES TO Stock-Report-Line
          STRING "WRITTEN OFF " Book-ID " " Book-Title
              " COPIES " Write-Off-Copies
              " NEW TOTAL " Book-Total-Copies
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          IF Book-Total-Copies = 0
              PERFORM Retire-Missing-Title
          ELSE
              REWRITE Book-Master-Record
              IF NOT Book-Master-OK
                  PERFORM Report-Catalog-Update-Failed
              END-IF
          END-IF.

      * Copies written off the title total come off the other
      * branches only when they would otherwise own more than the
      * title has left, last branch first, so no branch is left
      * lending shelf copies that are gone; the main branch then
      * takes what remains.
       Trim-Branch-Owned.
          IF Book-Branch-Stock-Area NOT NUMERIC
              MOVE ZEROS TO Book-Branch-Stock-Area
          END-IF
          MOVE 0 TO Branch-Other-Owned
          PERFORM VARYING Branch-Scan-Index FROM 2 BY 1
              UNTIL Branch-Scan-Index > Branch-Count
                  ADD Book-Branch-Owned(Branch-Scan-Index)
                      TO Branch-Other-Owned
          END-PERFORM.
          PERFORM VARYING Branch-Scan-Index FROM Branch-Count BY -1
              UNTIL Branch-Scan-Index < 2
                  IF Branch-Other-Owned > Book-Total-Copies
                      COMPUTE Branch-Excess =
                          Branch-Other-Owned - Book-Total-Copies
                      IF Branch-Excess >
                          Book-Branch-Owned(Branch-Scan-Index)
                          MOVE Book-Branch-Owned(Branch-Scan-Index)
                              TO Branch-Excess
                      END-IF
                      SUBTRACT Branch-Excess
                          FROM Book-Branch-Owned(Branch-Scan-Index)
                      SUBTRACT Branch-Excess FROM Branch-Other-Owned
                  END-IF
          END-PERFORM.
          PERFORM Settle-Branch-Stock.

      * The main branch's owned and on-loan counts are whatever the
      * title totals leave after the other branches.
       Settle-Branch-Stock.
          IF Book-Branch-Stock-Area NOT NUMERIC
              MOVE ZEROS TO Book-Branch-Stock-Area
          END-IF
          MOVE 0 TO Branch-Other-Owned
          MOVE 0 TO Branch-Other-Out
          PERFORM VARYING Branch-Scan-Index FROM 2 BY 1
              UNTIL Branch-Scan-Index > Branch-Count
                  ADD Book-Branch-Owned(Branch-Scan-Index)
                      TO Branch-Other-Owned
                  ADD Book-Branch-Out(Branch-Scan-Index)
                      TO Branch-Other-Out
          END-PERFORM.
          IF Book-Total-Copies > Branch-Other-Owned
              COMPUTE Book-Branch-Owned(1) =
                  Book-Total-Copies - Branch-Other-Owned
          ELSE
              MOVE 0 TO Book-Branch-Owned(1)
          END-IF.
          IF Book-Copies-Out > Branch-Other-Out
              COMPUTE Book-Branch-Out(1) =
                  Book-Copies-Out - Branch-Other-Out
          ELSE
              MOVE 0 TO Book-Branch-Out(1)
          END-IF.

       Log-Missing-Copy.
          MOVE Stock-Date TO Txn-Date
          ACCEPT Log-Clock FROM TIME
          MOVE Log-Clock-Time TO Txn-Time
          MOVE 0 TO Txn-Borrower-ID
          MOVE Book-ID TO Txn-Book-ID
          MOVE Book-Title TO Txn-Book-Title
          MOVE "S" TO Txn-Action
          MOVE 0 TO Txn-Due-Date
          MOVE 0 TO Txn-Fine-Amount
          MOVE "STK" TO Txn-Operator-ID
          MOVE SPACE TO Txn-Pay-Method
          WRITE Transaction-Record.
          IF NOT Transaction-Log-OK
              DISPLAY "STKTAKE: WARNING log write failed for "
                  Book-ID " status " Transaction-Log-Status
          END-IF.

      * As at the desk, the hold queue goes with the title so a
      * later reuse of the Book-ID cannot inherit its waiters;
      * they are listed first so the librarian can contact them.
       Retire-Missing-Title.
          MOVE Book-ID TO Hold-Book-ID
          READ Hold-Queue-File
              INVALID KEY
                  MOVE "23" TO Hold-Queue-Status
          END-READ.
          IF Hold-Queue-OK
              PERFORM List-Hold-Waiter
                  VARYING Hold-Index FROM 1 BY 1
                  UNTIL Hold-Index > Hold-Count
                      OR Hold-Index > 10
              DELETE Hold-Queue-File
          END-IF.
          DELETE Book-Master-File
          IF Book-Master-OK
              ADD 1 TO Titles-Retired-Count
              MOVE SPACES TO Stock-Report-Line
              STRING "           TITLE RETIRED - NO COPIES REMAIN"
                  DELIMITED BY SIZE INTO Stock-Report-Line
              WRITE Stock-Report-Line
          ELSE
              PERFORM Report-Catalog-Update-Failed
          END-IF.

       List-Hold-Waiter.
          ADD 1 TO Waiters-Listed-Count
          MOVE Hold-Borrower-ID(Hold-Index) TO Borrower-ID
          READ Borrower-Master-File
              INVALID KEY
                  MOVE "(NOT ON ROSTER)" TO Borrower-Name
                  MOVE SPACES TO Borrower-Contact-No
                  MOVE SPACES TO Borrower-Email
          END-READ.
          MOVE SPACES TO Stock-Report-Line
          STRING "           HOLD WAITER " Hold-Index
              " BORROWER " Borrower-ID " " Borrower-Name
              " " Borrower-Contact-No " " Borrower-Email
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.

       Report-Catalog-Update-Failed.
          MOVE SPACES TO Stock-Report-Line
          STRING "           CATALOG UPDATE FAILED FOR " Book-ID
              " STATUS " Book-Master-Status
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          MOVE "00" TO Book-Master-Status.

      * Count cards for a Book-ID that is not on the catalog are
      * copies on the shelf the catalog does not know about.
       Report-Uncataloged-Counts.
          PERFORM VARYING Shelf-Index FROM 1 BY 1
              UNTIL Shelf-Index >= Ill-Book-ID-Floor
                  IF Shelf-Was-Counted(Shelf-Index) = "Y"
                      AND Shelf-Seen(Shelf-Index) = "N"
                      AND Shelf-Counted(Shelf-Index) > 0
                      ADD 1 TO Uncataloged-Count
                      ADD 1 TO Unexpected-Titles-Count
                      ADD Shelf-Counted(Shelf-Index)
                          TO Unexpected-Copies-Count
                      MOVE SPACES TO Stock-Report-Line
                      STRING "UNEXPECTED " Shelf-Index
                          " NOT ON CATALOG, COUNTED "
                          Shelf-Counted(Shelf-Index)
                          DELIMITED BY SIZE INTO Stock-Report-Line
                      WRITE Stock-Report-Line
                  END-IF
          END-PERFORM.

       Print-Stock-Header.
          MOVE SPACES TO Stock-Report-Line
          STRING "BOOKiT SHELF STOCK-TAKE - " Stock-Date
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          IF Second-Count
              MOVE "SECOND COUNT - COPIES STILL MISSING ARE WRITTEN OFF"
                  TO Stock-Report-Line
          ELSE
              MOVE "FIRST COUNT - REPORT ONLY" TO Stock-Report-Line
          END-IF
          WRITE Stock-Report-Line.
          MOVE ALL "-" TO Stock-Report-Line
          WRITE Stock-Report-Line.

       Print-Sections-Counted.
          IF Second-Count
              MOVE SPACES TO Stock-Report-Line
              STRING "FIRST COUNT TAKEN " First-Count-Date
                  DELIMITED BY SIZE INTO Stock-Report-Line
              WRITE Stock-Report-Line
          END-IF.
          PERFORM VARYING Section-Index FROM 1 BY 1
              UNTIL Section-Index > Section-Count
                  MOVE SPACES TO Stock-Report-Line
                  STRING "SECTION COUNTED: " Section-Name(Section-Index)
                      DELIMITED BY SIZE INTO Stock-Report-Line
                  WRITE Stock-Report-Line
          END-PERFORM.
          MOVE SPACES TO Stock-Report-Line
          WRITE Stock-Report-Line.

       Print-Stock-Totals.
          MOVE SPACES TO Stock-Report-Line
          WRITE Stock-Report-Line.
          MOVE SPACES TO Stock-Report-Line
          STRING "COUNT CARDS READ        : " Count-Cards-Read
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          MOVE SPACES TO Stock-Report-Line
          STRING "COUNT CARDS REJECTED    : " Count-Cards-Rejected
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          MOVE SPACES TO Stock-Report-Line
          STRING "ILL CARDS NOT COUNTED   : " Ill-Cards-Skipped
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          MOVE SPACES TO Stock-Report-Line
          STRING "TITLES COMPARED         : " Titles-Compared-Count
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          MOVE SPACES TO Stock-Report-Line
          STRING "TITLES MISSING COPIES   : " Missing-Titles-Count
              "   COPIES " Missing-Copies-Count
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          MOVE SPACES TO Stock-Report-Line
          STRING "TITLES WITH UNEXPECTED  : " Unexpected-Titles-Count
              "   COPIES " Unexpected-Copies-Count
              "   NOT ON CATALOG " Uncataloged-Count
              DELIMITED BY SIZE INTO Stock-Report-Line
          WRITE Stock-Report-Line.
          IF Second-Count
              MOVE SPACES TO Stock-Report-Line
              STRING "TITLES WRITTEN OFF      : "
                  Written-Off-Titles-Count
                  "   COPIES " Written-Off-Copies-Count
                  DELIMITED BY SIZE INTO Stock-Report-Line
              WRITE Stock-Report-Line
              MOVE SPACES TO Stock-Report-Line
              STRING "TITLES RETIRED          : " Titles-Retired-Count
                  "   HOLD WAITERS LISTED " Waiters-Listed-Count
                  DELIMITED BY SIZE INTO Stock-Report-Line
              WRITE Stock-Report-Line
              MOVE SPACES TO Stock-Report-Line
              STRING "SHORT BUT NOT RECOUNTED : " Not-Recounted-Count
                  DELIMITED BY SIZE INTO Stock-Report-Line
              WRITE Stock-Report-Line
          END-IF.
