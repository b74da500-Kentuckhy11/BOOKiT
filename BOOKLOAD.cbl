      *    D  delete a title (refused while copies are out, a
      *       hold reservation is pending, or patrons are still
      *       waiting on the title's hold queue)
      *    J  adjust total copies only
      * A C or J total is refused below the copies out, or below
      * the copies the other branches own.  Copies added or removed
      * here are the main branch's; the other branches' copy counts
      * are moved only by circulation.
      * Every record is echoed to the LOADRPT audit listing as
      * APPLIED or REJECTED with the reason.  The empty BOOKMSTR
      * cluster is defined once by BOOKINIT; the initial catalog
       01 Books-Rejected-Count PIC 9(05) VALUE 0.
       01 Record-Found PIC X(1) VALUE "N".
       01 Reject-Reason PIC X(40) VALUE SPACES.
       01 Branch-Scan-Index PIC 9(1) VALUE 0.
       01 Branch-Other-Owned PIC 9(3) VALUE 0.

           COPY BRANCHES.

       PROCEDURE DIVISION.
       Maintain-Book-Master.
              MOVE 0 TO Book-Copies-Out
              MOVE 0 TO Book-Reserved-For
              MOVE 0 TO Book-Reserved-Date
              MOVE SPACES TO Book-Hold-Pickup-Branch
              MOVE SPACES TO Book-Hold-Copy-Branch
              MOVE SPACES TO Book-Hold-Transit
              MOVE ZEROS TO Book-Branch-Stock-Area
              WRITE Book-Master-Record
              IF NOT Book-Master-OK
                  MOVE "CATALOG WRITE FAILED" TO Reject-Reason
          END-IF.

       Apply-Change.
          PERFORM Total-Branch-Other-Owned
          EVALUATE TRUE
              WHEN Record-Found = "N"
                  MOVE "TITLE NOT ON CATALOG" TO Reject-Reason
              WHEN In-Book-Copies < Book-Copies-Out
                  MOVE "NEW TOTAL BELOW COPIES OUT" TO Reject-Reason
              WHEN In-Book-Copies < Branch-Other-Owned
                  MOVE "NEW TOTAL BELOW BRANCH COPIES" TO Reject-Reason
              WHEN OTHER
                  MOVE In-Book-Title TO Book-Title
                  MOVE In-Book-Writer TO Book-Writer
          END-IF.

       Apply-Adjust.
          PERFORM Total-Branch-Other-Owned
          EVALUATE TRUE
              WHEN Record-Found = "N"
                  MOVE "TITLE NOT ON CATALOG" TO Reject-Reason
              WHEN In-Book-Copies < Book-Copies-Out
                  MOVE "NEW TOTAL BELOW COPIES OUT" TO Reject-Reason
              WHEN In-Book-Copies < Branch-Other-Owned
                  MOVE "NEW TOTAL BELOW BRANCH COPIES" TO Reject-Reason
              WHEN OTHER
                  MOVE In-Book-Copies TO Book-Total-Copies
                  REWRITE Book-Master-Record
                  END-IF
          END-EVALUATE.

      * Copies owned by the branches other than the main branch, for
      * the title just read; a lowered total must still cover them.
       Total-Branch-Other-Owned.
          MOVE 0 TO Branch-Other-Owned
          IF Record-Found = "Y"
              AND Book-Branch-Stock-Area NUMERIC
              PERFORM VARYING Branch-Scan-Index FROM 2 BY 1
                  UNTIL Branch-Scan-Index > Branch-Count
                      ADD Book-Branch-Owned(Branch-Scan-Index)
                          TO Branch-Other-Owned
              END-PERFORM
          END-IF.

       Print-Load-Header.
          MOVE "BOOKLOAD CATALOG MAINTENANCE AUDIT" TO Load-Report-Line
          WRITE Load-Report-Line.
