              MOVE 0 TO Book-Copies-Out
              MOVE Ill-Borrower-ID TO Book-Reserved-For
              MOVE Run-Date TO Book-Reserved-Date
              MOVE ZEROS TO Book-Branch-Stock-Area
              WRITE Book-Master-Record
              IF NOT Book-Master-OK
                  DISPLAY "ILLBATCH: catalog write failed for temp"
