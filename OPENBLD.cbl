          MOVE Txn-Due-Date TO Loan-Due-Date
          MOVE 0 TO Loan-Renewals
          MOVE Txn-Date TO Loan-Borrow-Date
          MOVE SPACE TO Loan-Branch
          MOVE SPACE TO Loan-Home-Branch
          WRITE Open-Loan-Record
              INVALID KEY
                  REWRITE Open-Loan-Record
