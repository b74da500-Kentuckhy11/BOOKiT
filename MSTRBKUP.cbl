       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBKUP.

      * Nightly backup of the indexed masters.  Every cluster the
      * system keeps is unloaded record for record, in key order,
      * to a new generation of its own backup dataset, so that a
      * cluster damaged during the day can be reloaded as it stood
      * at the close of the nightly window instead of being
      * rebuilt empty by BOOKINIT.  Each unload is counted and
      * hash totalled on a numeric field of the record (the key,
      * where the key is numeric), and the figures go to the BKCTL
      * control generation, one record per cluster, stamped with
      * the business date and the date and time of the backup.
      * MSTRRECV proves a reload against those figures and rolls
      * the masters forward from the circulation logs of the days
      * after that business date.  The backup report lists every
      * cluster with its count and hash.  A cluster that cannot
      * be opened or read to the end is marked failed on BKCTL
      * and the job ends with return code 8: that generation must
      * not be used for a reload.  Run last in the nightly window,
      * after XFERMAN, with no desk session active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Book-Master-File ASSIGN TO "BOOKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Book-ID
               FILE STATUS IS Book-Master-Status.

           SELECT Borrower-Master-File ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Borrower-ID
               FILE STATUS IS Borrower-Master-Status.

           SELECT Hold-Queue-File ASSIGN TO "HOLDQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Book-ID
               FILE STATUS IS Hold-Queue-Status.

           SELECT Fine-Ledger-File ASSIGN TO "FINELDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Fine-Borrower-ID
               FILE STATUS IS Fine-Ledger-Status.

           SELECT Ill-Request-File ASSIGN TO "ILLREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ill-Request-ID
               FILE STATUS IS Ill-Request-Status.

           SELECT Open-Loan-File ASSIGN TO "OPENLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-Key
               FILE STATUS IS Open-Loan-Status.

           SELECT Restart-File ASSIGN TO "RESTART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chk-Operator-ID
               FILE STATUS IS Restart-Status.

           SELECT Operator-Master-File ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Oper-ID
               FILE STATUS IS Operator-Master-Status.

           SELECT Borrower-Seq-File ASSIGN TO "BORRSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Seq-Operator-ID
               FILE STATUS IS Borrower-Seq-Status.

           SELECT Policy-File ASSIGN TO "POLICY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Policy-Key
               FILE STATUS IS Policy-Status.

           SELECT Acquisition-File ASSIGN TO "ACQFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acq-Request-ID
               FILE STATUS IS Acquisition-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Run-Key
               FILE STATUS IS Run-Control-Status.

           SELECT Transfer-File ASSIGN TO "XFERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Xfer-Key
               FILE STATUS IS Transfer-File-Status.

           SELECT Gl-Control-File ASSIGN TO "GLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Glc-Business-Date
               FILE STATUS IS Gl-Control-Status.

           SELECT Book-Backup-File ASSIGN TO "BKBOOK"
               FILE STATUS IS Backup-Status.
           SELECT Borrower-Backup-File ASSIGN TO "BKBORR"
               FILE STATUS IS Backup-Status.
           SELECT Hold-Backup-File ASSIGN TO "BKHOLD"
               FILE STATUS IS Backup-Status.
           SELECT Fine-Backup-File ASSIGN TO "BKFINE"
               FILE STATUS IS Backup-Status.
           SELECT Ill-Backup-File ASSIGN TO "BKILL"
               FILE STATUS IS Backup-Status.
           SELECT Loan-Backup-File ASSIGN TO "BKLOAN"
               FILE STATUS IS Backup-Status.
           SELECT Restart-Backup-File ASSIGN TO "BKREST"
               FILE STATUS IS Backup-Status.
           SELECT Operator-Backup-File ASSIGN TO "BKOPER"
               FILE STATUS IS Backup-Status.
           SELECT Seq-Backup-File ASSIGN TO "BKBSEQ"
               FILE STATUS IS Backup-Status.
           SELECT Policy-Backup-File ASSIGN TO "BKPOL"
               FILE STATUS IS Backup-Status.
           SELECT Acquisition-Backup-File ASSIGN TO "BKACQ"
               FILE STATUS IS Backup-Status.
           SELECT Run-Control-Backup-File ASSIGN TO "BKRUNC"
               FILE STATUS IS Backup-Status.
           SELECT Transfer-Backup-File ASSIGN TO "BKXFER"
               FILE STATUS IS Backup-Status.
           SELECT Gl-Control-Backup-File ASSIGN TO "BKGLC"
               FILE STATUS IS Backup-Status.

           SELECT Backup-Control-File ASSIGN TO "BKCTL"
               FILE STATUS IS Backup-Control-Status.

           SELECT Backup-Report-File ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Book-Master-File.
           COPY BOOKREC.

       FD  Borrower-Master-File.
           COPY BORROWER.

       FD  Hold-Queue-File.
           COPY HOLDREC.

       FD  Fine-Ledger-File.
           COPY FINEREC.

       FD  Ill-Request-File.
           COPY ILLREC.

       FD  Open-Loan-File.
           COPY LOANREC.

       FD  Restart-File.
           COPY RESTREC.

       FD  Operator-Master-File.
           COPY OPERREC.

       FD  Borrower-Seq-File.
           COPY BORRSEQ.

       FD  Policy-File.
           COPY POLREC.

       FD  Acquisition-File.
           COPY ACQREC.

       FD  Run-Control-File.
           COPY RUNREC.

       FD  Transfer-File.
           COPY XFERREC.

       FD  Gl-Control-File.
           COPY GLCREC.

       FD  Book-Backup-File.
       01  Book-Backup-Record PIC X(120).

       FD  Borrower-Backup-File.
       01  Borrower-Backup-Record PIC X(159).

       FD  Hold-Backup-File.
       01  Hold-Backup-Record PIC X(66).

       FD  Fine-Backup-File.
       01  Fine-Backup-Record PIC X(50).

       FD  Ill-Backup-File.
       01  Ill-Backup-Record PIC X(111).

       FD  Loan-Backup-File.
       01  Loan-Backup-Record PIC X(67).

       FD  Restart-Backup-File.
       01  Restart-Backup-Record PIC X(552).

       FD  Operator-Backup-File.
       01  Operator-Backup-Record PIC X(50).

       FD  Seq-Backup-File.
       01  Seq-Backup-Record PIC X(13).

       FD  Policy-Backup-File.
       01  Policy-Backup-Record PIC X(80).

       FD  Acquisition-Backup-File.
       01  Acquisition-Backup-Record PIC X(180).

       FD  Run-Control-Backup-File.
       01  Run-Control-Backup-Record PIC X(150).

       FD  Transfer-Backup-File.
       01  Transfer-Backup-Record PIC X(80).

       FD  Gl-Control-Backup-File.
       01  Gl-Control-Backup-Record PIC X(80).

       FD  Backup-Control-File.
           COPY BKCREC.

       FD  Backup-Report-File.
       01  Backup-Report-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Book-Master-Status PIC X(2) VALUE "00".
          88 Book-Master-OK VALUE "00".
       01 Borrower-Master-Status PIC X(2) VALUE "00".
          88 Borrower-Master-OK VALUE "00".
       01 Hold-Queue-Status PIC X(2) VALUE "00".
          88 Hold-Queue-OK VALUE "00".
       01 Fine-Ledger-Status PIC X(2) VALUE "00".
          88 Fine-Ledger-OK VALUE "00".
       01 Ill-Request-Status PIC X(2) VALUE "00".
          88 Ill-Request-OK VALUE "00".
       01 Open-Loan-Status PIC X(2) VALUE "00".
          88 Open-Loan-OK VALUE "00".
       01 Restart-Status PIC X(2) VALUE "00".
          88 Restart-OK VALUE "00".
       01 Operator-Master-Status PIC X(2) VALUE "00".
          88 Operator-Master-OK VALUE "00".
       01 Borrower-Seq-Status PIC X(2) VALUE "00".
          88 Borrower-Seq-OK VALUE "00".
       01 Policy-Status PIC X(2) VALUE "00".
          88 Policy-OK VALUE "00".
       01 Acquisition-Status PIC X(2) VALUE "00".
          88 Acquisition-OK VALUE "00".
       01 Run-Control-Status PIC X(2) VALUE "00".
          88 Run-Control-OK VALUE "00".
       01 Transfer-File-Status PIC X(2) VALUE "00".
          88 Transfer-File-OK VALUE "00".
       01 Gl-Control-Status PIC X(2) VALUE "00".
          88 Gl-Control-OK VALUE "00".
       01 Backup-Status PIC X(2) VALUE "00".
          88 Backup-OK VALUE "00".
       01 Backup-Control-Status PIC X(2) VALUE "00".
          88 Backup-Control-OK VALUE "00".

       01 Backup-Date PIC 9(8) VALUE 0.
       01 Backup-Clock.
          05 Backup-Time PIC 9(6).
          05 Filler PIC 9(2).
       01 Business-Date PIC 9(8) VALUE 0.

      * The cluster being unloaded.  Unload-Input-Status is the
      * cluster's own file status, copied after every open and
      * read so one set of paragraphs can judge them all.
       01 Unload-Cluster-Name PIC X(8) VALUE SPACES.
       01 Unload-Hash-Field PIC X(20) VALUE SPACES.
       01 Unload-Input-Status PIC X(2) VALUE "00".
          88 Unload-Input-OK VALUE "00".
          88 Unload-Input-Ended VALUE "10".
       01 Unload-Switch PIC X(1) VALUE "N".
          88 End-Of-Unload VALUE "Y".
       01 Unload-Failed PIC X(1) VALUE "N".
       01 Unload-Count PIC 9(7) VALUE 0.
       01 Unload-Hash-Total PIC 9(15) VALUE 0.
       01 Hash-Value PIC 9(9) VALUE 0.
       01 Failure-Text PIC X(30) VALUE SPACES.

       01 Clusters-Unloaded-Count PIC 9(7) VALUE 0.
       01 Clusters-Failed-Count PIC 9(7) VALUE 0.
       01 Records-Unloaded-Count PIC 9(7) VALUE 0.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Run-Master-Backup.
          ACCEPT Backup-Date FROM DATE YYYYMMDD
          ACCEPT Backup-Clock FROM TIME
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Business-Date
          PERFORM Open-Backup-Files
          PERFORM Print-Backup-Header
          PERFORM Unload-Book-Master
          PERFORM Unload-Borrower-Master
          PERFORM Unload-Hold-Queue
          PERFORM Unload-Fine-Ledger
          PERFORM Unload-Ill-Requests
          PERFORM Unload-Open-Loans
          PERFORM Unload-Restart
          PERFORM Unload-Operator-Master
          PERFORM Unload-Borrower-Seq
          PERFORM Unload-Policy
          PERFORM Unload-Acquisitions
          PERFORM Unload-Run-Control
          PERFORM Unload-Transfers
          PERFORM Unload-Gl-Control
          PERFORM Print-Backup-Totals
          PERFORM Close-Backup-Files
          DISPLAY "MSTRBKUP: " Clusters-Unloaded-Count
              " clusters, " Records-Unloaded-Count
              " records backed up for " Business-Date
          IF Clusters-Failed-Count > 0
              DISPLAY "MSTRBKUP: " Clusters-Failed-Count
                  " cluster(s) FAILED - this generation must not"
                  " be reloaded"
              MOVE 8 TO RETURN-CODE
          END-IF
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "MSTRBKUP" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "MSTRBKUP: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "CLUSTERS" TO Ctl-Count-Label(1)
          MOVE Clusters-Unloaded-Count TO Ctl-Count(1)
          MOVE "RECORDS" TO Ctl-Count-Label(2)
          MOVE Records-Unloaded-Count TO Ctl-Count(2)
          MOVE "FAILED" TO Ctl-Count-Label(3)
          MOVE Clusters-Failed-Count TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

      * The clusters themselves are opened one at a time as each
      * is unloaded, so only the control and report files are
      * opened here.
       Open-Backup-Files.
          OPEN OUTPUT Backup-Control-File
          OPEN OUTPUT Backup-Report-File.
          IF NOT Backup-Control-OK
              DISPLAY "MSTRBKUP: backup control file could not be"
                  " opened, status " Backup-Control-Status
              CLOSE Backup-Report-File
              MOVE 8 TO RETURN-CODE
              PERFORM Record-Run-Completion
              STOP RUN
          END-IF.

       Close-Backup-Files.
          CLOSE Backup-Control-File
          CLOSE Backup-Report-File.

      *----------------------------------------------------------*
      * Common unload handling.  Each cluster's paragraphs open  *
      * it, read it in key order from the lowest key, copy every *
      * record to its backup dataset and give Hash-Value the     *
      * field that is summed; these paragraphs keep the count    *
      * and hash and write the BKCTL record and report line.     *
      *----------------------------------------------------------*
       Start-Unload.
          MOVE "N" TO Unload-Switch
          MOVE "N" TO Unload-Failed
          MOVE SPACES TO Failure-Text
          MOVE 0 TO Unload-Count
          MOVE 0 TO Unload-Hash-Total.

      * A cluster that will not open, or a backup dataset that
      * will not, fails the cluster before any record is read.
       Check-Unload-Open.
          IF NOT Unload-Input-OK
              MOVE "Y" TO Unload-Switch
              MOVE "Y" TO Unload-Failed
              STRING "CLUSTER OPEN FAILED, STATUS "
                  Unload-Input-Status
                  DELIMITED BY SIZE INTO Failure-Text
          ELSE
          IF NOT Backup-OK
              MOVE "Y" TO Unload-Switch
              MOVE "Y" TO Unload-Failed
              STRING "BACKUP OPEN FAILED, STATUS "
                  Backup-Status
                  DELIMITED BY SIZE INTO Failure-Text
          END-IF
          END-IF.

      * A START on an empty cluster leaves nothing to read; that
      * is an empty master, backed up as a zero count.
       Check-Unload-Start.
          IF NOT Unload-Input-OK
              MOVE "Y" TO Unload-Switch
          END-IF.

       Check-Unload-Read.
          IF Unload-Input-Ended
              MOVE "Y" TO Unload-Switch
          ELSE
          IF NOT Unload-Input-OK
              MOVE "Y" TO Unload-Switch
              MOVE "Y" TO Unload-Failed
              STRING "CLUSTER READ FAILED, STATUS "
                  Unload-Input-Status
                  DELIMITED BY SIZE INTO Failure-Text
          END-IF
          END-IF.

       Count-Unloaded-Record.
          IF NOT Backup-OK
              MOVE "Y" TO Unload-Switch
              MOVE "Y" TO Unload-Failed
              STRING "BACKUP WRITE FAILED, STATUS "
                  Backup-Status
                  DELIMITED BY SIZE INTO Failure-Text
          ELSE
              ADD 1 TO Unload-Count
              IF Hash-Value NUMERIC
                  ADD Hash-Value TO Unload-Hash-Total
              END-IF
          END-IF.

       Finish-Unload.
          MOVE SPACES TO Backup-Control-Record
          MOVE Unload-Cluster-Name TO Bkc-Cluster-Name
          MOVE Backup-Date TO Bkc-Backup-Date
          MOVE Backup-Time TO Bkc-Backup-Time
          MOVE Business-Date TO Bkc-Business-Date
          MOVE Unload-Count TO Bkc-Record-Count
          MOVE Unload-Hash-Total TO Bkc-Hash-Total
          MOVE Unload-Hash-Field TO Bkc-Hash-Field
          IF Unload-Failed = "Y"
              MOVE "F" TO Bkc-Status
          ELSE
              MOVE "G" TO Bkc-Status
          END-IF
          WRITE Backup-Control-Record.
          IF NOT Backup-Control-OK
              MOVE "Y" TO Unload-Failed
              MOVE SPACES TO Failure-Text
              STRING "CONTROL WRITE FAILED, STATUS "
                  Backup-Control-Status
                  DELIMITED BY SIZE INTO Failure-Text
          END-IF.
          IF Unload-Failed = "Y"
              ADD 1 TO Clusters-Failed-Count
          ELSE
              ADD 1 TO Clusters-Unloaded-Count
              ADD Unload-Count TO Records-Unloaded-Count
          END-IF.
          PERFORM Print-Cluster-Line.

      *----------------------------------------------------------*
      * BOOKMSTR - hashed on Book-ID.                            *
      *----------------------------------------------------------*
       Unload-Book-Master.
          MOVE "BOOKMSTR" TO Unload-Cluster-Name
          MOVE "BOOK-ID" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Book-Master-File
          MOVE Book-Master-Status TO Unload-Input-Status
          OPEN OUTPUT Book-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Book-ID
              START Book-Master-File KEY IS NOT LESS THAN Book-ID
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Book-Master-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Book UNTIL End-Of-Unload
          CLOSE Book-Master-File
          CLOSE Book-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Book.
          READ Book-Master-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Book-Master-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Book-Backup-Record FROM Book-Master-Record
              MOVE Book-ID TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * BORRMSTR - hashed on Borrower-ID.                        *
      *----------------------------------------------------------*
       Unload-Borrower-Master.
          MOVE "BORRMSTR" TO Unload-Cluster-Name
          MOVE "BORROWER-ID" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Borrower-Master-File
          MOVE Borrower-Master-Status TO Unload-Input-Status
          OPEN OUTPUT Borrower-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Borrower-ID
              START Borrower-Master-File
                  KEY IS NOT LESS THAN Borrower-ID
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Borrower-Master-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Borrower UNTIL End-Of-Unload
          CLOSE Borrower-Master-File
          CLOSE Borrower-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Borrower.
          READ Borrower-Master-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Borrower-Master-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Borrower-Backup-Record
                  FROM Borrower-Master-Record
              MOVE Borrower-ID TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * HOLDQUE - hashed on Hold-Book-ID.                        *
      *----------------------------------------------------------*
       Unload-Hold-Queue.
          MOVE "HOLDQUE" TO Unload-Cluster-Name
          MOVE "HOLD-BOOK-ID" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Hold-Queue-File
          MOVE Hold-Queue-Status TO Unload-Input-Status
          OPEN OUTPUT Hold-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Hold-Book-ID
              START Hold-Queue-File
                  KEY IS NOT LESS THAN Hold-Book-ID
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Hold-Queue-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Hold-Queue UNTIL End-Of-Unload
          CLOSE Hold-Queue-File
          CLOSE Hold-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Hold-Queue.
          READ Hold-Queue-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Hold-Queue-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Hold-Backup-Record FROM Hold-Queue-Record
              MOVE Hold-Book-ID TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * FINELDGR - hashed on Fine-Borrower-ID.                   *
      *----------------------------------------------------------*
       Unload-Fine-Ledger.
          MOVE "FINELDGR" TO Unload-Cluster-Name
          MOVE "FINE-BORROWER-ID" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Fine-Ledger-File
          MOVE Fine-Ledger-Status TO Unload-Input-Status
          OPEN OUTPUT Fine-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Fine-Borrower-ID
              START Fine-Ledger-File
                  KEY IS NOT LESS THAN Fine-Borrower-ID
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Fine-Ledger-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Fine-Account UNTIL End-Of-Unload
          CLOSE Fine-Ledger-File
          CLOSE Fine-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Fine-Account.
          READ Fine-Ledger-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Fine-Ledger-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Fine-Backup-Record FROM Fine-Ledger-Record
              MOVE Fine-Borrower-ID TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * ILLREQ - hashed on Ill-Request-ID.                       *
      *----------------------------------------------------------*
       Unload-Ill-Requests.
          MOVE "ILLREQ" TO Unload-Cluster-Name
          MOVE "ILL-REQUEST-ID" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Ill-Request-File
          MOVE Ill-Request-Status TO Unload-Input-Status
          OPEN OUTPUT Ill-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Ill-Request-ID
              START Ill-Request-File
                  KEY IS NOT LESS THAN Ill-Request-ID
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Ill-Request-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Ill-Request UNTIL End-Of-Unload
          CLOSE Ill-Request-File
          CLOSE Ill-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Ill-Request.
          READ Ill-Request-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Ill-Request-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Ill-Backup-Record FROM Ill-Request-Record
              MOVE Ill-Request-ID TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * OPENLOAN - hashed on the nine-digit Loan-Key, borrower   *
      * then book.                                               *
      *----------------------------------------------------------*
       Unload-Open-Loans.
          MOVE "OPENLOAN" TO Unload-Cluster-Name
          MOVE "LOAN-KEY" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Open-Loan-File
          MOVE Open-Loan-Status TO Unload-Input-Status
          OPEN OUTPUT Loan-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Loan-Key
              START Open-Loan-File KEY IS NOT LESS THAN Loan-Key
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Open-Loan-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Open-Loan UNTIL End-Of-Unload
          CLOSE Open-Loan-File
          CLOSE Loan-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Open-Loan.
          READ Open-Loan-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Open-Loan-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Loan-Backup-Record FROM Open-Loan-Record
              MOVE Loan-Key TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * RESTART - keyed by operator; hashed on the borrower ID   *
      * of each desk's checkpointed session.                     *
      *----------------------------------------------------------*
       Unload-Restart.
          MOVE "RESTART" TO Unload-Cluster-Name
          MOVE "CHK-BORROWER-ID" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Restart-File
          MOVE Restart-Status TO Unload-Input-Status
          OPEN OUTPUT Restart-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Chk-Operator-ID
              START Restart-File
                  KEY IS NOT LESS THAN Chk-Operator-ID
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Restart-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Checkpoint UNTIL End-Of-Unload
          CLOSE Restart-File
          CLOSE Restart-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Checkpoint.
          READ Restart-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Restart-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Restart-Backup-Record FROM Restart-Record
              MOVE Chk-Borrower-ID TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * OPERMSTR - nothing on the record is numeric, so the      *
      * unload is proved on its count alone.                     *
      *----------------------------------------------------------*
       Unload-Operator-Master.
          MOVE "OPERMSTR" TO Unload-Cluster-Name
          MOVE "(COUNT ONLY)" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Operator-Master-File
          MOVE Operator-Master-Status TO Unload-Input-Status
          OPEN OUTPUT Operator-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Oper-ID
              START Operator-Master-File
                  KEY IS NOT LESS THAN Oper-ID
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Operator-Master-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Operator UNTIL End-Of-Unload
          CLOSE Operator-Master-File
          CLOSE Operator-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Operator.
          READ Operator-Master-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Operator-Master-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Operator-Backup-Record
                  FROM Operator-Master-Record
              MOVE 0 TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * BORRSEQ - keyed by operator; hashed on each range's next *
      * borrower ID to issue.                                    *
      *----------------------------------------------------------*
       Unload-Borrower-Seq.
          MOVE "BORRSEQ" TO Unload-Cluster-Name
          MOVE "NEXT-BORROWER-ID" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Borrower-Seq-File
          MOVE Borrower-Seq-Status TO Unload-Input-Status
          OPEN OUTPUT Seq-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Seq-Operator-ID
              START Borrower-Seq-File
                  KEY IS NOT LESS THAN Seq-Operator-ID
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Borrower-Seq-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Borrower-Range UNTIL End-Of-Unload
          CLOSE Borrower-Seq-File
          CLOSE Seq-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Borrower-Range.
          READ Borrower-Seq-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Borrower-Seq-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Seq-Backup-Record FROM Borrower-Seq-Record
              MOVE Next-Borrower-ID TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * POLICY - hashed on each rule's effective date.           *
      *----------------------------------------------------------*
       Unload-Policy.
          MOVE "POLICY" TO Unload-Cluster-Name
          MOVE "POLICY-EFF-DATE" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Policy-File
          MOVE Policy-Status TO Unload-Input-Status
          OPEN OUTPUT Policy-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Policy-Key
              START Policy-File KEY IS NOT LESS THAN Policy-Key
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Policy-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Policy UNTIL End-Of-Unload
          CLOSE Policy-File
          CLOSE Policy-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Policy.
          READ Policy-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Policy-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Policy-Backup-Record FROM Policy-Record
              MOVE Policy-Effective-Date TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * ACQFILE - hashed on Acq-Request-ID.                      *
      *----------------------------------------------------------*
       Unload-Acquisitions.
          MOVE "ACQFILE" TO Unload-Cluster-Name
          MOVE "ACQ-REQUEST-ID" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Acquisition-File
          MOVE Acquisition-Status TO Unload-Input-Status
          OPEN OUTPUT Acquisition-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Acq-Request-ID
              START Acquisition-File
                  KEY IS NOT LESS THAN Acq-Request-ID
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Acquisition-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Acquisition UNTIL End-Of-Unload
          CLOSE Acquisition-File
          CLOSE Acquisition-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Acquisition.
          READ Acquisition-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Acquisition-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Acquisition-Backup-Record
                  FROM Acquisition-Record
              MOVE Acq-Request-ID TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * RUNCTL - hashed on each run's business date.  This job's *
      * own run is still in progress as it is unloaded.          *
      *----------------------------------------------------------*
       Unload-Run-Control.
          MOVE "RUNCTL" TO Unload-Cluster-Name
          MOVE "RUN-BUSINESS-DATE" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Run-Control-File
          MOVE Run-Control-Status TO Unload-Input-Status
          OPEN OUTPUT Run-Control-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Run-Key
              START Run-Control-File KEY IS NOT LESS THAN Run-Key
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Run-Control-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Run UNTIL End-Of-Unload
          CLOSE Run-Control-File
          CLOSE Run-Control-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Run.
          READ Run-Control-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Run-Control-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Run-Control-Backup-Record
                  FROM Run-Control-Record
              MOVE Run-Business-Date TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * XFERFILE - hashed on each transfer's Book-ID.            *
      *----------------------------------------------------------*
       Unload-Transfers.
          MOVE "XFERFILE" TO Unload-Cluster-Name
          MOVE "XFER-BOOK-ID" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Transfer-File
          MOVE Transfer-File-Status TO Unload-Input-Status
          OPEN OUTPUT Transfer-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Xfer-Key
              START Transfer-File KEY IS NOT LESS THAN Xfer-Key
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Transfer-File-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Transfer UNTIL End-Of-Unload
          CLOSE Transfer-File
          CLOSE Transfer-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Transfer.
          READ Transfer-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Transfer-File-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Transfer-Backup-Record FROM Transfer-Record
              MOVE Xfer-Book-ID TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

      *----------------------------------------------------------*
      * GLCTL - hashed on Glc-Business-Date.                     *
      *----------------------------------------------------------*
       Unload-Gl-Control.
          MOVE "GLCTL" TO Unload-Cluster-Name
          MOVE "GLC-BUSINESS-DATE" TO Unload-Hash-Field
          PERFORM Start-Unload
          OPEN INPUT Gl-Control-File
          MOVE Gl-Control-Status TO Unload-Input-Status
          OPEN OUTPUT Gl-Control-Backup-File
          PERFORM Check-Unload-Open
          IF NOT End-Of-Unload
              MOVE LOW-VALUES TO Glc-Business-Date
              START Gl-Control-File
                  KEY IS NOT LESS THAN Glc-Business-Date
                  INVALID KEY
                      CONTINUE
              END-START
              MOVE Gl-Control-Status TO Unload-Input-Status
              PERFORM Check-Unload-Start
          END-IF
          PERFORM Unload-One-Gl-Control UNTIL End-Of-Unload
          CLOSE Gl-Control-File
          CLOSE Gl-Control-Backup-File
          PERFORM Finish-Unload.

       Unload-One-Gl-Control.
          READ Gl-Control-File NEXT RECORD
              AT END
                  CONTINUE
          END-READ
          MOVE Gl-Control-Status TO Unload-Input-Status
          PERFORM Check-Unload-Read
          IF NOT End-Of-Unload
              WRITE Gl-Control-Backup-Record
                  FROM Gl-Control-Record
              MOVE Glc-Business-Date TO Hash-Value
              PERFORM Count-Unloaded-Record
          END-IF.

       Print-Backup-Header.
          MOVE SPACES TO Backup-Report-Line
          STRING "BOOKiT MASTER BACKUP - BUSINESS DATE "
              Business-Date
              " - TAKEN " Backup-Date " AT " Backup-Time
              DELIMITED BY SIZE INTO Backup-Report-Line
          WRITE Backup-Report-Line.
          MOVE "----------------------------------------"
              TO Backup-Report-Line
          WRITE Backup-Report-Line.
          MOVE SPACES TO Backup-Report-Line
          MOVE "CLUSTER" TO Backup-Report-Line(1:7)
          MOVE "RECORDS" TO Backup-Report-Line(11:7)
          MOVE "HASH TOTAL" TO Backup-Report-Line(20:10)
          MOVE "HASH FIELD" TO Backup-Report-Line(37:10)
          MOVE "STATUS" TO Backup-Report-Line(59:6)
          WRITE Backup-Report-Line.

       Print-Cluster-Line.
          MOVE SPACES TO Backup-Report-Line
          IF Unload-Failed = "Y"
              STRING Unload-Cluster-Name "  " Unload-Count
                  "  " Unload-Hash-Total
                  "  " Unload-Hash-Field
                  "  FAILED - " Failure-Text
                  DELIMITED BY SIZE INTO Backup-Report-Line
          ELSE
              STRING Unload-Cluster-Name "  " Unload-Count
                  "  " Unload-Hash-Total
                  "  " Unload-Hash-Field
                  "  OK"
                  DELIMITED BY SIZE INTO Backup-Report-Line
          END-IF
          WRITE Backup-Report-Line.

       Print-Backup-Totals.
          MOVE SPACES TO Backup-Report-Line
          WRITE Backup-Report-Line.
          MOVE SPACES TO Backup-Report-Line
          STRING "CLUSTERS BACKED UP : " Clusters-Unloaded-Count
              DELIMITED BY SIZE INTO Backup-Report-Line
          WRITE Backup-Report-Line.
          MOVE SPACES TO Backup-Report-Line
          STRING "RECORDS BACKED UP  : " Records-Unloaded-Count
              DELIMITED BY SIZE INTO Backup-Report-Line
          WRITE Backup-Report-Line.
          MOVE SPACES TO Backup-Report-Line
          STRING "CLUSTERS FAILED    : " Clusters-Failed-Count
              DELIMITED BY SIZE INTO Backup-Report-Line
          WRITE Backup-Report-Line.
          IF Clusters-Failed-Count > 0
              MOVE SPACES TO Backup-Report-Line
              STRING "*** THIS GENERATION MUST NOT BE RELOADED -"
                  " RECOVER FROM THE PREVIOUS ONE ***"
                  DELIMITED BY SIZE INTO Backup-Report-Line
              WRITE Backup-Report-Line
          END-IF.
