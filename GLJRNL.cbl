       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.

      * Nightly general-ledger journal interface.  Reads the
      * business date's records off the validated CLEANLOG and
      * builds the day's journal batch for finance in the GLJREC
      * fixed interface layout, so the numbers no longer have to
      * be rekeyed from the CASHRECN printout.  Each kind of money
      * movement is a posting code, summarized for the day into
      * one debit line and one credit line:
      *    FINE  fines assessed at return (R records)
      *    REPL  lost and damaged replacement charges (L, D)
      *    PCSH  fine payments taken in cash (P, method C)
      *    PCHK  fine payments taken by check (P, method K)
      *    PAGY  payments the collection agency remitted (P, A)
      *    WAIV  supervisor waivers and agency closures written
      *          off (W)
      *    CSHO, CSHS, CHKO, CHKS  cash and check drawers counted
      *          over or short at close, worked out per drawer
      *          session exactly as CASHRECN balances them.
      * The ledger accounts each code debits and credits come
      * from the GLACCTS table finance maintains, one card per
      * code; the journal is not built unless every code has its
      * accounts.  The journal control report lists each code's
      * items, accounts and amount, the drawers behind the
      * over/short postings, and the batch's line count and
      * debit and credit totals.  A balanced batch is recorded on
      * the GLCTL control file under its business date with the
      * next batch number, and a date already on GLCTL is never
      * sent again - unless the GLPARM card reads RESEND, when the
      * batch goes out again under its original number, marked as
      * a resend.  The job ends with return code 8 when nothing
      * may be sent, and 4 when a drawer was never counted (its
      * over/short cannot be posted) or GLACCTS carries a card
      * for a code the job does not know.  Run in the nightly
      * window after CASHRECN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Transaction-Log-File ASSIGN TO "TRANLOG"
               FILE STATUS IS Transaction-Log-Status.

           SELECT Gl-Account-File ASSIGN TO "GLACCTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Account-Status.

           SELECT Gl-Control-File ASSIGN TO "GLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Glc-Business-Date
               FILE STATUS IS Gl-Control-Status.

           SELECT Parameter-File ASSIGN TO "GLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parameter-Status.

           SELECT Journal-File ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Control-Report-File ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Transaction-Log-File.
           COPY TRANREC.

       FD  Gl-Account-File.
       01  Gl-Account-Card.
           05  Acct-Posting-Code       PIC X(04).
           05  Acct-Debit-Account      PIC X(12).
           05  Acct-Credit-Account     PIC X(12).
           05  Filler                  PIC X(52).

       FD  Gl-Control-File.
           COPY GLCREC.

       FD  Parameter-File.
       01  Parameter-Record PIC X(80).

       FD  Journal-File.
           COPY GLJREC.

       FD  Control-Report-File.
       01  Control-Line PIC X(132).

       WORKING-STORAGE SECTION.
       01 Transaction-Log-Status PIC X(2) VALUE "00".
          88 Transaction-Log-OK VALUE "00".
       01 Gl-Account-Status PIC X(2) VALUE "00".
          88 Gl-Account-OK VALUE "00".
       01 Gl-Control-Status PIC X(2) VALUE "00".
          88 Gl-Control-OK VALUE "00".
       01 Parameter-Status PIC X(2) VALUE "00".
          88 Parameter-OK VALUE "00".
       01 Transaction-Log-Switch PIC X(1) VALUE "N".
          88 End-Of-Transaction-Log VALUE "Y".

       01 Journal-Date PIC 9(8) VALUE 0.
       01 Run-Date PIC 9(8) VALUE 0.
       01 Run-Clock.
          05 Run-Time PIC 9(6).
          05 Filler PIC 9(2).
       01 Resend-Requested PIC X(1) VALUE "N".
       01 Previously-Sent PIC X(1) VALUE "N".
       01 Journal-Refused PIC X(1) VALUE "N".
       01 Refusal-Reason PIC X(60) VALUE SPACES.
       01 Batch-Number PIC 9(6) VALUE 0.
       01 Highest-Batch-Number PIC 9(6) VALUE 0.

       01 Day-Record-Count PIC 9(7) VALUE 0.
       01 Journal-Line-Count PIC 9(5) VALUE 0.
       01 Debit-Total PIC 9(11)V99 VALUE 0.
       01 Credit-Total PIC 9(11)V99 VALUE 0.
       01 Warning-Count PIC 9(5) VALUE 0.
       01 Amount-Print PIC Z(10)9.99 VALUE 0.
       01 Variance-Print PIC +(7)9.99 VALUE 0.
       01 Check-Variance-Print PIC +(7)9.99 VALUE 0.

      * The posting codes the job knows, in journal order.  The
      * accounts for each come from GLACCTS into the work table.
       01 Posting-Values.
          05 Filler PIC X(34)
                 VALUE "FINEFINES ASSESSED AT RETURN".
          05 Filler PIC X(34)
                 VALUE "REPLLOST/DAMAGED REPLACEMENT CHG".
          05 Filler PIC X(34)
                 VALUE "PCSHFINE PAYMENTS - CASH".
          05 Filler PIC X(34)
                 VALUE "PCHKFINE PAYMENTS - CHECK".
          05 Filler PIC X(34)
                 VALUE "PAGYFINE PAYMENTS - AGENCY".
          05 Filler PIC X(34)
                 VALUE "WAIVFINES WAIVED / WRITTEN OFF".
          05 Filler PIC X(34)
                 VALUE "CSHOCASH DRAWERS OVER".
          05 Filler PIC X(34)
                 VALUE "CSHSCASH DRAWERS SHORT".
          05 Filler PIC X(34)
                 VALUE "CHKOCHECK DRAWERS OVER".
          05 Filler PIC X(34)
                 VALUE "CHKSCHECK DRAWERS SHORT".
       01 Posting-Table REDEFINES Posting-Values.
          05 Posting-Entry OCCURS 10 TIMES.
             10 Posting-Code PIC X(4).
             10 Posting-Text PIC X(30).
       01 Posting-Count PIC 9(2) VALUE 10.
       01 Posting-Work-Table OCCURS 10 TIMES.
          05 Posting-Debit-Account  PIC X(12).
          05 Posting-Credit-Account PIC X(12).
          05 Posting-Items          PIC 9(5).
          05 Posting-Amount         PIC 9(9)V99.
       01 Posting-Index PIC 9(2) VALUE 0.
       01 Posting-Match-Index PIC 9(2) VALUE 0.
       01 Post-Amount PIC 9(9)V99 VALUE 0.
       01 Line-Account PIC X(12) VALUE SPACES.
       01 Line-Side PIC X(1) VALUE SPACES.

       01 Drawer-Table-Full-Warned PIC X(1) VALUE "N".
       01 Drawer-Index PIC 9(2) VALUE 0.
       01 Drawer-Match-Index PIC 9(2) VALUE 0.
       01 Drawer-Count PIC 9(2) VALUE 0.
       01 Drawer-Table OCCURS 20 TIMES.
          05 Drawer-Operator-ID  PIC X(3).
          05 Drawer-Float        PIC 9(7)V99.
          05 Drawer-Cash-Taken   PIC 9(7)V99.
          05 Drawer-Check-Taken  PIC 9(7)V99.
          05 Drawer-Counted-Cash PIC 9(7)V99.
          05 Drawer-Counted-Chks PIC 9(7)V99.
          05 Drawer-Was-Counted  PIC X(1).

       01 Expected-Cash PIC 9(7)V99 VALUE 0.
       01 Cash-Variance PIC S9(7)V99 VALUE 0.
       01 Check-Variance PIC S9(7)V99 VALUE 0.

           COPY RUNCTLA.

       PROCEDURE DIVISION.
       Build-Gl-Journal.
          ACCEPT Run-Date FROM DATE YYYYMMDD
          ACCEPT Run-Clock FROM TIME
          PERFORM Check-Run-Control
          MOVE Ctl-Business-Date TO Journal-Date
          PERFORM Open-Journal-Files
          PERFORM Read-Run-Parameter
          PERFORM Clear-Posting-Entry
              VARYING Posting-Index FROM 1 BY 1
              UNTIL Posting-Index > Posting-Count
          PERFORM Check-Previous-Send
          PERFORM Print-Control-Header
          PERFORM Load-Account-Table
          PERFORM Check-Account-Table
          IF Journal-Refused = "N"
              PERFORM Read-Transaction-Log
              PERFORM Tally-Transaction UNTIL End-Of-Transaction-Log
              PERFORM Post-Drawer-Variance
                  VARYING Drawer-Index FROM 1 BY 1
                  UNTIL Drawer-Index > Drawer-Count
              PERFORM Write-Journal-Batch
              PERFORM Print-Control-Totals
              IF Debit-Total NOT = Credit-Total
                  MOVE "Y" TO Journal-Refused
                  MOVE "JOURNAL OUT OF BALANCE - NOT RECORDED AS SENT"
                      TO Refusal-Reason
              ELSE
                  PERFORM Record-Batch-Sent
              END-IF
          END-IF
          IF Journal-Refused = "Y"
              PERFORM Print-Refusal
              MOVE 8 TO RETURN-CODE
          ELSE
              IF Warning-Count > 0
                  MOVE 4 TO RETURN-CODE
              END-IF
          END-IF
          PERFORM Close-Journal-Files
          DISPLAY "GLJRNL: business date " Journal-Date " batch "
              Batch-Number ", " Journal-Line-Count " journal lines"
          IF Journal-Refused = "Y"
              DISPLAY "GLJRNL: " Refusal-Reason
          END-IF
          PERFORM Record-Run-Completion
          STOP RUN.

      * The RUNCTL run-control file sequences the batch window:
      * the job runs only when RUNCTL allows it for the business
      * date, and its counts are recorded there as it finishes.
       Check-Run-Control.
          MOVE "S" TO Ctl-Request
          MOVE "GLJRNL" TO Ctl-Job-Name
          CALL "RUNCTL" USING Run-Control-Area
          IF Ctl-Message NOT = SPACES
              DISPLAY "GLJRNL: " Ctl-Message
          END-IF
          IF NOT Ctl-Run-Permitted
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF.

       Record-Run-Completion.
          MOVE RETURN-CODE TO Ctl-Return-Code
          MOVE "E" TO Ctl-Request
          MOVE "LOG RECORDS" TO Ctl-Count-Label(1)
          MOVE Day-Record-Count TO Ctl-Count(1)
          MOVE "JRNL LINES" TO Ctl-Count-Label(2)
          MOVE Journal-Line-Count TO Ctl-Count(2)
          MOVE "BATCH" TO Ctl-Count-Label(3)
          MOVE Batch-Number TO Ctl-Count(3)
          CALL "RUNCTL" USING Run-Control-Area
          MOVE Ctl-Return-Code TO RETURN-CODE.

       Open-Journal-Files.
          OPEN INPUT Transaction-Log-File
          OPEN INPUT Gl-Account-File
          OPEN I-O Gl-Control-File
          OPEN INPUT Parameter-File
          OPEN OUTPUT Journal-File
          OPEN OUTPUT Control-Report-File.
          IF NOT Transaction-Log-OK
              OR NOT Gl-Control-OK
              DISPLAY "GLJRNL: files could not be opened,"
                  " TRANLOG " Transaction-Log-Status
                  " GLCTL " Gl-Control-Status
              PERFORM Close-Journal-Files
              MOVE 8 TO RETURN-CODE
              PERFORM Record-Run-Completion
              STOP RUN
          END-IF.

       Close-Journal-Files.
          CLOSE Transaction-Log-File
          CLOSE Gl-Account-File
          CLOSE Gl-Control-File
          CLOSE Parameter-File
          CLOSE Journal-File
          CLOSE Control-Report-File.

       Read-Run-Parameter.
          MOVE "N" TO Resend-Requested
          MOVE SPACES TO Parameter-Record
          IF Parameter-OK
              READ Parameter-File
                  AT END
                      MOVE SPACES TO Parameter-Record
              END-READ
          END-IF.
          IF Parameter-Record(1:6) = "RESEND"
              MOVE "Y" TO Resend-Requested
          END-IF.

       Clear-Posting-Entry.
          MOVE SPACES TO Posting-Debit-Account(Posting-Index)
          MOVE SPACES TO Posting-Credit-Account(Posting-Index)
          MOVE 0 TO Posting-Items(Posting-Index)
          MOVE 0 TO Posting-Amount(Posting-Index).

      * A date already on GLCTL keeps the batch number it was sent
      * under; a new date takes the next number after the highest
      * ever issued.
       Check-Previous-Send.
          MOVE Journal-Date TO Glc-Business-Date
          READ Gl-Control-File
              INVALID KEY
                  MOVE "N" TO Previously-Sent
              NOT INVALID KEY
                  MOVE "Y" TO Previously-Sent
          END-READ.
          IF Previously-Sent = "Y"
              MOVE Glc-Batch-Number TO Batch-Number
              IF Resend-Requested = "N"
                  MOVE "Y" TO Journal-Refused
                  MOVE SPACES TO Refusal-Reason
                  STRING "DATE ALREADY SENT AS BATCH "
                      Glc-Batch-Number " ON " Glc-Sent-Date
                      " - GLPARM RESEND TO SEND AGAIN"
                      DELIMITED BY SIZE INTO Refusal-Reason
              END-IF
          ELSE
              MOVE "N" TO Resend-Requested
              PERFORM Find-Highest-Batch
              COMPUTE Batch-Number = Highest-Batch-Number + 1
          END-IF
          MOVE "00" TO Gl-Control-Status.

       Find-Highest-Batch.
          MOVE 0 TO Highest-Batch-Number
          MOVE 0 TO Glc-Business-Date
          START Gl-Control-File KEY IS NOT LESS THAN Glc-Business-Date
              INVALID KEY
                  MOVE "10" TO Gl-Control-Status
          END-START.
          PERFORM Scan-One-Control-Record UNTIL NOT Gl-Control-OK.
          MOVE "00" TO Gl-Control-Status.

       Scan-One-Control-Record.
          READ Gl-Control-File NEXT RECORD
              AT END
                  MOVE "10" TO Gl-Control-Status
          END-READ.
          IF Gl-Control-OK
              AND Glc-Batch-Number > Highest-Batch-Number
              MOVE Glc-Batch-Number TO Highest-Batch-Number
          END-IF.

       Load-Account-Table.
          IF Gl-Account-OK
              PERFORM Load-One-Account UNTIL NOT Gl-Account-OK
          END-IF.

       Load-One-Account.
          READ Gl-Account-File
              AT END
                  MOVE "10" TO Gl-Account-Status
          END-READ.
          IF Gl-Account-OK
              AND Acct-Posting-Code NOT = SPACES
              MOVE 0 TO Posting-Match-Index
              PERFORM VARYING Posting-Index FROM 1 BY 1
                  UNTIL Posting-Index > Posting-Count
                      OR Posting-Match-Index > 0
                      IF Posting-Code(Posting-Index)
                              = Acct-Posting-Code
                          MOVE Posting-Index TO Posting-Match-Index
                      END-IF
              END-PERFORM
              IF Posting-Match-Index = 0
                  ADD 1 TO Warning-Count
                  MOVE SPACES TO Control-Line
                  STRING "WARNING: GLACCTS CARD FOR UNKNOWN CODE "
                      Acct-Posting-Code " IGNORED"
                      DELIMITED BY SIZE INTO Control-Line
                  WRITE Control-Line
              ELSE
                  MOVE Acct-Debit-Account
                      TO Posting-Debit-Account(Posting-Match-Index)
                  MOVE Acct-Credit-Account
                      TO Posting-Credit-Account(Posting-Match-Index)
              END-IF
          END-IF.

      * Every code must be mapped before anything is sent: a day
      * with no over/short tonight may have one tomorrow.
       Check-Account-Table.
          PERFORM VARYING Posting-Index FROM 1 BY 1
              UNTIL Posting-Index > Posting-Count
                  IF Posting-Debit-Account(Posting-Index) = SPACES
                      OR Posting-Credit-Account(Posting-Index)
                          = SPACES
                      MOVE SPACES TO Control-Line
                      STRING "NO LEDGER ACCOUNTS ON GLACCTS FOR "
                          Posting-Code(Posting-Index) " "
                          Posting-Text(Posting-Index)
                          DELIMITED BY SIZE INTO Control-Line
                      WRITE Control-Line
                      IF Journal-Refused = "N"
                          MOVE "Y" TO Journal-Refused
                          MOVE "GLACCTS ACCOUNT TABLE INCOMPLETE"
                              TO Refusal-Reason
                      END-IF
                  END-IF
          END-PERFORM.

       Read-Transaction-Log.
          READ Transaction-Log-File
              AT END
                  MOVE "Y" TO Transaction-Log-Switch
          END-READ.

       Tally-Transaction.
          IF Txn-Date = Journal-Date
              ADD 1 TO Day-Record-Count
              MOVE 0 TO Posting-Match-Index
              EVALUATE TRUE
                  WHEN Txn-Is-Return
                      MOVE 1 TO Posting-Match-Index
                  WHEN Txn-Is-Lost OR Txn-Is-Damaged
                      MOVE 2 TO Posting-Match-Index
                  WHEN Txn-Is-Payment AND Pay-Is-Check
                      MOVE 4 TO Posting-Match-Index
                  WHEN Txn-Is-Payment AND Pay-Is-Agency
                      MOVE 5 TO Posting-Match-Index
                  WHEN Txn-Is-Payment
                      MOVE 3 TO Posting-Match-Index
                  WHEN Txn-Is-Waiver
                      MOVE 6 TO Posting-Match-Index
              END-EVALUATE
              IF Posting-Match-Index > 0
                  MOVE Txn-Fine-Amount TO Post-Amount
                  PERFORM Add-To-Posting
              END-IF
              IF (Txn-Is-Payment OR Txn-Is-Drawer-Open
                  OR Txn-Is-Drawer-Count)
                  AND NOT (Txn-Is-Payment AND Pay-Is-Agency)
                  PERFORM Tally-Drawer
              END-IF
          END-IF.
          PERFORM Read-Transaction-Log.

       Add-To-Posting.
          IF Post-Amount > 0
              ADD 1 TO Posting-Items(Posting-Match-Index)
              ADD Post-Amount TO Posting-Amount(Posting-Match-Index)
          END-IF.

      *----------------------------------------------------------*
      * Drawer sessions are rolled up exactly as CASHRECN does   *
      * it, so the over/short posted is the over/short that the  *
      * supervisor sees on the reconciliation.                   *
      *----------------------------------------------------------*
       Tally-Drawer.
          PERFORM Find-Drawer-Entry
      * A float posted after the drawer was counted is a new
      * sitting at the same desk.
          IF Txn-Is-Drawer-Open
              AND Drawer-Match-Index > 0
              AND Drawer-Was-Counted(Drawer-Match-Index) = "Y"
              MOVE 0 TO Drawer-Match-Index
              PERFORM Add-Drawer-Entry
          END-IF
          IF Drawer-Match-Index > 0
              EVALUATE TRUE
                  WHEN Txn-Is-Drawer-Open
                      ADD Txn-Fine-Amount
                          TO Drawer-Float(Drawer-Match-Index)
                  WHEN Txn-Is-Drawer-Count AND Pay-Is-Cash
                      MOVE Txn-Fine-Amount TO
                          Drawer-Counted-Cash(Drawer-Match-Index)
                      MOVE "Y" TO
                          Drawer-Was-Counted(Drawer-Match-Index)
                  WHEN Txn-Is-Drawer-Count AND Pay-Is-Check
                      MOVE Txn-Fine-Amount TO
                          Drawer-Counted-Chks(Drawer-Match-Index)
                      MOVE "Y" TO
                          Drawer-Was-Counted(Drawer-Match-Index)
                  WHEN Txn-Is-Payment AND Pay-Is-Check
                      ADD Txn-Fine-Amount TO
                          Drawer-Check-Taken(Drawer-Match-Index)
                  WHEN OTHER
                      ADD Txn-Fine-Amount TO
                          Drawer-Cash-Taken(Drawer-Match-Index)
              END-EVALUATE
          END-IF.

       Find-Drawer-Entry.
          MOVE 0 TO Drawer-Match-Index
          PERFORM VARYING Drawer-Index FROM 1 BY 1
              UNTIL Drawer-Index > Drawer-Count
                  IF Drawer-Operator-ID(Drawer-Index)
                          = Txn-Operator-ID
                      MOVE Drawer-Index TO Drawer-Match-Index
                  END-IF
          END-PERFORM.
          IF Drawer-Match-Index = 0
              PERFORM Add-Drawer-Entry
          END-IF.

       Add-Drawer-Entry.
          IF Drawer-Count >= 20
              IF Drawer-Table-Full-Warned = "N"
                  MOVE "Y" TO Drawer-Table-Full-Warned
                  ADD 1 TO Warning-Count
                  MOVE SPACES TO Control-Line
                  STRING "WARNING: DRAWER TABLE FULL - OPERATOR "
                      Txn-Operator-ID " OVER/SHORT NOT POSTED"
                      DELIMITED BY SIZE INTO Control-Line
                  WRITE Control-Line
              END-IF
          ELSE
              ADD 1 TO Drawer-Count
              MOVE Txn-Operator-ID
                  TO Drawer-Operator-ID(Drawer-Count)
              MOVE 0 TO Drawer-Float(Drawer-Count)
              MOVE 0 TO Drawer-Cash-Taken(Drawer-Count)
              MOVE 0 TO Drawer-Check-Taken(Drawer-Count)
              MOVE 0 TO Drawer-Counted-Cash(Drawer-Count)
              MOVE 0 TO Drawer-Counted-Chks(Drawer-Count)
              MOVE "N" TO Drawer-Was-Counted(Drawer-Count)
              MOVE Drawer-Count TO Drawer-Match-Index
          END-IF.

      * Cash over is a debit to cash and short a credit to it; the
      * checks in the drawer are posted the same way.  A drawer
      * never counted at close has no over/short to post.
       Post-Drawer-Variance.
          IF Drawer-Was-Counted(Drawer-Index) = "N"
              ADD 1 TO Warning-Count
              MOVE SPACES TO Control-Line
              STRING "WARNING: DRAWER OF OPERATOR "
                  Drawer-Operator-ID(Drawer-Index)
                  " NEVER COUNTED - NO OVER/SHORT POSTED"
                  DELIMITED BY SIZE INTO Control-Line
              WRITE Control-Line
          ELSE
              COMPUTE Expected-Cash = Drawer-Float(Drawer-Index)
                  + Drawer-Cash-Taken(Drawer-Index)
              COMPUTE Cash-Variance =
                  Drawer-Counted-Cash(Drawer-Index) - Expected-Cash
              COMPUTE Check-Variance =
                  Drawer-Counted-Chks(Drawer-Index)
                      - Drawer-Check-Taken(Drawer-Index)
              IF Cash-Variance > 0
                  MOVE 7 TO Posting-Match-Index
                  MOVE Cash-Variance TO Post-Amount
                  PERFORM Add-To-Posting
              END-IF
              IF Cash-Variance < 0
                  MOVE 8 TO Posting-Match-Index
                  COMPUTE Post-Amount = 0 - Cash-Variance
                  PERFORM Add-To-Posting
              END-IF
              IF Check-Variance > 0
                  MOVE 9 TO Posting-Match-Index
                  MOVE Check-Variance TO Post-Amount
                  PERFORM Add-To-Posting
              END-IF
              IF Check-Variance < 0
                  MOVE 10 TO Posting-Match-Index
                  COMPUTE Post-Amount = 0 - Check-Variance
                  PERFORM Add-To-Posting
              END-IF
              IF Cash-Variance NOT = 0
                  OR Check-Variance NOT = 0
                  MOVE Cash-Variance TO Variance-Print
                  MOVE Check-Variance TO Check-Variance-Print
                  MOVE SPACES TO Control-Line
                  STRING "DRAWER OF OPERATOR "
                      Drawer-Operator-ID(Drawer-Index)
                      "  CASH OVER/SHORT " Variance-Print
                      "  CHECKS OVER/SHORT " Check-Variance-Print
                      DELIMITED BY SIZE INTO Control-Line
                  WRITE Control-Line
              END-IF
          END-IF.

      *----------------------------------------------------------*
      * The batch: header, a debit and a credit line for every   *
      * code with money against it, and the balancing trailer.   *
      *----------------------------------------------------------*
       Write-Journal-Batch.
          MOVE SPACES TO Journal-Header-Record
          MOVE "H" TO Jrnl-Hdr-Type
          MOVE Batch-Number TO Jrnl-Hdr-Batch
          MOVE Journal-Date TO Jrnl-Hdr-Date
          MOVE "BOOKIT" TO Jrnl-Hdr-Source
          MOVE Run-Date TO Jrnl-Hdr-Created-Date
          MOVE Run-Time TO Jrnl-Hdr-Created-Time
          IF Previously-Sent = "Y"
              MOVE "R" TO Jrnl-Hdr-Resend
          END-IF
          WRITE Journal-Header-Record.
          PERFORM Write-Posting-Lines
              VARYING Posting-Index FROM 1 BY 1
              UNTIL Posting-Index > Posting-Count.
          MOVE SPACES TO Journal-Trailer-Record
          MOVE "T" TO Jrnl-Trl-Type
          MOVE Batch-Number TO Jrnl-Trl-Batch
          MOVE Journal-Date TO Jrnl-Trl-Date
          MOVE Journal-Line-Count TO Jrnl-Trl-Line-Count
          MOVE Debit-Total TO Jrnl-Trl-Debit-Total
          MOVE Credit-Total TO Jrnl-Trl-Credit-Total
          WRITE Journal-Trailer-Record.

       Write-Posting-Lines.
          IF Posting-Amount(Posting-Index) > 0
              MOVE Posting-Debit-Account(Posting-Index)
                  TO Line-Account
              MOVE "D" TO Line-Side
              PERFORM Write-Journal-Line
              ADD Posting-Amount(Posting-Index) TO Debit-Total
              MOVE Posting-Credit-Account(Posting-Index)
                  TO Line-Account
              MOVE "C" TO Line-Side
              PERFORM Write-Journal-Line
              ADD Posting-Amount(Posting-Index) TO Credit-Total
          END-IF.

       Write-Journal-Line.
          ADD 1 TO Journal-Line-Count
          MOVE SPACES TO Journal-Detail-Record
          MOVE "D" TO Jrnl-Type
          MOVE Batch-Number TO Jrnl-Batch
          MOVE Journal-Date TO Jrnl-Date
          MOVE Journal-Line-Count TO Jrnl-Line-Number
          MOVE Line-Account TO Jrnl-Account
          MOVE Line-Side TO Jrnl-Side
          MOVE Posting-Amount(Posting-Index) TO Jrnl-Amount
          MOVE Posting-Code(Posting-Index) TO Jrnl-Posting-Code
          MOVE Posting-Text(Posting-Index) TO Jrnl-Description
          WRITE Journal-Detail-Record.

      * Only a complete, balanced batch is recorded as sent.
       Record-Batch-Sent.
          IF Previously-Sent = "Y"
              MOVE Journal-Date TO Glc-Business-Date
              READ Gl-Control-File
                  INVALID KEY
                      MOVE "Y" TO Journal-Refused
                      MOVE "GLCTL RECORD FOR THE DATE HAS GONE"
                          TO Refusal-Reason
              END-READ
              IF Journal-Refused = "N"
                  ADD 1 TO Glc-Resend-Count
                  MOVE Run-Date TO Glc-Last-Resend-Date
                  MOVE Journal-Line-Count TO Glc-Line-Count
                  MOVE Debit-Total TO Glc-Debit-Total
                  MOVE Credit-Total TO Glc-Credit-Total
                  REWRITE Gl-Control-Record
                      INVALID KEY
                          MOVE "Y" TO Journal-Refused
                          MOVE "GLCTL REWRITE FAILED"
                              TO Refusal-Reason
                  END-REWRITE
              END-IF
          ELSE
              MOVE SPACES TO Gl-Control-Record
              MOVE Journal-Date TO Glc-Business-Date
              MOVE Batch-Number TO Glc-Batch-Number
              MOVE Run-Date TO Glc-Sent-Date
              MOVE Run-Time TO Glc-Sent-Time
              MOVE Journal-Line-Count TO Glc-Line-Count
              MOVE Debit-Total TO Glc-Debit-Total
              MOVE Credit-Total TO Glc-Credit-Total
              MOVE 0 TO Glc-Resend-Count
              MOVE 0 TO Glc-Last-Resend-Date
              WRITE Gl-Control-Record
                  INVALID KEY
                      MOVE "Y" TO Journal-Refused
                      MOVE "GLCTL WRITE FAILED" TO Refusal-Reason
              END-WRITE
          END-IF.
          IF Journal-Refused = "N"
              MOVE SPACES TO Control-Line
              STRING "JOURNAL BALANCED - BATCH " Batch-Number
                  " RECORDED ON GLCTL FOR " Journal-Date
                  DELIMITED BY SIZE INTO Control-Line
              WRITE Control-Line
          END-IF.

       Print-Control-Header.
          MOVE SPACES TO Control-Line
          STRING "BOOKiT GENERAL-LEDGER JOURNAL CONTROL - "
              "BUSINESS DATE " Journal-Date
              DELIMITED BY SIZE INTO Control-Line
          WRITE Control-Line.
          MOVE SPACES TO Control-Line
          IF Resend-Requested = "Y"
              STRING "BATCH " Batch-Number "  BUILT " Run-Date
                  " " Run-Time "  RESEND OF THE BATCH FIRST SENT "
                  Glc-Sent-Date
                  DELIMITED BY SIZE INTO Control-Line
          ELSE
              STRING "BATCH " Batch-Number "  BUILT " Run-Date
                  " " Run-Time
                  DELIMITED BY SIZE INTO Control-Line
          END-IF
          WRITE Control-Line.
          MOVE ALL "-" TO Control-Line
          WRITE Control-Line.

       Print-Control-Totals.
          MOVE SPACES TO Control-Line
          WRITE Control-Line.
          MOVE SPACES TO Control-Line
          STRING "CODE DESCRIPTION                    ITEMS"
              " DEBIT ACCOUNT CREDIT ACCOUNT        AMOUNT"
              DELIMITED BY SIZE INTO Control-Line
          WRITE Control-Line.
          PERFORM Print-Posting-Line
              VARYING Posting-Index FROM 1 BY 1
              UNTIL Posting-Index > Posting-Count.
          MOVE ALL "-" TO Control-Line
          WRITE Control-Line.
          MOVE SPACES TO Control-Line
          STRING "JOURNAL LINES " Journal-Line-Count
              DELIMITED BY SIZE INTO Control-Line
          WRITE Control-Line.
          MOVE Debit-Total TO Amount-Print
          MOVE SPACES TO Control-Line
          STRING "DEBIT TOTAL   " Amount-Print
              DELIMITED BY SIZE INTO Control-Line
          WRITE Control-Line.
          MOVE Credit-Total TO Amount-Print
          MOVE SPACES TO Control-Line
          STRING "CREDIT TOTAL  " Amount-Print
              DELIMITED BY SIZE INTO Control-Line
          WRITE Control-Line.

       Print-Posting-Line.
          MOVE Posting-Amount(Posting-Index) TO Amount-Print
          MOVE SPACES TO Control-Line
          STRING Posting-Code(Posting-Index) " "
              Posting-Text(Posting-Index) " "
              Posting-Items(Posting-Index) " "
              Posting-Debit-Account(Posting-Index) "  "
              Posting-Credit-Account(Posting-Index) " "
              Amount-Print
              DELIMITED BY SIZE INTO Control-Line
          WRITE Control-Line.

       Print-Refusal.
          MOVE SPACES TO Control-Line
          WRITE Control-Line.
          MOVE SPACES TO Control-Line
          STRING "*** " Refusal-Reason " ***"
              DELIMITED BY SIZE INTO Control-Line
          WRITE Control-Line.
          MOVE "*** NOTHING IS TO BE SENT TO FINANCE FOR THIS DATE ***"
              TO Control-Line
          WRITE Control-Line.
