      *> ***************************************************************
      *> ** Program:  STRMBIL.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMBIL bills the order system's order-detail.cpy records **
      *> ** into the customers' accounts - the step that used to be   **
      *> ** done by hand off the order listing.  Every order is       **
      *> ** validated first; each good one becomes exactly one txn    **
      *> ** detail for its total, in an ordinary txn-record.cpy H/D/T **
      *> ** feed (fresh batch id, trailer count and control total)    **
      *> ** that goes through STRMVAL, STRMSEQ and STRMUPD like any   **
      *> ** other feed.  The details are sorted into account order    **
      *> ** on the way out, so the feed is ready for STRMUPD without  **
      *> ** another STRMSRT pass.                                     **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    order-file xref-file feed-file exception-file          **
      *> **    [run-date-yyyymmdd]                                    **
      *> ** run-date (the feed header's) defaults to today.           **
      *> **                                                           **
      *> ** An order is billed only if:                               **
      *> **    - ord-line-count is 1-20 and agrees with the lines     **
      *> **      actually present (a line is present when its         **
      *> **      ord-line-item isn't blank; lines 1 through the       **
      *> **      count must all be present, the rest all absent)      **
      *> **    - every line's ord-line-amount is valid and equals     **
      *> **      ord-line-qty times ord-line-price                    **
      *> **    - ord-order-date is a real date                        **
      *> **    - the order total fits txn-det-amount                  **
      *> **    - ord-cust-id is on the cross-reference                **
      *> ** The detail is the order total posted negative (a charge)  **
      *> ** to the cross-referenced account with code BILL; the       **
      *> ** order number is carried in txn-det-filler(1:8).           **
      *> **                                                           **
      *> ** The cross-reference (xref-file) is Unix-delimited text,   **
      *> ** one customer per line in the package's keyword format:    **
      *> **    CUST=cccccc ACCT=aaaaaaaaaa                            **
      *> ** in any order, up to 20000 customers.  A customer listed   **
      *> ** twice is ambiguous - the run refuses rather than guess    **
      *> ** which account to bill.                                    **
      *> **                                                           **
      *> ** The exception file is Unix-delimited text, one line per   **
      *> ** order not billed, with the first reason found (LINE is    **
      *> ** the order line at fault, 00 for the order as a whole):    **
      *> **    ORDER=n CUST=c DATE=d LINE=nn RSN=reason               **
      *> **                                                           **
      *> ** The register (strmbil_register.dat) is one line per run   **
      *> ** in the package's keyword format:                          **
      *> **    BATCH=nnnnnn DATE=yyyymmdd RECS=n AMT=a FEED=f         **
      *> ** The next batch id is one past the highest on the          **
      *> ** register (000001 for the first), which is exactly what    **
      *> ** STRMSEQ expects of a source.  A run is registered only    **
      *> ** once its feed is completely written.                      **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters, cross-reference or files,     **
      *> **        or the run not registered (hold the feed)          **
      *> **     4  orders written to the exception file               **
      *> **     0  every order billed                                 **
      *> **                                                           **
      *> ** As with STRMCMP, the one and only call to STREAMIOError   **
      *> ** is deferred to the very end of the run, after every other **
      *> ** STREAMIO call has already been made - calling it any      **
      *> ** earlier and then calling STREAMIO again afterward hangs   **
      *> ** this platform's runtime.                                  **
      *> **                                                           **
      *> ** Modification History:                                     **
      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-10-15  GLC  Original.                                **
      *> ** 2026-10-15  GLC  A register line that can't be written    **
      *> **                  ends the step RC 16 - the feed must be   **
      *> **                  held.                                    **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMBIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Bil-Work-File ASSIGN TO "BILWORK".

       DATA DIVISION.
       FILE SECTION.
      *> One billable order, keyed so the feed comes out in account
      *> order and, within an account, in order-number order.
       SD  Bil-Work-File.
       01  Bil-Work-Rec.
           05 Bil-Work-Key.
              10 Bil-Work-Acct                  PIC X(10).
              10 Bil-Work-Order                 PIC X(08).
           05 Bil-Work-Amount                   PIC S9(07)V99.

       WORKING-STORAGE SECTION.

       01  Bil-Parm-Line                        PIC X(512).
       01  Bil-Order-File                       PIC X(256) VALUE
                                                 SPACES.
       01  Bil-Xref-File                        PIC X(256) VALUE SPACES.
       01  Bil-Feed-File                        PIC X(256) VALUE SPACES.
       01  Bil-Except-File                      PIC X(256) VALUE
                                                 SPACES.
       01  Bil-Date-Parm                        PIC X(10) VALUE SPACES.
       01  Bil-Run-Date                         PIC 9(08) VALUE 0.
       01  Bil-Current-Date                     PIC X(21).
       01  Bil-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Bil-Setup-Ok                      VALUE 'Y'.
       01  Bil-Bill-Code                        PIC X(04) VALUE 'BILL'.

       01  Bil-Order-Handle                     PIC X(4) COMP-X.
       01  Bil-Xref-Handle                      PIC X(4) COMP-X.
       01  Bil-Feed-Handle                      PIC X(4) COMP-X.
       01  Bil-Except-Handle                    PIC X(4) COMP-X.
       01  Bil-Reg-Handle                       PIC X(4) COMP-X.
       01  Bil-Open-Ok-Sw                       PIC X(1) VALUE 'N'.
           88 Bil-Open-Ok                       VALUE 'Y'.
       01  Bil-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Bil-Eof                           VALUE 'Y'.
       01  Bil-Out-Done-Sw                      PIC X(1) VALUE 'N'.
           88 Bil-Out-Done                      VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Register state.
      *> ---------------------------------------------------------------
       01  Bil-Register-Filename                PIC X(256) VALUE
                                                 'strmbil_register.dat'.
       01  Bil-Reg-Lead                         PIC X(01).
       01  Bil-Reg-Batch                        PIC X(06).
       01  Bil-Reg-Date                         PIC X(08).
       01  Bil-Reg-Recs                         PIC X(10).
       01  Bil-Reg-Amt                          PIC X(16).
       01  Bil-Reg-Feed                         PIC X(256).
       01  Bil-High-Batch                       PIC 9(06) VALUE 0.
       01  Bil-Batch-Num                        PIC 9(06) VALUE 0.

      *> ---------------------------------------------------------------
      *> The customer cross-reference, held in customer order for
      *> SEARCH ALL.
      *> ---------------------------------------------------------------
       01  Bil-Max-Xref                         PIC 9(05) VALUE 20000.
       01  Bil-Xref-Count                       PIC 9(05) VALUE 0.
       01  Bil-Xref-Table.
           05 Bil-Xref-Entry OCCURS 0 TO 20000 TIMES
                 DEPENDING ON Bil-Xref-Count
                 ASCENDING KEY IS Bil-Xref-Cust
                 INDEXED BY Bil-Xref-Ix.
              10 Bil-Xref-Cust                  PIC X(06).
              10 Bil-Xref-Acct                  PIC X(10).
       01  Bil-Xref-Sub                         PIC 9(05) VALUE 0.
       01  Bil-Xref-Pos                         PIC 9(05) VALUE 0.
       01  Bil-Xref-Read-Count                  PIC 9(07) VALUE 0.
       01  Bil-Xref-Bad-Count                   PIC 9(07) VALUE 0.
       01  Bil-Xref-Dup-Count                   PIC 9(07) VALUE 0.
       01  Bil-X-Lead                           PIC X(01).
       01  Bil-X-Cust                           PIC X(20).
       01  Bil-X-Acct                           PIC X(20).

      *> ---------------------------------------------------------------
      *> The order being checked.
      *> ---------------------------------------------------------------
       01  Bil-Line-Sub                         PIC 9(02) VALUE 0.
       01  Bil-Line-Calc                        PIC 9(11)V99 VALUE 0.
       01  Bil-Order-Total                      PIC 9(11)V99 VALUE 0.
       01  Bil-Reason                           PIC X(40) VALUE SPACES.
       01  Bil-Reason-Line                      PIC 9(02) VALUE 0.
       01  Bil-Bill-Acct                        PIC X(10).

       01  Bil-Read-Count                       PIC 9(07) VALUE 0.
       01  Bil-Billed-Count                     PIC 9(07) VALUE 0.
       01  Bil-Except-Count                     PIC 9(07) VALUE 0.
       01  Bil-No-Acct-Count                    PIC 9(07) VALUE 0.
       01  Bil-Detail-Count                     PIC 9(07) VALUE 0.
       01  Bil-Write-Count                      PIC 9(07) VALUE 0.
       01  Bil-Control-Total                    PIC S9(09)V99 VALUE 0.
       01  Bil-Count-Disp                       PIC ZZZ,ZZ9.
       01  Bil-Amount-Disp                      PIC -(9)9.99.
       01  Bil-Except-Line                      PIC X(200).

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Bil-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Bil-Abort-Error                   VALUE 'Y'.
       01  Bil-Err-Filename                     PIC X(256).
       01  Bil-Err-Function                     PIC X(2).
       01  Bil-Err-Mode                         PIC X(1).
       01  Bil-Err-Delimiter-Mode               PIC X(1).
       01  Bil-Err-Offset                       PIC X(8) COMP-X.
       01  Bil-Err-Return-Code                  USAGE BINARY-LONG.
       01  Bil-Err-Severity                     PIC X(1).
       01  Bil-Err-Calling-Program              PIC X(8).

       COPY "order-detail.cpy".
       COPY "txn-record.cpy".

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOHndWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Bil-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 1500-Load-Xref THRU 1500-Exit
           IF NOT Bil-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Check-Register THRU 2000-Exit
           PERFORM 3000-Open-Files THRU 3000-Exit
           IF NOT Bil-Open-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           SORT Bil-Work-File
              ON ASCENDING KEY Bil-Work-Key
              INPUT PROCEDURE IS 4000-Bill-Orders
                 THRU 4000-Exit
              OUTPUT PROCEDURE IS 5000-Write-Feed
                 THRU 5000-Exit
           PERFORM 7000-Close-Files THRU 7000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF Bil-Abort-Error
              DISPLAY "STRMBIL: FEED INCOMPLETE - RUN NOT REGISTERED"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 7500-Register-Run THRU 7500-Exit
           PERFORM 8000-Print-Summary THRU 8000-Exit
           IF Bil-Except-Count > 0
              MOVE 4 TO RETURN-CODE
           END-IF
      *> A batch the register didn't take could be billed again.
           IF Bil-Abort-Error
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 8300-Write-Handoffs THRU 8300-Exit
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Bil-Parm-Line FROM COMMAND-LINE
           UNSTRING Bil-Parm-Line DELIMITED BY ALL SPACE
               INTO Bil-Order-File, Bil-Xref-File, Bil-Feed-File,
                    Bil-Except-File, Bil-Date-Parm
           END-UNSTRING
           MOVE 'STRMBIL' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMBIL' TO Strm-RS-Program
           MOVE Bil-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           IF Bil-Order-File = SPACES OR Bil-Xref-File = SPACES
              OR Bil-Feed-File = SPACES OR Bil-Except-File = SPACES
              DISPLAY "STRMBIL: USAGE - order-file xref-file "
                      "feed-file exception-file [run-date]"
              MOVE 'N' TO Bil-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           MOVE FUNCTION CURRENT-DATE TO Bil-Current-Date
           IF Bil-Date-Parm = SPACES
              MOVE Bil-Current-Date(1:8) TO Bil-Run-Date
           ELSE
              IF Bil-Date-Parm(1:8) IS NOT NUMERIC
                 OR Bil-Date-Parm(9:2) NOT = SPACES
                 DISPLAY "STRMBIL: RUN DATE MUST BE YYYYMMDD"
                 MOVE 'N' TO Bil-Setup-Ok-Sw
                 GO TO 1000-Exit
              END-IF
              MOVE Bil-Date-Parm(1:8) TO Bil-Run-Date
              IF FUNCTION TEST-DATE-YYYYMMDD(Bil-Run-Date) NOT = 0
                 DISPLAY "STRMBIL: RUN DATE MUST BE A REAL DATE"
                 MOVE 'N' TO Bil-Setup-Ok-Sw
              END-IF
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1500-Load-Xref - the whole cross-reference into storage, in
      *> customer order whatever order the file is in.
      *> ---------------------------------------------------------------
       1500-Load-Xref.
           MOVE Bil-Xref-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE 'N' TO Bil-Setup-Ok-Sw
              GO TO 1500-Exit
           END-IF
           MOVE SCB-Handle TO Bil-Xref-Handle
           MOVE 'N' TO Bil-Eof-Sw
           PERFORM 1600-Load-One-Xref THRU 1600-Exit
              UNTIL Bil-Eof
           MOVE Bil-Xref-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 0 TO RETURN-CODE
           IF Bil-Abort-Error
              MOVE 'N' TO Bil-Setup-Ok-Sw
           END-IF
           IF Bil-Xref-Bad-Count > 0 OR Bil-Xref-Dup-Count > 0
              DISPLAY "STRMBIL: CROSS-REFERENCE UNUSABLE - NOTHING "
                      "BILLED"
              MOVE 'N' TO Bil-Setup-Ok-Sw
           END-IF
           .
       1500-Exit.
           EXIT.

       1600-Load-One-Xref.
           MOVE Bil-Xref-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Bil-Xref-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Bil-Eof-Sw
                 GO TO 1600-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Bil-Eof-Sw
                 GO TO 1600-Exit
           END-EVALUATE
           IF Streamio-Record-Data(1:200) = SPACES
              GO TO 1600-Exit
           END-IF
           MOVE SPACES TO Bil-X-Cust Bil-X-Acct
           UNSTRING Streamio-Record-Data(1:200)
               DELIMITED BY "CUST=" OR " ACCT="
               INTO Bil-X-Lead, Bil-X-Cust, Bil-X-Acct
           END-UNSTRING
           IF Bil-X-Cust = SPACES OR Bil-X-Acct = SPACES
              OR Bil-X-Cust(7:) NOT = SPACES
              OR Bil-X-Acct(11:) NOT = SPACES
              DISPLAY "STRMBIL: CROSS-REFERENCE LINE "
                      Bil-Xref-Read-Count " NOT CUST=c ACCT=a"
              ADD 1 TO Bil-Xref-Bad-Count
              GO TO 1600-Exit
           END-IF
           IF Bil-Xref-Count >= Bil-Max-Xref
              DISPLAY "STRMBIL: MORE THAN " Bil-Max-Xref
                      " CUSTOMERS ON THE CROSS-REFERENCE"
              ADD 1 TO Bil-Xref-Bad-Count
              MOVE 'Y' TO Bil-Eof-Sw
              GO TO 1600-Exit
           END-IF
      *> Find the slot: past every lower customer.  Most files are
      *> already in order, so this is usually the end of the table.
           MOVE Bil-Xref-Count TO Bil-Xref-Pos
           PERFORM 1610-Step-Back THRU 1610-Exit
              UNTIL Bil-Xref-Pos = 0
                 OR Bil-Xref-Cust(Bil-Xref-Pos) <= Bil-X-Cust(1:6)
           IF Bil-Xref-Pos > 0
              IF Bil-Xref-Cust(Bil-Xref-Pos) = Bil-X-Cust(1:6)
                 DISPLAY "STRMBIL: CUSTOMER " Bil-X-Cust(1:6)
                         " IS ON THE CROSS-REFERENCE TWICE"
                 ADD 1 TO Bil-Xref-Dup-Count
                 GO TO 1600-Exit
              END-IF
           END-IF
           ADD 1 TO Bil-Xref-Pos
           ADD 1 TO Bil-Xref-Count
           MOVE Bil-Xref-Count TO Bil-Xref-Sub
           PERFORM 1620-Shift-One-Up THRU 1620-Exit
              UNTIL Bil-Xref-Sub <= Bil-Xref-Pos
           MOVE Bil-X-Cust(1:6) TO Bil-Xref-Cust(Bil-Xref-Pos)
           MOVE Bil-X-Acct(1:10) TO Bil-Xref-Acct(Bil-Xref-Pos)
           .
       1600-Exit.
           EXIT.

       1610-Step-Back.
           SUBTRACT 1 FROM Bil-Xref-Pos
           .
       1610-Exit.
           EXIT.

       1620-Shift-One-Up.
           MOVE Bil-Xref-Entry(Bil-Xref-Sub - 1)
              TO Bil-Xref-Entry(Bil-Xref-Sub)
           SUBTRACT 1 FROM Bil-Xref-Sub
           .
       1620-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Check-Register - the highest batch id issued so far.
      *> No register yet just means this is the first run.
      *> ---------------------------------------------------------------
       2000-Check-Register.
           MOVE Bil-Register-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2000-Tail
           END-IF
           MOVE SCB-Handle TO Bil-Reg-Handle
           MOVE 'N' TO Bil-Eof-Sw
           PERFORM 2100-Check-One-Register-Line THRU 2100-Exit
              UNTIL Bil-Eof
           MOVE Bil-Reg-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2000-Tail.
           COMPUTE Bil-Batch-Num = Bil-High-Batch + 1
           .
       2000-Exit.
           EXIT.

       2100-Check-One-Register-Line.
           MOVE Bil-Reg-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Bil-Eof-Sw
              GO TO 2100-Exit
           END-IF
           MOVE SPACES TO Bil-Reg-Batch Bil-Reg-Date Bil-Reg-Recs
                          Bil-Reg-Amt Bil-Reg-Feed
           UNSTRING Streamio-Record-Data
               DELIMITED BY "BATCH=" OR " DATE=" OR " RECS="
                         OR " AMT=" OR " FEED="
               INTO Bil-Reg-Lead, Bil-Reg-Batch, Bil-Reg-Date,
                    Bil-Reg-Recs, Bil-Reg-Amt, Bil-Reg-Feed
           END-UNSTRING
           IF Bil-Reg-Batch IS NUMERIC
              AND Bil-Reg-Batch > Bil-High-Batch
              MOVE Bil-Reg-Batch TO Bil-High-Batch
           END-IF
           .
       2100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Open-Files - the orders in (fixed), the feed out
      *> (fixed), the exceptions out (text).
      *> ---------------------------------------------------------------
       3000-Open-Files.
           MOVE Bil-Order-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Bil-Order-Handle

           MOVE Bil-Feed-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE Bil-Order-Handle TO SCB-Handle
              MOVE 'C ' TO SCB-Function
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Bil-Feed-Handle

           MOVE Bil-Except-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE Bil-Order-Handle TO SCB-Handle
              MOVE 'C ' TO SCB-Function
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              MOVE Bil-Feed-Handle TO SCB-Handle
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Bil-Except-Handle
           MOVE 'Y' TO Bil-Open-Ok-Sw
           .
       3000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Bill-Orders - SORT input procedure: every order is
      *> checked; the good ones are released to the sort, the rest
      *> written to the exception file.
      *> ---------------------------------------------------------------
       4000-Bill-Orders.
           MOVE 'N' TO Bil-Eof-Sw
           PERFORM 4100-Bill-One-Order THRU 4100-Exit
              UNTIL Bil-Eof OR Bil-Abort-Error
           .
       4000-Exit.
           EXIT.

       4100-Bill-One-Order.
           MOVE Bil-Order-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF order-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Bil-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Bil-Eof-Sw
                 GO TO 4100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Bil-Eof-Sw
                 GO TO 4100-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF order-record)
              TO order-record
           MOVE SPACES TO Bil-Reason
           MOVE 0 TO Bil-Reason-Line
           PERFORM 4200-Validate-Order THRU 4200-Exit
           IF Bil-Reason = SPACES
              PERFORM 4400-Find-Account THRU 4400-Exit
           END-IF
           IF Bil-Reason NOT = SPACES
              PERFORM 4800-Write-Exception THRU 4800-Exit
              GO TO 4100-Exit
           END-IF
           MOVE Bil-Bill-Acct TO Bil-Work-Acct
           MOVE ord-number TO Bil-Work-Order
           COMPUTE Bil-Work-Amount = 0 - Bil-Order-Total
           RELEASE Bil-Work-Rec
           ADD 1 TO Bil-Billed-Count
           .
       4100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4200-Validate-Order - the first rule the order breaks goes
      *> in Bil-Reason; Bil-Order-Total is the sum of its lines.
      *> ---------------------------------------------------------------
       4200-Validate-Order.
           MOVE 0 TO Bil-Order-Total
           IF ord-number = SPACES
              MOVE 'NO ORDER NUMBER' TO Bil-Reason
              GO TO 4200-Exit
           END-IF
           IF ord-line-count IS NOT NUMERIC
              MOVE 'LINE COUNT NOT NUMERIC' TO Bil-Reason
              GO TO 4200-Exit
           END-IF
           IF ord-no-lines
              MOVE 'ORDER HAS NO LINES' TO Bil-Reason
              GO TO 4200-Exit
           END-IF
           IF ord-line-count > 20
              MOVE 'LINE COUNT OVER 20' TO Bil-Reason
              GO TO 4200-Exit
           END-IF
           PERFORM 4300-Check-One-Line THRU 4300-Exit
              VARYING Bil-Line-Sub FROM 1 BY 1
              UNTIL Bil-Line-Sub > 20 OR Bil-Reason NOT = SPACES
           IF Bil-Reason NOT = SPACES
              GO TO 4200-Exit
           END-IF
           IF ord-order-date IS NOT NUMERIC
              MOVE 'ORDER DATE NOT NUMERIC' TO Bil-Reason
              GO TO 4200-Exit
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(ord-order-date) NOT = 0
              MOVE 'ORDER DATE NOT A REAL DATE' TO Bil-Reason
              GO TO 4200-Exit
           END-IF
           IF Bil-Order-Total > 9999999.99
              MOVE 'ORDER TOTAL TOO LARGE FOR ONE DETAIL'
                 TO Bil-Reason
           END-IF
           .
       4200-Exit.
           EXIT.

       4300-Check-One-Line.
           IF Bil-Line-Sub > ord-line-count
              IF ord-line-item(Bil-Line-Sub) NOT = SPACES
                 MOVE 'MORE LINES PRESENT THAN LINE COUNT'
                    TO Bil-Reason
                 MOVE Bil-Line-Sub TO Bil-Reason-Line
              END-IF
              GO TO 4300-Exit
           END-IF
           IF ord-line-item(Bil-Line-Sub) = SPACES
              MOVE 'FEWER LINES PRESENT THAN LINE COUNT'
                 TO Bil-Reason
              MOVE Bil-Line-Sub TO Bil-Reason-Line
              GO TO 4300-Exit
           END-IF
           IF ord-line-qty(Bil-Line-Sub) IS NOT NUMERIC
              OR ord-line-price(Bil-Line-Sub) IS NOT NUMERIC
              OR ord-line-amount(Bil-Line-Sub) IS NOT NUMERIC
              MOVE 'LINE QTY, PRICE OR AMOUNT NOT NUMERIC'
                 TO Bil-Reason
              MOVE Bil-Line-Sub TO Bil-Reason-Line
              GO TO 4300-Exit
           END-IF
           COMPUTE Bil-Line-Calc = ord-line-qty(Bil-Line-Sub)
              * ord-line-price(Bil-Line-Sub)
           IF Bil-Line-Calc NOT = ord-line-amount(Bil-Line-Sub)
              MOVE 'LINE AMOUNT NOT QTY TIMES PRICE' TO Bil-Reason
              MOVE Bil-Line-Sub TO Bil-Reason-Line
              GO TO 4300-Exit
           END-IF
           ADD ord-line-amount(Bil-Line-Sub) TO Bil-Order-Total
           .
       4300-Exit.
           EXIT.

       4400-Find-Account.
           SEARCH ALL Bil-Xref-Entry
              AT END
                 MOVE 'CUSTOMER HAS NO ACCOUNT' TO Bil-Reason
                 ADD 1 TO Bil-No-Acct-Count
              WHEN Bil-Xref-Cust(Bil-Xref-Ix) = ord-cust-id
                 MOVE Bil-Xref-Acct(Bil-Xref-Ix) TO Bil-Bill-Acct
           END-SEARCH
           .
       4400-Exit.
           EXIT.

       4800-Write-Exception.
           MOVE SPACES TO Bil-Except-Line
           STRING 'ORDER=' ord-number
                  ' CUST=' ord-cust-id
                  ' DATE=' ord-order-date
                  ' LINE=' Bil-Reason-Line
                  ' RSN=' FUNCTION TRIM(Bil-Reason, TRAILING)
                  DELIMITED BY SIZE
                  INTO Bil-Except-Line
           END-STRING
           MOVE SPACES TO Streamio-Record-Data
           MOVE Bil-Except-Line TO Streamio-Record-Data(1:200)
           MOVE 0 TO SCB-Record-Length
           MOVE Bil-Except-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Bil-Except-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       4800-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Write-Feed - SORT output procedure: header, one detail
      *> per billed order in account order, trailer.
      *> ---------------------------------------------------------------
       5000-Write-Feed.
           MOVE SPACES TO txn-record
           MOVE 'H' TO txn-rec-type
           MOVE Bil-Batch-Num TO txn-hdr-batch-id
           MOVE Bil-Run-Date TO txn-hdr-run-date
           PERFORM 6000-Write-Feed-Record THRU 6000-Exit
           MOVE 'N' TO Bil-Out-Done-Sw
           PERFORM 5100-Write-One-Detail THRU 5100-Exit
              UNTIL Bil-Out-Done
           MOVE SPACES TO txn-record
           MOVE 'T' TO txn-rec-type
           MOVE Bil-Detail-Count TO txn-trl-record-count
           MOVE Bil-Control-Total TO txn-trl-control-total
           PERFORM 6000-Write-Feed-Record THRU 6000-Exit
           .
       5000-Exit.
           EXIT.

       5100-Write-One-Detail.
           RETURN Bil-Work-File
              AT END
                 MOVE 'Y' TO Bil-Out-Done-Sw
                 GO TO 5100-Exit
           END-RETURN
           MOVE SPACES TO txn-record
           MOVE 'D' TO txn-rec-type
           MOVE Bil-Work-Acct TO txn-det-acct-no
           MOVE Bil-Work-Amount TO txn-det-amount
           MOVE Bil-Bill-Code TO txn-det-code
           MOVE Bil-Work-Order TO txn-det-filler(1:8)
           PERFORM 6000-Write-Feed-Record THRU 6000-Exit
           ADD 1 TO Bil-Detail-Count
           ADD Bil-Work-Amount TO Bil-Control-Total
           .
       5100-Exit.
           EXIT.

       6000-Write-Feed-Record.
           MOVE Bil-Feed-Handle TO SCB-Handle
           MOVE 'W ' TO SCB-Function
           MOVE LENGTH OF txn-record TO SCB-Record-Length
           MOVE SPACES TO Streamio-Record-Data
           MOVE txn-record TO Streamio-Record-Data(1:80)
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Bil-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       6000-Exit.
           EXIT.

       7000-Close-Files.
           MOVE 0 TO SCB-Record-Length
           MOVE Bil-Order-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE Bil-Feed-Handle TO SCB-Handle
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE Bil-Except-Handle TO SCB-Handle
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       7000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7500-Register-Run - the feed is complete; record its batch
      *> id so the next run takes the one after.
      *> ---------------------------------------------------------------
       7500-Register-Run.
           MOVE Bil-Register-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              DISPLAY "STRMBIL: REGISTER UNWRITABLE - BATCH "
                      Bil-Batch-Num " NOT REGISTERED; HOLD THE FEED"
              GO TO 7500-Exit
           END-IF
           MOVE SCB-Handle TO Bil-Reg-Handle
           MOVE Bil-Control-Total TO Bil-Amount-Disp
           MOVE SPACES TO Streamio-Record-Data
           STRING 'BATCH=' Bil-Batch-Num
                  ' DATE=' Bil-Current-Date(1:8)
                  ' RECS=' Bil-Detail-Count
                  ' AMT=' FUNCTION TRIM(Bil-Amount-Disp)
                  ' FEED=' FUNCTION TRIM(Bil-Feed-File, TRAILING)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              DISPLAY "STRMBIL: REGISTER NOT WRITTEN - BATCH "
                      Bil-Batch-Num " NOT REGISTERED; HOLD THE FEED"
           END-IF
           MOVE Bil-Reg-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 0 TO RETURN-CODE
           .
       7500-Exit.
           EXIT.

       8000-Print-Summary.
           DISPLAY "STREAMIO ORDER BILLING"
           DISPLAY "ORDERS:     "
                   FUNCTION TRIM(Bil-Order-File, TRAILING)
           DISPLAY "XREF:       "
                   FUNCTION TRIM(Bil-Xref-File, TRAILING)
           DISPLAY "FEED:       "
                   FUNCTION TRIM(Bil-Feed-File, TRAILING)
           DISPLAY "EXCEPTIONS: "
                   FUNCTION TRIM(Bil-Except-File, TRAILING)
           DISPLAY "BATCH " Bil-Batch-Num "   RUN DATE " Bil-Run-Date
           DISPLAY " "
           MOVE Bil-Xref-Count TO Bil-Count-Disp
           DISPLAY "CUSTOMERS ON XREF . . . " Bil-Count-Disp
           MOVE Bil-Read-Count TO Bil-Count-Disp
           DISPLAY "ORDERS READ . . . . . . " Bil-Count-Disp
           MOVE Bil-Detail-Count TO Bil-Count-Disp
           MOVE Bil-Control-Total TO Bil-Amount-Disp
           DISPLAY "ORDERS BILLED . . . . . " Bil-Count-Disp
                   "  " Bil-Amount-Disp
           MOVE Bil-Except-Count TO Bil-Count-Disp
           IF Bil-Except-Count > 0
              DISPLAY "EXCEPTIONS  . . . . . . " Bil-Count-Disp
                      " *** SEE EXCEPTION FILE ***"
           ELSE
              DISPLAY "EXCEPTIONS  . . . . . . " Bil-Count-Disp
           END-IF
           MOVE Bil-No-Acct-Count TO Bil-Count-Disp
           DISPLAY "  NO ACCOUNT FOR CUST . " Bil-Count-Disp
           .
       8000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8300-Write-Handoffs - the standard control-handoff records
      *> (see STREAMIOHnd.cpy): the orders in, the feed out with its
      *> control total, the exceptions as rejects.
      *> ---------------------------------------------------------------
       8300-Write-Handoffs.
           MOVE 'STRMBIL' TO Strm-HO-Program
           MOVE 'N' TO Strm-HO-Amount-Sw
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE Bil-Order-File TO Strm-HO-Filename
           MOVE Bil-Read-Count TO Strm-HO-Record-Count
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE Bil-Xref-File TO Strm-HO-Filename
           MOVE Bil-Xref-Read-Count TO Strm-HO-Record-Count
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'Y' TO Strm-HO-Amount-Sw
           MOVE 'OUT' TO Strm-HO-Direction
           MOVE Bil-Feed-File TO Strm-HO-Filename
           MOVE Bil-Write-Count TO Strm-HO-Record-Count
           MOVE Bil-Control-Total TO Strm-HO-Amount-Total
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'N' TO Strm-HO-Amount-Sw
           MOVE 'REJ' TO Strm-HO-Direction
           MOVE Bil-Except-File TO Strm-HO-Filename
           MOVE Bil-Except-Count TO Strm-HO-Record-Count
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           .
       8300-Exit.
           EXIT.

       8400-Write-Handoff.
       COPY "STREAMIOHnd.cpy".
       8400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Bil-Abort-Error
              MOVE 'Y' TO Bil-Err-Sw
              MOVE SCB-Filename TO Bil-Err-Filename
              MOVE SCB-Function TO Bil-Err-Function
              MOVE SCB-Mode TO Bil-Err-Mode
              MOVE SCB-Delimiter-Mode TO Bil-Err-Delimiter-Mode
              MOVE SCB-Offset TO Bil-Err-Offset
              MOVE SCB-Return-Code TO Bil-Err-Return-Code
              MOVE SCB-Severity TO Bil-Err-Severity
              MOVE SCB-Calling-Program TO Bil-Err-Calling-Program
           END-IF
           .
       9500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9000-Report-Deferred-Error - the last thing this program does
      *> if 9500-Save-Error-Context ever fired: restore the saved
      *> context into Streamio-CB and call STREAMIOError with it.
      *> ---------------------------------------------------------------
       9000-Report-Deferred-Error.
           IF Bil-Abort-Error
              MOVE Bil-Err-Filename TO SCB-Filename
              MOVE Bil-Err-Function TO SCB-Function
              MOVE Bil-Err-Mode TO SCB-Mode
              MOVE Bil-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Bil-Err-Offset TO SCB-Offset
              MOVE Bil-Err-Return-Code TO SCB-Return-Code
              MOVE Bil-Err-Severity TO SCB-Severity
              MOVE Bil-Err-Calling-Program TO SCB-Calling-Program
              CALL "STREAMIOError" USING Streamio-CB
           END-IF
           .
       9000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8900-Write-Run-Stats - the standard end-of-run statistics
      *> record (see STREAMIORun.cpy), written as the very last
      *> thing this program does so the recorded RETURN-CODE is the
      *> one the scheduler sees.
      *> ---------------------------------------------------------------
       8900-Write-Run-Stats.
           COMPUTE Strm-RS-Read-Count =
              Bil-Read-Count + Bil-Xref-Read-Count
           COMPUTE Strm-RS-Write-Count =
              Bil-Write-Count + Bil-Except-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMBIL-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
