      *> ***************************************************************
      *> ** Program:  STRMACR.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMACR is the month-end interest and fee accrual.  It    **
      *> ** reads the account master (acct-master.cpy), works out     **
      *> ** each account's interest on acct-balance and its monthly   **
      *> ** maintenance fee by acct-status, and writes the result as  **
      *> ** an ordinary txn-record.cpy H/D/T feed - fresh batch id,   **
      *> ** trailer count and control total - which then goes         **
      *> ** through STRMVAL, STRMSEQ and STRMUPD exactly like a       **
      *> ** partner's feed.  This replaces the spreadsheet that was   **
      *> ** keyed back in by hand every month.                        **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    master-file feed-file [month-YYYYMM]                   **
      *> ** month defaults to the calendar month before today - the   **
      *> ** run is made in the first days of the following month.     **
      *> ** The feed's run date is the month's last day.              **
      *> **                                                           **
      *> ** Rates are effective-dated STRMTBL entries on the ACRRATE  **
      *> ** table, looked up (STRMTBLL) as of the month's last day;   **
      *> ** the description holds the number:                         **
      *> **    INT-s  annual interest rate, percent, for status s     **
      *> **    FEE-s  monthly fee amount for status s                 **
      *> ** e.g. ADD ACRRATE INT-O 20260101 2.50.  Interest is        **
      *> ** actual/365: balance x rate / 100 x days-in-month / 365,   **
      *> ** rounded to the cent, signed as the balance is (an         **
      *> ** overdrawn account is charged).  It posts with code INT;   **
      *> ** the fee posts negative with code FEE.  A status with no   **
      *> ** entry accrues nothing of that kind and is reported.       **
      *> ** Closed accounts and zero balances are skipped entirely.   **
      *> ** The master is in account order, so the feed is too -      **
      *> ** ready for STRMUPD without another sort.                   **
      *> **                                                           **
      *> ** The register (strmacr_register.dat) is one line per       **
      *> ** accrued month in the package's keyword format:            **
      *> **    MONTH=yyyymm BATCH=nnnnnn DATE=yyyymmdd RECS=n AMT=a   **
      *> **    FEED=f                                                 **
      *> ** A month already on it is refused - the same interest      **
      *> ** must never be paid twice.  The next batch id is one past  **
      *> ** the highest on the register (000001 for the first),       **
      *> ** which is exactly what STRMSEQ expects of a source.  A     **
      *> ** month is registered only once its feed is completely     **
      *> ** written.                                                  **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters, master, table file or feed,   **
      *> **        or the month not registered (hold the feed)        **
      *> **     8  the month is already accrued (nothing written),    **
      *> **        or an accrual too large for txn-det-amount         **
      *> **     4  a status with no interest or fee entry, or a       **
      *> **        master balance that isn't valid packed numeric     **
      *> **     0  clean                                              **
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
       PROGRAM-ID. STRMACR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Acr-Parm-Line                        PIC X(512).
       01  Acr-Master-File                      PIC X(256) VALUE
                                                 SPACES.
       01  Acr-Feed-File                        PIC X(256) VALUE
                                                 SPACES.
       01  Acr-Month-Parm                       PIC X(06) VALUE SPACES.
       01  Acr-Month                            PIC 9(06) VALUE 0.
       01  Acr-Month-Parts REDEFINES Acr-Month.
           05 Acr-Month-Year                    PIC 9(04).
           05 Acr-Month-Mm                      PIC 9(02).
       01  Acr-First-Day                        PIC 9(08) VALUE 0.
       01  Acr-Next-First                       PIC 9(08) VALUE 0.
       01  Acr-Month-End                        PIC 9(08) VALUE 0.
       01  Acr-Days-In-Month                    PIC 9(02) VALUE 0.
       01  Acr-Current-Date                     PIC X(21).
       01  Acr-Work-Year                        PIC 9(04).
       01  Acr-Work-Mm                          PIC 9(02).
       01  Acr-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Acr-Setup-Ok                      VALUE 'Y'.
       01  Acr-Rate-Table                       PIC X(16) VALUE
                                                 'ACRRATE'.

      *> ---------------------------------------------------------------
      *> Register state.
      *> ---------------------------------------------------------------
       01  Acr-Register-Filename                PIC X(256) VALUE
                                                 'strmacr_register.dat'.
       01  Acr-Reg-Lead                         PIC X(01).
       01  Acr-Reg-Month                        PIC X(06).
       01  Acr-Reg-Batch                        PIC X(06).
       01  Acr-Reg-Date                         PIC X(08).
       01  Acr-Reg-Recs                         PIC X(10).
       01  Acr-Reg-Amt                          PIC X(16).
       01  Acr-Reg-Feed                         PIC X(256).
       01  Acr-High-Batch                       PIC 9(06) VALUE 0.
       01  Acr-Batch-Num                        PIC 9(06) VALUE 0.
       01  Acr-Already-Sw                       PIC X(1) VALUE 'N'.
           88 Acr-Already-Accrued               VALUE 'Y'.

       01  Acr-Master-Handle                    PIC X(4) COMP-X.
       01  Acr-Feed-Handle                      PIC X(4) COMP-X.
       01  Acr-Reg-Handle                       PIC X(4) COMP-X.
       01  Acr-Open-Ok-Sw                       PIC X(1) VALUE 'N'.
           88 Acr-Open-Ok                       VALUE 'Y'.
       01  Acr-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Acr-Eof                           VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Rates by status, looked up the first time each status turns
      *> up and kept for the rest of the run.
      *> ---------------------------------------------------------------
       01  Acr-Max-Statuses                     PIC 9(02) VALUE 40.
       01  Acr-Status-Count                     PIC 9(02) VALUE 0.
       01  Acr-Status-Table.
           05 Acr-Sts-Entry OCCURS 40 TIMES.
              10 Acr-Sts-Code                   PIC X(01).
              10 Acr-Sts-Int-Sw                 PIC X(01).
                 88 Acr-Sts-Has-Int             VALUE 'Y'.
              10 Acr-Sts-Int-Rate               PIC S9(03)V9(04).
              10 Acr-Sts-Fee-Sw                 PIC X(01).
                 88 Acr-Sts-Has-Fee             VALUE 'Y'.
              10 Acr-Sts-Fee-Amt                PIC S9(07)V99.
       01  Acr-Sts-Sub                          PIC 9(02).
       01  Acr-Sts-Ix                           PIC 9(02).
       01  Acr-Found-Sw                         PIC X(1) VALUE 'N'.
           88 Acr-Found                         VALUE 'Y'.

       01  Acr-Balance                          PIC S9(09)V99 VALUE 0.
       01  Acr-Interest                         PIC S9(07)V99 VALUE 0.
       01  Acr-Fee                              PIC S9(07)V99 VALUE 0.
       01  Acr-Size-Err-Sw                      PIC X(1) VALUE 'N'.
           88 Acr-Size-Error                    VALUE 'Y'.

       01  Acr-Read-Count                       PIC 9(07) VALUE 0.
       01  Acr-Closed-Count                     PIC 9(07) VALUE 0.
       01  Acr-Zero-Count                       PIC 9(07) VALUE 0.
       01  Acr-Invalid-Count                    PIC 9(07) VALUE 0.
       01  Acr-Accrued-Count                    PIC 9(07) VALUE 0.
       01  Acr-Int-Count                        PIC 9(07) VALUE 0.
       01  Acr-Fee-Count                        PIC 9(07) VALUE 0.
       01  Acr-No-Rate-Count                    PIC 9(07) VALUE 0.
       01  Acr-Overflow-Count                   PIC 9(07) VALUE 0.
       01  Acr-Detail-Count                     PIC 9(07) VALUE 0.
       01  Acr-Write-Count                      PIC 9(07) VALUE 0.
       01  Acr-Int-Total                        PIC S9(09)V99 VALUE 0.
       01  Acr-Fee-Total                        PIC S9(09)V99 VALUE 0.
       01  Acr-Control-Total                    PIC S9(09)V99 VALUE 0.
       01  Acr-Count-Disp                       PIC ZZZ,ZZ9.
       01  Acr-Amount-Disp                      PIC -(9)9.99.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Acr-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Acr-Abort-Error                   VALUE 'Y'.
       01  Acr-Err-Filename                     PIC X(256).
       01  Acr-Err-Function                     PIC X(2).
       01  Acr-Err-Mode                         PIC X(1).
       01  Acr-Err-Delimiter-Mode               PIC X(1).
       01  Acr-Err-Offset                       PIC X(8) COMP-X.
       01  Acr-Err-Return-Code                  USAGE BINARY-LONG.
       01  Acr-Err-Severity                     PIC X(1).
       01  Acr-Err-Calling-Program              PIC X(8).

       COPY "acct-master.cpy".
       COPY "txn-record.cpy".

       COPY "STRMTBLcb.cpy".
       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOHndWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Acr-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Check-Register THRU 2000-Exit
           IF Acr-Already-Accrued
              MOVE 8 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 3000-Open-Files THRU 3000-Exit
           IF NOT Acr-Open-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 3500-Write-Header THRU 3500-Exit
           MOVE 'N' TO Acr-Eof-Sw
           PERFORM 4000-Accrue-One-Account THRU 4000-Exit
              UNTIL Acr-Eof OR Acr-Abort-Error
           PERFORM 5000-Write-Trailer THRU 5000-Exit
           PERFORM 7000-Close-Files THRU 7000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF Acr-Abort-Error
              DISPLAY "STRMACR: FEED INCOMPLETE - MONTH NOT "
                      "REGISTERED"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 7500-Register-Month THRU 7500-Exit
           PERFORM 8000-Print-Summary THRU 8000-Exit
      *> A month the register didn't take would be accrued again.
           IF Acr-Abort-Error
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
           ACCEPT Acr-Parm-Line FROM COMMAND-LINE
           UNSTRING Acr-Parm-Line DELIMITED BY ALL SPACE
               INTO Acr-Master-File, Acr-Feed-File, Acr-Month-Parm
           END-UNSTRING
           MOVE 'STRMACR' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMACR' TO Strm-RS-Program
           MOVE Acr-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           IF Acr-Master-File = SPACES OR Acr-Feed-File = SPACES
              DISPLAY "STRMACR: MASTER-FILE AND FEED-FILE ARE BOTH "
                      "REQUIRED"
              MOVE 'N' TO Acr-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           MOVE FUNCTION CURRENT-DATE TO Acr-Current-Date
           IF Acr-Month-Parm = SPACES
              MOVE Acr-Current-Date(1:4) TO Acr-Work-Year
              MOVE Acr-Current-Date(5:2) TO Acr-Work-Mm
              IF Acr-Work-Mm = 1
                 SUBTRACT 1 FROM Acr-Work-Year
                 MOVE 12 TO Acr-Work-Mm
              ELSE
                 SUBTRACT 1 FROM Acr-Work-Mm
              END-IF
              MOVE Acr-Work-Year TO Acr-Month-Year
              MOVE Acr-Work-Mm TO Acr-Month-Mm
           ELSE
              IF Acr-Month-Parm IS NOT NUMERIC
                 OR Acr-Month-Parm(5:2) < '01'
                 OR Acr-Month-Parm(5:2) > '12'
                 DISPLAY "STRMACR: MONTH MUST BE YYYYMM"
                 MOVE 'N' TO Acr-Setup-Ok-Sw
                 GO TO 1000-Exit
              END-IF
              MOVE Acr-Month-Parm TO Acr-Month
           END-IF
      *> The month's last day is the day before the next month's
      *> first.
           COMPUTE Acr-First-Day = Acr-Month * 100 + 1
           MOVE Acr-Month-Year TO Acr-Work-Year
           MOVE Acr-Month-Mm TO Acr-Work-Mm
           IF Acr-Work-Mm = 12
              ADD 1 TO Acr-Work-Year
              MOVE 1 TO Acr-Work-Mm
           ELSE
              ADD 1 TO Acr-Work-Mm
           END-IF
           COMPUTE Acr-Next-First =
              Acr-Work-Year * 10000 + Acr-Work-Mm * 100 + 1
           COMPUTE Acr-Month-End = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(Acr-Next-First) - 1)
           COMPUTE Acr-Days-In-Month =
              FUNCTION INTEGER-OF-DATE(Acr-Next-First)
              - FUNCTION INTEGER-OF-DATE(Acr-First-Day)
      *> A rate table that can't be read would accrue nothing and
      *> look like a quiet month - refuse instead.
           MOVE Acr-Rate-Table TO Tbl-CB-Table-Name
           MOVE SPACES TO Tbl-CB-Code
           MOVE Acr-Month-End TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-No-Table-File
              DISPLAY "STRMACR: CODE TABLE FILE UNREADABLE"
              MOVE 'N' TO Acr-Setup-Ok-Sw
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Check-Register - is this month already accrued, and
      *> what is the highest batch id issued so far?  No register
      *> yet just means no month has been accrued.
      *> ---------------------------------------------------------------
       2000-Check-Register.
           MOVE Acr-Register-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2000-Tail
           END-IF
           MOVE SCB-Handle TO Acr-Reg-Handle
           MOVE 'N' TO Acr-Eof-Sw
           PERFORM 2100-Check-One-Register-Line THRU 2100-Exit
              UNTIL Acr-Eof
           MOVE Acr-Reg-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2000-Tail.
           IF Acr-Already-Accrued
              DISPLAY "STRMACR: REFUSED - " Acr-Month
                      " IS ALREADY ACCRUED (BATCH "
                      FUNCTION TRIM(Acr-Reg-Batch) ")"
           ELSE
              COMPUTE Acr-Batch-Num = Acr-High-Batch + 1
           END-IF
           .
       2000-Exit.
           EXIT.

       2100-Check-One-Register-Line.
           MOVE Acr-Reg-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Acr-Eof-Sw
              GO TO 2100-Exit
           END-IF
           IF Acr-Already-Accrued
              GO TO 2100-Exit
           END-IF
           MOVE SPACES TO Acr-Reg-Lead Acr-Reg-Month Acr-Reg-Batch
                          Acr-Reg-Date Acr-Reg-Recs Acr-Reg-Amt
                          Acr-Reg-Feed
           UNSTRING Streamio-Record-Data
               DELIMITED BY "MONTH=" OR " BATCH=" OR " DATE="
                           OR " RECS=" OR " AMT=" OR " FEED="
               INTO Acr-Reg-Lead, Acr-Reg-Month, Acr-Reg-Batch,
                    Acr-Reg-Date, Acr-Reg-Recs, Acr-Reg-Amt,
                    Acr-Reg-Feed
           END-UNSTRING
           IF Acr-Reg-Batch IS NUMERIC
              IF Acr-Reg-Batch > Acr-High-Batch
                 MOVE Acr-Reg-Batch TO Acr-High-Batch
              END-IF
           END-IF
           IF Acr-Reg-Month = Acr-Month
              MOVE 'Y' TO Acr-Already-Sw
           END-IF
           .
       2100-Exit.
           EXIT.

       3000-Open-Files.
           MOVE Acr-Master-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Acr-Master-Handle

           MOVE Acr-Feed-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE Acr-Master-Handle TO SCB-Handle
              MOVE 'C ' TO SCB-Function
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Acr-Feed-Handle
           MOVE 'Y' TO Acr-Open-Ok-Sw
           .
       3000-Exit.
           EXIT.

       3500-Write-Header.
           MOVE SPACES TO txn-record
           MOVE 'H' TO txn-rec-type
           MOVE Acr-Batch-Num TO txn-hdr-batch-id
           MOVE Acr-Month-End TO txn-hdr-run-date
           PERFORM 6000-Write-Feed-Record THRU 6000-Exit
           .
       3500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Accrue-One-Account - read one master record; skip it
      *> if closed or at zero; otherwise write its interest and fee
      *> details.
      *> ---------------------------------------------------------------
       4000-Accrue-One-Account.
           MOVE Acr-Master-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF acct-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Acr-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Acr-Eof-Sw
                 GO TO 4000-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Acr-Eof-Sw
                 GO TO 4000-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF acct-record)
              TO acct-record
           IF acct-is-closed
              ADD 1 TO Acr-Closed-Count
              GO TO 4000-Exit
           END-IF
           IF acct-balance IS NOT NUMERIC
              DISPLAY "STRMACR: ACCOUNT " acct-acct-no
                      " BALANCE NOT VALID PACKED - SKIPPED"
              ADD 1 TO Acr-Invalid-Count
              GO TO 4000-Exit
           END-IF
           MOVE acct-balance TO Acr-Balance
           IF Acr-Balance = 0
              ADD 1 TO Acr-Zero-Count
              GO TO 4000-Exit
           END-IF
           PERFORM 4100-Find-Status-Rates THRU 4100-Exit
           ADD 1 TO Acr-Accrued-Count
           IF Acr-Sts-Has-Int(Acr-Sts-Ix)
              MOVE 'N' TO Acr-Size-Err-Sw
              COMPUTE Acr-Interest ROUNDED =
                 Acr-Balance * Acr-Sts-Int-Rate(Acr-Sts-Ix)
                 * Acr-Days-In-Month / 36500
                 ON SIZE ERROR
                    MOVE 'Y' TO Acr-Size-Err-Sw
              END-COMPUTE
              IF Acr-Size-Error
                 DISPLAY "STRMACR: ACCOUNT " acct-acct-no
                         " INTEREST TOO LARGE FOR ONE DETAIL - "
                         "NOT ACCRUED"
                 ADD 1 TO Acr-Overflow-Count
              ELSE
                 IF Acr-Interest NOT = 0
                    MOVE SPACES TO txn-record
                    MOVE 'D' TO txn-rec-type
                    MOVE acct-acct-no TO txn-det-acct-no
                    MOVE Acr-Interest TO txn-det-amount
                    MOVE 'INT' TO txn-det-code
                    PERFORM 6000-Write-Feed-Record THRU 6000-Exit
                    ADD 1 TO Acr-Detail-Count Acr-Int-Count
                    ADD Acr-Interest TO Acr-Int-Total
                    ADD Acr-Interest TO Acr-Control-Total
                 END-IF
              END-IF
           END-IF
           IF Acr-Sts-Has-Fee(Acr-Sts-Ix)
              AND Acr-Sts-Fee-Amt(Acr-Sts-Ix) NOT = 0
              COMPUTE Acr-Fee = 0 - Acr-Sts-Fee-Amt(Acr-Sts-Ix)
              MOVE SPACES TO txn-record
              MOVE 'D' TO txn-rec-type
              MOVE acct-acct-no TO txn-det-acct-no
              MOVE Acr-Fee TO txn-det-amount
              MOVE 'FEE' TO txn-det-code
              PERFORM 6000-Write-Feed-Record THRU 6000-Exit
              ADD 1 TO Acr-Detail-Count Acr-Fee-Count
              ADD Acr-Fee TO Acr-Fee-Total
              ADD Acr-Fee TO Acr-Control-Total
           END-IF
           .
       4000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4100-Find-Status-Rates - this status's slot, looking its
      *> rates up on first sight.  Acr-Sts-Ix is left pointing at it.
      *> ---------------------------------------------------------------
       4100-Find-Status-Rates.
           MOVE 'N' TO Acr-Found-Sw
           MOVE 0 TO Acr-Sts-Ix
           PERFORM 4110-Check-One-Status THRU 4110-Exit
              VARYING Acr-Sts-Sub FROM 1 BY 1
              UNTIL Acr-Sts-Sub > Acr-Status-Count OR Acr-Found
           IF Acr-Found
              GO TO 4100-Exit
           END-IF
           IF Acr-Status-Count < Acr-Max-Statuses
              ADD 1 TO Acr-Status-Count
           END-IF
           MOVE Acr-Status-Count TO Acr-Sts-Ix
           MOVE acct-status TO Acr-Sts-Code(Acr-Sts-Ix)
           MOVE 'N' TO Acr-Sts-Int-Sw(Acr-Sts-Ix)
           MOVE 'N' TO Acr-Sts-Fee-Sw(Acr-Sts-Ix)
           MOVE 0 TO Acr-Sts-Int-Rate(Acr-Sts-Ix)
           MOVE 0 TO Acr-Sts-Fee-Amt(Acr-Sts-Ix)
           MOVE Acr-Rate-Table TO Tbl-CB-Table-Name
           MOVE Acr-Month-End TO Tbl-CB-Asof-Date
           MOVE SPACES TO Tbl-CB-Code
           STRING 'INT-' acct-status DELIMITED BY SIZE
                  INTO Tbl-CB-Code
           END-STRING
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-Found
              MOVE 'Y' TO Acr-Sts-Int-Sw(Acr-Sts-Ix)
              COMPUTE Acr-Sts-Int-Rate(Acr-Sts-Ix) =
                 FUNCTION NUMVAL(Tbl-CB-Desc)
           ELSE
              DISPLAY "STRMACR: NO ACRRATE INT-" acct-status
                      " ENTRY EFFECTIVE " Acr-Month-End
                      " - NO INTEREST FOR THAT STATUS"
              ADD 1 TO Acr-No-Rate-Count
           END-IF
           MOVE SPACES TO Tbl-CB-Code
           STRING 'FEE-' acct-status DELIMITED BY SIZE
                  INTO Tbl-CB-Code
           END-STRING
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-Found
              MOVE 'Y' TO Acr-Sts-Fee-Sw(Acr-Sts-Ix)
              COMPUTE Acr-Sts-Fee-Amt(Acr-Sts-Ix) =
                 FUNCTION NUMVAL(Tbl-CB-Desc)
           ELSE
              DISPLAY "STRMACR: NO ACRRATE FEE-" acct-status
                      " ENTRY EFFECTIVE " Acr-Month-End
                      " - NO FEE FOR THAT STATUS"
              ADD 1 TO Acr-No-Rate-Count
           END-IF
           .
       4100-Exit.
           EXIT.

       4110-Check-One-Status.
           IF Acr-Sts-Code(Acr-Sts-Sub) = acct-status
              MOVE 'Y' TO Acr-Found-Sw
              MOVE Acr-Sts-Sub TO Acr-Sts-Ix
           END-IF
           .
       4110-Exit.
           EXIT.

       5000-Write-Trailer.
           IF Acr-Abort-Error
              GO TO 5000-Exit
           END-IF
           MOVE SPACES TO txn-record
           MOVE 'T' TO txn-rec-type
           MOVE Acr-Detail-Count TO txn-trl-record-count
           MOVE Acr-Control-Total TO txn-trl-control-total
           PERFORM 6000-Write-Feed-Record THRU 6000-Exit
           .
       5000-Exit.
           EXIT.

       6000-Write-Feed-Record.
           MOVE Acr-Feed-Handle TO SCB-Handle
           MOVE 'W ' TO SCB-Function
           MOVE LENGTH OF txn-record TO SCB-Record-Length
           MOVE SPACES TO Streamio-Record-Data
           MOVE txn-record TO Streamio-Record-Data(1:80)
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Acr-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       6000-Exit.
           EXIT.

       7000-Close-Files.
           MOVE 0 TO SCB-Record-Length
           MOVE Acr-Master-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE Acr-Feed-Handle TO SCB-Handle
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       7000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7500-Register-Month - the feed is complete; record the month
      *> so it can't be accrued again.
      *> ---------------------------------------------------------------
       7500-Register-Month.
           MOVE Acr-Register-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              DISPLAY "STRMACR: REGISTER UNWRITABLE - " Acr-Month
                      " NOT REGISTERED; HOLD THE FEED"
              GO TO 7500-Exit
           END-IF
           MOVE SCB-Handle TO Acr-Reg-Handle
           MOVE Acr-Control-Total TO Acr-Amount-Disp
           MOVE SPACES TO Streamio-Record-Data
           STRING 'MONTH=' Acr-Month
                  ' BATCH=' Acr-Batch-Num
                  ' DATE=' Acr-Current-Date(1:8)
                  ' RECS=' Acr-Detail-Count
                  ' AMT=' FUNCTION TRIM(Acr-Amount-Disp)
                  ' FEED=' FUNCTION TRIM(Acr-Feed-File, TRAILING)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              DISPLAY "STRMACR: REGISTER NOT WRITTEN - " Acr-Month
                      " NOT REGISTERED; HOLD THE FEED"
           END-IF
           MOVE Acr-Reg-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 0 TO RETURN-CODE
           .
       7500-Exit.
           EXIT.

       8000-Print-Summary.
           DISPLAY "STREAMIO MONTH-END ACCRUAL - " Acr-Month
           DISPLAY "MASTER: " FUNCTION TRIM(Acr-Master-File, TRAILING)
           DISPLAY "FEED:   " FUNCTION TRIM(Acr-Feed-File, TRAILING)
           DISPLAY "BATCH " Acr-Batch-Num "   RUN DATE " Acr-Month-End
                   "   DAYS " Acr-Days-In-Month
           DISPLAY " "
           MOVE Acr-Read-Count TO Acr-Count-Disp
           DISPLAY "ACCOUNTS READ . . . . . " Acr-Count-Disp
           MOVE Acr-Closed-Count TO Acr-Count-Disp
           DISPLAY "SKIPPED - CLOSED  . . . " Acr-Count-Disp
           MOVE Acr-Zero-Count TO Acr-Count-Disp
           DISPLAY "SKIPPED - ZERO BALANCE  " Acr-Count-Disp
           MOVE Acr-Invalid-Count TO Acr-Count-Disp
           DISPLAY "SKIPPED - INVALID . . . " Acr-Count-Disp
           MOVE Acr-Accrued-Count TO Acr-Count-Disp
           DISPLAY "ACCOUNTS ACCRUED  . . . " Acr-Count-Disp
           MOVE Acr-Int-Count TO Acr-Count-Disp
           MOVE Acr-Int-Total TO Acr-Amount-Disp
           DISPLAY "INTEREST DETAILS  . . . " Acr-Count-Disp
                   "  " Acr-Amount-Disp
           MOVE Acr-Fee-Count TO Acr-Count-Disp
           MOVE Acr-Fee-Total TO Acr-Amount-Disp
           DISPLAY "FEE DETAILS . . . . . . " Acr-Count-Disp
                   "  " Acr-Amount-Disp
           MOVE Acr-Detail-Count TO Acr-Count-Disp
           MOVE Acr-Control-Total TO Acr-Amount-Disp
           DISPLAY "TRAILER . . . . . . . . " Acr-Count-Disp
                   "  " Acr-Amount-Disp
           IF Acr-No-Rate-Count > 0 OR Acr-Invalid-Count > 0
              IF 4 > RETURN-CODE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF Acr-Overflow-Count > 0
              IF 8 > RETURN-CODE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .
       8000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8300-Write-Handoffs - the standard control-handoff records
      *> (see STREAMIOHnd.cpy): the master in, the feed out with its
      *> control total, so STRMBAL can tie the feed to STRMVAL.
      *> ---------------------------------------------------------------
       8300-Write-Handoffs.
           MOVE 'STRMACR' TO Strm-HO-Program
           MOVE 'N' TO Strm-HO-Amount-Sw
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE Acr-Master-File TO Strm-HO-Filename
           MOVE Acr-Read-Count TO Strm-HO-Record-Count
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'Y' TO Strm-HO-Amount-Sw
           MOVE 'OUT' TO Strm-HO-Direction
           MOVE Acr-Feed-File TO Strm-HO-Filename
           MOVE Acr-Write-Count TO Strm-HO-Record-Count
           MOVE Acr-Control-Total TO Strm-HO-Amount-Total
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
           IF NOT Acr-Abort-Error
              MOVE 'Y' TO Acr-Err-Sw
              MOVE SCB-Filename TO Acr-Err-Filename
              MOVE SCB-Function TO Acr-Err-Function
              MOVE SCB-Mode TO Acr-Err-Mode
              MOVE SCB-Delimiter-Mode TO Acr-Err-Delimiter-Mode
              MOVE SCB-Offset TO Acr-Err-Offset
              MOVE SCB-Return-Code TO Acr-Err-Return-Code
              MOVE SCB-Severity TO Acr-Err-Severity
              MOVE SCB-Calling-Program TO Acr-Err-Calling-Program
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
           IF Acr-Abort-Error
              MOVE Acr-Err-Filename TO SCB-Filename
              MOVE Acr-Err-Function TO SCB-Function
              MOVE Acr-Err-Mode TO SCB-Mode
              MOVE Acr-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Acr-Err-Offset TO SCB-Offset
              MOVE Acr-Err-Return-Code TO SCB-Return-Code
              MOVE Acr-Err-Severity TO SCB-Severity
              MOVE Acr-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Acr-Read-Count TO Strm-RS-Read-Count
           MOVE Acr-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMACR-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
