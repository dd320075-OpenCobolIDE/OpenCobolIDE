      *> ***************************************************************
      *> ** Program:  STRMOIR.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMOIR is the open-item settlement reconciliation.  The  **
      *> ** settlement bank's daily file of cleared items is matched  **
      *> ** against our posted details, but unlike STRMCMP's one-shot **
      *> ** exact compare it expects items to clear a day or two late **
      *> ** and to clear in pieces: an item matches on account and    **
      *> ** amount within a date tolerance, several bank items that   **
      *> ** sum to one of our details match it together, and        **
      *> ** anything still unmatched is carried forward in the        **
      *> ** open-items file to be tried again tomorrow.  Open items   **
      *> ** are aged, and any older than the agreed limit is          **
      *> ** escalated to the operator through STRMALRT.               **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    audit-list bank-file                                   **
      *> ** audit-list names the STRMUPD audit files posted since the **
      *> ** last run, one per line (blank lines and "*" comment lines **
      *> ** ignored), as for STRMSTM.  Their money postings are our   **
      *> ** side, each dated by the RUN= on its line; CLOS lines,     **
      *> ** STRMAMT maintenance lines (USER=), zero amounts and codes **
      *> ** on the OIREXCL table (interest, fees - anything that      **
      *> ** never goes through the bank) are left out, as are lines   **
      *> ** written before audit lines carried RUN=.                  **
      *> **                                                           **
      *> ** bank-file is the bank's cleared items as a txn-record.cpy **
      *> ** feed (STRMCNV converts the bank's own layout to it): the  **
      *> ** header's run date is the clearing date, which is also the **
      *> ** date this run reconciles and ages to, and each 'D' record **
      *> ** is one cleared item.                                      **
      *> **                                                           **
      *> ** The rules come from effective-dated STRMTBL entries,      **
      *> ** looked up through STRMTBLL as of the clearing date, the   **
      *> ** description holding the number:                           **
      *> **    OIRPARM TOLERANCE  days a bank item may clear either   **
      *> **                       side of our posting date (default   **
      *> **                       2)                                  **
      *> **    OIRPARM LIMIT      age in days past which an open item **
      *> **                       is escalated (default 5)            **
      *> **                                                           **
      *> ** Matching is in two passes.  First each bank item takes    **
      *> ** the open detail of ours with the same account and amount  **
      *> ** whose date is nearest its own, within the tolerance.      **
      *> ** Then each detail of ours still open is tried against the  **
      *> ** account's open bank items within the tolerance, taken in  **
      *> ** the order they are held (carried items first, then the    **
      *> ** bank file's order): a run of consecutive ones summing     **
      *> ** exactly to our amount matches it.                         **
      *> **                                                           **
      *> ** The open-items file (strmoir_open.dat) starts with the    **
      *> ** clearing date it was written for, RUN=yyyymmdd, then one  **
      *> ** line per open item:                                       **
      *> **    SIDE=OURS|BANK ACCT=a AMT=amt DATE=yyyymmdd REF=r      **
      *> **    CODE=c FIRST=yyyymmdd                                  **
      *> ** (one line; REF is batch/sequence, FIRST the clearing date **
      *> ** of the run that first left it open).  Each run keeps the  **
      *> ** file it started from as strmoir_open.prev, so a rerun for **
      *> ** the same clearing date starts again from there instead of **
      *> ** matching against its own carry-forward; a run for a date  **
      *> ** earlier than the open-items file is refused.              **
      *> **                                                           **
      *> ** An item's age is the clearing date less its own DATE.     **
      *> ** Open items are aged into 0-2, 3-5, 6-10, 11-30 and over   **
      *> ** 30 days.  Every one older than LIMIT is listed, and one   **
      *> ** alert is raised for the run (see STREAMIOAlr.cpy):        **
      *> **    FUNC=OA  open items past the limit, RC=8, FILE= the    **
      *> **             open-items file                               **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  bad parameters, an unreadable table file or audit  **
      *> **        list, a bank file with no usable 'H' record, an    **
      *> **        open-items file that is unusable, full or dated    **
      *> **        after the bank file, or the open-items file not    **
      *> **        rewritten                                          **
      *> **     4  open items past the limit - escalated              **
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
      *> ** 2026-10-15  GLC  On a rerun the current open-items file   **
      *> **                  is closed before the previous one is     **
      *> **                  read.                                    **
      *> ** 2026-10-15  GLC  An unreadable table file or audit list   **
      *> **                  ends RC 16, and a posting listed twice   **
      *> **                  in one night is taken once.              **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMOIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Oir-Parm-Line                        PIC X(512).
       01  Oir-List-File                        PIC X(256) VALUE
                                                 SPACES.
       01  Oir-Bank-File                        PIC X(256) VALUE
                                                 SPACES.
       01  Oir-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Oir-Setup-Ok                      VALUE 'Y'.
       01  Oir-Run-Date                         PIC 9(08) VALUE 0.
       01  Oir-Run-Day-Int                      PIC 9(08) VALUE 0.
       01  Oir-Bank-Batch                       PIC X(06) VALUE SPACES.

      *> ---------------------------------------------------------------
      *> The rules, from the OIRPARM table as of the clearing date.
      *> ---------------------------------------------------------------
       01  Oir-Param-Table-Name                 PIC X(16) VALUE
                                                 'OIRPARM'.
       01  Oir-Excl-Table-Name                  PIC X(16) VALUE
                                                 'OIREXCL'.
       01  Oir-Tolerance                        PIC 9(04) VALUE 2.
       01  Oir-Limit                            PIC 9(04) VALUE 5.
       01  Oir-Param-Code                       PIC X(20).
       01  Oir-Param-Value                      PIC S9(09)V99 VALUE 0.
       01  Oir-Param-Found-Sw                   PIC X(1) VALUE 'N'.
           88 Oir-Param-Found                   VALUE 'Y'.
       01  Oir-Tol-Source                       PIC X(09) VALUE
                                                 'DEFAULT'.
       01  Oir-Lim-Source                       PIC X(09) VALUE
                                                 'DEFAULT'.

      *> ---------------------------------------------------------------
      *> Files.
      *> ---------------------------------------------------------------
       01  Oir-Open-Filename                    PIC X(256) VALUE
                                                 'strmoir_open.dat'.
       01  Oir-Prev-Filename                    PIC X(256) VALUE
                                                 'strmoir_open.prev'.
       01  Oir-Load-Filename                    PIC X(256).
       01  Oir-In-Handle                        PIC X(4) COMP-X.
       01  Oir-Out-Handle                       PIC X(4) COMP-X.
       01  Oir-List-Handle                      PIC X(4) COMP-X.
       01  Oir-Bank-Handle                      PIC X(4) COMP-X.
       01  Oir-In-Eof-Sw                        PIC X(1) VALUE 'N'.
           88 Oir-In-Eof                        VALUE 'Y'.
       01  Oir-List-Eof-Sw                      PIC X(1) VALUE 'N'.
           88 Oir-List-Eof                      VALUE 'Y'.
       01  Oir-Bank-Eof-Sw                      PIC X(1) VALUE 'N'.
           88 Oir-Bank-Eof                      VALUE 'Y'.
       01  Oir-Bank-Open-Sw                     PIC X(1) VALUE 'N'.
           88 Oir-Bank-Open                     VALUE 'Y'.
       01  Oir-Rerun-Sw                         PIC X(1) VALUE 'N'.
           88 Oir-Rerun                         VALUE 'Y'.
       01  Oir-Open-Run                         PIC X(08) VALUE SPACES.
       01  Oir-Open-Run-Num                     PIC 9(08) VALUE 0.
       01  Oir-Test-Date                        PIC 9(08) VALUE 0.
       01  Oir-Audit-Filename                   PIC X(256).
       01  Oir-Bank-Seq                         PIC 9(07) VALUE 0.

       01  Oir-O-Lead                           PIC X(02).
       01  Oir-O-Side                           PIC X(04).
       01  Oir-O-Acct                           PIC X(10).
       01  Oir-O-Amt                            PIC X(16).
       01  Oir-O-Date                           PIC X(08).
       01  Oir-O-Ref                            PIC X(16).
       01  Oir-O-Code                           PIC X(04).
       01  Oir-O-First                          PIC X(08).

       01  Oir-Field-Lead                       PIC X(02).
       01  Oir-Field-Acct                       PIC X(10).
       01  Oir-Field-Seq                        PIC X(10).
       01  Oir-Field-Before                     PIC X(16).
       01  Oir-Field-After                      PIC X(16).
       01  Oir-Field-Amt                        PIC X(16).
       01  Oir-Field-Code                       PIC X(04).
       01  Oir-Field-Batch                      PIC X(06).
       01  Oir-Field-Run                        PIC X(08).

      *> ---------------------------------------------------------------
      *> The two sides.  Carried items load first, so an entry at or
      *> below Oir-Our-Carried / Oir-Bnk-Carried came from the open-
      *> items file and one above it is new tonight.
      *> ---------------------------------------------------------------
       01  Oir-Max-Items                        PIC 9(05) VALUE 20000.
       01  Oir-Our-Count                        PIC 9(05) VALUE 0.
       01  Oir-Our-Carried                      PIC 9(05) VALUE 0.
       01  Oir-Our-Table.
           05 Oir-Our-Entry OCCURS 20000 TIMES.
              10 Oir-Our-Acct                   PIC X(10).
              10 Oir-Our-Amount                 PIC S9(09)V99.
              10 Oir-Our-Date                   PIC 9(08).
              10 Oir-Our-Day-Int                PIC 9(08).
              10 Oir-Our-Ref                    PIC X(16).
              10 Oir-Our-Code                   PIC X(04).
              10 Oir-Our-First                  PIC 9(08).
              10 Oir-Our-Match                  PIC X(01).
                 88 Oir-Our-Open                VALUE ' '.
                 88 Oir-Our-Matched-1           VALUE '1'.
                 88 Oir-Our-Matched-M           VALUE 'M'.
       01  Oir-Bnk-Count                        PIC 9(05) VALUE 0.
       01  Oir-Bnk-Carried                      PIC 9(05) VALUE 0.
       01  Oir-Bnk-Table.
           05 Oir-Bnk-Entry OCCURS 20000 TIMES.
              10 Oir-Bnk-Acct                   PIC X(10).
              10 Oir-Bnk-Amount                 PIC S9(09)V99.
              10 Oir-Bnk-Date                   PIC 9(08).
              10 Oir-Bnk-Day-Int                PIC 9(08).
              10 Oir-Bnk-Ref                    PIC X(16).
              10 Oir-Bnk-Code                   PIC X(04).
              10 Oir-Bnk-First                  PIC 9(08).
              10 Oir-Bnk-Match                  PIC X(01).
                 88 Oir-Bnk-Open                VALUE ' '.
                 88 Oir-Bnk-Matched-1           VALUE '1'.
                 88 Oir-Bnk-Matched-M           VALUE 'M'.
              10 Oir-Bnk-Piece-Of               PIC 9(05).

      *> An item of either side on its way to the open-items file.
       01  Oir-Stage-Entry.
           05 Oir-Stg-Acct                      PIC X(10).
           05 Oir-Stg-Amount                    PIC S9(09)V99.
           05 Oir-Stg-Date                      PIC 9(08).
           05 Oir-Stg-Day-Int                   PIC 9(08).
           05 Oir-Stg-Ref                       PIC X(16).
           05 Oir-Stg-Code                      PIC X(04).
           05 Oir-Stg-First                     PIC 9(08).
           05 Oir-Stg-Match                     PIC X(01).
       01  Oir-Full-Sw                          PIC X(1) VALUE 'N'.
           88 Oir-Full                          VALUE 'Y'.
       01  Oir-Our-Sub                          PIC 9(05) VALUE 0.
       01  Oir-Bnk-Sub                          PIC 9(05) VALUE 0.
       01  Oir-Start-Sub                        PIC 9(05) VALUE 0.
       01  Oir-Best-Sub                         PIC 9(05) VALUE 0.
       01  Oir-Best-Gap                         PIC 9(08) VALUE 0.
       01  Oir-Gap                              PIC S9(08) VALUE 0.
       01  Oir-Abs-Gap                          PIC 9(08) VALUE 0.
       01  Oir-Dup-Sw                           PIC X(1) VALUE 'N'.
           88 Oir-Dup                           VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> One-to-many work: the run of bank items being summed.
      *> ---------------------------------------------------------------
       01  Oir-Max-Group                        PIC 9(03) VALUE 100.
       01  Oir-Group-Count                      PIC 9(03) VALUE 0.
       01  Oir-Group-Table.
           05 Oir-Group-Bnk-Sub OCCURS 100 TIMES PIC 9(05).
       01  Oir-Group-Sub                        PIC 9(03) VALUE 0.
       01  Oir-Group-Total                      PIC S9(11)V99 VALUE 0.
       01  Oir-Group-Done-Sw                    PIC X(1) VALUE 'N'.
           88 Oir-Group-Done                    VALUE 'Y'.
       01  Oir-Group-Hit-Sw                     PIC X(1) VALUE 'N'.
           88 Oir-Group-Hit                     VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Totals and aging.  Buckets 1-5 are 0-2, 3-5, 6-10, 11-30 and
      *> over 30 days; side 1 is ours, side 2 the bank's.
      *> ---------------------------------------------------------------
       01  Oir-Match-1-Count                    PIC 9(07) VALUE 0.
       01  Oir-Match-1-Amount                   PIC S9(11)V99 VALUE 0.
       01  Oir-Match-M-Count                    PIC 9(07) VALUE 0.
       01  Oir-Match-M-Pieces                   PIC 9(07) VALUE 0.
       01  Oir-Match-M-Amount                   PIC S9(11)V99 VALUE 0.
       01  Oir-Cleared-Carried-Count            PIC 9(07) VALUE 0.
       01  Oir-Cleared-Carried-Amount           PIC S9(11)V99 VALUE 0.
       01  Oir-Side-Totals.
           05 Oir-Side OCCURS 2 TIMES.
              10 Oir-New-Count                  PIC 9(07).
              10 Oir-New-Amount                 PIC S9(11)V99.
              10 Oir-Carry-Count                PIC 9(07).
              10 Oir-Carry-Amount               PIC S9(11)V99.
              10 Oir-Bucket OCCURS 5 TIMES.
                 15 Oir-Bkt-Count               PIC 9(07).
                 15 Oir-Bkt-Amount              PIC S9(11)V99.
       01  Oir-Side-Sub                         PIC 9(01) VALUE 0.
       01  Oir-Bkt-Sub                          PIC 9(01) VALUE 0.
       01  Oir-Age                              PIC S9(08) VALUE 0.
       01  Oir-Over-Limit-Count                 PIC 9(07) VALUE 0.
       01  Oir-Over-Limit-Amount                PIC S9(11)V99 VALUE 0.
       01  Oir-Skipped-Count                    PIC 9(07) VALUE 0.
       01  Oir-Excluded-Count                   PIC 9(07) VALUE 0.
       01  Oir-Already-Open-Count               PIC 9(07) VALUE 0.
       01  Oir-Missing-File-Count               PIC 9(03) VALUE 0.
       01  Oir-Bad-Amount-Count                 PIC 9(07) VALUE 0.

       01  Oir-Read-Count                       PIC 9(07) VALUE 0.
       01  Oir-Write-Count                      PIC 9(07) VALUE 0.
       01  Oir-Count-Disp                       PIC ZZZ,ZZ9.
       01  Oir-Amount-Disp                      PIC -,---,---,--9.99.
       01  Oir-Item-Amt-Disp                    PIC -,---,---,--9.99.
       01  Oir-Age-Disp                         PIC ZZZ9.
       01  Oir-Amt-Edit                         PIC -(11)9.99.
       01  Oir-Seq-Disp                         PIC 9(07).
       01  Oir-Bucket-Labels.
           05 FILLER                            PIC X(12) VALUE
                                                 '0-2 DAYS    '.
           05 FILLER                            PIC X(12) VALUE
                                                 '3-5 DAYS    '.
           05 FILLER                            PIC X(12) VALUE
                                                 '6-10 DAYS   '.
           05 FILLER                            PIC X(12) VALUE
                                                 '11-30 DAYS  '.
           05 FILLER                            PIC X(12) VALUE
                                                 'OVER 30 DAYS'.
       01  FILLER REDEFINES Oir-Bucket-Labels.
           05 Oir-Bucket-Label OCCURS 5 TIMES   PIC X(12).
       01  Oir-Side-Label                       PIC X(04).
       01  Oir-Out-Line                         PIC X(200).

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Oir-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Oir-Abort-Error                   VALUE 'Y'.
       01  Oir-Err-Filename                     PIC X(256).
       01  Oir-Err-Function                     PIC X(2).
       01  Oir-Err-Mode                         PIC X(1).
       01  Oir-Err-Delimiter-Mode               PIC X(1).
       01  Oir-Err-Offset                       PIC X(8) COMP-X.
       01  Oir-Err-Return-Code                  USAGE BINARY-LONG.
       01  Oir-Err-Severity                     PIC X(1).
       01  Oir-Err-Calling-Program              PIC X(8).

       COPY "txn-record.cpy".

       COPY "STRMTBLcb.cpy".
       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOAlrWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF Oir-Setup-Ok
              PERFORM 2000-Open-Bank-File THRU 2000-Exit
           END-IF
           IF Oir-Setup-Ok
              PERFORM 1100-Load-Parameters THRU 1100-Exit
           END-IF
           IF Oir-Setup-Ok
              PERFORM 2100-Load-Open-Items THRU 2100-Exit
           END-IF
           IF Oir-Setup-Ok
              PERFORM 2300-Load-Bank-Items THRU 2300-Exit
                 UNTIL Oir-Bank-Eof
           END-IF
           PERFORM 2390-Close-Bank-File THRU 2390-Exit
           IF Oir-Setup-Ok
              PERFORM 2500-Load-Our-Postings THRU 2500-Exit
           END-IF
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF NOT Oir-Setup-Ok OR Oir-Abort-Error OR Oir-Full
              IF Oir-Full
                 DISPLAY "STRMOIR: MORE THAN " Oir-Max-Items
                         " ITEMS ON ONE SIDE - NOTHING RECONCILED"
              END-IF
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 3000-Match-One-To-One THRU 3000-Exit
              VARYING Oir-Bnk-Sub FROM 1 BY 1
              UNTIL Oir-Bnk-Sub > Oir-Bnk-Count
           PERFORM 3500-Match-One-To-Many THRU 3500-Exit
              VARYING Oir-Our-Sub FROM 1 BY 1
              UNTIL Oir-Our-Sub > Oir-Our-Count
           PERFORM 4000-Age-Open-Items THRU 4000-Exit
           PERFORM 5000-Write-Open-Items THRU 5000-Exit
           MOVE 0 TO RETURN-CODE
           PERFORM 6000-Print-Report THRU 6000-Exit
           IF Oir-Abort-Error
              DISPLAY "STRMOIR: OPEN-ITEMS FILE NOT REWRITTEN - "
                      "RERUN THIS DAY"
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Oir-Parm-Line FROM COMMAND-LINE
           UNSTRING Oir-Parm-Line DELIMITED BY ALL SPACE
               INTO Oir-List-File, Oir-Bank-File
           END-UNSTRING
           MOVE 'STRMOIR' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMOIR' TO Strm-RS-Program
           MOVE Oir-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE 'STRMOIR' TO Strm-AR-Program
           IF Oir-List-File = SPACES OR Oir-Bank-File = SPACES
              DISPLAY "STRMOIR: PARAMETERS ARE audit-list bank-file"
              MOVE 'N' TO Oir-Setup-Ok-Sw
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1100-Load-Parameters - tolerance and limit as of the clearing
      *> date; either one missing keeps its default, and the report
      *> says which were used.  A table file that can't be read would
      *> run on defaults the shop may not have agreed to - refuse.
      *> ---------------------------------------------------------------
       1100-Load-Parameters.
           MOVE Oir-Param-Table-Name TO Tbl-CB-Table-Name
           MOVE SPACES TO Tbl-CB-Code
           MOVE Oir-Run-Date TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-No-Table-File
              DISPLAY "STRMOIR: CODE TABLE FILE UNREADABLE"
              MOVE 'N' TO Oir-Setup-Ok-Sw
              GO TO 1100-Exit
           END-IF
           MOVE 'TOLERANCE' TO Oir-Param-Code
           PERFORM 1150-Lookup-Parameter THRU 1150-Exit
           IF Oir-Param-Found AND Oir-Param-Value >= 0
              AND Oir-Param-Value < 10000
              MOVE Oir-Param-Value TO Oir-Tolerance
              MOVE 'OIRPARM' TO Oir-Tol-Source
           END-IF
           MOVE 'LIMIT' TO Oir-Param-Code
           PERFORM 1150-Lookup-Parameter THRU 1150-Exit
           IF Oir-Param-Found AND Oir-Param-Value >= 0
              AND Oir-Param-Value < 10000
              MOVE Oir-Param-Value TO Oir-Limit
              MOVE 'OIRPARM' TO Oir-Lim-Source
           END-IF
           .
       1100-Exit.
           EXIT.

       1150-Lookup-Parameter.
           MOVE 'N' TO Oir-Param-Found-Sw
           MOVE 0 TO Oir-Param-Value
           MOVE Oir-Param-Table-Name TO Tbl-CB-Table-Name
           MOVE Oir-Param-Code TO Tbl-CB-Code
           MOVE Oir-Run-Date TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-Found
              AND FUNCTION TEST-NUMVAL(Tbl-CB-Desc) = 0
              MOVE 'Y' TO Oir-Param-Found-Sw
              COMPUTE Oir-Param-Value = FUNCTION NUMVAL(Tbl-CB-Desc)
           END-IF
           .
       1150-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Open-Bank-File - its header's run date is the clearing
      *> date everything else is dated against.
      *> ---------------------------------------------------------------
       2000-Open-Bank-File.
           MOVE Oir-Bank-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE 'N' TO Oir-Setup-Ok-Sw
              MOVE 'Y' TO Oir-Bank-Eof-Sw
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Oir-Bank-Handle
           MOVE 'Y' TO Oir-Bank-Open-Sw
           PERFORM 2350-Read-Bank-Record THRU 2350-Exit
           IF NOT Oir-Bank-Eof
              AND txn-is-header
              AND txn-hdr-run-date IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(txn-hdr-run-date) = 0
              MOVE txn-hdr-run-date TO Oir-Run-Date
              MOVE txn-hdr-batch-id TO Oir-Bank-Batch
              COMPUTE Oir-Run-Day-Int =
                 FUNCTION INTEGER-OF-DATE(Oir-Run-Date)
           ELSE
              DISPLAY "STRMOIR: NO USABLE 'H' RECORD IN "
                      FUNCTION TRIM(Oir-Bank-File, TRAILING)
              MOVE 'N' TO Oir-Setup-Ok-Sw
              MOVE 'Y' TO Oir-Bank-Eof-Sw
           END-IF
           .
       2000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2100-Load-Open-Items - yesterday's carry-forward.  If the
      *> open-items file was already written for this clearing date,
      *> this is a rerun, and the file that run started from is
      *> loaded instead.
      *> ---------------------------------------------------------------
       2100-Load-Open-Items.
           MOVE Oir-Open-Filename TO Oir-Load-Filename
           PERFORM 2110-Read-Open-Run THRU 2110-Exit
           IF NOT Oir-Setup-Ok
              GO TO 2100-Exit
           END-IF
           IF Oir-Open-Run = SPACES
              GO TO 2100-Exit
           END-IF
           IF Oir-Open-Run-Num > Oir-Run-Date
              DISPLAY "STRMOIR: OPEN ITEMS ARE ALREADY AS OF "
                      Oir-Open-Run " - LATER THAN " Oir-Run-Date
              MOVE 'N' TO Oir-Setup-Ok-Sw
              GO TO 2100-Exit
           END-IF
           IF Oir-Open-Run-Num = Oir-Run-Date
              MOVE 'Y' TO Oir-Rerun-Sw
              MOVE Oir-In-Handle TO SCB-Handle
              MOVE 'C ' TO SCB-Function
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              MOVE Oir-Prev-Filename TO Oir-Load-Filename
              PERFORM 2110-Read-Open-Run THRU 2110-Exit
              IF NOT Oir-Setup-Ok OR Oir-Open-Run = SPACES
                 GO TO 2100-Exit
              END-IF
           END-IF
           MOVE 'N' TO Oir-In-Eof-Sw
           PERFORM 2150-Load-One-Open-Item THRU 2150-Exit
              UNTIL Oir-In-Eof
           MOVE Oir-In-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE Oir-Our-Count TO Oir-Our-Carried
           MOVE Oir-Bnk-Count TO Oir-Bnk-Carried
           .
       2100-Exit.
           EXIT.

      *> 2110-Read-Open-Run - open Oir-Load-Filename and read its
      *> RUN= line, leaving it open; no file, or an empty one,
      *> leaves Oir-Open-Run blank.
       2110-Read-Open-Run.
           MOVE SPACES TO Oir-Open-Run
           MOVE 0 TO Oir-Open-Run-Num
           MOVE Oir-Load-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2110-Exit
           END-IF
           MOVE SCB-Handle TO Oir-In-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              AND Streamio-Record-Data(1:4) = 'RUN='
              AND Streamio-Record-Data(5:8) IS NUMERIC
              MOVE Streamio-Record-Data(5:8) TO Oir-Open-Run
              MOVE Oir-Open-Run TO Oir-Open-Run-Num
              GO TO 2110-Exit
           END-IF
           MOVE SCB-Return-Code TO Oir-Gap
           MOVE Oir-In-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF Oir-Gap = 10
              MOVE 0 TO RETURN-CODE
              GO TO 2110-Exit
           END-IF
           DISPLAY "STRMOIR: " FUNCTION TRIM(Oir-Load-Filename)
                   " HAS NO RUN= LINE - UNUSABLE"
           MOVE 'N' TO Oir-Setup-Ok-Sw
           .
       2110-Exit.
           EXIT.

       2150-Load-One-Open-Item.
           MOVE Oir-In-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Oir-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Oir-In-Eof-Sw
                 GO TO 2150-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Oir-In-Eof-Sw
                 GO TO 2150-Exit
           END-EVALUATE
           MOVE SPACES TO Oir-O-Lead Oir-O-Side Oir-O-Acct Oir-O-Amt
                          Oir-O-Date Oir-O-Ref Oir-O-Code Oir-O-First
           UNSTRING Streamio-Record-Data(1:200)
               DELIMITED BY "SIDE=" OR " ACCT=" OR " AMT=" OR " DATE="
                         OR " REF=" OR " CODE=" OR " FIRST="
               INTO Oir-O-Lead, Oir-O-Side, Oir-O-Acct, Oir-O-Amt,
                    Oir-O-Date, Oir-O-Ref, Oir-O-Code, Oir-O-First
           END-UNSTRING
           IF Oir-O-Amt = SPACES
              OR FUNCTION TEST-NUMVAL(Oir-O-Amt) NOT = 0
              OR Oir-O-Date IS NOT NUMERIC
              OR Oir-O-First IS NOT NUMERIC
              ADD 1 TO Oir-Skipped-Count
              GO TO 2150-Exit
           END-IF
           MOVE Oir-O-Date TO Oir-Test-Date
           IF FUNCTION TEST-DATE-YYYYMMDD(Oir-Test-Date) NOT = 0
              ADD 1 TO Oir-Skipped-Count
              GO TO 2150-Exit
           END-IF
           EVALUATE Oir-O-Side
              WHEN 'OURS'
                 IF Oir-Our-Count >= Oir-Max-Items
                    MOVE 'Y' TO Oir-Full-Sw
                    GO TO 2150-Exit
                 END-IF
                 ADD 1 TO Oir-Our-Count
                 MOVE Oir-Our-Count TO Oir-Our-Sub
                 MOVE Oir-O-Acct TO Oir-Our-Acct(Oir-Our-Sub)
                 COMPUTE Oir-Our-Amount(Oir-Our-Sub) =
                    FUNCTION NUMVAL(Oir-O-Amt)
                 MOVE Oir-O-Date TO Oir-Our-Date(Oir-Our-Sub)
                 COMPUTE Oir-Our-Day-Int(Oir-Our-Sub) =
                    FUNCTION INTEGER-OF-DATE(Oir-Our-Date(Oir-Our-Sub))
                 MOVE Oir-O-Ref TO Oir-Our-Ref(Oir-Our-Sub)
                 MOVE Oir-O-Code TO Oir-Our-Code(Oir-Our-Sub)
                 MOVE Oir-O-First TO Oir-Our-First(Oir-Our-Sub)
                 MOVE SPACE TO Oir-Our-Match(Oir-Our-Sub)
              WHEN 'BANK'
                 IF Oir-Bnk-Count >= Oir-Max-Items
                    MOVE 'Y' TO Oir-Full-Sw
                    GO TO 2150-Exit
                 END-IF
                 ADD 1 TO Oir-Bnk-Count
                 MOVE Oir-Bnk-Count TO Oir-Bnk-Sub
                 MOVE Oir-O-Acct TO Oir-Bnk-Acct(Oir-Bnk-Sub)
                 COMPUTE Oir-Bnk-Amount(Oir-Bnk-Sub) =
                    FUNCTION NUMVAL(Oir-O-Amt)
                 MOVE Oir-O-Date TO Oir-Bnk-Date(Oir-Bnk-Sub)
                 COMPUTE Oir-Bnk-Day-Int(Oir-Bnk-Sub) =
                    FUNCTION INTEGER-OF-DATE(Oir-Bnk-Date(Oir-Bnk-Sub))
                 MOVE Oir-O-Ref TO Oir-Bnk-Ref(Oir-Bnk-Sub)
                 MOVE Oir-O-Code TO Oir-Bnk-Code(Oir-Bnk-Sub)
                 MOVE Oir-O-First TO Oir-Bnk-First(Oir-Bnk-Sub)
                 MOVE SPACE TO Oir-Bnk-Match(Oir-Bnk-Sub)
              WHEN OTHER
                 ADD 1 TO Oir-Skipped-Count
           END-EVALUATE
           .
       2150-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2300-Load-Bank-Items - the bank file's cleared items, dated
      *> with its clearing date.
      *> ---------------------------------------------------------------
       2300-Load-Bank-Items.
           PERFORM 2350-Read-Bank-Record THRU 2350-Exit
           IF Oir-Bank-Eof OR NOT txn-is-detail
              GO TO 2300-Exit
           END-IF
           IF txn-det-amount IS NOT NUMERIC
              ADD 1 TO Oir-Bad-Amount-Count
              GO TO 2300-Exit
           END-IF
           IF Oir-Bnk-Count >= Oir-Max-Items
              MOVE 'Y' TO Oir-Full-Sw
              MOVE 'Y' TO Oir-Bank-Eof-Sw
              GO TO 2300-Exit
           END-IF
           ADD 1 TO Oir-Bnk-Count
           MOVE Oir-Bnk-Count TO Oir-Bnk-Sub
           MOVE txn-det-acct-no TO Oir-Bnk-Acct(Oir-Bnk-Sub)
           MOVE txn-det-amount TO Oir-Bnk-Amount(Oir-Bnk-Sub)
           MOVE Oir-Run-Date TO Oir-Bnk-Date(Oir-Bnk-Sub)
           MOVE Oir-Run-Day-Int TO Oir-Bnk-Day-Int(Oir-Bnk-Sub)
           MOVE Oir-Bank-Seq TO Oir-Seq-Disp
           MOVE SPACES TO Oir-Bnk-Ref(Oir-Bnk-Sub)
           STRING Oir-Bank-Batch '/' Oir-Seq-Disp
                  DELIMITED BY SIZE
                  INTO Oir-Bnk-Ref(Oir-Bnk-Sub)
           END-STRING
           MOVE txn-det-code TO Oir-Bnk-Code(Oir-Bnk-Sub)
           MOVE Oir-Run-Date TO Oir-Bnk-First(Oir-Bnk-Sub)
           MOVE SPACE TO Oir-Bnk-Match(Oir-Bnk-Sub)
           .
       2300-Exit.
           EXIT.

       2350-Read-Bank-Record.
           MOVE Oir-Bank-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF txn-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 0 TO SCB-Record-Length
           EVALUATE TRUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Oir-Bank-Eof-Sw
                 GO TO 2350-Exit
              WHEN SCB-Return-Code NOT = 0
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Oir-Bank-Eof-Sw
                 GO TO 2350-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF txn-record)
              TO txn-record
           ADD 1 TO Oir-Read-Count
           ADD 1 TO Oir-Bank-Seq
           .
       2350-Exit.
           EXIT.

       2390-Close-Bank-File.
           IF Oir-Bank-Open
              MOVE 0 TO SCB-Record-Length
              MOVE Oir-Bank-Handle TO SCB-Handle
              MOVE 'C ' TO SCB-Function
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              MOVE 'N' TO Oir-Bank-Open-Sw
           END-IF
           .
       2390-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2500-Load-Our-Postings - every listed audit file's money
      *> postings.
      *> ---------------------------------------------------------------
       2500-Load-Our-Postings.
           MOVE Oir-List-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMOIR: AUDIT LIST UNREADABLE: "
                      FUNCTION TRIM(Oir-List-File, TRAILING)
              MOVE 'N' TO Oir-Setup-Ok-Sw
              GO TO 2500-Exit
           END-IF
           MOVE SCB-Handle TO Oir-List-Handle
           MOVE 'N' TO Oir-List-Eof-Sw
           PERFORM 2600-Load-One-Audit-File THRU 2600-Exit
              UNTIL Oir-List-Eof
           MOVE Oir-List-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2500-Exit.
           EXIT.

       2600-Load-One-Audit-File.
           MOVE Oir-List-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 CONTINUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Oir-List-Eof-Sw
                 GO TO 2600-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Oir-List-Eof-Sw
                 GO TO 2600-Exit
           END-EVALUATE
           MOVE SPACES TO Oir-Audit-Filename
           MOVE FUNCTION TRIM(Streamio-Record-Data(1:256))
              TO Oir-Audit-Filename
           IF Oir-Audit-Filename = SPACES
              OR Oir-Audit-Filename(1:1) = '*'
              GO TO 2600-Exit
           END-IF
           MOVE Oir-Audit-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMOIR: AUDIT FILE NOT FOUND: "
                      FUNCTION TRIM(Oir-Audit-Filename, TRAILING)
              ADD 1 TO Oir-Missing-File-Count
              MOVE 0 TO RETURN-CODE
              GO TO 2600-Exit
           END-IF
           MOVE SCB-Handle TO Oir-In-Handle
           MOVE 'N' TO Oir-In-Eof-Sw
           PERFORM 2700-Take-One-Posting THRU 2700-Exit
              UNTIL Oir-In-Eof
           MOVE Oir-In-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2600-Exit.
           EXIT.

      *> 2700-Take-One-Posting - a STRMAMT line has USER= where a
      *> posting has BATCH=, so its RUN comes out blank and it is
      *> left out with the old-format lines.
       2700-Take-One-Posting.
           MOVE Oir-In-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Oir-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Oir-In-Eof-Sw
                 GO TO 2700-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Oir-In-Eof-Sw
                 MOVE 'Y' TO Oir-List-Eof-Sw
                 GO TO 2700-Exit
           END-EVALUATE
           MOVE SPACES TO Oir-Field-Lead Oir-Field-Acct Oir-Field-Seq
                          Oir-Field-Before Oir-Field-After
                          Oir-Field-Amt Oir-Field-Code
                          Oir-Field-Batch Oir-Field-Run
           UNSTRING Streamio-Record-Data(1:200)
               DELIMITED BY "ACCT=" OR " SEQ=" OR " BEFORE="
                           OR " AFTER=" OR " AMT=" OR " CODE="
                           OR " BATCH=" OR " RUN="
               INTO Oir-Field-Lead, Oir-Field-Acct, Oir-Field-Seq,
                    Oir-Field-Before, Oir-Field-After,
                    Oir-Field-Amt, Oir-Field-Code,
                    Oir-Field-Batch, Oir-Field-Run
           END-UNSTRING
           IF Oir-Field-Run IS NOT NUMERIC
              ADD 1 TO Oir-Skipped-Count
              GO TO 2700-Exit
           END-IF
           MOVE Oir-Field-Run TO Oir-Test-Date
           IF FUNCTION TEST-DATE-YYYYMMDD(Oir-Test-Date) NOT = 0
              OR Oir-Field-Amt = SPACES
              OR FUNCTION TEST-NUMVAL(Oir-Field-Amt) NOT = 0
              OR Oir-Field-Code = 'CLOS'
              ADD 1 TO Oir-Skipped-Count
              GO TO 2700-Exit
           END-IF
           IF FUNCTION NUMVAL(Oir-Field-Amt) = 0
              ADD 1 TO Oir-Skipped-Count
              GO TO 2700-Exit
           END-IF
           MOVE Oir-Excl-Table-Name TO Tbl-CB-Table-Name
           MOVE Oir-Field-Code TO Tbl-CB-Code
           MOVE Oir-Run-Date TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-Found
              ADD 1 TO Oir-Excluded-Count
              GO TO 2700-Exit
           END-IF
           MOVE SPACES TO Oir-O-Ref
           STRING Oir-Field-Batch '/' Oir-Field-Seq
                  DELIMITED BY SIZE
                  INTO Oir-O-Ref
           END-STRING
      *> A posting already held - carried from an earlier day, or
      *> taken tonight from an audit file listed twice - is not taken
      *> a second time.
           MOVE 'N' TO Oir-Dup-Sw
           PERFORM 2750-Check-Carried-Posting THRU 2750-Exit
              VARYING Oir-Our-Sub FROM 1 BY 1
              UNTIL Oir-Our-Sub > Oir-Our-Count OR Oir-Dup
           IF Oir-Dup
              ADD 1 TO Oir-Already-Open-Count
              GO TO 2700-Exit
           END-IF
           IF Oir-Our-Count >= Oir-Max-Items
              MOVE 'Y' TO Oir-Full-Sw
              MOVE 'Y' TO Oir-In-Eof-Sw
              MOVE 'Y' TO Oir-List-Eof-Sw
              GO TO 2700-Exit
           END-IF
           ADD 1 TO Oir-Our-Count
           MOVE Oir-Our-Count TO Oir-Our-Sub
           MOVE Oir-Field-Acct TO Oir-Our-Acct(Oir-Our-Sub)
           COMPUTE Oir-Our-Amount(Oir-Our-Sub) =
              FUNCTION NUMVAL(Oir-Field-Amt)
           MOVE Oir-Field-Run TO Oir-Our-Date(Oir-Our-Sub)
           COMPUTE Oir-Our-Day-Int(Oir-Our-Sub) =
              FUNCTION INTEGER-OF-DATE(Oir-Our-Date(Oir-Our-Sub))
           MOVE Oir-O-Ref TO Oir-Our-Ref(Oir-Our-Sub)
           MOVE Oir-Field-Code TO Oir-Our-Code(Oir-Our-Sub)
           MOVE Oir-Run-Date TO Oir-Our-First(Oir-Our-Sub)
           MOVE SPACE TO Oir-Our-Match(Oir-Our-Sub)
           .
       2700-Exit.
           EXIT.

       2750-Check-Carried-Posting.
           IF Oir-Our-Ref(Oir-Our-Sub) = Oir-O-Ref
              AND Oir-Our-Acct(Oir-Our-Sub) = Oir-Field-Acct
              AND Oir-Our-Date(Oir-Our-Sub) = Oir-Field-Run
              MOVE 'Y' TO Oir-Dup-Sw
           END-IF
           .
       2750-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Match-One-To-One - this bank item against our open
      *> details of the same account and amount; the nearest date
      *> inside the tolerance wins.
      *> ---------------------------------------------------------------
       3000-Match-One-To-One.
           IF NOT Oir-Bnk-Open(Oir-Bnk-Sub)
              GO TO 3000-Exit
           END-IF
           MOVE 0 TO Oir-Best-Sub
           MOVE 99999999 TO Oir-Best-Gap
           PERFORM 3100-Try-One-Detail THRU 3100-Exit
              VARYING Oir-Our-Sub FROM 1 BY 1
              UNTIL Oir-Our-Sub > Oir-Our-Count
           IF Oir-Best-Sub = 0
              GO TO 3000-Exit
           END-IF
           MOVE '1' TO Oir-Bnk-Match(Oir-Bnk-Sub)
           MOVE '1' TO Oir-Our-Match(Oir-Best-Sub)
           ADD 1 TO Oir-Match-1-Count
           ADD Oir-Our-Amount(Oir-Best-Sub) TO Oir-Match-1-Amount
           MOVE Oir-Best-Sub TO Oir-Our-Sub
           PERFORM 3900-Count-Cleared-Carried THRU 3900-Exit
           .
       3000-Exit.
           EXIT.

       3100-Try-One-Detail.
           IF NOT Oir-Our-Open(Oir-Our-Sub)
              OR Oir-Our-Acct(Oir-Our-Sub) NOT =
                 Oir-Bnk-Acct(Oir-Bnk-Sub)
              OR Oir-Our-Amount(Oir-Our-Sub) NOT =
                 Oir-Bnk-Amount(Oir-Bnk-Sub)
              GO TO 3100-Exit
           END-IF
           COMPUTE Oir-Gap = Oir-Bnk-Day-Int(Oir-Bnk-Sub)
                           - Oir-Our-Day-Int(Oir-Our-Sub)
           MOVE FUNCTION ABS(Oir-Gap) TO Oir-Abs-Gap
           IF Oir-Abs-Gap <= Oir-Tolerance
              AND Oir-Abs-Gap < Oir-Best-Gap
              MOVE Oir-Our-Sub TO Oir-Best-Sub
              MOVE Oir-Abs-Gap TO Oir-Best-Gap
           END-IF
           .
       3100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3500-Match-One-To-Many - this detail of ours, still open,
      *> against runs of the account's open bank items inside the
      *> tolerance: starting from each one in turn, add the next
      *> until the run reaches our amount; exactly equal matches.
      *> ---------------------------------------------------------------
       3500-Match-One-To-Many.
           IF NOT Oir-Our-Open(Oir-Our-Sub)
              GO TO 3500-Exit
           END-IF
           MOVE 'N' TO Oir-Group-Hit-Sw
           PERFORM 3600-Try-Run-From THRU 3600-Exit
              VARYING Oir-Start-Sub FROM 1 BY 1
              UNTIL Oir-Start-Sub > Oir-Bnk-Count OR Oir-Group-Hit
           IF NOT Oir-Group-Hit
              GO TO 3500-Exit
           END-IF
           MOVE 'M' TO Oir-Our-Match(Oir-Our-Sub)
           PERFORM 3750-Mark-Group-Item THRU 3750-Exit
              VARYING Oir-Group-Sub FROM 1 BY 1
              UNTIL Oir-Group-Sub > Oir-Group-Count
           ADD 1 TO Oir-Match-M-Count
           ADD Oir-Group-Count TO Oir-Match-M-Pieces
           ADD Oir-Our-Amount(Oir-Our-Sub) TO Oir-Match-M-Amount
           PERFORM 3900-Count-Cleared-Carried THRU 3900-Exit
           .
       3500-Exit.
           EXIT.

       3600-Try-Run-From.
           MOVE Oir-Start-Sub TO Oir-Bnk-Sub
           PERFORM 3650-Bank-Item-Fits THRU 3650-Exit
           IF NOT Oir-Group-Done
              GO TO 3600-Exit
           END-IF
           MOVE 0 TO Oir-Group-Count
           MOVE 0 TO Oir-Group-Total
           MOVE 'N' TO Oir-Group-Done-Sw
           PERFORM 3700-Extend-Run THRU 3700-Exit
              VARYING Oir-Bnk-Sub FROM Oir-Start-Sub BY 1
              UNTIL Oir-Bnk-Sub > Oir-Bnk-Count OR Oir-Group-Done
           IF Oir-Group-Count > 1
              AND Oir-Group-Total = Oir-Our-Amount(Oir-Our-Sub)
              MOVE 'Y' TO Oir-Group-Hit-Sw
           END-IF
           .
       3600-Exit.
           EXIT.

      *> 3650-Bank-Item-Fits - Oir-Group-Done-Sw is set to Y when the
      *> bank item at Oir-Bnk-Sub could be a piece of our detail at
      *> Oir-Our-Sub: open, same account, same sign, inside the
      *> tolerance.
       3650-Bank-Item-Fits.
           MOVE 'N' TO Oir-Group-Done-Sw
           IF NOT Oir-Bnk-Open(Oir-Bnk-Sub)
              OR Oir-Bnk-Acct(Oir-Bnk-Sub) NOT =
                 Oir-Our-Acct(Oir-Our-Sub)
              GO TO 3650-Exit
           END-IF
           IF (Oir-Bnk-Amount(Oir-Bnk-Sub) > 0
                 AND Oir-Our-Amount(Oir-Our-Sub) < 0)
              OR (Oir-Bnk-Amount(Oir-Bnk-Sub) < 0
                 AND Oir-Our-Amount(Oir-Our-Sub) > 0)
              GO TO 3650-Exit
           END-IF
           COMPUTE Oir-Gap = Oir-Bnk-Day-Int(Oir-Bnk-Sub)
                           - Oir-Our-Day-Int(Oir-Our-Sub)
           IF FUNCTION ABS(Oir-Gap) > Oir-Tolerance
              GO TO 3650-Exit
           END-IF
           MOVE 'Y' TO Oir-Group-Done-Sw
           .
       3650-Exit.
           EXIT.

       3700-Extend-Run.
           PERFORM 3650-Bank-Item-Fits THRU 3650-Exit
           IF NOT Oir-Group-Done
              GO TO 3700-Exit
           END-IF
           MOVE 'N' TO Oir-Group-Done-Sw
           IF Oir-Group-Count >= Oir-Max-Group
              MOVE 'Y' TO Oir-Group-Done-Sw
              GO TO 3700-Exit
           END-IF
           ADD 1 TO Oir-Group-Count
           MOVE Oir-Bnk-Sub TO Oir-Group-Bnk-Sub(Oir-Group-Count)
           ADD Oir-Bnk-Amount(Oir-Bnk-Sub) TO Oir-Group-Total
           IF FUNCTION ABS(Oir-Group-Total) >=
              FUNCTION ABS(Oir-Our-Amount(Oir-Our-Sub))
              MOVE 'Y' TO Oir-Group-Done-Sw
           END-IF
           .
       3700-Exit.
           EXIT.

       3750-Mark-Group-Item.
           MOVE Oir-Group-Bnk-Sub(Oir-Group-Sub) TO Oir-Bnk-Sub
           MOVE 'M' TO Oir-Bnk-Match(Oir-Bnk-Sub)
           MOVE Oir-Our-Sub TO Oir-Bnk-Piece-Of(Oir-Bnk-Sub)
           .
       3750-Exit.
           EXIT.

      *> 3900-Count-Cleared-Carried - a match that takes a detail of
      *> ours carried from an earlier day clears a carried item.
       3900-Count-Cleared-Carried.
           IF Oir-Our-Sub <= Oir-Our-Carried
              ADD 1 TO Oir-Cleared-Carried-Count
              ADD Oir-Our-Amount(Oir-Our-Sub)
                 TO Oir-Cleared-Carried-Amount
           END-IF
           .
       3900-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Age-Open-Items - everything still open, both sides, new
      *> or carried, into the totals and the aging buckets.
      *> ---------------------------------------------------------------
       4000-Age-Open-Items.
           INITIALIZE Oir-Side-Totals
           MOVE 1 TO Oir-Side-Sub
           PERFORM 4100-Age-One-Of-Ours THRU 4100-Exit
              VARYING Oir-Our-Sub FROM 1 BY 1
              UNTIL Oir-Our-Sub > Oir-Our-Count
           MOVE 2 TO Oir-Side-Sub
           PERFORM 4200-Age-One-Of-Bank THRU 4200-Exit
              VARYING Oir-Bnk-Sub FROM 1 BY 1
              UNTIL Oir-Bnk-Sub > Oir-Bnk-Count
           .
       4000-Exit.
           EXIT.

       4100-Age-One-Of-Ours.
           IF NOT Oir-Our-Open(Oir-Our-Sub)
              GO TO 4100-Exit
           END-IF
           IF Oir-Our-Sub <= Oir-Our-Carried
              ADD 1 TO Oir-Carry-Count(1)
              ADD Oir-Our-Amount(Oir-Our-Sub) TO Oir-Carry-Amount(1)
           ELSE
              ADD 1 TO Oir-New-Count(1)
              ADD Oir-Our-Amount(Oir-Our-Sub) TO Oir-New-Amount(1)
           END-IF
           COMPUTE Oir-Age = Oir-Run-Day-Int
                           - Oir-Our-Day-Int(Oir-Our-Sub)
           PERFORM 4300-Pick-Bucket THRU 4300-Exit
           ADD 1 TO Oir-Bkt-Count(1, Oir-Bkt-Sub)
           ADD Oir-Our-Amount(Oir-Our-Sub)
              TO Oir-Bkt-Amount(1, Oir-Bkt-Sub)
           IF Oir-Age > Oir-Limit
              ADD 1 TO Oir-Over-Limit-Count
              ADD Oir-Our-Amount(Oir-Our-Sub) TO Oir-Over-Limit-Amount
           END-IF
           .
       4100-Exit.
           EXIT.

       4200-Age-One-Of-Bank.
           IF NOT Oir-Bnk-Open(Oir-Bnk-Sub)
              GO TO 4200-Exit
           END-IF
           IF Oir-Bnk-Sub <= Oir-Bnk-Carried
              ADD 1 TO Oir-Carry-Count(2)
              ADD Oir-Bnk-Amount(Oir-Bnk-Sub) TO Oir-Carry-Amount(2)
           ELSE
              ADD 1 TO Oir-New-Count(2)
              ADD Oir-Bnk-Amount(Oir-Bnk-Sub) TO Oir-New-Amount(2)
           END-IF
           COMPUTE Oir-Age = Oir-Run-Day-Int
                           - Oir-Bnk-Day-Int(Oir-Bnk-Sub)
           PERFORM 4300-Pick-Bucket THRU 4300-Exit
           ADD 1 TO Oir-Bkt-Count(2, Oir-Bkt-Sub)
           ADD Oir-Bnk-Amount(Oir-Bnk-Sub)
              TO Oir-Bkt-Amount(2, Oir-Bkt-Sub)
           IF Oir-Age > Oir-Limit
              ADD 1 TO Oir-Over-Limit-Count
              ADD Oir-Bnk-Amount(Oir-Bnk-Sub) TO Oir-Over-Limit-Amount
           END-IF
           .
       4200-Exit.
           EXIT.

       4300-Pick-Bucket.
           EVALUATE TRUE
              WHEN Oir-Age <= 2
                 MOVE 1 TO Oir-Bkt-Sub
              WHEN Oir-Age <= 5
                 MOVE 2 TO Oir-Bkt-Sub
              WHEN Oir-Age <= 10
                 MOVE 3 TO Oir-Bkt-Sub
              WHEN Oir-Age <= 30
                 MOVE 4 TO Oir-Bkt-Sub
              WHEN OTHER
                 MOVE 5 TO Oir-Bkt-Sub
           END-EVALUATE
           .
       4300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Write-Open-Items - the file this run started from is
      *> kept as the .prev generation (unless this is a rerun, whose
      *> .prev is already the right one), then everything still open
      *> is written as the new carry-forward.
      *> ---------------------------------------------------------------
       5000-Write-Open-Items.
           IF NOT Oir-Rerun
              MOVE Oir-Prev-Filename TO SCB-Filename
              MOVE Oir-Open-Run TO Oir-Out-Line
              PERFORM 5100-Open-Output THRU 5100-Exit
              IF Oir-Abort-Error
                 GO TO 5000-Exit
              END-IF
              PERFORM 5200-Write-Our-Item THRU 5200-Exit
                 VARYING Oir-Our-Sub FROM 1 BY 1
                 UNTIL Oir-Our-Sub > Oir-Our-Carried
              PERFORM 5300-Write-Bank-Item THRU 5300-Exit
                 VARYING Oir-Bnk-Sub FROM 1 BY 1
                 UNTIL Oir-Bnk-Sub > Oir-Bnk-Carried
              PERFORM 5900-Close-Output THRU 5900-Exit
              IF Oir-Abort-Error
                 GO TO 5000-Exit
              END-IF
           END-IF
           MOVE Oir-Open-Filename TO SCB-Filename
           MOVE Oir-Run-Date TO Oir-Out-Line
           PERFORM 5100-Open-Output THRU 5100-Exit
           IF Oir-Abort-Error
              GO TO 5000-Exit
           END-IF
           PERFORM 5250-Write-Open-Our-Item THRU 5250-Exit
              VARYING Oir-Our-Sub FROM 1 BY 1
              UNTIL Oir-Our-Sub > Oir-Our-Count
           PERFORM 5350-Write-Open-Bank-Item THRU 5350-Exit
              VARYING Oir-Bnk-Sub FROM 1 BY 1
              UNTIL Oir-Bnk-Sub > Oir-Bnk-Count
           PERFORM 5900-Close-Output THRU 5900-Exit
           .
       5000-Exit.
           EXIT.

      *> 5100-Open-Output - SCB-Filename for output, headed with the
      *> RUN= date in the first 8 bytes of Oir-Out-Line.  A .prev with
      *> no date (the first run ever) is written with none.
       5100-Open-Output.
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 5100-Exit
           END-IF
           MOVE SCB-Handle TO Oir-Out-Handle
           IF Oir-Out-Line(1:8) = SPACES
              GO TO 5100-Exit
           END-IF
           MOVE SPACES TO Streamio-Record-Data
           STRING 'RUN=' Oir-Out-Line(1:8)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           PERFORM 5800-Write-Line THRU 5800-Exit
           .
       5100-Exit.
           EXIT.

       5200-Write-Our-Item.
           MOVE 'OURS' TO Oir-Side-Label
           MOVE Oir-Our-Entry(Oir-Our-Sub) TO Oir-Stage-Entry
           PERFORM 5400-Format-Item THRU 5400-Exit
           .
       5200-Exit.
           EXIT.

       5250-Write-Open-Our-Item.
           IF Oir-Our-Open(Oir-Our-Sub)
              PERFORM 5200-Write-Our-Item THRU 5200-Exit
           END-IF
           .
       5250-Exit.
           EXIT.

       5300-Write-Bank-Item.
           MOVE 'BANK' TO Oir-Side-Label
           MOVE Oir-Bnk-Entry(Oir-Bnk-Sub) TO Oir-Stage-Entry
           PERFORM 5400-Format-Item THRU 5400-Exit
           .
       5300-Exit.
           EXIT.

       5350-Write-Open-Bank-Item.
           IF Oir-Bnk-Open(Oir-Bnk-Sub)
              PERFORM 5300-Write-Bank-Item THRU 5300-Exit
           END-IF
           .
       5350-Exit.
           EXIT.

      *> 5400-Format-Item - the staged item as an open-items line.
       5400-Format-Item.
           MOVE Oir-Stg-Amount TO Oir-Amt-Edit
           MOVE SPACES TO Streamio-Record-Data
           STRING 'SIDE=' Oir-Side-Label
                  ' ACCT=' Oir-Stg-Acct
                  ' AMT=' FUNCTION TRIM(Oir-Amt-Edit)
                  ' DATE=' Oir-Stg-Date
                  ' REF=' FUNCTION TRIM(Oir-Stg-Ref)
                  ' CODE=' Oir-Stg-Code
                  ' FIRST=' Oir-Stg-First
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           PERFORM 5800-Write-Line THRU 5800-Exit
           .
       5400-Exit.
           EXIT.

       5800-Write-Line.
           IF Oir-Abort-Error
              GO TO 5800-Exit
           END-IF
           MOVE Oir-Out-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Oir-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       5800-Exit.
           EXIT.

       5900-Close-Output.
           MOVE Oir-Out-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       5900-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6000-Print-Report - totals, aging, and the items past the
      *> limit, which are escalated.
      *> ---------------------------------------------------------------
       6000-Print-Report.
           DISPLAY " "
           DISPLAY "STREAMIO OPEN-ITEM SETTLEMENT RECONCILIATION"
           DISPLAY "BANK FILE:     "
                   FUNCTION TRIM(Oir-Bank-File, TRAILING)
                   "   CLEARING DATE " Oir-Run-Date
           DISPLAY "AUDIT LIST:    "
                   FUNCTION TRIM(Oir-List-File, TRAILING)
           DISPLAY "TOLERANCE:     " Oir-Tolerance " DAYS ("
                   FUNCTION TRIM(Oir-Tol-Source) ")   LIMIT: "
                   Oir-Limit " DAYS (" FUNCTION TRIM(Oir-Lim-Source)
                   ")"
           IF Oir-Rerun
              DISPLAY "RERUN FOR THIS CLEARING DATE - STARTED FROM "
                      FUNCTION TRIM(Oir-Prev-Filename)
           END-IF
           DISPLAY " "
           DISPLAY "                                  COUNT"
                   "            AMOUNT"
           MOVE Oir-Match-1-Count TO Oir-Count-Disp
           MOVE Oir-Match-1-Amount TO Oir-Amount-Disp
           DISPLAY "MATCHED ONE-TO-ONE  . . . . . " Oir-Count-Disp
                   "  " Oir-Amount-Disp
           MOVE Oir-Match-M-Count TO Oir-Count-Disp
           MOVE Oir-Match-M-Amount TO Oir-Amount-Disp
           DISPLAY "MATCHED ONE-TO-MANY . . . . . " Oir-Count-Disp
                   "  " Oir-Amount-Disp
           MOVE Oir-Match-M-Pieces TO Oir-Count-Disp
           DISPLAY "  BANK PIECES . . . . . . . . " Oir-Count-Disp
           IF Oir-Match-M-Count > 0
              PERFORM 6050-Print-Pieces THRU 6050-Exit
                 VARYING Oir-Our-Sub FROM 1 BY 1
                 UNTIL Oir-Our-Sub > Oir-Our-Count
           END-IF
           MOVE Oir-Cleared-Carried-Count TO Oir-Count-Disp
           MOVE Oir-Cleared-Carried-Amount TO Oir-Amount-Disp
           DISPLAY "  OF OURS CARRIED, NOW CLEARED" Oir-Count-Disp
                   "  " Oir-Amount-Disp
           MOVE Oir-New-Count(1) TO Oir-Count-Disp
           MOVE Oir-New-Amount(1) TO Oir-Amount-Disp
           DISPLAY "NEWLY OPENED - OURS . . . . . " Oir-Count-Disp
                   "  " Oir-Amount-Disp
           MOVE Oir-New-Count(2) TO Oir-Count-Disp
           MOVE Oir-New-Amount(2) TO Oir-Amount-Disp
           DISPLAY "NEWLY OPENED - BANK . . . . . " Oir-Count-Disp
                   "  " Oir-Amount-Disp
           MOVE Oir-Carry-Count(1) TO Oir-Count-Disp
           MOVE Oir-Carry-Amount(1) TO Oir-Amount-Disp
           DISPLAY "CARRIED, STILL OPEN - OURS  . " Oir-Count-Disp
                   "  " Oir-Amount-Disp
           MOVE Oir-Carry-Count(2) TO Oir-Count-Disp
           MOVE Oir-Carry-Amount(2) TO Oir-Amount-Disp
           DISPLAY "CARRIED, STILL OPEN - BANK  . " Oir-Count-Disp
                   "  " Oir-Amount-Disp
           DISPLAY " "
           DISPLAY "AGING OF OPEN ITEMS"
           DISPLAY "                    OURS  COUNT            AMOUNT"
                   "     BANK  COUNT            AMOUNT"
           PERFORM 6100-Print-Bucket THRU 6100-Exit
              VARYING Oir-Bkt-Sub FROM 1 BY 1
              UNTIL Oir-Bkt-Sub > 5
           IF Oir-Skipped-Count > 0 OR Oir-Excluded-Count > 0
              OR Oir-Already-Open-Count > 0
              OR Oir-Missing-File-Count > 0
              OR Oir-Bad-Amount-Count > 0
              DISPLAY " "
           END-IF
           IF Oir-Excluded-Count > 0
              MOVE Oir-Excluded-Count TO Oir-Count-Disp
              DISPLAY "POSTINGS ON OIREXCL . . . . . " Oir-Count-Disp
           END-IF
           IF Oir-Skipped-Count > 0
              MOVE Oir-Skipped-Count TO Oir-Count-Disp
              DISPLAY "LINES NOT RECONCILABLE  . . . " Oir-Count-Disp
           END-IF
           IF Oir-Already-Open-Count > 0
              MOVE Oir-Already-Open-Count TO Oir-Count-Disp
              DISPLAY "POSTINGS ALREADY HELD . . . . " Oir-Count-Disp
           END-IF
           IF Oir-Bad-Amount-Count > 0
              MOVE Oir-Bad-Amount-Count TO Oir-Count-Disp
              DISPLAY "BAD PACKED BANK AMOUNTS . . . " Oir-Count-Disp
           END-IF
           IF Oir-Missing-File-Count > 0
              MOVE Oir-Missing-File-Count TO Oir-Count-Disp
              DISPLAY "AUDIT FILES NOT FOUND . . . . " Oir-Count-Disp
           END-IF
           IF Oir-Over-Limit-Count = 0
              GO TO 6000-Exit
           END-IF
           DISPLAY " "
           MOVE Oir-Limit TO Oir-Age-Disp
           DISPLAY "OPEN ITEMS OLDER THAN " FUNCTION TRIM(Oir-Age-Disp)
                   " DAYS - ESCALATED"
           DISPLAY "  SIDE ACCOUNT    DATE      AGE REF"
                   "              CODE           AMOUNT"
           PERFORM 6200-Print-Old-Our-Item THRU 6200-Exit
              VARYING Oir-Our-Sub FROM 1 BY 1
              UNTIL Oir-Our-Sub > Oir-Our-Count
           PERFORM 6300-Print-Old-Bank-Item THRU 6300-Exit
              VARYING Oir-Bnk-Sub FROM 1 BY 1
              UNTIL Oir-Bnk-Sub > Oir-Bnk-Count
           MOVE Oir-Over-Limit-Count TO Oir-Count-Disp
           MOVE Oir-Over-Limit-Amount TO Oir-Amount-Disp
           DISPLAY "  TOTAL ESCALATED " Oir-Count-Disp
                   "  " Oir-Amount-Disp
           MOVE Oir-Open-Filename TO Strm-AR-Subject
           MOVE 'OA' TO Strm-AR-Condition
           MOVE 8 TO Strm-AR-Code
           PERFORM 8500-Raise-Alert THRU 8500-Exit
           MOVE 4 TO RETURN-CODE
           .
       6000-Exit.
           EXIT.

      *> 6050-Print-Pieces - a detail of ours matched one-to-many,
      *> with the bank items that cleared it.
       6050-Print-Pieces.
           IF NOT Oir-Our-Matched-M(Oir-Our-Sub)
              GO TO 6050-Exit
           END-IF
           MOVE Oir-Our-Amount(Oir-Our-Sub) TO Oir-Item-Amt-Disp
           DISPLAY "    OURS " Oir-Our-Acct(Oir-Our-Sub)
                   " " Oir-Our-Date(Oir-Our-Sub)
                   " " Oir-Our-Ref(Oir-Our-Sub)
                   " " Oir-Our-Code(Oir-Our-Sub)
                   " " Oir-Item-Amt-Disp
           PERFORM 6060-Print-One-Piece THRU 6060-Exit
              VARYING Oir-Bnk-Sub FROM 1 BY 1
              UNTIL Oir-Bnk-Sub > Oir-Bnk-Count
           .
       6050-Exit.
           EXIT.

       6060-Print-One-Piece.
           IF NOT Oir-Bnk-Matched-M(Oir-Bnk-Sub)
              OR Oir-Bnk-Piece-Of(Oir-Bnk-Sub) NOT = Oir-Our-Sub
              GO TO 6060-Exit
           END-IF
           MOVE Oir-Bnk-Amount(Oir-Bnk-Sub) TO Oir-Item-Amt-Disp
           DISPLAY "      BANK " Oir-Bnk-Date(Oir-Bnk-Sub)
                   "          " Oir-Bnk-Ref(Oir-Bnk-Sub)
                   " " Oir-Bnk-Code(Oir-Bnk-Sub)
                   " " Oir-Item-Amt-Disp
           .
       6060-Exit.
           EXIT.

       6100-Print-Bucket.
           MOVE Oir-Bkt-Count(1, Oir-Bkt-Sub) TO Oir-Count-Disp
           MOVE Oir-Bkt-Amount(1, Oir-Bkt-Sub) TO Oir-Amount-Disp
           MOVE Oir-Bkt-Amount(2, Oir-Bkt-Sub) TO Oir-Item-Amt-Disp
           DISPLAY "  " Oir-Bucket-Label(Oir-Bkt-Sub)
                   "       " Oir-Count-Disp "  " Oir-Amount-Disp
                   WITH NO ADVANCING
           MOVE Oir-Bkt-Count(2, Oir-Bkt-Sub) TO Oir-Count-Disp
           DISPLAY "      " Oir-Count-Disp "  " Oir-Item-Amt-Disp
           .
       6100-Exit.
           EXIT.

       6200-Print-Old-Our-Item.
           IF NOT Oir-Our-Open(Oir-Our-Sub)
              GO TO 6200-Exit
           END-IF
           COMPUTE Oir-Age = Oir-Run-Day-Int
                           - Oir-Our-Day-Int(Oir-Our-Sub)
           IF Oir-Age NOT > Oir-Limit
              GO TO 6200-Exit
           END-IF
           MOVE Oir-Age TO Oir-Age-Disp
           MOVE Oir-Our-Amount(Oir-Our-Sub) TO Oir-Item-Amt-Disp
           DISPLAY "  OURS " Oir-Our-Acct(Oir-Our-Sub)
                   " " Oir-Our-Date(Oir-Our-Sub)
                   " " Oir-Age-Disp
                   " " Oir-Our-Ref(Oir-Our-Sub)
                   " " Oir-Our-Code(Oir-Our-Sub)
                   " " Oir-Item-Amt-Disp
           .
       6200-Exit.
           EXIT.

       6300-Print-Old-Bank-Item.
           IF NOT Oir-Bnk-Open(Oir-Bnk-Sub)
              GO TO 6300-Exit
           END-IF
           COMPUTE Oir-Age = Oir-Run-Day-Int
                           - Oir-Bnk-Day-Int(Oir-Bnk-Sub)
           IF Oir-Age NOT > Oir-Limit
              GO TO 6300-Exit
           END-IF
           MOVE Oir-Age TO Oir-Age-Disp
           MOVE Oir-Bnk-Amount(Oir-Bnk-Sub) TO Oir-Item-Amt-Disp
           DISPLAY "  BANK " Oir-Bnk-Acct(Oir-Bnk-Sub)
                   " " Oir-Bnk-Date(Oir-Bnk-Sub)
                   " " Oir-Age-Disp
                   " " Oir-Bnk-Ref(Oir-Bnk-Sub)
                   " " Oir-Bnk-Code(Oir-Bnk-Sub)
                   " " Oir-Item-Amt-Disp
           .
       6300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8500-Raise-Alert - the shop-standard operator alert (see
      *> STREAMIOAlr.cpy).
      *> ---------------------------------------------------------------
       8500-Raise-Alert.
       COPY "STREAMIOAlr.cpy".
       8500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Oir-Abort-Error
              MOVE 'Y' TO Oir-Err-Sw
              MOVE SCB-Filename TO Oir-Err-Filename
              MOVE SCB-Function TO Oir-Err-Function
              MOVE SCB-Mode TO Oir-Err-Mode
              MOVE SCB-Delimiter-Mode TO Oir-Err-Delimiter-Mode
              MOVE SCB-Offset TO Oir-Err-Offset
              MOVE SCB-Return-Code TO Oir-Err-Return-Code
              MOVE SCB-Severity TO Oir-Err-Severity
              MOVE SCB-Calling-Program TO Oir-Err-Calling-Program
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
           IF Oir-Abort-Error
              MOVE Oir-Err-Filename TO SCB-Filename
              MOVE Oir-Err-Function TO SCB-Function
              MOVE Oir-Err-Mode TO SCB-Mode
              MOVE Oir-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Oir-Err-Offset TO SCB-Offset
              MOVE Oir-Err-Return-Code TO SCB-Return-Code
              MOVE Oir-Err-Severity TO SCB-Severity
              MOVE Oir-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Oir-Read-Count TO Strm-RS-Read-Count
           MOVE Oir-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMOIR-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
