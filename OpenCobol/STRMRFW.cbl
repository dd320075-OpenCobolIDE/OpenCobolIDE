      *> ***************************************************************
      *> ** Program:  STRMRFW.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMRFW is the money proof for a STRMUPD run.  STRMBAL    **
      *> ** proves the record counts moved through the chain intact;  **
      *> ** this proves the balances did: last night's master, plus   **
      *> ** every amount STRMUPD applied tonight, must equal          **
      *> ** tonight's new master - account by account, by             **
      *> ** acct-status, and in total - and what was applied must tie **
      *> ** back to the feed's trailer.  It runs after STRMUPD and    **
      *> ** before STRMGDG promotes the new master, so a break stops  **
      *> ** the chain while yesterday's generation is still current.  **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    old-master new-master audit-file feed-file             **
      *> ** - the same old master, feed, new master and audit file    **
      *> ** the STRMUPD step was given.                               **
      *> **                                                           **
      *> ** All three of the masters and the audit are in account     **
      *> ** order (STRMUPD's own inputs had to be, and it writes in   **
      *> ** that order), so the proof is a single match-merge pass.   **
      *> ** For every account:                                        **
      *> **    old balance + applied = new balance                    **
      *> ** where applied is the sum of its audit AMT values, except  **
      *> ** CLOS, which STRMUPD records but doesn't add.  Where the   **
      *> ** audit shows the account, its first BEFORE must be the old **
      *> ** balance (NEW for an account STRMUPD opened) and its last  **
      *> ** AFTER must be the new-master balance.  An account may     **
      *> ** appear on the new master only, never on the old only.     **
      *> ** Every account that fails is listed with the reason.       **
      *> **                                                           **
      *> ** By status: each status's opening total (old master, old   **
      *> ** status), plus balances moved in from other statuses,     **
      *> ** less balances moved out (an account whose status changed  **
      *> ** moves its old balance), plus amounts applied to accounts  **
      *> ** now in that status, must equal its closing total (new     **
      *> ** master, new status).                                      **
      *> **                                                           **
      *> ** The tie: the audit's AMT total - CLOS included, as the    **
      *> ** trailer includes it - and its line count must equal the   **
      *> ** feed's txn-trl-control-total and txn-trl-record-count.    **
      *> ** A detail STRMUPD put in suspense breaks the tie, as it    **
      *> ** should: the master did not take what the feed said.       **
      *> ** Blank lines and STRMAMT maintenance lines (USER=) are     **
      *> ** not feed details and are skipped, neither counted nor     **
      *> ** proved.                                                   **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters or files, or a file out of     **
      *> **        account order                                      **
      *> **     8  any break - do not promote the new master          **
      *> **     0  proved                                             **
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
      *> ** 2026-10-15  GLC  Blank audit lines and STRMAMT            **
      *> **                  maintenance lines no longer counted      **
      *> **                  toward the trailer tie.                  **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMRFW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Rfw-Parm-Line                        PIC X(512).
       01  Rfw-Old-File                         PIC X(256) VALUE SPACES.
       01  Rfw-New-File                         PIC X(256) VALUE SPACES.
       01  Rfw-Audit-File                       PIC X(256) VALUE SPACES.
       01  Rfw-Feed-File                        PIC X(256) VALUE SPACES.
       01  Rfw-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Rfw-Setup-Ok                      VALUE 'Y'.

       01  Rfw-Old-Handle                       PIC X(4) COMP-X.
       01  Rfw-New-Handle                       PIC X(4) COMP-X.
       01  Rfw-Audit-Handle                     PIC X(4) COMP-X.
       01  Rfw-Feed-Handle                      PIC X(4) COMP-X.
       01  Rfw-Open-Count                       PIC 9(01) VALUE 0.
       01  Rfw-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Rfw-Eof                           VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The merge: each input's current record, its key (HIGH-VALUES
      *> once it is exhausted) and what it said.
      *> ---------------------------------------------------------------
       01  Rfw-Old-Key                          PIC X(10).
       01  Rfw-Old-Prev-Key                     PIC X(10) VALUE
                                                 LOW-VALUES.
       01  Rfw-Old-Balance                      PIC S9(09)V99 VALUE 0.
       01  Rfw-Old-Status                       PIC X(01).
       01  Rfw-Old-Valid-Sw                     PIC X(1) VALUE 'Y'.
           88 Rfw-Old-Valid                     VALUE 'Y'.
       01  Rfw-New-Key                          PIC X(10).
       01  Rfw-New-Prev-Key                     PIC X(10) VALUE
                                                 LOW-VALUES.
       01  Rfw-New-Balance                      PIC S9(09)V99 VALUE 0.
       01  Rfw-New-Status                       PIC X(01).
       01  Rfw-New-Valid-Sw                     PIC X(1) VALUE 'Y'.
           88 Rfw-New-Valid                     VALUE 'Y'.
       01  Rfw-Aud-Key                          PIC X(10).
       01  Rfw-Aud-Prev-Key                     PIC X(10) VALUE
                                                 LOW-VALUES.
       01  Rfw-Aud-Amount                       PIC S9(09)V99 VALUE 0.
       01  Rfw-Aud-After                        PIC S9(09)V99 VALUE 0.
       01  Rfw-Aud-Before                       PIC S9(09)V99 VALUE 0.
       01  Rfw-Aud-Before-New-Sw                PIC X(1) VALUE 'N'.
           88 Rfw-Aud-Before-New                VALUE 'Y'.
       01  Rfw-Aud-Code                         PIC X(04).
       01  Rfw-Aud-Valid-Sw                     PIC X(1) VALUE 'Y'.
           88 Rfw-Aud-Valid                     VALUE 'Y'.
       01  Rfw-Seq-Error-Sw                     PIC X(1) VALUE 'N'.
           88 Rfw-Seq-Error                     VALUE 'Y'.

       01  Rfw-Field-Lead                       PIC X(01).
       01  Rfw-Field-Acct                       PIC X(10).
       01  Rfw-Field-Seq                        PIC X(10).
       01  Rfw-Field-Before                     PIC X(20).
       01  Rfw-Field-After                      PIC X(20).
       01  Rfw-Field-Amt                        PIC X(20).
       01  Rfw-Field-Code                       PIC X(04).
       01  Rfw-Field-User                       PIC X(20).

      *> ---------------------------------------------------------------
      *> The account being proved.
      *> ---------------------------------------------------------------
       01  Rfw-Cur-Key                          PIC X(10).
       01  Rfw-Acct-Old-Sw                      PIC X(1).
           88 Rfw-Acct-On-Old                   VALUE 'Y'.
       01  Rfw-Acct-New-Sw                      PIC X(1).
           88 Rfw-Acct-On-New                   VALUE 'Y'.
       01  Rfw-Acct-Aud-Count                   PIC 9(07).
       01  Rfw-Acct-Old-Bal                     PIC S9(09)V99.
       01  Rfw-Acct-Old-Status                  PIC X(01).
       01  Rfw-Acct-New-Bal                     PIC S9(09)V99.
       01  Rfw-Acct-New-Status                  PIC X(01).
       01  Rfw-Acct-Applied                     PIC S9(11)V99.
       01  Rfw-Acct-First-Before                PIC S9(09)V99.
       01  Rfw-Acct-First-New-Sw                PIC X(1).
           88 Rfw-Acct-First-Is-New             VALUE 'Y'.
       01  Rfw-Acct-Last-After                  PIC S9(09)V99.
       01  Rfw-Acct-Bad-Sw                      PIC X(1).
           88 Rfw-Acct-Bad-Input                VALUE 'Y'.
       01  Rfw-Break-Reason                     PIC X(36).

      *> ---------------------------------------------------------------
      *> Totals by status - found as they turn up on either master.
      *> ---------------------------------------------------------------
       01  Rfw-Max-Statuses                     PIC 9(02) VALUE 20.
       01  Rfw-Status-Count                     PIC 9(02) VALUE 0.
       01  Rfw-Status-Table.
           05 Rfw-Sts-Entry OCCURS 20 TIMES.
              10 Rfw-Sts-Code                   PIC X(01).
              10 Rfw-Sts-Old-Count              PIC 9(07).
              10 Rfw-Sts-Opening                PIC S9(13)V99.
              10 Rfw-Sts-Moved-In               PIC S9(13)V99.
              10 Rfw-Sts-Moved-Out              PIC S9(13)V99.
              10 Rfw-Sts-Applied                PIC S9(13)V99.
              10 Rfw-Sts-New-Count              PIC 9(07).
              10 Rfw-Sts-Closing                PIC S9(13)V99.
       01  Rfw-Sts-Key                          PIC X(01).
       01  Rfw-Sts-Sub                          PIC 9(02).
       01  Rfw-Sts-Ix                           PIC 9(02).
       01  Rfw-Found-Sw                         PIC X(1) VALUE 'N'.
           88 Rfw-Found                         VALUE 'Y'.
       01  Rfw-Sts-Proof                        PIC S9(13)V99.

      *> ---------------------------------------------------------------
      *> Run totals and the feed's trailer.
      *> ---------------------------------------------------------------
       01  Rfw-Old-Read-Count                   PIC 9(07) VALUE 0.
       01  Rfw-New-Read-Count                   PIC 9(07) VALUE 0.
       01  Rfw-Aud-Read-Count                   PIC 9(07) VALUE 0.
       01  Rfw-Maint-Line-Count                 PIC 9(07) VALUE 0.
       01  Rfw-Feed-Read-Count                  PIC 9(07) VALUE 0.
       01  Rfw-Old-Total                        PIC S9(13)V99 VALUE 0.
       01  Rfw-New-Total                        PIC S9(13)V99 VALUE 0.
       01  Rfw-Applied-Total                    PIC S9(13)V99 VALUE 0.
       01  Rfw-Clos-Total                       PIC S9(13)V99 VALUE 0.
       01  Rfw-Audit-Amt-Total                  PIC S9(13)V99 VALUE 0.
       01  Rfw-Accounts-Count                   PIC 9(07) VALUE 0.
       01  Rfw-Opened-Count                     PIC 9(07) VALUE 0.
       01  Rfw-Moved-Count                      PIC 9(07) VALUE 0.
       01  Rfw-Break-Count                      PIC 9(07) VALUE 0.
       01  Rfw-Trailer-Sw                       PIC X(1) VALUE 'N'.
           88 Rfw-Trailer-Seen                  VALUE 'Y'.
       01  Rfw-Trl-Count                        PIC 9(07) VALUE 0.
       01  Rfw-Trl-Total                        PIC S9(09)V99 VALUE 0.
       01  Rfw-Proved-Sw                        PIC X(1) VALUE 'Y'.
           88 Rfw-Proved                        VALUE 'Y'.

       01  Rfw-Print-Line                       PIC X(132).
       01  Rfw-Count-Disp                       PIC ZZZ,ZZ9.
       01  Rfw-Amount-Disp                      PIC -(12)9.99.
       01  Rfw-Bal-Disp                         PIC -(9)9.99.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Rfw-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Rfw-Abort-Error                   VALUE 'Y'.
       01  Rfw-Err-Filename                     PIC X(256).
       01  Rfw-Err-Function                     PIC X(2).
       01  Rfw-Err-Mode                         PIC X(1).
       01  Rfw-Err-Delimiter-Mode               PIC X(1).
       01  Rfw-Err-Offset                       PIC X(8) COMP-X.
       01  Rfw-Err-Return-Code                  USAGE BINARY-LONG.
       01  Rfw-Err-Severity                     PIC X(1).
       01  Rfw-Err-Calling-Program              PIC X(8).

       COPY "acct-master.cpy".
       COPY "txn-record.cpy".

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOHndWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Rfw-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Read-Feed-Trailer THRU 2000-Exit
           IF NOT Rfw-Abort-Error
              PERFORM 3000-Open-Files THRU 3000-Exit
           END-IF
           IF NOT Rfw-Abort-Error
              DISPLAY "STREAMIO MASTER ROLL-FORWARD PROOF"
              DISPLAY "OLD MASTER: "
                      FUNCTION TRIM(Rfw-Old-File, TRAILING)
              DISPLAY "NEW MASTER: "
                      FUNCTION TRIM(Rfw-New-File, TRAILING)
              DISPLAY "AUDIT FILE: "
                      FUNCTION TRIM(Rfw-Audit-File, TRAILING)
              DISPLAY "TXN FEED:   "
                      FUNCTION TRIM(Rfw-Feed-File, TRAILING)
              DISPLAY " "
              PERFORM 3100-Read-Old THRU 3100-Exit
              PERFORM 3200-Read-New THRU 3200-Exit
              PERFORM 3300-Read-Audit THRU 3300-Exit
              PERFORM 4000-Prove-One-Account THRU 4000-Exit
                 UNTIL (Rfw-Old-Key = HIGH-VALUES
                        AND Rfw-New-Key = HIGH-VALUES
                        AND Rfw-Aud-Key = HIGH-VALUES)
                    OR Rfw-Abort-Error OR Rfw-Seq-Error
           END-IF
           PERFORM 7000-Close-Files THRU 7000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF Rfw-Abort-Error OR Rfw-Seq-Error
              DISPLAY "STRMRFW: PROOF NOT COMPLETED - DO NOT PROMOTE "
                      "THE NEW MASTER"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 8000-Print-Proof THRU 8000-Exit
           PERFORM 8300-Write-Handoffs THRU 8300-Exit
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Rfw-Parm-Line FROM COMMAND-LINE
           UNSTRING Rfw-Parm-Line DELIMITED BY ALL SPACE
               INTO Rfw-Old-File, Rfw-New-File, Rfw-Audit-File,
                    Rfw-Feed-File
           END-UNSTRING
           MOVE 'STRMRFW' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMRFW' TO Strm-RS-Program
           MOVE Rfw-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           IF Rfw-Old-File = SPACES OR Rfw-New-File = SPACES
              OR Rfw-Audit-File = SPACES OR Rfw-Feed-File = SPACES
              DISPLAY "STRMRFW: USAGE - old-master new-master "
                      "audit-file feed-file"
              MOVE 'N' TO Rfw-Setup-Ok-Sw
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Read-Feed-Trailer - only the trailer matters here.
      *> ---------------------------------------------------------------
       2000-Read-Feed-Trailer.
           MOVE Rfw-Feed-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Rfw-Feed-Handle
           MOVE 'N' TO Rfw-Eof-Sw
           PERFORM 2100-Read-One-Feed-Record THRU 2100-Exit
              UNTIL Rfw-Eof
           MOVE 0 TO SCB-Record-Length
           MOVE Rfw-Feed-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2000-Exit.
           EXIT.

       2100-Read-One-Feed-Record.
           MOVE Rfw-Feed-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF txn-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Rfw-Feed-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Rfw-Eof-Sw
                 GO TO 2100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Rfw-Eof-Sw
                 GO TO 2100-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF txn-record)
              TO txn-record
           IF txn-is-trailer
              MOVE 'Y' TO Rfw-Trailer-Sw
              IF txn-trl-record-count IS NUMERIC
                 MOVE txn-trl-record-count TO Rfw-Trl-Count
              END-IF
              IF txn-trl-control-total IS NUMERIC
                 MOVE txn-trl-control-total TO Rfw-Trl-Total
              ELSE
                 MOVE 'N' TO Rfw-Trailer-Sw
              END-IF
           END-IF
           .
       2100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Open-Files - both masters fixed, the audit as text.
      *> ---------------------------------------------------------------
       3000-Open-Files.
           MOVE Rfw-Old-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Rfw-Old-Handle
           MOVE 1 TO Rfw-Open-Count

           MOVE Rfw-New-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Rfw-New-Handle
           MOVE 2 TO Rfw-Open-Count

           MOVE Rfw-Audit-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Rfw-Audit-Handle
           MOVE 3 TO Rfw-Open-Count
           .
       3000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3100/3200/3300 - read ahead one record on each input,
      *> checking account order as they go.
      *> ---------------------------------------------------------------
       3100-Read-Old.
           MOVE Rfw-Old-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF acct-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Rfw-Old-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE HIGH-VALUES TO Rfw-Old-Key
                 GO TO 3100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE HIGH-VALUES TO Rfw-Old-Key
                 GO TO 3100-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF acct-record)
              TO acct-record
           MOVE acct-acct-no TO Rfw-Old-Key
           IF Rfw-Old-Key <= Rfw-Old-Prev-Key
              DISPLAY "STRMRFW: OLD MASTER OUT OF ACCOUNT ORDER AT "
                      Rfw-Old-Key
              MOVE 'Y' TO Rfw-Seq-Error-Sw
           END-IF
           MOVE Rfw-Old-Key TO Rfw-Old-Prev-Key
           MOVE acct-status TO Rfw-Old-Status
           IF acct-balance IS NUMERIC
              MOVE acct-balance TO Rfw-Old-Balance
              MOVE 'Y' TO Rfw-Old-Valid-Sw
           ELSE
              MOVE 0 TO Rfw-Old-Balance
              MOVE 'N' TO Rfw-Old-Valid-Sw
           END-IF
           .
       3100-Exit.
           EXIT.

       3200-Read-New.
           MOVE Rfw-New-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF acct-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Rfw-New-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE HIGH-VALUES TO Rfw-New-Key
                 GO TO 3200-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE HIGH-VALUES TO Rfw-New-Key
                 GO TO 3200-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF acct-record)
              TO acct-record
           MOVE acct-acct-no TO Rfw-New-Key
           IF Rfw-New-Key <= Rfw-New-Prev-Key
              DISPLAY "STRMRFW: NEW MASTER OUT OF ACCOUNT ORDER AT "
                      Rfw-New-Key
              MOVE 'Y' TO Rfw-Seq-Error-Sw
           END-IF
           MOVE Rfw-New-Key TO Rfw-New-Prev-Key
           MOVE acct-status TO Rfw-New-Status
           IF acct-balance IS NUMERIC
              MOVE acct-balance TO Rfw-New-Balance
              MOVE 'Y' TO Rfw-New-Valid-Sw
           ELSE
              MOVE 0 TO Rfw-New-Balance
              MOVE 'N' TO Rfw-New-Valid-Sw
           END-IF
           .
       3200-Exit.
           EXIT.

       3300-Read-Audit.
           MOVE Rfw-Audit-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 CONTINUE
              WHEN SCB-Return-Code = 10
                 MOVE HIGH-VALUES TO Rfw-Aud-Key
                 GO TO 3300-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE HIGH-VALUES TO Rfw-Aud-Key
                 GO TO 3300-Exit
           END-EVALUATE
           IF Streamio-Record-Data(1:200) = SPACES
              GO TO 3300-Read-Audit
           END-IF
           MOVE SPACES TO Rfw-Field-Acct Rfw-Field-Seq Rfw-Field-Before
                          Rfw-Field-After Rfw-Field-Amt Rfw-Field-Code
                          Rfw-Field-User
           UNSTRING Streamio-Record-Data(1:200)
               DELIMITED BY "ACCT=" OR " SEQ=" OR " BEFORE="
                           OR " AFTER=" OR " AMT=" OR " CODE="
                           OR " USER="
               INTO Rfw-Field-Lead, Rfw-Field-Acct, Rfw-Field-Seq,
                    Rfw-Field-Before, Rfw-Field-After,
                    Rfw-Field-Amt, Rfw-Field-Code, Rfw-Field-User
           END-UNSTRING
      *> STRMAMT maintenance lines (USER=) carry no feed detail.
           IF Rfw-Field-User NOT = SPACES
              ADD 1 TO Rfw-Maint-Line-Count
              GO TO 3300-Read-Audit
           END-IF
           ADD 1 TO Rfw-Aud-Read-Count
           MOVE Rfw-Field-Acct TO Rfw-Aud-Key
           IF Rfw-Aud-Key < Rfw-Aud-Prev-Key
              DISPLAY "STRMRFW: AUDIT FILE OUT OF ACCOUNT ORDER AT "
                      Rfw-Aud-Key
              MOVE 'Y' TO Rfw-Seq-Error-Sw
           END-IF
           MOVE Rfw-Aud-Key TO Rfw-Aud-Prev-Key
           MOVE Rfw-Field-Code TO Rfw-Aud-Code
           MOVE 'Y' TO Rfw-Aud-Valid-Sw
           MOVE 0 TO Rfw-Aud-Amount Rfw-Aud-After Rfw-Aud-Before
           MOVE 'N' TO Rfw-Aud-Before-New-Sw
           IF Rfw-Field-Amt = SPACES
              OR FUNCTION TEST-NUMVAL(Rfw-Field-Amt) NOT = 0
              OR Rfw-Field-After = SPACES
              OR FUNCTION TEST-NUMVAL(Rfw-Field-After) NOT = 0
              MOVE 'N' TO Rfw-Aud-Valid-Sw
              GO TO 3300-Exit
           END-IF
           COMPUTE Rfw-Aud-Amount = FUNCTION NUMVAL(Rfw-Field-Amt)
           COMPUTE Rfw-Aud-After = FUNCTION NUMVAL(Rfw-Field-After)
           EVALUATE TRUE
              WHEN Rfw-Field-Before = 'NEW'
                 MOVE 'Y' TO Rfw-Aud-Before-New-Sw
              WHEN Rfw-Field-Before = SPACES
              WHEN FUNCTION TEST-NUMVAL(Rfw-Field-Before) NOT = 0
                 MOVE 'N' TO Rfw-Aud-Valid-Sw
              WHEN OTHER
                 COMPUTE Rfw-Aud-Before =
                    FUNCTION NUMVAL(Rfw-Field-Before)
           END-EVALUATE
           .
       3300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Prove-One-Account - the lowest key among the three
      *> inputs; take what each has for it, then prove it.
      *> ---------------------------------------------------------------
       4000-Prove-One-Account.
           MOVE Rfw-Old-Key TO Rfw-Cur-Key
           IF Rfw-New-Key < Rfw-Cur-Key
              MOVE Rfw-New-Key TO Rfw-Cur-Key
           END-IF
           IF Rfw-Aud-Key < Rfw-Cur-Key
              MOVE Rfw-Aud-Key TO Rfw-Cur-Key
           END-IF
           ADD 1 TO Rfw-Accounts-Count
           MOVE 'N' TO Rfw-Acct-Old-Sw Rfw-Acct-New-Sw
                       Rfw-Acct-Bad-Sw Rfw-Acct-First-New-Sw
           MOVE 0 TO Rfw-Acct-Aud-Count Rfw-Acct-Old-Bal
                     Rfw-Acct-New-Bal Rfw-Acct-Applied
                     Rfw-Acct-First-Before Rfw-Acct-Last-After
           MOVE SPACES TO Rfw-Acct-Old-Status Rfw-Acct-New-Status
                          Rfw-Break-Reason
           IF Rfw-Old-Key = Rfw-Cur-Key
              MOVE 'Y' TO Rfw-Acct-Old-Sw
              MOVE Rfw-Old-Balance TO Rfw-Acct-Old-Bal
              MOVE Rfw-Old-Status TO Rfw-Acct-Old-Status
              IF NOT Rfw-Old-Valid
                 MOVE 'Y' TO Rfw-Acct-Bad-Sw
              END-IF
              PERFORM 3100-Read-Old THRU 3100-Exit
           END-IF
           PERFORM 4100-Take-Audit-Line THRU 4100-Exit
              UNTIL Rfw-Aud-Key NOT = Rfw-Cur-Key
                 OR Rfw-Abort-Error OR Rfw-Seq-Error
           IF Rfw-New-Key = Rfw-Cur-Key
              MOVE 'Y' TO Rfw-Acct-New-Sw
              MOVE Rfw-New-Balance TO Rfw-Acct-New-Bal
              MOVE Rfw-New-Status TO Rfw-Acct-New-Status
              IF NOT Rfw-New-Valid
                 MOVE 'Y' TO Rfw-Acct-Bad-Sw
              END-IF
              PERFORM 3200-Read-New THRU 3200-Exit
           END-IF
           PERFORM 4200-Check-Account THRU 4200-Exit
           PERFORM 4300-Add-To-Statuses THRU 4300-Exit
           .
       4000-Exit.
           EXIT.

       4100-Take-Audit-Line.
           ADD 1 TO Rfw-Acct-Aud-Count
           IF NOT Rfw-Aud-Valid
              MOVE 'Y' TO Rfw-Acct-Bad-Sw
           END-IF
           IF Rfw-Acct-Aud-Count = 1
              MOVE Rfw-Aud-Before TO Rfw-Acct-First-Before
              MOVE Rfw-Aud-Before-New-Sw TO Rfw-Acct-First-New-Sw
           END-IF
           MOVE Rfw-Aud-After TO Rfw-Acct-Last-After
           ADD Rfw-Aud-Amount TO Rfw-Audit-Amt-Total
           IF Rfw-Aud-Code = 'CLOS'
              ADD Rfw-Aud-Amount TO Rfw-Clos-Total
           ELSE
              ADD Rfw-Aud-Amount TO Rfw-Acct-Applied
           END-IF
           PERFORM 3300-Read-Audit THRU 3300-Exit
           .
       4100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4200-Check-Account - the first failure found is the one
      *> listed.
      *> ---------------------------------------------------------------
       4200-Check-Account.
           EVALUATE TRUE
              WHEN Rfw-Acct-Bad-Input
                 MOVE 'BALANCE OR AUDIT LINE UNREADABLE'
                    TO Rfw-Break-Reason
              WHEN NOT Rfw-Acct-On-New
                 MOVE 'NOT ON THE NEW MASTER' TO Rfw-Break-Reason
              WHEN NOT Rfw-Acct-On-Old AND Rfw-Acct-Aud-Count = 0
                 MOVE 'NEW ACCOUNT WITH NO POSTINGS'
                    TO Rfw-Break-Reason
              WHEN Rfw-Acct-Old-Bal + Rfw-Acct-Applied
                   NOT = Rfw-Acct-New-Bal
                 MOVE 'OLD + APPLIED NOT = NEW BALANCE'
                    TO Rfw-Break-Reason
              WHEN Rfw-Acct-Aud-Count > 0
                   AND Rfw-Acct-Last-After NOT = Rfw-Acct-New-Bal
                 MOVE 'AUDIT AFTER NOT = NEW BALANCE'
                    TO Rfw-Break-Reason
              WHEN Rfw-Acct-Aud-Count > 0 AND Rfw-Acct-On-Old
                   AND (Rfw-Acct-First-Is-New
                        OR Rfw-Acct-First-Before
                           NOT = Rfw-Acct-Old-Bal)
                 MOVE 'AUDIT BEFORE NOT = OLD BALANCE'
                    TO Rfw-Break-Reason
              WHEN Rfw-Acct-Aud-Count > 0 AND NOT Rfw-Acct-On-Old
                   AND NOT Rfw-Acct-First-Is-New
                 MOVE 'AUDIT BEFORE NOT NEW FOR NEW ACCT'
                    TO Rfw-Break-Reason
           END-EVALUATE
           IF NOT Rfw-Acct-On-Old AND Rfw-Acct-On-New
              ADD 1 TO Rfw-Opened-Count
           END-IF
           IF Rfw-Break-Reason = SPACES
              GO TO 4200-Exit
           END-IF
           ADD 1 TO Rfw-Break-Count
           IF Rfw-Break-Count = 1
              DISPLAY "ACCOUNT        OLD BALANCE       APPLIED"
                      "   NEW BALANCE   AUDIT AFTER  BREAK"
           END-IF
           MOVE SPACES TO Rfw-Print-Line
           MOVE Rfw-Cur-Key TO Rfw-Print-Line(1:10)
           IF Rfw-Acct-On-Old
              MOVE Rfw-Acct-Old-Bal TO Rfw-Bal-Disp
              MOVE Rfw-Bal-Disp TO Rfw-Print-Line(12:13)
           ELSE
              MOVE '          NEW' TO Rfw-Print-Line(12:13)
           END-IF
           MOVE Rfw-Acct-Applied TO Rfw-Bal-Disp
           MOVE Rfw-Bal-Disp TO Rfw-Print-Line(26:13)
           IF Rfw-Acct-On-New
              MOVE Rfw-Acct-New-Bal TO Rfw-Bal-Disp
              MOVE Rfw-Bal-Disp TO Rfw-Print-Line(40:13)
           ELSE
              MOVE '      MISSING' TO Rfw-Print-Line(40:13)
           END-IF
           IF Rfw-Acct-Aud-Count > 0
              MOVE Rfw-Acct-Last-After TO Rfw-Bal-Disp
              MOVE Rfw-Bal-Disp TO Rfw-Print-Line(54:13)
           ELSE
              MOVE '            -' TO Rfw-Print-Line(54:13)
           END-IF
           MOVE Rfw-Break-Reason TO Rfw-Print-Line(69:36)
           DISPLAY FUNCTION TRIM(Rfw-Print-Line, TRAILING)
           .
       4200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4300-Add-To-Statuses - opening under the old status, closing
      *> and applied under the new, and a move between the two when
      *> the status changed.
      *> ---------------------------------------------------------------
       4300-Add-To-Statuses.
           ADD Rfw-Acct-Old-Bal TO Rfw-Old-Total
           ADD Rfw-Acct-New-Bal TO Rfw-New-Total
           ADD Rfw-Acct-Applied TO Rfw-Applied-Total
           IF Rfw-Acct-On-Old
              MOVE Rfw-Acct-Old-Status TO Rfw-Sts-Key
              PERFORM 4400-Find-Status THRU 4400-Exit
              ADD 1 TO Rfw-Sts-Old-Count(Rfw-Sts-Ix)
              ADD Rfw-Acct-Old-Bal TO Rfw-Sts-Opening(Rfw-Sts-Ix)
           END-IF
           IF Rfw-Acct-On-New
              MOVE Rfw-Acct-New-Status TO Rfw-Sts-Key
           ELSE
              MOVE Rfw-Acct-Old-Status TO Rfw-Sts-Key
           END-IF
           PERFORM 4400-Find-Status THRU 4400-Exit
           ADD Rfw-Acct-Applied TO Rfw-Sts-Applied(Rfw-Sts-Ix)
           IF Rfw-Acct-On-New
              ADD 1 TO Rfw-Sts-New-Count(Rfw-Sts-Ix)
              ADD Rfw-Acct-New-Bal TO Rfw-Sts-Closing(Rfw-Sts-Ix)
           END-IF
           IF Rfw-Acct-On-Old AND Rfw-Acct-On-New
              AND Rfw-Acct-Old-Status NOT = Rfw-Acct-New-Status
              ADD 1 TO Rfw-Moved-Count
              ADD Rfw-Acct-Old-Bal TO Rfw-Sts-Moved-In(Rfw-Sts-Ix)
              MOVE Rfw-Acct-Old-Status TO Rfw-Sts-Key
              PERFORM 4400-Find-Status THRU 4400-Exit
              ADD Rfw-Acct-Old-Bal TO Rfw-Sts-Moved-Out(Rfw-Sts-Ix)
           END-IF
           .
       4300-Exit.
           EXIT.

       4400-Find-Status.
           MOVE 'N' TO Rfw-Found-Sw
           PERFORM 4410-Match-One-Status THRU 4410-Exit
              VARYING Rfw-Sts-Sub FROM 1 BY 1
              UNTIL Rfw-Sts-Sub > Rfw-Status-Count OR Rfw-Found
           IF NOT Rfw-Found
              IF Rfw-Status-Count < Rfw-Max-Statuses
                 ADD 1 TO Rfw-Status-Count
                 INITIALIZE Rfw-Sts-Entry(Rfw-Status-Count)
                 MOVE Rfw-Sts-Key TO Rfw-Sts-Code(Rfw-Status-Count)
              END-IF
      *> Past the table's size every other status shares the last
      *> line, which still proves in total.
              MOVE Rfw-Status-Count TO Rfw-Sts-Ix
           END-IF
           .
       4400-Exit.
           EXIT.

       4410-Match-One-Status.
           IF Rfw-Sts-Code(Rfw-Sts-Sub) = Rfw-Sts-Key
              MOVE 'Y' TO Rfw-Found-Sw
              MOVE Rfw-Sts-Sub TO Rfw-Sts-Ix
           END-IF
           .
       4410-Exit.
           EXIT.

       7000-Close-Files.
           MOVE 0 TO SCB-Record-Length
           MOVE 'C ' TO SCB-Function
           IF Rfw-Open-Count > 0
              MOVE Rfw-Old-Handle TO SCB-Handle
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           END-IF
           IF Rfw-Open-Count > 1
              MOVE Rfw-New-Handle TO SCB-Handle
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           END-IF
           IF Rfw-Open-Count > 2
              MOVE Rfw-Audit-Handle TO SCB-Handle
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           END-IF
           .
       7000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8000-Print-Proof - by status, in total, and the tie to the
      *> feed's trailer; RC 8 on any break at all.
      *> ---------------------------------------------------------------
       8000-Print-Proof.
           IF Rfw-Break-Count > 0
              DISPLAY " "
              MOVE 'N' TO Rfw-Proved-Sw
           END-IF
           DISPLAY "STATUS  ACCTS         OPENING     MOVED IN/OUT"
                   "          APPLIED  ACCTS         CLOSING"
           PERFORM 8100-Print-One-Status THRU 8100-Exit
              VARYING Rfw-Sts-Sub FROM 1 BY 1
              UNTIL Rfw-Sts-Sub > Rfw-Status-Count
           DISPLAY " "
           MOVE Rfw-Old-Read-Count TO Rfw-Count-Disp
           MOVE Rfw-Old-Total TO Rfw-Amount-Disp
           DISPLAY "OLD MASTER  . . . . . . " Rfw-Count-Disp
                   "  " Rfw-Amount-Disp
           MOVE Rfw-Applied-Total TO Rfw-Amount-Disp
           DISPLAY "  APPLIED . . . . . . .          "
                   Rfw-Amount-Disp
           COMPUTE Rfw-Amount-Disp = Rfw-Old-Total + Rfw-Applied-Total
           DISPLAY "  EXPECTED NEW MASTER .          "
                   Rfw-Amount-Disp
           MOVE Rfw-New-Read-Count TO Rfw-Count-Disp
           MOVE Rfw-New-Total TO Rfw-Amount-Disp
           DISPLAY "NEW MASTER  . . . . . . " Rfw-Count-Disp
                   "  " Rfw-Amount-Disp
           MOVE Rfw-Opened-Count TO Rfw-Count-Disp
           DISPLAY "  ACCOUNTS OPENED . . . " Rfw-Count-Disp
           MOVE Rfw-Moved-Count TO Rfw-Count-Disp
           DISPLAY "  STATUS CHANGES  . . . " Rfw-Count-Disp
           IF Rfw-Old-Total + Rfw-Applied-Total NOT = Rfw-New-Total
              DISPLAY "*** OLD MASTER + APPLIED NOT = NEW MASTER ***"
              MOVE 'N' TO Rfw-Proved-Sw
           END-IF
           DISPLAY " "
           MOVE Rfw-Aud-Read-Count TO Rfw-Count-Disp
           MOVE Rfw-Audit-Amt-Total TO Rfw-Amount-Disp
           DISPLAY "AUDIT LINES . . . . . . " Rfw-Count-Disp
                   "  " Rfw-Amount-Disp
           MOVE Rfw-Clos-Total TO Rfw-Amount-Disp
           DISPLAY "  OF WHICH CLOS (NOT ADDED)      "
                   Rfw-Amount-Disp
           IF Rfw-Maint-Line-Count > 0
              MOVE Rfw-Maint-Line-Count TO Rfw-Count-Disp
              DISPLAY "MAINT LINES SKIPPED . . " Rfw-Count-Disp
           END-IF
           MOVE Rfw-Trl-Count TO Rfw-Count-Disp
           MOVE Rfw-Trl-Total TO Rfw-Amount-Disp
           DISPLAY "FEED TRAILER  . . . . . " Rfw-Count-Disp
                   "  " Rfw-Amount-Disp
           IF NOT Rfw-Trailer-Seen
              DISPLAY "*** FEED HAS NO USABLE TRAILER ***"
              MOVE 'N' TO Rfw-Proved-Sw
           ELSE
              IF Rfw-Audit-Amt-Total NOT = Rfw-Trl-Total
                 OR Rfw-Aud-Read-Count NOT = Rfw-Trl-Count
                 DISPLAY "*** APPLIED DOES NOT TIE TO THE FEED "
                         "TRAILER ***"
                 MOVE 'N' TO Rfw-Proved-Sw
              END-IF
           END-IF
           DISPLAY " "
           MOVE Rfw-Break-Count TO Rfw-Count-Disp
           DISPLAY "ACCOUNT BREAKS  . . . . " Rfw-Count-Disp
           IF Rfw-Proved
              DISPLAY "ROLL-FORWARD PROVED"
           ELSE
              DISPLAY "*** ROLL-FORWARD OUT OF BALANCE - DO NOT "
                      "PROMOTE THE NEW MASTER ***"
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       8000-Exit.
           EXIT.

       8100-Print-One-Status.
           COMPUTE Rfw-Sts-Proof = Rfw-Sts-Opening(Rfw-Sts-Sub)
              + Rfw-Sts-Moved-In(Rfw-Sts-Sub)
              - Rfw-Sts-Moved-Out(Rfw-Sts-Sub)
              + Rfw-Sts-Applied(Rfw-Sts-Sub)
           MOVE SPACES TO Rfw-Print-Line
           MOVE Rfw-Sts-Code(Rfw-Sts-Sub) TO Rfw-Print-Line(4:1)
           MOVE Rfw-Sts-Old-Count(Rfw-Sts-Sub) TO Rfw-Count-Disp
           MOVE Rfw-Count-Disp TO Rfw-Print-Line(7:7)
           MOVE Rfw-Sts-Opening(Rfw-Sts-Sub) TO Rfw-Amount-Disp
           MOVE Rfw-Amount-Disp TO Rfw-Print-Line(14:16)
           COMPUTE Rfw-Amount-Disp = Rfw-Sts-Moved-In(Rfw-Sts-Sub)
              - Rfw-Sts-Moved-Out(Rfw-Sts-Sub)
           MOVE Rfw-Amount-Disp TO Rfw-Print-Line(31:16)
           MOVE Rfw-Sts-Applied(Rfw-Sts-Sub) TO Rfw-Amount-Disp
           MOVE Rfw-Amount-Disp TO Rfw-Print-Line(48:16)
           MOVE Rfw-Sts-New-Count(Rfw-Sts-Sub) TO Rfw-Count-Disp
           MOVE Rfw-Count-Disp TO Rfw-Print-Line(64:7)
           MOVE Rfw-Sts-Closing(Rfw-Sts-Sub) TO Rfw-Amount-Disp
           MOVE Rfw-Amount-Disp TO Rfw-Print-Line(71:16)
           IF Rfw-Sts-Proof NOT = Rfw-Sts-Closing(Rfw-Sts-Sub)
              MOVE '*** BREAK' TO Rfw-Print-Line(89:9)
              MOVE 'N' TO Rfw-Proved-Sw
           END-IF
           DISPLAY FUNCTION TRIM(Rfw-Print-Line, TRAILING)
           .
       8100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8300-Write-Handoffs - the standard control-handoff records
      *> (see STREAMIOHnd.cpy) for the four inputs, with the money
      *> on the masters and the feed so STRMBAL can follow it.
      *> ---------------------------------------------------------------
       8300-Write-Handoffs.
           MOVE 'STRMRFW' TO Strm-HO-Program
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE 'Y' TO Strm-HO-Amount-Sw
           MOVE Rfw-Old-File TO Strm-HO-Filename
           MOVE Rfw-Old-Read-Count TO Strm-HO-Record-Count
           MOVE Rfw-Old-Total TO Strm-HO-Amount-Total
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE Rfw-New-File TO Strm-HO-Filename
           MOVE Rfw-New-Read-Count TO Strm-HO-Record-Count
           MOVE Rfw-New-Total TO Strm-HO-Amount-Total
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE Rfw-Feed-File TO Strm-HO-Filename
           MOVE Rfw-Feed-Read-Count TO Strm-HO-Record-Count
           MOVE Rfw-Trl-Total TO Strm-HO-Amount-Total
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'N' TO Strm-HO-Amount-Sw
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE Rfw-Audit-File TO Strm-HO-Filename
           MOVE Rfw-Aud-Read-Count TO Strm-HO-Record-Count
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
           IF NOT Rfw-Abort-Error
              MOVE 'Y' TO Rfw-Err-Sw
              MOVE SCB-Filename TO Rfw-Err-Filename
              MOVE SCB-Function TO Rfw-Err-Function
              MOVE SCB-Mode TO Rfw-Err-Mode
              MOVE SCB-Delimiter-Mode TO Rfw-Err-Delimiter-Mode
              MOVE SCB-Offset TO Rfw-Err-Offset
              MOVE SCB-Return-Code TO Rfw-Err-Return-Code
              MOVE SCB-Severity TO Rfw-Err-Severity
              MOVE SCB-Calling-Program TO Rfw-Err-Calling-Program
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
           IF Rfw-Abort-Error
              MOVE Rfw-Err-Filename TO SCB-Filename
              MOVE Rfw-Err-Function TO SCB-Function
              MOVE Rfw-Err-Mode TO SCB-Mode
              MOVE Rfw-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Rfw-Err-Offset TO SCB-Offset
              MOVE Rfw-Err-Return-Code TO SCB-Return-Code
              MOVE Rfw-Err-Severity TO SCB-Severity
              MOVE Rfw-Err-Calling-Program TO SCB-Calling-Program
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
           COMPUTE Strm-RS-Read-Count = Rfw-Old-Read-Count
              + Rfw-New-Read-Count + Rfw-Aud-Read-Count
              + Rfw-Feed-Read-Count
           MOVE 0 TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMRFW-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
