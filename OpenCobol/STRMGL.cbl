      *> ***************************************************************
      *> ** Program:  STRMGL.cbl                                      **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMGL builds the morning's general-ledger journal from   **
      *> ** the night's posted transactions - the summary Finance     **
      *> ** used to key by hand off the audit listing.  Each detail's **
      *> ** txn-det-code is mapped to a debit and a credit GL account **
      *> ** through STRMTBL table GLMAP; the journal carries one line **
      *> ** per GL account and code, then a totals line.              **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    feed-file journal-file [audit-file]                    **
      *> **                                                           **
      *> ** feed-file is the txn-record.cpy H/D/T feed STRMUPD        **
      *> ** posted.  With no audit-file its details are journaled     **
      *> ** directly; with the night's STRMUPD audit-file, the        **
      *> ** details journaled are the ones the audit shows were       **
      *> ** actually applied, and the feed is read only for its       **
      *> ** header run date and its trailer.  Either way the trailer  **
      *> ** is what the journal has to prove to.  Only audit lines    **
      *> ** carrying the feed's own BATCH= are journaled; STRMAMT     **
      *> ** maintenance lines (USER=) and other batches' lines in a   **
      *> ** cumulative audit file are skipped and counted.            **
      *> **                                                           **
      *> ** The GLMAP mapping: one STRMTBL entry per txn-det-code,    **
      *> ** effective-dated as always, its description holding the    **
      *> ** debit then the credit GL account, space-separated, e.g.   **
      *> **    STRMTBL ADD GLMAP DEP 20260101 1010-000 2010-000       **
      *> ** Entries are looked up as of the feed header's run date.   **
      *> ** A code with no GLMAP entry (or an entry without two       **
      *> ** accounts) is never posted to a default: every such code   **
      *> ** is listed, no journal is written and the step ends RC 16. **
      *> ** A positive amount debits the first account and credits    **
      *> ** the second; a negative one does the reverse.  Each        **
      *> ** account/code line carries its net on the side it falls.   **
      *> **                                                           **
      *> ** The journal file is Unix-delimited text, one keyword      **
      *> ** line per GL account and code, in account order:           **
      *> **    GLACCT=a CODE=c DR=amt CR=amt ITEMS=n BATCH=b          **
      *> **    RUNDATE=yyyymmdd                                       **
      *> ** followed by the totals line, GLACCT=*TOTAL with CODE      **
      *> ** blank and ITEMS the number of details journaled.          **
      *> **                                                           **
      *> ** The proof: total debits must equal total credits, the     **
      *> ** net journaled must equal txn-trl-control-total, and the   **
      *> ** details journaled must equal txn-trl-record-count.  A     **
      *> ** detail the feed carries but couldn't post (a bad packed   **
      *> ** amount, now in suspense) makes the journal short of the   **
      *> ** trailer, and that is a break like any other.              **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters or files, or unmapped codes    **
      *> **        (no journal written)                               **
      *> **     8  the journal written doesn't prove                  **
      *> **     0  journal written and proved                         **
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
      *> ** 2026-10-15  GLC  Audit lines from STRMAMT maintenance     **
      *> **                  (USER=) or from another batch are no     **
      *> **                  longer journaled.                        **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMGL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Gl-Parm-Line                         PIC X(512).
       01  Gl-Feed-File                         PIC X(256) VALUE SPACES.
       01  Gl-Journal-File                      PIC X(256) VALUE
                                                 SPACES.
       01  Gl-Audit-File                        PIC X(256) VALUE SPACES.
       01  Gl-Setup-Ok-Sw                       PIC X(1) VALUE 'Y'.
           88 Gl-Setup-Ok                       VALUE 'Y'.
       01  Gl-Use-Audit-Sw                      PIC X(1) VALUE 'N'.
           88 Gl-Use-Audit                      VALUE 'Y'.

       01  Gl-Feed-Handle                       PIC X(4) COMP-X.
       01  Gl-Audit-Handle                      PIC X(4) COMP-X.
       01  Gl-Journal-Handle                    PIC X(4) COMP-X.
       01  Gl-Eof-Sw                            PIC X(1) VALUE 'N'.
           88 Gl-Eof                            VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> What the feed's header and trailer said.
      *> ---------------------------------------------------------------
       01  Gl-Batch-Id                          PIC X(06) VALUE SPACES.
       01  Gl-Run-Date                          PIC 9(08) VALUE 0.
       01  Gl-Trailer-Sw                        PIC X(1) VALUE 'N'.
           88 Gl-Trailer-Seen                   VALUE 'Y'.
       01  Gl-Trl-Count                         PIC 9(07) VALUE 0.
       01  Gl-Trl-Total                         PIC S9(09)V99 VALUE 0.
       01  Gl-Feed-Read-Count                   PIC 9(07) VALUE 0.
       01  Gl-Audit-Read-Count                  PIC 9(07) VALUE 0.
       01  Gl-Bad-Amount-Count                  PIC 9(07) VALUE 0.
       01  Gl-Bad-Line-Count                    PIC 9(07) VALUE 0.
       01  Gl-Maint-Line-Count                  PIC 9(07) VALUE 0.
       01  Gl-User-Tally                        PIC 9(03) VALUE 0.
       01  Gl-Other-Batch-Count                 PIC 9(07) VALUE 0.

      *> ---------------------------------------------------------------
      *> One audit line, as parsed (see STRMUPD 3500-Write-Audit-Line).
      *> ---------------------------------------------------------------
       01  Gl-Field-Lead                        PIC X(01).
       01  Gl-Field-Acct                        PIC X(10).
       01  Gl-Field-Seq                         PIC X(10).
       01  Gl-Field-Before                      PIC X(20).
       01  Gl-Field-After                       PIC X(20).
       01  Gl-Field-Amt                         PIC X(20).
       01  Gl-Field-Code                        PIC X(04).
       01  Gl-Field-Batch                       PIC X(06).
       01  Gl-Field-Run                         PIC X(08).

      *> ---------------------------------------------------------------
      *> The current detail, whichever file it came from.
      *> ---------------------------------------------------------------
       01  Gl-Det-Code                          PIC X(04).
       01  Gl-Det-Amount                        PIC S9(09)V99 VALUE 0.

      *> ---------------------------------------------------------------
      *> Totals by txn-det-code, with the GLMAP accounts found for
      *> each.
      *> ---------------------------------------------------------------
       01  Gl-Max-Codes                         PIC 9(03) VALUE 200.
       01  Gl-Code-Count                        PIC 9(03) VALUE 0.
       01  Gl-Code-Table.
           05 Gl-Code-Entry OCCURS 200 TIMES.
              10 Gl-Code                        PIC X(04).
              10 Gl-Code-Items                  PIC 9(07).
              10 Gl-Code-Amount                 PIC S9(11)V99.
              10 Gl-Code-Dr-Acct                PIC X(16).
              10 Gl-Code-Cr-Acct                PIC X(16).
       01  Gl-Code-Sub                          PIC 9(03) VALUE 0.
       01  Gl-Code-Ix                           PIC 9(03) VALUE 0.
       01  Gl-Found-Sw                          PIC X(1) VALUE 'N'.
           88 Gl-Found                          VALUE 'Y'.
       01  Gl-Full-Sw                           PIC X(1) VALUE 'N'.
           88 Gl-Full                           VALUE 'Y'.
       01  Gl-Unmapped-Count                    PIC 9(03) VALUE 0.
       01  Gl-Map-Extra                         PIC X(16).

      *> ---------------------------------------------------------------
      *> The journal lines, kept in GL account / code order as they
      *> are built.  Net is debits less credits.
      *> ---------------------------------------------------------------
       01  Gl-Max-Lines                         PIC 9(03) VALUE 400.
       01  Gl-Line-Count                        PIC 9(03) VALUE 0.
       01  Gl-Line-Table.
           05 Gl-Line-Entry OCCURS 400 TIMES.
              10 Gl-Line-Key.
                 15 Gl-Line-Acct                PIC X(16).
                 15 Gl-Line-Code                PIC X(04).
              10 Gl-Line-Items                  PIC 9(07).
              10 Gl-Line-Net                    PIC S9(11)V99.
       01  Gl-Line-Sub                          PIC 9(03) VALUE 0.
       01  Gl-Line-Ix                           PIC 9(03) VALUE 0.
       01  Gl-New-Key.
           05 Gl-New-Acct                       PIC X(16).
           05 Gl-New-Code                       PIC X(04).
       01  Gl-New-Net                           PIC S9(11)V99 VALUE 0.

       01  Gl-Total-Items                       PIC 9(07) VALUE 0.
       01  Gl-Total-Net                         PIC S9(11)V99 VALUE 0.
       01  Gl-Total-Dr                          PIC S9(11)V99 VALUE 0.
       01  Gl-Total-Cr                          PIC S9(11)V99 VALUE 0.
       01  Gl-Line-Dr                           PIC S9(11)V99 VALUE 0.
       01  Gl-Line-Cr                           PIC S9(11)V99 VALUE 0.
       01  Gl-Write-Count                       PIC 9(07) VALUE 0.
       01  Gl-Proved-Sw                         PIC X(1) VALUE 'Y'.
           88 Gl-Proved                         VALUE 'Y'.

       01  Gl-Journal-Line                      PIC X(200).
       01  Gl-Dr-Edit                           PIC -(11)9.99.
       01  Gl-Cr-Edit                           PIC -(11)9.99.
       01  Gl-Items-Edit                        PIC Z(6)9.
       01  Gl-Count-Disp                        PIC ZZZ,ZZ9.
       01  Gl-Amount-Disp                       PIC -(11)9.99.
       01  Gl-Print-Line                        PIC X(100).

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Gl-Err-Sw                            PIC X(1) VALUE 'N'.
           88 Gl-Abort-Error                    VALUE 'Y'.
       01  Gl-Err-Filename                      PIC X(256).
       01  Gl-Err-Function                      PIC X(2).
       01  Gl-Err-Mode                          PIC X(1).
       01  Gl-Err-Delimiter-Mode                PIC X(1).
       01  Gl-Err-Offset                        PIC X(8) COMP-X.
       01  Gl-Err-Return-Code                   USAGE BINARY-LONG.
       01  Gl-Err-Severity                      PIC X(1).
       01  Gl-Err-Calling-Program               PIC X(8).

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
           IF NOT Gl-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Read-Feed THRU 2000-Exit
           IF Gl-Use-Audit AND NOT Gl-Abort-Error
              PERFORM 3000-Read-Audit THRU 3000-Exit
           END-IF
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF Gl-Abort-Error OR Gl-Full
              DISPLAY "STRMGL: INPUT UNUSABLE - NO JOURNAL WRITTEN"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 4000-Map-Codes THRU 4000-Exit
           IF Gl-Unmapped-Count > 0 OR Gl-Full
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 5000-Build-Journal THRU 5000-Exit
           PERFORM 6000-Write-Journal THRU 6000-Exit
           MOVE 0 TO RETURN-CODE
           IF Gl-Abort-Error
              DISPLAY "STRMGL: JOURNAL INCOMPLETE"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 8000-Display-Proof THRU 8000-Exit
           PERFORM 8300-Write-Handoffs THRU 8300-Exit
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Gl-Parm-Line FROM COMMAND-LINE
           UNSTRING Gl-Parm-Line DELIMITED BY ALL SPACE
               INTO Gl-Feed-File, Gl-Journal-File, Gl-Audit-File
           END-UNSTRING
           MOVE 'STRMGL' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMGL' TO Strm-RS-Program
           MOVE Gl-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           IF Gl-Feed-File = SPACES OR Gl-Journal-File = SPACES
              DISPLAY "STRMGL: USAGE - feed-file journal-file "
                      "[audit-file]"
              MOVE 'N' TO Gl-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           IF Gl-Audit-File NOT = SPACES
              MOVE 'Y' TO Gl-Use-Audit-Sw
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Read-Feed - header and trailer always; the details too
      *> unless the audit file is the source of what posted.
      *> ---------------------------------------------------------------
       2000-Read-Feed.
           MOVE Gl-Feed-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Gl-Feed-Handle
           MOVE 'N' TO Gl-Eof-Sw
           PERFORM 2100-Read-One-Feed-Record THRU 2100-Exit
              UNTIL Gl-Eof
           MOVE 0 TO SCB-Record-Length
           MOVE Gl-Feed-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF NOT Gl-Trailer-Seen
              DISPLAY "STRMGL: NO TRAILER ON "
                      FUNCTION TRIM(Gl-Feed-File, TRAILING)
              MOVE 'N' TO Gl-Proved-Sw
           END-IF
           .
       2000-Exit.
           EXIT.

       2100-Read-One-Feed-Record.
           MOVE Gl-Feed-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF txn-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 MOVE Streamio-Record-Data(1:LENGTH OF txn-record)
                    TO txn-record
                 ADD 1 TO Gl-Feed-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Gl-Eof-Sw
                 GO TO 2100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Gl-Eof-Sw
                 GO TO 2100-Exit
           END-EVALUATE
           EVALUATE TRUE
              WHEN txn-is-header
                 MOVE txn-hdr-batch-id TO Gl-Batch-Id
                 IF txn-hdr-run-date IS NUMERIC
                    MOVE txn-hdr-run-date TO Gl-Run-Date
                 END-IF
              WHEN txn-is-trailer
                 MOVE 'Y' TO Gl-Trailer-Sw
                 IF txn-trl-record-count IS NUMERIC
                    MOVE txn-trl-record-count TO Gl-Trl-Count
                 END-IF
                 IF txn-trl-control-total IS NUMERIC
                    MOVE txn-trl-control-total TO Gl-Trl-Total
                 ELSE
                    DISPLAY "STRMGL: TRAILER CONTROL TOTAL UNREADABLE"
                    MOVE 'N' TO Gl-Proved-Sw
                 END-IF
              WHEN txn-is-detail AND NOT Gl-Use-Audit
                 IF txn-det-amount IS NUMERIC
                    MOVE txn-det-code TO Gl-Det-Code
                    MOVE txn-det-amount TO Gl-Det-Amount
                    PERFORM 3500-Add-To-Code THRU 3500-Exit
                 ELSE
                    ADD 1 TO Gl-Bad-Amount-Count
                 END-IF
           END-EVALUATE
           .
       2100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Read-Audit - one applied detail per audit line.
      *> ---------------------------------------------------------------
       3000-Read-Audit.
           MOVE Gl-Audit-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Gl-Audit-Handle
           MOVE 'N' TO Gl-Eof-Sw
           PERFORM 3100-Read-One-Audit-Line THRU 3100-Exit
              UNTIL Gl-Eof
           MOVE Gl-Audit-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       3000-Exit.
           EXIT.

       3100-Read-One-Audit-Line.
           MOVE Gl-Audit-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Gl-Audit-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Gl-Eof-Sw
                 GO TO 3100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Gl-Eof-Sw
                 GO TO 3100-Exit
           END-EVALUATE
           IF Streamio-Record-Data(1:200) = SPACES
              GO TO 3100-Exit
           END-IF
           MOVE SPACES TO Gl-Field-Acct Gl-Field-Seq Gl-Field-Before
                          Gl-Field-After Gl-Field-Amt Gl-Field-Code
                          Gl-Field-Batch Gl-Field-Run
      *> STRMAMT maintenance lines (USER=) are never postings, and a
      *> cumulative audit file holds other nights' batches too.
           MOVE 0 TO Gl-User-Tally
           INSPECT Streamio-Record-Data(1:200)
              TALLYING Gl-User-Tally FOR ALL " USER="
           IF Gl-User-Tally > 0
              ADD 1 TO Gl-Maint-Line-Count
              GO TO 3100-Exit
           END-IF
           UNSTRING Streamio-Record-Data(1:200)
               DELIMITED BY "ACCT=" OR " SEQ=" OR " BEFORE="
                           OR " AFTER=" OR " AMT=" OR " CODE="
                           OR " BATCH=" OR " RUN="
               INTO Gl-Field-Lead, Gl-Field-Acct, Gl-Field-Seq,
                    Gl-Field-Before, Gl-Field-After,
                    Gl-Field-Amt, Gl-Field-Code,
                    Gl-Field-Batch, Gl-Field-Run
           END-UNSTRING
           IF Gl-Field-Batch NOT = Gl-Batch-Id
              ADD 1 TO Gl-Other-Batch-Count
              GO TO 3100-Exit
           END-IF
           IF Gl-Field-Amt = SPACES
              OR FUNCTION TEST-NUMVAL(Gl-Field-Amt) NOT = 0
              ADD 1 TO Gl-Bad-Line-Count
              GO TO 3100-Exit
           END-IF
           MOVE Gl-Field-Code TO Gl-Det-Code
           COMPUTE Gl-Det-Amount = FUNCTION NUMVAL(Gl-Field-Amt)
           PERFORM 3500-Add-To-Code THRU 3500-Exit
           .
       3100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3500-Add-To-Code - Gl-Det-Code / Gl-Det-Amount into the
      *> per-code totals.
      *> ---------------------------------------------------------------
       3500-Add-To-Code.
           MOVE 'N' TO Gl-Found-Sw
           PERFORM 3510-Match-One-Code THRU 3510-Exit
              VARYING Gl-Code-Sub FROM 1 BY 1
              UNTIL Gl-Code-Sub > Gl-Code-Count OR Gl-Found
           IF NOT Gl-Found
              IF Gl-Code-Count >= Gl-Max-Codes
                 IF NOT Gl-Full
                    DISPLAY "STRMGL: MORE THAN " Gl-Max-Codes
                            " TRANSACTION CODES"
                 END-IF
                 MOVE 'Y' TO Gl-Full-Sw
                 GO TO 3500-Exit
              END-IF
              ADD 1 TO Gl-Code-Count
              MOVE Gl-Code-Count TO Gl-Code-Ix
              MOVE Gl-Det-Code TO Gl-Code(Gl-Code-Ix)
              MOVE 0 TO Gl-Code-Items(Gl-Code-Ix)
              MOVE 0 TO Gl-Code-Amount(Gl-Code-Ix)
              MOVE SPACES TO Gl-Code-Dr-Acct(Gl-Code-Ix)
              MOVE SPACES TO Gl-Code-Cr-Acct(Gl-Code-Ix)
           END-IF
           ADD 1 TO Gl-Code-Items(Gl-Code-Ix)
           ADD Gl-Det-Amount TO Gl-Code-Amount(Gl-Code-Ix)
           ADD 1 TO Gl-Total-Items
           ADD Gl-Det-Amount TO Gl-Total-Net
           .
       3500-Exit.
           EXIT.

       3510-Match-One-Code.
           IF Gl-Code(Gl-Code-Sub) = Gl-Det-Code
              MOVE 'Y' TO Gl-Found-Sw
              MOVE Gl-Code-Sub TO Gl-Code-Ix
           END-IF
           .
       3510-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Map-Codes - every code seen must have a GLMAP entry
      *> naming two accounts; all the misses are listed before the
      *> run gives up.
      *> ---------------------------------------------------------------
       4000-Map-Codes.
           PERFORM 4100-Map-One-Code THRU 4100-Exit
              VARYING Gl-Code-Sub FROM 1 BY 1
              UNTIL Gl-Code-Sub > Gl-Code-Count OR Gl-Full
           IF Gl-Unmapped-Count > 0
              MOVE Gl-Unmapped-Count TO Gl-Count-Disp
              DISPLAY "STRMGL: *** " FUNCTION TRIM(Gl-Count-Disp)
                      " CODE(S) WITHOUT A GL MAPPING - NO JOURNAL "
                      "WRITTEN ***"
           END-IF
           .
       4000-Exit.
           EXIT.

       4100-Map-One-Code.
           MOVE 'GLMAP' TO Tbl-CB-Table-Name
           MOVE Gl-Code(Gl-Code-Sub) TO Tbl-CB-Code
           MOVE Gl-Run-Date TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-No-Table-File
              DISPLAY "STRMGL: CODE TABLE FILE UNREADABLE - NO GL "
                      "MAPPING AVAILABLE"
              MOVE 'Y' TO Gl-Full-Sw
              GO TO 4100-Exit
           END-IF
           MOVE Gl-Code(Gl-Code-Sub) TO Gl-Det-Code
           MOVE Gl-Code-Items(Gl-Code-Sub) TO Gl-Count-Disp
           MOVE Gl-Code-Amount(Gl-Code-Sub) TO Gl-Amount-Disp
           IF NOT Tbl-CB-Found
              DISPLAY "STRMGL: CODE '" Gl-Det-Code "' NOT ON GLMAP - "
                      FUNCTION TRIM(Gl-Count-Disp) " ITEM(S) "
                      FUNCTION TRIM(Gl-Amount-Disp)
              ADD 1 TO Gl-Unmapped-Count
              GO TO 4100-Exit
           END-IF
           MOVE SPACES TO Gl-Map-Extra
           UNSTRING Tbl-CB-Desc DELIMITED BY ALL SPACE
               INTO Gl-Code-Dr-Acct(Gl-Code-Sub),
                    Gl-Code-Cr-Acct(Gl-Code-Sub), Gl-Map-Extra
           END-UNSTRING
           IF Gl-Code-Dr-Acct(Gl-Code-Sub) = SPACES
              OR Gl-Code-Cr-Acct(Gl-Code-Sub) = SPACES
              OR Gl-Map-Extra NOT = SPACES
              DISPLAY "STRMGL: CODE '" Gl-Det-Code "' GLMAP ENTRY '"
                      FUNCTION TRIM(Tbl-CB-Desc)
                      "' IS NOT 'debit-acct credit-acct'"
              ADD 1 TO Gl-Unmapped-Count
           END-IF
           .
       4100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Build-Journal - each code's net to its debit account
      *> and, negated, to its credit account.
      *> ---------------------------------------------------------------
       5000-Build-Journal.
           PERFORM 5100-Post-One-Code THRU 5100-Exit
              VARYING Gl-Code-Sub FROM 1 BY 1
              UNTIL Gl-Code-Sub > Gl-Code-Count
           .
       5000-Exit.
           EXIT.

       5100-Post-One-Code.
           MOVE Gl-Code-Dr-Acct(Gl-Code-Sub) TO Gl-New-Acct
           MOVE Gl-Code(Gl-Code-Sub) TO Gl-New-Code
           MOVE Gl-Code-Amount(Gl-Code-Sub) TO Gl-New-Net
           PERFORM 5200-Add-To-Line THRU 5200-Exit
           MOVE Gl-Code-Cr-Acct(Gl-Code-Sub) TO Gl-New-Acct
           COMPUTE Gl-New-Net = 0 - Gl-Code-Amount(Gl-Code-Sub)
           PERFORM 5200-Add-To-Line THRU 5200-Exit
           .
       5100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5200-Add-To-Line - find Gl-New-Key in the (ordered) line
      *> table, or open a slot for it in order, and add to it.
      *> With 200 codes at most there can be no more than 400 lines.
      *> ---------------------------------------------------------------
       5200-Add-To-Line.
           MOVE 1 TO Gl-Line-Ix
           PERFORM 5210-Step-Past-Lower THRU 5210-Exit
              UNTIL Gl-Line-Ix > Gl-Line-Count
                 OR Gl-Line-Key(Gl-Line-Ix) >= Gl-New-Key
           IF Gl-Line-Ix > Gl-Line-Count
              OR Gl-Line-Key(Gl-Line-Ix) NOT = Gl-New-Key
              MOVE Gl-Line-Count TO Gl-Line-Sub
              PERFORM 5220-Shift-One-Line THRU 5220-Exit
                 UNTIL Gl-Line-Sub < Gl-Line-Ix
              ADD 1 TO Gl-Line-Count
              MOVE Gl-New-Key TO Gl-Line-Key(Gl-Line-Ix)
              MOVE 0 TO Gl-Line-Items(Gl-Line-Ix)
              MOVE 0 TO Gl-Line-Net(Gl-Line-Ix)
           END-IF
           ADD Gl-Code-Items(Gl-Code-Sub) TO Gl-Line-Items(Gl-Line-Ix)
           ADD Gl-New-Net TO Gl-Line-Net(Gl-Line-Ix)
           .
       5200-Exit.
           EXIT.

       5210-Step-Past-Lower.
           ADD 1 TO Gl-Line-Ix
           .
       5210-Exit.
           EXIT.

       5220-Shift-One-Line.
           MOVE Gl-Line-Entry(Gl-Line-Sub)
              TO Gl-Line-Entry(Gl-Line-Sub + 1)
           SUBTRACT 1 FROM Gl-Line-Sub
           .
       5220-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6000-Write-Journal - the lines in account order, then the
      *> totals line; debits and credits are totalled as written.
      *> ---------------------------------------------------------------
       6000-Write-Journal.
           MOVE Gl-Journal-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 6000-Exit
           END-IF
           MOVE SCB-Handle TO Gl-Journal-Handle
           PERFORM 6100-Write-One-Line THRU 6100-Exit
              VARYING Gl-Line-Sub FROM 1 BY 1
              UNTIL Gl-Line-Sub > Gl-Line-Count OR Gl-Abort-Error
           MOVE Gl-Total-Dr TO Gl-Dr-Edit
           MOVE Gl-Total-Cr TO Gl-Cr-Edit
           MOVE Gl-Total-Items TO Gl-Items-Edit
           MOVE SPACES TO Gl-Journal-Line
           STRING 'GLACCT=*TOTAL CODE= DR=' FUNCTION TRIM(Gl-Dr-Edit)
                  ' CR=' FUNCTION TRIM(Gl-Cr-Edit)
                  ' ITEMS=' FUNCTION TRIM(Gl-Items-Edit)
                  ' BATCH=' Gl-Batch-Id
                  ' RUNDATE=' Gl-Run-Date
                  DELIMITED BY SIZE
                  INTO Gl-Journal-Line
           END-STRING
           PERFORM 6200-Put-Journal-Line THRU 6200-Exit
           MOVE Gl-Journal-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       6000-Exit.
           EXIT.

       6100-Write-One-Line.
           IF Gl-Line-Net(Gl-Line-Sub) < 0
              MOVE 0 TO Gl-Line-Dr
              COMPUTE Gl-Line-Cr = 0 - Gl-Line-Net(Gl-Line-Sub)
           ELSE
              MOVE Gl-Line-Net(Gl-Line-Sub) TO Gl-Line-Dr
              MOVE 0 TO Gl-Line-Cr
           END-IF
           ADD Gl-Line-Dr TO Gl-Total-Dr
           ADD Gl-Line-Cr TO Gl-Total-Cr
           MOVE Gl-Line-Dr TO Gl-Dr-Edit
           MOVE Gl-Line-Cr TO Gl-Cr-Edit
           MOVE Gl-Line-Items(Gl-Line-Sub) TO Gl-Items-Edit
           MOVE SPACES TO Gl-Journal-Line
           STRING 'GLACCT=' FUNCTION TRIM(Gl-Line-Acct(Gl-Line-Sub))
                  ' CODE=' FUNCTION TRIM(Gl-Line-Code(Gl-Line-Sub))
                  ' DR=' FUNCTION TRIM(Gl-Dr-Edit)
                  ' CR=' FUNCTION TRIM(Gl-Cr-Edit)
                  ' ITEMS=' FUNCTION TRIM(Gl-Items-Edit)
                  ' BATCH=' Gl-Batch-Id
                  ' RUNDATE=' Gl-Run-Date
                  DELIMITED BY SIZE
                  INTO Gl-Journal-Line
           END-STRING
           PERFORM 6200-Put-Journal-Line THRU 6200-Exit
           .
       6100-Exit.
           EXIT.

       6200-Put-Journal-Line.
           MOVE SPACES TO Streamio-Record-Data
           MOVE Gl-Journal-Line TO Streamio-Record-Data(1:200)
           MOVE Gl-Journal-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Gl-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       6200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8000-Display-Proof - the journal listing, then the three
      *> ties: debits to credits, net to the trailer's control total,
      *> details to the trailer's record count.
      *> ---------------------------------------------------------------
       8000-Display-Proof.
           DISPLAY "STREAMIO GENERAL LEDGER JOURNAL"
           DISPLAY "TXN FEED:   " FUNCTION TRIM(Gl-Feed-File, TRAILING)
           IF Gl-Use-Audit
              DISPLAY "AUDIT FILE: "
                      FUNCTION TRIM(Gl-Audit-File, TRAILING)
           END-IF
           DISPLAY "JOURNAL:    "
                   FUNCTION TRIM(Gl-Journal-File, TRAILING)
           DISPLAY "BATCH " Gl-Batch-Id "   RUN DATE " Gl-Run-Date
           DISPLAY " "
           DISPLAY "GL ACCOUNT       CODE   ITEMS            DEBIT"
                   "           CREDIT"
           PERFORM 8100-Display-One-Line THRU 8100-Exit
              VARYING Gl-Line-Sub FROM 1 BY 1
              UNTIL Gl-Line-Sub > Gl-Line-Count
           MOVE Gl-Total-Dr TO Gl-Dr-Edit
           MOVE Gl-Total-Cr TO Gl-Cr-Edit
           DISPLAY "TOTALS                        " Gl-Dr-Edit
                   "  " Gl-Cr-Edit
           DISPLAY " "
           MOVE Gl-Total-Items TO Gl-Count-Disp
           MOVE Gl-Total-Net TO Gl-Amount-Disp
           DISPLAY "DETAILS JOURNALED . . . " Gl-Count-Disp
                   "  " Gl-Amount-Disp
           MOVE Gl-Trl-Count TO Gl-Count-Disp
           MOVE Gl-Trl-Total TO Gl-Amount-Disp
           DISPLAY "FEED TRAILER  . . . . . " Gl-Count-Disp
                   "  " Gl-Amount-Disp
           IF Gl-Bad-Amount-Count > 0
              MOVE Gl-Bad-Amount-Count TO Gl-Count-Disp
              DISPLAY "BAD PACKED AMOUNTS  . . " Gl-Count-Disp
                      " *** NOT JOURNALED ***"
           END-IF
           IF Gl-Bad-Line-Count > 0
              MOVE Gl-Bad-Line-Count TO Gl-Count-Disp
              DISPLAY "UNREADABLE AUDIT LINES  " Gl-Count-Disp
                      " *** NOT JOURNALED ***"
           END-IF
           IF Gl-Maint-Line-Count > 0
              MOVE Gl-Maint-Line-Count TO Gl-Count-Disp
              DISPLAY "MAINT LINES SKIPPED . . " Gl-Count-Disp
           END-IF
           IF Gl-Other-Batch-Count > 0
              MOVE Gl-Other-Batch-Count TO Gl-Count-Disp
              DISPLAY "OTHER BATCHES SKIPPED . " Gl-Count-Disp
           END-IF
           IF Gl-Total-Dr NOT = Gl-Total-Cr
              DISPLAY "*** DEBITS DO NOT EQUAL CREDITS ***"
              MOVE 'N' TO Gl-Proved-Sw
           END-IF
           IF Gl-Total-Net NOT = Gl-Trl-Total
              DISPLAY "*** JOURNAL TOTAL DOES NOT EQUAL THE FEED "
                      "CONTROL TOTAL ***"
              MOVE 'N' TO Gl-Proved-Sw
           END-IF
           IF Gl-Total-Items NOT = Gl-Trl-Count
              DISPLAY "*** DETAILS JOURNALED DO NOT EQUAL THE FEED "
                      "RECORD COUNT ***"
              MOVE 'N' TO Gl-Proved-Sw
           END-IF
           IF Gl-Proved
              DISPLAY "JOURNAL PROVED"
           ELSE
              DISPLAY "*** JOURNAL OUT OF BALANCE ***"
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       8000-Exit.
           EXIT.

       8100-Display-One-Line.
           IF Gl-Line-Net(Gl-Line-Sub) < 0
              MOVE 0 TO Gl-Line-Dr
              COMPUTE Gl-Line-Cr = 0 - Gl-Line-Net(Gl-Line-Sub)
           ELSE
              MOVE Gl-Line-Net(Gl-Line-Sub) TO Gl-Line-Dr
              MOVE 0 TO Gl-Line-Cr
           END-IF
           MOVE SPACES TO Gl-Print-Line
           MOVE Gl-Line-Acct(Gl-Line-Sub) TO Gl-Print-Line(1:16)
           MOVE Gl-Line-Code(Gl-Line-Sub) TO Gl-Print-Line(18:4)
           MOVE Gl-Line-Items(Gl-Line-Sub) TO Gl-Count-Disp
           MOVE Gl-Count-Disp TO Gl-Print-Line(23:7)
           MOVE Gl-Line-Dr TO Gl-Dr-Edit
           MOVE Gl-Dr-Edit TO Gl-Print-Line(31:15)
           MOVE Gl-Line-Cr TO Gl-Cr-Edit
           MOVE Gl-Cr-Edit TO Gl-Print-Line(48:15)
           DISPLAY FUNCTION TRIM(Gl-Print-Line, TRAILING)
           .
       8100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8300-Write-Handoffs - the standard control-handoff records
      *> (see STREAMIOHnd.cpy): the feed (and audit) in, the journal
      *> out with its net, so STRMBAL can follow the money.
      *> ---------------------------------------------------------------
       8300-Write-Handoffs.
           MOVE 'STRMGL' TO Strm-HO-Program
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE Gl-Feed-File TO Strm-HO-Filename
           MOVE Gl-Feed-Read-Count TO Strm-HO-Record-Count
           MOVE 'Y' TO Strm-HO-Amount-Sw
           MOVE Gl-Trl-Total TO Strm-HO-Amount-Total
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           IF Gl-Use-Audit
              MOVE 'N' TO Strm-HO-Amount-Sw
              MOVE 'IN ' TO Strm-HO-Direction
              MOVE Gl-Audit-File TO Strm-HO-Filename
              MOVE Gl-Audit-Read-Count TO Strm-HO-Record-Count
              PERFORM 8400-Write-Handoff THRU 8400-Exit
           END-IF
           MOVE 'Y' TO Strm-HO-Amount-Sw
           MOVE 'OUT' TO Strm-HO-Direction
           MOVE Gl-Journal-File TO Strm-HO-Filename
           MOVE Gl-Write-Count TO Strm-HO-Record-Count
           MOVE Gl-Total-Net TO Strm-HO-Amount-Total
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
           IF NOT Gl-Abort-Error
              MOVE 'Y' TO Gl-Err-Sw
              MOVE SCB-Filename TO Gl-Err-Filename
              MOVE SCB-Function TO Gl-Err-Function
              MOVE SCB-Mode TO Gl-Err-Mode
              MOVE SCB-Delimiter-Mode TO Gl-Err-Delimiter-Mode
              MOVE SCB-Offset TO Gl-Err-Offset
              MOVE SCB-Return-Code TO Gl-Err-Return-Code
              MOVE SCB-Severity TO Gl-Err-Severity
              MOVE SCB-Calling-Program TO Gl-Err-Calling-Program
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
           IF Gl-Abort-Error
              MOVE Gl-Err-Filename TO SCB-Filename
              MOVE Gl-Err-Function TO SCB-Function
              MOVE Gl-Err-Mode TO SCB-Mode
              MOVE Gl-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Gl-Err-Offset TO SCB-Offset
              MOVE Gl-Err-Return-Code TO SCB-Return-Code
              MOVE Gl-Err-Severity TO SCB-Severity
              MOVE Gl-Err-Calling-Program TO SCB-Calling-Program
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
              Gl-Feed-Read-Count + Gl-Audit-Read-Count
           MOVE Gl-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMGL-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
