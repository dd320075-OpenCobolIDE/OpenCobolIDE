      *> ***************************************************************
      *> ** Program:  STRMCTR.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMCTR is compliance's large-transaction and             **
      *> ** structuring report.  Every cash detail at or over the     **
      *> ** regulatory threshold has to be reported, and so does the  **
      *> ** account that keeps just under it with several cash items  **
      *> ** inside a few days - the classic structuring pattern that  **
      *> ** used to be found, when it was found at all, by eyeballing **
      *> ** STRMPRT listings.  This scans the night's txn-record.cpy  **
      *> ** feed, keeps a rolling history of near-threshold cash      **
      *> ** items per txn-det-acct-no (the same idea as the STRMDUP   **
      *> ** registry), reports single large items and aggregated      **
      *> ** near-threshold patterns with the account's acct-master    **
      *> ** status and open date alongside, and opens a case for      **
      *> ** each on a case file that compliance annotates and closes  **
      *> ** through this same program.                               **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated), the first naming the function:               **
      *> **    SCAN  feed-file master-file                            **
      *> **    NOTE  case text ...                                    **
      *> **    CLOSE case disposition text ...                        **
      *> **    LIST  [OPEN|ALL|case]                                  **
      *> **                                                           **
      *> ** SCAN works to the feed header's run date.  Its rules come **
      *> ** from effective-dated STRMTBL entries (looked up through   **
      *> ** STRMTBLL as of that date), the description holding the   **
      *> ** number:                                                   **
      *> **    CTRPARM LARGE   the regulatory threshold - required    **
      *> **    CTRPARM NEAR    where "just under" starts (default     **
      *> **                    80 percent of LARGE)                   **
      *> **    CTRPARM COUNT   near-threshold items that make a       **
      *> **                    pattern (default 3)                    **
      *> **    CTRPARM WINDOW  days a pattern is looked for over,     **
      *> **                    the run date included (default 5)      **
      *> ** and a detail is cash when its txn-det-code is on the      **
      *> ** CTRCASH table, e.g. ADD CTRCASH CDEP 20260101 CASH        **
      *> ** DEPOSIT.  Amounts are taken without sign - a withdrawal   **
      *> ** is as reportable as a deposit; non-cash codes are not     **
      *> ** looked at.                                                **
      *> **                                                           **
      *> ** A cash item at or over LARGE is a LARGE case on its own.  **
      *> ** A cash item at or over NEAR but under LARGE goes into the **
      *> ** history, and an account with one tonight whose history    **
      *> ** now holds at least COUNT of them inside the window,       **
      *> ** totalling LARGE or more, is a STRUCT case carrying every  **
      *> ** one of those items.  While an account's STRUCT case is    **
      *> ** open, further items in its pattern are added to that      **
      *> ** case rather than opening another; once compliance closes **
      *> ** it, a recurrence opens a new one.                         **
      *> **                                                           **
      *> ** A rerun of the same feed is harmless: history entries of  **
      *> ** the feed's own batch and run date are replaced rather     **
      *> ** than doubled, a LARGE item already cased (same batch,     **
      *> ** sequence and account) is reported against its existing   **
      *> ** case, and an item already on a STRUCT case is not added   **
      *> ** to it twice.                                              **
      *> **                                                           **
      *> ** NOTE adds the text to an open case's record; CLOSE        **
      *> ** closes it with the disposition given.  Both need the      **
      *> ** text, and neither works on a case already closed.  LIST   **
      *> ** summarizes the open cases (or ALL of them), or shows one  **
      *> ** case in full - its items, notes and disposition.          **
      *> **                                                           **
      *> ** The history (strmctr_history.dat) is one line per         **
      *> ** near-threshold cash item in the package's keyword format: **
      *> **    RUN=rundate BATCH=b SEQ=n ACCT=a AMT=amt CODE=c        **
      *> ** Entries older than the window age out when it is          **
      *> ** rewritten at the end of each SCAN.                        **
      *> **                                                           **
      *> ** The case file (strmctr_cases.dat) is appended to and      **
      *> ** never rewritten.  Every record is one keyword line:       **
      *> **    ACT=a CASE=n DATE=yyyymmdd USER=u TYPE=t ACCT=a        **
      *> **    AMT=amt COUNT=n CODE=c FIRST=d LAST=d BATCH=b SEQ=n    **
      *> **    MSTAT=s MOPEN=d TEXT=text                              **
      *> ** ACT=OPEN records are the cases, numbered 1, 2, 3 ... by   **
      *> ** their order on the file; AMT is the item's amount for a   **
      *> ** LARGE case and the pattern's total for a STRUCT one,      **
      *> ** MSTAT and MOPEN the master's status and open date when    **
      *> ** the case was opened (? and blank when the account isn't   **
      *> ** on the master), TEXT the feed.  ACT=ITEM records are a    **
      *> ** STRUCT case's items (FIRST = LAST = the item's run        **
      *> ** date); ACT=NOTE and ACT=CLOSE carry compliance's text.    **
      *> **                                                           **
      *> ** The feed carries COMP-3 fields, so it is opened           **
      *> ** Streamio-DELIM-None and read with the fixed-length read   **
      *> ** function, as is the master.                              **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters, feed with no leading 'H'      **
      *> **        record, unreadable table file or no usable LARGE   **
      *> **        entry, case file unusable or full, or an I/O       **
      *> **        error in a SCAN (master, cases or history - the    **
      *> **        history is then left as it was)                    **
      *> **     8  a NOTE or CLOSE refused                            **
      *> **     4  SCAN: cases opened or added to - review them       **
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
      *> ** 2026-10-15  GLC  An I/O error in a SCAN ends RC 16, and a **
      *> **                  history read error leaves the history    **
      *> **                  file unrewritten.                        **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMCTR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Ctr-Parm-Line                        PIC X(512).
       01  Ctr-Function                         PIC X(10) VALUE SPACES.
           88 Ctr-Fn-Scan                       VALUE 'SCAN'.
           88 Ctr-Fn-Note                       VALUE 'NOTE'.
           88 Ctr-Fn-Close                      VALUE 'CLOSE'.
           88 Ctr-Fn-List                       VALUE 'LIST'.
       01  Ctr-Arg-1                            PIC X(256) VALUE
                                                 SPACES.
       01  Ctr-Arg-2                            PIC X(256) VALUE
                                                 SPACES.
       01  Ctr-Parm-Ptr                         PIC 9(03) VALUE 1.
       01  Ctr-Skip-1                           PIC X(10).
       01  Ctr-Skip-2                           PIC X(10).
       01  Ctr-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Ctr-Setup-Ok                      VALUE 'Y'.

       01  Ctr-Feed-File                        PIC X(256) VALUE
                                                 SPACES.
       01  Ctr-Master-File                      PIC X(256) VALUE
                                                 SPACES.
       01  Ctr-Current-Date                     PIC X(21).
       01  Ctr-Today                            PIC 9(08) VALUE 0.
       01  Ctr-User                             PIC X(16) VALUE SPACES.
       01  Ctr-Text                             PIC X(200) VALUE SPACES.
       01  Ctr-Target                           PIC 9(06) VALUE 0.
       01  Ctr-List-Sw                          PIC X(1) VALUE 'O'.
           88 Ctr-List-Open                     VALUE 'O'.
           88 Ctr-List-All                      VALUE 'A'.
           88 Ctr-List-One                      VALUE '1'.

      *> ---------------------------------------------------------------
      *> The rules, from the CTRPARM table as of the run date.
      *> ---------------------------------------------------------------
       01  Ctr-Param-Table-Name                 PIC X(16) VALUE
                                                 'CTRPARM'.
       01  Ctr-Cash-Table-Name                  PIC X(16) VALUE
                                                 'CTRCASH'.
       01  Ctr-Large                            PIC S9(09)V99 VALUE 0.
       01  Ctr-Near                             PIC S9(09)V99 VALUE 0.
       01  Ctr-Min-Count                        PIC 9(05) VALUE 3.
       01  Ctr-Window-Days                      PIC 9(04) VALUE 5.
       01  Ctr-Param-Code                       PIC X(20).
       01  Ctr-Param-Value                      PIC S9(09)V99 VALUE 0.
       01  Ctr-Param-Found-Sw                   PIC X(1) VALUE 'N'.
           88 Ctr-Param-Found                   VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The feed and the master.
      *> ---------------------------------------------------------------
       01  Ctr-Feed-Handle                      PIC X(4) COMP-X.
       01  Ctr-Master-Handle                    PIC X(4) COMP-X.
       01  Ctr-Feed-Eof-Sw                      PIC X(1) VALUE 'N'.
           88 Ctr-Feed-Eof                      VALUE 'Y'.
       01  Ctr-Feed-Open-Sw                     PIC X(1) VALUE 'N'.
           88 Ctr-Feed-Open                     VALUE 'Y'.
       01  Ctr-Header-Ok-Sw                     PIC X(1) VALUE 'N'.
           88 Ctr-Header-Ok                     VALUE 'Y'.
       01  Ctr-Run-Date                         PIC 9(08) VALUE 0.
       01  Ctr-Batch-Id                         PIC X(06) VALUE SPACES.
       01  Ctr-Run-Day-Int                      PIC 9(08) VALUE 0.
       01  Ctr-Cutoff-Day-Int                   PIC 9(08) VALUE 0.
       01  Ctr-Txn-Seq                          PIC 9(07) VALUE 0.
       01  Ctr-Amount                           PIC S9(07)V99 VALUE 0.
       01  Ctr-Abs-Amount                       PIC S9(07)V99 VALUE 0.
       01  Ctr-Master-Eof-Sw                    PIC X(1) VALUE 'N'.
           88 Ctr-Master-Eof                    VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The rolling history, held whole: entries inside the window
      *> load (less any of tonight's own batch, which a rerun
      *> replaces), the night's near-threshold items append after
      *> Ctr-Loaded-Count, and the file is rewritten at the end.
      *> ---------------------------------------------------------------
       01  Ctr-History-Filename                 PIC X(256) VALUE
                                                 'strmctr_history.dat'.
       01  Ctr-Hist-Handle                      PIC X(4) COMP-X.
       01  Ctr-Hist-Eof-Sw                      PIC X(1) VALUE 'N'.
           88 Ctr-Hist-Eof                      VALUE 'Y'.
       01  Ctr-Max-Hist                         PIC 9(05) VALUE 20000.
       01  Ctr-Hist-Count                       PIC 9(05) VALUE 0.
       01  Ctr-Hist-Table.
           05 Ctr-Hist-Entry OCCURS 20000 TIMES.
              10 Ctr-Hst-Run-Date               PIC 9(08).
              10 Ctr-Hst-Batch                  PIC X(06).
              10 Ctr-Hst-Seq                    PIC 9(07).
              10 Ctr-Hst-Acct                   PIC X(10).
              10 Ctr-Hst-Amount                 PIC S9(07)V99.
              10 Ctr-Hst-Code                   PIC X(04).
       01  Ctr-Hist-Sub                         PIC 9(05) VALUE 0.
       01  Ctr-Hist-Sub-2                       PIC 9(05) VALUE 0.
       01  Ctr-Loaded-Count                     PIC 9(05) VALUE 0.
       01  Ctr-Aged-Count                       PIC 9(05) VALUE 0.
       01  Ctr-Replaced-Count                   PIC 9(05) VALUE 0.
       01  Ctr-Hist-Full-Sw                     PIC X(1) VALUE 'N'.
           88 Ctr-Hist-Full                     VALUE 'Y'.
       01  Ctr-H-Lead                           PIC X(02).
       01  Ctr-H-Run                            PIC X(08).
       01  Ctr-H-Batch                          PIC X(06).
       01  Ctr-H-Seq                            PIC X(07).
       01  Ctr-H-Acct                           PIC X(10).
       01  Ctr-H-Amt                            PIC X(16).
       01  Ctr-H-Code                           PIC X(04).
       01  Ctr-H-Run-Num                        PIC 9(08) VALUE 0.
       01  Ctr-H-Day-Int                        PIC 9(08) VALUE 0.

      *> ---------------------------------------------------------------
      *> The case file, as loaded: the cases in file order (so
      *> Ctr-Case-Count is also the number of the last one), every
      *> ITEM already recorded against them, and the notes.
      *> ---------------------------------------------------------------
       01  Ctr-Case-Filename                    PIC X(256) VALUE
                                                 'strmctr_cases.dat'.
       01  Ctr-Case-Handle                      PIC X(4) COMP-X.
       01  Ctr-Case-Eof-Sw                      PIC X(1) VALUE 'N'.
           88 Ctr-Case-Eof                      VALUE 'Y'.
       01  Ctr-Case-Open-Sw                     PIC X(1) VALUE 'N'.
           88 Ctr-Case-File-Open                VALUE 'Y'.
       01  Ctr-J-Lead                           PIC X(01).
       01  Ctr-J-Act                            PIC X(05).
       01  Ctr-J-Case                           PIC X(10).
       01  Ctr-J-Date                           PIC X(08).
       01  Ctr-J-User                           PIC X(16).
       01  Ctr-J-Type                           PIC X(06).
       01  Ctr-J-Acct                           PIC X(10).
       01  Ctr-J-Amt                            PIC X(16).
       01  Ctr-J-Count                          PIC X(07).
       01  Ctr-J-Code                           PIC X(04).
       01  Ctr-J-First                          PIC X(08).
       01  Ctr-J-Last                           PIC X(08).
       01  Ctr-J-Batch                          PIC X(06).
       01  Ctr-J-Seq                            PIC X(07).
       01  Ctr-J-Mstat                          PIC X(01).
       01  Ctr-J-Mopen                          PIC X(08).
       01  Ctr-J-Text                           PIC X(200).
       01  Ctr-J-Case-Num                       PIC 9(06) VALUE 0.
       01  Ctr-Case-Read-Count                  PIC 9(07) VALUE 0.
       01  Ctr-Bad-Line-Count                   PIC 9(07) VALUE 0.
       01  Ctr-Case-Full-Sw                     PIC X(1) VALUE 'N'.
           88 Ctr-Case-Full                     VALUE 'Y'.

       01  Ctr-Max-Cases                        PIC 9(06) VALUE 5000.
       01  Ctr-Case-Count                       PIC 9(06) VALUE 0.
       01  Ctr-Case-Table.
           05 Ctr-Case-Entry OCCURS 5000 TIMES.
              10 Ctr-Cas-Date                   PIC X(08).
              10 Ctr-Cas-User                   PIC X(16).
              10 Ctr-Cas-Type                   PIC X(06).
                 88 Ctr-Cas-Large               VALUE 'LARGE'.
                 88 Ctr-Cas-Struct              VALUE 'STRUCT'.
              10 Ctr-Cas-Acct                   PIC X(10).
              10 Ctr-Cas-Amount                 PIC S9(11)V99.
              10 Ctr-Cas-Count                  PIC 9(05).
              10 Ctr-Cas-Code                   PIC X(04).
              10 Ctr-Cas-First                  PIC X(08).
              10 Ctr-Cas-Last                   PIC X(08).
              10 Ctr-Cas-Batch                  PIC X(06).
              10 Ctr-Cas-Seq                    PIC 9(07).
              10 Ctr-Cas-Mstat                  PIC X(01).
              10 Ctr-Cas-Mopen                  PIC X(08).
              10 Ctr-Cas-Feed                   PIC X(60).
              10 Ctr-Cas-Items                  PIC 9(05).
              10 Ctr-Cas-Notes                  PIC 9(04).
              10 Ctr-Cas-Status                 PIC X(01).
                 88 Ctr-Cas-Open                VALUE 'O'.
                 88 Ctr-Cas-Closed              VALUE 'C'.
       01  Ctr-Case-Sub                         PIC 9(06) VALUE 0.
       01  Ctr-Case-Hit                         PIC 9(06) VALUE 0.
       01  Ctr-Next-Case                        PIC 9(06) VALUE 0.

       01  Ctr-Max-Items                        PIC 9(05) VALUE 20000.
       01  Ctr-Item-Count                       PIC 9(05) VALUE 0.
       01  Ctr-Item-Table.
           05 Ctr-Item-Entry OCCURS 20000 TIMES.
              10 Ctr-Itm-Case                   PIC 9(06).
              10 Ctr-Itm-Run-Date               PIC X(08).
              10 Ctr-Itm-Batch                  PIC X(06).
              10 Ctr-Itm-Seq                    PIC 9(07).
              10 Ctr-Itm-Amount                 PIC S9(07)V99.
              10 Ctr-Itm-Code                   PIC X(04).
       01  Ctr-Item-Sub                         PIC 9(05) VALUE 0.
       01  Ctr-Item-Hit-Sw                      PIC X(1) VALUE 'N'.
           88 Ctr-Item-Hit                      VALUE 'Y'.

       01  Ctr-Max-Notes                        PIC 9(05) VALUE 5000.
       01  Ctr-Note-Count                       PIC 9(05) VALUE 0.
       01  Ctr-Note-Table.
           05 Ctr-Note-Entry OCCURS 5000 TIMES.
              10 Ctr-Nte-Case                   PIC 9(06).
              10 Ctr-Nte-Act                    PIC X(05).
              10 Ctr-Nte-Date                   PIC X(08).
              10 Ctr-Nte-User                   PIC X(16).
              10 Ctr-Nte-Text                   PIC X(100).
       01  Ctr-Note-Sub                         PIC 9(05) VALUE 0.

      *> ---------------------------------------------------------------
      *> Tonight's flags - one per LARGE item and one per account
      *> pattern - with what became of each and the master context.
      *> ---------------------------------------------------------------
       01  Ctr-Max-Flags                        PIC 9(04) VALUE 2000.
       01  Ctr-Flag-Count                       PIC 9(04) VALUE 0.
       01  Ctr-Flag-Table.
           05 Ctr-Flag-Entry OCCURS 2000 TIMES.
              10 Ctr-Flg-Type                   PIC X(06).
                 88 Ctr-Flg-Large               VALUE 'LARGE'.
                 88 Ctr-Flg-Struct              VALUE 'STRUCT'.
              10 Ctr-Flg-Acct                   PIC X(10).
              10 Ctr-Flg-Amount                 PIC S9(11)V99.
              10 Ctr-Flg-Count                  PIC 9(05).
              10 Ctr-Flg-Code                   PIC X(04).
              10 Ctr-Flg-First                  PIC 9(08).
              10 Ctr-Flg-Last                   PIC 9(08).
              10 Ctr-Flg-Batch                  PIC X(06).
              10 Ctr-Flg-Seq                    PIC 9(07).
              10 Ctr-Flg-Case                   PIC 9(06).
              10 Ctr-Flg-Added                  PIC 9(05).
              10 Ctr-Flg-Disp                   PIC X(01).
                 88 Ctr-Flg-New                 VALUE 'N'.
                 88 Ctr-Flg-Continued           VALUE 'C'.
                 88 Ctr-Flg-Already             VALUE 'D'.
                 88 Ctr-Flg-Unwritten           VALUE 'U'.
              10 Ctr-Flg-Mstat                  PIC X(01).
              10 Ctr-Flg-Mopen                  PIC X(08).
       01  Ctr-Flag-Sub                         PIC 9(04) VALUE 0.
       01  Ctr-Flags-Full-Sw                    PIC X(1) VALUE 'N'.
           88 Ctr-Flags-Full                    VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Pattern work fields for one account.
      *> ---------------------------------------------------------------
       01  Ctr-Pat-Acct                         PIC X(10).
       01  Ctr-Pat-Count                        PIC 9(05) VALUE 0.
       01  Ctr-Pat-Total                        PIC S9(11)V99 VALUE 0.
       01  Ctr-Pat-First                        PIC 9(08) VALUE 0.
       01  Ctr-Pat-Last                         PIC 9(08) VALUE 0.
       01  Ctr-Pat-Seen-Sw                      PIC X(1) VALUE 'N'.
           88 Ctr-Pat-Seen                      VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Counts and edited fields.
      *> ---------------------------------------------------------------
       01  Ctr-Read-Count                       PIC 9(07) VALUE 0.
       01  Ctr-Detail-Count                     PIC 9(07) VALUE 0.
       01  Ctr-Cash-Count                       PIC 9(07) VALUE 0.
       01  Ctr-Near-Count                       PIC 9(07) VALUE 0.
       01  Ctr-Large-Count                      PIC 9(07) VALUE 0.
       01  Ctr-Struct-Count                     PIC 9(07) VALUE 0.
       01  Ctr-Opened-Count                     PIC 9(07) VALUE 0.
       01  Ctr-Added-Count                      PIC 9(07) VALUE 0.
       01  Ctr-Already-Count                    PIC 9(07) VALUE 0.
       01  Ctr-Bad-Amount-Count                 PIC 9(07) VALUE 0.
       01  Ctr-Not-On-Master-Count              PIC 9(07) VALUE 0.
       01  Ctr-Write-Count                      PIC 9(07) VALUE 0.
       01  Ctr-Open-Case-Count                  PIC 9(06) VALUE 0.
       01  Ctr-Closed-Case-Count                PIC 9(06) VALUE 0.

       01  Ctr-Journal-Line                     PIC X(800).
       01  Ctr-Print-Line                       PIC X(132).
       01  Ctr-Disp-Text                        PIC X(40).
       01  Ctr-Case-Disp                        PIC 9(06).
       01  Ctr-Seq-Disp                         PIC 9(07).
       01  Ctr-Count-Disp                       PIC ZZZ,ZZ9.
       01  Ctr-Small-Disp                       PIC ZZZZ9.
       01  Ctr-Amt-Edit                         PIC -(11)9.99.
       01  Ctr-Amount-Disp                      PIC -,---,---,--9.99.
       01  Ctr-Item-Amt-Disp                    PIC -,---,--9.99.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Ctr-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Ctr-Abort-Error                   VALUE 'Y'.
       01  Ctr-Err-Filename                     PIC X(256).
       01  Ctr-Err-Function                     PIC X(2).
       01  Ctr-Err-Mode                         PIC X(1).
       01  Ctr-Err-Delimiter-Mode               PIC X(1).
       01  Ctr-Err-Offset                       PIC X(8) COMP-X.
       01  Ctr-Err-Return-Code                  USAGE BINARY-LONG.
       01  Ctr-Err-Severity                     PIC X(1).
       01  Ctr-Err-Calling-Program              PIC X(8).

       COPY "txn-record.cpy".
       COPY "acct-master.cpy".

       COPY "STRMTBLcb.cpy".
       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Ctr-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Load-Cases THRU 2000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF Ctr-Case-Full OR Ctr-Abort-Error
              DISPLAY "STRMCTR: CASE FILE UNUSABLE - NOTHING DONE"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           EVALUATE TRUE
              WHEN Ctr-Fn-Scan
                 PERFORM 3000-Scan-Feed THRU 3000-Exit
              WHEN Ctr-Fn-Note
              WHEN Ctr-Fn-Close
                 PERFORM 5000-Annotate-Case THRU 5000-Exit
              WHEN Ctr-Fn-List
                 PERFORM 6000-List-Cases THRU 6000-Exit
           END-EVALUATE
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

      *> ---------------------------------------------------------------
      *> 1000-Initialize - the function and its arguments, today,
      *> and who is running it.
      *> ---------------------------------------------------------------
       1000-Initialize.
           ACCEPT Ctr-Parm-Line FROM COMMAND-LINE
           UNSTRING Ctr-Parm-Line DELIMITED BY ALL SPACE
               INTO Ctr-Function, Ctr-Arg-1, Ctr-Arg-2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(Ctr-Function) TO Ctr-Function
           MOVE 'STRMCTR' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMCTR' TO Strm-RS-Program
           MOVE Ctr-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO Ctr-Current-Date
           MOVE Ctr-Current-Date(1:8) TO Ctr-Today
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT Ctr-User FROM ENVIRONMENT-VALUE
           IF Ctr-User = SPACES
              MOVE 'UNKNOWN' TO Ctr-User
           END-IF
           EVALUATE TRUE
              WHEN Ctr-Fn-Scan
                 IF Ctr-Arg-1 = SPACES OR Ctr-Arg-2 = SPACES
                    DISPLAY "STRMCTR: SCAN NEEDS A FEED FILE AND A "
                            "MASTER FILE"
                    MOVE 'N' TO Ctr-Setup-Ok-Sw
                 END-IF
                 MOVE Ctr-Arg-1 TO Ctr-Feed-File
                 MOVE Ctr-Arg-2 TO Ctr-Master-File
              WHEN Ctr-Fn-Note
              WHEN Ctr-Fn-Close
                 PERFORM 1200-Setup-Annotation THRU 1200-Exit
              WHEN Ctr-Fn-List
                 PERFORM 1300-Setup-List THRU 1300-Exit
              WHEN OTHER
                 DISPLAY "STRMCTR: FUNCTION MUST BE SCAN, NOTE, "
                         "CLOSE OR LIST"
                 MOVE 'N' TO Ctr-Setup-Ok-Sw
           END-EVALUATE
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1200-Setup-Annotation - NOTE and CLOSE both name a case; the
      *> text is the rest of the line, spaces and all, and must be
      *> there.
      *> ---------------------------------------------------------------
       1200-Setup-Annotation.
           IF Ctr-Arg-1 = SPACES
              OR FUNCTION TEST-NUMVAL(Ctr-Arg-1) NOT = 0
              DISPLAY "STRMCTR: " FUNCTION TRIM(Ctr-Function)
                      " NEEDS A CASE NUMBER"
              MOVE 'N' TO Ctr-Setup-Ok-Sw
              GO TO 1200-Exit
           END-IF
           COMPUTE Ctr-Target = FUNCTION NUMVAL(Ctr-Arg-1)
           MOVE 1 TO Ctr-Parm-Ptr
           UNSTRING Ctr-Parm-Line DELIMITED BY ALL SPACE
               INTO Ctr-Skip-1, Ctr-Skip-2
               WITH POINTER Ctr-Parm-Ptr
           END-UNSTRING
           IF Ctr-Parm-Ptr < LENGTH OF Ctr-Parm-Line
              MOVE FUNCTION TRIM(Ctr-Parm-Line(Ctr-Parm-Ptr:))
                 TO Ctr-Text
           END-IF
           IF Ctr-Text = SPACES
              DISPLAY "STRMCTR: " FUNCTION TRIM(Ctr-Function)
                      " NEEDS TEXT AFTER THE CASE NUMBER"
              MOVE 'N' TO Ctr-Setup-Ok-Sw
           END-IF
           .
       1200-Exit.
           EXIT.

       1300-Setup-List.
           EVALUATE TRUE
              WHEN Ctr-Arg-1 = SPACES
              WHEN FUNCTION UPPER-CASE(Ctr-Arg-1) = 'OPEN'
                 MOVE 'O' TO Ctr-List-Sw
              WHEN FUNCTION UPPER-CASE(Ctr-Arg-1) = 'ALL'
                 MOVE 'A' TO Ctr-List-Sw
              WHEN FUNCTION TEST-NUMVAL(Ctr-Arg-1) = 0
                 MOVE '1' TO Ctr-List-Sw
                 COMPUTE Ctr-Target = FUNCTION NUMVAL(Ctr-Arg-1)
              WHEN OTHER
                 DISPLAY "STRMCTR: LIST TAKES OPEN, ALL OR A CASE "
                         "NUMBER"
                 MOVE 'N' TO Ctr-Setup-Ok-Sw
           END-EVALUATE
           .
       1300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Cases - the whole case file into storage.  No case
      *> file yet just means no case has been opened.
      *> ---------------------------------------------------------------
       2000-Load-Cases.
           MOVE Ctr-Case-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Ctr-Case-Handle
           MOVE 'N' TO Ctr-Case-Eof-Sw
           PERFORM 2100-Load-One-Record THRU 2100-Exit
              UNTIL Ctr-Case-Eof
           MOVE Ctr-Case-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2000-Exit.
           EXIT.

       2100-Load-One-Record.
           MOVE Ctr-Case-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Ctr-Case-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Ctr-Case-Eof-Sw
                 GO TO 2100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Ctr-Case-Eof-Sw
                 GO TO 2100-Exit
           END-EVALUATE
           IF Streamio-Record-Data(1:800) = SPACES
              GO TO 2100-Exit
           END-IF
           MOVE SPACES TO Ctr-J-Lead Ctr-J-Act Ctr-J-Case Ctr-J-Date
                          Ctr-J-User Ctr-J-Type Ctr-J-Acct Ctr-J-Amt
                          Ctr-J-Count Ctr-J-Code Ctr-J-First
                          Ctr-J-Last Ctr-J-Batch Ctr-J-Seq
                          Ctr-J-Mstat Ctr-J-Mopen Ctr-J-Text
           UNSTRING Streamio-Record-Data(1:800)
               DELIMITED BY "ACT=" OR " CASE=" OR " DATE=" OR " USER="
                         OR " TYPE=" OR " ACCT=" OR " AMT="
                         OR " COUNT=" OR " CODE=" OR " FIRST="
                         OR " LAST=" OR " BATCH=" OR " SEQ="
                         OR " MSTAT=" OR " MOPEN=" OR " TEXT="
               INTO Ctr-J-Lead, Ctr-J-Act, Ctr-J-Case, Ctr-J-Date,
                    Ctr-J-User, Ctr-J-Type, Ctr-J-Acct, Ctr-J-Amt,
                    Ctr-J-Count, Ctr-J-Code, Ctr-J-First, Ctr-J-Last,
                    Ctr-J-Batch, Ctr-J-Seq, Ctr-J-Mstat, Ctr-J-Mopen,
                    Ctr-J-Text
           END-UNSTRING
           IF Ctr-J-Case = SPACES
              OR FUNCTION TEST-NUMVAL(Ctr-J-Case) NOT = 0
              ADD 1 TO Ctr-Bad-Line-Count
              GO TO 2100-Exit
           END-IF
           COMPUTE Ctr-J-Case-Num = FUNCTION NUMVAL(Ctr-J-Case)
           EVALUATE Ctr-J-Act
              WHEN 'OPEN'
                 PERFORM 2200-Take-Case THRU 2200-Exit
              WHEN 'ITEM'
                 PERFORM 2300-Take-Item THRU 2300-Exit
              WHEN 'NOTE'
              WHEN 'CLOSE'
                 PERFORM 2400-Take-Note THRU 2400-Exit
              WHEN OTHER
                 ADD 1 TO Ctr-Bad-Line-Count
           END-EVALUATE
           .
       2100-Exit.
           EXIT.

      *> 2200-Take-Case - an ACT=OPEN record is the next case; its
      *> number is its place on the file.
       2200-Take-Case.
           IF Ctr-Case-Count >= Ctr-Max-Cases
              MOVE 'Y' TO Ctr-Case-Full-Sw
              MOVE 'Y' TO Ctr-Case-Eof-Sw
              GO TO 2200-Exit
           END-IF
           ADD 1 TO Ctr-Case-Count
           MOVE Ctr-Case-Count TO Ctr-Case-Sub
           MOVE Ctr-J-Date TO Ctr-Cas-Date(Ctr-Case-Sub)
           MOVE Ctr-J-User TO Ctr-Cas-User(Ctr-Case-Sub)
           MOVE Ctr-J-Type TO Ctr-Cas-Type(Ctr-Case-Sub)
           MOVE Ctr-J-Acct TO Ctr-Cas-Acct(Ctr-Case-Sub)
           MOVE 0 TO Ctr-Cas-Amount(Ctr-Case-Sub)
           IF Ctr-J-Amt NOT = SPACES
              AND FUNCTION TEST-NUMVAL(Ctr-J-Amt) = 0
              COMPUTE Ctr-Cas-Amount(Ctr-Case-Sub) =
                 FUNCTION NUMVAL(Ctr-J-Amt)
           END-IF
           MOVE 0 TO Ctr-Cas-Count(Ctr-Case-Sub)
           IF Ctr-J-Count NOT = SPACES
              AND FUNCTION TEST-NUMVAL(Ctr-J-Count) = 0
              COMPUTE Ctr-Cas-Count(Ctr-Case-Sub) =
                 FUNCTION NUMVAL(Ctr-J-Count)
           END-IF
           MOVE Ctr-J-Code TO Ctr-Cas-Code(Ctr-Case-Sub)
           MOVE Ctr-J-First TO Ctr-Cas-First(Ctr-Case-Sub)
           MOVE Ctr-J-Last TO Ctr-Cas-Last(Ctr-Case-Sub)
           MOVE Ctr-J-Batch TO Ctr-Cas-Batch(Ctr-Case-Sub)
           MOVE 0 TO Ctr-Cas-Seq(Ctr-Case-Sub)
           IF Ctr-J-Seq IS NUMERIC
              MOVE Ctr-J-Seq TO Ctr-Cas-Seq(Ctr-Case-Sub)
           END-IF
           MOVE Ctr-J-Mstat TO Ctr-Cas-Mstat(Ctr-Case-Sub)
           MOVE Ctr-J-Mopen TO Ctr-Cas-Mopen(Ctr-Case-Sub)
           MOVE Ctr-J-Text TO Ctr-Cas-Feed(Ctr-Case-Sub)
           MOVE 0 TO Ctr-Cas-Items(Ctr-Case-Sub)
           MOVE 0 TO Ctr-Cas-Notes(Ctr-Case-Sub)
           MOVE 'O' TO Ctr-Cas-Status(Ctr-Case-Sub)
           .
       2200-Exit.
           EXIT.

       2300-Take-Item.
           IF Ctr-J-Case-Num = 0 OR Ctr-J-Case-Num > Ctr-Case-Count
              ADD 1 TO Ctr-Bad-Line-Count
              GO TO 2300-Exit
           END-IF
           IF Ctr-Item-Count >= Ctr-Max-Items
              MOVE 'Y' TO Ctr-Case-Full-Sw
              MOVE 'Y' TO Ctr-Case-Eof-Sw
              GO TO 2300-Exit
           END-IF
           ADD 1 TO Ctr-Item-Count
           MOVE Ctr-J-Case-Num TO Ctr-Itm-Case(Ctr-Item-Count)
           MOVE Ctr-J-First TO Ctr-Itm-Run-Date(Ctr-Item-Count)
           MOVE Ctr-J-Batch TO Ctr-Itm-Batch(Ctr-Item-Count)
           MOVE 0 TO Ctr-Itm-Seq(Ctr-Item-Count)
           IF Ctr-J-Seq IS NUMERIC
              MOVE Ctr-J-Seq TO Ctr-Itm-Seq(Ctr-Item-Count)
           END-IF
           MOVE 0 TO Ctr-Itm-Amount(Ctr-Item-Count)
           IF Ctr-J-Amt NOT = SPACES
              AND FUNCTION TEST-NUMVAL(Ctr-J-Amt) = 0
              COMPUTE Ctr-Itm-Amount(Ctr-Item-Count) =
                 FUNCTION NUMVAL(Ctr-J-Amt)
           END-IF
           MOVE Ctr-J-Code TO Ctr-Itm-Code(Ctr-Item-Count)
      *> A pattern's count, total and span are its items', so items
      *> added after the case opened are reflected.
           IF Ctr-Cas-Items(Ctr-J-Case-Num) = 0
              MOVE 0 TO Ctr-Cas-Count(Ctr-J-Case-Num)
              MOVE 0 TO Ctr-Cas-Amount(Ctr-J-Case-Num)
              MOVE Ctr-J-First TO Ctr-Cas-First(Ctr-J-Case-Num)
              MOVE Ctr-J-First TO Ctr-Cas-Last(Ctr-J-Case-Num)
           END-IF
           ADD 1 TO Ctr-Cas-Items(Ctr-J-Case-Num)
           ADD 1 TO Ctr-Cas-Count(Ctr-J-Case-Num)
           ADD FUNCTION ABS(Ctr-Itm-Amount(Ctr-Item-Count))
              TO Ctr-Cas-Amount(Ctr-J-Case-Num)
           IF Ctr-J-First < Ctr-Cas-First(Ctr-J-Case-Num)
              MOVE Ctr-J-First TO Ctr-Cas-First(Ctr-J-Case-Num)
           END-IF
           IF Ctr-J-First > Ctr-Cas-Last(Ctr-J-Case-Num)
              MOVE Ctr-J-First TO Ctr-Cas-Last(Ctr-J-Case-Num)
           END-IF
           .
       2300-Exit.
           EXIT.

      *> 2400-Take-Note - NOTE and CLOSE text, kept for LIST; a
      *> CLOSE also closes the case.
       2400-Take-Note.
           IF Ctr-J-Case-Num = 0 OR Ctr-J-Case-Num > Ctr-Case-Count
              ADD 1 TO Ctr-Bad-Line-Count
              GO TO 2400-Exit
           END-IF
           IF Ctr-J-Act = 'CLOSE'
              MOVE 'C' TO Ctr-Cas-Status(Ctr-J-Case-Num)
           END-IF
           ADD 1 TO Ctr-Cas-Notes(Ctr-J-Case-Num)
           IF Ctr-Note-Count >= Ctr-Max-Notes
              GO TO 2400-Exit
           END-IF
           ADD 1 TO Ctr-Note-Count
           MOVE Ctr-J-Case-Num TO Ctr-Nte-Case(Ctr-Note-Count)
           MOVE Ctr-J-Act TO Ctr-Nte-Act(Ctr-Note-Count)
           MOVE Ctr-J-Date TO Ctr-Nte-Date(Ctr-Note-Count)
           MOVE Ctr-J-User TO Ctr-Nte-User(Ctr-Note-Count)
           MOVE Ctr-J-Text TO Ctr-Nte-Text(Ctr-Note-Count)
           .
       2400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Scan-Feed - the night's feed against the rules and the
      *> history; tonight's flags get the master context, go to the
      *> case file, and are reported.
      *> ---------------------------------------------------------------
       3000-Scan-Feed.
           PERFORM 3100-Open-Feed THRU 3100-Exit
           IF NOT Ctr-Header-Ok
              DISPLAY "STRMCTR: NO USABLE 'H' RECORD IN "
                      FUNCTION TRIM(Ctr-Feed-File, TRAILING)
              PERFORM 3190-Close-Feed THRU 3190-Exit
              MOVE 16 TO RETURN-CODE
              GO TO 3000-Exit
           END-IF
           PERFORM 3200-Load-Parameters THRU 3200-Exit
           IF NOT Ctr-Setup-Ok
              PERFORM 3190-Close-Feed THRU 3190-Exit
              MOVE 16 TO RETURN-CODE
              GO TO 3000-Exit
           END-IF
           PERFORM 3300-Load-History THRU 3300-Exit
           PERFORM 3400-Scan-One-Record THRU 3400-Exit
              UNTIL Ctr-Feed-Eof
           PERFORM 3190-Close-Feed THRU 3190-Exit
           PERFORM 3600-Find-Patterns THRU 3600-Exit
           PERFORM 3700-Attach-Master THRU 3700-Exit
           PERFORM 3800-Write-Cases THRU 3800-Exit
      *> History rewritten from a table that isn't whole would lose
      *> the items a pattern is built from.
           IF NOT Ctr-Abort-Error
              PERFORM 3900-Rewrite-History THRU 3900-Exit
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM 4000-Print-Scan-Report THRU 4000-Exit
           IF Ctr-Abort-Error
              DISPLAY "STRMCTR: I/O ERROR - CASES AND HISTORY NOT "
                      "FULLY WRITTEN"
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       3000-Exit.
           EXIT.

      *> 3100-Open-Feed - open it and insist its first record is the
      *> header, whose run date and batch id the whole scan uses.
       3100-Open-Feed.
           MOVE Ctr-Feed-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE 'Y' TO Ctr-Feed-Eof-Sw
              GO TO 3100-Exit
           END-IF
           MOVE SCB-Handle TO Ctr-Feed-Handle
           MOVE 'Y' TO Ctr-Feed-Open-Sw
           PERFORM 3150-Read-Feed-Record THRU 3150-Exit
           IF Ctr-Feed-Eof
              GO TO 3100-Exit
           END-IF
           IF txn-is-header
              AND txn-hdr-run-date IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(txn-hdr-run-date) = 0
              MOVE 'Y' TO Ctr-Header-Ok-Sw
              MOVE txn-hdr-run-date TO Ctr-Run-Date
              MOVE txn-hdr-batch-id TO Ctr-Batch-Id
              COMPUTE Ctr-Run-Day-Int =
                 FUNCTION INTEGER-OF-DATE(Ctr-Run-Date)
           END-IF
           .
       3100-Exit.
           EXIT.

       3150-Read-Feed-Record.
           MOVE Ctr-Feed-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF txn-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 0 TO SCB-Record-Length
           EVALUATE TRUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Ctr-Feed-Eof-Sw
                 GO TO 3150-Exit
              WHEN SCB-Return-Code NOT = 0
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Ctr-Feed-Eof-Sw
                 GO TO 3150-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF txn-record)
              TO txn-record
           ADD 1 TO Ctr-Read-Count
           ADD 1 TO Ctr-Txn-Seq
           .
       3150-Exit.
           EXIT.

       3190-Close-Feed.
           IF Ctr-Feed-Open
              MOVE 0 TO SCB-Record-Length
              MOVE Ctr-Feed-Handle TO SCB-Handle
              MOVE 'C ' TO SCB-Function
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              MOVE 'N' TO Ctr-Feed-Open-Sw
           END-IF
           .
       3190-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3200-Load-Parameters - the rules as of the run date.  A table
      *> file that can't be read, or no usable LARGE threshold, would
      *> report nothing and look like a clean night - refuse instead.
      *> ---------------------------------------------------------------
       3200-Load-Parameters.
           MOVE 'LARGE' TO Ctr-Param-Code
           PERFORM 3250-Lookup-Parameter THRU 3250-Exit
           IF Tbl-CB-No-Table-File
              DISPLAY "STRMCTR: CODE TABLE FILE UNREADABLE"
              MOVE 'N' TO Ctr-Setup-Ok-Sw
              GO TO 3200-Exit
           END-IF
           IF NOT Ctr-Param-Found OR Ctr-Param-Value NOT > 0
              DISPLAY "STRMCTR: NO USABLE CTRPARM LARGE ENTRY "
                      "EFFECTIVE " Ctr-Run-Date
              MOVE 'N' TO Ctr-Setup-Ok-Sw
              GO TO 3200-Exit
           END-IF
           MOVE Ctr-Param-Value TO Ctr-Large
           MOVE 'NEAR' TO Ctr-Param-Code
           PERFORM 3250-Lookup-Parameter THRU 3250-Exit
           IF Ctr-Param-Found AND Ctr-Param-Value > 0
              AND Ctr-Param-Value < Ctr-Large
              MOVE Ctr-Param-Value TO Ctr-Near
           ELSE
              COMPUTE Ctr-Near ROUNDED = Ctr-Large * 0.80
           END-IF
           MOVE 'COUNT' TO Ctr-Param-Code
           PERFORM 3250-Lookup-Parameter THRU 3250-Exit
           IF Ctr-Param-Found AND Ctr-Param-Value >= 1
              AND Ctr-Param-Value < 100000
              MOVE Ctr-Param-Value TO Ctr-Min-Count
           END-IF
           MOVE 'WINDOW' TO Ctr-Param-Code
           PERFORM 3250-Lookup-Parameter THRU 3250-Exit
           IF Ctr-Param-Found AND Ctr-Param-Value >= 1
              AND Ctr-Param-Value < 10000
              MOVE Ctr-Param-Value TO Ctr-Window-Days
           END-IF
           COMPUTE Ctr-Cutoff-Day-Int =
              Ctr-Run-Day-Int - Ctr-Window-Days + 1
           .
       3200-Exit.
           EXIT.

       3250-Lookup-Parameter.
           MOVE 'N' TO Ctr-Param-Found-Sw
           MOVE 0 TO Ctr-Param-Value
           MOVE Ctr-Param-Table-Name TO Tbl-CB-Table-Name
           MOVE Ctr-Param-Code TO Tbl-CB-Code
           MOVE Ctr-Run-Date TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-Found
              AND FUNCTION TEST-NUMVAL(Tbl-CB-Desc) = 0
              MOVE 'Y' TO Ctr-Param-Found-Sw
              COMPUTE Ctr-Param-Value = FUNCTION NUMVAL(Tbl-CB-Desc)
           END-IF
           .
       3250-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3300-Load-History - entries inside the window into the
      *> table.  Older ones age out by not loading; entries of this
      *> very feed (a rerun) are dropped so tonight re-registers them
      *> once.  No history file yet means a fresh start.
      *> ---------------------------------------------------------------
       3300-Load-History.
           MOVE Ctr-History-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 3300-Exit
           END-IF
           MOVE SCB-Handle TO Ctr-Hist-Handle
           MOVE 'N' TO Ctr-Hist-Eof-Sw
           PERFORM 3310-Load-One-Entry THRU 3310-Exit
              UNTIL Ctr-Hist-Eof
           MOVE Ctr-Hist-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE Ctr-Hist-Count TO Ctr-Loaded-Count
           .
       3300-Exit.
           EXIT.

       3310-Load-One-Entry.
           MOVE Ctr-Hist-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 CONTINUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Ctr-Hist-Eof-Sw
                 GO TO 3310-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Ctr-Hist-Eof-Sw
                 GO TO 3310-Exit
           END-EVALUATE
           MOVE SPACES TO Ctr-H-Lead Ctr-H-Run Ctr-H-Batch Ctr-H-Seq
                          Ctr-H-Acct Ctr-H-Amt Ctr-H-Code
           UNSTRING Streamio-Record-Data
               DELIMITED BY "RUN=" OR " BATCH=" OR " SEQ=" OR " ACCT="
                           OR " AMT=" OR " CODE="
               INTO Ctr-H-Lead, Ctr-H-Run, Ctr-H-Batch, Ctr-H-Seq,
                    Ctr-H-Acct, Ctr-H-Amt, Ctr-H-Code
           END-UNSTRING
           IF Ctr-H-Run IS NOT NUMERIC
              OR Ctr-H-Seq IS NOT NUMERIC
              OR Ctr-H-Amt = SPACES
              OR FUNCTION TEST-NUMVAL(Ctr-H-Amt) NOT = 0
              GO TO 3310-Exit
           END-IF
           MOVE Ctr-H-Run TO Ctr-H-Run-Num
           IF FUNCTION TEST-DATE-YYYYMMDD(Ctr-H-Run-Num) NOT = 0
              GO TO 3310-Exit
           END-IF
           COMPUTE Ctr-H-Day-Int =
              FUNCTION INTEGER-OF-DATE(Ctr-H-Run-Num)
           IF Ctr-H-Day-Int < Ctr-Cutoff-Day-Int
              ADD 1 TO Ctr-Aged-Count
              GO TO 3310-Exit
           END-IF
           IF Ctr-H-Run-Num = Ctr-Run-Date
              AND Ctr-H-Batch = Ctr-Batch-Id
              ADD 1 TO Ctr-Replaced-Count
              GO TO 3310-Exit
           END-IF
           IF Ctr-Hist-Count >= Ctr-Max-Hist
              MOVE 'Y' TO Ctr-Hist-Full-Sw
              GO TO 3310-Exit
           END-IF
           ADD 1 TO Ctr-Hist-Count
           MOVE Ctr-H-Run-Num TO Ctr-Hst-Run-Date(Ctr-Hist-Count)
           MOVE Ctr-H-Batch TO Ctr-Hst-Batch(Ctr-Hist-Count)
           MOVE Ctr-H-Seq TO Ctr-Hst-Seq(Ctr-Hist-Count)
           MOVE Ctr-H-Acct TO Ctr-Hst-Acct(Ctr-Hist-Count)
           COMPUTE Ctr-Hst-Amount(Ctr-Hist-Count) =
              FUNCTION NUMVAL(Ctr-H-Amt)
           MOVE Ctr-H-Code TO Ctr-Hst-Code(Ctr-Hist-Count)
           .
       3310-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3400-Scan-One-Record - the next feed record; only cash
      *> details at or over the near-threshold line are of interest.
      *> ---------------------------------------------------------------
       3400-Scan-One-Record.
           PERFORM 3150-Read-Feed-Record THRU 3150-Exit
           IF Ctr-Feed-Eof OR NOT txn-is-detail
              GO TO 3400-Exit
           END-IF
           ADD 1 TO Ctr-Detail-Count
           IF txn-det-amount IS NOT NUMERIC
              ADD 1 TO Ctr-Bad-Amount-Count
              GO TO 3400-Exit
           END-IF
           MOVE Ctr-Cash-Table-Name TO Tbl-CB-Table-Name
           MOVE txn-det-code TO Tbl-CB-Code
           MOVE Ctr-Run-Date TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF NOT Tbl-CB-Found
              GO TO 3400-Exit
           END-IF
           ADD 1 TO Ctr-Cash-Count
           MOVE txn-det-amount TO Ctr-Amount
           MOVE FUNCTION ABS(Ctr-Amount) TO Ctr-Abs-Amount
           EVALUATE TRUE
              WHEN Ctr-Abs-Amount >= Ctr-Large
                 ADD 1 TO Ctr-Large-Count
                 PERFORM 3500-Flag-Large-Item THRU 3500-Exit
              WHEN Ctr-Abs-Amount >= Ctr-Near
                 ADD 1 TO Ctr-Near-Count
                 PERFORM 3450-Register-Near-Item THRU 3450-Exit
           END-EVALUATE
           .
       3400-Exit.
           EXIT.

       3450-Register-Near-Item.
           IF Ctr-Hist-Count >= Ctr-Max-Hist
              IF NOT Ctr-Hist-Full
                 DISPLAY "STRMCTR: HISTORY FULL - NEAR-THRESHOLD "
                         "ITEMS NOT ALL REGISTERED"
                 MOVE 'Y' TO Ctr-Hist-Full-Sw
              END-IF
              GO TO 3450-Exit
           END-IF
           ADD 1 TO Ctr-Hist-Count
           MOVE Ctr-Run-Date TO Ctr-Hst-Run-Date(Ctr-Hist-Count)
           MOVE Ctr-Batch-Id TO Ctr-Hst-Batch(Ctr-Hist-Count)
           MOVE Ctr-Txn-Seq TO Ctr-Hst-Seq(Ctr-Hist-Count)
           MOVE txn-det-acct-no TO Ctr-Hst-Acct(Ctr-Hist-Count)
           MOVE Ctr-Amount TO Ctr-Hst-Amount(Ctr-Hist-Count)
           MOVE txn-det-code TO Ctr-Hst-Code(Ctr-Hist-Count)
           .
       3450-Exit.
           EXIT.

      *> 3500-Flag-Large-Item - every one is reported; one already
      *> on a LARGE case (a rerun) is reported against that case.
       3500-Flag-Large-Item.
           IF Ctr-Flag-Count >= Ctr-Max-Flags
              MOVE 'Y' TO Ctr-Flags-Full-Sw
              GO TO 3500-Exit
           END-IF
           ADD 1 TO Ctr-Flag-Count
           MOVE Ctr-Flag-Count TO Ctr-Flag-Sub
           INITIALIZE Ctr-Flag-Entry(Ctr-Flag-Sub)
           MOVE 'LARGE' TO Ctr-Flg-Type(Ctr-Flag-Sub)
           MOVE txn-det-acct-no TO Ctr-Flg-Acct(Ctr-Flag-Sub)
           MOVE Ctr-Amount TO Ctr-Flg-Amount(Ctr-Flag-Sub)
           MOVE 1 TO Ctr-Flg-Count(Ctr-Flag-Sub)
           MOVE txn-det-code TO Ctr-Flg-Code(Ctr-Flag-Sub)
           MOVE Ctr-Run-Date TO Ctr-Flg-First(Ctr-Flag-Sub)
           MOVE Ctr-Run-Date TO Ctr-Flg-Last(Ctr-Flag-Sub)
           MOVE Ctr-Batch-Id TO Ctr-Flg-Batch(Ctr-Flag-Sub)
           MOVE Ctr-Txn-Seq TO Ctr-Flg-Seq(Ctr-Flag-Sub)
           MOVE 'N' TO Ctr-Flg-Disp(Ctr-Flag-Sub)
           MOVE 0 TO Ctr-Case-Hit
           PERFORM 3510-Match-Large-Case THRU 3510-Exit
              VARYING Ctr-Case-Sub FROM 1 BY 1
              UNTIL Ctr-Case-Sub > Ctr-Case-Count OR Ctr-Case-Hit > 0
           IF Ctr-Case-Hit > 0
              MOVE 'D' TO Ctr-Flg-Disp(Ctr-Flag-Sub)
              MOVE Ctr-Case-Hit TO Ctr-Flg-Case(Ctr-Flag-Sub)
           END-IF
           .
       3500-Exit.
           EXIT.

       3510-Match-Large-Case.
           IF Ctr-Cas-Large(Ctr-Case-Sub)
              AND Ctr-Cas-Acct(Ctr-Case-Sub) = txn-det-acct-no
              AND Ctr-Cas-Batch(Ctr-Case-Sub) = Ctr-Batch-Id
              AND Ctr-Cas-Seq(Ctr-Case-Sub) = Ctr-Txn-Seq
              AND Ctr-Cas-First(Ctr-Case-Sub) = Ctr-Run-Date
              MOVE Ctr-Case-Sub TO Ctr-Case-Hit
           END-IF
           .
       3510-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3600-Find-Patterns - each account with a near-threshold item
      *> tonight (the entries past Ctr-Loaded-Count), taken once, is
      *> measured over its whole window of history.
      *> ---------------------------------------------------------------
       3600-Find-Patterns.
           COMPUTE Ctr-Hist-Sub = Ctr-Loaded-Count + 1
           PERFORM 3610-Check-One-Account THRU 3610-Exit
              VARYING Ctr-Hist-Sub FROM Ctr-Hist-Sub BY 1
              UNTIL Ctr-Hist-Sub > Ctr-Hist-Count
           .
       3600-Exit.
           EXIT.

       3610-Check-One-Account.
           MOVE Ctr-Hst-Acct(Ctr-Hist-Sub) TO Ctr-Pat-Acct
           MOVE 'N' TO Ctr-Pat-Seen-Sw
           COMPUTE Ctr-Hist-Sub-2 = Ctr-Loaded-Count + 1
           PERFORM 3620-Check-Seen-Tonight THRU 3620-Exit
              VARYING Ctr-Hist-Sub-2 FROM Ctr-Hist-Sub-2 BY 1
              UNTIL Ctr-Hist-Sub-2 >= Ctr-Hist-Sub OR Ctr-Pat-Seen
           IF Ctr-Pat-Seen
              GO TO 3610-Exit
           END-IF
           MOVE 0 TO Ctr-Pat-Count Ctr-Pat-Total
           MOVE 99999999 TO Ctr-Pat-First
           MOVE 0 TO Ctr-Pat-Last
           PERFORM 3630-Add-To-Pattern THRU 3630-Exit
              VARYING Ctr-Hist-Sub-2 FROM 1 BY 1
              UNTIL Ctr-Hist-Sub-2 > Ctr-Hist-Count
           IF Ctr-Pat-Count < Ctr-Min-Count
              OR Ctr-Pat-Total < Ctr-Large
              GO TO 3610-Exit
           END-IF
           IF Ctr-Flag-Count >= Ctr-Max-Flags
              MOVE 'Y' TO Ctr-Flags-Full-Sw
              GO TO 3610-Exit
           END-IF
           ADD 1 TO Ctr-Struct-Count
           ADD 1 TO Ctr-Flag-Count
           MOVE Ctr-Flag-Count TO Ctr-Flag-Sub
           INITIALIZE Ctr-Flag-Entry(Ctr-Flag-Sub)
           MOVE 'STRUCT' TO Ctr-Flg-Type(Ctr-Flag-Sub)
           MOVE Ctr-Pat-Acct TO Ctr-Flg-Acct(Ctr-Flag-Sub)
           MOVE Ctr-Pat-Total TO Ctr-Flg-Amount(Ctr-Flag-Sub)
           MOVE Ctr-Pat-Count TO Ctr-Flg-Count(Ctr-Flag-Sub)
           MOVE '*' TO Ctr-Flg-Code(Ctr-Flag-Sub)
           MOVE Ctr-Pat-First TO Ctr-Flg-First(Ctr-Flag-Sub)
           MOVE Ctr-Pat-Last TO Ctr-Flg-Last(Ctr-Flag-Sub)
           MOVE Ctr-Batch-Id TO Ctr-Flg-Batch(Ctr-Flag-Sub)
           MOVE 'N' TO Ctr-Flg-Disp(Ctr-Flag-Sub)
      *> An account whose STRUCT case is still open has this pattern
      *> added to it rather than a second case opened.
           MOVE 0 TO Ctr-Case-Hit
           PERFORM 3640-Match-Open-Pattern THRU 3640-Exit
              VARYING Ctr-Case-Sub FROM 1 BY 1
              UNTIL Ctr-Case-Sub > Ctr-Case-Count
           IF Ctr-Case-Hit > 0
              MOVE 'C' TO Ctr-Flg-Disp(Ctr-Flag-Sub)
              MOVE Ctr-Case-Hit TO Ctr-Flg-Case(Ctr-Flag-Sub)
           END-IF
           .
       3610-Exit.
           EXIT.

       3620-Check-Seen-Tonight.
           IF Ctr-Hst-Acct(Ctr-Hist-Sub-2) = Ctr-Pat-Acct
              MOVE 'Y' TO Ctr-Pat-Seen-Sw
           END-IF
           .
       3620-Exit.
           EXIT.

      *> 3630-Add-To-Pattern - history later than the run date (an
      *> older feed run out of order) is kept but not counted.
       3630-Add-To-Pattern.
           IF Ctr-Hst-Acct(Ctr-Hist-Sub-2) = Ctr-Pat-Acct
              AND Ctr-Hst-Run-Date(Ctr-Hist-Sub-2) <= Ctr-Run-Date
              ADD 1 TO Ctr-Pat-Count
              ADD FUNCTION ABS(Ctr-Hst-Amount(Ctr-Hist-Sub-2))
                 TO Ctr-Pat-Total
              IF Ctr-Hst-Run-Date(Ctr-Hist-Sub-2) < Ctr-Pat-First
                 MOVE Ctr-Hst-Run-Date(Ctr-Hist-Sub-2)
                    TO Ctr-Pat-First
              END-IF
              IF Ctr-Hst-Run-Date(Ctr-Hist-Sub-2) > Ctr-Pat-Last
                 MOVE Ctr-Hst-Run-Date(Ctr-Hist-Sub-2)
                    TO Ctr-Pat-Last
              END-IF
           END-IF
           .
       3630-Exit.
           EXIT.

       3640-Match-Open-Pattern.
           IF Ctr-Cas-Struct(Ctr-Case-Sub)
              AND Ctr-Cas-Open(Ctr-Case-Sub)
              AND Ctr-Cas-Acct(Ctr-Case-Sub) = Ctr-Pat-Acct
              MOVE Ctr-Case-Sub TO Ctr-Case-Hit
           END-IF
           .
       3640-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3700-Attach-Master - one pass of the master puts each flagged
      *> account's status and open date on its flags.  An account not
      *> on the master keeps status '?'.
      *> ---------------------------------------------------------------
       3700-Attach-Master.
           PERFORM 3705-Preset-One-Flag THRU 3705-Exit
              VARYING Ctr-Flag-Sub FROM 1 BY 1
              UNTIL Ctr-Flag-Sub > Ctr-Flag-Count
           IF Ctr-Flag-Count = 0
              GO TO 3700-Exit
           END-IF
           MOVE Ctr-Master-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 3700-Tail
           END-IF
           MOVE SCB-Handle TO Ctr-Master-Handle
           MOVE 'N' TO Ctr-Master-Eof-Sw
           PERFORM 3710-Read-One-Account THRU 3710-Exit
              UNTIL Ctr-Master-Eof
           MOVE 0 TO SCB-Record-Length
           MOVE Ctr-Master-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       3700-Tail.
           PERFORM 3730-Count-Not-On-Master THRU 3730-Exit
              VARYING Ctr-Flag-Sub FROM 1 BY 1
              UNTIL Ctr-Flag-Sub > Ctr-Flag-Count
           .
       3700-Exit.
           EXIT.

       3705-Preset-One-Flag.
           MOVE '?' TO Ctr-Flg-Mstat(Ctr-Flag-Sub)
           MOVE SPACES TO Ctr-Flg-Mopen(Ctr-Flag-Sub)
           .
       3705-Exit.
           EXIT.

       3710-Read-One-Account.
           MOVE Ctr-Master-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF acct-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Ctr-Master-Eof-Sw
                 GO TO 3710-Exit
              WHEN SCB-Return-Code NOT = 0
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Ctr-Master-Eof-Sw
                 GO TO 3710-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF acct-record)
              TO acct-record
           PERFORM 3720-Attach-One-Flag THRU 3720-Exit
              VARYING Ctr-Flag-Sub FROM 1 BY 1
              UNTIL Ctr-Flag-Sub > Ctr-Flag-Count
           .
       3710-Exit.
           EXIT.

       3720-Attach-One-Flag.
           IF Ctr-Flg-Acct(Ctr-Flag-Sub) = acct-acct-no
              MOVE acct-status TO Ctr-Flg-Mstat(Ctr-Flag-Sub)
              MOVE acct-record(18:8) TO Ctr-Flg-Mopen(Ctr-Flag-Sub)
           END-IF
           .
       3720-Exit.
           EXIT.

       3730-Count-Not-On-Master.
           IF Ctr-Flg-Mstat(Ctr-Flag-Sub) = '?'
              ADD 1 TO Ctr-Not-On-Master-Count
           END-IF
           .
       3730-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3800-Write-Cases - a new case per new flag (a STRUCT case with
      *> all its items), and the items not already on it for a
      *> pattern whose case is still open.
      *> ---------------------------------------------------------------
       3800-Write-Cases.
           IF Ctr-Flag-Count = 0
              GO TO 3800-Exit
           END-IF
           MOVE Ctr-Case-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              PERFORM 3890-Mark-Unwritten THRU 3890-Exit
                 VARYING Ctr-Flag-Sub FROM 1 BY 1
                 UNTIL Ctr-Flag-Sub > Ctr-Flag-Count
              GO TO 3800-Exit
           END-IF
           MOVE SCB-Handle TO Ctr-Case-Handle
           MOVE 'Y' TO Ctr-Case-Open-Sw
           MOVE Ctr-Case-Count TO Ctr-Next-Case
           PERFORM 3810-Write-One-Flag THRU 3810-Exit
              VARYING Ctr-Flag-Sub FROM 1 BY 1
              UNTIL Ctr-Flag-Sub > Ctr-Flag-Count
           MOVE Ctr-Case-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 'N' TO Ctr-Case-Open-Sw
           .
       3800-Exit.
           EXIT.

       3810-Write-One-Flag.
           IF NOT Ctr-Case-File-Open
              MOVE 'U' TO Ctr-Flg-Disp(Ctr-Flag-Sub)
              GO TO 3810-Exit
           END-IF
           EVALUATE TRUE
              WHEN Ctr-Flg-Already(Ctr-Flag-Sub)
                 ADD 1 TO Ctr-Already-Count
                 GO TO 3810-Exit
              WHEN Ctr-Flg-New(Ctr-Flag-Sub)
                 IF Ctr-Next-Case >= Ctr-Max-Cases
                    MOVE 'U' TO Ctr-Flg-Disp(Ctr-Flag-Sub)
                    GO TO 3810-Exit
                 END-IF
                 ADD 1 TO Ctr-Next-Case
                 MOVE Ctr-Next-Case TO Ctr-Flg-Case(Ctr-Flag-Sub)
                 PERFORM 3820-Write-Open-Record THRU 3820-Exit
                 IF Ctr-Abort-Error
                    MOVE 'U' TO Ctr-Flg-Disp(Ctr-Flag-Sub)
                    GO TO 3810-Exit
                 END-IF
                 ADD 1 TO Ctr-Opened-Count
           END-EVALUATE
           IF Ctr-Flg-Struct(Ctr-Flag-Sub)
              PERFORM 3830-Write-Pattern-Items THRU 3830-Exit
                 VARYING Ctr-Hist-Sub FROM 1 BY 1
                 UNTIL Ctr-Hist-Sub > Ctr-Hist-Count
                    OR Ctr-Abort-Error
              IF Ctr-Flg-Continued(Ctr-Flag-Sub)
                 IF Ctr-Flg-Added(Ctr-Flag-Sub) = 0
                    MOVE 'D' TO Ctr-Flg-Disp(Ctr-Flag-Sub)
                    ADD 1 TO Ctr-Already-Count
                 ELSE
                    ADD 1 TO Ctr-Added-Count
                 END-IF
              END-IF
           END-IF
           .
       3810-Exit.
           EXIT.

       3820-Write-Open-Record.
           MOVE Ctr-Flg-Amount(Ctr-Flag-Sub) TO Ctr-Amt-Edit
           MOVE Ctr-Flg-Case(Ctr-Flag-Sub) TO Ctr-Case-Disp
           MOVE Ctr-Flg-Count(Ctr-Flag-Sub) TO Ctr-Small-Disp
           MOVE Ctr-Flg-Seq(Ctr-Flag-Sub) TO Ctr-Seq-Disp
           MOVE SPACES TO Ctr-Journal-Line
           STRING 'ACT=OPEN CASE=' Ctr-Case-Disp
                  ' DATE=' Ctr-Today
                  ' USER=' FUNCTION TRIM(Ctr-User)
                  ' TYPE=' FUNCTION TRIM(Ctr-Flg-Type(Ctr-Flag-Sub))
                  ' ACCT=' Ctr-Flg-Acct(Ctr-Flag-Sub)
                  ' AMT=' FUNCTION TRIM(Ctr-Amt-Edit)
                  ' COUNT=' FUNCTION TRIM(Ctr-Small-Disp)
                  ' CODE=' FUNCTION TRIM(Ctr-Flg-Code(Ctr-Flag-Sub))
                  ' FIRST=' Ctr-Flg-First(Ctr-Flag-Sub)
                  ' LAST=' Ctr-Flg-Last(Ctr-Flag-Sub)
                  ' BATCH=' Ctr-Flg-Batch(Ctr-Flag-Sub)
                  ' SEQ=' Ctr-Seq-Disp
                  ' MSTAT=' Ctr-Flg-Mstat(Ctr-Flag-Sub)
                  ' MOPEN=' FUNCTION TRIM(Ctr-Flg-Mopen(Ctr-Flag-Sub))
                  ' TEXT=' FUNCTION TRIM(Ctr-Feed-File)
                  DELIMITED BY SIZE
                  INTO Ctr-Journal-Line
           END-STRING
           PERFORM 7100-Write-Case-Record THRU 7100-Exit
           .
       3820-Exit.
           EXIT.

      *> 3830-Write-Pattern-Items - the account's items counted in
      *> the pattern, less any already recorded on the case.
       3830-Write-Pattern-Items.
           IF Ctr-Hst-Acct(Ctr-Hist-Sub) NOT =
              Ctr-Flg-Acct(Ctr-Flag-Sub)
              OR Ctr-Hst-Run-Date(Ctr-Hist-Sub) > Ctr-Run-Date
              GO TO 3830-Exit
           END-IF
           MOVE 'N' TO Ctr-Item-Hit-Sw
           PERFORM 3840-Match-Recorded-Item THRU 3840-Exit
              VARYING Ctr-Item-Sub FROM 1 BY 1
              UNTIL Ctr-Item-Sub > Ctr-Item-Count OR Ctr-Item-Hit
           IF Ctr-Item-Hit
              GO TO 3830-Exit
           END-IF
           MOVE Ctr-Hst-Amount(Ctr-Hist-Sub) TO Ctr-Amt-Edit
           MOVE Ctr-Flg-Case(Ctr-Flag-Sub) TO Ctr-Case-Disp
           MOVE Ctr-Hst-Seq(Ctr-Hist-Sub) TO Ctr-Seq-Disp
           MOVE SPACES TO Ctr-Journal-Line
           STRING 'ACT=ITEM CASE=' Ctr-Case-Disp
                  ' DATE=' Ctr-Today
                  ' USER=' FUNCTION TRIM(Ctr-User)
                  ' TYPE=STRUCT'
                  ' ACCT=' Ctr-Hst-Acct(Ctr-Hist-Sub)
                  ' AMT=' FUNCTION TRIM(Ctr-Amt-Edit)
                  ' COUNT=1'
                  ' CODE=' FUNCTION TRIM(Ctr-Hst-Code(Ctr-Hist-Sub))
                  ' FIRST=' Ctr-Hst-Run-Date(Ctr-Hist-Sub)
                  ' LAST=' Ctr-Hst-Run-Date(Ctr-Hist-Sub)
                  ' BATCH=' Ctr-Hst-Batch(Ctr-Hist-Sub)
                  ' SEQ=' Ctr-Seq-Disp
                  ' MSTAT=' Ctr-Flg-Mstat(Ctr-Flag-Sub)
                  ' MOPEN=' FUNCTION TRIM(Ctr-Flg-Mopen(Ctr-Flag-Sub))
                  ' TEXT='
                  DELIMITED BY SIZE
                  INTO Ctr-Journal-Line
           END-STRING
           PERFORM 7100-Write-Case-Record THRU 7100-Exit
           IF NOT Ctr-Abort-Error
              ADD 1 TO Ctr-Flg-Added(Ctr-Flag-Sub)
           END-IF
           .
       3830-Exit.
           EXIT.

       3840-Match-Recorded-Item.
           IF Ctr-Itm-Case(Ctr-Item-Sub) = Ctr-Flg-Case(Ctr-Flag-Sub)
              AND Ctr-Itm-Batch(Ctr-Item-Sub) =
                  Ctr-Hst-Batch(Ctr-Hist-Sub)
              AND Ctr-Itm-Seq(Ctr-Item-Sub) = Ctr-Hst-Seq(Ctr-Hist-Sub)
              AND Ctr-Itm-Run-Date(Ctr-Item-Sub) =
                  Ctr-Hst-Run-Date(Ctr-Hist-Sub)
              MOVE 'Y' TO Ctr-Item-Hit-Sw
           END-IF
           .
       3840-Exit.
           EXIT.

       3890-Mark-Unwritten.
           IF NOT Ctr-Flg-Already(Ctr-Flag-Sub)
              MOVE 'U' TO Ctr-Flg-Disp(Ctr-Flag-Sub)
           END-IF
           .
       3890-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3900-Rewrite-History - the retained entries plus the night's
      *> registrations; what aged out just isn't written.
      *> ---------------------------------------------------------------
       3900-Rewrite-History.
           MOVE Ctr-History-Filename TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 3900-Exit
           END-IF
           MOVE SCB-Handle TO Ctr-Hist-Handle
           PERFORM 3910-Write-One-Entry THRU 3910-Exit
              VARYING Ctr-Hist-Sub FROM 1 BY 1
              UNTIL Ctr-Hist-Sub > Ctr-Hist-Count
           MOVE Ctr-Hist-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       3900-Exit.
           EXIT.

       3910-Write-One-Entry.
           MOVE Ctr-Hst-Amount(Ctr-Hist-Sub) TO Ctr-Amt-Edit
           MOVE Ctr-Hst-Seq(Ctr-Hist-Sub) TO Ctr-Seq-Disp
           MOVE SPACES TO Streamio-Record-Data
           STRING 'RUN=' Ctr-Hst-Run-Date(Ctr-Hist-Sub)
                  ' BATCH=' Ctr-Hst-Batch(Ctr-Hist-Sub)
                  ' SEQ=' Ctr-Seq-Disp
                  ' ACCT=' Ctr-Hst-Acct(Ctr-Hist-Sub)
                  ' AMT=' FUNCTION TRIM(Ctr-Amt-Edit)
                  ' CODE=' Ctr-Hst-Code(Ctr-Hist-Sub)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           MOVE Ctr-Hist-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE Ctr-Hist-Count TO Ctr-Hist-Sub
           END-IF
           .
       3910-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Print-Scan-Report - the LARGE items, then the patterns
      *> with their items, then the totals.
      *> ---------------------------------------------------------------
       4000-Print-Scan-Report.
           DISPLAY "STREAMIO LARGE-TRANSACTION AND STRUCTURING REPORT"
           DISPLAY "FEED:      " FUNCTION TRIM(Ctr-Feed-File, TRAILING)
                   "   BATCH " Ctr-Batch-Id "   RUN DATE " Ctr-Run-Date
           DISPLAY "MASTER:    " FUNCTION TRIM(Ctr-Master-File,
                   TRAILING)
           MOVE Ctr-Large TO Ctr-Amount-Disp
           MOVE Ctr-Min-Count TO Ctr-Small-Disp
           DISPLAY "THRESHOLD: " FUNCTION TRIM(Ctr-Amount-Disp)
                   "   PATTERN: " FUNCTION TRIM(Ctr-Small-Disp)
                   " OR MORE ITEMS FROM "
                   WITH NO ADVANCING
           MOVE Ctr-Near TO Ctr-Amount-Disp
           MOVE Ctr-Window-Days TO Ctr-Small-Disp
           DISPLAY FUNCTION TRIM(Ctr-Amount-Disp) " IN "
                   FUNCTION TRIM(Ctr-Small-Disp) " DAYS"
           DISPLAY " "
           DISPLAY "LARGE CASH ITEMS"
           DISPLAY "  CASE   ACCOUNT    CODE           AMOUNT SEQ     "
                   "ST OPENED   DISPOSITION"
           IF Ctr-Large-Count = 0
              DISPLAY "  NONE"
           ELSE
              PERFORM 4100-Print-Large-Line THRU 4100-Exit
                 VARYING Ctr-Flag-Sub FROM 1 BY 1
                 UNTIL Ctr-Flag-Sub > Ctr-Flag-Count
           END-IF
           DISPLAY " "
           DISPLAY "STRUCTURING PATTERNS"
           DISPLAY "  CASE   ACCOUNT    ITEMS            TOTAL FIRST   "
                   " LAST     ST OPENED   DISPOSITION"
           IF Ctr-Struct-Count = 0
              DISPLAY "  NONE"
           ELSE
              PERFORM 4200-Print-Pattern THRU 4200-Exit
                 VARYING Ctr-Flag-Sub FROM 1 BY 1
                 UNTIL Ctr-Flag-Sub > Ctr-Flag-Count
           END-IF
           DISPLAY " "
           MOVE Ctr-Detail-Count TO Ctr-Count-Disp
           DISPLAY "DETAILS READ  . . . . . " Ctr-Count-Disp
           MOVE Ctr-Cash-Count TO Ctr-Count-Disp
           DISPLAY "CASH DETAILS  . . . . . " Ctr-Count-Disp
           MOVE Ctr-Large-Count TO Ctr-Count-Disp
           DISPLAY "LARGE ITEMS . . . . . . " Ctr-Count-Disp
           MOVE Ctr-Near-Count TO Ctr-Count-Disp
           DISPLAY "NEAR-THRESHOLD ITEMS  . " Ctr-Count-Disp
           MOVE Ctr-Struct-Count TO Ctr-Count-Disp
           DISPLAY "PATTERNS  . . . . . . . " Ctr-Count-Disp
           MOVE Ctr-Opened-Count TO Ctr-Count-Disp
           DISPLAY "CASES OPENED  . . . . . " Ctr-Count-Disp
           MOVE Ctr-Added-Count TO Ctr-Count-Disp
           DISPLAY "CASES ADDED TO  . . . . " Ctr-Count-Disp
           MOVE Ctr-Already-Count TO Ctr-Count-Disp
           DISPLAY "ALREADY ON A CASE . . . " Ctr-Count-Disp
           MOVE Ctr-Loaded-Count TO Ctr-Count-Disp
           DISPLAY "HISTORY CARRIED . . . . " Ctr-Count-Disp
           MOVE Ctr-Aged-Count TO Ctr-Count-Disp
           DISPLAY "HISTORY AGED OUT  . . . " Ctr-Count-Disp
           IF Ctr-Replaced-Count > 0
              MOVE Ctr-Replaced-Count TO Ctr-Count-Disp
              DISPLAY "RERUN ENTRIES REPLACED  " Ctr-Count-Disp
           END-IF
           IF Ctr-Not-On-Master-Count > 0
              MOVE Ctr-Not-On-Master-Count TO Ctr-Count-Disp
              DISPLAY "FLAGS NOT ON MASTER . . " Ctr-Count-Disp
           END-IF
           IF Ctr-Bad-Amount-Count > 0
              MOVE Ctr-Bad-Amount-Count TO Ctr-Count-Disp
              DISPLAY "BAD PACKED AMOUNTS  . . " Ctr-Count-Disp
           END-IF
           IF Ctr-Flags-Full
              DISPLAY "*** MORE THAN " Ctr-Max-Flags " FLAGS - THE "
                      "REST WERE NOT REPORTED OR CASED"
           END-IF
           IF Ctr-Opened-Count > 0 OR Ctr-Added-Count > 0
              DISPLAY " "
              DISPLAY "REVIEW THE CASES ABOVE - STRMCTR LIST OPEN"
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       4000-Exit.
           EXIT.

       4100-Print-Large-Line.
           IF NOT Ctr-Flg-Large(Ctr-Flag-Sub)
              GO TO 4100-Exit
           END-IF
           PERFORM 4300-Edit-Disposition THRU 4300-Exit
           MOVE Ctr-Flg-Amount(Ctr-Flag-Sub) TO Ctr-Amount-Disp
           MOVE SPACES TO Ctr-Print-Line
           STRING '  ' Ctr-Case-Disp
                  ' ' Ctr-Flg-Acct(Ctr-Flag-Sub)
                  ' ' Ctr-Flg-Code(Ctr-Flag-Sub)
                  ' ' Ctr-Amount-Disp
                  ' ' Ctr-Flg-Seq(Ctr-Flag-Sub)
                  ' ' Ctr-Flg-Mstat(Ctr-Flag-Sub)
                  '  ' Ctr-Flg-Mopen(Ctr-Flag-Sub)
                  ' ' Ctr-Disp-Text
                  DELIMITED BY SIZE
                  INTO Ctr-Print-Line
           END-STRING
           DISPLAY FUNCTION TRIM(Ctr-Print-Line, TRAILING)
           .
       4100-Exit.
           EXIT.

       4200-Print-Pattern.
           IF NOT Ctr-Flg-Struct(Ctr-Flag-Sub)
              GO TO 4200-Exit
           END-IF
           PERFORM 4300-Edit-Disposition THRU 4300-Exit
           MOVE Ctr-Flg-Amount(Ctr-Flag-Sub) TO Ctr-Amount-Disp
           MOVE Ctr-Flg-Count(Ctr-Flag-Sub) TO Ctr-Small-Disp
           MOVE SPACES TO Ctr-Print-Line
           STRING '  ' Ctr-Case-Disp
                  ' ' Ctr-Flg-Acct(Ctr-Flag-Sub)
                  ' ' Ctr-Small-Disp
                  ' ' Ctr-Amount-Disp
                  ' ' Ctr-Flg-First(Ctr-Flag-Sub)
                  ' ' Ctr-Flg-Last(Ctr-Flag-Sub)
                  ' ' Ctr-Flg-Mstat(Ctr-Flag-Sub)
                  '  ' Ctr-Flg-Mopen(Ctr-Flag-Sub)
                  ' ' Ctr-Disp-Text
                  DELIMITED BY SIZE
                  INTO Ctr-Print-Line
           END-STRING
           DISPLAY FUNCTION TRIM(Ctr-Print-Line, TRAILING)
           PERFORM 4210-Print-Pattern-Item THRU 4210-Exit
              VARYING Ctr-Hist-Sub FROM 1 BY 1
              UNTIL Ctr-Hist-Sub > Ctr-Hist-Count
           .
       4200-Exit.
           EXIT.

       4210-Print-Pattern-Item.
           IF Ctr-Hst-Acct(Ctr-Hist-Sub) NOT =
              Ctr-Flg-Acct(Ctr-Flag-Sub)
              OR Ctr-Hst-Run-Date(Ctr-Hist-Sub) > Ctr-Run-Date
              GO TO 4210-Exit
           END-IF
           MOVE Ctr-Hst-Amount(Ctr-Hist-Sub) TO Ctr-Item-Amt-Disp
           DISPLAY "           RUN " Ctr-Hst-Run-Date(Ctr-Hist-Sub)
                   " BATCH " Ctr-Hst-Batch(Ctr-Hist-Sub)
                   " SEQ " Ctr-Hst-Seq(Ctr-Hist-Sub)
                   " " Ctr-Hst-Code(Ctr-Hist-Sub)
                   " " Ctr-Item-Amt-Disp
           .
       4210-Exit.
           EXIT.

       4300-Edit-Disposition.
           MOVE Ctr-Flg-Case(Ctr-Flag-Sub) TO Ctr-Case-Disp
           EVALUATE TRUE
              WHEN Ctr-Flg-New(Ctr-Flag-Sub)
                 MOVE 'NEW CASE' TO Ctr-Disp-Text
              WHEN Ctr-Flg-Continued(Ctr-Flag-Sub)
                 MOVE Ctr-Flg-Added(Ctr-Flag-Sub) TO Ctr-Small-Disp
                 MOVE SPACES TO Ctr-Disp-Text
                 STRING 'ADDED TO OPEN CASE (+'
                        FUNCTION TRIM(Ctr-Small-Disp) ' ITEMS)'
                        DELIMITED BY SIZE
                        INTO Ctr-Disp-Text
                 END-STRING
              WHEN Ctr-Flg-Already(Ctr-Flag-Sub)
                 MOVE 'ALREADY ON THIS CASE' TO Ctr-Disp-Text
              WHEN OTHER
                 MOVE '------' TO Ctr-Case-Disp
                 MOVE '*** NOT CASED - CASE FILE' TO Ctr-Disp-Text
           END-EVALUATE
           .
       4300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Annotate-Case - NOTE and CLOSE act only on a case that
      *> exists and is still open.
      *> ---------------------------------------------------------------
       5000-Annotate-Case.
           MOVE Ctr-Target TO Ctr-Case-Disp
           IF Ctr-Target = 0 OR Ctr-Target > Ctr-Case-Count
              DISPLAY "STRMCTR: NO CASE " Ctr-Case-Disp
              MOVE 8 TO RETURN-CODE
              GO TO 5000-Exit
           END-IF
           IF Ctr-Cas-Closed(Ctr-Target)
              DISPLAY "STRMCTR: CASE " Ctr-Case-Disp
                      " IS ALREADY CLOSED"
              MOVE 8 TO RETURN-CODE
              GO TO 5000-Exit
           END-IF
           MOVE SPACES TO Ctr-Journal-Line
           STRING 'ACT=' FUNCTION TRIM(Ctr-Function)
                  ' CASE=' Ctr-Case-Disp
                  ' DATE=' Ctr-Today
                  ' USER=' FUNCTION TRIM(Ctr-User)
                  ' TYPE=' FUNCTION TRIM(Ctr-Cas-Type(Ctr-Target))
                  ' ACCT=' Ctr-Cas-Acct(Ctr-Target)
                  ' AMT= COUNT= CODE= FIRST= LAST= BATCH= SEQ='
                  ' MSTAT= MOPEN='
                  ' TEXT=' FUNCTION TRIM(Ctr-Text)
                  DELIMITED BY SIZE
                  INTO Ctr-Journal-Line
           END-STRING
           PERFORM 7000-Append-One-Record THRU 7000-Exit
           IF Ctr-Abort-Error
              DISPLAY "STRMCTR: CASE FILE UNWRITABLE - CASE "
                      Ctr-Case-Disp " NOT CHANGED"
              MOVE 16 TO RETURN-CODE
              GO TO 5000-Exit
           END-IF
           IF Ctr-Fn-Close
              DISPLAY "STRMCTR: CASE " Ctr-Case-Disp " CLOSED - "
                      FUNCTION TRIM(Ctr-Text)
           ELSE
              DISPLAY "STRMCTR: NOTE ADDED TO CASE " Ctr-Case-Disp
           END-IF
           .
       5000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6000-List-Cases - one line per case, or one case in full.
      *> ---------------------------------------------------------------
       6000-List-Cases.
           IF Ctr-List-One
              PERFORM 6500-List-One-Case THRU 6500-Exit
              GO TO 6000-Exit
           END-IF
           IF Ctr-List-All
              DISPLAY "STREAMIO COMPLIANCE CASES - ALL"
           ELSE
              DISPLAY "STREAMIO COMPLIANCE CASES - OPEN"
           END-IF
           DISPLAY " "
           DISPLAY "  CASE   OPENED   TYPE   ACCOUNT            AMOUNT "
                   "ITEMS NOTES STATUS"
           PERFORM 6100-List-One-Line THRU 6100-Exit
              VARYING Ctr-Case-Sub FROM 1 BY 1
              UNTIL Ctr-Case-Sub > Ctr-Case-Count
           DISPLAY " "
           MOVE Ctr-Open-Case-Count TO Ctr-Count-Disp
           DISPLAY "OPEN CASES  . . . . . . " Ctr-Count-Disp
           MOVE Ctr-Closed-Case-Count TO Ctr-Count-Disp
           DISPLAY "CLOSED CASES  . . . . . " Ctr-Count-Disp
           IF Ctr-Bad-Line-Count > 0
              MOVE Ctr-Bad-Line-Count TO Ctr-Count-Disp
              DISPLAY "UNUSABLE CASE RECORDS . " Ctr-Count-Disp
           END-IF
           .
       6000-Exit.
           EXIT.

       6100-List-One-Line.
           IF Ctr-Cas-Open(Ctr-Case-Sub)
              ADD 1 TO Ctr-Open-Case-Count
           ELSE
              ADD 1 TO Ctr-Closed-Case-Count
              IF NOT Ctr-List-All
                 GO TO 6100-Exit
              END-IF
           END-IF
           MOVE Ctr-Case-Sub TO Ctr-Case-Disp
           MOVE Ctr-Cas-Amount(Ctr-Case-Sub) TO Ctr-Amount-Disp
           MOVE SPACES TO Ctr-Print-Line
           STRING '  ' Ctr-Case-Disp
                  ' ' Ctr-Cas-Date(Ctr-Case-Sub)
                  ' ' Ctr-Cas-Type(Ctr-Case-Sub)
                  ' ' Ctr-Cas-Acct(Ctr-Case-Sub)
                  ' ' Ctr-Amount-Disp
                  DELIMITED BY SIZE
                  INTO Ctr-Print-Line
           END-STRING
           MOVE Ctr-Cas-Count(Ctr-Case-Sub) TO Ctr-Small-Disp
           MOVE Ctr-Small-Disp TO Ctr-Print-Line(54:5)
           MOVE Ctr-Cas-Notes(Ctr-Case-Sub) TO Ctr-Small-Disp
           MOVE Ctr-Small-Disp TO Ctr-Print-Line(60:5)
           IF Ctr-Cas-Open(Ctr-Case-Sub)
              MOVE 'OPEN' TO Ctr-Print-Line(66:6)
           ELSE
              MOVE 'CLOSED' TO Ctr-Print-Line(66:6)
           END-IF
           DISPLAY FUNCTION TRIM(Ctr-Print-Line, TRAILING)
           .
       6100-Exit.
           EXIT.

       6500-List-One-Case.
           MOVE Ctr-Target TO Ctr-Case-Disp
           IF Ctr-Target = 0 OR Ctr-Target > Ctr-Case-Count
              DISPLAY "STRMCTR: NO CASE " Ctr-Case-Disp
              MOVE 8 TO RETURN-CODE
              GO TO 6500-Exit
           END-IF
           DISPLAY "STREAMIO COMPLIANCE CASE " Ctr-Case-Disp
           DISPLAY " "
           DISPLAY "TYPE:      " Ctr-Cas-Type(Ctr-Target)
           DISPLAY "OPENED:    " Ctr-Cas-Date(Ctr-Target) " BY "
                   FUNCTION TRIM(Ctr-Cas-User(Ctr-Target))
           DISPLAY "FEED:      " FUNCTION TRIM(Ctr-Cas-Feed(Ctr-Target))
           DISPLAY "ACCOUNT:   " Ctr-Cas-Acct(Ctr-Target)
                   "   MASTER STATUS " Ctr-Cas-Mstat(Ctr-Target)
                   "   OPENED " Ctr-Cas-Mopen(Ctr-Target)
           MOVE Ctr-Cas-Amount(Ctr-Target) TO Ctr-Amount-Disp
           MOVE Ctr-Cas-Count(Ctr-Target) TO Ctr-Small-Disp
           IF Ctr-Cas-Large(Ctr-Target)
              MOVE Ctr-Cas-Seq(Ctr-Target) TO Ctr-Seq-Disp
              DISPLAY "ITEM:      " FUNCTION TRIM(Ctr-Amount-Disp)
                      "   CODE " Ctr-Cas-Code(Ctr-Target)
                      "   RUN " Ctr-Cas-First(Ctr-Target)
                      "   BATCH " Ctr-Cas-Batch(Ctr-Target)
                      "   SEQ " Ctr-Seq-Disp
           ELSE
              DISPLAY "PATTERN:   " FUNCTION TRIM(Ctr-Small-Disp)
                      " ITEMS TOTALLING "
                      FUNCTION TRIM(Ctr-Amount-Disp)
                      "   " Ctr-Cas-First(Ctr-Target)
                      " TO " Ctr-Cas-Last(Ctr-Target)
              DISPLAY " "
              DISPLAY "ITEMS"
              PERFORM 6510-List-One-Item THRU 6510-Exit
                 VARYING Ctr-Item-Sub FROM 1 BY 1
                 UNTIL Ctr-Item-Sub > Ctr-Item-Count
           END-IF
           DISPLAY " "
           DISPLAY "NOTES"
           IF Ctr-Cas-Notes(Ctr-Target) = 0
              DISPLAY "  NONE"
           ELSE
              PERFORM 6520-List-One-Note THRU 6520-Exit
                 VARYING Ctr-Note-Sub FROM 1 BY 1
                 UNTIL Ctr-Note-Sub > Ctr-Note-Count
           END-IF
           DISPLAY " "
           IF Ctr-Cas-Open(Ctr-Target)
              DISPLAY "STATUS:    OPEN"
           ELSE
              DISPLAY "STATUS:    CLOSED"
           END-IF
           .
       6500-Exit.
           EXIT.

       6510-List-One-Item.
           IF Ctr-Itm-Case(Ctr-Item-Sub) NOT = Ctr-Target
              GO TO 6510-Exit
           END-IF
           MOVE Ctr-Itm-Amount(Ctr-Item-Sub) TO Ctr-Item-Amt-Disp
           DISPLAY "  RUN " Ctr-Itm-Run-Date(Ctr-Item-Sub)
                   " BATCH " Ctr-Itm-Batch(Ctr-Item-Sub)
                   " SEQ " Ctr-Itm-Seq(Ctr-Item-Sub)
                   " " Ctr-Itm-Code(Ctr-Item-Sub)
                   " " Ctr-Item-Amt-Disp
           .
       6510-Exit.
           EXIT.

       6520-List-One-Note.
           IF Ctr-Nte-Case(Ctr-Note-Sub) NOT = Ctr-Target
              GO TO 6520-Exit
           END-IF
           DISPLAY "  " Ctr-Nte-Date(Ctr-Note-Sub)
                   " " Ctr-Nte-User(Ctr-Note-Sub)
                   " " Ctr-Nte-Act(Ctr-Note-Sub)
                   " " FUNCTION TRIM(Ctr-Nte-Text(Ctr-Note-Sub))
           .
       6520-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7000-Append-One-Record - Ctr-Journal-Line onto the end of the
      *> case file, opened and closed around the one write.
      *> ---------------------------------------------------------------
       7000-Append-One-Record.
           MOVE Ctr-Case-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 7000-Exit
           END-IF
           MOVE SCB-Handle TO Ctr-Case-Handle
           PERFORM 7100-Write-Case-Record THRU 7100-Exit
           MOVE Ctr-Case-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       7000-Exit.
           EXIT.

      *> 7100-Write-Case-Record - Ctr-Journal-Line to the case file
      *> already open on Ctr-Case-Handle.
       7100-Write-Case-Record.
           MOVE SPACES TO Streamio-Record-Data
           MOVE Ctr-Journal-Line TO Streamio-Record-Data(1:800)
           MOVE Ctr-Case-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 7100-Exit
           END-IF
           ADD 1 TO Ctr-Write-Count
           .
       7100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Ctr-Abort-Error
              MOVE 'Y' TO Ctr-Err-Sw
              MOVE SCB-Filename TO Ctr-Err-Filename
              MOVE SCB-Function TO Ctr-Err-Function
              MOVE SCB-Mode TO Ctr-Err-Mode
              MOVE SCB-Delimiter-Mode TO Ctr-Err-Delimiter-Mode
              MOVE SCB-Offset TO Ctr-Err-Offset
              MOVE SCB-Return-Code TO Ctr-Err-Return-Code
              MOVE SCB-Severity TO Ctr-Err-Severity
              MOVE SCB-Calling-Program TO Ctr-Err-Calling-Program
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
           IF Ctr-Abort-Error
              MOVE Ctr-Err-Filename TO SCB-Filename
              MOVE Ctr-Err-Function TO SCB-Function
              MOVE Ctr-Err-Mode TO SCB-Mode
              MOVE Ctr-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Ctr-Err-Offset TO SCB-Offset
              MOVE Ctr-Err-Return-Code TO SCB-Return-Code
              MOVE Ctr-Err-Severity TO SCB-Severity
              MOVE Ctr-Err-Calling-Program TO SCB-Calling-Program
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
           IF Ctr-Fn-Scan
              MOVE Ctr-Read-Count TO Strm-RS-Read-Count
           ELSE
              MOVE Ctr-Case-Read-Count TO Strm-RS-Read-Count
           END-IF
           MOVE Ctr-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMCTR-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
