      *> ***************************************************************
      *> ** Program:  STRMSUS.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMSUS keeps the suspense account: the one persistent    **
      *> ** file (strm_suspense.dat) every transaction detail the     **
      *> ** chain turns away ends up on - STRMEDT rejects from a      **
      *> ** SUSPENSE feed, STRMJIM rejects of txn detail objects and  **
      *> ** details STRMUPD couldn't post, each put there through     **
      *> ** STREAMIOSus.cpy with its source feed, reject reason and   **
      *> ** date.  Until now a reject file was looked at once, the    **
      *> ** morning it was written, and whatever nobody fixed that    **
      *> ** day was simply gone.  From here an item stays on hand     **
      *> ** until it is corrected and re-released or written off.     **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated), the first naming the function:               **
      *> **    REPORT   [as-of-yyyymmdd]                              **
      *> **    CORRECT  item [ACCT|AMT|CODE value]                    **
      *> **    WRITEOFF item [reason text ...]                        **
      *> **    RELEASE  feed-file [run-date-yyyymmdd]                 **
      *> **    PROOF    [month-YYYYMM]                                **
      *> **                                                           **
      *> ** REPORT ages every item on hand (open or corrected) as of  **
      *> ** the date given (today by default) into 0-7, 8-30, 31-60,  **
      *> ** 61-90 and over-90-day buckets, summarized by reject       **
      *> ** reason and by source feed, then lists the items.          **
      *> **                                                           **
      *> ** CORRECT replaces the item's account, amount or code with  **
      *> ** the value given - or, with no field, accepts the item as  **
      *> ** it stands (the cause was fixed elsewhere, e.g. a code     **
      *> ** added to the table).  Either way the item becomes         **
      *> ** corrected.  An amount must fit txn-det-amount at two      **
      *> ** decimals; a code must be on the TXNCODE table (STRMTBL)   **
      *> ** when the table file exists.                               **
      *> **                                                           **
      *> ** WRITEOFF takes the item off hand for good, with the       **
      *> ** reason given (WRITTEN OFF by default).                    **
      *> **                                                           **
      *> ** RELEASE writes every corrected item with a usable         **
      *> ** account, amount and code to a new txn-record.cpy H/D/T    **
      *> ** feed - its own batch id, trailer count and control total  **
      *> ** - that goes back through STRMSRT, STRMVAL, STRMSEQ and    **
      *> ** STRMUPD like any partner's feed.  The batch id is one     **
      *> ** past the highest suspense release so far (000001 for the  **
      *> ** first), which is exactly what STRMSEQ expects of a        **
      *> ** source.  The run date defaults to today.  Items are       **
      *> ** marked released only once the feed is completely          **
      *> ** written.                                                  **
      *> **                                                           **
      *> ** PROOF is the month-end suspense proof for the month given **
      *> ** (by default the calendar month before today): on hand at  **
      *> ** the start of the month, plus items in, plus correction    **
      *> ** adjustments, less released, less written off, must equal  **
      *> ** the items counted on hand at month end - in count and in  **
      *> ** amount.  The flows are totalled from the file's records   **
      *> ** as written; the closing count is taken from the items     **
      *> ** themselves, so an action recorded against an item that   **
      *> ** was no longer on hand (or never existed) breaks it.       **
      *> **                                                           **
      *> ** The suspense file is appended to and never rewritten.     **
      *> ** Every record is one Unix-delimited keyword line:          **
      *> **    ACT=a ITEM=n DATE=yyyymmdd USER=u SRC=s PGM=p RSN=r    **
      *> **    ACCT=a AMT=amt CODE=c REF=r REC=text                   **
      *> ** ACT=IN records are the items, numbered 1, 2, 3 ... by     **
      *> ** their order on the file (their own ITEM= is 0).  CORR,    **
      *> ** WOFF and REL records act on the ITEM= given; CORR         **
      *> ** carries the corrected values with the prior amount in     **
      *> ** REF, WOFF the write-off reason in RSN, REL the feed in    **
      *> ** SRC and the batch id in REF.  An amount that was unknown  **
      *> ** (AMT= blank - usually the very thing that was broken)     **
      *> ** counts as zero in the money totals.                       **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters, suspense file full, or the    **
      *> **        release feed couldn't be written                   **
      *> **     8  a CORRECT or WRITEOFF refused, or the PROOF out    **
      *> **        of balance                                         **
      *> **     4  REPORT: items over 90 days old; RELEASE: nothing   **
      *> **        to release, or corrected items still unusable      **
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
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMSUS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Sus-Parm-Line                        PIC X(512).
       01  Sus-Function                         PIC X(10) VALUE SPACES.
           88 Sus-Fn-Report                     VALUE 'REPORT'.
           88 Sus-Fn-Correct                    VALUE 'CORRECT'.
           88 Sus-Fn-Writeoff                   VALUE 'WRITEOFF'.
           88 Sus-Fn-Release                    VALUE 'RELEASE'.
           88 Sus-Fn-Proof                      VALUE 'PROOF'.
       01  Sus-Arg-1                            PIC X(256) VALUE
                                                 SPACES.
       01  Sus-Arg-2                            PIC X(40) VALUE SPACES.
       01  Sus-Arg-3                            PIC X(40) VALUE SPACES.
       01  Sus-Parm-Ptr                         PIC 9(03) VALUE 1.
       01  Sus-Skip-1                           PIC X(10).
       01  Sus-Skip-2                           PIC X(10).
       01  Sus-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Sus-Setup-Ok                      VALUE 'Y'.

       01  Sus-Current-Date                     PIC X(21).
       01  Sus-Today                            PIC 9(08) VALUE 0.
       01  Sus-Asof-Date                        PIC 9(08) VALUE 0.
       01  Sus-Run-Date                         PIC 9(08) VALUE 0.
       01  Sus-User                             PIC X(20) VALUE SPACES.

      *> ---------------------------------------------------------------
      *> The PROOF month and the window the journal is read through:
      *> records dated after Sus-Cutoff-Date are ignored, records
      *> dated before Sus-Period-Start fall in the opening balance.
      *> Every other function reads the whole file as one period.
      *> ---------------------------------------------------------------
       01  Sus-Month                            PIC 9(06) VALUE 0.
       01  Sus-Month-Parts REDEFINES Sus-Month.
           05 Sus-Month-Year                    PIC 9(04).
           05 Sus-Month-Mm                      PIC 9(02).
       01  Sus-Work-Year                        PIC 9(04).
       01  Sus-Work-Mm                          PIC 9(02).
       01  Sus-Next-First                       PIC 9(08) VALUE 0.
       01  Sus-Period-Start                     PIC 9(08) VALUE 0.
       01  Sus-Cutoff-Date                      PIC 9(08) VALUE
                                                 99999999.

      *> ---------------------------------------------------------------
      *> One suspense record, as parsed.
      *> ---------------------------------------------------------------
       01  Sus-Filename                         PIC X(256) VALUE
                                                 'strm_suspense.dat'.
       01  Sus-Handle                           PIC X(4) COMP-X.
       01  Sus-Feed-Handle                      PIC X(4) COMP-X.
       01  Sus-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Sus-Eof                           VALUE 'Y'.
       01  Sus-J-Lead                           PIC X(01).
       01  Sus-J-Act                            PIC X(04).
       01  Sus-J-Item                           PIC X(10).
       01  Sus-J-Date                           PIC X(08).
       01  Sus-J-User                           PIC X(20).
       01  Sus-J-Src                            PIC X(256).
       01  Sus-J-Pgm                            PIC X(08).
       01  Sus-J-Rsn                            PIC X(30).
       01  Sus-J-Acct                           PIC X(10).
       01  Sus-J-Amt                            PIC X(16).
       01  Sus-J-Code                           PIC X(04).
       01  Sus-J-Ref                            PIC X(16).
       01  Sus-J-Rec                            PIC X(256).
       01  Sus-J-Date-Num                       PIC 9(08) VALUE 0.
       01  Sus-J-Item-Num                       PIC 9(07) VALUE 0.
       01  Sus-J-Amount                         PIC S9(09)V99 VALUE 0.
       01  Sus-J-Prior                          PIC S9(09)V99 VALUE 0.
       01  Sus-In-Period-Sw                     PIC X(1) VALUE 'N'.
           88 Sus-In-Period                     VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The items, in file order - Sus-Item-Count is also the
      *> number of the last ACT=IN record read.
      *> ---------------------------------------------------------------
       01  Sus-Max-Items                        PIC 9(07) VALUE 5000.
       01  Sus-Item-Count                       PIC 9(07) VALUE 0.
       01  Sus-Item-Table.
           05 Sus-Item-Entry OCCURS 5000 TIMES.
              10 Sus-Item-Date                  PIC 9(08).
              10 Sus-Item-Src                   PIC X(60).
              10 Sus-Item-Pgm                   PIC X(08).
              10 Sus-Item-Rsn                   PIC X(30).
              10 Sus-Item-Acct                  PIC X(10).
              10 Sus-Item-Amt-Text              PIC X(16).
              10 Sus-Item-Amount                PIC S9(09)V99.
              10 Sus-Item-Code                  PIC X(04).
              10 Sus-Item-Status                PIC X(01).
                 88 Sus-Item-Open               VALUE 'O'.
                 88 Sus-Item-Corrected          VALUE 'C'.
                 88 Sus-Item-On-Hand            VALUE 'O' 'C'.
                 88 Sus-Item-Released           VALUE 'R'.
                 88 Sus-Item-Written-Off        VALUE 'W'.
       01  Sus-Ix                               PIC 9(07) VALUE 0.
       01  Sus-Target                           PIC 9(07) VALUE 0.
       01  Sus-Item-Disp                        PIC Z(6)9.
       01  Sus-Full-Sw                          PIC X(1) VALUE 'N'.
           88 Sus-Full                          VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Flows totalled from the records as written (before and
      *> during the period), and the problems met while reading.
      *> ---------------------------------------------------------------
       01  Sus-Flow-Totals.
           05 Sus-Before-In-Count               PIC S9(07) VALUE 0.
           05 Sus-Before-In-Amt                 PIC S9(11)V99 VALUE 0.
           05 Sus-Before-Adj-Amt                PIC S9(11)V99 VALUE 0.
           05 Sus-Before-Rel-Count              PIC S9(07) VALUE 0.
           05 Sus-Before-Rel-Amt                PIC S9(11)V99 VALUE 0.
           05 Sus-Before-Woff-Count             PIC S9(07) VALUE 0.
           05 Sus-Before-Woff-Amt               PIC S9(11)V99 VALUE 0.
           05 Sus-Month-In-Count                PIC S9(07) VALUE 0.
           05 Sus-Month-In-Amt                  PIC S9(11)V99 VALUE 0.
           05 Sus-Month-Corr-Count              PIC S9(07) VALUE 0.
           05 Sus-Month-Adj-Amt                 PIC S9(11)V99 VALUE 0.
           05 Sus-Month-Rel-Count               PIC S9(07) VALUE 0.
           05 Sus-Month-Rel-Amt                 PIC S9(11)V99 VALUE 0.
           05 Sus-Month-Woff-Count              PIC S9(07) VALUE 0.
           05 Sus-Month-Woff-Amt                PIC S9(11)V99 VALUE 0.
       01  Sus-Read-Count                       PIC 9(07) VALUE 0.
       01  Sus-Bad-Line-Count                   PIC 9(07) VALUE 0.
       01  Sus-Orphan-Count                     PIC 9(07) VALUE 0.

      *> ---------------------------------------------------------------
      *> Amount checking - Sus-Chk-Text in, Sus-Chk-Amount and the
      *> switch out.
      *> ---------------------------------------------------------------
       01  Sus-Chk-Text                         PIC X(16).
       01  Sus-Chk-Wide                         PIC S9(11)V9(6) VALUE 0.
       01  Sus-Chk-Amount                       PIC S9(09)V99 VALUE 0.
       01  Sus-Chk-Ok-Sw                        PIC X(1) VALUE 'N'.
           88 Sus-Chk-Ok                        VALUE 'Y'.
       01  Sus-Usable-Sw                        PIC X(1) VALUE 'N'.
           88 Sus-Usable                        VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> REPORT accumulators - five age buckets by reason and by
      *> source; the last slot of each table takes the overflow.
      *> ---------------------------------------------------------------
       01  Sus-Age-Days                         PIC S9(07) VALUE 0.
       01  Sus-Bucket                           PIC 9(01) VALUE 0.
       01  Sus-Bkt-Sub                          PIC 9(01) VALUE 0.
       01  Sus-Max-Groups                       PIC 9(02) VALUE 40.
       01  Sus-Rsn-Count                        PIC 9(02) VALUE 0.
       01  Sus-Rsn-Table.
           05 Sus-Rsn-Entry OCCURS 40 TIMES.
              10 Sus-Rsn-Name                   PIC X(30).
              10 Sus-Rsn-Bkt OCCURS 5 TIMES     PIC 9(05).
              10 Sus-Rsn-Items                  PIC 9(07).
              10 Sus-Rsn-Amount                 PIC S9(11)V99.
       01  Sus-Src-Count                        PIC 9(02) VALUE 0.
       01  Sus-Src-Table.
           05 Sus-Src-Entry OCCURS 40 TIMES.
              10 Sus-Src-Name                   PIC X(30).
              10 Sus-Src-Bkt OCCURS 5 TIMES     PIC 9(05).
              10 Sus-Src-Items                  PIC 9(07).
              10 Sus-Src-Amount                 PIC S9(11)V99.
       01  Sus-Grp-Sub                          PIC 9(02) VALUE 0.
       01  Sus-Grp-Ix                           PIC 9(02) VALUE 0.
       01  Sus-Grp-Key                          PIC X(30).
       01  Sus-Found-Sw                         PIC X(1) VALUE 'N'.
           88 Sus-Found                         VALUE 'Y'.
       01  Sus-Tot-Bkt-Table.
           05 Sus-Tot-Bkt OCCURS 5 TIMES        PIC 9(05).
       01  Sus-On-Hand-Count                    PIC S9(07) VALUE 0.
       01  Sus-On-Hand-Amt                      PIC S9(11)V99 VALUE 0.
       01  Sus-No-Amt-Count                     PIC 9(07) VALUE 0.
       01  Sus-Old-Count                        PIC 9(07) VALUE 0.
       01  Sus-Counted-Count                    PIC S9(07) VALUE 0.
       01  Sus-Counted-Amt                      PIC S9(11)V99 VALUE 0.

       01  Sus-Print-Line                       PIC X(132).
       01  Sus-Bkt-Disp                         PIC ZZ,ZZ9.
       01  Sus-Count-Disp                       PIC ZZZ,ZZ9.
       01  Sus-Signed-Count-Disp                PIC -(6)9.
       01  Sus-Amount-Disp                      PIC -(11)9.99.
       01  Sus-Amt-Edit                         PIC -(9)9.99.
       01  Sus-Age-Disp                         PIC ZZZZ9.

      *> ---------------------------------------------------------------
      *> CORRECT / WRITEOFF / RELEASE work fields.
      *> ---------------------------------------------------------------
       01  Sus-Field-Name                       PIC X(10).
       01  Sus-Field-Value                      PIC X(40).
       01  Sus-New-Acct                         PIC X(10).
       01  Sus-New-Amt-Text                     PIC X(16).
       01  Sus-New-Amount                       PIC S9(09)V99 VALUE 0.
       01  Sus-New-Code                         PIC X(04).
       01  Sus-Woff-Reason                      PIC X(30).
       01  Sus-Refused-Sw                       PIC X(1) VALUE 'N'.
           88 Sus-Refused                       VALUE 'Y'.
       01  Sus-High-Batch                       PIC 9(06) VALUE 0.
       01  Sus-Batch-Num                        PIC 9(06) VALUE 0.
       01  Sus-Release-Count                    PIC 9(07) VALUE 0.
       01  Sus-Held-Count                       PIC 9(07) VALUE 0.
       01  Sus-Release-Total                    PIC S9(09)V99 VALUE 0.
       01  Sus-Write-Count                      PIC 9(07) VALUE 0.
       01  Sus-Journal-Count                    PIC 9(07) VALUE 0.
       01  Sus-Feed-Ok-Sw                       PIC X(1) VALUE 'N'.
           88 Sus-Feed-Ok                       VALUE 'Y'.
       01  Sus-Journal-Line                     PIC X(800).

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Sus-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Sus-Abort-Error                   VALUE 'Y'.
       01  Sus-Err-Filename                     PIC X(256).
       01  Sus-Err-Function                     PIC X(2).
       01  Sus-Err-Mode                         PIC X(1).
       01  Sus-Err-Delimiter-Mode               PIC X(1).
       01  Sus-Err-Offset                       PIC X(8) COMP-X.
       01  Sus-Err-Return-Code                  USAGE BINARY-LONG.
       01  Sus-Err-Severity                     PIC X(1).
       01  Sus-Err-Calling-Program              PIC X(8).

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
           IF NOT Sus-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Load-Suspense THRU 2000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF Sus-Full OR Sus-Abort-Error
              DISPLAY "STRMSUS: SUSPENSE FILE UNUSABLE - NOTHING DONE"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           EVALUATE TRUE
              WHEN Sus-Fn-Report
                 PERFORM 3000-Aging-Report THRU 3000-Exit
              WHEN Sus-Fn-Correct
                 PERFORM 4000-Correct-Item THRU 4000-Exit
              WHEN Sus-Fn-Writeoff
                 PERFORM 4500-Write-Off-Item THRU 4500-Exit
              WHEN Sus-Fn-Release
                 PERFORM 5000-Release-Items THRU 5000-Exit
              WHEN Sus-Fn-Proof
                 PERFORM 6000-Month-End-Proof THRU 6000-Exit
           END-EVALUATE
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

      *> ---------------------------------------------------------------
      *> 1000-Initialize - the function and its arguments, the dates
      *> each function works to, and who is running it.
      *> ---------------------------------------------------------------
       1000-Initialize.
           ACCEPT Sus-Parm-Line FROM COMMAND-LINE
           UNSTRING Sus-Parm-Line DELIMITED BY ALL SPACE
               INTO Sus-Function, Sus-Arg-1, Sus-Arg-2, Sus-Arg-3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(Sus-Function) TO Sus-Function
           MOVE 'STRMSUS' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMSUS' TO Strm-RS-Program
           MOVE Sus-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO Sus-Current-Date
           MOVE Sus-Current-Date(1:8) TO Sus-Today
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT Sus-User FROM ENVIRONMENT-VALUE
           IF Sus-User = SPACES
              MOVE 'UNKNOWN' TO Sus-User
           END-IF
           EVALUATE TRUE
              WHEN Sus-Fn-Report
                 PERFORM 1100-Setup-Report THRU 1100-Exit
              WHEN Sus-Fn-Correct
              WHEN Sus-Fn-Writeoff
                 PERFORM 1200-Setup-Item-Action THRU 1200-Exit
              WHEN Sus-Fn-Release
                 PERFORM 1300-Setup-Release THRU 1300-Exit
              WHEN Sus-Fn-Proof
                 PERFORM 1400-Setup-Proof THRU 1400-Exit
              WHEN OTHER
                 DISPLAY "STRMSUS: FUNCTION MUST BE REPORT, CORRECT, "
                         "WRITEOFF, RELEASE OR PROOF"
                 MOVE 'N' TO Sus-Setup-Ok-Sw
           END-EVALUATE
           .
       1000-Exit.
           EXIT.

       1100-Setup-Report.
           IF Sus-Arg-1 = SPACES
              MOVE Sus-Today TO Sus-Asof-Date
              GO TO 1100-Exit
           END-IF
           IF Sus-Arg-1(1:8) IS NOT NUMERIC
              OR Sus-Arg-1(9:1) NOT = SPACE
              OR FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(Sus-Arg-1(1:8))) NOT = 0
              DISPLAY "STRMSUS: AS-OF DATE MUST BE A REAL YYYYMMDD"
              MOVE 'N' TO Sus-Setup-Ok-Sw
              GO TO 1100-Exit
           END-IF
           MOVE Sus-Arg-1(1:8) TO Sus-Asof-Date
           .
       1100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1200-Setup-Item-Action - CORRECT and WRITEOFF both name an
      *> item; WRITEOFF's reason is the rest of the line, spaces and
      *> all.
      *> ---------------------------------------------------------------
       1200-Setup-Item-Action.
           IF Sus-Arg-1 = SPACES
              OR FUNCTION TEST-NUMVAL(Sus-Arg-1) NOT = 0
              DISPLAY "STRMSUS: " FUNCTION TRIM(Sus-Function)
                      " NEEDS AN ITEM NUMBER"
              MOVE 'N' TO Sus-Setup-Ok-Sw
              GO TO 1200-Exit
           END-IF
           COMPUTE Sus-Target = FUNCTION NUMVAL(Sus-Arg-1)
           IF Sus-Fn-Correct
              MOVE FUNCTION UPPER-CASE(Sus-Arg-2) TO Sus-Field-Name
              MOVE Sus-Arg-3 TO Sus-Field-Value
              IF Sus-Field-Name NOT = SPACES
                 AND Sus-Field-Name NOT = 'ACCT'
                 AND Sus-Field-Name NOT = 'AMT'
                 AND Sus-Field-Name NOT = 'CODE'
                 DISPLAY "STRMSUS: CORRECT FIELD MUST BE ACCT, AMT "
                         "OR CODE"
                 MOVE 'N' TO Sus-Setup-Ok-Sw
              END-IF
              IF Sus-Field-Name NOT = SPACES
                 AND Sus-Field-Value = SPACES
                 DISPLAY "STRMSUS: CORRECT " FUNCTION TRIM(
                         Sus-Field-Name) " NEEDS A VALUE"
                 MOVE 'N' TO Sus-Setup-Ok-Sw
              END-IF
              GO TO 1200-Exit
           END-IF
           MOVE 1 TO Sus-Parm-Ptr
           MOVE SPACES TO Sus-Woff-Reason
           UNSTRING Sus-Parm-Line DELIMITED BY ALL SPACE
               INTO Sus-Skip-1, Sus-Skip-2
               WITH POINTER Sus-Parm-Ptr
           END-UNSTRING
           IF Sus-Parm-Ptr < LENGTH OF Sus-Parm-Line
              MOVE FUNCTION TRIM(Sus-Parm-Line(Sus-Parm-Ptr:))
                 TO Sus-Woff-Reason
           END-IF
           IF Sus-Woff-Reason = SPACES
              MOVE 'WRITTEN OFF' TO Sus-Woff-Reason
           END-IF
           .
       1200-Exit.
           EXIT.

       1300-Setup-Release.
           IF Sus-Arg-1 = SPACES
              DISPLAY "STRMSUS: RELEASE NEEDS A FEED FILE"
              MOVE 'N' TO Sus-Setup-Ok-Sw
              GO TO 1300-Exit
           END-IF
           IF Sus-Arg-2 = SPACES
              MOVE Sus-Today TO Sus-Run-Date
              GO TO 1300-Exit
           END-IF
           IF Sus-Arg-2(1:8) IS NOT NUMERIC
              OR Sus-Arg-2(9:1) NOT = SPACE
              OR FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(Sus-Arg-2(1:8))) NOT = 0
              DISPLAY "STRMSUS: RUN DATE MUST BE A REAL YYYYMMDD"
              MOVE 'N' TO Sus-Setup-Ok-Sw
              GO TO 1300-Exit
           END-IF
           MOVE Sus-Arg-2(1:8) TO Sus-Run-Date
           .
       1300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1400-Setup-Proof - the month, its first day, and its last
      *> day (the day before the next month's first).
      *> ---------------------------------------------------------------
       1400-Setup-Proof.
           IF Sus-Arg-1 = SPACES
              MOVE Sus-Current-Date(1:4) TO Sus-Work-Year
              MOVE Sus-Current-Date(5:2) TO Sus-Work-Mm
              IF Sus-Work-Mm = 1
                 SUBTRACT 1 FROM Sus-Work-Year
                 MOVE 12 TO Sus-Work-Mm
              ELSE
                 SUBTRACT 1 FROM Sus-Work-Mm
              END-IF
              MOVE Sus-Work-Year TO Sus-Month-Year
              MOVE Sus-Work-Mm TO Sus-Month-Mm
           ELSE
              IF Sus-Arg-1(1:6) IS NOT NUMERIC
                 OR Sus-Arg-1(7:1) NOT = SPACE
                 OR Sus-Arg-1(5:2) < '01'
                 OR Sus-Arg-1(5:2) > '12'
                 DISPLAY "STRMSUS: MONTH MUST BE YYYYMM"
                 MOVE 'N' TO Sus-Setup-Ok-Sw
                 GO TO 1400-Exit
              END-IF
              MOVE Sus-Arg-1(1:6) TO Sus-Month
           END-IF
           COMPUTE Sus-Period-Start = Sus-Month * 100 + 1
           MOVE Sus-Month-Year TO Sus-Work-Year
           MOVE Sus-Month-Mm TO Sus-Work-Mm
           IF Sus-Work-Mm = 12
              ADD 1 TO Sus-Work-Year
              MOVE 1 TO Sus-Work-Mm
           ELSE
              ADD 1 TO Sus-Work-Mm
           END-IF
           COMPUTE Sus-Next-First =
              Sus-Work-Year * 10000 + Sus-Work-Mm * 100 + 1
           COMPUTE Sus-Cutoff-Date = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(Sus-Next-First) - 1)
           .
       1400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Suspense - read the whole suspense file, building
      *> the items and totalling the flows.  No file yet just means
      *> nothing has ever been suspended.
      *> ---------------------------------------------------------------
       2000-Load-Suspense.
           INITIALIZE Sus-Item-Table
           MOVE Sus-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Sus-Handle
           MOVE 'N' TO Sus-Eof-Sw
           PERFORM 2100-Load-One-Record THRU 2100-Exit
              UNTIL Sus-Eof
           MOVE Sus-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2000-Exit.
           EXIT.

       2100-Load-One-Record.
           MOVE Sus-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Sus-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Sus-Eof-Sw
                 GO TO 2100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Sus-Eof-Sw
                 GO TO 2100-Exit
           END-EVALUATE
           IF Streamio-Record-Data(1:800) = SPACES
              GO TO 2100-Exit
           END-IF
           MOVE SPACES TO Sus-J-Lead Sus-J-Act Sus-J-Item Sus-J-Date
                          Sus-J-User Sus-J-Src Sus-J-Pgm Sus-J-Rsn
                          Sus-J-Acct Sus-J-Amt Sus-J-Code Sus-J-Ref
                          Sus-J-Rec
           UNSTRING Streamio-Record-Data(1:800)
               DELIMITED BY "ACT=" OR " ITEM=" OR " DATE=" OR " USER="
                         OR " SRC=" OR " PGM=" OR " RSN=" OR " ACCT="
                         OR " AMT=" OR " CODE=" OR " REF=" OR " REC="
               INTO Sus-J-Lead, Sus-J-Act, Sus-J-Item, Sus-J-Date,
                    Sus-J-User, Sus-J-Src, Sus-J-Pgm, Sus-J-Rsn,
                    Sus-J-Acct, Sus-J-Amt, Sus-J-Code, Sus-J-Ref,
                    Sus-J-Rec
           END-UNSTRING
           IF Sus-J-Date IS NOT NUMERIC
              ADD 1 TO Sus-Bad-Line-Count
              GO TO 2100-Exit
           END-IF
           MOVE Sus-J-Date TO Sus-J-Date-Num
      *> An ACT=IN record numbers its item whether or not it falls
      *> inside the window, so item numbers never shift.
           IF Sus-J-Date-Num > Sus-Cutoff-Date
              IF Sus-J-Act = 'IN'
                 AND Sus-Item-Count < Sus-Max-Items
                 ADD 1 TO Sus-Item-Count
              END-IF
              GO TO 2100-Exit
           END-IF
           IF Sus-J-Date-Num < Sus-Period-Start
              MOVE 'N' TO Sus-In-Period-Sw
           ELSE
              MOVE 'Y' TO Sus-In-Period-Sw
           END-IF
           MOVE Sus-J-Amt TO Sus-Chk-Text
           PERFORM 7300-Check-Amount THRU 7300-Exit
           IF Sus-Chk-Ok
              MOVE Sus-Chk-Amount TO Sus-J-Amount
           ELSE
              MOVE 0 TO Sus-J-Amount
           END-IF
           EVALUATE Sus-J-Act
              WHEN 'IN'
                 PERFORM 2200-Take-Intake THRU 2200-Exit
              WHEN 'CORR'
              WHEN 'WOFF'
              WHEN 'REL'
                 PERFORM 2300-Take-Action THRU 2300-Exit
              WHEN OTHER
                 ADD 1 TO Sus-Bad-Line-Count
           END-EVALUATE
           .
       2100-Exit.
           EXIT.

       2200-Take-Intake.
           IF Sus-Item-Count >= Sus-Max-Items
              IF NOT Sus-Full
                 DISPLAY "STRMSUS: MORE THAN " Sus-Max-Items
                         " ITEMS - SUSPENSE FILE TOO LARGE"
              END-IF
              MOVE 'Y' TO Sus-Full-Sw
              MOVE 'Y' TO Sus-Eof-Sw
              GO TO 2200-Exit
           END-IF
           ADD 1 TO Sus-Item-Count
           MOVE Sus-Item-Count TO Sus-Ix
           MOVE Sus-J-Date-Num TO Sus-Item-Date(Sus-Ix)
           MOVE Sus-J-Src TO Sus-Item-Src(Sus-Ix)
           MOVE Sus-J-Pgm TO Sus-Item-Pgm(Sus-Ix)
           MOVE Sus-J-Rsn TO Sus-Item-Rsn(Sus-Ix)
           MOVE Sus-J-Acct TO Sus-Item-Acct(Sus-Ix)
           MOVE Sus-J-Amt TO Sus-Item-Amt-Text(Sus-Ix)
           MOVE Sus-J-Amount TO Sus-Item-Amount(Sus-Ix)
           MOVE Sus-J-Code TO Sus-Item-Code(Sus-Ix)
           MOVE 'O' TO Sus-Item-Status(Sus-Ix)
           IF Sus-In-Period
              ADD 1 TO Sus-Month-In-Count
              ADD Sus-J-Amount TO Sus-Month-In-Amt
           ELSE
              ADD 1 TO Sus-Before-In-Count
              ADD Sus-J-Amount TO Sus-Before-In-Amt
           END-IF
           .
       2200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2300-Take-Action - the flow is totalled as recorded; the
      *> item changes only when it is really there and on hand.  A
      *> record that doesn't qualify is counted - it is what makes
      *> the PROOF fail, as it should.
      *> ---------------------------------------------------------------
       2300-Take-Action.
           EVALUATE Sus-J-Act
              WHEN 'CORR'
                 MOVE Sus-J-Ref(1:16) TO Sus-Chk-Text
                 PERFORM 7300-Check-Amount THRU 7300-Exit
                 IF Sus-Chk-Ok
                    MOVE Sus-Chk-Amount TO Sus-J-Prior
                 ELSE
                    MOVE 0 TO Sus-J-Prior
                 END-IF
                 IF Sus-In-Period
                    ADD 1 TO Sus-Month-Corr-Count
                    COMPUTE Sus-Month-Adj-Amt = Sus-Month-Adj-Amt
                       + Sus-J-Amount - Sus-J-Prior
                 ELSE
                    COMPUTE Sus-Before-Adj-Amt = Sus-Before-Adj-Amt
                       + Sus-J-Amount - Sus-J-Prior
                 END-IF
              WHEN 'WOFF'
                 IF Sus-In-Period
                    ADD 1 TO Sus-Month-Woff-Count
                    ADD Sus-J-Amount TO Sus-Month-Woff-Amt
                 ELSE
                    ADD 1 TO Sus-Before-Woff-Count
                    ADD Sus-J-Amount TO Sus-Before-Woff-Amt
                 END-IF
              WHEN 'REL'
                 IF Sus-In-Period
                    ADD 1 TO Sus-Month-Rel-Count
                    ADD Sus-J-Amount TO Sus-Month-Rel-Amt
                 ELSE
                    ADD 1 TO Sus-Before-Rel-Count
                    ADD Sus-J-Amount TO Sus-Before-Rel-Amt
                 END-IF
                 IF Sus-J-Ref(1:6) IS NUMERIC
                    AND Sus-J-Ref(1:6) > Sus-High-Batch
                    MOVE Sus-J-Ref(1:6) TO Sus-High-Batch
                 END-IF
           END-EVALUATE
           IF Sus-J-Item = SPACES
              OR FUNCTION TEST-NUMVAL(Sus-J-Item) NOT = 0
              ADD 1 TO Sus-Orphan-Count
              GO TO 2300-Exit
           END-IF
           COMPUTE Sus-J-Item-Num = FUNCTION NUMVAL(Sus-J-Item)
           IF Sus-J-Item-Num = 0 OR Sus-J-Item-Num > Sus-Item-Count
              ADD 1 TO Sus-Orphan-Count
              GO TO 2300-Exit
           END-IF
           MOVE Sus-J-Item-Num TO Sus-Ix
           IF NOT Sus-Item-On-Hand(Sus-Ix)
              ADD 1 TO Sus-Orphan-Count
              GO TO 2300-Exit
           END-IF
           EVALUATE Sus-J-Act
              WHEN 'CORR'
                 MOVE Sus-J-Acct TO Sus-Item-Acct(Sus-Ix)
                 MOVE Sus-J-Amt TO Sus-Item-Amt-Text(Sus-Ix)
                 MOVE Sus-J-Amount TO Sus-Item-Amount(Sus-Ix)
                 MOVE Sus-J-Code TO Sus-Item-Code(Sus-Ix)
                 MOVE 'C' TO Sus-Item-Status(Sus-Ix)
              WHEN 'WOFF'
                 MOVE 'W' TO Sus-Item-Status(Sus-Ix)
              WHEN 'REL'
                 MOVE 'R' TO Sus-Item-Status(Sus-Ix)
           END-EVALUATE
           .
       2300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Aging-Report - everything on hand, aged as of
      *> Sus-Asof-Date, summarized by reason and by source, then
      *> listed.
      *> ---------------------------------------------------------------
       3000-Aging-Report.
           MOVE 0 TO Sus-Rsn-Count Sus-Src-Count Sus-On-Hand-Count
                     Sus-On-Hand-Amt Sus-No-Amt-Count Sus-Old-Count
           INITIALIZE Sus-Rsn-Table Sus-Src-Table Sus-Tot-Bkt-Table
           PERFORM 3100-Age-One-Item THRU 3100-Exit
              VARYING Sus-Ix FROM 1 BY 1
              UNTIL Sus-Ix > Sus-Item-Count
           DISPLAY "STREAMIO SUSPENSE AGING REPORT - AS OF "
                   Sus-Asof-Date
           DISPLAY "SUSPENSE FILE: "
                   FUNCTION TRIM(Sus-Filename, TRAILING)
           DISPLAY " "
           MOVE Sus-Item-Count TO Sus-Count-Disp
           DISPLAY "ITEMS EVER SUSPENDED  . " Sus-Count-Disp
           MOVE Sus-On-Hand-Count TO Sus-Count-Disp
           MOVE Sus-On-Hand-Amt TO Sus-Amount-Disp
           DISPLAY "ITEMS ON HAND . . . . . " Sus-Count-Disp
                   "  " Sus-Amount-Disp
           IF Sus-No-Amt-Count > 0
              MOVE Sus-No-Amt-Count TO Sus-Count-Disp
              DISPLAY "  WITH NO USABLE AMOUNT " Sus-Count-Disp
           END-IF
           DISPLAY " "
           DISPLAY "BY REASON                         0-7   8-30"
                   "  31-60  61-90    >90   ITEMS            AMOUNT"
           PERFORM 3400-Print-Reason-Line THRU 3400-Exit
              VARYING Sus-Grp-Sub FROM 1 BY 1
              UNTIL Sus-Grp-Sub > Sus-Rsn-Count
           DISPLAY " "
           DISPLAY "BY SOURCE                         0-7   8-30"
                   "  31-60  61-90    >90   ITEMS            AMOUNT"
           PERFORM 3500-Print-Source-Line THRU 3500-Exit
              VARYING Sus-Grp-Sub FROM 1 BY 1
              UNTIL Sus-Grp-Sub > Sus-Src-Count
           MOVE SPACES TO Sus-Print-Line
           MOVE "TOTAL" TO Sus-Print-Line(1:30)
           PERFORM 3450-Edit-Total-Buckets THRU 3450-Exit
              VARYING Sus-Bkt-Sub FROM 1 BY 1 UNTIL Sus-Bkt-Sub > 5
           MOVE Sus-On-Hand-Count TO Sus-Count-Disp
           MOVE Sus-Count-Disp TO Sus-Print-Line(67:7)
           MOVE Sus-On-Hand-Amt TO Sus-Amount-Disp
           MOVE Sus-Amount-Disp TO Sus-Print-Line(75:15)
           DISPLAY FUNCTION TRIM(Sus-Print-Line, TRAILING)
           DISPLAY " "
           DISPLAY "   ITEM  DATE       AGE ST SOURCE              "
                   "  REASON                 ACCOUNT      "
                   "      AMOUNT CODE"
           PERFORM 3600-Print-Item-Line THRU 3600-Exit
              VARYING Sus-Ix FROM 1 BY 1
              UNTIL Sus-Ix > Sus-Item-Count
           IF Sus-Old-Count > 0
              DISPLAY " "
              MOVE Sus-Old-Count TO Sus-Count-Disp
              DISPLAY "*** " FUNCTION TRIM(Sus-Count-Disp)
                      " ITEM(S) ON HAND OVER 90 DAYS ***"
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-Exit.
           EXIT.

       3100-Age-One-Item.
           IF NOT Sus-Item-On-Hand(Sus-Ix)
              GO TO 3100-Exit
           END-IF
           ADD 1 TO Sus-On-Hand-Count
           ADD Sus-Item-Amount(Sus-Ix) TO Sus-On-Hand-Amt
           MOVE Sus-Item-Amt-Text(Sus-Ix) TO Sus-Chk-Text
           PERFORM 7300-Check-Amount THRU 7300-Exit
           IF NOT Sus-Chk-Ok
              ADD 1 TO Sus-No-Amt-Count
           END-IF
           PERFORM 3150-Compute-Age THRU 3150-Exit
           ADD 1 TO Sus-Tot-Bkt(Sus-Bucket)
           IF Sus-Bucket = 5
              ADD 1 TO Sus-Old-Count
           END-IF
           MOVE Sus-Item-Rsn(Sus-Ix) TO Sus-Grp-Key
           PERFORM 3200-Add-To-Reason THRU 3200-Exit
           MOVE Sus-Item-Src(Sus-Ix) TO Sus-Grp-Key
           PERFORM 3300-Add-To-Source THRU 3300-Exit
           .
       3100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3150-Compute-Age - days on hand as of the report date, and
      *> the bucket (1-5) that puts the item in.  An item dated
      *> after the report date is simply new.
      *> ---------------------------------------------------------------
       3150-Compute-Age.
           IF Sus-Item-Date(Sus-Ix) > Sus-Asof-Date
              OR FUNCTION TEST-DATE-YYYYMMDD(Sus-Item-Date(Sus-Ix))
                 NOT = 0
              MOVE 0 TO Sus-Age-Days
           ELSE
              COMPUTE Sus-Age-Days =
                 FUNCTION INTEGER-OF-DATE(Sus-Asof-Date)
                 - FUNCTION INTEGER-OF-DATE(Sus-Item-Date(Sus-Ix))
           END-IF
           EVALUATE TRUE
              WHEN Sus-Age-Days <= 7
                 MOVE 1 TO Sus-Bucket
              WHEN Sus-Age-Days <= 30
                 MOVE 2 TO Sus-Bucket
              WHEN Sus-Age-Days <= 60
                 MOVE 3 TO Sus-Bucket
              WHEN Sus-Age-Days <= 90
                 MOVE 4 TO Sus-Bucket
              WHEN OTHER
                 MOVE 5 TO Sus-Bucket
           END-EVALUATE
           .
       3150-Exit.
           EXIT.

       3200-Add-To-Reason.
           MOVE 'N' TO Sus-Found-Sw
           MOVE 0 TO Sus-Grp-Ix
           PERFORM 3210-Match-One-Reason THRU 3210-Exit
              VARYING Sus-Grp-Sub FROM 1 BY 1
              UNTIL Sus-Grp-Sub > Sus-Rsn-Count OR Sus-Found
           IF NOT Sus-Found
              IF Sus-Rsn-Count < Sus-Max-Groups
                 ADD 1 TO Sus-Rsn-Count
                 MOVE Sus-Grp-Key TO Sus-Rsn-Name(Sus-Rsn-Count)
              ELSE
                 MOVE 'ALL OTHER REASONS'
                    TO Sus-Rsn-Name(Sus-Rsn-Count)
              END-IF
              MOVE Sus-Rsn-Count TO Sus-Grp-Ix
           END-IF
           ADD 1 TO Sus-Rsn-Bkt(Sus-Grp-Ix, Sus-Bucket)
           ADD 1 TO Sus-Rsn-Items(Sus-Grp-Ix)
           ADD Sus-Item-Amount(Sus-Ix) TO Sus-Rsn-Amount(Sus-Grp-Ix)
           .
       3200-Exit.
           EXIT.

       3210-Match-One-Reason.
           IF Sus-Rsn-Name(Sus-Grp-Sub) = Sus-Grp-Key
              MOVE 'Y' TO Sus-Found-Sw
              MOVE Sus-Grp-Sub TO Sus-Grp-Ix
           END-IF
           .
       3210-Exit.
           EXIT.

       3300-Add-To-Source.
           MOVE 'N' TO Sus-Found-Sw
           MOVE 0 TO Sus-Grp-Ix
           PERFORM 3310-Match-One-Source THRU 3310-Exit
              VARYING Sus-Grp-Sub FROM 1 BY 1
              UNTIL Sus-Grp-Sub > Sus-Src-Count OR Sus-Found
           IF NOT Sus-Found
              IF Sus-Src-Count < Sus-Max-Groups
                 ADD 1 TO Sus-Src-Count
                 MOVE Sus-Grp-Key TO Sus-Src-Name(Sus-Src-Count)
              ELSE
                 MOVE 'ALL OTHER SOURCES'
                    TO Sus-Src-Name(Sus-Src-Count)
              END-IF
              MOVE Sus-Src-Count TO Sus-Grp-Ix
           END-IF
           ADD 1 TO Sus-Src-Bkt(Sus-Grp-Ix, Sus-Bucket)
           ADD 1 TO Sus-Src-Items(Sus-Grp-Ix)
           ADD Sus-Item-Amount(Sus-Ix) TO Sus-Src-Amount(Sus-Grp-Ix)
           .
       3300-Exit.
           EXIT.

       3310-Match-One-Source.
           IF Sus-Src-Name(Sus-Grp-Sub) = Sus-Grp-Key
              MOVE 'Y' TO Sus-Found-Sw
              MOVE Sus-Grp-Sub TO Sus-Grp-Ix
           END-IF
           .
       3310-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3400/3500 - one summary line: name, the five bucket
      *> counts, items and amount.
      *> ---------------------------------------------------------------
       3400-Print-Reason-Line.
           MOVE SPACES TO Sus-Print-Line
           MOVE Sus-Rsn-Name(Sus-Grp-Sub) TO Sus-Print-Line(1:30)
           PERFORM 3410-Edit-Reason-Bucket THRU 3410-Exit
              VARYING Sus-Bkt-Sub FROM 1 BY 1 UNTIL Sus-Bkt-Sub > 5
           MOVE Sus-Rsn-Items(Sus-Grp-Sub) TO Sus-Count-Disp
           MOVE Sus-Count-Disp TO Sus-Print-Line(67:7)
           MOVE Sus-Rsn-Amount(Sus-Grp-Sub) TO Sus-Amount-Disp
           MOVE Sus-Amount-Disp TO Sus-Print-Line(75:15)
           DISPLAY FUNCTION TRIM(Sus-Print-Line, TRAILING)
           .
       3400-Exit.
           EXIT.

       3410-Edit-Reason-Bucket.
           MOVE Sus-Rsn-Bkt(Sus-Grp-Sub, Sus-Bkt-Sub) TO Sus-Bkt-Disp
           MOVE Sus-Bkt-Disp
              TO Sus-Print-Line(31 + (Sus-Bkt-Sub - 1) * 7:6)
           .
       3410-Exit.
           EXIT.

       3450-Edit-Total-Buckets.
           MOVE Sus-Tot-Bkt(Sus-Bkt-Sub) TO Sus-Bkt-Disp
           MOVE Sus-Bkt-Disp
              TO Sus-Print-Line(31 + (Sus-Bkt-Sub - 1) * 7:6)
           .
       3450-Exit.
           EXIT.

       3500-Print-Source-Line.
           MOVE SPACES TO Sus-Print-Line
           MOVE Sus-Src-Name(Sus-Grp-Sub) TO Sus-Print-Line(1:30)
           PERFORM 3510-Edit-Source-Bucket THRU 3510-Exit
              VARYING Sus-Bkt-Sub FROM 1 BY 1 UNTIL Sus-Bkt-Sub > 5
           MOVE Sus-Src-Items(Sus-Grp-Sub) TO Sus-Count-Disp
           MOVE Sus-Count-Disp TO Sus-Print-Line(67:7)
           MOVE Sus-Src-Amount(Sus-Grp-Sub) TO Sus-Amount-Disp
           MOVE Sus-Amount-Disp TO Sus-Print-Line(75:15)
           DISPLAY FUNCTION TRIM(Sus-Print-Line, TRAILING)
           .
       3500-Exit.
           EXIT.

       3510-Edit-Source-Bucket.
           MOVE Sus-Src-Bkt(Sus-Grp-Sub, Sus-Bkt-Sub) TO Sus-Bkt-Disp
           MOVE Sus-Bkt-Disp
              TO Sus-Print-Line(31 + (Sus-Bkt-Sub - 1) * 7:6)
           .
       3510-Exit.
           EXIT.

       3600-Print-Item-Line.
           IF NOT Sus-Item-On-Hand(Sus-Ix)
              GO TO 3600-Exit
           END-IF
           PERFORM 3150-Compute-Age THRU 3150-Exit
           MOVE SPACES TO Sus-Print-Line
           MOVE Sus-Ix TO Sus-Item-Disp
           MOVE Sus-Item-Disp TO Sus-Print-Line(1:7)
           MOVE Sus-Item-Date(Sus-Ix) TO Sus-Print-Line(10:8)
           MOVE Sus-Age-Days TO Sus-Age-Disp
           MOVE Sus-Age-Disp TO Sus-Print-Line(19:5)
           MOVE Sus-Item-Status(Sus-Ix) TO Sus-Print-Line(25:1)
           MOVE Sus-Item-Src(Sus-Ix) TO Sus-Print-Line(28:20)
           MOVE Sus-Item-Rsn(Sus-Ix) TO Sus-Print-Line(50:22)
           MOVE Sus-Item-Acct(Sus-Ix) TO Sus-Print-Line(73:10)
           MOVE Sus-Item-Amt-Text(Sus-Ix) TO Sus-Chk-Text
           PERFORM 7300-Check-Amount THRU 7300-Exit
           IF Sus-Chk-Ok
              MOVE Sus-Chk-Amount TO Sus-Amt-Edit
              MOVE Sus-Amt-Edit TO Sus-Print-Line(84:13)
           ELSE
              MOVE '      UNKNOWN' TO Sus-Print-Line(84:13)
           END-IF
           MOVE Sus-Item-Code(Sus-Ix) TO Sus-Print-Line(98:4)
           DISPLAY FUNCTION TRIM(Sus-Print-Line, TRAILING)
           .
       3600-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Correct-Item - check the item and the new value, then
      *> record the correction with the full corrected detail.
      *> ---------------------------------------------------------------
       4000-Correct-Item.
           PERFORM 4900-Check-Target-Item THRU 4900-Exit
           IF Sus-Refused
              GO TO 4000-Tail
           END-IF
           MOVE Sus-Item-Acct(Sus-Target) TO Sus-New-Acct
           MOVE Sus-Item-Amt-Text(Sus-Target) TO Sus-New-Amt-Text
           MOVE Sus-Item-Amount(Sus-Target) TO Sus-New-Amount
           MOVE Sus-Item-Code(Sus-Target) TO Sus-New-Code
           EVALUATE Sus-Field-Name
              WHEN 'ACCT'
                 IF FUNCTION LENGTH(FUNCTION TRIM(Sus-Field-Value))
                    > LENGTH OF txn-det-acct-no
                    DISPLAY "STRMSUS: ACCOUNT LONGER THAN "
                            LENGTH OF txn-det-acct-no " CHARACTERS"
                    MOVE 'Y' TO Sus-Refused-Sw
                 ELSE
                    MOVE Sus-Field-Value TO Sus-New-Acct
                 END-IF
              WHEN 'AMT'
                 MOVE Sus-Field-Value TO Sus-Chk-Text
                 PERFORM 7300-Check-Amount THRU 7300-Exit
                 IF Sus-Chk-Ok
                    MOVE Sus-Chk-Amount TO Sus-New-Amount
                    MOVE Sus-Chk-Amount TO Sus-Amt-Edit
                    MOVE FUNCTION TRIM(Sus-Amt-Edit)
                       TO Sus-New-Amt-Text
                 ELSE
                    DISPLAY "STRMSUS: AMOUNT "
                            FUNCTION TRIM(Sus-Field-Value)
                            " IS NOT A TXN AMOUNT (UP TO 9999999.99)"
                    MOVE 'Y' TO Sus-Refused-Sw
                 END-IF
              WHEN 'CODE'
                 IF FUNCTION LENGTH(FUNCTION TRIM(Sus-Field-Value))
                    > LENGTH OF txn-det-code
                    DISPLAY "STRMSUS: CODE LONGER THAN "
                            LENGTH OF txn-det-code " CHARACTERS"
                    MOVE 'Y' TO Sus-Refused-Sw
                 ELSE
                    MOVE FUNCTION UPPER-CASE(Sus-Field-Value)
                       TO Sus-New-Code
                    PERFORM 4100-Check-Code THRU 4100-Exit
                 END-IF
           END-EVALUATE
           IF Sus-Refused
              GO TO 4000-Tail
           END-IF
           MOVE Sus-Item-Amount(Sus-Target) TO Sus-Amt-Edit
           MOVE SPACES TO Sus-Journal-Line
           MOVE Sus-Target TO Sus-Item-Disp
           STRING 'ACT=CORR ITEM=' FUNCTION TRIM(Sus-Item-Disp)
                  ' DATE=' Sus-Today
                  ' USER=' FUNCTION TRIM(Sus-User)
                  ' SRC= PGM=STRMSUS RSN='
                  FUNCTION TRIM(Sus-Field-Name)
                  ' ACCT=' FUNCTION TRIM(Sus-New-Acct)
                  ' AMT=' FUNCTION TRIM(Sus-New-Amt-Text)
                  ' CODE=' FUNCTION TRIM(Sus-New-Code)
                  ' REF=' FUNCTION TRIM(Sus-Amt-Edit)
                  ' REC='
                  DELIMITED BY SIZE
                  INTO Sus-Journal-Line
           END-STRING
           PERFORM 7000-Append-One-Record THRU 7000-Exit
           IF Sus-Abort-Error
              DISPLAY "STRMSUS: SUSPENSE FILE UNWRITABLE - ITEM "
                      FUNCTION TRIM(Sus-Item-Disp) " NOT CORRECTED"
              MOVE 16 TO RETURN-CODE
              GO TO 4000-Exit
           END-IF
           MOVE Sus-New-Acct TO Sus-Item-Acct(Sus-Target)
           MOVE Sus-New-Amt-Text TO Sus-Item-Amt-Text(Sus-Target)
           MOVE Sus-New-Amount TO Sus-Item-Amount(Sus-Target)
           MOVE Sus-New-Code TO Sus-Item-Code(Sus-Target)
           MOVE 'C' TO Sus-Item-Status(Sus-Target)
           MOVE Sus-Target TO Sus-Ix
           PERFORM 7400-Check-Usable THRU 7400-Exit
           DISPLAY "STRMSUS: ITEM " FUNCTION TRIM(Sus-Item-Disp)
                   " CORRECTED - ACCT "
                   FUNCTION TRIM(Sus-New-Acct)
                   " AMT " FUNCTION TRIM(Sus-New-Amt-Text)
                   " CODE " FUNCTION TRIM(Sus-New-Code)
           IF Sus-Usable
              DISPLAY "STRMSUS: READY FOR THE NEXT RELEASE"
           ELSE
              DISPLAY "STRMSUS: STILL NOT RELEASABLE - ACCOUNT, "
                      "AMOUNT AND CODE ARE ALL NEEDED"
           END-IF
           .
       4000-Tail.
           IF Sus-Refused
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       4000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4100-Check-Code - the new code must be a live TXNCODE entry,
      *> when the central tables are there to ask.
      *> ---------------------------------------------------------------
       4100-Check-Code.
           MOVE 'TXNCODE' TO Tbl-CB-Table-Name
           MOVE Sus-New-Code TO Tbl-CB-Code
           MOVE 0 TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-No-Table-File
              GO TO 4100-Exit
           END-IF
           IF NOT Tbl-CB-Found
              DISPLAY "STRMSUS: CODE " FUNCTION TRIM(Sus-New-Code)
                      " IS NOT ON THE TXNCODE TABLE"
              MOVE 'Y' TO Sus-Refused-Sw
           END-IF
           .
       4100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4500-Write-Off-Item - off hand for good, at the amount it
      *> carries now.
      *> ---------------------------------------------------------------
       4500-Write-Off-Item.
           PERFORM 4900-Check-Target-Item THRU 4900-Exit
           IF Sus-Refused
              MOVE 8 TO RETURN-CODE
              GO TO 4500-Exit
           END-IF
           MOVE Sus-Item-Amount(Sus-Target) TO Sus-Amt-Edit
           MOVE SPACES TO Sus-Journal-Line
           MOVE Sus-Target TO Sus-Item-Disp
           STRING 'ACT=WOFF ITEM=' FUNCTION TRIM(Sus-Item-Disp)
                  ' DATE=' Sus-Today
                  ' USER=' FUNCTION TRIM(Sus-User)
                  ' SRC= PGM=STRMSUS RSN='
                  FUNCTION TRIM(Sus-Woff-Reason)
                  ' ACCT=' FUNCTION TRIM(Sus-Item-Acct(Sus-Target))
                  ' AMT=' FUNCTION TRIM(Sus-Amt-Edit)
                  ' CODE=' FUNCTION TRIM(Sus-Item-Code(Sus-Target))
                  ' REF= REC='
                  DELIMITED BY SIZE
                  INTO Sus-Journal-Line
           END-STRING
           PERFORM 7000-Append-One-Record THRU 7000-Exit
           IF Sus-Abort-Error
              DISPLAY "STRMSUS: SUSPENSE FILE UNWRITABLE - ITEM "
                      FUNCTION TRIM(Sus-Item-Disp) " NOT WRITTEN OFF"
              MOVE 16 TO RETURN-CODE
              GO TO 4500-Exit
           END-IF
           MOVE 'W' TO Sus-Item-Status(Sus-Target)
           DISPLAY "STRMSUS: ITEM " FUNCTION TRIM(Sus-Item-Disp)
                   " WRITTEN OFF - " FUNCTION TRIM(Sus-Woff-Reason)
                   " (" FUNCTION TRIM(Sus-Amt-Edit) ")"
           .
       4500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4900-Check-Target-Item - CORRECT and WRITEOFF act only on an
      *> item that exists and is still on hand.
      *> ---------------------------------------------------------------
       4900-Check-Target-Item.
           MOVE 'N' TO Sus-Refused-Sw
           MOVE Sus-Target TO Sus-Item-Disp
           IF Sus-Target = 0 OR Sus-Target > Sus-Item-Count
              DISPLAY "STRMSUS: NO SUSPENSE ITEM "
                      FUNCTION TRIM(Sus-Item-Disp)
              MOVE 'Y' TO Sus-Refused-Sw
              GO TO 4900-Exit
           END-IF
           EVALUATE TRUE
              WHEN Sus-Item-Released(Sus-Target)
                 DISPLAY "STRMSUS: ITEM " FUNCTION TRIM(Sus-Item-Disp)
                         " WAS ALREADY RELEASED"
                 MOVE 'Y' TO Sus-Refused-Sw
              WHEN Sus-Item-Written-Off(Sus-Target)
                 DISPLAY "STRMSUS: ITEM " FUNCTION TRIM(Sus-Item-Disp)
                         " WAS ALREADY WRITTEN OFF"
                 MOVE 'Y' TO Sus-Refused-Sw
           END-EVALUATE
           .
       4900-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Release-Items - every corrected, usable item to a new
      *> balanced H/D/T feed; only once the feed is complete are the
      *> items marked released.
      *> ---------------------------------------------------------------
       5000-Release-Items.
           MOVE 0 TO Sus-Release-Count Sus-Held-Count
           PERFORM 5050-Count-One-Candidate THRU 5050-Exit
              VARYING Sus-Ix FROM 1 BY 1
              UNTIL Sus-Ix > Sus-Item-Count
           IF Sus-Release-Count = 0
              DISPLAY "STRMSUS: NOTHING TO RELEASE - NO FEED WRITTEN"
              MOVE 4 TO RETURN-CODE
              GO TO 5000-Exit
           END-IF
           COMPUTE Sus-Batch-Num = Sus-High-Batch + 1
           MOVE 0 TO Sus-Release-Count Sus-Release-Total
           MOVE Sus-Arg-1 TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 5000-Tail
           END-IF
           MOVE SCB-Handle TO Sus-Feed-Handle
           MOVE SPACES TO txn-record
           MOVE 'H' TO txn-rec-type
           MOVE Sus-Batch-Num TO txn-hdr-batch-id
           MOVE Sus-Run-Date TO txn-hdr-run-date
           PERFORM 5400-Write-Feed-Record THRU 5400-Exit
           PERFORM 5100-Release-One-Item THRU 5100-Exit
              VARYING Sus-Ix FROM 1 BY 1
              UNTIL Sus-Ix > Sus-Item-Count OR Sus-Abort-Error
           IF NOT Sus-Abort-Error
              MOVE SPACES TO txn-record
              MOVE 'T' TO txn-rec-type
              MOVE Sus-Release-Count TO txn-trl-record-count
              MOVE Sus-Release-Total TO txn-trl-control-total
              PERFORM 5400-Write-Feed-Record THRU 5400-Exit
           END-IF
           MOVE 0 TO SCB-Record-Length
           MOVE Sus-Feed-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       5000-Tail.
           MOVE 0 TO RETURN-CODE
           IF Sus-Abort-Error
              DISPLAY "STRMSUS: FEED INCOMPLETE - NO ITEMS RELEASED"
              MOVE 16 TO RETURN-CODE
              GO TO 5000-Exit
           END-IF
           PERFORM 5500-Record-One-Release THRU 5500-Exit
              VARYING Sus-Ix FROM 1 BY 1
              UNTIL Sus-Ix > Sus-Item-Count
           MOVE 0 TO RETURN-CODE
           DISPLAY "STREAMIO SUSPENSE RELEASE"
           DISPLAY "FEED:   " FUNCTION TRIM(Sus-Arg-1, TRAILING)
           DISPLAY "BATCH " Sus-Batch-Num "   RUN DATE " Sus-Run-Date
           DISPLAY " "
           MOVE Sus-Release-Count TO Sus-Count-Disp
           MOVE Sus-Release-Total TO Sus-Amount-Disp
           DISPLAY "ITEMS RELEASED  . . . . " Sus-Count-Disp
                   "  " Sus-Amount-Disp
           MOVE Sus-Held-Count TO Sus-Count-Disp
           DISPLAY "CORRECTED BUT HELD  . . " Sus-Count-Disp
           IF Sus-Journal-Count NOT = Sus-Release-Count
              DISPLAY "*** SUSPENSE FILE UNWRITABLE - RELEASES NOT "
                      "ALL RECORDED; HOLD THE FEED ***"
              MOVE 16 TO RETURN-CODE
              GO TO 5000-Exit
           END-IF
           IF Sus-Held-Count > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO Sus-Feed-Ok-Sw
           PERFORM 8300-Write-Handoffs THRU 8300-Exit
           .
       5000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5050-Count-One-Candidate - a corrected item either goes out
      *> or is held (and listed) because something is still missing.
      *> ---------------------------------------------------------------
       5050-Count-One-Candidate.
           IF NOT Sus-Item-Corrected(Sus-Ix)
              GO TO 5050-Exit
           END-IF
           PERFORM 7400-Check-Usable THRU 7400-Exit
           IF Sus-Usable
              ADD 1 TO Sus-Release-Count
           ELSE
              ADD 1 TO Sus-Held-Count
              MOVE Sus-Ix TO Sus-Item-Disp
              DISPLAY "STRMSUS: ITEM " FUNCTION TRIM(Sus-Item-Disp)
                      " HELD - ACCT '" Sus-Item-Acct(Sus-Ix)
                      "' AMT '" FUNCTION TRIM(Sus-Item-Amt-Text(Sus-Ix))
                      "' CODE '" Sus-Item-Code(Sus-Ix) "'"
           END-IF
           .
       5050-Exit.
           EXIT.

       5100-Release-One-Item.
           IF NOT Sus-Item-Corrected(Sus-Ix)
              GO TO 5100-Exit
           END-IF
           PERFORM 7400-Check-Usable THRU 7400-Exit
           IF NOT Sus-Usable
              GO TO 5100-Exit
           END-IF
           MOVE SPACES TO txn-record
           MOVE 'D' TO txn-rec-type
           MOVE Sus-Item-Acct(Sus-Ix) TO txn-det-acct-no
           MOVE Sus-Item-Amount(Sus-Ix) TO txn-det-amount
           MOVE Sus-Item-Code(Sus-Ix) TO txn-det-code
           PERFORM 5400-Write-Feed-Record THRU 5400-Exit
           ADD 1 TO Sus-Release-Count
           ADD Sus-Item-Amount(Sus-Ix) TO Sus-Release-Total
           .
       5100-Exit.
           EXIT.

       5400-Write-Feed-Record.
           MOVE Sus-Feed-Handle TO SCB-Handle
           MOVE 'W ' TO SCB-Function
           MOVE LENGTH OF txn-record TO SCB-Record-Length
           MOVE SPACES TO Streamio-Record-Data
           MOVE txn-record TO Streamio-Record-Data(1:80)
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Sus-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       5400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5500-Record-One-Release - the same selection as 5100, so the
      *> items marked released are exactly the details written.
      *> ---------------------------------------------------------------
       5500-Record-One-Release.
           IF NOT Sus-Item-Corrected(Sus-Ix)
              GO TO 5500-Exit
           END-IF
           PERFORM 7400-Check-Usable THRU 7400-Exit
           IF NOT Sus-Usable
              GO TO 5500-Exit
           END-IF
           MOVE Sus-Item-Amount(Sus-Ix) TO Sus-Amt-Edit
           MOVE SPACES TO Sus-Journal-Line
           MOVE Sus-Ix TO Sus-Item-Disp
           STRING 'ACT=REL ITEM=' FUNCTION TRIM(Sus-Item-Disp)
                  ' DATE=' Sus-Today
                  ' USER=' FUNCTION TRIM(Sus-User)
                  ' SRC=' FUNCTION TRIM(Sus-Arg-1)
                  ' PGM=STRMSUS RSN='
                  ' ACCT=' FUNCTION TRIM(Sus-Item-Acct(Sus-Ix))
                  ' AMT=' FUNCTION TRIM(Sus-Amt-Edit)
                  ' CODE=' FUNCTION TRIM(Sus-Item-Code(Sus-Ix))
                  ' REF=' Sus-Batch-Num
                  ' REC='
                  DELIMITED BY SIZE
                  INTO Sus-Journal-Line
           END-STRING
           PERFORM 7000-Append-One-Record THRU 7000-Exit
           IF NOT Sus-Abort-Error
              MOVE 'R' TO Sus-Item-Status(Sus-Ix)
              ADD 1 TO Sus-Journal-Count
           END-IF
           .
       5500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6000-Month-End-Proof - opening + in + adjustments - released
      *> - written off = closing, against the items counted on hand.
      *> ---------------------------------------------------------------
       6000-Month-End-Proof.
           MOVE 0 TO Sus-Counted-Count Sus-Counted-Amt
                     Sus-No-Amt-Count
           PERFORM 6100-Count-One-On-Hand THRU 6100-Exit
              VARYING Sus-Ix FROM 1 BY 1
              UNTIL Sus-Ix > Sus-Item-Count
           DISPLAY "STREAMIO SUSPENSE PROOF - " Sus-Month
                   "  (" Sus-Period-Start " THRU " Sus-Cutoff-Date ")"
           DISPLAY "SUSPENSE FILE: "
                   FUNCTION TRIM(Sus-Filename, TRAILING)
           DISPLAY " "
           DISPLAY "                              ITEMS"
                   "            AMOUNT"
           COMPUTE Sus-On-Hand-Count = Sus-Before-In-Count
              - Sus-Before-Rel-Count - Sus-Before-Woff-Count
           COMPUTE Sus-On-Hand-Amt = Sus-Before-In-Amt
              + Sus-Before-Adj-Amt - Sus-Before-Rel-Amt
              - Sus-Before-Woff-Amt
           MOVE "ON HAND AT START OF MONTH" TO Sus-Print-Line
           PERFORM 6500-Print-Proof-Line THRU 6500-Exit
           MOVE Sus-Month-In-Count TO Sus-Signed-Count-Disp
           MOVE Sus-Month-In-Amt TO Sus-Amount-Disp
           DISPLAY "  ITEMS IN  . . . . . .   " Sus-Signed-Count-Disp
                   "  " Sus-Amount-Disp
           MOVE Sus-Month-Corr-Count TO Sus-Signed-Count-Disp
           MOVE Sus-Month-Adj-Amt TO Sus-Amount-Disp
           DISPLAY "  CORRECTIONS . . . . .   " Sus-Signed-Count-Disp
                   "  " Sus-Amount-Disp
           COMPUTE Sus-Signed-Count-Disp = 0 - Sus-Month-Rel-Count
           COMPUTE Sus-Amount-Disp = 0 - Sus-Month-Rel-Amt
           DISPLAY "  RELEASED  . . . . . .   " Sus-Signed-Count-Disp
                   "  " Sus-Amount-Disp
           COMPUTE Sus-Signed-Count-Disp = 0 - Sus-Month-Woff-Count
           COMPUTE Sus-Amount-Disp = 0 - Sus-Month-Woff-Amt
           DISPLAY "  WRITTEN OFF . . . . .   " Sus-Signed-Count-Disp
                   "  " Sus-Amount-Disp
           COMPUTE Sus-On-Hand-Count = Sus-On-Hand-Count
              + Sus-Month-In-Count - Sus-Month-Rel-Count
              - Sus-Month-Woff-Count
           COMPUTE Sus-On-Hand-Amt = Sus-On-Hand-Amt
              + Sus-Month-In-Amt + Sus-Month-Adj-Amt
              - Sus-Month-Rel-Amt - Sus-Month-Woff-Amt
           MOVE "ON HAND AT END - COMPUTED" TO Sus-Print-Line
           PERFORM 6500-Print-Proof-Line THRU 6500-Exit
           MOVE Sus-Counted-Count TO Sus-Signed-Count-Disp
           MOVE Sus-Counted-Amt TO Sus-Amount-Disp
           DISPLAY "ON HAND AT END - COUNTED  " Sus-Signed-Count-Disp
                   "  " Sus-Amount-Disp
           IF Sus-No-Amt-Count > 0
              MOVE Sus-No-Amt-Count TO Sus-Count-Disp
              DISPLAY "  WITH NO USABLE AMOUNT  " Sus-Count-Disp
           END-IF
           DISPLAY " "
           IF Sus-Bad-Line-Count > 0
              MOVE Sus-Bad-Line-Count TO Sus-Count-Disp
              DISPLAY "UNREADABLE RECORDS  . .  " Sus-Count-Disp
           END-IF
           IF Sus-Orphan-Count > 0
              MOVE Sus-Orphan-Count TO Sus-Count-Disp
              DISPLAY "ACTIONS ON NO ITEM ON HAND " Sus-Count-Disp
           END-IF
           IF Sus-On-Hand-Count = Sus-Counted-Count
              AND Sus-On-Hand-Amt = Sus-Counted-Amt
              AND Sus-Bad-Line-Count = 0
              DISPLAY "SUSPENSE PROVED"
           ELSE
              DISPLAY "*** SUSPENSE OUT OF BALANCE ***"
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       6000-Exit.
           EXIT.

       6100-Count-One-On-Hand.
           IF NOT Sus-Item-On-Hand(Sus-Ix)
              GO TO 6100-Exit
           END-IF
           ADD 1 TO Sus-Counted-Count
           ADD Sus-Item-Amount(Sus-Ix) TO Sus-Counted-Amt
           MOVE Sus-Item-Amt-Text(Sus-Ix) TO Sus-Chk-Text
           PERFORM 7300-Check-Amount THRU 7300-Exit
           IF NOT Sus-Chk-Ok
              ADD 1 TO Sus-No-Amt-Count
           END-IF
           .
       6100-Exit.
           EXIT.

       6500-Print-Proof-Line.
           MOVE Sus-On-Hand-Count TO Sus-Signed-Count-Disp
           MOVE Sus-On-Hand-Amt TO Sus-Amount-Disp
           DISPLAY Sus-Print-Line(1:26) Sus-Signed-Count-Disp
                   "  " Sus-Amount-Disp
           .
       6500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7000-Append-One-Record - one Sus-Journal-Line onto the end of
      *> the suspense file.
      *> ---------------------------------------------------------------
       7000-Append-One-Record.
           MOVE Sus-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 7000-Exit
           END-IF
           MOVE SCB-Handle TO Sus-Handle
           MOVE SPACES TO Streamio-Record-Data
           MOVE Sus-Journal-Line TO Streamio-Record-Data(1:800)
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           MOVE Sus-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       7000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7300-Check-Amount - is Sus-Chk-Text an amount txn-det-amount
      *> can carry (S9(7)V99)?  Blank is not.
      *> ---------------------------------------------------------------
       7300-Check-Amount.
           MOVE 'N' TO Sus-Chk-Ok-Sw
           MOVE 0 TO Sus-Chk-Amount
           IF Sus-Chk-Text = SPACES
              GO TO 7300-Exit
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(Sus-Chk-Text))
              NOT = 0
              GO TO 7300-Exit
           END-IF
           COMPUTE Sus-Chk-Wide =
              FUNCTION NUMVAL(FUNCTION TRIM(Sus-Chk-Text))
              ON SIZE ERROR
                 GO TO 7300-Exit
           END-COMPUTE
           MOVE Sus-Chk-Wide TO Sus-Chk-Amount
           IF Sus-Chk-Amount NOT = Sus-Chk-Wide
              OR Sus-Chk-Amount > 9999999.99
              OR Sus-Chk-Amount < -9999999.99
              GO TO 7300-Exit
           END-IF
           MOVE 'Y' TO Sus-Chk-Ok-Sw
           .
       7300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7400-Check-Usable - can the item at Sus-Ix become a detail:
      *> an account, an amount that fits, and a code.
      *> ---------------------------------------------------------------
       7400-Check-Usable.
           MOVE 'N' TO Sus-Usable-Sw
           IF Sus-Item-Acct(Sus-Ix) = SPACES
              OR Sus-Item-Code(Sus-Ix) = SPACES
              GO TO 7400-Exit
           END-IF
           MOVE Sus-Item-Amt-Text(Sus-Ix) TO Sus-Chk-Text
           PERFORM 7300-Check-Amount THRU 7300-Exit
           IF Sus-Chk-Ok
              MOVE 'Y' TO Sus-Usable-Sw
           END-IF
           .
       7400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8300-Write-Handoffs - the standard control-handoff record
      *> (see STREAMIOHnd.cpy) for the release feed, with its
      *> control total, so STRMBAL can tie it to STRMVAL.
      *> ---------------------------------------------------------------
       8300-Write-Handoffs.
           MOVE 'STRMSUS' TO Strm-HO-Program
           MOVE 'Y' TO Strm-HO-Amount-Sw
           MOVE 'OUT' TO Strm-HO-Direction
           MOVE Sus-Arg-1 TO Strm-HO-Filename
           MOVE Sus-Write-Count TO Strm-HO-Record-Count
           MOVE Sus-Release-Total TO Strm-HO-Amount-Total
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
           IF NOT Sus-Abort-Error
              MOVE 'Y' TO Sus-Err-Sw
              MOVE SCB-Filename TO Sus-Err-Filename
              MOVE SCB-Function TO Sus-Err-Function
              MOVE SCB-Mode TO Sus-Err-Mode
              MOVE SCB-Delimiter-Mode TO Sus-Err-Delimiter-Mode
              MOVE SCB-Offset TO Sus-Err-Offset
              MOVE SCB-Return-Code TO Sus-Err-Return-Code
              MOVE SCB-Severity TO Sus-Err-Severity
              MOVE SCB-Calling-Program TO Sus-Err-Calling-Program
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
           IF Sus-Abort-Error
              MOVE Sus-Err-Filename TO SCB-Filename
              MOVE Sus-Err-Function TO SCB-Function
              MOVE Sus-Err-Mode TO SCB-Mode
              MOVE Sus-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Sus-Err-Offset TO SCB-Offset
              MOVE Sus-Err-Return-Code TO SCB-Return-Code
              MOVE Sus-Err-Severity TO SCB-Severity
              MOVE Sus-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Sus-Read-Count TO Strm-RS-Read-Count
           COMPUTE Strm-RS-Write-Count =
              Sus-Write-Count + Sus-Journal-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMSUS-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
