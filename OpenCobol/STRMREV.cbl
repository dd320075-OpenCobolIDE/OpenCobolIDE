      *> ***************************************************************
      *> ** Program:  STRMREV.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMREV reverses one batch that has already posted.  When **
      *> ** a partner tells us the day after that a batch was wrong,  **
      *> ** the only backout used to be restoring the previous        **
      *> ** STRMGDG master generation, which threw away every other   **
      *> ** feed posted since.  This finds the batch's postings in    **
      *> ** the STRMUPD audit files by txn-hdr-batch-id and writes    **
      *> ** an offsetting txn-record.cpy feed - each posting's        **
      *> ** amount negated under its own account and code, with a     **
      *> ** balanced trailer - that goes through the normal STRMVAL/  **
      *> ** STRMEDT/STRMUPD chain like any other feed.                **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    batch-id audit-list output-feed [reversal-batch-id]    **
      *> ** audit-list names the audit files to search, one per line  **
      *> ** (blank lines and "*" comment lines ignored), as for       **
      *> ** STRMSTM.  The reversal feed's header carries              **
      *> ** reversal-batch-id, by default R followed by the last five **
      *> ** characters of batch-id, and today's date as run date.     **
      *> **                                                           **
      *> ** Postings are found by the BATCH= that STRMUPD writes on   **
      *> ** each audit line; audit files written before it did carry  **
      *> ** no batch id and cannot be searched.  STRMAMT maintenance  **
      *> ** lines (USER=) are never part of a batch.  The batch must  **
      *> ** be in exactly one of the listed files - one posted twice  **
      *> ** is refused for someone to sort out by hand.               **
      *> **                                                           **
      *> ** Not everything a batch did is money.  A CLOS detail       **
      *> ** closed its account and posted nothing, and the posting    **
      *> ** that opened an account (BEFORE=NEW) created it.           **
      *> ** Neither is undone blindly: CLOS details are left out of   **
      *> ** the reversal feed, an opened account's money is reversed  **
      *> ** but the account stays open, and every such account is     **
      *> ** listed for manual review.                                 **
      *> **                                                           **
      *> ** Each reversal is recorded in strmrev_register.dat:        **
      *> **    BATCH=b RUN=yyyymmdd REVBATCH=r DATE=yyyymmdd USER=u   **
      *> **    COUNT=n TOTAL=amt FEED=f                               **
      *> ** (one line; RUN is the original batch's run date, TOTAL    **
      *> ** the reversal feed's control total), and a batch already   **
      *> ** on the register is refused.                               **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  bad parameters, an unreadable audit list or        **
      *> **        register, the batch in more than one audit file,   **
      *> **        or the reversal feed not written                   **
      *> **     8  refused - the batch is already reversed, or no     **
      *> **        postings for it were found                         **
      *> **     4  reversal written, with accounts to review          **
      *> **     0  reversal written                                   **
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
      *> ** 2026-10-15  GLC  A read error on the audit list ends RC   **
      *> **                  16 instead of being taken as the end of  **
      *> **                  the list.                                **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Rev-Parm-Line                        PIC X(512).
       01  Rev-Batch-Parm                       PIC X(10) VALUE SPACES.
       01  Rev-List-File                        PIC X(256) VALUE
                                                 SPACES.
       01  Rev-Output-File                      PIC X(256) VALUE
                                                 SPACES.
       01  Rev-Rev-Batch-Parm                   PIC X(10) VALUE SPACES.
       01  Rev-Batch-Id                         PIC X(06) VALUE SPACES.
       01  Rev-Rev-Batch-Id                     PIC X(06) VALUE SPACES.
       01  Rev-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Rev-Setup-Ok                      VALUE 'Y'.
       01  Rev-Current-Date                     PIC X(21).
       01  Rev-Today                            PIC 9(08) VALUE 0.
       01  Rev-User                             PIC X(16) VALUE SPACES.

      *> ---------------------------------------------------------------
      *> The register of reversals already made.
      *> ---------------------------------------------------------------
       01  Rev-Register-Filename                PIC X(256) VALUE
                                                 'strmrev_register.dat'.
       01  Rev-Reg-Handle                       PIC X(4) COMP-X.
       01  Rev-Reg-Eof-Sw                       PIC X(1) VALUE 'N'.
           88 Rev-Reg-Eof                       VALUE 'Y'.
       01  Rev-Already-Sw                       PIC X(1) VALUE 'N'.
           88 Rev-Already-Reversed              VALUE 'Y'.
       01  Rev-R-Lead                           PIC X(02).
       01  Rev-R-Batch                          PIC X(06).
       01  Rev-R-Run                            PIC X(08).
       01  Rev-R-Rev-Batch                      PIC X(06).
       01  Rev-R-Date                           PIC X(08).
       01  Rev-R-User                           PIC X(16).
       01  Rev-R-Count                          PIC X(07).
       01  Rev-R-Total                          PIC X(16).
       01  Rev-R-Feed                           PIC X(100).

      *> ---------------------------------------------------------------
      *> The audit list and the audit file being searched.
      *> ---------------------------------------------------------------
       01  Rev-List-Handle                      PIC X(4) COMP-X.
       01  Rev-Audit-Handle                     PIC X(4) COMP-X.
       01  Rev-List-Eof-Sw                      PIC X(1) VALUE 'N'.
           88 Rev-List-Eof                      VALUE 'Y'.
       01  Rev-Audit-Eof-Sw                     PIC X(1) VALUE 'N'.
           88 Rev-Audit-Eof                     VALUE 'Y'.
       01  Rev-Audit-Filename                   PIC X(256).
       01  Rev-Found-Filename                   PIC X(256) VALUE
                                                 SPACES.
       01  Rev-File-No                          PIC 9(03) VALUE 0.
       01  Rev-Found-File-No                    PIC 9(03) VALUE 0.
       01  Rev-Missing-File-Count               PIC 9(03) VALUE 0.
       01  Rev-Multi-File-Sw                    PIC X(1) VALUE 'N'.
           88 Rev-Multi-File                    VALUE 'Y'.
       01  Rev-Field-Lead                       PIC X(02).
       01  Rev-Field-Acct                       PIC X(10).
       01  Rev-Field-Seq                        PIC X(10).
       01  Rev-Field-Before                     PIC X(16).
       01  Rev-Field-After                      PIC X(16).
       01  Rev-Field-Amt                        PIC X(16).
       01  Rev-Field-Code                       PIC X(04).
       01  Rev-Field-Batch                      PIC X(06).
       01  Rev-Field-Run                        PIC X(08).

      *> ---------------------------------------------------------------
      *> The batch's postings, in audit-file (account) order.
      *> ---------------------------------------------------------------
       01  Rev-Max-Postings                     PIC 9(05) VALUE 20000.
       01  Rev-Post-Count                       PIC 9(05) VALUE 0.
       01  Rev-Post-Table.
           05 Rev-Post-Entry OCCURS 20000 TIMES.
              10 Rev-Pst-Acct                   PIC X(10).
              10 Rev-Pst-Seq                    PIC X(07).
              10 Rev-Pst-Amount                 PIC S9(07)V99.
              10 Rev-Pst-Code                   PIC X(04).
              10 Rev-Pst-New-Sw                 PIC X(01).
                 88 Rev-Pst-Opened              VALUE 'Y'.
       01  Rev-Post-Sub                         PIC 9(05) VALUE 0.
       01  Rev-Posts-Full-Sw                    PIC X(1) VALUE 'N'.
           88 Rev-Posts-Full                    VALUE 'Y'.
       01  Rev-Orig-Run                         PIC X(08) VALUE SPACES.
       01  Rev-Bad-Line-Count                   PIC 9(07) VALUE 0.

      *> ---------------------------------------------------------------
      *> The reversal feed.
      *> ---------------------------------------------------------------
       01  Rev-Out-Handle                       PIC X(4) COMP-X.
       01  Rev-Out-Count                        PIC 9(07) VALUE 0.
       01  Rev-Out-Amount                       PIC S9(09)V99 VALUE 0.
       01  Rev-Neg-Amount                       PIC S9(07)V99 VALUE 0.
       01  Rev-Feed-Ok-Sw                       PIC X(1) VALUE 'N'.
           88 Rev-Feed-Ok                       VALUE 'Y'.
       01  Rev-Opened-Count                     PIC 9(07) VALUE 0.
       01  Rev-Closed-Count                     PIC 9(07) VALUE 0.

       01  Rev-Read-Count                       PIC 9(07) VALUE 0.
       01  Rev-Write-Count                      PIC 9(07) VALUE 0.
       01  Rev-Count-Disp                       PIC ZZZ,ZZ9.
       01  Rev-Amount-Disp                      PIC -,---,---,--9.99.
       01  Rev-Item-Amt-Disp                    PIC -,---,--9.99.
       01  Rev-Amt-Edit                         PIC -(11)9.99.
       01  Rev-Register-Line                    PIC X(400).

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Rev-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Rev-Abort-Error                   VALUE 'Y'.
       01  Rev-Err-Filename                     PIC X(256).
       01  Rev-Err-Function                     PIC X(2).
       01  Rev-Err-Mode                         PIC X(1).
       01  Rev-Err-Delimiter-Mode               PIC X(1).
       01  Rev-Err-Offset                       PIC X(8) COMP-X.
       01  Rev-Err-Return-Code                  USAGE BINARY-LONG.
       01  Rev-Err-Severity                     PIC X(1).
       01  Rev-Err-Calling-Program              PIC X(8).

       COPY "txn-record.cpy".

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Rev-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Check-Register THRU 2000-Exit
           IF NOT Rev-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           IF Rev-Already-Reversed
              MOVE 8 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 3000-Find-Postings THRU 3000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
              WHEN NOT Rev-Setup-Ok
              WHEN Rev-Abort-Error
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-Goback
              WHEN Rev-Multi-File
                 DISPLAY "STRMREV: BATCH " Rev-Batch-Id
                         " IS IN MORE THAN ONE AUDIT FILE - "
                         "RESOLVE BY HAND"
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-Goback
              WHEN Rev-Posts-Full
                 DISPLAY "STRMREV: MORE THAN " Rev-Max-Postings
                         " POSTINGS IN BATCH " Rev-Batch-Id
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-Goback
              WHEN Rev-Post-Count = 0
                 DISPLAY "STRMREV: NO POSTINGS FOR BATCH "
                         Rev-Batch-Id " IN THE LISTED AUDIT FILES"
                 MOVE 8 TO RETURN-CODE
                 GO TO 0000-Goback
           END-EVALUATE
           PERFORM 4000-Write-Reversal THRU 4000-Exit
           IF NOT Rev-Feed-Ok
              DISPLAY "STRMREV: REVERSAL FEED NOT WRITTEN - BATCH "
                      Rev-Batch-Id " NOT REVERSED"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 5000-Record-Reversal THRU 5000-Exit
           MOVE 0 TO RETURN-CODE
           PERFORM 6000-Print-Report THRU 6000-Exit
           IF Rev-Abort-Error
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

      *> ---------------------------------------------------------------
      *> 1000-Initialize - the batch, the audit list, the output feed
      *> and the reversal's own batch id.
      *> ---------------------------------------------------------------
       1000-Initialize.
           ACCEPT Rev-Parm-Line FROM COMMAND-LINE
           UNSTRING Rev-Parm-Line DELIMITED BY ALL SPACE
               INTO Rev-Batch-Parm, Rev-List-File, Rev-Output-File,
                    Rev-Rev-Batch-Parm
           END-UNSTRING
           MOVE 'STRMREV' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMREV' TO Strm-RS-Program
           MOVE Rev-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO Rev-Current-Date
           MOVE Rev-Current-Date(1:8) TO Rev-Today
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT Rev-User FROM ENVIRONMENT-VALUE
           IF Rev-User = SPACES
              MOVE 'UNKNOWN' TO Rev-User
           END-IF
           IF Rev-Batch-Parm = SPACES OR Rev-List-File = SPACES
              OR Rev-Output-File = SPACES
              DISPLAY "STRMREV: PARAMETERS ARE batch-id audit-list "
                      "output-feed [reversal-batch-id]"
              MOVE 'N' TO Rev-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           IF Rev-Batch-Parm(7:4) NOT = SPACES
              OR Rev-Rev-Batch-Parm(7:4) NOT = SPACES
              DISPLAY "STRMREV: A BATCH ID IS AT MOST 6 CHARACTERS"
              MOVE 'N' TO Rev-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           MOVE Rev-Batch-Parm TO Rev-Batch-Id
           IF Rev-Rev-Batch-Parm = SPACES
              MOVE SPACES TO Rev-Rev-Batch-Id
              STRING 'R' FUNCTION TRIM(Rev-Batch-Id)
                     DELIMITED BY SIZE
                     INTO Rev-Rev-Batch-Id
              END-STRING
              IF FUNCTION LENGTH(FUNCTION TRIM(Rev-Batch-Id)) > 5
                 MOVE 'R' TO Rev-Rev-Batch-Id(1:1)
                 MOVE Rev-Batch-Id(2:5) TO Rev-Rev-Batch-Id(2:5)
              END-IF
           ELSE
              MOVE Rev-Rev-Batch-Parm TO Rev-Rev-Batch-Id
           END-IF
           IF Rev-Rev-Batch-Id = Rev-Batch-Id
              DISPLAY "STRMREV: THE REVERSAL NEEDS A BATCH ID OF ITS "
                      "OWN"
              MOVE 'N' TO Rev-Setup-Ok-Sw
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Check-Register - a batch reversed once is never
      *> reversed again.  No register yet means nothing has been.
      *> ---------------------------------------------------------------
       2000-Check-Register.
           MOVE Rev-Register-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Rev-Reg-Handle
           MOVE 'N' TO Rev-Reg-Eof-Sw
           PERFORM 2100-Check-One-Reversal THRU 2100-Exit
              UNTIL Rev-Reg-Eof
           MOVE Rev-Reg-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2000-Exit.
           EXIT.

       2100-Check-One-Reversal.
           MOVE Rev-Reg-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 CONTINUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Rev-Reg-Eof-Sw
                 GO TO 2100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'N' TO Rev-Setup-Ok-Sw
                 MOVE 'Y' TO Rev-Reg-Eof-Sw
                 GO TO 2100-Exit
           END-EVALUATE
           MOVE SPACES TO Rev-R-Lead Rev-R-Batch Rev-R-Run
                          Rev-R-Rev-Batch Rev-R-Date Rev-R-User
                          Rev-R-Count Rev-R-Total Rev-R-Feed
           UNSTRING Streamio-Record-Data(1:400)
               DELIMITED BY "BATCH=" OR " RUN=" OR " REVBATCH="
                         OR " DATE=" OR " USER=" OR " COUNT="
                         OR " TOTAL=" OR " FEED="
               INTO Rev-R-Lead, Rev-R-Batch, Rev-R-Run,
                    Rev-R-Rev-Batch, Rev-R-Date, Rev-R-User,
                    Rev-R-Count, Rev-R-Total, Rev-R-Feed
           END-UNSTRING
           IF Rev-R-Batch = Rev-Batch-Id
              MOVE 'Y' TO Rev-Already-Sw
              MOVE 'Y' TO Rev-Reg-Eof-Sw
              DISPLAY "STRMREV: BATCH " Rev-Batch-Id " (RUN "
                      Rev-R-Run ") WAS ALREADY REVERSED ON "
                      Rev-R-Date " BY " FUNCTION TRIM(Rev-R-User)
              DISPLAY "STRMREV: AS BATCH " Rev-R-Rev-Batch
                      " IN " FUNCTION TRIM(Rev-R-Feed)
                      " - NOT REVERSED AGAIN"
           END-IF
           .
       2100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Find-Postings - every listed audit file is searched, so
      *> a batch that turns up in two of them is caught.
      *> ---------------------------------------------------------------
       3000-Find-Postings.
           MOVE Rev-List-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMREV: AUDIT LIST UNREADABLE: "
                      FUNCTION TRIM(Rev-List-File, TRAILING)
              MOVE 'N' TO Rev-Setup-Ok-Sw
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Rev-List-Handle
           MOVE 'N' TO Rev-List-Eof-Sw
           PERFORM 3100-Search-One-Audit-File THRU 3100-Exit
              UNTIL Rev-List-Eof
           MOVE Rev-List-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       3000-Exit.
           EXIT.

      *> 3100-Search-One-Audit-File - the next name off the list.  A
      *> listed file that isn't there is reported, since the batch
      *> might have been in it.
       3100-Search-One-Audit-File.
           MOVE Rev-List-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 CONTINUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Rev-List-Eof-Sw
                 GO TO 3100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Rev-List-Eof-Sw
                 GO TO 3100-Exit
           END-EVALUATE
           MOVE SPACES TO Rev-Audit-Filename
           MOVE FUNCTION TRIM(Streamio-Record-Data(1:256))
              TO Rev-Audit-Filename
           IF Rev-Audit-Filename = SPACES
              OR Rev-Audit-Filename(1:1) = '*'
              GO TO 3100-Exit
           END-IF
           ADD 1 TO Rev-File-No
           MOVE Rev-Audit-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMREV: AUDIT FILE NOT FOUND: "
                      FUNCTION TRIM(Rev-Audit-Filename, TRAILING)
              ADD 1 TO Rev-Missing-File-Count
              MOVE 0 TO RETURN-CODE
              GO TO 3100-Exit
           END-IF
           MOVE SCB-Handle TO Rev-Audit-Handle
           MOVE 'N' TO Rev-Audit-Eof-Sw
           PERFORM 3200-Take-One-Audit-Line THRU 3200-Exit
              UNTIL Rev-Audit-Eof
           MOVE Rev-Audit-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       3100-Exit.
           EXIT.

       3200-Take-One-Audit-Line.
           MOVE Rev-Audit-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Rev-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Rev-Audit-Eof-Sw
                 GO TO 3200-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Rev-Audit-Eof-Sw
                 MOVE 'Y' TO Rev-List-Eof-Sw
                 GO TO 3200-Exit
           END-EVALUATE
      *> A STRMAMT line has USER= where a posting has BATCH=, so its
      *> batch comes out blank and it never matches.
           MOVE SPACES TO Rev-Field-Lead Rev-Field-Acct Rev-Field-Seq
                          Rev-Field-Before Rev-Field-After
                          Rev-Field-Amt Rev-Field-Code
                          Rev-Field-Batch Rev-Field-Run
           UNSTRING Streamio-Record-Data(1:200)
               DELIMITED BY "ACCT=" OR " SEQ=" OR " BEFORE="
                           OR " AFTER=" OR " AMT=" OR " CODE="
                           OR " BATCH=" OR " RUN="
               INTO Rev-Field-Lead, Rev-Field-Acct, Rev-Field-Seq,
                    Rev-Field-Before, Rev-Field-After,
                    Rev-Field-Amt, Rev-Field-Code,
                    Rev-Field-Batch, Rev-Field-Run
           END-UNSTRING
           IF Rev-Field-Batch NOT = Rev-Batch-Id
              GO TO 3200-Exit
           END-IF
           IF Rev-Field-Amt = SPACES
              OR FUNCTION TEST-NUMVAL(Rev-Field-Amt) NOT = 0
              ADD 1 TO Rev-Bad-Line-Count
              GO TO 3200-Exit
           END-IF
           IF Rev-Found-File-No = 0
              MOVE Rev-File-No TO Rev-Found-File-No
              MOVE Rev-Audit-Filename TO Rev-Found-Filename
              MOVE Rev-Field-Run TO Rev-Orig-Run
           END-IF
           IF Rev-File-No NOT = Rev-Found-File-No
              IF NOT Rev-Multi-File
                 DISPLAY "STRMREV: BATCH " Rev-Batch-Id " IN "
                         FUNCTION TRIM(Rev-Found-Filename, TRAILING)
                 DISPLAY "STRMREV: AND AGAIN IN "
                         FUNCTION TRIM(Rev-Audit-Filename, TRAILING)
              END-IF
              MOVE 'Y' TO Rev-Multi-File-Sw
              GO TO 3200-Exit
           END-IF
           IF Rev-Post-Count >= Rev-Max-Postings
              MOVE 'Y' TO Rev-Posts-Full-Sw
              GO TO 3200-Exit
           END-IF
           ADD 1 TO Rev-Post-Count
           MOVE Rev-Field-Acct TO Rev-Pst-Acct(Rev-Post-Count)
           MOVE Rev-Field-Seq TO Rev-Pst-Seq(Rev-Post-Count)
           COMPUTE Rev-Pst-Amount(Rev-Post-Count) =
              FUNCTION NUMVAL(Rev-Field-Amt)
           MOVE Rev-Field-Code TO Rev-Pst-Code(Rev-Post-Count)
           IF Rev-Field-Before = 'NEW'
              MOVE 'Y' TO Rev-Pst-New-Sw(Rev-Post-Count)
           ELSE
              MOVE 'N' TO Rev-Pst-New-Sw(Rev-Post-Count)
           END-IF
           .
       3200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Write-Reversal - header, one negated detail per money
      *> posting, and a trailer that balances them.
      *> ---------------------------------------------------------------
       4000-Write-Reversal.
           MOVE 0 TO SCB-Record-Length
           MOVE Rev-Output-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMREV: CANNOT OPEN OUTPUT FILE "
                      FUNCTION TRIM(Rev-Output-File, TRAILING)
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 4000-Exit
           END-IF
           MOVE SCB-Handle TO Rev-Out-Handle
           MOVE SPACES TO txn-record
           MOVE 'H' TO txn-rec-type
           MOVE Rev-Rev-Batch-Id TO txn-hdr-batch-id
           MOVE Rev-Today TO txn-hdr-run-date
           PERFORM 4900-Write-Output THRU 4900-Exit
           PERFORM 4100-Reverse-One-Posting THRU 4100-Exit
              VARYING Rev-Post-Sub FROM 1 BY 1
              UNTIL Rev-Post-Sub > Rev-Post-Count OR Rev-Abort-Error
           MOVE SPACES TO txn-record
           MOVE 'T' TO txn-rec-type
           MOVE Rev-Out-Count TO txn-trl-record-count
           MOVE Rev-Out-Amount TO txn-trl-control-total
           PERFORM 4900-Write-Output THRU 4900-Exit
           MOVE 0 TO SCB-Record-Length
           MOVE Rev-Out-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF NOT Rev-Abort-Error
              MOVE 'Y' TO Rev-Feed-Ok-Sw
           END-IF
           .
       4000-Exit.
           EXIT.

      *> 4100-Reverse-One-Posting - a CLOS detail moved no money and
      *> is only counted for review; everything else is negated.
       4100-Reverse-One-Posting.
           IF Rev-Pst-Opened(Rev-Post-Sub)
              ADD 1 TO Rev-Opened-Count
           END-IF
           IF Rev-Pst-Code(Rev-Post-Sub) = 'CLOS'
              ADD 1 TO Rev-Closed-Count
              GO TO 4100-Exit
           END-IF
           COMPUTE Rev-Neg-Amount = 0 - Rev-Pst-Amount(Rev-Post-Sub)
           MOVE SPACES TO txn-record
           MOVE 'D' TO txn-rec-type
           MOVE Rev-Pst-Acct(Rev-Post-Sub) TO txn-det-acct-no
           MOVE Rev-Neg-Amount TO txn-det-amount
           MOVE Rev-Pst-Code(Rev-Post-Sub) TO txn-det-code
           PERFORM 4900-Write-Output THRU 4900-Exit
           ADD 1 TO Rev-Out-Count
           ADD Rev-Neg-Amount TO Rev-Out-Amount
           .
       4100-Exit.
           EXIT.

       4900-Write-Output.
           MOVE Rev-Out-Handle TO SCB-Handle
           MOVE 'W ' TO SCB-Function
           MOVE LENGTH OF txn-record TO SCB-Record-Length
           MOVE SPACES TO Streamio-Record-Data
           MOVE txn-record TO Streamio-Record-Data(1:80)
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Rev-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       4900-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Record-Reversal - onto the register, so the batch is
      *> never reversed twice.
      *> ---------------------------------------------------------------
       5000-Record-Reversal.
           MOVE 0 TO SCB-Record-Length
           MOVE Rev-Register-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMREV: REGISTER UNWRITABLE - RECORD THIS "
                      "REVERSAL BY HAND"
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 5000-Exit
           END-IF
           MOVE SCB-Handle TO Rev-Reg-Handle
           MOVE Rev-Out-Amount TO Rev-Amt-Edit
           MOVE Rev-Out-Count TO Rev-R-Count
           MOVE SPACES TO Rev-Register-Line
           STRING 'BATCH=' Rev-Batch-Id
                  ' RUN=' Rev-Orig-Run
                  ' REVBATCH=' Rev-Rev-Batch-Id
                  ' DATE=' Rev-Today
                  ' USER=' FUNCTION TRIM(Rev-User)
                  ' COUNT=' Rev-R-Count
                  ' TOTAL=' FUNCTION TRIM(Rev-Amt-Edit)
                  ' FEED=' FUNCTION TRIM(Rev-Output-File)
                  DELIMITED BY SIZE
                  INTO Rev-Register-Line
           END-STRING
           MOVE SPACES TO Streamio-Record-Data
           MOVE Rev-Register-Line TO Streamio-Record-Data(1:400)
           MOVE Rev-Reg-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMREV: REGISTER UNWRITABLE - RECORD THIS "
                      "REVERSAL BY HAND"
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           MOVE Rev-Reg-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       5000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6000-Print-Report - what was reversed, and the accounts the
      *> batch opened or closed, which are someone's decision.
      *> ---------------------------------------------------------------
       6000-Print-Report.
           DISPLAY "STREAMIO BATCH REVERSAL"
           DISPLAY "BATCH:         " Rev-Batch-Id "   RUN DATE "
                   Rev-Orig-Run
           DISPLAY "FOUND IN:      "
                   FUNCTION TRIM(Rev-Found-Filename, TRAILING)
           DISPLAY "REVERSAL FEED: "
                   FUNCTION TRIM(Rev-Output-File, TRAILING)
                   "   BATCH " Rev-Rev-Batch-Id "   RUN DATE " Rev-Today
           DISPLAY " "
           MOVE Rev-Post-Count TO Rev-Count-Disp
           DISPLAY "POSTINGS FOUND  . . . . " Rev-Count-Disp
           MOVE Rev-Out-Count TO Rev-Count-Disp
           DISPLAY "DETAILS REVERSED  . . . " Rev-Count-Disp
           MOVE Rev-Out-Amount TO Rev-Amount-Disp
           DISPLAY "CONTROL TOTAL . . . . . " Rev-Amount-Disp
           IF Rev-Missing-File-Count > 0
              MOVE Rev-Missing-File-Count TO Rev-Count-Disp
              DISPLAY "AUDIT FILES NOT FOUND . " Rev-Count-Disp
           END-IF
           IF Rev-Bad-Line-Count > 0
              MOVE Rev-Bad-Line-Count TO Rev-Count-Disp
              DISPLAY "UNREADABLE BATCH LINES  " Rev-Count-Disp
              DISPLAY "*** THOSE POSTINGS ARE NOT IN THE REVERSAL"
           END-IF
           IF Rev-Opened-Count = 0 AND Rev-Closed-Count = 0
              GO TO 6000-Exit
           END-IF
           DISPLAY " "
           DISPLAY "ACCOUNTS FOR MANUAL REVIEW"
           DISPLAY "  ACCOUNT    SEQ     CODE       AMOUNT  REASON"
           PERFORM 6100-Print-Review-Line THRU 6100-Exit
              VARYING Rev-Post-Sub FROM 1 BY 1
              UNTIL Rev-Post-Sub > Rev-Post-Count
           MOVE 4 TO RETURN-CODE
           .
       6000-Exit.
           EXIT.

       6100-Print-Review-Line.
           MOVE Rev-Pst-Amount(Rev-Post-Sub) TO Rev-Item-Amt-Disp
           IF Rev-Pst-Opened(Rev-Post-Sub)
              DISPLAY "  " Rev-Pst-Acct(Rev-Post-Sub)
                      " " Rev-Pst-Seq(Rev-Post-Sub)
                      " " Rev-Pst-Code(Rev-Post-Sub)
                      " " Rev-Item-Amt-Disp
                      "  OPENED BY THIS BATCH - REVERSAL LEAVES IT "
                      "OPEN"
           END-IF
           IF Rev-Pst-Code(Rev-Post-Sub) = 'CLOS'
              DISPLAY "  " Rev-Pst-Acct(Rev-Post-Sub)
                      " " Rev-Pst-Seq(Rev-Post-Sub)
                      " " Rev-Pst-Code(Rev-Post-Sub)
                      " " Rev-Item-Amt-Disp
                      "  CLOSED BY THIS BATCH - NOT REOPENED"
           END-IF
           .
       6100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Rev-Abort-Error
              MOVE 'Y' TO Rev-Err-Sw
              MOVE SCB-Filename TO Rev-Err-Filename
              MOVE SCB-Function TO Rev-Err-Function
              MOVE SCB-Mode TO Rev-Err-Mode
              MOVE SCB-Delimiter-Mode TO Rev-Err-Delimiter-Mode
              MOVE SCB-Offset TO Rev-Err-Offset
              MOVE SCB-Return-Code TO Rev-Err-Return-Code
              MOVE SCB-Severity TO Rev-Err-Severity
              MOVE SCB-Calling-Program TO Rev-Err-Calling-Program
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
           IF Rev-Abort-Error
              MOVE Rev-Err-Filename TO SCB-Filename
              MOVE Rev-Err-Function TO SCB-Function
              MOVE Rev-Err-Mode TO SCB-Mode
              MOVE Rev-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Rev-Err-Offset TO SCB-Offset
              MOVE Rev-Err-Return-Code TO SCB-Return-Code
              MOVE Rev-Err-Severity TO SCB-Severity
              MOVE Rev-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Rev-Read-Count TO Strm-RS-Read-Count
           MOVE Rev-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMREV-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
