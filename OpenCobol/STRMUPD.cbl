      *> ** written, plus a before/after image audit file so a        **
      *> ** disputed posting traces to the exact input record.        **
      *> **                                                           **
      *> ** Every posting of a customer-initiated txn-det-code also   **
      *> ** stamps the account's last-activity date (acct-last-       **
      *> ** activity, the first 8 bytes of acct-filler) with the feed **
      *> ** header's run date, for STRMDRM's monthly dormancy run.    **
      *> ** Interest and fees (INT and FEE, the codes STRMACR posts), **
      *> ** CLOS, and any code on the STRMTBL table DRMNACT are not   **
      *> ** customer activity and leave it alone.  Activity posted to **
      *> ** a dormant ('D') account reactivates it - the account goes **
      *> ** back to open - and each one is listed as it happens and   **
      *> ** counted in the summary.                                   **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    old-master txn-file new-master audit-file              **
      *> ** applied detail, the same self-describing format the       **
      *> ** error and run-stats logs use:                             **
      *> **    ACCT=a SEQ=n BEFORE=amt AFTER=amt AMT=amt CODE=c       **
      *> **       BATCH=b RUN=yyyymmdd                                **
      *> ** SEQ is the detail's record number within the input feed,  **
      *> ** counting the header; BEFORE is NEW for the posting that   **
      *> ** opened an account.  BATCH and RUN are the feed header's   **
      *> ** txn-hdr-batch-id and run date, so a batch's postings can  **
      *> ** be found again (STRMREV reverses a batch from them).      **
      *> ** They come last on the line, after every field the other   **
      *> ** readers of this file parse.                               **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  an input out of sequence - the update stops        **
      *> **        rather than post against a broken sort order,      **
      *> **        or the STRMTBL file (for DRMNACT) unreadable -     **
      *> **        nothing is posted, or the update stops where the   **
      *> **        table was lost                                     **
      *> **     8  a detail amount that isn't valid packed numeric    **
      *> **        (skipped, counted, reported, and put in suspense   **
      *> **        - see STREAMIOSus.cpy - for STRMSUS to correct     **
      *> **        and re-release)                                    **
      *> **     0  clean (an empty posting day included)              **
      *> **                                                           **
      *> ** As with STRMCMP, the one and only call to STREAMIOError   **
      *> **                  records (STREAMIOHnd.cpy) for both       **
      *> **                  inputs and both outputs at end of step,  **
      *> **                  so STRMBAL can balance the chain.        **
      *> ** 2026-10-15  GLC  A detail that can't be posted is put in  **
      *> **                  the shared suspense file (STREAMIOSus.   **
      *> **                  cpy) instead of only being counted.      **
      *> ** 2026-10-15  GLC  Audit lines carry the feed's batch id    **
      *> **                  and run date (BATCH=, RUN=) so a posted  **
      *> **                  batch can be found and reversed.         **
      *> ** 2026-10-15  GLC  Customer-initiated postings stamp the    **
      *> **                  account's last-activity date in acct-    **
      *> **                  filler, and reactivate a dormant         **
      *> **                  account, for STRMDRM.                    **
      *> ** 2026-10-15  GLC  An unreadable STRMTBL file (DRMNACT)     **
      *> **                  stops the update RC 16 instead of every  **
      *> **                  code counting as activity.               **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMUPD.
           05 Upd-Work-Status                   PIC X(01).
           05 Upd-Work-Open-Date                PIC 9(08).
           05 Upd-Work-Filler                   PIC X(55).
           05 FILLER REDEFINES Upd-Work-Filler.
              10 Upd-Work-Last-Activity         PIC X(08).
              10 FILLER                         PIC X(47).
       01  Upd-Active-Key                       PIC X(10).
       01  Upd-New-Acct-Sw                      PIC X(1) VALUE 'N'.
           88 Upd-New-Acct                      VALUE 'Y'.
                                                 LOW-VALUES.
       01  Upd-Seq-Broken-Sw                    PIC X(1) VALUE 'N'.
           88 Upd-Seq-Broken                    VALUE 'Y'.
       01  Upd-Nact-Lost-Sw                     PIC X(1) VALUE 'N'.
           88 Upd-Nact-Lost                     VALUE 'Y'.

       01  Upd-Hdr-Run-Date                     PIC 9(08) VALUE 0.
       01  Upd-Hdr-Batch-Id                     PIC X(06) VALUE SPACES.
       01  Upd-Current-Date                     PIC X(21).
       01  Upd-Txn-Seq                          PIC 9(07) VALUE 0.

       01  Upd-Applied-Count                    PIC 9(07) VALUE 0.
       01  Upd-Added-Count                      PIC 9(07) VALUE 0.
       01  Upd-Closed-Count                     PIC 9(07) VALUE 0.
       01  Upd-Reactivated-Count                PIC 9(07) VALUE 0.
       01  Upd-Bad-Amount-Count                 PIC 9(07) VALUE 0.
       01  Upd-Audit-Count                      PIC 9(07) VALUE 0.
       01  Upd-Count-Disp                       PIC ZZZ,ZZ9.
       01  Upd-Amt-Work                         PIC S9(09)V99 VALUE 0.
       01  Upd-Audit-Line                       PIC X(200).

      *> ---------------------------------------------------------------
      *> Customer activity: every code but these, and those on the
      *> DRMNACT table, stamps the account's last-activity date.
      *> ---------------------------------------------------------------
       01  Upd-Nact-Table-Name                  PIC X(16) VALUE
                                                 'DRMNACT'.
       01  Upd-Activity-Sw                      PIC X(1) VALUE 'N'.
           88 Upd-Activity                      VALUE 'Y'.
       01  Upd-Detail-Code                      PIC X(04).
           88 Upd-Never-Activity                VALUE 'INT ' 'FEE '
                                                      'CLOS'.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
       COPY "txn-record.cpy".
       COPY "acct-master.cpy".

       COPY "STRMTBLcb.cpy".
       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOHndWS.cpy".
       COPY "STREAMIOSusWS.cpy".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
      *> Without the DRMNACT table every code would count as
      *> customer activity - refuse to post rather than stamp
      *> last-activity dates wrongly.
           MOVE Upd-Nact-Table-Name TO Tbl-CB-Table-Name
           MOVE SPACES TO Tbl-CB-Code
           MOVE Upd-Hdr-Run-Date TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-No-Table-File
              DISPLAY "STRMUPD: CODE TABLE FILE UNREADABLE"
              MOVE 'Y' TO Upd-Nact-Lost-Sw
           END-IF
           .
       1000-Exit.
           EXIT.
      *> open failure closes whatever did open so no handle leaks.
      *> ---------------------------------------------------------------
       2000-Open-Files.
           IF Upd-Nact-Lost
              GO TO 2000-Exit
           END-IF
           MOVE Upd-Old-Master-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
                       IF txn-hdr-run-date IS NUMERIC
                          MOVE txn-hdr-run-date TO Upd-Hdr-Run-Date
                       END-IF
                       MOVE txn-hdr-batch-id TO Upd-Hdr-Batch-Id
                       GO TO 3200-Read-Next-Detail
                    WHEN txn-is-trailer
                       MOVE 'Y' TO Upd-Detail-Eof-Sw
      *> 3400-Apply-One-Detail - post the current detail into the
      *> work record and write its before/after audit image, then
      *> move on to the next detail.  A detail whose packed amount
      *> doesn't decode is skipped, counted and put in suspense -
      *> adding it would abend this program the same way it would
      *> abend the ledger.
      *> ---------------------------------------------------------------
       3400-Apply-One-Detail.
           IF txn-det-amount IS NOT NUMERIC
              ADD 1 TO Upd-Bad-Amount-Count
              PERFORM 3450-Suspend-Detail THRU 3450-Exit
              GO TO 3400-Next
           END-IF
           IF Upd-New-Acct
           ELSE
              ADD txn-det-amount TO Upd-Work-Balance
           END-IF
           PERFORM 3420-Note-Activity THRU 3420-Exit
           MOVE 'N' TO Upd-New-Acct-Sw
           ADD 1 TO Upd-Applied-Count
           PERFORM 3500-Write-Audit-Line THRU 3500-Exit
       3400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3420-Note-Activity - a customer-initiated posting dates the
      *> account's last activity with the feed's run date, and
      *> brings a dormant account back to open.
      *> ---------------------------------------------------------------
       3420-Note-Activity.
           MOVE txn-det-code TO Upd-Detail-Code
           IF Upd-Never-Activity
              GO TO 3420-Exit
           END-IF
           MOVE Upd-Nact-Table-Name TO Tbl-CB-Table-Name
           MOVE Upd-Detail-Code TO Tbl-CB-Code
           MOVE Upd-Hdr-Run-Date TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-No-Table-File
              DISPLAY "STRMUPD: CODE TABLE FILE UNREADABLE AT SEQ "
                      Upd-Txn-Seq
              MOVE 'Y' TO Upd-Nact-Lost-Sw
              MOVE 'Y' TO Upd-Master-Eof-Sw
              MOVE 'Y' TO Upd-Detail-Eof-Sw
              GO TO 3420-Exit
           END-IF
           IF Tbl-CB-Found
              GO TO 3420-Exit
           END-IF
           MOVE Upd-Hdr-Run-Date TO Upd-Work-Last-Activity
           IF Upd-Work-Status = 'D'
              MOVE 'O' TO Upd-Work-Status
              ADD 1 TO Upd-Reactivated-Count
              DISPLAY "STRMUPD: DORMANT ACCOUNT " Upd-Active-Key
                      " REACTIVATED BY SEQ " Upd-Txn-Seq
                      " CODE " txn-det-code
           END-IF
           .
       3420-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3450-Suspend-Detail - the detail just turned away goes to
      *> the suspense file with everything but its amount, which is
      *> the part that's broken.
      *> ---------------------------------------------------------------
       3450-Suspend-Detail.
           MOVE 'STRMUPD' TO Strm-SU-Program
           MOVE Upd-Txn-File TO Strm-SU-Source
           MOVE 'INVALID PACKED AMOUNT' TO Strm-SU-Reason
           MOVE txn-det-acct-no TO Strm-SU-Acct
           MOVE SPACES TO Strm-SU-Amount
           MOVE txn-det-code TO Strm-SU-Code
           MOVE SPACES TO Strm-SU-Record
           PERFORM 8450-Write-Suspense THRU 8450-Exit
           .
       3450-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3500-Write-Audit-Line - the before/after image for the
      *> detail just applied.
                  ' AFTER=' FUNCTION TRIM(Upd-After-Disp)
                  ' AMT=' FUNCTION TRIM(Upd-Amt-Disp)
                  ' CODE=' txn-det-code
                  ' BATCH=' Upd-Hdr-Batch-Id
                  ' RUN=' Upd-Hdr-Run-Date
                  DELIMITED BY SIZE
                  INTO Upd-Audit-Line
           END-STRING
           DISPLAY "ACCOUNTS ADDED  . . . . " Upd-Count-Disp
           MOVE Upd-Closed-Count TO Upd-Count-Disp
           DISPLAY "ACCOUNTS CLOSED . . . . " Upd-Count-Disp
           MOVE Upd-Reactivated-Count TO Upd-Count-Disp
           DISPLAY "ACCOUNTS REACTIVATED  . " Upd-Count-Disp
           MOVE Upd-Master-Write-Count TO Upd-Count-Disp
           DISPLAY "MASTERS WRITTEN . . . . " Upd-Count-Disp
           IF Upd-Bad-Amount-Count > 0
                      "STOPPED ***"
              MOVE 16 TO RETURN-CODE
           END-IF
           IF Upd-Nact-Lost
              DISPLAY "DRMNACT TABLE . . . . . *** UNREADABLE - "
                      "UPDATE STOPPED ***"
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       8000-Exit.
           EXIT.
       8400-Exit.
           EXIT.

       8450-Write-Suspense.
       COPY "STREAMIOSus.cpy".
       8450-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8900-Write-Run-Stats - the standard end-of-run statistics
      *> record (see STREAMIORun.cpy), written as the very last
