      *> ***************************************************************
      *> ** Program:  STRMAMT.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMAMT is the online maintenance conversation for the    **
      *> ** account master (acct-master.cpy), in the same line-mode   **
      *> ** style as STRMINQ: key an account number, see the account, **
      *> ** pick an action.  It covers the non-monetary changes that  **
      *> ** used to mean hand-editing a master file:                  **
      *> **                                                           **
      *> **    A  add an account (zero balance, open date keyed or    **
      *> **       today, status open)                                 **
      *> **    S  change the status (O open, C closed, D dormant)     **
      *> **    D  change the open date                                **
      *> **    C  close an open account                               **
      *> **    R  reopen a closed account                             **
      *> **                                                           **
      *> ** A balance is never changed here - money moves only as     **
      *> ** postings through STRMUPD, where the feed's trailer        **
      *> ** proves it.  Action B is answered with a refusal that      **
      *> ** says so, and counted.                                     **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    master-base audit-file                                 **
      *> **                                                           **
      *> ** master-base is the account master's STRMGDG base.  The    **
      *> ** current generation is resolved and loaded at start; a     **
      *> ** base not yet cataloged starts from an empty master.       **
      *> ** Every confirmed change is written as a brand-new          **
      *> ** generation (STRMGDG ASSIGN), never over the one it was    **
      *> ** read from, so each change can be backed out by pointing   **
      *> ** at the generation before it.  Just before committing,     **
      *> ** the current generation is resolved again; if another      **
      *> ** job has moved the master on meanwhile, the master is      **
      *> ** reloaded and the change has to be keyed again against     **
      *> ** what is now there.                                        **
      *> **                                                           **
      *> ** Each change appends STRMUPD's audit line to audit-file,   **
      *> ** with the user id (the USER environment variable) added:   **
      *> **    ACCT=a SEQ=n BEFORE=amt|NEW AFTER=amt AMT=0.00 CODE=c  **
      *> **    USER=u [FIELD=STATUS|OPENDATE OLD=x NEW=y]             **
      *> ** SEQ numbers the changes within the session; CODE is OPEN, **
      *> ** STAT, ODAT, CLOS or ROPN.  FIELD/OLD/NEW record what the  **
      *> ** change did (every change but OPEN); they follow USER= so  **
      *> ** readers of STRMUPD's fields parse the line unchanged.     **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters, a master that can't be        **
      *> **        loaded, or a generation that couldn't be written   **
      *> **     8  a change committed but its audit line could not    **
      *> **        be written                                         **
      *> **     4  at least one balance change was asked for and      **
      *> **        refused                                            **
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
      *> ** 2026-10-15  GLC  Status D (dormant) accepted; the last-   **
      *> **                  activity date is shown with the account. **
      *> ** 2026-10-15  GLC  The audit line carries the field changed **
      *> **                  with its old and new values; an audit    **
      *> **                  line that can't be written ends the      **
      *> **                  session RC 8.                            **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMAMT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Amt-Parm-Line                        PIC X(512).
       01  Amt-Master-Base                      PIC X(200) VALUE
                                                 SPACES.
       01  Amt-Audit-File                       PIC X(256) VALUE
                                                 SPACES.
       01  Amt-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Amt-Setup-Ok                      VALUE 'Y'.
       01  Amt-Done-Sw                          PIC X(1) VALUE 'N'.
           88 Amt-Done                          VALUE 'Y'.
       01  Amt-User                             PIC X(16) VALUE
                                                 SPACES.

      *> ---------------------------------------------------------------
      *> Generation handling.  STRMGDG runs as its own step; its
      *> SYSOUT is captured out of the operator's way and the
      *> resolved name is picked up from <base>.gref.
      *> ---------------------------------------------------------------
       01  Amt-Catalog-Filename                 PIC X(256) VALUE
                                                 'strmgdg_catalog.dat'.
       01  Amt-Capture-Filename                 PIC X(256) VALUE
                                                 'strmamt_gdg.tmp'.
       01  Amt-Gref-Filename                    PIC X(256) VALUE
                                                 SPACES.
       01  Amt-Current-Gen                      PIC X(256) VALUE
                                                 SPACES.
       01  Amt-Check-Gen                        PIC X(256) VALUE
                                                 SPACES.
       01  Amt-New-Gen                          PIC X(256) VALUE
                                                 SPACES.
       01  Amt-Resolved-Gen                     PIC X(256) VALUE
                                                 SPACES.
       01  Amt-Cataloged-Sw                     PIC X(1) VALUE 'N'.
           88 Amt-Cataloged                     VALUE 'Y'.
       01  Amt-Field-Lead                       PIC X(02).
       01  Amt-Field-Base                       PIC X(200).
       01  Amt-Field-Cur                        PIC X(08).
       01  Amt-Command                          PIC X(400).
       01  Amt-Raw-Status                       PIC S9(09) VALUE 0.
       01  Amt-Exit-Code                        PIC S9(05) VALUE 0.
       01  Amt-Signal-Code                      PIC S9(05) VALUE 0.

       01  Amt-Handle                           PIC X(4) COMP-X.
       01  Amt-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Amt-Eof                           VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The master in storage, in account-number order - the order
      *> STRMUPD's balanced-line update requires of it.
      *> ---------------------------------------------------------------
       01  Amt-Max-Accts                        PIC 9(05) VALUE 5000.
       01  Amt-Acct-Count                       PIC 9(05) VALUE 0.
       01  Amt-Acct-Table.
           05 Amt-Acct-Rec OCCURS 5000 TIMES    PIC X(80).
       01  Amt-Ix                               PIC 9(05).
       01  Amt-Sub                              PIC 9(05).
       01  Amt-Found-Sw                         PIC X(1) VALUE 'N'.
           88 Amt-Found                         VALUE 'Y'.
       01  Amt-Load-Ok-Sw                       PIC X(1) VALUE 'Y'.
           88 Amt-Load-Ok                       VALUE 'Y'.

       01  Amt-Key                              PIC X(10).
       01  Amt-Action                           PIC X(01).
       01  Amt-Reply                            PIC X(10).
       01  Amt-Date-Reply                       PIC X(08).
       01  Amt-Date-Ok-Sw                       PIC X(1) VALUE 'N'.
           88 Amt-Date-Ok                       VALUE 'Y'.
       01  Amt-Ready-Sw                         PIC X(1) VALUE 'N'.
           88 Amt-Change-Ready                  VALUE 'Y'.
       01  Amt-Change-Code                      PIC X(04).
       01  Amt-Before-Rec                       PIC X(80).
       01  Amt-Before-Parts REDEFINES Amt-Before-Rec.
           05 FILLER                            PIC X(16).
           05 Amt-Before-Status                 PIC X(01).
           05 Amt-Before-Open-Date              PIC X(08).
           05 FILLER                            PIC X(55).
       01  Amt-Field-Detail                     PIC X(60).
       01  Amt-New-Acct-Sw                      PIC X(1) VALUE 'N'.
           88 Amt-New-Acct                      VALUE 'Y'.
       01  Amt-Today                            PIC 9(08).
       01  Amt-Current-Date                     PIC X(21).

       01  Amt-Balance-Work                     PIC S9(09)V99 VALUE 0.
       01  Amt-Balance-Disp                     PIC -(9)9.99.
       01  Amt-Before-Disp                      PIC X(13).
       01  Amt-After-Disp                       PIC -(9)9.99.
       01  Amt-Audit-Line                       PIC X(200).

       01  Amt-Lookup-Count                     PIC 9(07) VALUE 0.
       01  Amt-Change-Seq                       PIC 9(07) VALUE 0.
       01  Amt-Added-Count                      PIC 9(07) VALUE 0.
       01  Amt-Changed-Count                    PIC 9(07) VALUE 0.
       01  Amt-Refused-Count                    PIC 9(07) VALUE 0.
       01  Amt-Audit-Lost-Count                 PIC 9(07) VALUE 0.
       01  Amt-Gen-Count                        PIC 9(07) VALUE 0.
       01  Amt-Write-Count                      PIC 9(07) VALUE 0.
       01  Amt-Read-Count                       PIC 9(07) VALUE 0.
       01  Amt-Count-Disp                       PIC ZZZ,ZZ9.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Amt-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Amt-Abort-Error                   VALUE 'Y'.
       01  Amt-Err-Filename                     PIC X(256).
       01  Amt-Err-Function                     PIC X(2).
       01  Amt-Err-Mode                         PIC X(1).
       01  Amt-Err-Delimiter-Mode               PIC X(1).
       01  Amt-Err-Offset                       PIC X(8) COMP-X.
       01  Amt-Err-Return-Code                  USAGE BINARY-LONG.
       01  Amt-Err-Severity                     PIC X(1).
       01  Amt-Err-Calling-Program              PIC X(8).

       COPY "acct-master.cpy".

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOHndWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Amt-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Resolve-Current THRU 2000-Exit
           IF NOT Amt-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           MOVE Amt-Resolved-Gen TO Amt-Current-Gen
           PERFORM 2500-Load-Master THRU 2500-Exit
           IF NOT Amt-Load-Ok
              DISPLAY "STRMAMT: ACCOUNT MASTER UNUSABLE"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 4000-Maintain-One-Account THRU 4000-Exit
              UNTIL Amt-Done
           PERFORM 8000-Print-Summary THRU 8000-Exit
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Amt-Parm-Line FROM COMMAND-LINE
           UNSTRING Amt-Parm-Line DELIMITED BY ALL SPACE
               INTO Amt-Master-Base, Amt-Audit-File
           END-UNSTRING
           IF Amt-Master-Base = SPACES OR Amt-Audit-File = SPACES
              DISPLAY "STRMAMT: MASTER-BASE AND AUDIT-FILE ARE BOTH "
                      "REQUIRED"
              MOVE 'N' TO Amt-Setup-Ok-Sw
           END-IF
           STRING FUNCTION TRIM(Amt-Master-Base, TRAILING) '.gref'
                  DELIMITED BY SIZE
                  INTO Amt-Gref-Filename
           END-STRING
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT Amt-User FROM ENVIRONMENT-VALUE
           IF Amt-User = SPACES
              MOVE 'UNKNOWN' TO Amt-User
           END-IF
           MOVE FUNCTION CURRENT-DATE TO Amt-Current-Date
           MOVE Amt-Current-Date(1:8) TO Amt-Today
           MOVE 'STRMAMT' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMAMT' TO Strm-RS-Program
           MOVE Amt-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Resolve-Current - the base's current generation into
      *> Amt-Resolved-Gen.  A base STRMGDG has never heard of is a
      *> master not yet created (spaces); a cataloged base whose
      *> current generation won't resolve is a master that has gone
      *> missing, and nothing may be built on top of that.
      *> ---------------------------------------------------------------
       2000-Resolve-Current.
           MOVE SPACES TO Amt-Resolved-Gen
           PERFORM 2100-Check-Catalog THRU 2100-Exit
           IF NOT Amt-Cataloged
              GO TO 2000-Exit
           END-IF
           MOVE SPACES TO Amt-Command
           STRING 'STRMGDG RESOLVE '
                  FUNCTION TRIM(Amt-Master-Base, TRAILING)
                  ' 0 > '
                  FUNCTION TRIM(Amt-Capture-Filename, TRAILING)
                  DELIMITED BY SIZE
                  INTO Amt-Command
           END-STRING
           PERFORM 7800-Run-Command THRU 7800-Exit
           IF Amt-Exit-Code NOT = 0
              DISPLAY "STRMAMT: CURRENT GENERATION OF "
                      FUNCTION TRIM(Amt-Master-Base, TRAILING)
                      " WILL NOT RESOLVE (RC=" Amt-Exit-Code ")"
              MOVE 'N' TO Amt-Setup-Ok-Sw
              GO TO 2000-Exit
           END-IF
           PERFORM 2200-Read-Gref-File THRU 2200-Exit
           IF Amt-Resolved-Gen = SPACES
              DISPLAY "STRMAMT: NO GENERATION NAME IN "
                      FUNCTION TRIM(Amt-Gref-Filename, TRAILING)
              MOVE 'N' TO Amt-Setup-Ok-Sw
           END-IF
           .
       2000-Exit.
           EXIT.

       2100-Check-Catalog.
           MOVE 'N' TO Amt-Cataloged-Sw
           MOVE Amt-Catalog-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2100-Exit
           END-IF
           MOVE SCB-Handle TO Amt-Handle
           MOVE 'N' TO Amt-Eof-Sw
           PERFORM 2110-Check-One-Base THRU 2110-Exit
              UNTIL Amt-Eof OR Amt-Cataloged
           MOVE Amt-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2100-Exit.
           EXIT.

       2110-Check-One-Base.
           MOVE Amt-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Amt-Eof-Sw
              GO TO 2110-Exit
           END-IF
           MOVE SPACES TO Amt-Field-Lead Amt-Field-Base Amt-Field-Cur
           UNSTRING Streamio-Record-Data
               DELIMITED BY "BASE=" OR " CUR="
               INTO Amt-Field-Lead, Amt-Field-Base, Amt-Field-Cur
           END-UNSTRING
           IF Amt-Field-Base = Amt-Master-Base
              MOVE 'Y' TO Amt-Cataloged-Sw
           END-IF
           .
       2110-Exit.
           EXIT.

       2200-Read-Gref-File.
           MOVE SPACES TO Amt-Resolved-Gen
           MOVE Amt-Gref-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2200-Exit
           END-IF
           MOVE SCB-Handle TO Amt-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              MOVE Streamio-Record-Data(1:256) TO Amt-Resolved-Gen
           END-IF
           MOVE Amt-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2500-Load-Master - the current generation into the table.
      *> No generation yet is an empty master, not an error.
      *> ---------------------------------------------------------------
       2500-Load-Master.
           MOVE 'Y' TO Amt-Load-Ok-Sw
           MOVE 0 TO Amt-Acct-Count
           IF Amt-Current-Gen = SPACES
              DISPLAY "STRMAMT: "
                      FUNCTION TRIM(Amt-Master-Base, TRAILING)
                      " HAS NO GENERATION YET - STARTING FROM AN "
                      "EMPTY MASTER"
              GO TO 2500-Exit
           END-IF
           MOVE Amt-Current-Gen TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE 'N' TO Amt-Load-Ok-Sw
              GO TO 2500-Exit
           END-IF
           MOVE SCB-Handle TO Amt-Handle
           MOVE 'N' TO Amt-Eof-Sw
           PERFORM 2600-Load-One-Account THRU 2600-Exit
              UNTIL Amt-Eof
           MOVE Amt-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 0 TO SCB-Record-Length
           MOVE Amt-Acct-Count TO Amt-Count-Disp
           DISPLAY "STRMAMT: " Amt-Count-Disp " ACCOUNTS LOADED FROM "
                   FUNCTION TRIM(Amt-Current-Gen, TRAILING)
           .
       2500-Exit.
           EXIT.

       2600-Load-One-Account.
           MOVE Amt-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF acct-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Amt-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Amt-Eof-Sw
                 GO TO 2600-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'N' TO Amt-Load-Ok-Sw
                 MOVE 'Y' TO Amt-Eof-Sw
                 GO TO 2600-Exit
           END-EVALUATE
           IF Amt-Acct-Count >= Amt-Max-Accts
              DISPLAY "STRMAMT: MASTER HOLDS MORE THAN "
                      Amt-Max-Accts " ACCOUNTS"
              MOVE 'N' TO Amt-Load-Ok-Sw
              MOVE 'Y' TO Amt-Eof-Sw
              GO TO 2600-Exit
           END-IF
           ADD 1 TO Amt-Acct-Count
           MOVE Streamio-Record-Data(1:LENGTH OF acct-record)
              TO Amt-Acct-Rec(Amt-Acct-Count)
           .
       2600-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Maintain-One-Account - one key, the account as it
      *> stands, one action, and (once confirmed) one new
      *> generation.
      *> ---------------------------------------------------------------
       4000-Maintain-One-Account.
           DISPLAY " "
           DISPLAY "ENTER ACCOUNT NUMBER (BLANK OR END TO FINISH):"
           MOVE SPACES TO Amt-Key
           ACCEPT Amt-Key
           IF Amt-Key = SPACES OR Amt-Key = 'END'
              OR Amt-Key = LOW-VALUES
              MOVE 'Y' TO Amt-Done-Sw
              GO TO 4000-Exit
           END-IF
           ADD 1 TO Amt-Lookup-Count
           MOVE 'N' TO Amt-Ready-Sw
           PERFORM 4100-Find-Account THRU 4100-Exit
           IF Amt-Found
              MOVE Amt-Acct-Rec(Amt-Ix) TO acct-record
              PERFORM 4200-Show-Account THRU 4200-Exit
           ELSE
              DISPLAY "*** ACCOUNT NOT ON MASTER: "
                      FUNCTION TRIM(Amt-Key, TRAILING) " ***"
           END-IF
           DISPLAY "ACTION - A ADD, S STATUS, D OPEN DATE, C CLOSE, "
                   "R REOPEN, B BALANCE (BLANK TO SKIP):"
           MOVE SPACES TO Amt-Reply
           ACCEPT Amt-Reply
           MOVE FUNCTION UPPER-CASE(Amt-Reply(1:1)) TO Amt-Action
           IF NOT Amt-Found AND Amt-Action NOT = 'A'
              AND Amt-Action NOT = SPACE AND Amt-Action NOT = 'B'
              DISPLAY "*** NO SUCH ACCOUNT - ONLY A (ADD) APPLIES ***"
              GO TO 4000-Exit
           END-IF
           EVALUATE Amt-Action
              WHEN 'A'
                 PERFORM 4300-Prepare-Add THRU 4300-Exit
              WHEN 'S'
                 PERFORM 4400-Prepare-Status THRU 4400-Exit
              WHEN 'D'
                 PERFORM 4500-Prepare-Open-Date THRU 4500-Exit
              WHEN 'C'
                 PERFORM 4600-Prepare-Close THRU 4600-Exit
              WHEN 'R'
                 PERFORM 4700-Prepare-Reopen THRU 4700-Exit
              WHEN 'B'
                 PERFORM 4800-Refuse-Balance THRU 4800-Exit
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 DISPLAY "*** UNKNOWN ACTION: " Amt-Action " ***"
           END-EVALUATE
           IF Amt-Change-Ready
              PERFORM 5000-Confirm-Change THRU 5000-Exit
           END-IF
           .
       4000-Exit.
           EXIT.

       4100-Find-Account.
           MOVE 'N' TO Amt-Found-Sw
           MOVE 0 TO Amt-Ix
           PERFORM 4110-Check-One-Account THRU 4110-Exit
              VARYING Amt-Sub FROM 1 BY 1
              UNTIL Amt-Sub > Amt-Acct-Count OR Amt-Found
           .
       4100-Exit.
           EXIT.

       4110-Check-One-Account.
           IF Amt-Acct-Rec(Amt-Sub)(1:10) = Amt-Key
              MOVE 'Y' TO Amt-Found-Sw
              MOVE Amt-Sub TO Amt-Ix
           END-IF
           .
       4110-Exit.
           EXIT.

       4200-Show-Account.
           MOVE acct-balance TO Amt-Balance-Work
           MOVE Amt-Balance-Work TO Amt-Balance-Disp
           DISPLAY "----------------------------------------"
           DISPLAY "  ACCOUNT   : " acct-acct-no
           DISPLAY "  BALANCE   : " Amt-Balance-Disp
           DISPLAY "  STATUS    : " acct-status
           DISPLAY "  OPEN DATE : " acct-open-date
           DISPLAY "  LAST ACT  : " acct-last-activity
           DISPLAY "----------------------------------------"
           .
       4200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4300-Prepare-Add - a new account opens at zero; its first
      *> money arrives as a posting like any other.
      *> ---------------------------------------------------------------
       4300-Prepare-Add.
           IF Amt-Found
              DISPLAY "*** ACCOUNT ALREADY ON MASTER ***"
              GO TO 4300-Exit
           END-IF
           DISPLAY "OPEN DATE YYYYMMDD (BLANK FOR TODAY):"
           PERFORM 4900-Accept-Date THRU 4900-Exit
           IF NOT Amt-Date-Ok
              GO TO 4300-Exit
           END-IF
           MOVE SPACES TO acct-record
           MOVE Amt-Key TO acct-acct-no
           MOVE 0 TO acct-balance
           MOVE 'O' TO acct-status
           MOVE Amt-Date-Reply TO acct-open-date
           MOVE SPACES TO Amt-Before-Rec
           MOVE 'Y' TO Amt-New-Acct-Sw
           MOVE 'OPEN' TO Amt-Change-Code
           MOVE 'Y' TO Amt-Ready-Sw
           .
       4300-Exit.
           EXIT.

       4400-Prepare-Status.
           DISPLAY "NEW STATUS (O OPEN, C CLOSED, D DORMANT):"
           MOVE SPACES TO Amt-Reply
           ACCEPT Amt-Reply
           MOVE FUNCTION UPPER-CASE(Amt-Reply(1:1)) TO Amt-Reply
           IF Amt-Reply(1:1) NOT = 'O' AND Amt-Reply(1:1) NOT = 'C'
              AND Amt-Reply(1:1) NOT = 'D'
              DISPLAY "*** STATUS MUST BE O, C OR D ***"
              GO TO 4400-Exit
           END-IF
           IF Amt-Reply(1:1) = acct-status
              DISPLAY "*** STATUS IS ALREADY " acct-status " ***"
              GO TO 4400-Exit
           END-IF
           MOVE acct-record TO Amt-Before-Rec
           MOVE 'N' TO Amt-New-Acct-Sw
           MOVE Amt-Reply(1:1) TO acct-status
           MOVE 'STAT' TO Amt-Change-Code
           MOVE 'Y' TO Amt-Ready-Sw
           .
       4400-Exit.
           EXIT.

       4500-Prepare-Open-Date.
           DISPLAY "NEW OPEN DATE YYYYMMDD:"
           PERFORM 4900-Accept-Date THRU 4900-Exit
           IF NOT Amt-Date-Ok
              GO TO 4500-Exit
           END-IF
           MOVE acct-record TO Amt-Before-Rec
           MOVE 'N' TO Amt-New-Acct-Sw
           MOVE Amt-Date-Reply TO acct-open-date
           MOVE 'ODAT' TO Amt-Change-Code
           MOVE 'Y' TO Amt-Ready-Sw
           .
       4500-Exit.
           EXIT.

       4600-Prepare-Close.
           IF acct-is-closed
              DISPLAY "*** ACCOUNT IS ALREADY CLOSED ***"
              GO TO 4600-Exit
           END-IF
           MOVE acct-record TO Amt-Before-Rec
           MOVE 'N' TO Amt-New-Acct-Sw
           MOVE 'C' TO acct-status
           MOVE 'CLOS' TO Amt-Change-Code
           MOVE 'Y' TO Amt-Ready-Sw
           .
       4600-Exit.
           EXIT.

       4700-Prepare-Reopen.
           IF NOT acct-is-closed
              DISPLAY "*** ACCOUNT IS NOT CLOSED ***"
              GO TO 4700-Exit
           END-IF
           MOVE acct-record TO Amt-Before-Rec
           MOVE 'N' TO Amt-New-Acct-Sw
           MOVE 'O' TO acct-status
           MOVE 'ROPN' TO Amt-Change-Code
           MOVE 'Y' TO Amt-Ready-Sw
           .
       4700-Exit.
           EXIT.

       4800-Refuse-Balance.
           ADD 1 TO Amt-Refused-Count
           DISPLAY "*** BALANCES ARE NOT MAINTAINED HERE - POST A "
                   "TRANSACTION THROUGH STRMUPD ***"
           .
       4800-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4900-Accept-Date - a real calendar date, not in the future;
      *> blank is today.
      *> ---------------------------------------------------------------
       4900-Accept-Date.
           MOVE 'N' TO Amt-Date-Ok-Sw
           MOVE SPACES TO Amt-Date-Reply
           ACCEPT Amt-Date-Reply
           IF Amt-Date-Reply = SPACES
              MOVE Amt-Today TO Amt-Date-Reply
           END-IF
           IF Amt-Date-Reply IS NOT NUMERIC
              DISPLAY "*** DATE MUST BE YYYYMMDD ***"
              GO TO 4900-Exit
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(Amt-Date-Reply)) NOT = 0
              DISPLAY "*** NOT A CALENDAR DATE: " Amt-Date-Reply
                      " ***"
              GO TO 4900-Exit
           END-IF
           IF Amt-Date-Reply > Amt-Today
              DISPLAY "*** DATE IS IN THE FUTURE: " Amt-Date-Reply
                      " ***"
              GO TO 4900-Exit
           END-IF
           MOVE 'Y' TO Amt-Date-Ok-Sw
           .
       4900-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Confirm-Change - show the account as it would become,
      *> ask once, and commit only on Y.  Before anything is
      *> written the current generation is resolved again: if it
      *> is no longer the one loaded, somebody else's step got
      *> there first and this change was keyed against stale data.
      *> ---------------------------------------------------------------
       5000-Confirm-Change.
           DISPLAY "ACCOUNT WILL BECOME:"
           PERFORM 4200-Show-Account THRU 4200-Exit
           DISPLAY "CONFIRM (Y/N):"
           MOVE SPACES TO Amt-Reply
           ACCEPT Amt-Reply
           IF FUNCTION UPPER-CASE(Amt-Reply(1:1)) NOT = 'Y'
              DISPLAY "*** NOT CHANGED ***"
              GO TO 5000-Exit
           END-IF
           PERFORM 2000-Resolve-Current THRU 2000-Exit
           IF NOT Amt-Setup-Ok
              MOVE 'Y' TO Amt-Done-Sw
              MOVE 16 TO RETURN-CODE
              GO TO 5000-Exit
           END-IF
           IF Amt-Resolved-Gen NOT = Amt-Current-Gen
              DISPLAY "*** MASTER HAS MOVED ON TO "
                      FUNCTION TRIM(Amt-Resolved-Gen, TRAILING)
                      " - RELOADED, KEY THE CHANGE AGAIN ***"
              MOVE Amt-Resolved-Gen TO Amt-Current-Gen
              PERFORM 2500-Load-Master THRU 2500-Exit
              IF NOT Amt-Load-Ok
                 MOVE 'Y' TO Amt-Done-Sw
                 MOVE 16 TO RETURN-CODE
              END-IF
              GO TO 5000-Exit
           END-IF
           PERFORM 5100-Apply-To-Table THRU 5100-Exit
           IF NOT Amt-Change-Ready
              GO TO 5000-Exit
           END-IF
           PERFORM 5300-Write-New-Generation THRU 5300-Exit
           IF Amt-Abort-Error OR Amt-New-Gen = SPACES
              MOVE 'Y' TO Amt-Done-Sw
              MOVE 16 TO RETURN-CODE
              GO TO 5000-Exit
           END-IF
           ADD 1 TO Amt-Change-Seq
           PERFORM 5500-Write-Audit-Line THRU 5500-Exit
           PERFORM 5600-Write-Handoffs THRU 5600-Exit
           MOVE Amt-New-Gen TO Amt-Current-Gen
           IF Amt-New-Acct
              ADD 1 TO Amt-Added-Count
           ELSE
              ADD 1 TO Amt-Changed-Count
           END-IF
           DISPLAY "*** CHANGED - MASTER IS NOW "
                   FUNCTION TRIM(Amt-Current-Gen, TRAILING) " ***"
           .
       5000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5100-Apply-To-Table - a change replaces the account's entry;
      *> an add is slotted in ahead of the first higher key so the
      *> master stays in STRMUPD's ascending order.
      *> ---------------------------------------------------------------
       5100-Apply-To-Table.
           IF NOT Amt-New-Acct
              MOVE acct-record TO Amt-Acct-Rec(Amt-Ix)
              GO TO 5100-Exit
           END-IF
           IF Amt-Acct-Count >= Amt-Max-Accts
              DISPLAY "*** MASTER IS FULL - ACCOUNT NOT ADDED ***"
              MOVE 'N' TO Amt-Ready-Sw
              GO TO 5100-Exit
           END-IF
           COMPUTE Amt-Ix = Amt-Acct-Count + 1
           PERFORM 5110-Find-Slot THRU 5110-Exit
              VARYING Amt-Sub FROM 1 BY 1
              UNTIL Amt-Sub > Amt-Acct-Count
                 OR Amt-Ix NOT > Amt-Acct-Count
           ADD 1 TO Amt-Acct-Count
           PERFORM 5120-Shift-One-Up THRU 5120-Exit
              VARYING Amt-Sub FROM Amt-Acct-Count BY -1
              UNTIL Amt-Sub NOT > Amt-Ix
           MOVE acct-record TO Amt-Acct-Rec(Amt-Ix)
           .
       5100-Exit.
           EXIT.

       5110-Find-Slot.
           IF Amt-Acct-Rec(Amt-Sub)(1:10) > Amt-Key
              MOVE Amt-Sub TO Amt-Ix
           END-IF
           .
       5110-Exit.
           EXIT.

       5120-Shift-One-Up.
           MOVE Amt-Acct-Rec(Amt-Sub - 1) TO Amt-Acct-Rec(Amt-Sub)
           .
       5120-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5300-Write-New-Generation - STRMGDG allocates the name; the
      *> whole master goes out to it.
      *> ---------------------------------------------------------------
       5300-Write-New-Generation.
           MOVE SPACES TO Amt-New-Gen
           MOVE SPACES TO Amt-Command
           STRING 'STRMGDG ASSIGN '
                  FUNCTION TRIM(Amt-Master-Base, TRAILING)
                  ' > '
                  FUNCTION TRIM(Amt-Capture-Filename, TRAILING)
                  DELIMITED BY SIZE
                  INTO Amt-Command
           END-STRING
           PERFORM 7800-Run-Command THRU 7800-Exit
           IF Amt-Exit-Code NOT = 0
              DISPLAY "STRMAMT: STRMGDG ASSIGN FAILED (RC="
                      Amt-Exit-Code ") - NOTHING WRITTEN"
              GO TO 5300-Exit
           END-IF
           PERFORM 2200-Read-Gref-File THRU 2200-Exit
           IF Amt-Resolved-Gen = SPACES
              DISPLAY "STRMAMT: NO GENERATION NAME IN "
                      FUNCTION TRIM(Amt-Gref-Filename, TRAILING)
              GO TO 5300-Exit
           END-IF
           MOVE Amt-Resolved-Gen TO Amt-New-Gen
           MOVE Amt-New-Gen TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 5300-Exit
           END-IF
           MOVE SCB-Handle TO Amt-Handle
           PERFORM 5310-Write-One-Account THRU 5310-Exit
              VARYING Amt-Sub FROM 1 BY 1
              UNTIL Amt-Sub > Amt-Acct-Count OR Amt-Abort-Error
           MOVE Amt-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 0 TO SCB-Record-Length
           IF Amt-Abort-Error
              DISPLAY "STRMAMT: GENERATION "
                      FUNCTION TRIM(Amt-New-Gen, TRAILING)
                      " IS INCOMPLETE - RESTORE THE PRIOR GENERATION"
           ELSE
              ADD 1 TO Amt-Gen-Count
           END-IF
           .
       5300-Exit.
           EXIT.

       5310-Write-One-Account.
           MOVE Amt-Handle TO SCB-Handle
           MOVE 'W ' TO SCB-Function
           MOVE LENGTH OF acct-record TO SCB-Record-Length
           MOVE SPACES TO Streamio-Record-Data
           MOVE Amt-Acct-Rec(Amt-Sub)
              TO Streamio-Record-Data(1:LENGTH OF acct-record)
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Amt-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       5310-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5500-Write-Audit-Line - STRMUPD's before/after line (the
      *> balance never moves here, so BEFORE and AFTER agree and AMT
      *> is zero) with the user id and then the field that did
      *> change, old and new, on the end - after USER= so every
      *> reader of the STRMUPD fields parses it unchanged.
      *> ---------------------------------------------------------------
       5500-Write-Audit-Line.
           MOVE Amt-Audit-File TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMAMT: AUDIT FILE UNWRITABLE - CHANGE "
                      "STANDS, AUDIT LINE LOST"
              MOVE 0 TO RETURN-CODE
              ADD 1 TO Amt-Audit-Lost-Count
              GO TO 5500-Exit
           END-IF
           MOVE SCB-Handle TO Amt-Handle
           MOVE acct-balance TO Amt-Balance-Work
           MOVE Amt-Balance-Work TO Amt-After-Disp
           IF Amt-New-Acct
              MOVE 'NEW' TO Amt-Before-Disp
           ELSE
              MOVE Amt-After-Disp TO Amt-Before-Disp
           END-IF
           MOVE 0 TO Amt-Balance-Work
           MOVE Amt-Balance-Work TO Amt-Balance-Disp
           MOVE SPACES TO Amt-Field-Detail
           IF NOT Amt-New-Acct
              EVALUATE TRUE
                 WHEN acct-status NOT = Amt-Before-Status
                    STRING ' FIELD=STATUS OLD=' Amt-Before-Status
                           ' NEW=' acct-status
                           DELIMITED BY SIZE INTO Amt-Field-Detail
                    END-STRING
                 WHEN acct-open-date NOT = Amt-Before-Open-Date
                    STRING ' FIELD=OPENDATE OLD='
                           Amt-Before-Open-Date
                           ' NEW=' acct-open-date
                           DELIMITED BY SIZE INTO Amt-Field-Detail
                    END-STRING
              END-EVALUATE
           END-IF
           MOVE SPACES TO Amt-Audit-Line
           STRING 'ACCT=' acct-acct-no
                  ' SEQ=' Amt-Change-Seq
                  ' BEFORE=' FUNCTION TRIM(Amt-Before-Disp)
                  ' AFTER=' FUNCTION TRIM(Amt-After-Disp)
                  ' AMT=' FUNCTION TRIM(Amt-Balance-Disp)
                  ' CODE=' Amt-Change-Code
                  ' USER=' FUNCTION TRIM(Amt-User, TRAILING)
                  FUNCTION TRIM(Amt-Field-Detail, TRAILING)
                  DELIMITED BY SIZE
                  INTO Amt-Audit-Line
           END-STRING
           MOVE SPACES TO Streamio-Record-Data
           MOVE Amt-Audit-Line TO Streamio-Record-Data(1:200)
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMAMT: AUDIT LINE NOT WRITTEN - CHANGE "
                      "STANDS, AUDIT LINE LOST"
              ADD 1 TO Amt-Audit-Lost-Count
           END-IF
           MOVE Amt-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       5500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5600-Write-Handoffs - the standard control-handoff records
      *> (see STREAMIOHnd.cpy) for the generation read and the one
      *> written, so the master's lineage runs through this program
      *> the same way it runs through STRMUPD.
      *> ---------------------------------------------------------------
       5600-Write-Handoffs.
           MOVE 'STRMAMT' TO Strm-HO-Program
           MOVE 'N' TO Strm-HO-Amount-Sw
           IF Amt-Current-Gen NOT = SPACES
              MOVE 'IN ' TO Strm-HO-Direction
              MOVE Amt-Current-Gen TO Strm-HO-Filename
              IF Amt-New-Acct
                 COMPUTE Strm-HO-Record-Count = Amt-Acct-Count - 1
              ELSE
                 MOVE Amt-Acct-Count TO Strm-HO-Record-Count
              END-IF
              PERFORM 8400-Write-Handoff THRU 8400-Exit
           END-IF
           MOVE 'OUT' TO Strm-HO-Direction
           MOVE Amt-New-Gen TO Strm-HO-Filename
           MOVE Amt-Acct-Count TO Strm-HO-Record-Count
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           .
       5600-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7800-Run-Command - one shell command, its completion code
      *> unpacked from the raw wait status the way STRMJOB does it.
      *> ---------------------------------------------------------------
       7800-Run-Command.
           CALL "SYSTEM" USING Amt-Command
           MOVE RETURN-CODE TO Amt-Raw-Status
           MOVE 0 TO RETURN-CODE
           DIVIDE Amt-Raw-Status BY 256 GIVING Amt-Exit-Code
              REMAINDER Amt-Signal-Code
           IF Amt-Signal-Code NOT = 0
              MOVE 16 TO Amt-Exit-Code
           END-IF
           .
       7800-Exit.
           EXIT.

       8000-Print-Summary.
           DISPLAY " "
           DISPLAY "STREAMIO ACCOUNT MASTER MAINTENANCE"
           DISPLAY "MASTER BASE: " FUNCTION TRIM(Amt-Master-Base,
                   TRAILING)
           DISPLAY "USER: " FUNCTION TRIM(Amt-User, TRAILING)
           DISPLAY " "
           MOVE Amt-Lookup-Count TO Amt-Count-Disp
           DISPLAY "ACCOUNTS KEYED  . . . . " Amt-Count-Disp
           MOVE Amt-Added-Count TO Amt-Count-Disp
           DISPLAY "ACCOUNTS ADDED  . . . . " Amt-Count-Disp
           MOVE Amt-Changed-Count TO Amt-Count-Disp
           DISPLAY "ACCOUNTS CHANGED  . . . " Amt-Count-Disp
           MOVE Amt-Gen-Count TO Amt-Count-Disp
           DISPLAY "GENERATIONS WRITTEN . . " Amt-Count-Disp
           MOVE Amt-Refused-Count TO Amt-Count-Disp
           DISPLAY "BALANCE CHANGES REFUSED " Amt-Count-Disp
           MOVE Amt-Audit-Lost-Count TO Amt-Count-Disp
           DISPLAY "AUDIT LINES LOST  . . . " Amt-Count-Disp
           DISPLAY "CURRENT GENERATION: "
                   FUNCTION TRIM(Amt-Current-Gen, TRAILING)
           IF Amt-Refused-Count > 0
              IF 4 > RETURN-CODE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF Amt-Audit-Lost-Count > 0
              IF 8 > RETURN-CODE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .
       8000-Exit.
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
           IF NOT Amt-Abort-Error
              MOVE 'Y' TO Amt-Err-Sw
              MOVE SCB-Filename TO Amt-Err-Filename
              MOVE SCB-Function TO Amt-Err-Function
              MOVE SCB-Mode TO Amt-Err-Mode
              MOVE SCB-Delimiter-Mode TO Amt-Err-Delimiter-Mode
              MOVE SCB-Offset TO Amt-Err-Offset
              MOVE SCB-Return-Code TO Amt-Err-Return-Code
              MOVE SCB-Severity TO Amt-Err-Severity
              MOVE SCB-Calling-Program TO Amt-Err-Calling-Program
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
           IF Amt-Abort-Error
              MOVE Amt-Err-Filename TO SCB-Filename
              MOVE Amt-Err-Function TO SCB-Function
              MOVE Amt-Err-Mode TO SCB-Mode
              MOVE Amt-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Amt-Err-Offset TO SCB-Offset
              MOVE Amt-Err-Return-Code TO SCB-Return-Code
              MOVE Amt-Err-Severity TO SCB-Severity
              MOVE Amt-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Amt-Read-Count TO Strm-RS-Read-Count
           MOVE Amt-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMAMT-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
