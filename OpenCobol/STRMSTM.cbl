      *> ***************************************************************
      *> ** Program:  STRMSTM.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMSTM produces account statements from a period's       **
      *> ** STRMUPD posting audit files and the account master        **
      *> ** (acct-master.cpy) as it stood at period end.  For each    **
      *> ** account in the requested range it prints the opening      **
      *> ** balance, every posting with its transaction-code          **
      *> ** description, and the closing balance - then proves the    **
      *> ** statement: opening balance plus the period's postings     **
      *> ** must equal the master's acct-balance.  An account where   **
      *> ** they disagree (a missing audit file, a posting run        **
      *> ** outside the audit trail, a master restored from the       **
      *> ** wrong generation) is flagged on its statement and in the  **
      *> ** run summary rather than mailed out looking right.         **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    audit-list master-file from-acct to-acct print-file    **
      *> **    [json-file [period-end-YYYYMMDD]]                      **
      *> ** from-acct/to-acct bound the account range (inclusive);    **
      *> ** "*" leaves that end open.  json-file defaults to          **
      *> ** print-file + ".json", period-end to today.                **
      *> **                                                           **
      *> ** audit-list names the period's audit files, one per line   **
      *> ** in the order they were written (blank lines and "*"       **
      *> ** comment lines ignored).  Each holds STRMUPD's lines:      **
      *> **    ACCT=a SEQ=n BEFORE=amt|NEW AFTER=amt AMT=amt CODE=c   **
      *> ** An account's opening balance is the BEFORE of its first   **
      *> ** line in the period (NEW opens at zero); an account with   **
      *> ** no lines opens and closes at its master balance.  Lines   **
      *> ** carrying USER= are STRMAMT maintenance (status and date   **
      *> ** changes, never money) and print as such - the field       **
      *> ** changed, its old and new value and the user, e.g.         **
      *> **    STATUS A TO D BY jdoe                                  **
      *> **                                                           **
      *> ** Posting descriptions come from the TXNCODE table through  **
      *> ** STRMTBLL, effective as of period end.  A code not on the  **
      *> ** table still prints, with the gap called out.              **
      *> **                                                           **
      *> ** The JSON copy is one object per account per line, in      **
      *> ** STRMXPT's style (UTF-8, escaped text, plain decimal       **
      *> ** numbers), with the postings as an array:                  **
      *> **    {"acct-acct-no":"..","acct-status":"..",               **
      *> **     "acct-open-date":"..","opening-balance":n,            **
      *> **     "postings":[{"seq":n,"code":"..","description":"..",  **
      *> **     "amount":n,"balance":n},...],"closing-balance":n,     **
      *> **     "master-balance":n|null,"in-balance":true|false}      **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters, audit list, master or table   **
      *> **        file                                               **
      *> **     8  at least one account out of balance, or a listed   **
      *> **        audit file that couldn't be read                   **
      *> **     4  a posting code not on the TXNCODE table            **
      *> **     0  every statement proved                             **
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
      *> ** 2026-10-15  GLC  Maintenance lines described from their   **
      *> **                  FIELD=, OLD= and NEW= values; USER=      **
      *> **                  holds the user id only.                  **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMSTM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stm-Work-File ASSIGN TO "STMWORK".

       DATA DIVISION.
       FILE SECTION.
      *> The sort key puts each account's master record (file 000)
      *> ahead of its audit lines, which follow in audit-list order
      *> and then line order - the order they were posted in.
       SD  Stm-Work-File.
       01  Stm-Work-Rec.
           05 Stm-Work-Key.
              10 Stm-Work-Acct                  PIC X(10).
              10 Stm-Work-File-No               PIC 9(03).
              10 Stm-Work-Line-No               PIC 9(07).
           05 Stm-Work-Type                     PIC X(01).
              88 Stm-Work-Is-Master             VALUE 'M'.
              88 Stm-Work-Is-Posting            VALUE 'P'.
           05 Stm-Work-Data                     PIC X(200).

       WORKING-STORAGE SECTION.

       01  Stm-Parm-Line                        PIC X(512).
       01  Stm-List-File                        PIC X(256) VALUE
                                                 SPACES.
       01  Stm-Master-File                      PIC X(256) VALUE
                                                 SPACES.
       01  Stm-From-Parm                        PIC X(10) VALUE SPACES.
       01  Stm-To-Parm                          PIC X(10) VALUE SPACES.
       01  Stm-Print-File                       PIC X(256) VALUE
                                                 SPACES.
       01  Stm-Json-File                        PIC X(256) VALUE
                                                 SPACES.
       01  Stm-Period-Parm                      PIC X(08) VALUE SPACES.
       01  Stm-From-Acct                        PIC X(10) VALUE
                                                 LOW-VALUES.
       01  Stm-To-Acct                          PIC X(10) VALUE
                                                 HIGH-VALUES.
       01  Stm-Period-End                       PIC 9(08) VALUE 0.
       01  Stm-Current-Date                     PIC X(21).
       01  Stm-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Stm-Setup-Ok                      VALUE 'Y'.
       01  Stm-Code-Table                       PIC X(16) VALUE
                                                 'TXNCODE'.

       01  Stm-List-Handle                      PIC X(4) COMP-X.
       01  Stm-In-Handle                        PIC X(4) COMP-X.
       01  Stm-Print-Handle                     PIC X(4) COMP-X.
       01  Stm-Json-Handle                      PIC X(4) COMP-X.
       01  Stm-Open-Ok-Sw                       PIC X(1) VALUE 'N'.
           88 Stm-Open-Ok                       VALUE 'Y'.
       01  Stm-List-Eof-Sw                      PIC X(1) VALUE 'N'.
           88 Stm-List-Eof                      VALUE 'Y'.
       01  Stm-In-Eof-Sw                        PIC X(1) VALUE 'N'.
           88 Stm-In-Eof                        VALUE 'Y'.
       01  Stm-Out-Done-Sw                      PIC X(1) VALUE 'N'.
           88 Stm-Out-Done                      VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Audit-list and audit-line handling.
      *> ---------------------------------------------------------------
       01  Stm-Audit-Filename                   PIC X(256).
       01  Stm-File-No                          PIC 9(03) VALUE 0.
       01  Stm-Line-No                          PIC 9(07) VALUE 0.
       01  Stm-Audit-Line                       PIC X(200).
       01  Stm-Field-Lead                       PIC X(02).
       01  Stm-Field-Acct                       PIC X(10).
       01  Stm-Field-Seq                        PIC X(10).
       01  Stm-Field-Before                     PIC X(16).
       01  Stm-Field-After                      PIC X(16).
       01  Stm-Field-Amt                        PIC X(16).
       01  Stm-Field-Code                       PIC X(04).
       01  Stm-Field-User                       PIC X(16).
       01  Stm-Field-Changed                    PIC X(08).
       01  Stm-Field-Old                        PIC X(08).
       01  Stm-Field-New                        PIC X(08).

      *> ---------------------------------------------------------------
      *> The account being stated.
      *> ---------------------------------------------------------------
       01  Stm-First-Rec-Sw                     PIC X(1) VALUE 'Y'.
           88 Stm-First-Rec                     VALUE 'Y'.
       01  Stm-Cur-Acct                         PIC X(10) VALUE SPACES.
       01  Stm-On-Master-Sw                     PIC X(1) VALUE 'N'.
           88 Stm-On-Master                     VALUE 'Y'.
       01  Stm-Master-Valid-Sw                  PIC X(1) VALUE 'N'.
           88 Stm-Master-Valid                  VALUE 'Y'.
       01  Stm-Master-Status                    PIC X(01).
       01  Stm-Master-Open-Date                 PIC X(08).
       01  Stm-Master-Balance                   PIC S9(09)V99 VALUE 0.
       01  Stm-Opening                          PIC S9(09)V99 VALUE 0.
       01  Stm-Running                          PIC S9(09)V99 VALUE 0.
       01  Stm-Amount                           PIC S9(09)V99 VALUE 0.
       01  Stm-Difference                       PIC S9(09)V99 VALUE 0.
       01  Stm-Post-Count                       PIC 9(07) VALUE 0.
       01  Stm-In-Balance-Sw                    PIC X(1) VALUE 'Y'.
           88 Stm-In-Balance                    VALUE 'Y'.
       01  Stm-Desc                             PIC X(40).

       01  Stm-Amt-Disp                         PIC ---,---,--9.99.
       01  Stm-Bal-Disp                         PIC ---,---,--9.99.
       01  Stm-Num-Disp                         PIC -(9)9.99.
       01  Stm-Seq-Disp                         PIC 9(07).
       01  Stm-Int-Disp                         PIC Z(6)9.
       01  Stm-Stmt-Disp                        PIC ZZZZ9.
       01  Stm-Print-Line                       PIC X(132).

      *> ---------------------------------------------------------------
      *> The JSON object under construction (6900 appends to it).
      *> ---------------------------------------------------------------
       01  Stm-Json-Rec                         PIC X(32767).
       01  Stm-Json-Len                         PIC 9(05) VALUE 0.
       01  Stm-Json-Text                        PIC X(80).
       01  Stm-Text-Len                         PIC 9(05).
       01  Stm-Ix                               PIC 9(05).
       01  Stm-Char                             PIC X(1).
       01  Stm-Byte-Work.
           05 Stm-Byte-Num                      PIC X(1) COMP-X.
           05 Stm-Byte-Chr REDEFINES Stm-Byte-Num
                                                PIC X(1).
       01  Stm-Hex-Digits                       PIC X(16) VALUE
           '0123456789abcdef'.
       01  Stm-Hex-High                         PIC 9(02).
       01  Stm-Hex-Low                          PIC 9(02).
       01  Stm-Json-Full-Sw                     PIC X(1) VALUE 'N'.
           88 Stm-Json-Full                     VALUE 'Y'.

       01  Stm-Audit-File-Count                 PIC 9(05) VALUE 0.
       01  Stm-Missing-File-Count               PIC 9(05) VALUE 0.
       01  Stm-Master-Read-Count                PIC 9(07) VALUE 0.
       01  Stm-Audit-Read-Count                 PIC 9(07) VALUE 0.
       01  Stm-Posting-Count                    PIC 9(07) VALUE 0.
       01  Stm-Stmt-Count                       PIC 9(07) VALUE 0.
       01  Stm-Break-Count                      PIC 9(07) VALUE 0.
       01  Stm-Unknown-Code-Count               PIC 9(07) VALUE 0.
       01  Stm-Bad-Line-Count                   PIC 9(07) VALUE 0.
       01  Stm-Write-Count                      PIC 9(07) VALUE 0.
       01  Stm-Json-Count                       PIC 9(07) VALUE 0.
       01  Stm-Count-Disp                       PIC ZZZ,ZZ9.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Stm-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Stm-Abort-Error                   VALUE 'Y'.
       01  Stm-Err-Filename                     PIC X(256).
       01  Stm-Err-Function                     PIC X(2).
       01  Stm-Err-Mode                         PIC X(1).
       01  Stm-Err-Delimiter-Mode               PIC X(1).
       01  Stm-Err-Offset                       PIC X(8) COMP-X.
       01  Stm-Err-Return-Code                  USAGE BINARY-LONG.
       01  Stm-Err-Severity                     PIC X(1).
       01  Stm-Err-Calling-Program              PIC X(8).

       COPY "acct-master.cpy".

       COPY "STRMTBLcb.cpy".
       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOHndWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Stm-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 1500-Open-Outputs THRU 1500-Exit
           IF NOT Stm-Open-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           SORT Stm-Work-File
              ON ASCENDING KEY Stm-Work-Key
              INPUT PROCEDURE IS 2000-Release-Inputs
                 THRU 2000-Exit
              OUTPUT PROCEDURE IS 5000-Print-Statements
                 THRU 5000-Exit
           PERFORM 7000-Close-Outputs THRU 7000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF NOT Stm-Setup-Ok OR Stm-Abort-Error
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 8000-Print-Summary THRU 8000-Exit
              PERFORM 8300-Write-Handoffs THRU 8300-Exit
           END-IF
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Stm-Parm-Line FROM COMMAND-LINE
           UNSTRING Stm-Parm-Line DELIMITED BY ALL SPACE
               INTO Stm-List-File, Stm-Master-File, Stm-From-Parm,
                    Stm-To-Parm, Stm-Print-File, Stm-Json-File,
                    Stm-Period-Parm
           END-UNSTRING
           MOVE 'STRMSTM' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMSTM' TO Strm-RS-Program
           MOVE Stm-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           IF Stm-List-File = SPACES OR Stm-Master-File = SPACES
              OR Stm-From-Parm = SPACES OR Stm-To-Parm = SPACES
              OR Stm-Print-File = SPACES
              DISPLAY "STRMSTM: AUDIT-LIST, MASTER-FILE, FROM-ACCT, "
                      "TO-ACCT AND PRINT-FILE ARE REQUIRED"
              MOVE 'N' TO Stm-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           IF Stm-From-Parm NOT = '*'
              MOVE Stm-From-Parm TO Stm-From-Acct
           END-IF
           IF Stm-To-Parm NOT = '*'
              MOVE Stm-To-Parm TO Stm-To-Acct
           END-IF
           IF Stm-From-Acct > Stm-To-Acct
              DISPLAY "STRMSTM: FROM-ACCT IS AFTER TO-ACCT"
              MOVE 'N' TO Stm-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           IF Stm-Json-File = SPACES
              STRING FUNCTION TRIM(Stm-Print-File, TRAILING) '.json'
                     DELIMITED BY SIZE
                     INTO Stm-Json-File
              END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE TO Stm-Current-Date
           IF Stm-Period-Parm = SPACES
              MOVE Stm-Current-Date(1:8) TO Stm-Period-End
           ELSE
              IF Stm-Period-Parm IS NOT NUMERIC
                 DISPLAY "STRMSTM: PERIOD-END MUST BE YYYYMMDD"
                 MOVE 'N' TO Stm-Setup-Ok-Sw
                 GO TO 1000-Exit
              END-IF
              MOVE Stm-Period-Parm TO Stm-Period-End
           END-IF
      *> One probe lookup up front: statements that can't say what
      *> a posting was are not worth printing.
           MOVE Stm-Code-Table TO Tbl-CB-Table-Name
           MOVE SPACES TO Tbl-CB-Code
           MOVE Stm-Period-End TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-No-Table-File
              DISPLAY "STRMSTM: CODE TABLE FILE UNREADABLE"
              MOVE 'N' TO Stm-Setup-Ok-Sw
           END-IF
           .
       1000-Exit.
           EXIT.

       1500-Open-Outputs.
           MOVE Stm-Print-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 1500-Exit
           END-IF
           MOVE SCB-Handle TO Stm-Print-Handle

           MOVE Stm-Json-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'UTF-8' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE Stm-Print-Handle TO SCB-Handle
              MOVE 'C ' TO SCB-Function
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              GO TO 1500-Exit
           END-IF
           MOVE SCB-Handle TO Stm-Json-Handle
           MOVE 'Y' TO Stm-Open-Ok-Sw
           .
       1500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Release-Inputs - SORT input procedure: the master's
      *> in-range accounts, then every in-range line of every
      *> listed audit file.
      *> ---------------------------------------------------------------
       2000-Release-Inputs.
           PERFORM 2100-Release-Master THRU 2100-Exit
           IF NOT Stm-Setup-Ok
              GO TO 2000-Exit
           END-IF
           MOVE Stm-List-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMSTM: AUDIT LIST UNREADABLE: "
                      FUNCTION TRIM(Stm-List-File, TRAILING)
              MOVE 'N' TO Stm-Setup-Ok-Sw
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Stm-List-Handle
           MOVE 'N' TO Stm-List-Eof-Sw
           PERFORM 2300-Release-One-Audit-File THRU 2300-Exit
              UNTIL Stm-List-Eof
           MOVE Stm-List-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2000-Exit.
           EXIT.

       2100-Release-Master.
           MOVE Stm-Master-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE 'N' TO Stm-Setup-Ok-Sw
              GO TO 2100-Exit
           END-IF
           MOVE SCB-Handle TO Stm-In-Handle
           MOVE 'N' TO Stm-In-Eof-Sw
           PERFORM 2200-Release-One-Account THRU 2200-Exit
              UNTIL Stm-In-Eof
           MOVE Stm-In-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 0 TO SCB-Record-Length
           .
       2100-Exit.
           EXIT.

       2200-Release-One-Account.
           MOVE Stm-In-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF acct-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Stm-Master-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Stm-In-Eof-Sw
                 GO TO 2200-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'N' TO Stm-Setup-Ok-Sw
                 MOVE 'Y' TO Stm-In-Eof-Sw
                 GO TO 2200-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF acct-record)
              TO acct-record
           IF acct-acct-no < Stm-From-Acct
              OR acct-acct-no > Stm-To-Acct
              GO TO 2200-Exit
           END-IF
           MOVE SPACES TO Stm-Work-Rec
           MOVE acct-acct-no TO Stm-Work-Acct
           MOVE 0 TO Stm-Work-File-No
           MOVE 0 TO Stm-Work-Line-No
           MOVE 'M' TO Stm-Work-Type
           MOVE acct-record TO Stm-Work-Data
           RELEASE Stm-Work-Rec
           .
       2200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2300-Release-One-Audit-File - the next name off the list.
      *> A listed file that isn't there is a hole in the period;
      *> every account it touched will fail its proof, and the run
      *> says why.
      *> ---------------------------------------------------------------
       2300-Release-One-Audit-File.
           MOVE Stm-List-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Stm-List-Eof-Sw
              GO TO 2300-Exit
           END-IF
           MOVE SPACES TO Stm-Audit-Filename
           MOVE FUNCTION TRIM(Streamio-Record-Data(1:256))
              TO Stm-Audit-Filename
           IF Stm-Audit-Filename = SPACES
              OR Stm-Audit-Filename(1:1) = '*'
              GO TO 2300-Exit
           END-IF
           ADD 1 TO Stm-File-No
           MOVE 0 TO Stm-Line-No
           MOVE Stm-Audit-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              DISPLAY "STRMSTM: AUDIT FILE MISSING: "
                      FUNCTION TRIM(Stm-Audit-Filename, TRAILING)
              ADD 1 TO Stm-Missing-File-Count
              GO TO 2300-Exit
           END-IF
           MOVE SCB-Handle TO Stm-In-Handle
           ADD 1 TO Stm-Audit-File-Count
           MOVE 'N' TO Stm-In-Eof-Sw
           PERFORM 2400-Release-One-Audit-Line THRU 2400-Exit
              UNTIL Stm-In-Eof
           MOVE Stm-In-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2300-Exit.
           EXIT.

       2400-Release-One-Audit-Line.
           MOVE Stm-In-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Stm-In-Eof-Sw
              GO TO 2400-Exit
           END-IF
           ADD 1 TO Stm-Audit-Read-Count
           ADD 1 TO Stm-Line-No
           MOVE Streamio-Record-Data(1:200) TO Stm-Audit-Line
           IF Stm-Audit-Line(1:5) NOT = 'ACCT='
              ADD 1 TO Stm-Bad-Line-Count
              GO TO 2400-Exit
           END-IF
           IF Stm-Audit-Line(6:10) < Stm-From-Acct
              OR Stm-Audit-Line(6:10) > Stm-To-Acct
              GO TO 2400-Exit
           END-IF
           MOVE SPACES TO Stm-Work-Rec
           MOVE Stm-Audit-Line(6:10) TO Stm-Work-Acct
           MOVE Stm-File-No TO Stm-Work-File-No
           MOVE Stm-Line-No TO Stm-Work-Line-No
           MOVE 'P' TO Stm-Work-Type
           MOVE Stm-Audit-Line TO Stm-Work-Data
           RELEASE Stm-Work-Rec
           .
       2400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Print-Statements - SORT output procedure: one
      *> statement per account, broken on account number.
      *> ---------------------------------------------------------------
       5000-Print-Statements.
           IF NOT Stm-Setup-Ok
              GO TO 5000-Exit
           END-IF
           MOVE 'Y' TO Stm-First-Rec-Sw
           MOVE 'N' TO Stm-Out-Done-Sw
           PERFORM 5100-Process-One-Work-Rec THRU 5100-Exit
              UNTIL Stm-Out-Done
           IF NOT Stm-First-Rec
              PERFORM 5800-Finish-Statement THRU 5800-Exit
           END-IF
           .
       5000-Exit.
           EXIT.

       5100-Process-One-Work-Rec.
           RETURN Stm-Work-File
              AT END
                 MOVE 'Y' TO Stm-Out-Done-Sw
                 GO TO 5100-Exit
           END-RETURN
           IF Stm-First-Rec
              PERFORM 5200-Start-Account THRU 5200-Exit
           ELSE
              IF Stm-Work-Acct NOT = Stm-Cur-Acct
                 PERFORM 5800-Finish-Statement THRU 5800-Exit
                 PERFORM 5200-Start-Account THRU 5200-Exit
              END-IF
           END-IF
           IF Stm-Work-Is-Master
              PERFORM 5300-Take-Master THRU 5300-Exit
           ELSE
              PERFORM 5400-Print-One-Posting THRU 5400-Exit
           END-IF
           .
       5100-Exit.
           EXIT.

       5200-Start-Account.
           MOVE 'N' TO Stm-First-Rec-Sw
           MOVE Stm-Work-Acct TO Stm-Cur-Acct
           MOVE 'N' TO Stm-On-Master-Sw
           MOVE 'N' TO Stm-Master-Valid-Sw
           MOVE SPACES TO Stm-Master-Status Stm-Master-Open-Date
           MOVE 0 TO Stm-Master-Balance Stm-Opening Stm-Running
           MOVE 0 TO Stm-Post-Count
           .
       5200-Exit.
           EXIT.

       5300-Take-Master.
           MOVE Stm-Work-Data(1:LENGTH OF acct-record) TO acct-record
           MOVE 'Y' TO Stm-On-Master-Sw
           MOVE acct-status TO Stm-Master-Status
           MOVE acct-record(18:8) TO Stm-Master-Open-Date
           IF acct-balance IS NUMERIC
              MOVE 'Y' TO Stm-Master-Valid-Sw
              MOVE acct-balance TO Stm-Master-Balance
           END-IF
           .
       5300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5400-Print-One-Posting - the first posting fixes the
      *> opening balance (its BEFORE) and opens the statement.
      *> ---------------------------------------------------------------
       5400-Print-One-Posting.
           MOVE SPACES TO Stm-Field-Lead Stm-Field-Acct Stm-Field-Seq
                          Stm-Field-Before Stm-Field-After
                          Stm-Field-Amt Stm-Field-Code Stm-Field-User
                          Stm-Field-Changed Stm-Field-Old Stm-Field-New
           UNSTRING Stm-Work-Data
               DELIMITED BY "ACCT=" OR " SEQ=" OR " BEFORE="
                           OR " AFTER=" OR " AMT=" OR " CODE="
                           OR " USER=" OR " FIELD=" OR " OLD="
                           OR " NEW="
               INTO Stm-Field-Lead, Stm-Field-Acct, Stm-Field-Seq,
                    Stm-Field-Before, Stm-Field-After,
                    Stm-Field-Amt, Stm-Field-Code, Stm-Field-User,
                    Stm-Field-Changed, Stm-Field-Old, Stm-Field-New
           END-UNSTRING
           IF Stm-Post-Count = 0
              IF Stm-Field-Before = 'NEW' OR Stm-Field-Before = SPACES
                 MOVE 0 TO Stm-Opening
              ELSE
                 COMPUTE Stm-Opening =
                    FUNCTION NUMVAL(Stm-Field-Before)
              END-IF
              MOVE Stm-Opening TO Stm-Running
              PERFORM 5500-Open-Statement THRU 5500-Exit
           END-IF
           ADD 1 TO Stm-Post-Count
           ADD 1 TO Stm-Posting-Count
           MOVE 0 TO Stm-Amount
           IF Stm-Field-Amt NOT = SPACES
              COMPUTE Stm-Amount = FUNCTION NUMVAL(Stm-Field-Amt)
           END-IF
           ADD Stm-Amount TO Stm-Running
           PERFORM 5450-Describe-Posting THRU 5450-Exit
           MOVE 0 TO Stm-Seq-Disp
           IF Stm-Field-Seq NOT = SPACES
              COMPUTE Stm-Seq-Disp = FUNCTION NUMVAL(Stm-Field-Seq)
           END-IF
           MOVE Stm-Amount TO Stm-Amt-Disp
           MOVE Stm-Running TO Stm-Bal-Disp
           MOVE SPACES TO Stm-Print-Line
           STRING '  ' Stm-Seq-Disp
                  '  ' Stm-Field-Code
                  '  ' Stm-Desc
                  '  ' Stm-Amt-Disp
                  '  ' Stm-Bal-Disp
                  DELIMITED BY SIZE
                  INTO Stm-Print-Line
           END-STRING
           PERFORM 7500-Write-Print-Line THRU 7500-Exit

           IF Stm-Post-Count > 1
              MOVE ',' TO Stm-Char
              PERFORM 6900-Append-Json-Char THRU 6900-Exit
           END-IF
           MOVE '{"seq":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Seq-Disp TO Stm-Int-Disp
           PERFORM 6200-Append-Json-Integer THRU 6200-Exit
           MOVE ',"code":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Field-Code TO Stm-Json-Text
           PERFORM 6500-Append-Json-String THRU 6500-Exit
           MOVE ',"description":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Desc TO Stm-Json-Text
           PERFORM 6500-Append-Json-String THRU 6500-Exit
           MOVE ',"amount":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Amount TO Stm-Num-Disp
           PERFORM 6300-Append-Json-Number THRU 6300-Exit
           MOVE ',"balance":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Running TO Stm-Num-Disp
           PERFORM 6300-Append-Json-Number THRU 6300-Exit
           MOVE '}' TO Stm-Char
           PERFORM 6900-Append-Json-Char THRU 6900-Exit
           .
       5400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5450-Describe-Posting - STRMAMT's maintenance lines (they
      *> carry USER=) say who changed what, from FIELD=, OLD= and
      *> NEW= where the line has them; everything else is described
      *> from the code table.
      *> ---------------------------------------------------------------
       5450-Describe-Posting.
           MOVE SPACES TO Stm-Desc
           IF Stm-Field-User NOT = SPACES
              EVALUATE Stm-Field-Changed
                 WHEN 'STATUS'
                    STRING 'STATUS '
                           FUNCTION TRIM(Stm-Field-Old, TRAILING)
                           ' TO '
                           FUNCTION TRIM(Stm-Field-New, TRAILING)
                           ' BY '
                           FUNCTION TRIM(Stm-Field-User, TRAILING)
                           DELIMITED BY SIZE
                           INTO Stm-Desc
                    END-STRING
                 WHEN 'OPENDATE'
                    STRING 'OPENED '
                           FUNCTION TRIM(Stm-Field-New, TRAILING)
                           ' WAS '
                           FUNCTION TRIM(Stm-Field-Old, TRAILING)
                           ' BY '
                           FUNCTION TRIM(Stm-Field-User, TRAILING)
                           DELIMITED BY SIZE
                           INTO Stm-Desc
                    END-STRING
                 WHEN OTHER
                    STRING 'ACCOUNT MAINTENANCE BY '
                           FUNCTION TRIM(Stm-Field-User, TRAILING)
                           DELIMITED BY SIZE
                           INTO Stm-Desc
                    END-STRING
              END-EVALUATE
              GO TO 5450-Exit
           END-IF
           MOVE Stm-Code-Table TO Tbl-CB-Table-Name
           MOVE Stm-Field-Code TO Tbl-CB-Code
           MOVE Stm-Period-End TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-Found
              MOVE Tbl-CB-Desc TO Stm-Desc
           ELSE
              MOVE '*** CODE NOT ON TXNCODE TABLE ***' TO Stm-Desc
              ADD 1 TO Stm-Unknown-Code-Count
           END-IF
           .
       5450-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5500-Open-Statement - heading, account line and opening
      *> balance on the print file; the leading members and the
      *> start of the postings array in the JSON object.
      *> ---------------------------------------------------------------
       5500-Open-Statement.
           ADD 1 TO Stm-Stmt-Count
           MOVE Stm-Stmt-Count TO Stm-Stmt-Disp
           MOVE SPACES TO Stm-Print-Line
           STRING 'STREAMIO ACCOUNT STATEMENT   PERIOD ENDING '
                  Stm-Period-End(1:4) '-' Stm-Period-End(5:2) '-'
                  Stm-Period-End(7:2)
                  '   STATEMENT ' Stm-Stmt-Disp
                  DELIMITED BY SIZE
                  INTO Stm-Print-Line
           END-STRING
           PERFORM 7500-Write-Print-Line THRU 7500-Exit
           MOVE SPACES TO Stm-Print-Line
           IF Stm-On-Master
              STRING 'ACCOUNT ' Stm-Cur-Acct
                     '   STATUS ' Stm-Master-Status
                     '   OPENED ' Stm-Master-Open-Date
                     DELIMITED BY SIZE
                     INTO Stm-Print-Line
              END-STRING
           ELSE
              STRING 'ACCOUNT ' Stm-Cur-Acct
                     '   *** NOT ON ACCOUNT MASTER ***'
                     DELIMITED BY SIZE
                     INTO Stm-Print-Line
              END-STRING
           END-IF
           PERFORM 7500-Write-Print-Line THRU 7500-Exit
           MOVE ALL '-' TO Stm-Print-Line(1:89)
           PERFORM 7500-Write-Print-Line THRU 7500-Exit
           MOVE SPACES TO Stm-Print-Line
           STRING '  SEQ      CODE  DESCRIPTION'
                  '                                       AMOUNT'
                  '         BALANCE'
                  DELIMITED BY SIZE
                  INTO Stm-Print-Line
           END-STRING
           PERFORM 7500-Write-Print-Line THRU 7500-Exit
           MOVE Stm-Opening TO Stm-Bal-Disp
           MOVE SPACES TO Stm-Print-Line
           MOVE 'OPENING BALANCE' TO Stm-Print-Line(18:15)
           MOVE Stm-Bal-Disp TO Stm-Print-Line(76:14)
           PERFORM 7500-Write-Print-Line THRU 7500-Exit

           MOVE SPACES TO Stm-Json-Rec
           MOVE 0 TO Stm-Json-Len
           MOVE 'N' TO Stm-Json-Full-Sw
           MOVE '{"acct-acct-no":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Cur-Acct TO Stm-Json-Text
           PERFORM 6500-Append-Json-String THRU 6500-Exit
           MOVE ',"acct-status":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Master-Status TO Stm-Json-Text
           PERFORM 6500-Append-Json-String THRU 6500-Exit
           MOVE ',"acct-open-date":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Master-Open-Date TO Stm-Json-Text
           PERFORM 6500-Append-Json-String THRU 6500-Exit
           MOVE ',"opening-balance":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Opening TO Stm-Num-Disp
           PERFORM 6300-Append-Json-Number THRU 6300-Exit
           MOVE ',"postings":[' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           .
       5500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5800-Finish-Statement - closing balance and the proof.  An
      *> account with no postings this period opens and closes at
      *> its master balance; its statement still goes out.
      *> ---------------------------------------------------------------
       5800-Finish-Statement.
           IF Stm-Post-Count = 0
              MOVE Stm-Master-Balance TO Stm-Opening
              MOVE Stm-Opening TO Stm-Running
              PERFORM 5500-Open-Statement THRU 5500-Exit
              MOVE SPACES TO Stm-Print-Line
              MOVE 'NO ACTIVITY THIS PERIOD' TO Stm-Print-Line(18:23)
              PERFORM 7500-Write-Print-Line THRU 7500-Exit
           END-IF
           MOVE Stm-Running TO Stm-Bal-Disp
           MOVE SPACES TO Stm-Print-Line
           MOVE 'CLOSING BALANCE' TO Stm-Print-Line(18:15)
           MOVE Stm-Bal-Disp TO Stm-Print-Line(76:14)
           PERFORM 7500-Write-Print-Line THRU 7500-Exit
           MOVE 'Y' TO Stm-In-Balance-Sw
           MOVE SPACES TO Stm-Print-Line
           MOVE 'MASTER BALANCE' TO Stm-Print-Line(18:14)
           EVALUATE TRUE
              WHEN NOT Stm-On-Master
                 MOVE 'N' TO Stm-In-Balance-Sw
                 MOVE '*** NONE ***' TO Stm-Print-Line(78:12)
              WHEN NOT Stm-Master-Valid
                 MOVE 'N' TO Stm-In-Balance-Sw
                 MOVE '*** INVALID ***' TO Stm-Print-Line(75:15)
              WHEN OTHER
                 MOVE Stm-Master-Balance TO Stm-Bal-Disp
                 MOVE Stm-Bal-Disp TO Stm-Print-Line(76:14)
                 IF Stm-Master-Balance NOT = Stm-Running
                    MOVE 'N' TO Stm-In-Balance-Sw
                 END-IF
           END-EVALUATE
           PERFORM 7500-Write-Print-Line THRU 7500-Exit
           MOVE SPACES TO Stm-Print-Line
           IF Stm-In-Balance
              MOVE 'PROVED - OPENING PLUS POSTINGS EQUALS MASTER'
                 TO Stm-Print-Line(18:44)
           ELSE
              ADD 1 TO Stm-Break-Count
              IF Stm-On-Master AND Stm-Master-Valid
                 COMPUTE Stm-Difference =
                    Stm-Master-Balance - Stm-Running
                 MOVE Stm-Difference TO Stm-Amt-Disp
                 STRING '*** OUT OF BALANCE - MASTER DIFFERS BY '
                        FUNCTION TRIM(Stm-Amt-Disp) ' ***'
                        DELIMITED BY SIZE
                        INTO Stm-Print-Line(18:72)
                 END-STRING
              ELSE
                 MOVE '*** OUT OF BALANCE - NO USABLE MASTER ***'
                    TO Stm-Print-Line(18:41)
              END-IF
              DISPLAY "STRMSTM: ACCOUNT " Stm-Cur-Acct
                      " OUT OF BALANCE"
           END-IF
           PERFORM 7500-Write-Print-Line THRU 7500-Exit
           MOVE SPACES TO Stm-Print-Line
           PERFORM 7500-Write-Print-Line THRU 7500-Exit

           MOVE '],"closing-balance":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           MOVE Stm-Running TO Stm-Num-Disp
           PERFORM 6300-Append-Json-Number THRU 6300-Exit
           MOVE ',"master-balance":' TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           IF Stm-On-Master AND Stm-Master-Valid
              MOVE Stm-Master-Balance TO Stm-Num-Disp
              PERFORM 6300-Append-Json-Number THRU 6300-Exit
           ELSE
              MOVE 'null' TO Stm-Json-Text
              PERFORM 6100-Append-Json-Text THRU 6100-Exit
           END-IF
           IF Stm-In-Balance
              MOVE ',"in-balance":true}' TO Stm-Json-Text
           ELSE
              MOVE ',"in-balance":false}' TO Stm-Json-Text
           END-IF
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           IF Stm-Json-Full
              DISPLAY "STRMSTM: ACCOUNT " Stm-Cur-Acct
                      " TOO MANY POSTINGS FOR ONE JSON LINE - "
                      "TRUNCATED"
           END-IF
           MOVE SPACES TO Streamio-Record-Data
           MOVE Stm-Json-Rec(1:Stm-Json-Len)
              TO Streamio-Record-Data(1:Stm-Json-Len)
           MOVE Stm-Json-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Stm-Json-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       5800-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6100-6900 - JSON assembly.  Member names and punctuation go
      *> in as-is; text values are escaped the way STRMXPT escapes
      *> them; numbers are trimmed edited decimals.
      *> ---------------------------------------------------------------
       6100-Append-Json-Text.
           COMPUTE Stm-Text-Len = FUNCTION LENGTH(
              FUNCTION TRIM(Stm-Json-Text, TRAILING))
           MOVE 0 TO Stm-Ix
           PERFORM 6150-Append-One-Text-Char THRU 6150-Exit
              VARYING Stm-Ix FROM 1 BY 1
              UNTIL Stm-Ix > Stm-Text-Len
           .
       6100-Exit.
           EXIT.

       6150-Append-One-Text-Char.
           MOVE Stm-Json-Text(Stm-Ix:1) TO Stm-Char
           PERFORM 6900-Append-Json-Char THRU 6900-Exit
           .
       6150-Exit.
           EXIT.

       6200-Append-Json-Integer.
           MOVE FUNCTION TRIM(Stm-Int-Disp, LEADING) TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           .
       6200-Exit.
           EXIT.

       6300-Append-Json-Number.
           MOVE FUNCTION TRIM(Stm-Num-Disp, LEADING) TO Stm-Json-Text
           PERFORM 6100-Append-Json-Text THRU 6100-Exit
           .
       6300-Exit.
           EXIT.

       6500-Append-Json-String.
           MOVE '"' TO Stm-Char
           PERFORM 6900-Append-Json-Char THRU 6900-Exit
           MOVE 0 TO Stm-Text-Len
           IF Stm-Json-Text NOT = SPACES
              COMPUTE Stm-Text-Len = FUNCTION LENGTH(
                 FUNCTION TRIM(Stm-Json-Text, TRAILING))
           END-IF
           MOVE 0 TO Stm-Ix
           PERFORM 6600-Append-One-String-Char THRU 6600-Exit
              VARYING Stm-Ix FROM 1 BY 1
              UNTIL Stm-Ix > Stm-Text-Len
           MOVE '"' TO Stm-Char
           PERFORM 6900-Append-Json-Char THRU 6900-Exit
           .
       6500-Exit.
           EXIT.

       6600-Append-One-String-Char.
           MOVE Stm-Json-Text(Stm-Ix:1) TO Stm-Char
           MOVE Stm-Char TO Stm-Byte-Chr
           EVALUATE TRUE
              WHEN Stm-Char = '"'
                 MOVE '\' TO Stm-Char
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
                 MOVE '"' TO Stm-Char
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
              WHEN Stm-Char = '\'
                 MOVE '\' TO Stm-Char
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
                 MOVE '\' TO Stm-Char
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
              WHEN Stm-Byte-Num < 32
                 DIVIDE Stm-Byte-Num BY 16 GIVING Stm-Hex-High
                    REMAINDER Stm-Hex-Low
                 MOVE '\' TO Stm-Char
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
                 MOVE 'u' TO Stm-Char
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
                 MOVE '0' TO Stm-Char
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
                 MOVE Stm-Hex-Digits(Stm-Hex-High + 1:1) TO Stm-Char
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
                 MOVE Stm-Hex-Digits(Stm-Hex-Low + 1:1) TO Stm-Char
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
              WHEN OTHER
                 PERFORM 6900-Append-Json-Char THRU 6900-Exit
           END-EVALUATE
           .
       6600-Exit.
           EXIT.

       6900-Append-Json-Char.
           IF Stm-Json-Len < LENGTH OF Stm-Json-Rec
              ADD 1 TO Stm-Json-Len
              MOVE Stm-Char TO Stm-Json-Rec(Stm-Json-Len:1)
           ELSE
              MOVE 'Y' TO Stm-Json-Full-Sw
           END-IF
           .
       6900-Exit.
           EXIT.

       7000-Close-Outputs.
           IF NOT Stm-Open-Ok
              GO TO 7000-Exit
           END-IF
           MOVE Stm-Print-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE Stm-Json-Handle TO SCB-Handle
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       7000-Exit.
           EXIT.

       7500-Write-Print-Line.
           MOVE SPACES TO Streamio-Record-Data
           MOVE Stm-Print-Line TO Streamio-Record-Data(1:132)
           MOVE Stm-Print-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Stm-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       7500-Exit.
           EXIT.

       8000-Print-Summary.
           DISPLAY " "
           DISPLAY "STREAMIO ACCOUNT STATEMENT SUMMARY"
           DISPLAY "MASTER:  " FUNCTION TRIM(Stm-Master-File, TRAILING)
           DISPLAY "PRINT:   " FUNCTION TRIM(Stm-Print-File, TRAILING)
           DISPLAY "JSON:    " FUNCTION TRIM(Stm-Json-File, TRAILING)
           DISPLAY "PERIOD ENDING " Stm-Period-End
           DISPLAY " "
           MOVE Stm-Audit-File-Count TO Stm-Count-Disp
           DISPLAY "AUDIT FILES READ  . . . " Stm-Count-Disp
           MOVE Stm-Missing-File-Count TO Stm-Count-Disp
           DISPLAY "AUDIT FILES MISSING . . " Stm-Count-Disp
           MOVE Stm-Posting-Count TO Stm-Count-Disp
           DISPLAY "POSTINGS STATED . . . . " Stm-Count-Disp
           MOVE Stm-Stmt-Count TO Stm-Count-Disp
           DISPLAY "STATEMENTS PRODUCED . . " Stm-Count-Disp
           MOVE Stm-Break-Count TO Stm-Count-Disp
           DISPLAY "OUT OF BALANCE  . . . . " Stm-Count-Disp
           MOVE Stm-Unknown-Code-Count TO Stm-Count-Disp
           DISPLAY "CODES NOT ON TABLE  . . " Stm-Count-Disp
           MOVE Stm-Bad-Line-Count TO Stm-Count-Disp
           DISPLAY "UNRECOGNIZED LINES  . . " Stm-Count-Disp
           IF Stm-Unknown-Code-Count > 0 OR Stm-Bad-Line-Count > 0
              IF 4 > RETURN-CODE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF Stm-Break-Count > 0 OR Stm-Missing-File-Count > 0
              IF 8 > RETURN-CODE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .
       8000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8300-Write-Handoffs - the standard control-handoff records
      *> (see STREAMIOHnd.cpy): the master in, the JSON copy out.
      *> ---------------------------------------------------------------
       8300-Write-Handoffs.
           MOVE 'STRMSTM' TO Strm-HO-Program
           MOVE 'N' TO Strm-HO-Amount-Sw
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE Stm-Master-File TO Strm-HO-Filename
           MOVE Stm-Master-Read-Count TO Strm-HO-Record-Count
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'OUT' TO Strm-HO-Direction
           MOVE Stm-Json-File TO Strm-HO-Filename
           MOVE Stm-Json-Count TO Strm-HO-Record-Count
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
           IF NOT Stm-Abort-Error
              MOVE 'Y' TO Stm-Err-Sw
              MOVE SCB-Filename TO Stm-Err-Filename
              MOVE SCB-Function TO Stm-Err-Function
              MOVE SCB-Mode TO Stm-Err-Mode
              MOVE SCB-Delimiter-Mode TO Stm-Err-Delimiter-Mode
              MOVE SCB-Offset TO Stm-Err-Offset
              MOVE SCB-Return-Code TO Stm-Err-Return-Code
              MOVE SCB-Severity TO Stm-Err-Severity
              MOVE SCB-Calling-Program TO Stm-Err-Calling-Program
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
           IF Stm-Abort-Error
              MOVE Stm-Err-Filename TO SCB-Filename
              MOVE Stm-Err-Function TO SCB-Function
              MOVE Stm-Err-Mode TO SCB-Mode
              MOVE Stm-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Stm-Err-Offset TO SCB-Offset
              MOVE Stm-Err-Return-Code TO SCB-Return-Code
              MOVE Stm-Err-Severity TO SCB-Severity
              MOVE Stm-Err-Calling-Program TO SCB-Calling-Program
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
              Stm-Master-Read-Count + Stm-Audit-Read-Count
           MOVE Stm-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMSTM-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
