      *> ***************************************************************
      *> ** Program:  STRMDRM.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMDRM is the monthly dormancy run.  It reads the        **
      *> ** account master (acct-master.cpy) and, from each           **
      *> ** account's last customer activity (acct-last-activity,     **
      *> ** which STRMUPD stamps whenever a customer-initiated code   **
      *> ** posts), moves open accounts that have gone quiet to       **
      *> ** dormant status ('D'), lists dormant accounts approaching  **
      *> ** the unclaimed-property deadline, and writes the accounts  **
      *> ** that have reached it to the unclaimed-property report     **
      *> ** file.  As with STRMUPD the old master is never touched -  **
      *> ** a new master is written.  A customer posting to a dormant **
      *> ** account reactivates it in STRMUPD, not here.              **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    old-master new-master unclaimed-file [month-YYYYMM]    **
      *> ** month defaults to the calendar month before today, as     **
      *> ** for STRMACR; everything is measured as of its last day.   **
      *> **                                                           **
      *> ** The rules are effective-dated STRMTBL entries on the      **
      *> ** DRMPARM table, looked up (STRMTBLL) as of the month's     **
      *> ** last day, the description holding the number of months:   **
      *> **    DORMANT    months without activity before an open      **
      *> **               account goes dormant (default 12)           **
      *> **    UNCLAIMED  months without activity at which a dormant  **
      *> **               balance is reportable unclaimed property    **
      *> **               (default 36)                                **
      *> **    WARN       months before that deadline from which a    **
      *> **               dormant account is listed as approaching    **
      *> **               it (default 6)                              **
      *> ** Months are whole calendar months from the last-activity   **
      *> ** date to the month end.                                    **
      *> **                                                           **
      *> ** An account with no last-activity date yet (one that has   **
      *> ** had no customer posting since STRMUPD began recording it) **
      *> ** has the month end stamped as its starting point and is    **
      *> ** not made dormant this month - no account goes dormant     **
      *> ** without inactivity actually on record.  Closed accounts   **
      *> ** are copied untouched.  A last-activity date after the     **
      *> ** month end (the month being run late, after later          **
      *> ** postings) is left as it is and the account counted as     **
      *> ** active this month.                                        **
      *> **                                                           **
      *> ** The unclaimed-property report file is one Unix-delimited  **
      *> ** keyword line per dormant account past the deadline with   **
      *> ** a balance to report:                                      **
      *> **    ACCT=a BALANCE=amt LASTACT=yyyymmdd OPENED=yyyymmdd    **
      *> **    DEADLINE=yyyymmdd ASOF=yyyymmdd                        **
      *> ** (one line).  An account stays on it every month until the **
      *> ** remittance is posted and the account closed through the   **
      *> ** ordinary feed.  A dormant account past the deadline at    **
      *> ** zero or less is listed but has nothing to report.         **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters, master, table file or output  **
      *> **     4  accounts written to the unclaimed-property file,   **
      *> **        or a master balance that isn't valid packed        **
      *> **        numeric (copied unchanged)                         **
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
      *> ** 2026-10-15  GLC  A last-activity date after the month end **
      *> **                  no longer re-seeded; the account is      **
      *> **                  counted active.                          **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMDRM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Drm-Parm-Line                        PIC X(512).
       01  Drm-Old-Master-File                  PIC X(256) VALUE
                                                 SPACES.
       01  Drm-New-Master-File                  PIC X(256) VALUE
                                                 SPACES.
       01  Drm-Unclaimed-File                   PIC X(256) VALUE
                                                 SPACES.
       01  Drm-Month-Parm                       PIC X(06) VALUE SPACES.
       01  Drm-Month                            PIC 9(06) VALUE 0.
       01  Drm-Month-Parts REDEFINES Drm-Month.
           05 Drm-Month-Year                    PIC 9(04).
           05 Drm-Month-Mm                      PIC 9(02).
       01  Drm-Next-First                       PIC 9(08) VALUE 0.
       01  Drm-Month-End                        PIC 9(08) VALUE 0.
       01  Drm-End-Parts REDEFINES Drm-Month-End.
           05 Drm-End-Year                      PIC 9(04).
           05 Drm-End-Mm                        PIC 9(02).
           05 Drm-End-Dd                        PIC 9(02).
       01  Drm-Current-Date                     PIC X(21).
       01  Drm-Work-Year                        PIC 9(04).
       01  Drm-Work-Mm                          PIC 9(02).
       01  Drm-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Drm-Setup-Ok                      VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The rules, from the DRMPARM table as of the month end.
      *> ---------------------------------------------------------------
       01  Drm-Param-Table-Name                 PIC X(16) VALUE
                                                 'DRMPARM'.
       01  Drm-Dormant-Months                   PIC 9(04) VALUE 12.
       01  Drm-Unclaimed-Months                 PIC 9(04) VALUE 36.
       01  Drm-Warn-Months                      PIC 9(04) VALUE 6.
       01  Drm-Warn-From                        PIC 9(04) VALUE 0.
       01  Drm-Param-Code                       PIC X(20).
       01  Drm-Param-Value                      PIC S9(09)V99 VALUE 0.
       01  Drm-Param-Found-Sw                   PIC X(1) VALUE 'N'.
           88 Drm-Param-Found                   VALUE 'Y'.
       01  Drm-Dormant-Source                   PIC X(09) VALUE
                                                 'DEFAULT'.
       01  Drm-Unclaimed-Source                 PIC X(09) VALUE
                                                 'DEFAULT'.
       01  Drm-Warn-Source                      PIC X(09) VALUE
                                                 'DEFAULT'.

       01  Drm-Old-Handle                       PIC X(4) COMP-X.
       01  Drm-New-Handle                       PIC X(4) COMP-X.
       01  Drm-Unc-Handle                       PIC X(4) COMP-X.
       01  Drm-Open-Ok-Sw                       PIC X(1) VALUE 'N'.
           88 Drm-Open-Ok                       VALUE 'Y'.
       01  Drm-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Drm-Eof                           VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The account in hand: its last activity, and the whole
      *> months from there to the month end.
      *> ---------------------------------------------------------------
       01  Drm-Last-Act                         PIC 9(08) VALUE 0.
       01  Drm-Last-Parts REDEFINES Drm-Last-Act.
           05 Drm-Last-Year                     PIC 9(04).
           05 Drm-Last-Mm                       PIC 9(02).
           05 Drm-Last-Dd                       PIC 9(02).
       01  Drm-Months-Idle                      PIC S9(06) VALUE 0.
       01  Drm-Deadline                         PIC 9(08) VALUE 0.
       01  Drm-Dl-Parts REDEFINES Drm-Deadline.
           05 Drm-Dl-Year                       PIC 9(04).
           05 Drm-Dl-Mm                         PIC 9(02).
           05 Drm-Dl-Dd                         PIC 9(02).
       01  Drm-Month-Total                      PIC 9(06) VALUE 0.
       01  Drm-Dl-Next-First                    PIC 9(08) VALUE 0.
       01  Drm-Dl-Last-Day                      PIC 9(08) VALUE 0.
       01  Drm-Dl-Last-Parts REDEFINES Drm-Dl-Last-Day.
           05 FILLER                            PIC 9(06).
           05 Drm-Dl-Last-Dd                    PIC 9(02).
       01  Drm-Balance                          PIC S9(09)V99 VALUE 0.

      *> ---------------------------------------------------------------
      *> The listings, held until the summary.  Type D went dormant
      *> this month, A is approaching the deadline, U is past it.
      *> ---------------------------------------------------------------
       01  Drm-Max-Listed                       PIC 9(05) VALUE 10000.
       01  Drm-List-Count                       PIC 9(05) VALUE 0.
       01  Drm-Not-Listed-Count                 PIC 9(07) VALUE 0.
       01  Drm-List-Table.
           05 Drm-List-Entry OCCURS 10000 TIMES.
              10 Drm-Lst-Type                   PIC X(01).
              10 Drm-Lst-Acct                   PIC X(10).
              10 Drm-Lst-Balance                PIC S9(09)V99.
              10 Drm-Lst-Last-Act               PIC 9(08).
              10 Drm-Lst-Months                 PIC 9(04).
              10 Drm-Lst-Deadline               PIC 9(08).
       01  Drm-List-Sub                         PIC 9(05) VALUE 0.
       01  Drm-List-Type                        PIC X(01).
       01  Drm-Lst-Type-Count                   PIC 9(07) VALUE 0.

       01  Drm-Read-Count                       PIC 9(07) VALUE 0.
       01  Drm-Write-Count                      PIC 9(07) VALUE 0.
       01  Drm-Master-Write-Count               PIC 9(07) VALUE 0.
       01  Drm-Unc-Write-Count                  PIC 9(07) VALUE 0.
       01  Drm-Closed-Count                     PIC 9(07) VALUE 0.
       01  Drm-Open-Count                       PIC 9(07) VALUE 0.
       01  Drm-Dormant-Count                    PIC 9(07) VALUE 0.
       01  Drm-New-Dormant-Count                PIC 9(07) VALUE 0.
       01  Drm-New-Dormant-Amount               PIC S9(11)V99 VALUE 0.
       01  Drm-Approach-Count                   PIC 9(07) VALUE 0.
       01  Drm-Approach-Amount                  PIC S9(11)V99 VALUE 0.
       01  Drm-Unclaimed-Count                  PIC 9(07) VALUE 0.
       01  Drm-Unclaimed-Amount                 PIC S9(11)V99 VALUE 0.
       01  Drm-Unc-Zero-Count                   PIC 9(07) VALUE 0.
       01  Drm-Seeded-Count                     PIC 9(07) VALUE 0.
       01  Drm-Invalid-Count                    PIC 9(07) VALUE 0.
       01  Drm-Other-Status-Count               PIC 9(07) VALUE 0.
       01  Drm-Count-Disp                       PIC ZZZ,ZZ9.
       01  Drm-Amount-Disp                      PIC -,---,---,--9.99.
       01  Drm-Months-Disp                      PIC ZZZ9.
       01  Drm-Amt-Edit                         PIC -(9)9.99.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Drm-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Drm-Abort-Error                   VALUE 'Y'.
       01  Drm-Err-Filename                     PIC X(256).
       01  Drm-Err-Function                     PIC X(2).
       01  Drm-Err-Mode                         PIC X(1).
       01  Drm-Err-Delimiter-Mode               PIC X(1).
       01  Drm-Err-Offset                       PIC X(8) COMP-X.
       01  Drm-Err-Return-Code                  USAGE BINARY-LONG.
       01  Drm-Err-Severity                     PIC X(1).
       01  Drm-Err-Calling-Program              PIC X(8).

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
           IF NOT Drm-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 1100-Load-Parameters THRU 1100-Exit
           PERFORM 3000-Open-Files THRU 3000-Exit
           IF NOT Drm-Open-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           MOVE 'N' TO Drm-Eof-Sw
           PERFORM 4000-Review-One-Account THRU 4000-Exit
              UNTIL Drm-Eof OR Drm-Abort-Error
           PERFORM 7000-Close-Files THRU 7000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF Drm-Abort-Error
              DISPLAY "STRMDRM: NEW MASTER INCOMPLETE - DO NOT "
                      "PROMOTE IT"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 8000-Print-Summary THRU 8000-Exit
           PERFORM 8300-Write-Handoffs THRU 8300-Exit
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Drm-Parm-Line FROM COMMAND-LINE
           UNSTRING Drm-Parm-Line DELIMITED BY ALL SPACE
               INTO Drm-Old-Master-File, Drm-New-Master-File,
                    Drm-Unclaimed-File, Drm-Month-Parm
           END-UNSTRING
           MOVE 'STRMDRM' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMDRM' TO Strm-RS-Program
           MOVE Drm-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           IF Drm-Old-Master-File = SPACES
              OR Drm-New-Master-File = SPACES
              OR Drm-Unclaimed-File = SPACES
              DISPLAY "STRMDRM: OLD-MASTER, NEW-MASTER AND "
                      "UNCLAIMED-FILE ARE ALL REQUIRED"
              MOVE 'N' TO Drm-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           MOVE FUNCTION CURRENT-DATE TO Drm-Current-Date
           IF Drm-Month-Parm = SPACES
              MOVE Drm-Current-Date(1:4) TO Drm-Work-Year
              MOVE Drm-Current-Date(5:2) TO Drm-Work-Mm
              IF Drm-Work-Mm = 1
                 SUBTRACT 1 FROM Drm-Work-Year
                 MOVE 12 TO Drm-Work-Mm
              ELSE
                 SUBTRACT 1 FROM Drm-Work-Mm
              END-IF
              MOVE Drm-Work-Year TO Drm-Month-Year
              MOVE Drm-Work-Mm TO Drm-Month-Mm
           ELSE
              IF Drm-Month-Parm IS NOT NUMERIC
                 OR Drm-Month-Parm(5:2) < '01'
                 OR Drm-Month-Parm(5:2) > '12'
                 DISPLAY "STRMDRM: MONTH MUST BE YYYYMM"
                 MOVE 'N' TO Drm-Setup-Ok-Sw
                 GO TO 1000-Exit
              END-IF
              MOVE Drm-Month-Parm TO Drm-Month
           END-IF
      *> The month's last day is the day before the next month's
      *> first.
           MOVE Drm-Month-Year TO Drm-Work-Year
           MOVE Drm-Month-Mm TO Drm-Work-Mm
           IF Drm-Work-Mm = 12
              ADD 1 TO Drm-Work-Year
              MOVE 1 TO Drm-Work-Mm
           ELSE
              ADD 1 TO Drm-Work-Mm
           END-IF
           COMPUTE Drm-Next-First =
              Drm-Work-Year * 10000 + Drm-Work-Mm * 100 + 1
           COMPUTE Drm-Month-End = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(Drm-Next-First) - 1)
      *> A table file that can't be read would run on defaults the
      *> shop may not have agreed to - refuse instead.
           MOVE Drm-Param-Table-Name TO Tbl-CB-Table-Name
           MOVE SPACES TO Tbl-CB-Code
           MOVE Drm-Month-End TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-No-Table-File
              DISPLAY "STRMDRM: CODE TABLE FILE UNREADABLE"
              MOVE 'N' TO Drm-Setup-Ok-Sw
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1100-Load-Parameters - the three month counts as of the
      *> month end; any one missing keeps its default, and the
      *> summary says which were used.
      *> ---------------------------------------------------------------
       1100-Load-Parameters.
           MOVE 'DORMANT' TO Drm-Param-Code
           PERFORM 1150-Lookup-Parameter THRU 1150-Exit
           IF Drm-Param-Found
              MOVE Drm-Param-Value TO Drm-Dormant-Months
              MOVE 'DRMPARM' TO Drm-Dormant-Source
           END-IF
           MOVE 'UNCLAIMED' TO Drm-Param-Code
           PERFORM 1150-Lookup-Parameter THRU 1150-Exit
           IF Drm-Param-Found
              MOVE Drm-Param-Value TO Drm-Unclaimed-Months
              MOVE 'DRMPARM' TO Drm-Unclaimed-Source
           END-IF
           MOVE 'WARN' TO Drm-Param-Code
           PERFORM 1150-Lookup-Parameter THRU 1150-Exit
           IF Drm-Param-Found
              MOVE Drm-Param-Value TO Drm-Warn-Months
              MOVE 'DRMPARM' TO Drm-Warn-Source
           END-IF
           IF Drm-Warn-Months > Drm-Unclaimed-Months
              MOVE 0 TO Drm-Warn-From
           ELSE
              COMPUTE Drm-Warn-From =
                 Drm-Unclaimed-Months - Drm-Warn-Months
           END-IF
           .
       1100-Exit.
           EXIT.

       1150-Lookup-Parameter.
           MOVE 'N' TO Drm-Param-Found-Sw
           MOVE 0 TO Drm-Param-Value
           MOVE Drm-Param-Table-Name TO Tbl-CB-Table-Name
           MOVE Drm-Param-Code TO Tbl-CB-Code
           MOVE Drm-Month-End TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-Found
              AND FUNCTION TEST-NUMVAL(Tbl-CB-Desc) = 0
              COMPUTE Drm-Param-Value = FUNCTION NUMVAL(Tbl-CB-Desc)
              IF Drm-Param-Value >= 0 AND Drm-Param-Value < 10000
                 MOVE 'Y' TO Drm-Param-Found-Sw
              END-IF
           END-IF
           .
       1150-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Open-Files - both masters fixed binary (DELIM-None),
      *> the unclaimed-property file Unix-delimited.  Any open
      *> failure closes whatever did open so no handle leaks.
      *> ---------------------------------------------------------------
       3000-Open-Files.
           MOVE Drm-Old-Master-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'N' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Drm-Old-Handle

           MOVE Drm-New-Master-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE Drm-Old-Handle TO SCB-Handle
              MOVE 'C ' TO SCB-Function
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Drm-New-Handle

           MOVE Drm-Unclaimed-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE Drm-Old-Handle TO SCB-Handle
              MOVE 'C ' TO SCB-Function
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              MOVE Drm-New-Handle TO SCB-Handle
              CALL "STREAMIO" USING Streamio-CB, Streamio-Record
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Drm-Unc-Handle
           MOVE 'Y' TO Drm-Open-Ok-Sw
           .
       3000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Review-One-Account - read one master record, apply the
      *> dormancy rules to it, and write it to the new master.
      *> ---------------------------------------------------------------
       4000-Review-One-Account.
           MOVE Drm-Old-Handle TO SCB-Handle
           MOVE 'R ' TO SCB-Function
           MOVE LENGTH OF acct-record TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Drm-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Drm-Eof-Sw
                 GO TO 4000-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Drm-Eof-Sw
                 GO TO 4000-Exit
           END-EVALUATE
           MOVE Streamio-Record-Data(1:LENGTH OF acct-record)
              TO acct-record
           EVALUATE TRUE
              WHEN acct-is-closed
                 ADD 1 TO Drm-Closed-Count
              WHEN NOT acct-is-open AND NOT acct-is-dormant
                 ADD 1 TO Drm-Other-Status-Count
              WHEN acct-balance IS NOT NUMERIC
                 DISPLAY "STRMDRM: ACCOUNT " acct-acct-no
                         " BALANCE NOT VALID PACKED - COPIED "
                         "UNCHANGED"
                 ADD 1 TO Drm-Invalid-Count
              WHEN OTHER
                 PERFORM 4100-Apply-Dormancy THRU 4100-Exit
           END-EVALUATE
           PERFORM 6000-Write-New-Master THRU 6000-Exit
           .
       4000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4100-Apply-Dormancy - an open or dormant account: how long
      *> idle, then dormant, approaching, or past the deadline.
      *> ---------------------------------------------------------------
       4100-Apply-Dormancy.
           MOVE acct-balance TO Drm-Balance
           IF acct-last-activity IS NOT NUMERIC
              MOVE Drm-Month-End TO acct-last-activity
              ADD 1 TO Drm-Seeded-Count
           ELSE
              MOVE acct-last-activity TO Drm-Last-Act
              IF FUNCTION TEST-DATE-YYYYMMDD(Drm-Last-Act) NOT = 0
                 MOVE Drm-Month-End TO acct-last-activity
                 ADD 1 TO Drm-Seeded-Count
              END-IF
           END-IF
           MOVE acct-last-activity TO Drm-Last-Act
           IF Drm-Last-Act > Drm-Month-End
              MOVE 0 TO Drm-Months-Idle
           ELSE
              COMPUTE Drm-Months-Idle =
                 (Drm-End-Year * 12 + Drm-End-Mm)
                 - (Drm-Last-Year * 12 + Drm-Last-Mm)
              IF Drm-End-Dd < Drm-Last-Dd
                 SUBTRACT 1 FROM Drm-Months-Idle
              END-IF
           END-IF
           IF acct-is-open
              IF Drm-Months-Idle < Drm-Dormant-Months
                 ADD 1 TO Drm-Open-Count
                 GO TO 4100-Exit
              END-IF
              MOVE 'D' TO acct-status
              ADD 1 TO Drm-New-Dormant-Count
              ADD Drm-Balance TO Drm-New-Dormant-Amount
              MOVE 'D' TO Drm-List-Type
              PERFORM 4500-List-Account THRU 4500-Exit
           END-IF
           ADD 1 TO Drm-Dormant-Count
           IF Drm-Months-Idle < Drm-Warn-From
              GO TO 4100-Exit
           END-IF
           PERFORM 4200-Compute-Deadline THRU 4200-Exit
           IF Drm-Months-Idle < Drm-Unclaimed-Months
              ADD 1 TO Drm-Approach-Count
              ADD Drm-Balance TO Drm-Approach-Amount
              MOVE 'A' TO Drm-List-Type
              PERFORM 4500-List-Account THRU 4500-Exit
              GO TO 4100-Exit
           END-IF
           MOVE 'U' TO Drm-List-Type
           PERFORM 4500-List-Account THRU 4500-Exit
           IF Drm-Balance > 0
              ADD 1 TO Drm-Unclaimed-Count
              ADD Drm-Balance TO Drm-Unclaimed-Amount
              PERFORM 6100-Write-Unclaimed THRU 6100-Exit
           ELSE
              ADD 1 TO Drm-Unc-Zero-Count
           END-IF
           .
       4100-Exit.
           EXIT.

      *> 4200-Compute-Deadline - the last-activity date moved on by
      *> UNCLAIMED months, its day pulled back to that month's last
      *> day where the month is shorter.
       4200-Compute-Deadline.
           COMPUTE Drm-Month-Total =
              Drm-Last-Year * 12 + Drm-Last-Mm - 1
              + Drm-Unclaimed-Months
           COMPUTE Drm-Dl-Year = Drm-Month-Total / 12
           COMPUTE Drm-Dl-Mm =
              Drm-Month-Total - Drm-Dl-Year * 12 + 1
           MOVE 1 TO Drm-Dl-Dd
           MOVE Drm-Dl-Year TO Drm-Work-Year
           MOVE Drm-Dl-Mm TO Drm-Work-Mm
           IF Drm-Work-Mm = 12
              ADD 1 TO Drm-Work-Year
              MOVE 1 TO Drm-Work-Mm
           ELSE
              ADD 1 TO Drm-Work-Mm
           END-IF
           COMPUTE Drm-Dl-Next-First =
              Drm-Work-Year * 10000 + Drm-Work-Mm * 100 + 1
           COMPUTE Drm-Dl-Last-Day = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(Drm-Dl-Next-First) - 1)
           IF Drm-Last-Dd > Drm-Dl-Last-Dd
              MOVE Drm-Dl-Last-Day TO Drm-Deadline
           ELSE
              MOVE Drm-Last-Dd TO Drm-Dl-Dd
           END-IF
           .
       4200-Exit.
           EXIT.

       4500-List-Account.
           IF Drm-List-Count >= Drm-Max-Listed
              ADD 1 TO Drm-Not-Listed-Count
              GO TO 4500-Exit
           END-IF
           ADD 1 TO Drm-List-Count
           MOVE Drm-List-Type TO Drm-Lst-Type(Drm-List-Count)
           MOVE acct-acct-no TO Drm-Lst-Acct(Drm-List-Count)
           MOVE Drm-Balance TO Drm-Lst-Balance(Drm-List-Count)
           MOVE Drm-Last-Act TO Drm-Lst-Last-Act(Drm-List-Count)
           MOVE Drm-Months-Idle TO Drm-Lst-Months(Drm-List-Count)
           IF Drm-List-Type = 'D'
              MOVE 0 TO Drm-Lst-Deadline(Drm-List-Count)
           ELSE
              MOVE Drm-Deadline TO Drm-Lst-Deadline(Drm-List-Count)
           END-IF
           .
       4500-Exit.
           EXIT.

       6000-Write-New-Master.
           MOVE Drm-New-Handle TO SCB-Handle
           MOVE 'W ' TO SCB-Function
           MOVE LENGTH OF acct-record TO SCB-Record-Length
           MOVE SPACES TO Streamio-Record-Data
           MOVE acct-record
              TO Streamio-Record-Data(1:LENGTH OF acct-record)
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Drm-Master-Write-Count
              ADD 1 TO Drm-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           MOVE 0 TO SCB-Record-Length
           .
       6000-Exit.
           EXIT.

       6100-Write-Unclaimed.
           MOVE Drm-Balance TO Drm-Amt-Edit
           MOVE SPACES TO Streamio-Record-Data
           STRING 'ACCT=' acct-acct-no
                  ' BALANCE=' FUNCTION TRIM(Drm-Amt-Edit)
                  ' LASTACT=' Drm-Last-Act
                  ' OPENED=' acct-open-date
                  ' DEADLINE=' Drm-Deadline
                  ' ASOF=' Drm-Month-End
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           MOVE Drm-Unc-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Drm-Unc-Write-Count
              ADD 1 TO Drm-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       6100-Exit.
           EXIT.

       7000-Close-Files.
           MOVE 0 TO SCB-Record-Length
           MOVE Drm-Old-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE Drm-New-Handle TO SCB-Handle
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE Drm-Unc-Handle TO SCB-Handle
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       7000-Exit.
           EXIT.

       8000-Print-Summary.
           DISPLAY "STREAMIO DORMANCY AND UNCLAIMED PROPERTY - "
                   Drm-Month "   AS OF " Drm-Month-End
           DISPLAY "OLD MASTER: "
                   FUNCTION TRIM(Drm-Old-Master-File, TRAILING)
           DISPLAY "NEW MASTER: "
                   FUNCTION TRIM(Drm-New-Master-File, TRAILING)
           DISPLAY "UNCLAIMED:  "
                   FUNCTION TRIM(Drm-Unclaimed-File, TRAILING)
           DISPLAY "DORMANT AFTER " Drm-Dormant-Months " MONTHS ("
                   FUNCTION TRIM(Drm-Dormant-Source)
                   ")   UNCLAIMED AFTER " Drm-Unclaimed-Months
                   " (" FUNCTION TRIM(Drm-Unclaimed-Source)
                   ")   WARN " Drm-Warn-Months " BEFORE ("
                   FUNCTION TRIM(Drm-Warn-Source) ")"
           MOVE 'D' TO Drm-List-Type
           PERFORM 8100-Print-Listing THRU 8100-Exit
           MOVE 'A' TO Drm-List-Type
           PERFORM 8100-Print-Listing THRU 8100-Exit
           MOVE 'U' TO Drm-List-Type
           PERFORM 8100-Print-Listing THRU 8100-Exit
           DISPLAY " "
           DISPLAY "                                 COUNT"
                   "            AMOUNT"
           MOVE Drm-Read-Count TO Drm-Count-Disp
           DISPLAY "ACCOUNTS READ  . . . . . . . " Drm-Count-Disp
           MOVE Drm-Closed-Count TO Drm-Count-Disp
           DISPLAY "CLOSED - COPIED  . . . . . . " Drm-Count-Disp
           MOVE Drm-Open-Count TO Drm-Count-Disp
           DISPLAY "OPEN AND ACTIVE  . . . . . . " Drm-Count-Disp
           MOVE Drm-New-Dormant-Count TO Drm-Count-Disp
           MOVE Drm-New-Dormant-Amount TO Drm-Amount-Disp
           DISPLAY "MOVED TO DORMANT . . . . . . " Drm-Count-Disp
                   "  " Drm-Amount-Disp
           MOVE Drm-Dormant-Count TO Drm-Count-Disp
           DISPLAY "DORMANT NOW  . . . . . . . . " Drm-Count-Disp
           MOVE Drm-Approach-Count TO Drm-Count-Disp
           MOVE Drm-Approach-Amount TO Drm-Amount-Disp
           DISPLAY "APPROACHING THE DEADLINE . . " Drm-Count-Disp
                   "  " Drm-Amount-Disp
           MOVE Drm-Unclaimed-Count TO Drm-Count-Disp
           MOVE Drm-Unclaimed-Amount TO Drm-Amount-Disp
           DISPLAY "UNCLAIMED PROPERTY REPORTED  " Drm-Count-Disp
                   "  " Drm-Amount-Disp
           IF Drm-Unc-Zero-Count > 0
              MOVE Drm-Unc-Zero-Count TO Drm-Count-Disp
              DISPLAY "PAST DEADLINE, NO BALANCE  . " Drm-Count-Disp
           END-IF
           IF Drm-Seeded-Count > 0
              MOVE Drm-Seeded-Count TO Drm-Count-Disp
              DISPLAY "ACTIVITY DATE STARTED  . . . " Drm-Count-Disp
           END-IF
           IF Drm-Other-Status-Count > 0
              MOVE Drm-Other-Status-Count TO Drm-Count-Disp
              DISPLAY "OTHER STATUS - COPIED  . . . " Drm-Count-Disp
           END-IF
           IF Drm-Invalid-Count > 0
              MOVE Drm-Invalid-Count TO Drm-Count-Disp
              DISPLAY "INVALID BALANCE - COPIED . . " Drm-Count-Disp
           END-IF
           IF Drm-Not-Listed-Count > 0
              MOVE Drm-Not-Listed-Count TO Drm-Count-Disp
              DISPLAY "NOT LISTED - LISTING FULL  . " Drm-Count-Disp
           END-IF
           MOVE Drm-Master-Write-Count TO Drm-Count-Disp
           DISPLAY "MASTERS WRITTEN  . . . . . . " Drm-Count-Disp
           IF Drm-Unclaimed-Count > 0 OR Drm-Invalid-Count > 0
              IF 4 > RETURN-CODE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       8000-Exit.
           EXIT.

      *> 8100-Print-Listing - every listed account of one type.
       8100-Print-Listing.
           MOVE 0 TO Drm-Lst-Type-Count
           PERFORM 8150-Count-One-Listed THRU 8150-Exit
              VARYING Drm-List-Sub FROM 1 BY 1
              UNTIL Drm-List-Sub > Drm-List-Count
           IF Drm-Lst-Type-Count = 0
              GO TO 8100-Exit
           END-IF
           DISPLAY " "
           EVALUATE Drm-List-Type
              WHEN 'D'
                 DISPLAY "MOVED TO DORMANT THIS MONTH"
              WHEN 'A'
                 DISPLAY "APPROACHING THE UNCLAIMED-PROPERTY DEADLINE"
              WHEN 'U'
                 DISPLAY "PAST THE UNCLAIMED-PROPERTY DEADLINE"
           END-EVALUATE
           DISPLAY "  ACCOUNT    LAST ACT IDLE DEADLINE"
                   "          BALANCE"
           PERFORM 8200-Print-One-Listed THRU 8200-Exit
              VARYING Drm-List-Sub FROM 1 BY 1
              UNTIL Drm-List-Sub > Drm-List-Count
           .
       8100-Exit.
           EXIT.

       8150-Count-One-Listed.
           IF Drm-Lst-Type(Drm-List-Sub) = Drm-List-Type
              ADD 1 TO Drm-Lst-Type-Count
           END-IF
           .
       8150-Exit.
           EXIT.

       8200-Print-One-Listed.
           IF Drm-Lst-Type(Drm-List-Sub) NOT = Drm-List-Type
              GO TO 8200-Exit
           END-IF
           MOVE Drm-Lst-Months(Drm-List-Sub) TO Drm-Months-Disp
           MOVE Drm-Lst-Balance(Drm-List-Sub) TO Drm-Amount-Disp
           IF Drm-Lst-Deadline(Drm-List-Sub) = 0
              DISPLAY "  " Drm-Lst-Acct(Drm-List-Sub)
                      " " Drm-Lst-Last-Act(Drm-List-Sub)
                      " " Drm-Months-Disp
                      "         "
                      " " Drm-Amount-Disp
           ELSE
              DISPLAY "  " Drm-Lst-Acct(Drm-List-Sub)
                      " " Drm-Lst-Last-Act(Drm-List-Sub)
                      " " Drm-Months-Disp
                      " " Drm-Lst-Deadline(Drm-List-Sub)
                      " " Drm-Amount-Disp
           END-IF
           .
       8200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8300-Write-Handoffs - the standard control-handoff records
      *> (see STREAMIOHnd.cpy): the old master in, the new master
      *> and the unclaimed-property file out.
      *> ---------------------------------------------------------------
       8300-Write-Handoffs.
           MOVE 'STRMDRM' TO Strm-HO-Program
           MOVE 'N' TO Strm-HO-Amount-Sw
           MOVE 'IN ' TO Strm-HO-Direction
           MOVE Drm-Old-Master-File TO Strm-HO-Filename
           MOVE Drm-Read-Count TO Strm-HO-Record-Count
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'OUT' TO Strm-HO-Direction
           MOVE Drm-New-Master-File TO Strm-HO-Filename
           MOVE Drm-Master-Write-Count TO Strm-HO-Record-Count
           PERFORM 8400-Write-Handoff THRU 8400-Exit
           MOVE 'Y' TO Strm-HO-Amount-Sw
           MOVE Drm-Unclaimed-File TO Strm-HO-Filename
           MOVE Drm-Unc-Write-Count TO Strm-HO-Record-Count
           MOVE Drm-Unclaimed-Amount TO Strm-HO-Amount-Total
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
           IF NOT Drm-Abort-Error
              MOVE 'Y' TO Drm-Err-Sw
              MOVE SCB-Filename TO Drm-Err-Filename
              MOVE SCB-Function TO Drm-Err-Function
              MOVE SCB-Mode TO Drm-Err-Mode
              MOVE SCB-Delimiter-Mode TO Drm-Err-Delimiter-Mode
              MOVE SCB-Offset TO Drm-Err-Offset
              MOVE SCB-Return-Code TO Drm-Err-Return-Code
              MOVE SCB-Severity TO Drm-Err-Severity
              MOVE SCB-Calling-Program TO Drm-Err-Calling-Program
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
           IF Drm-Abort-Error
              MOVE Drm-Err-Filename TO SCB-Filename
              MOVE Drm-Err-Function TO SCB-Function
              MOVE Drm-Err-Mode TO SCB-Mode
              MOVE Drm-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Drm-Err-Offset TO SCB-Offset
              MOVE Drm-Err-Return-Code TO SCB-Return-Code
              MOVE Drm-Err-Severity TO SCB-Severity
              MOVE Drm-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Drm-Read-Count TO Strm-RS-Read-Count
           MOVE Drm-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMDRM-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
