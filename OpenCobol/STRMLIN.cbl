      *> ***************************************************************
      *> ** Program:  STRMLIN.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMLIN answers lineage questions from the control        **
      *> ** handoff records (strm_handoff_YYYYMMDD.dat - see          **
      *> ** STREAMIOHnd.cpy) and the STRMGDG catalog, so "which       **
      *> ** partner files fed the master on the 3rd" stops being a    **
      *> ** day-by-day walk through the handoff files by hand.        **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    BACK    target [yyyymmdd [days]]                       **
      *> **    FORWARD target [yyyymmdd [days]]                       **
      *> **                                                           **
      *> ** target is a file name exactly as the steps recorded it    **
      *> ** in their handoffs, or a generation reference resolved     **
      *> ** through strmgdg_catalog.dat the way STRMGDG RESOLVE       **
      *> ** does it: base(0) the current generation, base(-1) the     **
      *> ** previous, and a bare catalogued base meaning base(0).     **
      *> **                                                           **
      *> ** BACK prints the tree of steps and input files that        **
      *> ** produced the target as it stood at the end of yyyymmdd    **
      *> ** (default today), reading that day's handoffs and the      **
      *> ** days-1 before it (days defaults to 31).  Each file's      **
      *> ** producer is the last step that wrote it before the step   **
      *> ** that read it, so a name reused every night traces to the  **
      *> ** right night.  A file no step wrote is an original         **
      *> ** receipt - a partner file - and ends its branch; they are  **
      *> ** listed together at the end.                               **
      *> **                                                           **
      *> ** FORWARD runs the other way: from the target as received   **
      *> ** or written on or after yyyymmdd (default days-1 days ago) **
      *> ** through everything that read it, everything those steps   **
      *> ** wrote, and so on until the next rewrite of each file,     **
      *> ** over the handoffs of that day and the days-1 after it.    **
      *> ** Every file reached is listed at the end with its          **
      *> ** generation, if it is one - the masters and extracts to    **
      *> ** back out when a partner says a file was bad.              **
      *> **                                                           **
      *> ** A step is the run of consecutive handoff records one      **
      *> ** program wrote together at its end of job (same program,   **
      *> ** a few seconds apart, no file repeated).  A step already   **
      *> ** printed elsewhere in the tree shows as (SEE ABOVE) and    **
      *> ** is not expanded again.                                    **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters or handoff I/O errors          **
      *> **     8  the target is not on record in the days read, or   **
      *> **        its generation reference doesn't resolve           **
      *> **     4  the tree was cut short at the table limits         **
      *> **     0  traced                                             **
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
       PROGRAM-ID. STRMLIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Lin-Parm-Line                        PIC X(512).
       01  Lin-Mode-Parm                        PIC X(08) VALUE SPACES.
           88 Lin-Mode-Back                     VALUE 'BACK'.
           88 Lin-Mode-Forward                  VALUE 'FORWARD'.
       01  Lin-Target-Parm                      PIC X(256) VALUE
                                                 SPACES.
       01  Lin-Date-Parm                        PIC X(10) VALUE SPACES.
       01  Lin-Days-Parm                        PIC X(06) VALUE SPACES.
       01  Lin-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Lin-Setup-Ok                      VALUE 'Y'.

       01  Lin-Current-Date                     PIC X(21).
       01  Lin-Today                            PIC 9(08).
       01  Lin-Asof-Date                        PIC 9(08).
       01  Lin-Days                             PIC 9(03) VALUE 31.
       01  Lin-From-Date                        PIC 9(08).
       01  Lin-To-Date                          PIC 9(08).
       01  Lin-Day-Int                          PIC 9(07).
       01  Lin-To-Int                           PIC 9(07).
       01  Lin-Load-Date                        PIC 9(08).
       01  Lin-Days-Loaded                      PIC 9(03) VALUE 0.

       01  Lin-Log-Filename                     PIC X(256).
       01  Lin-Handle                           PIC X(4) COMP-X.
       01  Lin-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Lin-Eof                           VALUE 'Y'.
       01  Lin-Line-Count                       PIC 9(07) VALUE 0.

       01  Lin-Field-Lead                       PIC X(02).
       01  Lin-Field-Time                       PIC X(08).
       01  Lin-Field-Pgm                        PIC X(08).
       01  Lin-Field-Dir                        PIC X(04).
       01  Lin-Field-File                       PIC X(256).
       01  Lin-Field-Recs                       PIC X(12).
       01  Lin-Field-Amt                        PIC X(16).
       01  Lin-Time-Secs                        PIC 9(05).
       01  Lin-Prev-Secs                        PIC 9(05) VALUE 0.
       01  Lin-Step-Gap                         PIC 9(02) VALUE 5.

      *> ---------------------------------------------------------------
      *> The STRMGDG catalog.
      *> ---------------------------------------------------------------
       01  Lin-Catalog-Filename                 PIC X(256) VALUE
                                                 'strmgdg_catalog.dat'.
       01  Lin-Max-Bases                        PIC 9(03) VALUE 200.
       01  Lin-Base-Count                       PIC 9(03) VALUE 0.
       01  Lin-Base-Table.
           05 Lin-Base-Entry OCCURS 200 TIMES.
              10 Lin-Bs-Name                    PIC X(200).
              10 Lin-Bs-Cur                     PIC 9(05).
       01  Lin-Bs-Sub                           PIC 9(03).
       01  Lin-Field-Base                       PIC X(200).
       01  Lin-Field-Cur                        PIC X(08).

      *> ---------------------------------------------------------------
      *> Steps in the order they ran, and the files each one handed
      *> off (its links, held contiguously).
      *> ---------------------------------------------------------------
       01  Lin-Max-Steps                        PIC 9(05) VALUE 5000.
       01  Lin-Step-Count                       PIC 9(05) VALUE 0.
       01  Lin-Step-Table.
           05 Lin-Step-Entry OCCURS 5000 TIMES.
              10 Lin-St-Date                    PIC 9(08).
              10 Lin-St-Time                    PIC X(06).
              10 Lin-St-Pgm                     PIC X(08).
              10 Lin-St-First-Link              PIC 9(05).
              10 Lin-St-Link-Count              PIC 9(03).
              10 Lin-St-Shown-Sw                PIC X(01).
                 88 Lin-St-Shown                VALUE 'Y'.
       01  Lin-Max-Links                        PIC 9(05) VALUE 20000.
       01  Lin-Link-Count                       PIC 9(05) VALUE 0.
       01  Lin-Link-Table.
           05 Lin-Link-Entry OCCURS 20000 TIMES.
              10 Lin-Ln-Step                    PIC 9(05).
              10 Lin-Ln-Dir                     PIC X(03).
                 88 Lin-Ln-Is-Input             VALUE 'IN '.
                 88 Lin-Ln-Is-Output            VALUE 'OUT' 'REJ'.
              10 Lin-Ln-File                    PIC X(256).
              10 Lin-Ln-Recs                    PIC 9(09).
       01  Lin-Table-Full-Sw                    PIC X(1) VALUE 'N'.
           88 Lin-Table-Full                    VALUE 'Y'.
       01  Lin-Ln-Sub                           PIC 9(05).
       01  Lin-Ln-Last                          PIC 9(05).
       01  Lin-Found-Sw                         PIC X(1) VALUE 'N'.
           88 Lin-Found                         VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The target, resolved.
      *> ---------------------------------------------------------------
       01  Lin-Target                           PIC X(256).
       01  Lin-Ref-Base                         PIC X(200).
       01  Lin-Ref-Rel-Text                     PIC X(08).
       01  Lin-Ref-Rel                          PIC S9(05).
       01  Lin-Gen-Work                         PIC S9(06).
       01  Lin-Gen-Number                       PIC 9(05).
       01  Lin-Target-Ok-Sw                     PIC X(1) VALUE 'Y'.
           88 Lin-Target-Ok                     VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The walk: a stack of nodes still to print.  A node is a file
      *> (F) - a link, or the target itself when its link is 0 -
      *> bounded by the steps (Lo, Hi) between which that version of
      *> it existed, or a step (S).
      *> ---------------------------------------------------------------
       01  Lin-Max-Stack                        PIC 9(04) VALUE 2000.
       01  Lin-Stack-Count                      PIC 9(04) VALUE 0.
       01  Lin-Stack-Table.
           05 Lin-Stack-Entry OCCURS 2000 TIMES.
              10 Lin-Sk-Kind                    PIC X(01).
              10 Lin-Sk-Depth                   PIC 9(03).
              10 Lin-Sk-Link                    PIC 9(05).
              10 Lin-Sk-Step                    PIC 9(05).
              10 Lin-Sk-Lo                      PIC 9(05).
              10 Lin-Sk-Hi                      PIC 9(05).
       01  Lin-Node.
           05 Lin-Nd-Kind                       PIC X(01).
              88 Lin-Nd-Is-File                 VALUE 'F'.
              88 Lin-Nd-Is-Step                 VALUE 'S'.
           05 Lin-Nd-Depth                      PIC 9(03).
           05 Lin-Nd-Link                       PIC 9(05).
           05 Lin-Nd-Step                       PIC 9(05).
           05 Lin-Nd-Lo                         PIC 9(05).
           05 Lin-Nd-Hi                         PIC 9(05).
       01  Lin-Push.
           05 Lin-Ps-Kind                       PIC X(01).
           05 Lin-Ps-Depth                      PIC 9(03).
           05 Lin-Ps-Link                       PIC 9(05).
           05 Lin-Ps-Step                       PIC 9(05).
           05 Lin-Ps-Lo                         PIC 9(05).
           05 Lin-Ps-Hi                         PIC 9(05).
       01  Lin-Nd-File                          PIC X(256).
       01  Lin-Last-Pushed-Step                 PIC 9(05).
       01  Lin-Next-Producer                    PIC 9(05).
       01  Lin-Pr-File                          PIC X(256).
       01  Lin-Pr-Sub                           PIC 9(05).
       01  Lin-Max-Nodes                        PIC 9(05) VALUE 5000.
       01  Lin-Node-Count                       PIC 9(05) VALUE 0.
       01  Lin-Step-Shown-Count                 PIC 9(05) VALUE 0.
       01  Lin-Truncated-Sw                     PIC X(1) VALUE 'N'.
           88 Lin-Truncated                     VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Files at the far end of the walk: the original receipts
      *> going back, everything reached going forward.
      *> ---------------------------------------------------------------
       01  Lin-Max-Ends                         PIC 9(03) VALUE 500.
       01  Lin-End-Count                        PIC 9(03) VALUE 0.
       01  Lin-End-Table.
           05 Lin-End-Name OCCURS 500 TIMES     PIC X(256).
       01  Lin-End-Sub                          PIC 9(03).

      *> ---------------------------------------------------------------
      *> Printing.
      *> ---------------------------------------------------------------
       01  Lin-Print-Line                       PIC X(400).
       01  Lin-Ptr                              PIC 9(03).
       01  Lin-Indent                           PIC 9(03).
       01  Lin-Marker                           PIC X(50).
       01  Lin-Recs-Disp                        PIC Z(8)9.
       01  Lin-Count-Disp                       PIC ZZ,ZZ9.
       01  Lin-Gen-Note                         PIC X(80).
       01  Lin-Name-Len                         PIC 9(03).
       01  Lin-Gen-Base                         PIC X(200).
       01  Lin-Gen-File-Details.
           05 Lin-Gen-FD-Size                   PIC X(8) COMP-X.
           05 Lin-Gen-FD-Date                   PIC X(4) COMP-X.
           05 Lin-Gen-FD-Time                   PIC X(4) COMP-X.
       01  Lin-Gen-Disp                         PIC Z(4)9.
       01  Lin-Cur-Disp                         PIC Z(4)9.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Lin-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Lin-Abort-Error                   VALUE 'Y'.
       01  Lin-Err-Filename                     PIC X(256).
       01  Lin-Err-Function                     PIC X(2).
       01  Lin-Err-Mode                         PIC X(1).
       01  Lin-Err-Delimiter-Mode               PIC X(1).
       01  Lin-Err-Offset                       PIC X(8) COMP-X.
       01  Lin-Err-Return-Code                  USAGE BINARY-LONG.
       01  Lin-Err-Severity                     PIC X(1).
       01  Lin-Err-Calling-Program              PIC X(8).

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Lin-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Load-Catalog THRU 2000-Exit
           PERFORM 3000-Load-Handoffs THRU 3000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF Lin-Abort-Error
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 4000-Resolve-Target THRU 4000-Exit
           IF NOT Lin-Target-Ok
              MOVE 8 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 5000-Trace-Lineage THRU 5000-Exit
           PERFORM 8000-Print-Summary THRU 8000-Exit
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

      *> ---------------------------------------------------------------
      *> 1000-Initialize - the direction, the target, and the span
      *> of days whose handoffs are read.
      *> ---------------------------------------------------------------
       1000-Initialize.
           ACCEPT Lin-Parm-Line FROM COMMAND-LINE
           UNSTRING Lin-Parm-Line DELIMITED BY ALL SPACE
               INTO Lin-Mode-Parm, Lin-Target-Parm, Lin-Date-Parm,
                    Lin-Days-Parm
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(Lin-Mode-Parm) TO Lin-Mode-Parm
           MOVE 'STRMLIN' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMLIN' TO Strm-RS-Program
           MOVE Lin-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO Lin-Current-Date
           MOVE Lin-Current-Date(1:8) TO Lin-Today
           IF NOT Lin-Mode-Back AND NOT Lin-Mode-Forward
              DISPLAY "STRMLIN: FIRST PARAMETER MUST BE BACK OR "
                      "FORWARD"
              MOVE 'N' TO Lin-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           IF Lin-Target-Parm = SPACES
              DISPLAY "STRMLIN: USAGE - BACK|FORWARD target "
                      "[yyyymmdd [days]]"
              MOVE 'N' TO Lin-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           IF Lin-Days-Parm NOT = SPACES
              IF FUNCTION TEST-NUMVAL(Lin-Days-Parm) NOT = 0
                 OR FUNCTION NUMVAL(Lin-Days-Parm) < 1
                 OR FUNCTION NUMVAL(Lin-Days-Parm) > 366
                 DISPLAY "STRMLIN: DAYS MUST BE 1 THROUGH 366"
                 MOVE 'N' TO Lin-Setup-Ok-Sw
                 GO TO 1000-Exit
              END-IF
              COMPUTE Lin-Days = FUNCTION NUMVAL(Lin-Days-Parm)
           END-IF
           PERFORM 1100-Setup-Dates THRU 1100-Exit
           .
       1000-Exit.
           EXIT.

       1100-Setup-Dates.
           IF Lin-Date-Parm = SPACES
              IF Lin-Mode-Back
                 MOVE Lin-Today TO Lin-Asof-Date
              ELSE
                 MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(Lin-Today) - Lin-Days
                    + 1) TO Lin-Asof-Date
              END-IF
           ELSE
              IF Lin-Date-Parm(1:8) IS NOT NUMERIC
                 OR Lin-Date-Parm(9:2) NOT = SPACES
                 DISPLAY "STRMLIN: DATE MUST BE YYYYMMDD"
                 MOVE 'N' TO Lin-Setup-Ok-Sw
                 GO TO 1100-Exit
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(Lin-Date-Parm(1:8))) NOT = 0
                 DISPLAY "STRMLIN: DATE IS NOT A REAL DATE"
                 MOVE 'N' TO Lin-Setup-Ok-Sw
                 GO TO 1100-Exit
              END-IF
              MOVE Lin-Date-Parm(1:8) TO Lin-Asof-Date
           END-IF
           IF Lin-Mode-Back
              MOVE Lin-Asof-Date TO Lin-To-Date
              MOVE FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(Lin-Asof-Date) - Lin-Days
                 + 1) TO Lin-From-Date
           ELSE
              MOVE Lin-Asof-Date TO Lin-From-Date
              MOVE FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(Lin-Asof-Date) + Lin-Days
                 - 1) TO Lin-To-Date
              IF Lin-To-Date > Lin-Today
                 MOVE Lin-Today TO Lin-To-Date
              END-IF
           END-IF
           .
       1100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Catalog - the STRMGDG catalog, for resolving a
      *> generation reference and naming generations in the tree.
      *> No catalog just means no generation data groups.
      *> ---------------------------------------------------------------
       2000-Load-Catalog.
           MOVE Lin-Catalog-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Lin-Handle
           MOVE 'N' TO Lin-Eof-Sw
           PERFORM 2100-Load-One-Base THRU 2100-Exit
              UNTIL Lin-Eof
           MOVE Lin-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2000-Exit.
           EXIT.

       2100-Load-One-Base.
           MOVE Lin-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Lin-Eof-Sw
              GO TO 2100-Exit
           END-IF
           MOVE SPACES TO Lin-Field-Lead Lin-Field-Base
                          Lin-Field-Cur
           UNSTRING Streamio-Record-Data
               DELIMITED BY "BASE=" OR " CUR="
               INTO Lin-Field-Lead, Lin-Field-Base, Lin-Field-Cur
           END-UNSTRING
           IF Lin-Field-Base = SPACES
              OR Lin-Base-Count >= Lin-Max-Bases
              GO TO 2100-Exit
           END-IF
           ADD 1 TO Lin-Base-Count
           MOVE Lin-Field-Base TO Lin-Bs-Name(Lin-Base-Count)
           MOVE 0 TO Lin-Bs-Cur(Lin-Base-Count)
           IF Lin-Field-Cur NOT = SPACES
              COMPUTE Lin-Bs-Cur(Lin-Base-Count) =
                 FUNCTION NUMVAL(Lin-Field-Cur)
           END-IF
           .
       2100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Load-Handoffs - every day's handoff file in the span,
      *> oldest first, into the step and link tables.  A day with no
      *> handoff file is a day nothing ran.
      *> ---------------------------------------------------------------
       3000-Load-Handoffs.
           INITIALIZE Lin-Step-Table
           COMPUTE Lin-Day-Int = FUNCTION INTEGER-OF-DATE(Lin-From-Date)
           COMPUTE Lin-To-Int = FUNCTION INTEGER-OF-DATE(Lin-To-Date)
           PERFORM 3100-Load-One-Day THRU 3100-Exit
              VARYING Lin-Day-Int FROM Lin-Day-Int BY 1
              UNTIL Lin-Day-Int > Lin-To-Int OR Lin-Abort-Error
           .
       3000-Exit.
           EXIT.

       3100-Load-One-Day.
           MOVE FUNCTION DATE-OF-INTEGER(Lin-Day-Int) TO Lin-Load-Date
           MOVE SPACES TO Lin-Log-Filename
           STRING "strm_handoff_" Lin-Load-Date ".dat"
                  DELIMITED BY SIZE
                  INTO Lin-Log-Filename
           END-STRING
           MOVE Lin-Log-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 3100-Exit
           END-IF
           ADD 1 TO Lin-Days-Loaded
           MOVE SCB-Handle TO Lin-Handle
      *> Steps never span a day's file.
           MOVE 99999 TO Lin-Prev-Secs
           MOVE 'N' TO Lin-Eof-Sw
           PERFORM 3200-Read-One-Handoff THRU 3200-Exit
              UNTIL Lin-Eof
           MOVE Lin-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       3100-Exit.
           EXIT.

      *> 3200-Read-One-Handoff - the same keyword split STRMBAL uses.
       3200-Read-One-Handoff.
           MOVE Lin-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Lin-Line-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Lin-Eof-Sw
                 GO TO 3200-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Lin-Eof-Sw
                 GO TO 3200-Exit
           END-EVALUATE
           MOVE SPACES TO Lin-Field-Lead Lin-Field-Time
                          Lin-Field-Pgm Lin-Field-Dir
                          Lin-Field-File Lin-Field-Recs
                          Lin-Field-Amt
           UNSTRING Streamio-Record-Data
               DELIMITED BY "TIME=" OR " PGM=" OR " DIR="
                           OR " FILE=" OR " RECS=" OR " AMT="
               INTO Lin-Field-Lead, Lin-Field-Time, Lin-Field-Pgm,
                    Lin-Field-Dir, Lin-Field-File, Lin-Field-Recs,
                    Lin-Field-Amt
           END-UNSTRING
           IF Lin-Field-Pgm = SPACES OR Lin-Field-File = SPACES
              OR Lin-Field-Time(1:6) IS NOT NUMERIC
              GO TO 3200-Exit
           END-IF
           PERFORM 3300-Post-Handoff THRU 3300-Exit
           .
       3200-Exit.
           EXIT.

       3300-Post-Handoff.
           IF Lin-Table-Full
              GO TO 3300-Exit
           END-IF
           COMPUTE Lin-Time-Secs =
              FUNCTION NUMVAL(Lin-Field-Time(1:2)) * 3600
              + FUNCTION NUMVAL(Lin-Field-Time(3:2)) * 60
              + FUNCTION NUMVAL(Lin-Field-Time(5:2))
           MOVE 'Y' TO Lin-Found-Sw
           IF Lin-Step-Count > 0
              IF Lin-St-Pgm(Lin-Step-Count) = Lin-Field-Pgm
                 AND Lin-Time-Secs >= Lin-Prev-Secs
                 AND Lin-Time-Secs - Lin-Prev-Secs <= Lin-Step-Gap
                 MOVE 'N' TO Lin-Found-Sw
                 PERFORM 3310-Check-Repeat-Link THRU 3310-Exit
                    VARYING Lin-Ln-Sub
                    FROM Lin-St-First-Link(Lin-Step-Count) BY 1
                    UNTIL Lin-Ln-Sub > Lin-Link-Count OR Lin-Found
              END-IF
           END-IF
      *> Lin-Found here means "this record starts a new step".
           IF Lin-Found
              IF Lin-Step-Count >= Lin-Max-Steps
                 PERFORM 3320-Table-Full THRU 3320-Exit
                 GO TO 3300-Exit
              END-IF
              ADD 1 TO Lin-Step-Count
              MOVE Lin-Load-Date TO Lin-St-Date(Lin-Step-Count)
              MOVE Lin-Field-Time(1:6) TO Lin-St-Time(Lin-Step-Count)
              MOVE Lin-Field-Pgm TO Lin-St-Pgm(Lin-Step-Count)
              COMPUTE Lin-St-First-Link(Lin-Step-Count) =
                 Lin-Link-Count + 1
              MOVE 0 TO Lin-St-Link-Count(Lin-Step-Count)
              MOVE 'N' TO Lin-St-Shown-Sw(Lin-Step-Count)
           END-IF
           IF Lin-Link-Count >= Lin-Max-Links
              PERFORM 3320-Table-Full THRU 3320-Exit
              GO TO 3300-Exit
           END-IF
           ADD 1 TO Lin-Link-Count
           ADD 1 TO Lin-St-Link-Count(Lin-Step-Count)
           MOVE Lin-Step-Count TO Lin-Ln-Step(Lin-Link-Count)
           MOVE Lin-Field-Dir(1:3) TO Lin-Ln-Dir(Lin-Link-Count)
           MOVE Lin-Field-File TO Lin-Ln-File(Lin-Link-Count)
           MOVE 0 TO Lin-Ln-Recs(Lin-Link-Count)
           IF FUNCTION TEST-NUMVAL(Lin-Field-Recs) = 0
              COMPUTE Lin-Ln-Recs(Lin-Link-Count) =
                 FUNCTION NUMVAL(Lin-Field-Recs)
           END-IF
           MOVE Lin-Time-Secs TO Lin-Prev-Secs
           .
       3300-Exit.
           EXIT.

      *> The same program handing off the same file twice is two runs
      *> of it, however close together.
       3310-Check-Repeat-Link.
           IF Lin-Ln-Dir(Lin-Ln-Sub) = Lin-Field-Dir(1:3)
              AND Lin-Ln-File(Lin-Ln-Sub) = Lin-Field-File
              MOVE 'Y' TO Lin-Found-Sw
           END-IF
           .
       3310-Exit.
           EXIT.

       3320-Table-Full.
           DISPLAY "STRMLIN: MORE HANDOFFS THAN THE TABLES HOLD - "
                   "READING STOPPED AT " Lin-Load-Date
           MOVE 'Y' TO Lin-Table-Full-Sw
           MOVE 'Y' TO Lin-Truncated-Sw
           .
       3320-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Resolve-Target - a generation reference becomes the
      *> generation's file name, as STRMGDG RESOLVE would name it.
      *> ---------------------------------------------------------------
       4000-Resolve-Target.
           MOVE Lin-Target-Parm TO Lin-Target
           MOVE SPACES TO Lin-Ref-Base Lin-Ref-Rel-Text
           UNSTRING Lin-Target-Parm DELIMITED BY '(' OR ')'
               INTO Lin-Ref-Base, Lin-Ref-Rel-Text
           END-UNSTRING
           MOVE 'N' TO Lin-Found-Sw
           PERFORM 4100-Find-Base THRU 4100-Exit
              VARYING Lin-Bs-Sub FROM 1 BY 1
              UNTIL Lin-Bs-Sub > Lin-Base-Count OR Lin-Found
           IF Lin-Ref-Rel-Text = SPACES AND NOT Lin-Found
              GO TO 4000-Exit
           END-IF
           IF NOT Lin-Found
              DISPLAY "STRMLIN: "
                      FUNCTION TRIM(Lin-Ref-Base, TRAILING)
                      " IS NOT A CATALOGUED GENERATION DATA GROUP"
              MOVE 'N' TO Lin-Target-Ok-Sw
              GO TO 4000-Exit
           END-IF
           SUBTRACT 1 FROM Lin-Bs-Sub
           MOVE 0 TO Lin-Ref-Rel
           IF Lin-Ref-Rel-Text NOT = SPACES
              IF FUNCTION TEST-NUMVAL(Lin-Ref-Rel-Text) NOT = 0
                 DISPLAY "STRMLIN: GENERATION REFERENCE MUST BE "
                         "base(0), base(-1) ..."
                 MOVE 'N' TO Lin-Target-Ok-Sw
                 GO TO 4000-Exit
              END-IF
              COMPUTE Lin-Ref-Rel = FUNCTION NUMVAL(Lin-Ref-Rel-Text)
           END-IF
           COMPUTE Lin-Gen-Work = Lin-Bs-Cur(Lin-Bs-Sub) + Lin-Ref-Rel
           IF Lin-Ref-Rel > 0 OR Lin-Gen-Work < 1
              DISPLAY "STRMLIN: NO SUCH GENERATION OF "
                      FUNCTION TRIM(Lin-Ref-Base, TRAILING)
              MOVE 'N' TO Lin-Target-Ok-Sw
              GO TO 4000-Exit
           END-IF
           MOVE Lin-Gen-Work TO Lin-Gen-Number
           MOVE SPACES TO Lin-Target
           STRING FUNCTION TRIM(Lin-Ref-Base, TRAILING)
                  '.G' Lin-Gen-Number
                  DELIMITED BY SIZE
                  INTO Lin-Target
           END-STRING
           .
       4000-Exit.
           EXIT.

       4100-Find-Base.
           IF Lin-Bs-Name(Lin-Bs-Sub) = Lin-Ref-Base
              MOVE 'Y' TO Lin-Found-Sw
           END-IF
           .
       4100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Trace-Lineage - print the tree, depth first, one node
      *> per pass: pop it, print it, push what hangs below it in
      *> reverse so it comes off the stack in order.
      *> ---------------------------------------------------------------
       5000-Trace-Lineage.
           MOVE 'N' TO Lin-Found-Sw
           PERFORM 5010-Find-Target-Link THRU 5010-Exit
              VARYING Lin-Ln-Sub FROM 1 BY 1
              UNTIL Lin-Ln-Sub > Lin-Link-Count OR Lin-Found
           IF Lin-Mode-Back
              DISPLAY "STREAMIO FILE LINEAGE - WHERE IT CAME FROM"
              DISPLAY "TARGET: " FUNCTION TRIM(Lin-Target, TRAILING)
                      " AS OF THE END OF " Lin-Asof-Date
           ELSE
              DISPLAY "STREAMIO FILE LINEAGE - WHAT IT TOUCHED"
              DISPLAY "TARGET: " FUNCTION TRIM(Lin-Target, TRAILING)
                      " ON OR AFTER " Lin-Asof-Date
           END-IF
           MOVE Lin-Days-Loaded TO Lin-Count-Disp
           DISPLAY "HANDOFFS READ " Lin-From-Date " THROUGH "
                   Lin-To-Date " (" FUNCTION TRIM(Lin-Count-Disp)
                   " DAYS ON FILE)"
           DISPLAY " "
           IF NOT Lin-Found
              DISPLAY "STRMLIN: "
                      FUNCTION TRIM(Lin-Target, TRAILING)
                      " IS NOT IN ANY HANDOFF RECORD READ"
              MOVE 'N' TO Lin-Target-Ok-Sw
              MOVE 8 TO RETURN-CODE
              GO TO 5000-Exit
           END-IF
           INITIALIZE Lin-Push
           MOVE 'F' TO Lin-Ps-Kind
           MOVE 0 TO Lin-Ps-Depth Lin-Ps-Link
           IF Lin-Mode-Back
              MOVE 0 TO Lin-Ps-Lo
              COMPUTE Lin-Ps-Hi = Lin-Step-Count + 1
           ELSE
      *> Going forward, the version traced is the first one the span
      *> saw written, or - for a partner file no step writes - the
      *> file as received.
              MOVE Lin-Target TO Lin-Pr-File
              MOVE 0 TO Lin-Next-Producer
              PERFORM 5600-Find-Next-Producer THRU 5600-Exit
              IF Lin-Next-Producer > Lin-Step-Count
                 MOVE 0 TO Lin-Ps-Lo
              ELSE
                 MOVE Lin-Next-Producer TO Lin-Ps-Lo
              END-IF
              MOVE Lin-Ps-Lo TO Lin-Next-Producer
              PERFORM 5600-Find-Next-Producer THRU 5600-Exit
              MOVE Lin-Next-Producer TO Lin-Ps-Hi
           END-IF
           PERFORM 5700-Push-Node THRU 5700-Exit
           PERFORM 5100-Take-Node THRU 5100-Exit
              UNTIL Lin-Stack-Count = 0
           .
       5000-Exit.
           EXIT.

       5010-Find-Target-Link.
           IF Lin-Ln-File(Lin-Ln-Sub) = Lin-Target
              MOVE 'Y' TO Lin-Found-Sw
           END-IF
           .
       5010-Exit.
           EXIT.

       5100-Take-Node.
           MOVE Lin-Stack-Entry(Lin-Stack-Count) TO Lin-Node
           SUBTRACT 1 FROM Lin-Stack-Count
           IF Lin-Node-Count >= Lin-Max-Nodes
              MOVE 'Y' TO Lin-Truncated-Sw
              MOVE 0 TO Lin-Stack-Count
              GO TO 5100-Exit
           END-IF
           ADD 1 TO Lin-Node-Count
           IF Lin-Nd-Link = 0
              MOVE Lin-Target TO Lin-Nd-File
           ELSE
              MOVE Lin-Ln-File(Lin-Nd-Link) TO Lin-Nd-File
           END-IF
           EVALUATE TRUE
              WHEN Lin-Nd-Is-File AND Lin-Mode-Back
                 PERFORM 5200-Back-File-Node THRU 5200-Exit
              WHEN Lin-Nd-Is-Step AND Lin-Mode-Back
                 PERFORM 5300-Back-Step-Node THRU 5300-Exit
              WHEN Lin-Nd-Is-File
                 PERFORM 5400-Fwd-File-Node THRU 5400-Exit
              WHEN OTHER
                 PERFORM 5500-Fwd-Step-Node THRU 5500-Exit
           END-EVALUATE
           .
       5100-Exit.
           EXIT.

      *> 5200-Back-File-Node - a file, and below it the last step
      *> that wrote it before Hi.  None means an original receipt.
       5200-Back-File-Node.
           MOVE 'N' TO Lin-Found-Sw
           PERFORM 5210-Find-Producer THRU 5210-Exit
              VARYING Lin-Ln-Sub FROM Lin-Link-Count BY -1
              UNTIL Lin-Ln-Sub < 1 OR Lin-Found
           IF Lin-Found
              MOVE SPACES TO Lin-Marker
              PERFORM 5900-Print-File-Line THRU 5900-Exit
              INITIALIZE Lin-Push
              MOVE 'S' TO Lin-Ps-Kind
              COMPUTE Lin-Ps-Depth = Lin-Nd-Depth + 1
              MOVE Lin-Ln-Step(Lin-Ln-Sub + 1) TO Lin-Ps-Step
              PERFORM 5700-Push-Node THRU 5700-Exit
           ELSE
      *> A generation is never a partner's file; one with no writer
      *> on record was written before the first day read.
              PERFORM 5970-Generation-Note THRU 5970-Exit
              IF Lin-Gen-Note NOT = SPACES
                 MOVE '<< WRITTEN BEFORE THE DAYS READ' TO Lin-Marker
                 PERFORM 5900-Print-File-Line THRU 5900-Exit
              ELSE
                 MOVE '<< ORIGINAL RECEIPT' TO Lin-Marker
                 PERFORM 5900-Print-File-Line THRU 5900-Exit
                 PERFORM 5800-Note-End-File THRU 5800-Exit
              END-IF
           END-IF
           .
       5200-Exit.
           EXIT.

       5210-Find-Producer.
           IF Lin-Ln-Step(Lin-Ln-Sub) < Lin-Nd-Hi
              AND Lin-Ln-Is-Output(Lin-Ln-Sub)
              AND Lin-Ln-File(Lin-Ln-Sub) = Lin-Nd-File
              MOVE 'Y' TO Lin-Found-Sw
           END-IF
           .
       5210-Exit.
           EXIT.

      *> 5300-Back-Step-Node - a step, and below it what it read.
       5300-Back-Step-Node.
           MOVE '<-' TO Lin-Marker
           PERFORM 5950-Print-Step-Line THRU 5950-Exit
           IF Lin-St-Shown(Lin-Nd-Step)
              GO TO 5300-Exit
           END-IF
           MOVE 'Y' TO Lin-St-Shown-Sw(Lin-Nd-Step)
           ADD 1 TO Lin-Step-Shown-Count
           COMPUTE Lin-Ln-Last = Lin-St-First-Link(Lin-Nd-Step)
                               + Lin-St-Link-Count(Lin-Nd-Step) - 1
           PERFORM 5310-Push-Input THRU 5310-Exit
              VARYING Lin-Ln-Sub FROM Lin-Ln-Last BY -1
              UNTIL Lin-Ln-Sub < Lin-St-First-Link(Lin-Nd-Step)
           .
       5300-Exit.
           EXIT.

       5310-Push-Input.
           IF Lin-Ln-Is-Input(Lin-Ln-Sub)
              INITIALIZE Lin-Push
              MOVE 'F' TO Lin-Ps-Kind
              COMPUTE Lin-Ps-Depth = Lin-Nd-Depth + 1
              MOVE Lin-Ln-Sub TO Lin-Ps-Link
              MOVE 0 TO Lin-Ps-Lo
              MOVE Lin-Nd-Step TO Lin-Ps-Hi
              PERFORM 5700-Push-Node THRU 5700-Exit
           END-IF
           .
       5310-Exit.
           EXIT.

      *> 5400-Fwd-File-Node - a file, and below it every step that
      *> read this version of it (after Lo, before Hi).
       5400-Fwd-File-Node.
           IF Lin-Nd-Link NOT = 0
              PERFORM 5800-Note-End-File THRU 5800-Exit
           END-IF
           MOVE 0 TO Lin-Last-Pushed-Step
           MOVE 'N' TO Lin-Found-Sw
           PERFORM 5410-Push-Consumer THRU 5410-Exit
              VARYING Lin-Ln-Sub FROM Lin-Link-Count BY -1
              UNTIL Lin-Ln-Sub < 1
           IF Lin-Found
              MOVE SPACES TO Lin-Marker
           ELSE
              MOVE '<< NOT READ SINCE' TO Lin-Marker
           END-IF
           PERFORM 5900-Print-File-Line THRU 5900-Exit
           .
       5400-Exit.
           EXIT.

       5410-Push-Consumer.
           IF Lin-Ln-Step(Lin-Ln-Sub) > Lin-Nd-Lo
              AND Lin-Ln-Step(Lin-Ln-Sub) < Lin-Nd-Hi
              AND Lin-Ln-Is-Input(Lin-Ln-Sub)
              AND Lin-Ln-File(Lin-Ln-Sub) = Lin-Nd-File
              AND Lin-Ln-Step(Lin-Ln-Sub) NOT = Lin-Last-Pushed-Step
              MOVE 'Y' TO Lin-Found-Sw
              INITIALIZE Lin-Push
              MOVE 'S' TO Lin-Ps-Kind
              COMPUTE Lin-Ps-Depth = Lin-Nd-Depth + 1
              MOVE Lin-Ln-Step(Lin-Ln-Sub) TO Lin-Ps-Step
              MOVE Lin-Ps-Step TO Lin-Last-Pushed-Step
              PERFORM 5700-Push-Node THRU 5700-Exit
           END-IF
           .
       5410-Exit.
           EXIT.

      *> 5500-Fwd-Step-Node - a step, and below it what it wrote.
       5500-Fwd-Step-Node.
           MOVE '->' TO Lin-Marker
           PERFORM 5950-Print-Step-Line THRU 5950-Exit
           IF Lin-St-Shown(Lin-Nd-Step)
              GO TO 5500-Exit
           END-IF
           MOVE 'Y' TO Lin-St-Shown-Sw(Lin-Nd-Step)
           ADD 1 TO Lin-Step-Shown-Count
           COMPUTE Lin-Ln-Last = Lin-St-First-Link(Lin-Nd-Step)
                               + Lin-St-Link-Count(Lin-Nd-Step) - 1
           PERFORM 5510-Push-Output THRU 5510-Exit
              VARYING Lin-Ln-Sub FROM Lin-Ln-Last BY -1
              UNTIL Lin-Ln-Sub < Lin-St-First-Link(Lin-Nd-Step)
           .
       5500-Exit.
           EXIT.

       5510-Push-Output.
           IF Lin-Ln-Is-Output(Lin-Ln-Sub)
              INITIALIZE Lin-Push
              MOVE 'F' TO Lin-Ps-Kind
              COMPUTE Lin-Ps-Depth = Lin-Nd-Depth + 1
              MOVE Lin-Ln-Sub TO Lin-Ps-Link
              MOVE Lin-Nd-Step TO Lin-Ps-Lo
              MOVE Lin-Ln-File(Lin-Ln-Sub) TO Lin-Pr-File
              MOVE Lin-Nd-Step TO Lin-Next-Producer
              PERFORM 5600-Find-Next-Producer THRU 5600-Exit
              MOVE Lin-Next-Producer TO Lin-Ps-Hi
              PERFORM 5700-Push-Node THRU 5700-Exit
           END-IF
           .
       5510-Exit.
           EXIT.

      *> 5600-Find-Next-Producer - the first step after
      *> Lin-Next-Producer to write Lin-Pr-File, or one past the last
      *> step when none does.  Its own subscript, so it can be used
      *> inside a walk of the link table.
       5600-Find-Next-Producer.
           MOVE 'N' TO Lin-Found-Sw
           PERFORM 5610-Check-Producer THRU 5610-Exit
              VARYING Lin-Pr-Sub FROM 1 BY 1
              UNTIL Lin-Pr-Sub > Lin-Link-Count OR Lin-Found
           IF NOT Lin-Found
              COMPUTE Lin-Next-Producer = Lin-Step-Count + 1
           END-IF
           .
       5600-Exit.
           EXIT.

       5610-Check-Producer.
           IF Lin-Ln-Step(Lin-Pr-Sub) > Lin-Next-Producer
              AND Lin-Ln-Is-Output(Lin-Pr-Sub)
              AND Lin-Ln-File(Lin-Pr-Sub) = Lin-Pr-File
              MOVE 'Y' TO Lin-Found-Sw
              MOVE Lin-Ln-Step(Lin-Pr-Sub) TO Lin-Next-Producer
           END-IF
           .
       5610-Exit.
           EXIT.

       5700-Push-Node.
           IF Lin-Stack-Count >= Lin-Max-Stack
              MOVE 'Y' TO Lin-Truncated-Sw
              GO TO 5700-Exit
           END-IF
           ADD 1 TO Lin-Stack-Count
           MOVE Lin-Push TO Lin-Stack-Entry(Lin-Stack-Count)
           .
       5700-Exit.
           EXIT.

       5800-Note-End-File.
           MOVE 'N' TO Lin-Found-Sw
           PERFORM 5810-Check-End-File THRU 5810-Exit
              VARYING Lin-End-Sub FROM 1 BY 1
              UNTIL Lin-End-Sub > Lin-End-Count OR Lin-Found
           IF Lin-Found
              GO TO 5800-Exit
           END-IF
           IF Lin-End-Count >= Lin-Max-Ends
              MOVE 'Y' TO Lin-Truncated-Sw
              GO TO 5800-Exit
           END-IF
           ADD 1 TO Lin-End-Count
           MOVE Lin-Nd-File TO Lin-End-Name(Lin-End-Count)
           .
       5800-Exit.
           EXIT.

       5810-Check-End-File.
           IF Lin-End-Name(Lin-End-Sub) = Lin-Nd-File
              MOVE 'Y' TO Lin-Found-Sw
           END-IF
           .
       5810-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5900-Print-File-Line / 5950-Print-Step-Line - one line of
      *> the tree, indented three columns per level.
      *> ---------------------------------------------------------------
       5900-Print-File-Line.
           PERFORM 5960-Start-Line THRU 5960-Exit
           STRING "FILE " FUNCTION TRIM(Lin-Nd-File, TRAILING)
                  DELIMITED BY SIZE
                  INTO Lin-Print-Line WITH POINTER Lin-Ptr
           END-STRING
           IF Lin-Nd-Link NOT = 0
              MOVE Lin-Ln-Recs(Lin-Nd-Link) TO Lin-Recs-Disp
              STRING " " FUNCTION TRIM(Lin-Ln-Dir(Lin-Nd-Link))
                     " RECS=" FUNCTION TRIM(Lin-Recs-Disp)
                     DELIMITED BY SIZE
                     INTO Lin-Print-Line WITH POINTER Lin-Ptr
              END-STRING
           END-IF
           PERFORM 5970-Generation-Note THRU 5970-Exit
           IF Lin-Gen-Note NOT = SPACES
              STRING " " FUNCTION TRIM(Lin-Gen-Note, TRAILING)
                     DELIMITED BY SIZE
                     INTO Lin-Print-Line WITH POINTER Lin-Ptr
              END-STRING
           END-IF
           IF Lin-Marker NOT = SPACES
              STRING "  " FUNCTION TRIM(Lin-Marker, TRAILING)
                     DELIMITED BY SIZE
                     INTO Lin-Print-Line WITH POINTER Lin-Ptr
              END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(Lin-Print-Line, TRAILING)
           .
       5900-Exit.
           EXIT.

       5950-Print-Step-Line.
           PERFORM 5960-Start-Line THRU 5960-Exit
           STRING FUNCTION TRIM(Lin-Marker, TRAILING) " "
                  Lin-St-Pgm(Lin-Nd-Step) " "
                  Lin-St-Date(Lin-Nd-Step) " "
                  Lin-St-Time(Lin-Nd-Step)
                  DELIMITED BY SIZE
                  INTO Lin-Print-Line WITH POINTER Lin-Ptr
           END-STRING
           IF Lin-St-Shown(Lin-Nd-Step)
              STRING " (SEE ABOVE)"
                     DELIMITED BY SIZE
                     INTO Lin-Print-Line WITH POINTER Lin-Ptr
              END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(Lin-Print-Line, TRAILING)
           .
       5950-Exit.
           EXIT.

       5960-Start-Line.
           MOVE SPACES TO Lin-Print-Line
           IF Lin-Nd-Depth > 20
              MOVE 60 TO Lin-Indent
           ELSE
              COMPUTE Lin-Indent = Lin-Nd-Depth * 3
           END-IF
           COMPUTE Lin-Ptr = Lin-Indent + 1
           .
       5960-Exit.
           EXIT.

      *> 5970-Generation-Note - for a file named base.Gnnnnn under a
      *> catalogued base: which generation it is, the current one,
      *> and whether it is still on disk to back out to.
       5970-Generation-Note.
           MOVE SPACES TO Lin-Gen-Note
           COMPUTE Lin-Name-Len = FUNCTION LENGTH(
              FUNCTION TRIM(Lin-Nd-File, TRAILING))
           IF Lin-Name-Len < 8
              GO TO 5970-Exit
           END-IF
           IF Lin-Nd-File(Lin-Name-Len - 6:2) NOT = '.G'
              OR Lin-Nd-File(Lin-Name-Len - 4:5) IS NOT NUMERIC
              GO TO 5970-Exit
           END-IF
           MOVE SPACES TO Lin-Ref-Base
           MOVE Lin-Nd-File(1:Lin-Name-Len - 7) TO Lin-Ref-Base
           MOVE 'N' TO Lin-Found-Sw
           PERFORM 4100-Find-Base THRU 4100-Exit
              VARYING Lin-Bs-Sub FROM 1 BY 1
              UNTIL Lin-Bs-Sub > Lin-Base-Count OR Lin-Found
           IF NOT Lin-Found
              GO TO 5970-Exit
           END-IF
           SUBTRACT 1 FROM Lin-Bs-Sub
           MOVE Lin-Nd-File(Lin-Name-Len - 4:5) TO Lin-Gen-Disp
           MOVE Lin-Bs-Cur(Lin-Bs-Sub) TO Lin-Cur-Disp
           STRING "[GEN " FUNCTION TRIM(Lin-Gen-Disp)
                  " OF " FUNCTION TRIM(Lin-Ref-Base, TRAILING)
                  ", CURRENT " FUNCTION TRIM(Lin-Cur-Disp)
                  DELIMITED BY SIZE
                  INTO Lin-Gen-Note
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING Lin-Nd-File
                                             Lin-Gen-File-Details
           IF RETURN-CODE NOT = 0
              STRING FUNCTION TRIM(Lin-Gen-Note, TRAILING)
                     ", PURGED]"
                     DELIMITED BY SIZE
                     INTO Lin-Gen-Note
              END-STRING
           ELSE
              STRING FUNCTION TRIM(Lin-Gen-Note, TRAILING) "]"
                     DELIMITED BY SIZE
                     INTO Lin-Gen-Note
              END-STRING
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       5970-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8000-Print-Summary - the files at the far end of the walk.
      *> ---------------------------------------------------------------
       8000-Print-Summary.
           IF NOT Lin-Target-Ok
              GO TO 8000-Exit
           END-IF
           DISPLAY " "
           IF Lin-Mode-Back
              DISPLAY "ORIGINAL RECEIPTS (NO STEP ON RECORD WROTE "
                      "THEM):"
           ELSE
              DISPLAY "EVERYTHING DOWNSTREAM (WRITTEN FROM IT, "
                      "DIRECTLY OR NOT):"
           END-IF
           MOVE 0 TO Lin-Nd-Link
           PERFORM 8100-Print-End-File THRU 8100-Exit
              VARYING Lin-End-Sub FROM 1 BY 1
              UNTIL Lin-End-Sub > Lin-End-Count
           IF Lin-End-Count = 0
              DISPLAY "    (NONE)"
           END-IF
           DISPLAY " "
           MOVE Lin-Step-Shown-Count TO Lin-Count-Disp
           DISPLAY "STEPS IN THE TREE . . . " Lin-Count-Disp
           MOVE Lin-End-Count TO Lin-Count-Disp
           DISPLAY "FILES LISTED  . . . . . " Lin-Count-Disp
           IF Lin-Truncated
              DISPLAY "STRMLIN: TREE CUT SHORT AT THE TABLE LIMITS - "
                      "NARROW THE DAYS"
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       8000-Exit.
           EXIT.

       8100-Print-End-File.
           MOVE Lin-End-Name(Lin-End-Sub) TO Lin-Nd-File
           PERFORM 5970-Generation-Note THRU 5970-Exit
           MOVE SPACES TO Lin-Print-Line
           STRING "    " FUNCTION TRIM(Lin-Nd-File, TRAILING) " "
                  FUNCTION TRIM(Lin-Gen-Note, TRAILING)
                  DELIMITED BY SIZE
                  INTO Lin-Print-Line
           END-STRING
           DISPLAY FUNCTION TRIM(Lin-Print-Line, TRAILING)
           .
       8100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Lin-Abort-Error
              MOVE 'Y' TO Lin-Err-Sw
              MOVE SCB-Filename TO Lin-Err-Filename
              MOVE SCB-Function TO Lin-Err-Function
              MOVE SCB-Mode TO Lin-Err-Mode
              MOVE SCB-Delimiter-Mode TO Lin-Err-Delimiter-Mode
              MOVE SCB-Offset TO Lin-Err-Offset
              MOVE SCB-Return-Code TO Lin-Err-Return-Code
              MOVE SCB-Severity TO Lin-Err-Severity
              MOVE SCB-Calling-Program TO Lin-Err-Calling-Program
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
           IF Lin-Abort-Error
              MOVE Lin-Err-Filename TO SCB-Filename
              MOVE Lin-Err-Function TO SCB-Function
              MOVE Lin-Err-Mode TO SCB-Mode
              MOVE Lin-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Lin-Err-Offset TO SCB-Offset
              MOVE Lin-Err-Return-Code TO SCB-Return-Code
              MOVE Lin-Err-Severity TO SCB-Severity
              MOVE Lin-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Lin-Line-Count TO Strm-RS-Read-Count
           MOVE 0 TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMLIN-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
