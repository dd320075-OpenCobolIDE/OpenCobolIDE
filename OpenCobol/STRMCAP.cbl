      *> ***************************************************************
      *> ** Program:  STRMCAP.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMCAP is the nightly disk capacity snapshot and space   **
      *> ** forecast.  We ran out of disk twice because the logs, the **
      *> ** GDG generations and the STRMPAK archives grew faster than **
      *> ** anyone noticed; this step counts the files and bytes of   **
      *> ** each family of files through Streamio-FUNC-LIST-DIR,     **
      *> ** keeps the history of those snapshots, and says how fast   **
      *> ** each family is growing and how many days are left before **
      *> ** its configured space limit.                               **
      *> **                                                           **
      *> ** Parameter (via ACCEPT FROM COMMAND-LINE):                 **
      *> **    control-file                                           **
      *> **                                                           **
      *> ** Control file directives (blank lines and "*" comments     **
      *> ** ignored):                                                 **
      *> **    FAMILY  name pattern     a LIST-DIR pattern, e.g.      **
      *> **                             "streamio_error_*.log";       **
      *> **                             repeat the name to add more   **
      *> **                             patterns to one family        **
      *> **    GDG                      every base in the STRMGDG     **
      *> **                             catalog as a family of its    **
      *> **                             own (pattern base.G*)         **
      *> **    LIMIT   name|ALL bytes   the space the family (or all  **
      *> **                             families together) may use    **
      *> **    HORIZON days             warn of a run-out this close  **
      *> **                             (default 14)                  **
      *> **    JUMP    percent [bytes]  a sharp jump is growth since  **
      *> **                             the last snapshot of at least **
      *> **                             percent of the size then and  **
      *> **                             at least bytes (defaults 50   **
      *> **                             and 1048576)                  **
      *> **    TREND   days             the growth rate is measured   **
      *> **                             from the oldest snapshot this **
      *> **                             many days back (default 30)   **
      *> ** The typical families are the error, audit, run-stats and  **
      *> ** handoff logs, GDG, the STRMPAK archives, and the inbound  **
      *> ** and outbound feed directories.  A file matched by the     **
      *> ** patterns of two families counts in both.                  **
      *> **                                                           **
      *> ** Each run appends the day's snapshot, one line per family  **
      *> ** plus the ALL total, to strmcap_history.dat:               **
      *> **    DATE=yyyymmdd FAMILY=name FILES=n BYTES=n              **
      *> ** A rerun the same day appends again; today's earlier lines **
      *> ** are never used as history.                                **
      *> **                                                           **
      *> ** A family that jumped sharply, is over its limit, or will  **
      *> ** reach it within the horizon at its trend rate prints a    **
      *> ** "***" line and raises an operator alert (STREAMIOAlr.cpy, **
      *> ** subject the family name) for STRMALRT with condition:     **
      *> **    GJ  growth jump                                        **
      *> **    RO  run-out within the horizon                         **
      *> **    OV  already over its limit (RC=16 in the alert)        **
      *> ** Growth past 99999 percent prints (and is judged) as      **
      *> ** 99999, a run-out more than 9999999 days off as 9999999.   **
      *> ** Run it inside the morning package and the "***" lines and **
      *> ** RC 8 put it among the package's exceptions:               **
      *> **    REPORT CAPACITY STRMCAP strmcap.ctl                    **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  the control file is missing or unusable            **
      *> **     8  any family jumped, is over, or runs out within     **
      *> **        the horizon                                        **
      *> **     4  a pattern could not be listed                      **
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
      *> ** 2026-10-15  GLC  Growth percentage and days left held at  **
      *> **                  their largest value instead of           **
      *> **                  truncating.                              **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMCAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Cap-Parm-Line                        PIC X(512).
       01  Cap-Control-File                     PIC X(256) VALUE
                                                 SPACES.
       01  Cap-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Cap-Setup-Ok                      VALUE 'Y'.
       01  Cap-Current-Date                     PIC X(21).
       01  Cap-Today                            PIC 9(08).
       01  Cap-Today-Int                        PIC 9(07).
       01  Cap-Trend-From                       PIC 9(08).

       01  Cap-Handle                           PIC X(4) COMP-X.
       01  Cap-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Cap-Eof                           VALUE 'Y'.
       01  Cap-List-Done-Sw                     PIC X(1) VALUE 'N'.
           88 Cap-List-Done                     VALUE 'Y'.
       01  Cap-Line                             PIC X(512).
       01  Cap-Verb                             PIC X(10).
       01  Cap-Tok-1                            PIC X(256).
       01  Cap-Tok-2                            PIC X(256).
       01  Cap-Tok-3                            PIC X(20).

      *> ---------------------------------------------------------------
      *> Settings, with their defaults.
      *> ---------------------------------------------------------------
       01  Cap-Horizon                          PIC 9(04) VALUE 14.
       01  Cap-Jump-Pct                         PIC 9(04) VALUE 50.
       01  Cap-Jump-Min                         PIC 9(15) VALUE 1048576.
       01  Cap-Trend-Days                       PIC 9(04) VALUE 30.
       01  Cap-Gdg-Sw                           PIC X(1) VALUE 'N'.
           88 Cap-Gdg-Wanted                    VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The families: today's count and bytes, the last snapshot
      *> before today, and the trend base (the oldest snapshot in the
      *> trend window).  The last entry is always ALL, the total.
      *> ---------------------------------------------------------------
       01  Cap-Max-Families                     PIC 9(03) VALUE 100.
       01  Cap-Family-Count                     PIC 9(03) VALUE 0.
       01  Cap-Family-Table.
           05 Cap-Family-Entry OCCURS 100 TIMES.
              10 Cap-Fm-Name                    PIC X(32).
              10 Cap-Fm-Limit                   PIC 9(15).
              10 Cap-Fm-Files                   PIC 9(09).
              10 Cap-Fm-Bytes                   PIC 9(15).
              10 Cap-Fm-Prev-Date               PIC 9(08).
              10 Cap-Fm-Prev-Bytes              PIC 9(15).
              10 Cap-Fm-Base-Date               PIC 9(08).
              10 Cap-Fm-Base-Bytes              PIC 9(15).
              10 Cap-Fm-List-Error-Sw           PIC X(01).
                 88 Cap-Fm-List-Error           VALUE 'Y'.
       01  Cap-Fm-Sub                           PIC 9(03).
       01  Cap-All-Sub                          PIC 9(03).
       01  Cap-Found-Sw                         PIC X(1) VALUE 'N'.
           88 Cap-Found                         VALUE 'Y'.

       01  Cap-Max-Patterns                     PIC 9(03) VALUE 200.
       01  Cap-Pattern-Count                    PIC 9(03) VALUE 0.
       01  Cap-Pattern-Table.
           05 Cap-Pattern-Entry OCCURS 200 TIMES.
              10 Cap-Pt-Family                  PIC 9(03).
              10 Cap-Pt-Pattern                 PIC X(256).
       01  Cap-Pt-Sub                           PIC 9(03).

       01  Cap-Max-Limits                       PIC 9(03) VALUE 100.
       01  Cap-Limit-Count                      PIC 9(03) VALUE 0.
       01  Cap-Limit-Table.
           05 Cap-Limit-Entry OCCURS 100 TIMES.
              10 Cap-Lm-Name                    PIC X(32).
              10 Cap-Lm-Bytes                   PIC 9(15).
       01  Cap-Lm-Sub                           PIC 9(03).
       01  Cap-Name-Work                        PIC X(32).

       01  Cap-Listed-Name                      PIC X(256).
       01  Cap-File-Details.
           05 Cap-FD-Size                       PIC X(8) COMP-X.
           05 Cap-FD-Date                       PIC X(4) COMP-X.
           05 Cap-FD-Time                       PIC X(4) COMP-X.
       01  Cap-Cbl-Return                       PIC S9(9) COMP-5.
       01  Cap-List-Error-Count                 PIC 9(03) VALUE 0.

      *> ---------------------------------------------------------------
      *> The STRMGDG catalog, when GDG is asked for.
      *> ---------------------------------------------------------------
       01  Cap-Catalog-Filename                 PIC X(256) VALUE
                                                 'strmgdg_catalog.dat'.
       01  Cap-Field-Lead                       PIC X(02).
       01  Cap-Field-Base                       PIC X(200).
       01  Cap-Field-Cur                        PIC X(08).

      *> ---------------------------------------------------------------
      *> The history file.
      *> ---------------------------------------------------------------
       01  Cap-History-Filename                 PIC X(256) VALUE
                                                 'strmcap_history.dat'.
       01  Cap-H-Lead                           PIC X(02).
       01  Cap-H-Date                           PIC X(08).
       01  Cap-H-Family                         PIC X(32).
       01  Cap-H-Files                          PIC X(12).
       01  Cap-H-Bytes                          PIC X(18).
       01  Cap-H-Date-Num                       PIC 9(08).
       01  Cap-H-Bytes-Num                      PIC 9(15).
       01  Cap-Read-Count                       PIC 9(07) VALUE 0.
       01  Cap-Write-Count                      PIC 9(07) VALUE 0.
       01  Cap-Files-Out                        PIC 9(09).
       01  Cap-Bytes-Out                        PIC 9(15).

      *> ---------------------------------------------------------------
      *> The forecast for the family being reported.
      *> ---------------------------------------------------------------
       01  Cap-Change                           PIC S9(15).
       01  Cap-Pct                              PIC S9(07).
       01  Cap-Rate                             PIC S9(15).
       01  Cap-Rate-Days                        PIC 9(05).
       01  Cap-Days-Left                        PIC 9(07).
       01  Cap-Jump-Sw                          PIC X(1).
           88 Cap-Jump                          VALUE 'Y'.
       01  Cap-Runout-Sw                        PIC X(1).
           88 Cap-Runout                        VALUE 'Y'.
       01  Cap-Over-Sw                          PIC X(1).
           88 Cap-Over                          VALUE 'Y'.
       01  Cap-Exception-Count                  PIC 9(03) VALUE 0.
       01  Cap-Print-Line                       PIC X(160).
       01  Cap-Files-Disp                       PIC Z(6)9.
       01  Cap-Bytes-Disp                       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  Cap-Change-Disp                      PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  Cap-Pct-Disp                         PIC -(5)9.
       01  Cap-Days-Disp                        PIC Z(6)9.
       01  Cap-Count-Disp                       PIC ZZ,ZZ9.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Cap-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Cap-Abort-Error                   VALUE 'Y'.
       01  Cap-Err-Filename                     PIC X(256).
       01  Cap-Err-Function                     PIC X(2).
       01  Cap-Err-Mode                         PIC X(1).
       01  Cap-Err-Delimiter-Mode               PIC X(1).
       01  Cap-Err-Offset                       PIC X(8) COMP-X.
       01  Cap-Err-Return-Code                  USAGE BINARY-LONG.
       01  Cap-Err-Severity                     PIC X(1).
       01  Cap-Err-Calling-Program              PIC X(8).

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOAlrWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF Cap-Setup-Ok
              PERFORM 2000-Load-Control THRU 2000-Exit
           END-IF
           IF Cap-Setup-Ok AND Cap-Family-Count = 0
              DISPLAY "STRMCAP: NO FAMILIES IN THE CONTROL FILE"
              MOVE 'N' TO Cap-Setup-Ok-Sw
           END-IF
           IF NOT Cap-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2300-Add-All-Family THRU 2300-Exit
           PERFORM 2400-Apply-One-Limit THRU 2400-Exit
              VARYING Cap-Lm-Sub FROM 1 BY 1
              UNTIL Cap-Lm-Sub > Cap-Limit-Count
           PERFORM 2500-Load-History THRU 2500-Exit
           PERFORM 3000-Take-Snapshot THRU 3000-Exit
           PERFORM 4000-Write-History THRU 4000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           PERFORM 5000-Print-Forecast THRU 5000-Exit
           IF Cap-Abort-Error
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Cap-Parm-Line FROM COMMAND-LINE
           UNSTRING Cap-Parm-Line DELIMITED BY ALL SPACE
               INTO Cap-Control-File
           END-UNSTRING
           MOVE 'STRMCAP' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMCAP' TO Strm-RS-Program
           MOVE Cap-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE 'STRMCAP' TO Strm-AR-Program
           MOVE FUNCTION CURRENT-DATE TO Cap-Current-Date
           MOVE Cap-Current-Date(1:8) TO Cap-Today
           COMPUTE Cap-Today-Int = FUNCTION INTEGER-OF-DATE(Cap-Today)
           IF Cap-Control-File = SPACES
              DISPLAY "STRMCAP: USAGE - STRMCAP control-file"
              MOVE 'N' TO Cap-Setup-Ok-Sw
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Control - families, patterns, limits and settings.
      *> ---------------------------------------------------------------
       2000-Load-Control.
           MOVE Cap-Control-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMCAP: CANNOT OPEN CONTROL FILE "
                      FUNCTION TRIM(Cap-Control-File, TRAILING)
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE 'N' TO Cap-Setup-Ok-Sw
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Cap-Handle
           MOVE 'N' TO Cap-Eof-Sw
           PERFORM 2100-Load-One-Control-Line THRU 2100-Exit
              UNTIL Cap-Eof
           MOVE Cap-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF Cap-Setup-Ok AND Cap-Gdg-Wanted
              PERFORM 2200-Load-Gdg-Families THRU 2200-Exit
           END-IF
           .
       2000-Exit.
           EXIT.

       2100-Load-One-Control-Line.
           MOVE Cap-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Cap-Eof-Sw
              GO TO 2100-Exit
           END-IF
           MOVE Streamio-Record-Data(1:512) TO Cap-Line
           IF Cap-Line = SPACES OR Cap-Line(1:1) = '*'
              GO TO 2100-Exit
           END-IF
           MOVE SPACES TO Cap-Verb Cap-Tok-1 Cap-Tok-2 Cap-Tok-3
           UNSTRING Cap-Line DELIMITED BY ALL SPACE
               INTO Cap-Verb, Cap-Tok-1, Cap-Tok-2, Cap-Tok-3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(Cap-Verb) TO Cap-Verb
           EVALUATE Cap-Verb
              WHEN 'FAMILY'
                 IF Cap-Tok-2 = SPACES
                    DISPLAY "STRMCAP: INCOMPLETE FAMILY LINE: "
                            FUNCTION TRIM(Cap-Line, TRAILING)
                    MOVE 'N' TO Cap-Setup-Ok-Sw
                    GO TO 2100-Exit
                 END-IF
                 MOVE Cap-Tok-1 TO Cap-Name-Work
                 PERFORM 2150-Add-Pattern THRU 2150-Exit
              WHEN 'GDG'
                 MOVE 'Y' TO Cap-Gdg-Sw
              WHEN 'LIMIT'
                 IF Cap-Tok-1 = SPACES
                    OR FUNCTION TEST-NUMVAL(Cap-Tok-2) NOT = 0
                    DISPLAY "STRMCAP: LIMIT NEEDS A NAME AND A BYTE "
                            "COUNT: " FUNCTION TRIM(Cap-Line, TRAILING)
                    MOVE 'N' TO Cap-Setup-Ok-Sw
                    GO TO 2100-Exit
                 END-IF
                 IF Cap-Limit-Count >= Cap-Max-Limits
                    DISPLAY "STRMCAP: TOO MANY LIMITS, IGNORED: "
                            FUNCTION TRIM(Cap-Tok-1, TRAILING)
                    GO TO 2100-Exit
                 END-IF
                 ADD 1 TO Cap-Limit-Count
                 MOVE Cap-Tok-1 TO Cap-Lm-Name(Cap-Limit-Count)
                 COMPUTE Cap-Lm-Bytes(Cap-Limit-Count) =
                    FUNCTION NUMVAL(Cap-Tok-2)
              WHEN 'HORIZON'
                 IF FUNCTION TEST-NUMVAL(Cap-Tok-1) NOT = 0
                    DISPLAY "STRMCAP: HORIZON MUST BE A NUMBER OF DAYS"
                    MOVE 'N' TO Cap-Setup-Ok-Sw
                    GO TO 2100-Exit
                 END-IF
                 COMPUTE Cap-Horizon = FUNCTION NUMVAL(Cap-Tok-1)
              WHEN 'JUMP'
                 IF FUNCTION TEST-NUMVAL(Cap-Tok-1) NOT = 0
                    DISPLAY "STRMCAP: JUMP MUST BE A PERCENTAGE"
                    MOVE 'N' TO Cap-Setup-Ok-Sw
                    GO TO 2100-Exit
                 END-IF
                 COMPUTE Cap-Jump-Pct = FUNCTION NUMVAL(Cap-Tok-1)
                 IF Cap-Tok-2 NOT = SPACES
                    IF FUNCTION TEST-NUMVAL(Cap-Tok-2) NOT = 0
                       DISPLAY "STRMCAP: JUMP MINIMUM MUST BE A BYTE "
                               "COUNT"
                       MOVE 'N' TO Cap-Setup-Ok-Sw
                       GO TO 2100-Exit
                    END-IF
                    COMPUTE Cap-Jump-Min = FUNCTION NUMVAL(Cap-Tok-2)
                 END-IF
              WHEN 'TREND'
                 IF FUNCTION TEST-NUMVAL(Cap-Tok-1) NOT = 0
                    OR FUNCTION NUMVAL(Cap-Tok-1) < 1
                    DISPLAY "STRMCAP: TREND MUST BE A NUMBER OF DAYS"
                    MOVE 'N' TO Cap-Setup-Ok-Sw
                    GO TO 2100-Exit
                 END-IF
                 COMPUTE Cap-Trend-Days = FUNCTION NUMVAL(Cap-Tok-1)
              WHEN OTHER
                 DISPLAY "STRMCAP: IGNORING UNKNOWN DIRECTIVE: "
                         FUNCTION TRIM(Cap-Line, TRAILING)
           END-EVALUATE
           .
       2100-Exit.
           EXIT.

      *> 2150-Add-Pattern - Cap-Tok-2 under family Cap-Name-Work,
      *> which is added if it is new.
       2150-Add-Pattern.
           PERFORM 2160-Find-Family THRU 2160-Exit
           IF NOT Cap-Found
              IF Cap-Family-Count >= Cap-Max-Families - 1
                 DISPLAY "STRMCAP: TOO MANY FAMILIES, IGNORED: "
                         FUNCTION TRIM(Cap-Name-Work, TRAILING)
                 GO TO 2150-Exit
              END-IF
              ADD 1 TO Cap-Family-Count
              MOVE Cap-Family-Count TO Cap-Fm-Sub
              INITIALIZE Cap-Family-Entry(Cap-Fm-Sub)
              MOVE Cap-Name-Work TO Cap-Fm-Name(Cap-Fm-Sub)
           END-IF
           IF Cap-Pattern-Count >= Cap-Max-Patterns
              DISPLAY "STRMCAP: TOO MANY PATTERNS, IGNORED: "
                      FUNCTION TRIM(Cap-Tok-2, TRAILING)
              GO TO 2150-Exit
           END-IF
           ADD 1 TO Cap-Pattern-Count
           MOVE Cap-Fm-Sub TO Cap-Pt-Family(Cap-Pattern-Count)
           MOVE Cap-Tok-2 TO Cap-Pt-Pattern(Cap-Pattern-Count)
           .
       2150-Exit.
           EXIT.

      *> 2160-Find-Family - Cap-Fm-Sub is the family named
      *> Cap-Name-Work when Cap-Found.
       2160-Find-Family.
           MOVE 'N' TO Cap-Found-Sw
           PERFORM 2170-Check-One-Family THRU 2170-Exit
              VARYING Cap-Fm-Sub FROM 1 BY 1
              UNTIL Cap-Fm-Sub > Cap-Family-Count OR Cap-Found
           IF Cap-Found
              SUBTRACT 1 FROM Cap-Fm-Sub
           END-IF
           .
       2160-Exit.
           EXIT.

       2170-Check-One-Family.
           IF Cap-Fm-Name(Cap-Fm-Sub) = Cap-Name-Work
              MOVE 'Y' TO Cap-Found-Sw
           END-IF
           .
       2170-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2200-Load-Gdg-Families - one family per catalogued base,
      *> named for the base and listing base.G*.
      *> ---------------------------------------------------------------
       2200-Load-Gdg-Families.
           MOVE Cap-Catalog-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              DISPLAY "STRMCAP: GDG ASKED FOR BUT NO STRMGDG CATALOG"
              GO TO 2200-Exit
           END-IF
           MOVE SCB-Handle TO Cap-Handle
           MOVE 'N' TO Cap-Eof-Sw
           PERFORM 2210-Load-One-Base THRU 2210-Exit
              UNTIL Cap-Eof
           MOVE Cap-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2200-Exit.
           EXIT.

       2210-Load-One-Base.
           MOVE Cap-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Cap-Eof-Sw
              GO TO 2210-Exit
           END-IF
           MOVE SPACES TO Cap-Field-Lead Cap-Field-Base
                          Cap-Field-Cur
           UNSTRING Streamio-Record-Data
               DELIMITED BY "BASE=" OR " CUR="
               INTO Cap-Field-Lead, Cap-Field-Base, Cap-Field-Cur
           END-UNSTRING
           IF Cap-Field-Base = SPACES
              GO TO 2210-Exit
           END-IF
           MOVE Cap-Field-Base TO Cap-Name-Work
           MOVE SPACES TO Cap-Tok-2
           STRING FUNCTION TRIM(Cap-Field-Base, TRAILING) '.G*'
                  DELIMITED BY SIZE
                  INTO Cap-Tok-2
           END-STRING
           PERFORM 2150-Add-Pattern THRU 2150-Exit
           .
       2210-Exit.
           EXIT.

       2300-Add-All-Family.
           ADD 1 TO Cap-Family-Count
           MOVE Cap-Family-Count TO Cap-All-Sub
           INITIALIZE Cap-Family-Entry(Cap-All-Sub)
           MOVE 'ALL' TO Cap-Fm-Name(Cap-All-Sub)
           .
       2300-Exit.
           EXIT.

       2400-Apply-One-Limit.
           MOVE Cap-Lm-Name(Cap-Lm-Sub) TO Cap-Name-Work
           PERFORM 2160-Find-Family THRU 2160-Exit
           IF Cap-Found
              MOVE Cap-Lm-Bytes(Cap-Lm-Sub) TO Cap-Fm-Limit(Cap-Fm-Sub)
           ELSE
              DISPLAY "STRMCAP: LIMIT FOR UNKNOWN FAMILY IGNORED: "
                      FUNCTION TRIM(Cap-Name-Work, TRAILING)
           END-IF
           .
       2400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2500-Load-History - per family, the last snapshot before
      *> today and the oldest one inside the trend window.  No
      *> history yet just means a first night.
      *> ---------------------------------------------------------------
       2500-Load-History.
           MOVE FUNCTION DATE-OF-INTEGER(Cap-Today-Int - Cap-Trend-Days)
              TO Cap-Trend-From
           MOVE Cap-History-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2500-Exit
           END-IF
           MOVE SCB-Handle TO Cap-Handle
           MOVE 'N' TO Cap-Eof-Sw
           PERFORM 2510-Load-One-History-Line THRU 2510-Exit
              UNTIL Cap-Eof
           MOVE Cap-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2500-Exit.
           EXIT.

       2510-Load-One-History-Line.
           MOVE Cap-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Cap-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Cap-Eof-Sw
                 GO TO 2510-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Cap-Eof-Sw
                 GO TO 2510-Exit
           END-EVALUATE
           MOVE SPACES TO Cap-H-Lead Cap-H-Date Cap-H-Family
                          Cap-H-Files Cap-H-Bytes
           UNSTRING Streamio-Record-Data
               DELIMITED BY "DATE=" OR " FAMILY=" OR " FILES="
                         OR " BYTES="
               INTO Cap-H-Lead, Cap-H-Date, Cap-H-Family,
                    Cap-H-Files, Cap-H-Bytes
           END-UNSTRING
           IF Cap-H-Date IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(Cap-H-Bytes) NOT = 0
              GO TO 2510-Exit
           END-IF
           MOVE Cap-H-Date TO Cap-H-Date-Num
           IF Cap-H-Date-Num >= Cap-Today
              GO TO 2510-Exit
           END-IF
           MOVE Cap-H-Family TO Cap-Name-Work
           PERFORM 2160-Find-Family THRU 2160-Exit
           IF NOT Cap-Found
              GO TO 2510-Exit
           END-IF
           COMPUTE Cap-H-Bytes-Num = FUNCTION NUMVAL(Cap-H-Bytes)
      *> The latest line for a date wins: a rerun's snapshot stands.
           IF Cap-H-Date-Num >= Cap-Fm-Prev-Date(Cap-Fm-Sub)
              MOVE Cap-H-Date-Num TO Cap-Fm-Prev-Date(Cap-Fm-Sub)
              MOVE Cap-H-Bytes-Num TO Cap-Fm-Prev-Bytes(Cap-Fm-Sub)
           END-IF
           IF Cap-H-Date-Num >= Cap-Trend-From
              IF Cap-Fm-Base-Date(Cap-Fm-Sub) = 0
                 OR Cap-H-Date-Num < Cap-Fm-Base-Date(Cap-Fm-Sub)
                 MOVE Cap-H-Date-Num TO Cap-Fm-Base-Date(Cap-Fm-Sub)
                 MOVE Cap-H-Bytes-Num TO Cap-Fm-Base-Bytes(Cap-Fm-Sub)
              END-IF
           END-IF
           .
       2510-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Take-Snapshot - list every pattern and size what it
      *> finds.
      *> ---------------------------------------------------------------
       3000-Take-Snapshot.
           PERFORM 3100-List-One-Pattern THRU 3100-Exit
              VARYING Cap-Pt-Sub FROM 1 BY 1
              UNTIL Cap-Pt-Sub > Cap-Pattern-Count
           PERFORM 3300-Add-To-All THRU 3300-Exit
              VARYING Cap-Fm-Sub FROM 1 BY 1
              UNTIL Cap-Fm-Sub >= Cap-All-Sub
           .
       3000-Exit.
           EXIT.

       3100-List-One-Pattern.
           MOVE Cap-Pt-Family(Cap-Pt-Sub) TO Cap-Fm-Sub
           MOVE 'N' TO Cap-List-Done-Sw
           PERFORM 3200-Size-One-Name THRU 3200-Exit
              UNTIL Cap-List-Done
           .
       3100-Exit.
           EXIT.

      *> 3200-Size-One-Name - one LIST-DIR result.  A pattern that
      *> can't be listed (a directory not mounted, say) is reported
      *> against its family; it is not a reason to lose the night's
      *> snapshot of everything else.
       3200-Size-One-Name.
           MOVE Cap-Pt-Pattern(Cap-Pt-Sub) TO SCB-Filename
           MOVE 'LD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 CONTINUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Cap-List-Done-Sw
                 GO TO 3200-Exit
              WHEN OTHER
                 DISPLAY "STRMCAP: CANNOT LIST "
                         FUNCTION TRIM(Cap-Pt-Pattern(Cap-Pt-Sub),
                            TRAILING)
                 MOVE 'Y' TO Cap-Fm-List-Error-Sw(Cap-Fm-Sub)
                 ADD 1 TO Cap-List-Error-Count
                 MOVE 'Y' TO Cap-List-Done-Sw
                 GO TO 3200-Exit
           END-EVALUATE
           MOVE SPACES TO Cap-Listed-Name
           IF SCB-Bytes-Transferred > 0
              MOVE Streamio-Record-Data(1:SCB-Bytes-Transferred)
                 TO Cap-Listed-Name
           END-IF
           IF Cap-Listed-Name = SPACES
              GO TO 3200-Exit
           END-IF
           ADD 1 TO Cap-Fm-Files(Cap-Fm-Sub)
           CALL "CBL_CHECK_FILE_EXIST" USING Cap-Listed-Name
                                             Cap-File-Details
           MOVE RETURN-CODE TO Cap-Cbl-Return
           IF Cap-Cbl-Return = 0
              ADD Cap-FD-Size TO Cap-Fm-Bytes(Cap-Fm-Sub)
           END-IF
           .
       3200-Exit.
           EXIT.

       3300-Add-To-All.
           ADD Cap-Fm-Files(Cap-Fm-Sub) TO Cap-Fm-Files(Cap-All-Sub)
           ADD Cap-Fm-Bytes(Cap-Fm-Sub) TO Cap-Fm-Bytes(Cap-All-Sub)
           .
       3300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Write-History - today's snapshot onto the history.
      *> ---------------------------------------------------------------
       4000-Write-History.
           MOVE Cap-History-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 4000-Exit
           END-IF
           MOVE SCB-Handle TO Cap-Handle
           PERFORM 4100-Write-One-Family THRU 4100-Exit
              VARYING Cap-Fm-Sub FROM 1 BY 1
              UNTIL Cap-Fm-Sub > Cap-Family-Count
           MOVE Cap-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       4000-Exit.
           EXIT.

       4100-Write-One-Family.
           MOVE Cap-Fm-Files(Cap-Fm-Sub) TO Cap-Files-Out
           MOVE Cap-Fm-Bytes(Cap-Fm-Sub) TO Cap-Bytes-Out
           MOVE SPACES TO Streamio-Record-Data
           STRING 'DATE=' Cap-Today
                  ' FAMILY=' FUNCTION TRIM(Cap-Fm-Name(Cap-Fm-Sub),
                                TRAILING)
                  ' FILES=' Cap-Files-Out
                  ' BYTES=' Cap-Bytes-Out
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           MOVE Cap-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           ELSE
              ADD 1 TO Cap-Write-Count
           END-IF
           .
       4100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Print-Forecast - growth, rate and days left, family by
      *> family, the exceptions flagged and alerted.
      *> ---------------------------------------------------------------
       5000-Print-Forecast.
           DISPLAY "STREAMIO DISK CAPACITY FORECAST"
           MOVE Cap-Horizon TO Cap-Days-Disp
           MOVE Cap-Jump-Pct TO Cap-Pct-Disp
           DISPLAY "SNAPSHOT " Cap-Today
                   "   HORIZON " FUNCTION TRIM(Cap-Days-Disp) " DAYS"
                   "   JUMP " FUNCTION TRIM(Cap-Pct-Disp) "%"
           MOVE Cap-Trend-Days TO Cap-Days-Disp
           DISPLAY "GROWTH RATE PER DAY MEASURED OVER UP TO "
                   FUNCTION TRIM(Cap-Days-Disp) " DAYS"
           DISPLAY " "
           DISPLAY "FAMILY             FILES                BYTES"
                   "   SINCE LAST SNAPSHOT   PCT"
                   "         GROWTH PER DAY"
                   "                LIMIT DAYS-LEFT"
           PERFORM 5100-Forecast-One-Family THRU 5100-Exit
              VARYING Cap-Fm-Sub FROM 1 BY 1
              UNTIL Cap-Fm-Sub > Cap-Family-Count
           DISPLAY " "
           MOVE Cap-Exception-Count TO Cap-Count-Disp
           DISPLAY "FAMILIES FLAGGED  . . . " Cap-Count-Disp
           MOVE Strm-AR-Count TO Cap-Count-Disp
           DISPLAY "ALERTS RAISED . . . . . " Cap-Count-Disp
           MOVE Cap-List-Error-Count TO Cap-Count-Disp
           DISPLAY "PATTERNS NOT LISTED . . " Cap-Count-Disp
           EVALUATE TRUE
              WHEN Cap-Exception-Count > 0
                 MOVE 8 TO RETURN-CODE
              WHEN Cap-List-Error-Count > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       5000-Exit.
           EXIT.

       5100-Forecast-One-Family.
           MOVE 'N' TO Cap-Jump-Sw Cap-Runout-Sw Cap-Over-Sw
           MOVE 0 TO Cap-Change Cap-Pct Cap-Rate Cap-Days-Left
           IF Cap-Fm-Prev-Date(Cap-Fm-Sub) > 0
              COMPUTE Cap-Change = Cap-Fm-Bytes(Cap-Fm-Sub)
                                 - Cap-Fm-Prev-Bytes(Cap-Fm-Sub)
              IF Cap-Fm-Prev-Bytes(Cap-Fm-Sub) > 0
      *> Growth from next to nothing can run past any percentage
      *> the line can show; it is held at 99999, which is still a
      *> jump whatever JUMP says.
                 COMPUTE Cap-Pct ROUNDED = Cap-Change * 100
                                 / Cap-Fm-Prev-Bytes(Cap-Fm-Sub)
                    ON SIZE ERROR
                       MOVE 99999 TO Cap-Pct
                 END-COMPUTE
                 IF Cap-Pct > 99999
                    MOVE 99999 TO Cap-Pct
                 END-IF
              END-IF
              IF Cap-Change > 0 AND Cap-Change >= Cap-Jump-Min
                 IF Cap-Fm-Prev-Bytes(Cap-Fm-Sub) = 0
                    OR Cap-Pct >= Cap-Jump-Pct
                    MOVE 'Y' TO Cap-Jump-Sw
                 END-IF
              END-IF
           END-IF
      *> The rate runs from the trend base; with only one earlier
      *> snapshot, that one is the base.
           IF Cap-Fm-Base-Date(Cap-Fm-Sub) > 0
              COMPUTE Cap-Rate-Days = Cap-Today-Int
                 - FUNCTION INTEGER-OF-DATE(
                      Cap-Fm-Base-Date(Cap-Fm-Sub))
              COMPUTE Cap-Rate = (Cap-Fm-Bytes(Cap-Fm-Sub)
                                - Cap-Fm-Base-Bytes(Cap-Fm-Sub))
                                / Cap-Rate-Days
           ELSE
              IF Cap-Fm-Prev-Date(Cap-Fm-Sub) > 0
                 COMPUTE Cap-Rate-Days = Cap-Today-Int
                    - FUNCTION INTEGER-OF-DATE(
                         Cap-Fm-Prev-Date(Cap-Fm-Sub))
                 COMPUTE Cap-Rate = Cap-Change / Cap-Rate-Days
              END-IF
           END-IF
           IF Cap-Fm-Limit(Cap-Fm-Sub) > 0
              IF Cap-Fm-Bytes(Cap-Fm-Sub) >= Cap-Fm-Limit(Cap-Fm-Sub)
                 MOVE 'Y' TO Cap-Over-Sw
              ELSE
      *> Slow growth under a big limit can be more days off than
      *> the field holds - held at 9999999, far past any horizon.
                 IF Cap-Rate > 0
                    COMPUTE Cap-Days-Left =
                       (Cap-Fm-Limit(Cap-Fm-Sub)
                        - Cap-Fm-Bytes(Cap-Fm-Sub)) / Cap-Rate
                       ON SIZE ERROR
                          MOVE 9999999 TO Cap-Days-Left
                    END-COMPUTE
                    IF Cap-Days-Left <= Cap-Horizon
                       MOVE 'Y' TO Cap-Runout-Sw
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM 5200-Print-Family-Line THRU 5200-Exit
           IF Cap-Jump OR Cap-Runout OR Cap-Over
              ADD 1 TO Cap-Exception-Count
           END-IF
           MOVE Cap-Fm-Name(Cap-Fm-Sub) TO Strm-AR-Subject
           IF Cap-Jump
              MOVE Cap-Pct TO Cap-Pct-Disp
              DISPLAY "    *** " FUNCTION TRIM(Cap-Fm-Name(Cap-Fm-Sub))
                      " JUMPED " FUNCTION TRIM(Cap-Pct-Disp)
                      "% SINCE THE LAST SNAPSHOT"
              MOVE 'GJ' TO Strm-AR-Condition
              MOVE 8 TO Strm-AR-Code
              PERFORM 8500-Raise-Alert THRU 8500-Exit
           END-IF
           IF Cap-Over
              DISPLAY "    *** " FUNCTION TRIM(Cap-Fm-Name(Cap-Fm-Sub))
                      " IS OVER ITS SPACE LIMIT"
              MOVE 'OV' TO Strm-AR-Condition
              MOVE 16 TO Strm-AR-Code
              PERFORM 8500-Raise-Alert THRU 8500-Exit
           END-IF
           IF Cap-Runout
              MOVE Cap-Days-Left TO Cap-Days-Disp
              DISPLAY "    *** " FUNCTION TRIM(Cap-Fm-Name(Cap-Fm-Sub))
                      " REACHES ITS SPACE LIMIT IN "
                      FUNCTION TRIM(Cap-Days-Disp) " DAYS"
              MOVE 'RO' TO Strm-AR-Condition
              MOVE 8 TO Strm-AR-Code
              PERFORM 8500-Raise-Alert THRU 8500-Exit
           END-IF
           IF Cap-Fm-List-Error(Cap-Fm-Sub)
              DISPLAY "    (A PATTERN OF THIS FAMILY COULD NOT BE "
                      "LISTED - ITS FIGURES ARE SHORT)"
           END-IF
           .
       5100-Exit.
           EXIT.

       5200-Print-Family-Line.
           IF Cap-Fm-Sub = Cap-All-Sub
              DISPLAY " "
           END-IF
           MOVE SPACES TO Cap-Print-Line
           MOVE Cap-Fm-Name(Cap-Fm-Sub) TO Cap-Print-Line(1:16)
           MOVE Cap-Fm-Files(Cap-Fm-Sub) TO Cap-Files-Disp
           MOVE Cap-Files-Disp TO Cap-Print-Line(17:7)
           MOVE Cap-Fm-Bytes(Cap-Fm-Sub) TO Cap-Bytes-Disp
           MOVE Cap-Bytes-Disp TO Cap-Print-Line(25:19)
           IF Cap-Fm-Prev-Date(Cap-Fm-Sub) > 0
              MOVE Cap-Change TO Cap-Change-Disp
              MOVE Cap-Change-Disp TO Cap-Print-Line(46:19)
              MOVE Cap-Pct TO Cap-Pct-Disp
              MOVE Cap-Pct-Disp TO Cap-Print-Line(65:6)
              MOVE Cap-Rate TO Cap-Change-Disp
              MOVE Cap-Change-Disp TO Cap-Print-Line(71:19)
           ELSE
              MOVE 'FIRST SNAPSHOT' TO Cap-Print-Line(51:14)
           END-IF
           IF Cap-Fm-Limit(Cap-Fm-Sub) > 0
              MOVE Cap-Fm-Limit(Cap-Fm-Sub) TO Cap-Bytes-Disp
              MOVE Cap-Bytes-Disp TO Cap-Print-Line(91:19)
              EVALUATE TRUE
                 WHEN Cap-Over
                    MOVE '     OVER' TO Cap-Print-Line(110:9)
                 WHEN Cap-Rate > 0
                    MOVE Cap-Days-Left TO Cap-Days-Disp
                    MOVE Cap-Days-Disp TO Cap-Print-Line(112:7)
                 WHEN OTHER
                    MOVE 'NOT GROWING' TO Cap-Print-Line(110:11)
              END-EVALUATE
           END-IF
           DISPLAY FUNCTION TRIM(Cap-Print-Line, TRAILING)
           .
       5200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8500-Raise-Alert - the shop-standard operator alert (see
      *> STREAMIOAlr.cpy).
      *> ---------------------------------------------------------------
       8500-Raise-Alert.
       COPY "STREAMIOAlr.cpy".
       8500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Cap-Abort-Error
              MOVE 'Y' TO Cap-Err-Sw
              MOVE SCB-Filename TO Cap-Err-Filename
              MOVE SCB-Function TO Cap-Err-Function
              MOVE SCB-Mode TO Cap-Err-Mode
              MOVE SCB-Delimiter-Mode TO Cap-Err-Delimiter-Mode
              MOVE SCB-Offset TO Cap-Err-Offset
              MOVE SCB-Return-Code TO Cap-Err-Return-Code
              MOVE SCB-Severity TO Cap-Err-Severity
              MOVE SCB-Calling-Program TO Cap-Err-Calling-Program
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
           IF Cap-Abort-Error
              MOVE Cap-Err-Filename TO SCB-Filename
              MOVE Cap-Err-Function TO SCB-Function
              MOVE Cap-Err-Mode TO SCB-Mode
              MOVE Cap-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Cap-Err-Offset TO SCB-Offset
              MOVE Cap-Err-Return-Code TO SCB-Return-Code
              MOVE Cap-Err-Severity TO SCB-Severity
              MOVE Cap-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Cap-Read-Count TO Strm-RS-Read-Count
           MOVE Cap-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMCAP-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
