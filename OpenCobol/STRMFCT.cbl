      *> ***************************************************************
      *> ** Program:  STRMFCT.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMFCT is the feed catalog.  What makes up a feed used   **
      *> ** to be spread over half a dozen files nobody owned         **
      *> ** together - the STRMCNV layout, the STRMEDT control file,  **
      *> ** the STRMCRY key file, the STRMSEQ source name, the        **
      *> ** STRMREG expected-feeds entry, the STRMSLA commitment and  **
      *> ** the STRMJOB chain that ties them up - and onboarding one  **
      *> ** meant editing all of them by hand.  Now each feed is one  **
      *> ** catalog record.  GENERATE builds (or rebuilds) the feed's **
      *> ** STRMJOB chain, its expected-feeds entry and its SLA       **
      *> ** commitment from that record; CHECK reports feeds whose    **
      *> ** files on disk have drifted from the catalog, or that      **
      *> ** reference layouts, code tables or key files that don't    **
      *> ** exist.                                                    **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    GENERATE|CHECK [feed-name|ALL [catalog-file]]          **
      *> ** feed-name defaults to ALL; the catalog to                 **
      *> ** strmfct_catalog.dat.                                      **
      *> **                                                           **
      *> ** The catalog holds one Unix-delimited keyword line per     **
      *> ** feed (blank lines and "*" comments ignored), every        **
      *> ** keyword present and in this order, an unused one left     **
      *> ** empty:                                                    **
      *> **    FEED=name FILE=landing-file LAYOUT=layout-file         **
      *> **    EDIT=edit-control KEY=key-file SOURCE=seq-source       **
      *> **    EXPECTED=expected-file SLA=schedule-file               **
      *> **    CUTOFF=hhmm JOB=job-control-file                       **
      *> ** (one line).  FEED, FILE and JOB are required; SLA and     **
      *> ** CUTOFF go together.  An unusable catalog line stops the   **
      *> ** run before anything is generated or checked.              **
      *> **                                                           **
      *> ** The chain is built from what the feed has, each step with **
      *> ** a maxrc of 4 and the STRMREG stage recorded after the     **
      *> ** step it reports on:                                       **
      *> **    UNPROTECT  STRMCRY UNPROTECT file file.clear key  (KEY)**
      *> **    RECEIPT    STRMREG RECORD feed RECEIPT                 **
      *> **    CONVERT    STRMCNV layout in file.packed PACK  (LAYOUT)**
      *> **    VALIDATE   STRMVAL in                                  **
      *> **    VALIDATED  STRMREG RECORD feed VALIDATE                **
      *> **    SEQUENCE   STRMSEQ source in                  (SOURCE) **
      *> **    EDIT       STRMEDT edit-control               (EDIT)   **
      *> **    EDITED     STRMREG RECORD feed EDIT            (EDIT)  **
      *> ** where in is the landing file as left by the step before - **
      *> ** so a feed's STRMEDT INPUT must name that file, which      **
      *> ** CHECK verifies.  A chain with a restart pending (job-     **
      *> ** control-file.restart) is not regenerated until that run   **
      *> ** is finished.                                              **
      *> **                                                           **
      *> ** STRMSLA keys its commitments on the program name, so a    **
      *> ** feed's commitment is on the last working program of its   **
      *> ** chain (STRMEDT, else STRMVAL) - the line in the schedule  **
      *> ** tagged by the "* STRMFCT FEED=name" comment above it.     **
      *> ** Feeds ending in the same program share one commitment at  **
      *> ** the earliest of their cutoffs: a program already          **
      *> ** committed earlier by another feed is left alone, a later  **
      *> ** one is taken over.                                        **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters or catalog, unknown feed       **
      *> **     8  CHECK found drift or a missing reference, or       **
      *> **        GENERATE skipped a chain with a restart pending    **
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
       PROGRAM-ID. STRMFCT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Fct-Parm-Line                        PIC X(512).
       01  Fct-Mode-Parm                        PIC X(08) VALUE SPACES.
           88 Fct-Generate                      VALUE 'GENERATE'.
           88 Fct-Check                         VALUE 'CHECK'.
       01  Fct-Feed-Parm                        PIC X(64) VALUE SPACES.
       01  Fct-Catalog-Parm                     PIC X(256) VALUE
                                                 SPACES.
       01  Fct-Catalog-File                     PIC X(256) VALUE
                                                 'strmfct_catalog.dat'.
       01  Fct-Tables-File                      PIC X(256) VALUE
                                                 'strmtbl_tables.dat'.
       01  Fct-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Fct-Setup-Ok                      VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The catalog, loaded whole so a bad line or a duplicate feed
      *> stops the run before anything is touched.
      *> ---------------------------------------------------------------
       01  Fct-Max-Feeds                        PIC 9(03) VALUE 200.
       01  Fct-Feed-Count                       PIC 9(03) VALUE 0.
       01  Fct-Catalog-Table.
           05 Fct-Cat-Entry OCCURS 200 TIMES.
              10 Fct-Cat-Feed                   PIC X(64).
              10 Fct-Cat-File                   PIC X(256).
              10 Fct-Cat-Layout                 PIC X(256).
              10 Fct-Cat-Edit                   PIC X(256).
              10 Fct-Cat-Key                    PIC X(256).
              10 Fct-Cat-Source                 PIC X(64).
              10 Fct-Cat-Expected               PIC X(256).
              10 Fct-Cat-Sla                    PIC X(256).
              10 Fct-Cat-Cutoff                 PIC X(04).
              10 Fct-Cat-Job                    PIC X(256).
       01  Fct-Cat-Sub                          PIC 9(03) VALUE 0.
       01  Fct-Dup-Sub                          PIC 9(03) VALUE 0.
       01  Fct-Cat-Line-No                      PIC 9(05) VALUE 0.
       01  Fct-Cat-Bad-Count                    PIC 9(05) VALUE 0.
       01  Fct-Cat-Eof-Sw                       PIC X(1) VALUE 'N'.
           88 Fct-Cat-Eof                       VALUE 'Y'.
       01  Fct-Selected-Sw                      PIC X(1) VALUE 'N'.
           88 Fct-Selected-Feed                 VALUE 'Y'.

      *> The keyword fields of the catalog line in hand.
       01  Fct-Lead-Dummy                       PIC X(08).
       01  Fct-Fld-Feed                         PIC X(64).
       01  Fct-Fld-File                         PIC X(256).
       01  Fct-Fld-Layout                       PIC X(256).
       01  Fct-Fld-Edit                         PIC X(256).
       01  Fct-Fld-Key                          PIC X(256).
       01  Fct-Fld-Source                       PIC X(64).
       01  Fct-Fld-Expected                     PIC X(256).
       01  Fct-Fld-Sla                          PIC X(256).
       01  Fct-Fld-Cutoff                       PIC X(08).
       01  Fct-Fld-Job                          PIC X(256).
       01  Fct-Cutoff-Check                     PIC X(04).
       01  Fct-Cutoff-Parts REDEFINES Fct-Cutoff-Check.
           05 Fct-Cutoff-Hh                     PIC 9(02).
           05 Fct-Cutoff-Mm                     PIC 9(02).

      *> ---------------------------------------------------------------
      *> The feed in hand, copied from its catalog entry.
      *> ---------------------------------------------------------------
       01  Fct-Feed-Entry.
           05 Fct-Feed-Name                     PIC X(64).
           05 Fct-Feed-File                     PIC X(256).
           05 Fct-Feed-Layout                   PIC X(256).
           05 Fct-Feed-Edit                     PIC X(256).
           05 Fct-Feed-Key                      PIC X(256).
           05 Fct-Feed-Source                   PIC X(64).
           05 Fct-Feed-Expected                 PIC X(256).
           05 Fct-Feed-Sla                      PIC X(256).
           05 Fct-Feed-Cutoff                   PIC X(04).
           05 Fct-Feed-Job                      PIC X(256).
       01  Fct-Feed-Findings                    PIC 9(05) VALUE 0.

      *> ---------------------------------------------------------------
      *> The feed's chain as the catalog says it should be.  The
      *> current file is the landing file as the steps so far leave
      *> it; the final program is the one the SLA commitment is on.
      *> ---------------------------------------------------------------
       01  Fct-Max-Steps                        PIC 9(02) VALUE 20.
       01  Fct-Chain-Count                      PIC 9(02) VALUE 0.
       01  Fct-Chain-Table.
           05 Fct-Chain-Line OCCURS 20 TIMES    PIC X(512).
       01  Fct-Chain-Sub                        PIC 9(02) VALUE 0.
       01  Fct-Cur-File                         PIC X(256).
       01  Fct-Next-File                        PIC X(256).
       01  Fct-Final-Pgm                        PIC X(08).
       01  Fct-Step-Name                        PIC X(16).
       01  Fct-Step-Pgm                         PIC X(08).
       01  Fct-Step-Parms                       PIC X(400).
       01  Fct-Restart-File                     PIC X(256).

      *> ---------------------------------------------------------------
      *> A text file (job control, expected list, SLA schedule, edit
      *> control) held whole.  A line dropped on rewrite is set to
      *> HIGH-VALUES and skipped by 6100-Write-Text.
      *> ---------------------------------------------------------------
       01  Fct-Text-Filename                    PIC X(256).
       01  Fct-Max-Lines                        PIC 9(04) VALUE 2000.
       01  Fct-Text-Count                       PIC 9(04) VALUE 0.
       01  Fct-Text-Table.
           05 Fct-Text-Line OCCURS 2000 TIMES   PIC X(512).
       01  Fct-Text-Sub                         PIC 9(04) VALUE 0.
       01  Fct-Text-Found-Sw                    PIC X(1) VALUE 'N'.
           88 Fct-Text-Found                    VALUE 'Y'.
       01  Fct-Text-Skip-Sw                     PIC X(1) VALUE 'N'.
           88 Fct-Text-Skip-Comments            VALUE 'Y'.
       01  Fct-Text-Changed-Sw                  PIC X(1) VALUE 'N'.
           88 Fct-Text-Changed                  VALUE 'Y'.
       01  Fct-Text-Eof-Sw                      PIC X(1) VALUE 'N'.
           88 Fct-Text-Eof                      VALUE 'Y'.
       01  Fct-Probe-Filename                   PIC X(256).
       01  Fct-Probe-Sw                         PIC X(1) VALUE 'N'.
           88 Fct-Probe-Exists                  VALUE 'Y'.

       01  Fct-Verb                             PIC X(10).
       01  Fct-Tok-1                            PIC X(256).
       01  Fct-Tok-2                            PIC X(256).
       01  Fct-Tok-3                            PIC X(16).
       01  Fct-Tok-4                            PIC X(16).
       01  Fct-Tok-5                            PIC X(64).

      *> ---------------------------------------------------------------
      *> The SLA commitment: the schedule line committing the feed's
      *> final program, the feed whose tag sits above it, and what
      *> was done about it.
      *> ---------------------------------------------------------------
       01  Fct-Tag-Literal                      PIC X(15) VALUE
                                                 '* STRMFCT FEED='.
       01  Fct-Commit-Sub                       PIC 9(04) VALUE 0.
       01  Fct-Commit-Cutoff                    PIC X(04).
       01  Fct-Commit-Owner                     PIC X(64).
       01  Fct-Sla-Action                       PIC X(40).

      *> ---------------------------------------------------------------
      *> The code table names on strmtbl_tables.dat, loaded the first
      *> time an edit control's TABLE rule needs checking.
      *> ---------------------------------------------------------------
       01  Fct-Tables-Loaded-Sw                 PIC X(1) VALUE 'N'.
           88 Fct-Tables-Loaded                 VALUE 'Y'.
       01  Fct-Tables-Found-Sw                  PIC X(1) VALUE 'N'.
           88 Fct-Tables-Found                  VALUE 'Y'.
       01  Fct-Max-Tables                       PIC 9(03) VALUE 200.
       01  Fct-Table-Count                      PIC 9(03) VALUE 0.
       01  Fct-Table-List.
           05 Fct-Table-Name OCCURS 200 TIMES   PIC X(16).
       01  Fct-Table-Sub                        PIC 9(03) VALUE 0.
       01  Fct-Tbl-Field                        PIC X(16).
       01  Fct-Tbl-Dummy                        PIC X(08).
       01  Fct-Tbl-Rest                         PIC X(256).
       01  Fct-Tbl-Wanted                       PIC X(16).
       01  Fct-Table-Hit                        PIC 9(03) VALUE 0.
       01  Fct-Edit-Input-Sw                    PIC X(1) VALUE 'N'.
           88 Fct-Edit-Has-Input                VALUE 'Y'.

       01  Fct-Handle                           PIC X(4) COMP-X.
       01  Fct-Finding                          PIC X(200).
       01  Fct-Finding-Kind                     PIC X(09).

       01  Fct-Read-Count                       PIC 9(07) VALUE 0.
       01  Fct-Write-Count                      PIC 9(07) VALUE 0.
       01  Fct-Done-Count                       PIC 9(05) VALUE 0.
       01  Fct-Drift-Feed-Count                 PIC 9(05) VALUE 0.
       01  Fct-Finding-Count                    PIC 9(05) VALUE 0.
       01  Fct-Skipped-Count                    PIC 9(05) VALUE 0.
       01  Fct-Count-Disp                       PIC ZZZ,ZZ9.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Fct-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Fct-Abort-Error                   VALUE 'Y'.
       01  Fct-Err-Filename                     PIC X(256).
       01  Fct-Err-Function                     PIC X(2).
       01  Fct-Err-Mode                         PIC X(1).
       01  Fct-Err-Delimiter-Mode               PIC X(1).
       01  Fct-Err-Offset                       PIC X(8) COMP-X.
       01  Fct-Err-Return-Code                  USAGE BINARY-LONG.
       01  Fct-Err-Severity                     PIC X(1).
       01  Fct-Err-Calling-Program              PIC X(8).

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Fct-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Load-Catalog THRU 2000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF NOT Fct-Setup-Ok OR Fct-Abort-Error
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           IF Fct-Generate
              DISPLAY "STREAMIO FEED CATALOG - GENERATE FROM "
                      FUNCTION TRIM(Fct-Catalog-File)
           ELSE
              DISPLAY "STREAMIO FEED CATALOG - CHECK AGAINST "
                      FUNCTION TRIM(Fct-Catalog-File)
           END-IF
           PERFORM 3000-Process-One-Feed THRU 3000-Exit
              VARYING Fct-Cat-Sub FROM 1 BY 1
              UNTIL Fct-Cat-Sub > Fct-Feed-Count
                 OR Fct-Abort-Error
           MOVE 0 TO RETURN-CODE
           PERFORM 8000-Print-Summary THRU 8000-Exit
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Fct-Parm-Line FROM COMMAND-LINE
           UNSTRING Fct-Parm-Line DELIMITED BY ALL SPACE
               INTO Fct-Mode-Parm, Fct-Feed-Parm, Fct-Catalog-Parm
           END-UNSTRING
           MOVE 'STRMFCT' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMFCT' TO Strm-RS-Program
           MOVE Fct-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           IF NOT Fct-Generate AND NOT Fct-Check
              DISPLAY "STRMFCT: MODE MUST BE GENERATE OR CHECK"
              MOVE 'N' TO Fct-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           IF Fct-Feed-Parm = SPACES
              MOVE 'ALL' TO Fct-Feed-Parm
           END-IF
           IF Fct-Catalog-Parm NOT = SPACES
              MOVE Fct-Catalog-Parm TO Fct-Catalog-File
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Catalog - every catalog line is parsed and checked
      *> before any feed is processed; one bad line, a duplicate
      *> feed, or a named feed that isn't cataloged fails setup.
      *> ---------------------------------------------------------------
       2000-Load-Catalog.
           MOVE Fct-Catalog-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMFCT: CATALOG "
                      FUNCTION TRIM(Fct-Catalog-File)
                      " NOT FOUND"
              MOVE 'N' TO Fct-Setup-Ok-Sw
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Fct-Handle
           MOVE 'N' TO Fct-Cat-Eof-Sw
           PERFORM 2100-Load-One-Catalog-Line THRU 2100-Exit
              UNTIL Fct-Cat-Eof
           MOVE Fct-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF Fct-Abort-Error
              GO TO 2000-Exit
           END-IF
           IF Fct-Cat-Bad-Count > 0
              MOVE Fct-Cat-Bad-Count TO Fct-Count-Disp
              DISPLAY "STRMFCT: " FUNCTION TRIM(Fct-Count-Disp)
                      " UNUSABLE CATALOG LINE(S) - NOTHING DONE"
              MOVE 'N' TO Fct-Setup-Ok-Sw
              GO TO 2000-Exit
           END-IF
           IF Fct-Feed-Count = 0
              DISPLAY "STRMFCT: CATALOG "
                      FUNCTION TRIM(Fct-Catalog-File)
                      " HAS NO FEEDS"
              MOVE 'N' TO Fct-Setup-Ok-Sw
              GO TO 2000-Exit
           END-IF
           IF Fct-Feed-Parm NOT = 'ALL'
              MOVE 0 TO Fct-Dup-Sub
              PERFORM 2300-Find-Feed THRU 2300-Exit
                 VARYING Fct-Cat-Sub FROM 1 BY 1
                 UNTIL Fct-Cat-Sub > Fct-Feed-Count
              IF Fct-Dup-Sub = 0
                 DISPLAY "STRMFCT: FEED "
                         FUNCTION TRIM(Fct-Feed-Parm)
                         " IS NOT ON THE CATALOG"
                 MOVE 'N' TO Fct-Setup-Ok-Sw
              END-IF
           END-IF
           .
       2000-Exit.
           EXIT.

       2100-Load-One-Catalog-Line.
           MOVE Fct-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           MOVE SPACES TO Streamio-Record-Data(1:2048)
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Fct-Read-Count
                 ADD 1 TO Fct-Cat-Line-No
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Fct-Cat-Eof-Sw
                 GO TO 2100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Fct-Cat-Eof-Sw
                 GO TO 2100-Exit
           END-EVALUATE
           IF Streamio-Record-Data(1:2048) = SPACES
              OR Streamio-Record-Data(1:1) = '*'
              GO TO 2100-Exit
           END-IF
           IF Streamio-Record-Data(1:5) NOT = 'FEED='
              DISPLAY "STRMFCT: CATALOG LINE " Fct-Cat-Line-No
                      " DOES NOT START WITH FEED="
              ADD 1 TO Fct-Cat-Bad-Count
              GO TO 2100-Exit
           END-IF
           MOVE SPACES TO Fct-Fld-Feed, Fct-Fld-File, Fct-Fld-Layout,
                          Fct-Fld-Edit, Fct-Fld-Key, Fct-Fld-Source,
                          Fct-Fld-Expected, Fct-Fld-Sla,
                          Fct-Fld-Cutoff, Fct-Fld-Job
           UNSTRING Streamio-Record-Data(1:2048)
               DELIMITED BY "FEED=" OR " FILE=" OR " LAYOUT="
                           OR " EDIT=" OR " KEY=" OR " SOURCE="
                           OR " EXPECTED=" OR " SLA=" OR " CUTOFF="
                           OR " JOB="
               INTO Fct-Lead-Dummy, Fct-Fld-Feed, Fct-Fld-File,
                    Fct-Fld-Layout, Fct-Fld-Edit, Fct-Fld-Key,
                    Fct-Fld-Source, Fct-Fld-Expected, Fct-Fld-Sla,
                    Fct-Fld-Cutoff, Fct-Fld-Job
           END-UNSTRING
           PERFORM 2200-Validate-Catalog-Line THRU 2200-Exit
           .
       2100-Exit.
           EXIT.

      *> 2200-Validate-Catalog-Line - the required keywords, a real
      *> HHMM cutoff with its schedule, no duplicate feed; a good
      *> line goes on the table.
       2200-Validate-Catalog-Line.
           MOVE FUNCTION TRIM(Fct-Fld-Feed) TO Fct-Fld-Feed
           MOVE FUNCTION TRIM(Fct-Fld-File) TO Fct-Fld-File
           MOVE FUNCTION TRIM(Fct-Fld-Layout) TO Fct-Fld-Layout
           MOVE FUNCTION TRIM(Fct-Fld-Edit) TO Fct-Fld-Edit
           MOVE FUNCTION TRIM(Fct-Fld-Key) TO Fct-Fld-Key
           MOVE FUNCTION TRIM(Fct-Fld-Source) TO Fct-Fld-Source
           MOVE FUNCTION TRIM(Fct-Fld-Expected) TO Fct-Fld-Expected
           MOVE FUNCTION TRIM(Fct-Fld-Sla) TO Fct-Fld-Sla
           MOVE FUNCTION TRIM(Fct-Fld-Cutoff) TO Fct-Fld-Cutoff
           MOVE FUNCTION TRIM(Fct-Fld-Job) TO Fct-Fld-Job
           IF Fct-Fld-Feed = SPACES OR Fct-Fld-File = SPACES
              OR Fct-Fld-Job = SPACES
              DISPLAY "STRMFCT: CATALOG LINE " Fct-Cat-Line-No
                      " NEEDS FEED=, FILE= AND JOB="
              ADD 1 TO Fct-Cat-Bad-Count
              GO TO 2200-Exit
           END-IF
           IF Fct-Fld-Feed = 'ALL'
              DISPLAY "STRMFCT: CATALOG LINE " Fct-Cat-Line-No
                      " - ALL IS NOT A USABLE FEED NAME"
              ADD 1 TO Fct-Cat-Bad-Count
              GO TO 2200-Exit
           END-IF
           IF (Fct-Fld-Sla = SPACES AND Fct-Fld-Cutoff NOT = SPACES)
              OR (Fct-Fld-Sla NOT = SPACES AND Fct-Fld-Cutoff = SPACES)
              DISPLAY "STRMFCT: CATALOG LINE " Fct-Cat-Line-No
                      " - SLA= AND CUTOFF= GO TOGETHER"
              ADD 1 TO Fct-Cat-Bad-Count
              GO TO 2200-Exit
           END-IF
           IF Fct-Fld-Cutoff NOT = SPACES
              MOVE Fct-Fld-Cutoff(1:4) TO Fct-Cutoff-Check
              IF Fct-Fld-Cutoff(5:4) NOT = SPACES
                 OR Fct-Cutoff-Check IS NOT NUMERIC
                 OR Fct-Cutoff-Hh > 23 OR Fct-Cutoff-Mm > 59
                 DISPLAY "STRMFCT: CATALOG LINE " Fct-Cat-Line-No
                         " - CUTOFF MUST BE HHMM"
                 ADD 1 TO Fct-Cat-Bad-Count
                 GO TO 2200-Exit
              END-IF
           END-IF
           MOVE 0 TO Fct-Dup-Sub
           MOVE Fct-Fld-Feed TO Fct-Feed-Name
           PERFORM 2250-Check-Duplicate THRU 2250-Exit
              VARYING Fct-Cat-Sub FROM 1 BY 1
              UNTIL Fct-Cat-Sub > Fct-Feed-Count
           IF Fct-Dup-Sub > 0
              DISPLAY "STRMFCT: CATALOG LINE " Fct-Cat-Line-No
                      " - FEED " FUNCTION TRIM(Fct-Fld-Feed)
                      " IS ALREADY CATALOGED"
              ADD 1 TO Fct-Cat-Bad-Count
              GO TO 2200-Exit
           END-IF
           IF Fct-Feed-Count NOT < Fct-Max-Feeds
              DISPLAY "STRMFCT: CATALOG LINE " Fct-Cat-Line-No
                      " - MORE THAN " Fct-Max-Feeds " FEEDS"
              ADD 1 TO Fct-Cat-Bad-Count
              GO TO 2200-Exit
           END-IF
           ADD 1 TO Fct-Feed-Count
           MOVE Fct-Fld-Feed TO Fct-Cat-Feed(Fct-Feed-Count)
           MOVE Fct-Fld-File TO Fct-Cat-File(Fct-Feed-Count)
           MOVE Fct-Fld-Layout TO Fct-Cat-Layout(Fct-Feed-Count)
           MOVE Fct-Fld-Edit TO Fct-Cat-Edit(Fct-Feed-Count)
           MOVE Fct-Fld-Key TO Fct-Cat-Key(Fct-Feed-Count)
           MOVE Fct-Fld-Source TO Fct-Cat-Source(Fct-Feed-Count)
           MOVE Fct-Fld-Expected TO Fct-Cat-Expected(Fct-Feed-Count)
           MOVE Fct-Fld-Sla TO Fct-Cat-Sla(Fct-Feed-Count)
           MOVE Fct-Fld-Cutoff TO Fct-Cat-Cutoff(Fct-Feed-Count)
           MOVE Fct-Fld-Job TO Fct-Cat-Job(Fct-Feed-Count)
           .
       2200-Exit.
           EXIT.

       2250-Check-Duplicate.
           IF Fct-Cat-Feed(Fct-Cat-Sub) = Fct-Feed-Name
              MOVE Fct-Cat-Sub TO Fct-Dup-Sub
           END-IF
           .
       2250-Exit.
           EXIT.

       2300-Find-Feed.
           IF Fct-Cat-Feed(Fct-Cat-Sub) = Fct-Feed-Parm
              MOVE Fct-Cat-Sub TO Fct-Dup-Sub
           END-IF
           .
       2300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Process-One-Feed - build the catalog's chain for the
      *> feed, then generate from it or check the disk against it.
      *> ---------------------------------------------------------------
       3000-Process-One-Feed.
           IF Fct-Feed-Parm NOT = 'ALL'
              AND Fct-Cat-Feed(Fct-Cat-Sub) NOT = Fct-Feed-Parm
              GO TO 3000-Exit
           END-IF
           MOVE Fct-Cat-Entry(Fct-Cat-Sub) TO Fct-Feed-Entry
           MOVE 0 TO Fct-Feed-Findings
           DISPLAY " "
           DISPLAY "FEED " FUNCTION TRIM(Fct-Feed-Name)
           PERFORM 3100-Build-Chain THRU 3100-Exit
           IF Fct-Generate
              PERFORM 4000-Generate-Feed THRU 4000-Exit
           ELSE
              PERFORM 5000-Check-Feed THRU 5000-Exit
           END-IF
           .
       3000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3100-Build-Chain - the feed's STRMJOB steps, in order, each
      *> optional step present only when the catalog names what it
      *> needs.  See the chain table in the program header.
      *> ---------------------------------------------------------------
       3100-Build-Chain.
           MOVE 0 TO Fct-Chain-Count
           MOVE SPACES TO Fct-Chain-Table
           MOVE Fct-Feed-File TO Fct-Cur-File
           IF Fct-Feed-Key NOT = SPACES
              MOVE SPACES TO Fct-Next-File
              STRING FUNCTION TRIM(Fct-Feed-File) '.clear'
                     DELIMITED BY SIZE INTO Fct-Next-File
              END-STRING
              MOVE 'UNPROTECT' TO Fct-Step-Name
              MOVE 'STRMCRY' TO Fct-Step-Pgm
              MOVE SPACES TO Fct-Step-Parms
              STRING 'UNPROTECT ' FUNCTION TRIM(Fct-Cur-File)
                     ' ' FUNCTION TRIM(Fct-Next-File)
                     ' ' FUNCTION TRIM(Fct-Feed-Key)
                     DELIMITED BY SIZE INTO Fct-Step-Parms
              END-STRING
              PERFORM 3150-Add-Step THRU 3150-Exit
              MOVE Fct-Next-File TO Fct-Cur-File
           END-IF
           MOVE 'RECEIPT' TO Fct-Step-Name
           MOVE 'RECEIPT' TO Fct-Tok-3
           PERFORM 3160-Add-Register-Step THRU 3160-Exit
           IF Fct-Feed-Layout NOT = SPACES
              MOVE SPACES TO Fct-Next-File
              STRING FUNCTION TRIM(Fct-Feed-File) '.packed'
                     DELIMITED BY SIZE INTO Fct-Next-File
              END-STRING
              MOVE 'CONVERT' TO Fct-Step-Name
              MOVE 'STRMCNV' TO Fct-Step-Pgm
              MOVE SPACES TO Fct-Step-Parms
              STRING FUNCTION TRIM(Fct-Feed-Layout)
                     ' ' FUNCTION TRIM(Fct-Cur-File)
                     ' ' FUNCTION TRIM(Fct-Next-File) ' PACK'
                     DELIMITED BY SIZE INTO Fct-Step-Parms
              END-STRING
              PERFORM 3150-Add-Step THRU 3150-Exit
              MOVE Fct-Next-File TO Fct-Cur-File
           END-IF
           MOVE 'VALIDATE' TO Fct-Step-Name
           MOVE 'STRMVAL' TO Fct-Step-Pgm
           MOVE Fct-Cur-File TO Fct-Step-Parms
           PERFORM 3150-Add-Step THRU 3150-Exit
           MOVE 'STRMVAL' TO Fct-Final-Pgm
           MOVE 'VALIDATED' TO Fct-Step-Name
           MOVE 'VALIDATE' TO Fct-Tok-3
           PERFORM 3160-Add-Register-Step THRU 3160-Exit
           IF Fct-Feed-Source NOT = SPACES
              MOVE 'SEQUENCE' TO Fct-Step-Name
              MOVE 'STRMSEQ' TO Fct-Step-Pgm
              MOVE SPACES TO Fct-Step-Parms
              STRING FUNCTION TRIM(Fct-Feed-Source)
                     ' ' FUNCTION TRIM(Fct-Cur-File)
                     DELIMITED BY SIZE INTO Fct-Step-Parms
              END-STRING
              PERFORM 3150-Add-Step THRU 3150-Exit
           END-IF
           IF Fct-Feed-Edit NOT = SPACES
              MOVE 'EDIT' TO Fct-Step-Name
              MOVE 'STRMEDT' TO Fct-Step-Pgm
              MOVE Fct-Feed-Edit TO Fct-Step-Parms
              PERFORM 3150-Add-Step THRU 3150-Exit
              MOVE 'STRMEDT' TO Fct-Final-Pgm
              MOVE 'EDITED' TO Fct-Step-Name
              MOVE 'EDIT' TO Fct-Tok-3
              PERFORM 3160-Add-Register-Step THRU 3160-Exit
           END-IF
           .
       3100-Exit.
           EXIT.

       3150-Add-Step.
           IF Fct-Chain-Count NOT < Fct-Max-Steps
              GO TO 3150-Exit
           END-IF
           ADD 1 TO Fct-Chain-Count
           STRING 'STEP ' FUNCTION TRIM(Fct-Step-Name)
                  ' 4 ' FUNCTION TRIM(Fct-Step-Pgm)
                  ' ' FUNCTION TRIM(Fct-Step-Parms)
                  DELIMITED BY SIZE
                  INTO Fct-Chain-Line(Fct-Chain-Count)
           END-STRING
           .
       3150-Exit.
           EXIT.

      *> 3160-Add-Register-Step - a STRMREG RECORD step for the stage
      *> in Fct-Tok-3.
       3160-Add-Register-Step.
           MOVE 'STRMREG' TO Fct-Step-Pgm
           MOVE SPACES TO Fct-Step-Parms
           STRING 'RECORD ' FUNCTION TRIM(Fct-Feed-Name)
                  ' ' FUNCTION TRIM(Fct-Tok-3)
                  DELIMITED BY SIZE INTO Fct-Step-Parms
           END-STRING
           PERFORM 3150-Add-Step THRU 3150-Exit
           .
       3160-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Generate-Feed - write the chain, make sure the feed is
      *> on its expected list, and set its SLA commitment.  A chain
      *> with a restart pending is left alone entirely - regenerating
      *> it would point the recorded step number at a different step.
      *> ---------------------------------------------------------------
       4000-Generate-Feed.
           MOVE SPACES TO Fct-Probe-Filename
           STRING FUNCTION TRIM(Fct-Feed-Job) '.restart'
                  DELIMITED BY SIZE INTO Fct-Probe-Filename
           END-STRING
           PERFORM 6200-Probe-File THRU 6200-Exit
           IF Fct-Probe-Exists
              DISPLAY "   SKIPPED  : "
                      FUNCTION TRIM(Fct-Probe-Filename)
                      " IS PENDING - FINISH THAT RUN FIRST"
              ADD 1 TO Fct-Skipped-Count
              GO TO 4000-Exit
           END-IF
           PERFORM 4100-Write-Job THRU 4100-Exit
           IF Fct-Abort-Error
              GO TO 4000-Exit
           END-IF
           IF Fct-Feed-Expected NOT = SPACES
              PERFORM 4200-Ensure-Expected THRU 4200-Exit
           END-IF
           IF Fct-Abort-Error
              GO TO 4000-Exit
           END-IF
           IF Fct-Feed-Sla NOT = SPACES
              PERFORM 4300-Set-Commitment THRU 4300-Exit
           END-IF
           ADD 1 TO Fct-Done-Count
           .
       4000-Exit.
           EXIT.

       4100-Write-Job.
           MOVE 0 TO Fct-Text-Count
           ADD 1 TO Fct-Text-Count
           MOVE SPACES TO Fct-Text-Line(Fct-Text-Count)
           STRING '* Feed ' FUNCTION TRIM(Fct-Feed-Name)
                  ' - generated by STRMFCT from '
                  FUNCTION TRIM(Fct-Catalog-File)
                  DELIMITED BY SIZE
                  INTO Fct-Text-Line(Fct-Text-Count)
           END-STRING
           ADD 1 TO Fct-Text-Count
           MOVE SPACES TO Fct-Text-Line(Fct-Text-Count)
           STRING '* Change the catalog and regenerate; '
                  'hand edits are reported as drift.'
                  DELIMITED BY SIZE
                  INTO Fct-Text-Line(Fct-Text-Count)
           END-STRING
           PERFORM 4150-Copy-Step THRU 4150-Exit
              VARYING Fct-Chain-Sub FROM 1 BY 1
              UNTIL Fct-Chain-Sub > Fct-Chain-Count
           MOVE Fct-Feed-Job TO Fct-Text-Filename
           PERFORM 6100-Write-Text THRU 6100-Exit
           IF NOT Fct-Abort-Error
              MOVE Fct-Chain-Count TO Fct-Count-Disp
              DISPLAY "   JOB      : " FUNCTION TRIM(Fct-Feed-Job)
                      " WRITTEN, " FUNCTION TRIM(Fct-Count-Disp)
                      " STEPS"
           END-IF
           .
       4100-Exit.
           EXIT.

       4150-Copy-Step.
           ADD 1 TO Fct-Text-Count
           MOVE Fct-Chain-Line(Fct-Chain-Sub)
              TO Fct-Text-Line(Fct-Text-Count)
           .
       4150-Exit.
           EXIT.

      *> 4200-Ensure-Expected - the feed name on its own line, added
      *> once; everything else on the list is operations' and is
      *> kept as it stands.
       4200-Ensure-Expected.
           MOVE Fct-Feed-Expected TO Fct-Text-Filename
           MOVE 'N' TO Fct-Text-Skip-Sw
           PERFORM 6000-Load-Text THRU 6000-Exit
           IF Fct-Abort-Error
              GO TO 4200-Exit
           END-IF
           MOVE 0 TO Fct-Commit-Sub
           PERFORM 4250-Find-Expected THRU 4250-Exit
              VARYING Fct-Text-Sub FROM 1 BY 1
              UNTIL Fct-Text-Sub > Fct-Text-Count
           IF Fct-Commit-Sub > 0
              DISPLAY "   EXPECTED : ALREADY ON "
                      FUNCTION TRIM(Fct-Feed-Expected)
              GO TO 4200-Exit
           END-IF
           IF Fct-Text-Count NOT < Fct-Max-Lines
              DISPLAY "   SKIPPED  : "
                      FUNCTION TRIM(Fct-Feed-Expected)
                      " IS TOO LONG TO REWRITE"
              ADD 1 TO Fct-Skipped-Count
              GO TO 4200-Exit
           END-IF
           ADD 1 TO Fct-Text-Count
           MOVE Fct-Feed-Name TO Fct-Text-Line(Fct-Text-Count)
           PERFORM 6100-Write-Text THRU 6100-Exit
           IF NOT Fct-Abort-Error
              DISPLAY "   EXPECTED : ADDED TO "
                      FUNCTION TRIM(Fct-Feed-Expected)
           END-IF
           .
       4200-Exit.
           EXIT.

       4250-Find-Expected.
           IF Fct-Text-Line(Fct-Text-Sub)(1:64) = Fct-Feed-Name
              MOVE Fct-Text-Sub TO Fct-Commit-Sub
           END-IF
           .
       4250-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4300-Set-Commitment - one COMMIT per program on the schedule,
      *> at the earliest cutoff of the feeds ending in it (see the
      *> program header).  The feed's old tagged commitment on some
      *> other program (its chain has changed) is dropped.
      *> ---------------------------------------------------------------
       4300-Set-Commitment.
           MOVE Fct-Feed-Sla TO Fct-Text-Filename
           MOVE 'N' TO Fct-Text-Skip-Sw
           PERFORM 6000-Load-Text THRU 6000-Exit
           IF Fct-Abort-Error
              GO TO 4300-Exit
           END-IF
           MOVE 'N' TO Fct-Text-Changed-Sw
           PERFORM 6400-Find-Commitment THRU 6400-Exit
           EVALUATE TRUE
              WHEN Fct-Commit-Sub = 0
                 IF Fct-Text-Count + 2 > Fct-Max-Lines
                    DISPLAY "   SKIPPED  : "
                            FUNCTION TRIM(Fct-Feed-Sla)
                            " IS TOO LONG TO REWRITE"
                    ADD 1 TO Fct-Skipped-Count
                    GO TO 4300-Exit
                 END-IF
                 PERFORM 4350-Append-Commitment THRU 4350-Exit
                 MOVE 'ADDED' TO Fct-Sla-Action
              WHEN Fct-Commit-Owner = Fct-Feed-Name
                 IF Fct-Commit-Cutoff = Fct-Feed-Cutoff
                    MOVE 'UNCHANGED' TO Fct-Sla-Action
                 ELSE
                    MOVE SPACES TO Fct-Text-Line(Fct-Commit-Sub)
                    STRING 'COMMIT ' FUNCTION TRIM(Fct-Final-Pgm)
                           ' ' Fct-Feed-Cutoff
                           DELIMITED BY SIZE
                           INTO Fct-Text-Line(Fct-Commit-Sub)
                    END-STRING
                    MOVE 'Y' TO Fct-Text-Changed-Sw
                    MOVE 'UPDATED' TO Fct-Sla-Action
                 END-IF
              WHEN Fct-Commit-Cutoff NOT > Fct-Feed-Cutoff
                 MOVE SPACES TO Fct-Sla-Action
                 IF Fct-Commit-Owner = SPACES
                    STRING 'COVERED BY UNTAGGED ' Fct-Commit-Cutoff
                           DELIMITED BY SIZE INTO Fct-Sla-Action
                    END-STRING
                 ELSE
                    STRING 'COVERED BY '
                           FUNCTION TRIM(Fct-Commit-Owner)
                           ' ' Fct-Commit-Cutoff
                           DELIMITED BY SIZE INTO Fct-Sla-Action
                    END-STRING
                 END-IF
              WHEN OTHER
                 MOVE HIGH-VALUES TO Fct-Text-Line(Fct-Commit-Sub)
                 IF Fct-Commit-Owner NOT = SPACES
                    COMPUTE Fct-Text-Sub = Fct-Commit-Sub - 1
                    MOVE HIGH-VALUES TO Fct-Text-Line(Fct-Text-Sub)
                 END-IF
                 PERFORM 4350-Append-Commitment THRU 4350-Exit
                 MOVE SPACES TO Fct-Sla-Action
                 STRING 'TAKEN OVER FROM '
                        FUNCTION TRIM(Fct-Commit-Owner)
                        ' ' Fct-Commit-Cutoff
                        DELIMITED BY SIZE INTO Fct-Sla-Action
                 END-STRING
           END-EVALUATE
           IF Fct-Text-Changed
              PERFORM 6100-Write-Text THRU 6100-Exit
           END-IF
           IF NOT Fct-Abort-Error
              DISPLAY "   SLA      : COMMIT "
                      FUNCTION TRIM(Fct-Final-Pgm) " "
                      Fct-Feed-Cutoff " "
                      FUNCTION TRIM(Fct-Sla-Action)
           END-IF
           .
       4300-Exit.
           EXIT.

       4350-Append-Commitment.
           ADD 1 TO Fct-Text-Count
           MOVE SPACES TO Fct-Text-Line(Fct-Text-Count)
           STRING Fct-Tag-Literal FUNCTION TRIM(Fct-Feed-Name)
                  DELIMITED BY SIZE
                  INTO Fct-Text-Line(Fct-Text-Count)
           END-STRING
           ADD 1 TO Fct-Text-Count
           MOVE SPACES TO Fct-Text-Line(Fct-Text-Count)
           STRING 'COMMIT ' FUNCTION TRIM(Fct-Final-Pgm)
                  ' ' Fct-Feed-Cutoff
                  DELIMITED BY SIZE
                  INTO Fct-Text-Line(Fct-Text-Count)
           END-STRING
           MOVE 'Y' TO Fct-Text-Changed-Sw
           .
       4350-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Check-Feed - compare what is on disk with what the
      *> catalog says, and look for every file the feed refers to.
      *> ---------------------------------------------------------------
       5000-Check-Feed.
           PERFORM 5100-Check-Job THRU 5100-Exit
           IF Fct-Feed-Expected NOT = SPACES
              PERFORM 5200-Check-Expected THRU 5200-Exit
           END-IF
           IF Fct-Feed-Sla NOT = SPACES
              PERFORM 5300-Check-Commitment THRU 5300-Exit
           END-IF
           IF Fct-Feed-Layout NOT = SPACES
              MOVE Fct-Feed-Layout TO Fct-Probe-Filename
              PERFORM 6200-Probe-File THRU 6200-Exit
              IF NOT Fct-Probe-Exists
                 MOVE 'MISSING' TO Fct-Finding-Kind
                 MOVE SPACES TO Fct-Finding
                 STRING 'LAYOUT ' FUNCTION TRIM(Fct-Feed-Layout)
                        ' DOES NOT EXIST'
                        DELIMITED BY SIZE INTO Fct-Finding
                 END-STRING
                 PERFORM 7000-Report-Finding THRU 7000-Exit
              END-IF
           END-IF
           IF Fct-Feed-Key NOT = SPACES
              MOVE Fct-Feed-Key TO Fct-Probe-Filename
              PERFORM 6200-Probe-File THRU 6200-Exit
              IF NOT Fct-Probe-Exists
                 MOVE 'MISSING' TO Fct-Finding-Kind
                 MOVE SPACES TO Fct-Finding
                 STRING 'KEY FILE ' FUNCTION TRIM(Fct-Feed-Key)
                        ' DOES NOT EXIST'
                        DELIMITED BY SIZE INTO Fct-Finding
                 END-STRING
                 PERFORM 7000-Report-Finding THRU 7000-Exit
              END-IF
           END-IF
           IF Fct-Feed-Edit NOT = SPACES
              PERFORM 5400-Check-Edit-Control THRU 5400-Exit
           END-IF
           ADD 1 TO Fct-Done-Count
           IF Fct-Feed-Findings = 0
              DISPLAY "   IN STEP WITH THE CATALOG"
           ELSE
              ADD 1 TO Fct-Drift-Feed-Count
           END-IF
           .
       5000-Exit.
           EXIT.

      *> 5100-Check-Job - the job control's steps (comments and
      *> blank lines aside) must be the catalog's chain exactly.
       5100-Check-Job.
           MOVE Fct-Feed-Job TO Fct-Text-Filename
           MOVE 'Y' TO Fct-Text-Skip-Sw
           PERFORM 6000-Load-Text THRU 6000-Exit
           IF Fct-Abort-Error
              GO TO 5100-Exit
           END-IF
           MOVE 'DRIFT' TO Fct-Finding-Kind
           IF NOT Fct-Text-Found
              MOVE SPACES TO Fct-Finding
              STRING 'JOB ' FUNCTION TRIM(Fct-Feed-Job)
                     ' DOES NOT EXIST'
                     DELIMITED BY SIZE INTO Fct-Finding
              END-STRING
              PERFORM 7000-Report-Finding THRU 7000-Exit
              GO TO 5100-Exit
           END-IF
           MOVE 0 TO Fct-Commit-Sub
           PERFORM 5150-Compare-Step THRU 5150-Exit
              VARYING Fct-Chain-Sub FROM 1 BY 1
              UNTIL Fct-Chain-Sub > Fct-Chain-Count
                 OR Fct-Commit-Sub > 0
           IF Fct-Commit-Sub > 0
              MOVE SPACES TO Fct-Finding
              MOVE Fct-Commit-Sub TO Fct-Count-Disp
              STRING 'JOB ' FUNCTION TRIM(Fct-Feed-Job)
                     ' DIFFERS AT STEP '
                     FUNCTION TRIM(Fct-Count-Disp)
                     DELIMITED BY SIZE INTO Fct-Finding
              END-STRING
              MOVE Fct-Commit-Sub TO Fct-Chain-Sub
              PERFORM 7000-Report-Finding THRU 7000-Exit
              IF Fct-Chain-Sub > Fct-Text-Count
                 DISPLAY "              ON DISK : (NO STEP)"
              ELSE
                 DISPLAY "              ON DISK : "
                    FUNCTION TRIM(Fct-Text-Line(Fct-Chain-Sub))
              END-IF
              IF Fct-Chain-Sub > Fct-Chain-Count
                 DISPLAY "              CATALOG : (NO STEP)"
              ELSE
                 DISPLAY "              CATALOG : "
                    FUNCTION TRIM(Fct-Chain-Line(Fct-Chain-Sub))
              END-IF
              GO TO 5100-Exit
           END-IF
           IF Fct-Text-Count > Fct-Chain-Count
              COMPUTE Fct-Chain-Sub = Fct-Chain-Count + 1
              MOVE SPACES TO Fct-Finding
              STRING 'JOB ' FUNCTION TRIM(Fct-Feed-Job)
                     ' HAS STEPS BEYOND THE CATALOG CHAIN'
                     DELIMITED BY SIZE INTO Fct-Finding
              END-STRING
              PERFORM 7000-Report-Finding THRU 7000-Exit
              DISPLAY "              ON DISK : "
                 FUNCTION TRIM(Fct-Text-Line(Fct-Chain-Sub))
           END-IF
           .
       5100-Exit.
           EXIT.

       5150-Compare-Step.
           IF Fct-Chain-Sub > Fct-Text-Count
              MOVE Fct-Chain-Sub TO Fct-Commit-Sub
              GO TO 5150-Exit
           END-IF
           IF Fct-Text-Line(Fct-Chain-Sub)
                 NOT = Fct-Chain-Line(Fct-Chain-Sub)
              MOVE Fct-Chain-Sub TO Fct-Commit-Sub
           END-IF
           .
       5150-Exit.
           EXIT.

       5200-Check-Expected.
           MOVE Fct-Feed-Expected TO Fct-Text-Filename
           MOVE 'Y' TO Fct-Text-Skip-Sw
           PERFORM 6000-Load-Text THRU 6000-Exit
           IF Fct-Abort-Error
              GO TO 5200-Exit
           END-IF
           MOVE 0 TO Fct-Commit-Sub
           PERFORM 4250-Find-Expected THRU 4250-Exit
              VARYING Fct-Text-Sub FROM 1 BY 1
              UNTIL Fct-Text-Sub > Fct-Text-Count
           IF Fct-Commit-Sub = 0
              MOVE 'DRIFT' TO Fct-Finding-Kind
              MOVE SPACES TO Fct-Finding
              STRING 'NOT ON EXPECTED LIST '
                     FUNCTION TRIM(Fct-Feed-Expected)
                     DELIMITED BY SIZE INTO Fct-Finding
              END-STRING
              PERFORM 7000-Report-Finding THRU 7000-Exit
           END-IF
           .
       5200-Exit.
           EXIT.

      *> 5300-Check-Commitment - the final program must be committed
      *> no later than the feed's cutoff.
       5300-Check-Commitment.
           MOVE Fct-Feed-Sla TO Fct-Text-Filename
           MOVE 'N' TO Fct-Text-Skip-Sw
           PERFORM 6000-Load-Text THRU 6000-Exit
           IF Fct-Abort-Error
              GO TO 5300-Exit
           END-IF
           PERFORM 6400-Find-Commitment THRU 6400-Exit
           MOVE 'DRIFT' TO Fct-Finding-Kind
           MOVE SPACES TO Fct-Finding
           EVALUATE TRUE
              WHEN Fct-Commit-Sub = 0
                 STRING 'NO COMMIT ' FUNCTION TRIM(Fct-Final-Pgm)
                        ' ON ' FUNCTION TRIM(Fct-Feed-Sla)
                        ' - CATALOG CUTOFF ' Fct-Feed-Cutoff
                        DELIMITED BY SIZE INTO Fct-Finding
                 END-STRING
              WHEN Fct-Commit-Cutoff > Fct-Feed-Cutoff
                 STRING 'COMMIT ' FUNCTION TRIM(Fct-Final-Pgm)
                        ' ' Fct-Commit-Cutoff
                        ' IS LATER THAN CATALOG CUTOFF '
                        Fct-Feed-Cutoff
                        DELIMITED BY SIZE INTO Fct-Finding
                 END-STRING
              WHEN Fct-Commit-Owner = Fct-Feed-Name
                 AND Fct-Commit-Cutoff NOT = Fct-Feed-Cutoff
                 STRING 'COMMIT ' FUNCTION TRIM(Fct-Final-Pgm)
                        ' ' Fct-Commit-Cutoff
                        ' DIFFERS FROM CATALOG CUTOFF '
                        Fct-Feed-Cutoff
                        DELIMITED BY SIZE INTO Fct-Finding
                 END-STRING
           END-EVALUATE
           IF Fct-Finding NOT = SPACES
              PERFORM 7000-Report-Finding THRU 7000-Exit
           END-IF
           .
       5300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5400-Check-Edit-Control - the control file must exist, its
      *> INPUT must be the file the chain leaves for STRMEDT, and
      *> every TABLE rule must name a table on strmtbl_tables.dat.
      *> ---------------------------------------------------------------
       5400-Check-Edit-Control.
           MOVE Fct-Feed-Edit TO Fct-Text-Filename
           MOVE 'Y' TO Fct-Text-Skip-Sw
           PERFORM 6000-Load-Text THRU 6000-Exit
           IF Fct-Abort-Error
              GO TO 5400-Exit
           END-IF
           IF NOT Fct-Text-Found
              MOVE 'MISSING' TO Fct-Finding-Kind
              MOVE SPACES TO Fct-Finding
              STRING 'EDIT CONTROL ' FUNCTION TRIM(Fct-Feed-Edit)
                     ' DOES NOT EXIST'
                     DELIMITED BY SIZE INTO Fct-Finding
              END-STRING
              PERFORM 7000-Report-Finding THRU 7000-Exit
              GO TO 5400-Exit
           END-IF
           MOVE 'N' TO Fct-Edit-Input-Sw
           PERFORM 5450-Check-Edit-Line THRU 5450-Exit
              VARYING Fct-Text-Sub FROM 1 BY 1
              UNTIL Fct-Text-Sub > Fct-Text-Count
                 OR Fct-Abort-Error
           IF NOT Fct-Edit-Has-Input
              MOVE 'DRIFT' TO Fct-Finding-Kind
              MOVE SPACES TO Fct-Finding
              STRING 'EDIT CONTROL ' FUNCTION TRIM(Fct-Feed-Edit)
                     ' HAS NO INPUT DIRECTIVE'
                     DELIMITED BY SIZE INTO Fct-Finding
              END-STRING
              PERFORM 7000-Report-Finding THRU 7000-Exit
           END-IF
           .
       5400-Exit.
           EXIT.

       5450-Check-Edit-Line.
           PERFORM 6300-Split-Line THRU 6300-Exit
           EVALUATE Fct-Verb
              WHEN 'INPUT'
                 MOVE 'Y' TO Fct-Edit-Input-Sw
                 IF Fct-Tok-1 NOT = Fct-Cur-File
                    MOVE 'DRIFT' TO Fct-Finding-Kind
                    MOVE SPACES TO Fct-Finding
                    STRING 'EDIT INPUT ' FUNCTION TRIM(Fct-Tok-1)
                           ' IS NOT THE CHAIN FILE '
                           FUNCTION TRIM(Fct-Cur-File)
                           DELIMITED BY SIZE INTO Fct-Finding
                    END-STRING
                    PERFORM 7000-Report-Finding THRU 7000-Exit
                 END-IF
              WHEN 'RULE'
                 IF Fct-Tok-4 = 'TABLE'
                    PERFORM 5500-Check-Table THRU 5500-Exit
                 END-IF
           END-EVALUATE
           .
       5450-Exit.
           EXIT.

       5500-Check-Table.
           IF NOT Fct-Tables-Loaded
              PERFORM 5600-Load-Table-Names THRU 5600-Exit
           END-IF
           MOVE Fct-Tok-5 TO Fct-Tbl-Wanted
           MOVE 0 TO Fct-Table-Hit
           PERFORM 5550-Find-Table THRU 5550-Exit
              VARYING Fct-Table-Sub FROM 1 BY 1
              UNTIL Fct-Table-Sub > Fct-Table-Count
           IF Fct-Table-Hit = 0
              MOVE 'MISSING' TO Fct-Finding-Kind
              MOVE SPACES TO Fct-Finding
              STRING 'RULE ' FUNCTION TRIM(Fct-Tok-1)
                     ' - TABLE ' FUNCTION TRIM(Fct-Tok-5)
                     ' IS NOT ON ' FUNCTION TRIM(Fct-Tables-File)
                     DELIMITED BY SIZE INTO Fct-Finding
              END-STRING
              PERFORM 7000-Report-Finding THRU 7000-Exit
           END-IF
           .
       5500-Exit.
           EXIT.

       5550-Find-Table.
           IF Fct-Table-Name(Fct-Table-Sub) = Fct-Tbl-Wanted
              MOVE Fct-Table-Sub TO Fct-Table-Hit
           END-IF
           .
       5550-Exit.
           EXIT.

      *> 5600-Load-Table-Names - the distinct TBL= names on the code
      *> table file, read directly: the question is whether a table
      *> exists at all, not whether a code on it is effective.
       5600-Load-Table-Names.
           MOVE 'Y' TO Fct-Tables-Loaded-Sw
           MOVE 0 TO Fct-Table-Count
           MOVE Fct-Tables-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 5600-Exit
           END-IF
           MOVE 'Y' TO Fct-Tables-Found-Sw
           MOVE SCB-Handle TO Fct-Handle
           MOVE 'N' TO Fct-Text-Eof-Sw
           PERFORM 5650-Load-One-Table-Line THRU 5650-Exit
              UNTIL Fct-Text-Eof
           MOVE Fct-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       5600-Exit.
           EXIT.

       5650-Load-One-Table-Line.
           MOVE Fct-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           MOVE SPACES TO Streamio-Record-Data(1:512)
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Fct-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Fct-Text-Eof-Sw
                 GO TO 5650-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Fct-Text-Eof-Sw
                 GO TO 5650-Exit
           END-EVALUATE
           IF Streamio-Record-Data(1:4) NOT = 'TBL='
              GO TO 5650-Exit
           END-IF
           MOVE SPACES TO Fct-Tbl-Field
           UNSTRING Streamio-Record-Data(1:512)
               DELIMITED BY "TBL=" OR " CODE="
               INTO Fct-Tbl-Dummy, Fct-Tbl-Field, Fct-Tbl-Rest
           END-UNSTRING
           MOVE 0 TO Fct-Table-Hit
           MOVE Fct-Tbl-Field TO Fct-Tbl-Wanted
           PERFORM 5550-Find-Table THRU 5550-Exit
              VARYING Fct-Table-Sub FROM 1 BY 1
              UNTIL Fct-Table-Sub > Fct-Table-Count
           IF Fct-Table-Hit = 0 AND Fct-Table-Count < Fct-Max-Tables
              ADD 1 TO Fct-Table-Count
              MOVE Fct-Tbl-Field TO Fct-Table-Name(Fct-Table-Count)
           END-IF
           .
       5650-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6000-Load-Text - read Fct-Text-Filename whole into the text
      *> table, comments and blank lines dropped when the skip switch
      *> is on.  A file that isn't there loads empty, not-found.
      *> ---------------------------------------------------------------
       6000-Load-Text.
           MOVE 0 TO Fct-Text-Count
           MOVE 'N' TO Fct-Text-Found-Sw
           MOVE Fct-Text-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 6000-Exit
           END-IF
           MOVE 'Y' TO Fct-Text-Found-Sw
           MOVE SCB-Handle TO Fct-Handle
           MOVE 'N' TO Fct-Text-Eof-Sw
           PERFORM 6050-Load-One-Text-Line THRU 6050-Exit
              UNTIL Fct-Text-Eof
           MOVE Fct-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       6000-Exit.
           EXIT.

       6050-Load-One-Text-Line.
           MOVE Fct-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           MOVE SPACES TO Streamio-Record-Data(1:512)
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Fct-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Fct-Text-Eof-Sw
                 GO TO 6050-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Fct-Text-Eof-Sw
                 GO TO 6050-Exit
           END-EVALUATE
           IF Fct-Text-Skip-Comments
              AND (Streamio-Record-Data(1:512) = SPACES
                   OR Streamio-Record-Data(1:1) = '*')
              GO TO 6050-Exit
           END-IF
           IF Fct-Text-Count NOT < Fct-Max-Lines
              DISPLAY "STRMFCT: " FUNCTION TRIM(Fct-Text-Filename)
                      " HAS MORE THAN " Fct-Max-Lines " LINES"
              MOVE 'Y' TO Fct-Text-Eof-Sw
              GO TO 6050-Exit
           END-IF
           ADD 1 TO Fct-Text-Count
           MOVE Streamio-Record-Data(1:512)
              TO Fct-Text-Line(Fct-Text-Count)
           .
       6050-Exit.
           EXIT.

      *> 6100-Write-Text - replace Fct-Text-Filename with the text
      *> table, lines set to HIGH-VALUES left out.
       6100-Write-Text.
           MOVE Fct-Text-Filename TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 6100-Exit
           END-IF
           MOVE SCB-Handle TO Fct-Handle
           PERFORM 6150-Write-One-Text-Line THRU 6150-Exit
              VARYING Fct-Text-Sub FROM 1 BY 1
              UNTIL Fct-Text-Sub > Fct-Text-Count
                 OR Fct-Abort-Error
           MOVE Fct-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       6100-Exit.
           EXIT.

       6150-Write-One-Text-Line.
           IF Fct-Text-Line(Fct-Text-Sub) = HIGH-VALUES
              GO TO 6150-Exit
           END-IF
           MOVE SPACES TO Streamio-Record-Data(1:512)
           MOVE Fct-Text-Line(Fct-Text-Sub)
              TO Streamio-Record-Data(1:512)
           MOVE Fct-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Fct-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       6150-Exit.
           EXIT.

      *> 6200-Probe-File - does Fct-Probe-Filename exist (can it be
      *> opened for input)?
       6200-Probe-File.
           MOVE 'N' TO Fct-Probe-Sw
           MOVE Fct-Probe-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 6200-Exit
           END-IF
           MOVE 'Y' TO Fct-Probe-Sw
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       6200-Exit.
           EXIT.

       6300-Split-Line.
           MOVE SPACES TO Fct-Verb, Fct-Tok-1, Fct-Tok-2, Fct-Tok-3,
                          Fct-Tok-4, Fct-Tok-5
           UNSTRING Fct-Text-Line(Fct-Text-Sub) DELIMITED BY ALL SPACE
               INTO Fct-Verb, Fct-Tok-1, Fct-Tok-2, Fct-Tok-3,
                    Fct-Tok-4, Fct-Tok-5
           END-UNSTRING
           .
       6300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6400-Find-Commitment - the first COMMIT on the loaded
      *> schedule for the feed's final program, its cutoff, and the
      *> feed tagged above it (spaces if untagged).  Any later COMMIT
      *> for the same program, and the feed's own tagged commitment
      *> on any other program, are set to HIGH-VALUES with their tags
      *> - STRMSLA holds one commitment per program.
      *> ---------------------------------------------------------------
       6400-Find-Commitment.
           MOVE 0 TO Fct-Commit-Sub
           MOVE SPACES TO Fct-Commit-Cutoff, Fct-Commit-Owner
           PERFORM 6450-Scan-Schedule-Line THRU 6450-Exit
              VARYING Fct-Text-Sub FROM 1 BY 1
              UNTIL Fct-Text-Sub > Fct-Text-Count
           .
       6400-Exit.
           EXIT.

       6450-Scan-Schedule-Line.
           IF Fct-Text-Line(Fct-Text-Sub) = HIGH-VALUES
              GO TO 6450-Exit
           END-IF
           PERFORM 6300-Split-Line THRU 6300-Exit
           IF Fct-Verb NOT = 'COMMIT'
              GO TO 6450-Exit
           END-IF
           MOVE SPACES TO Fct-Tok-5
           IF Fct-Text-Sub > 1
              AND Fct-Text-Line(Fct-Text-Sub - 1)(1:15)
                     = Fct-Tag-Literal
              MOVE Fct-Text-Line(Fct-Text-Sub - 1)(16:64)
                 TO Fct-Tok-5
           END-IF
           IF Fct-Tok-1 = Fct-Final-Pgm
              IF Fct-Commit-Sub = 0
                 MOVE Fct-Text-Sub TO Fct-Commit-Sub
                 MOVE Fct-Tok-2(1:4) TO Fct-Commit-Cutoff
                 MOVE Fct-Tok-5 TO Fct-Commit-Owner
                 GO TO 6450-Exit
              END-IF
           ELSE
              IF Fct-Tok-5 NOT = Fct-Feed-Name
                 GO TO 6450-Exit
              END-IF
           END-IF
           MOVE HIGH-VALUES TO Fct-Text-Line(Fct-Text-Sub)
           IF Fct-Tok-5 NOT = SPACES
              MOVE HIGH-VALUES TO Fct-Text-Line(Fct-Text-Sub - 1)
           END-IF
           MOVE 'Y' TO Fct-Text-Changed-Sw
           .
       6450-Exit.
           EXIT.

      *> 7000-Report-Finding - one CHECK finding, of the kind in
      *> Fct-Finding-Kind (DRIFT or MISSING).
       7000-Report-Finding.
           DISPLAY "   " Fct-Finding-Kind ": "
                   FUNCTION TRIM(Fct-Finding)
           ADD 1 TO Fct-Feed-Findings
           ADD 1 TO Fct-Finding-Count
           .
       7000-Exit.
           EXIT.

       8000-Print-Summary.
           DISPLAY " "
           MOVE Fct-Done-Count TO Fct-Count-Disp
           IF Fct-Generate
              DISPLAY "FEEDS GENERATED . . . . . . . " Fct-Count-Disp
              MOVE Fct-Skipped-Count TO Fct-Count-Disp
              DISPLAY "SKIPPED . . . . . . . . . . . " Fct-Count-Disp
              IF Fct-Skipped-Count > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "FEEDS CHECKED . . . . . . . . " Fct-Count-Disp
              MOVE Fct-Drift-Feed-Count TO Fct-Count-Disp
              DISPLAY "FEEDS WITH FINDINGS . . . . . " Fct-Count-Disp
              MOVE Fct-Finding-Count TO Fct-Count-Disp
              DISPLAY "FINDINGS  . . . . . . . . . . " Fct-Count-Disp
              IF Fct-Finding-Count > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           IF Fct-Abort-Error
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       8000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Fct-Abort-Error
              MOVE 'Y' TO Fct-Err-Sw
              MOVE SCB-Filename TO Fct-Err-Filename
              MOVE SCB-Function TO Fct-Err-Function
              MOVE SCB-Mode TO Fct-Err-Mode
              MOVE SCB-Delimiter-Mode TO Fct-Err-Delimiter-Mode
              MOVE SCB-Offset TO Fct-Err-Offset
              MOVE SCB-Return-Code TO Fct-Err-Return-Code
              MOVE SCB-Severity TO Fct-Err-Severity
              MOVE SCB-Calling-Program TO Fct-Err-Calling-Program
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
           IF Fct-Abort-Error
              MOVE Fct-Err-Filename TO SCB-Filename
              MOVE Fct-Err-Function TO SCB-Function
              MOVE Fct-Err-Mode TO SCB-Mode
              MOVE Fct-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Fct-Err-Offset TO SCB-Offset
              MOVE Fct-Err-Return-Code TO SCB-Return-Code
              MOVE Fct-Err-Severity TO SCB-Severity
              MOVE Fct-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Fct-Read-Count TO Strm-RS-Read-Count
           MOVE Fct-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMFCT-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
