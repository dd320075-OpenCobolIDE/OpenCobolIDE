      *> ***************************************************************
      *> ** Program:  STRMCPY.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMCPY generates the layout-definition files STRMCNV,    **
      *> ** STRMXPT, STRMPRT, STRMJIM, STRMEBC and STRMINQ read       **
      *> ** straight from a record copybook, so nobody has to count   **
      *> ** bytes by hand again.  Offsets and lengths come from the   **
      *> ** PICTURE and USAGE clauses: COMP-3 fields are written as   **
      *> ** type P, COMP/BINARY as type B and everything else as      **
      *> ** type D; the digits after a V become the decimals of a P   **
      *> ** field.                                                    **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    copybook-file layout-file                              **
      *> **                                                           **
      *> ** The copybook is read in the standard fixed format -       **
      *> ** columns 8 through 72, "*" (or "/") in column 7 a comment, **
      *> ** "-" in column 7 a literal continuation.  Level 66, 77     **
      *> ** and 78 entries are passed over; level 88 values are kept  **
      *> ** against the item they belong to.                          **
      *> **                                                           **
      *> ** OCCURS is expanded into one FIELD per occurrence, the     **
      *> ** occurrence number appended to the name (ord-line-qty-01   **
      *> ** through ord-line-qty-20), nested tables getting one       **
      *> ** suffix per level.                                         **
      *> **                                                           **
      *> ** REDEFINES splits the record into types when it has a      **
      *> ** record-type selector.  The first REDEFINES family found   **
      *> ** (the redefined item and everything that redefines it - a  **
      *> ** second 01 counts as redefining the first) is split when   **
      *> ** an item ahead of it carries exactly one 88 value per      **
      *> ** member: one layout file per member, each holding the      **
      *> ** shared fields plus just that member's fields, the         **
      *> ** selector's values naming the files - layout-file.H,       **
      *> ** layout-file.D and layout-file.T for txn-record.cpy.       **
      *> ** Without a selector the single layout is written to        **
      *> ** layout-file as given.  Any REDEFINES not splitting the    **
      *> ** record keeps the item it redefines and is itself left     **
      *> ** out - except a group carving up an elementary item (a     **
      *> ** filler reserve, as acct-filler-r does), whose fields are  **
      *> ** written in the reserve's place.  FILLER items never get a **
      *> ** FIELD line.                                               **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters, no data description entries   **
      *> **        found, a file that can't be read or written, or a  **
      *> **        layout of more than 200 fields (the limit of the   **
      *> **        programs that read them)                           **
      *> **     4  layouts written, but with something to look at -   **
      *> **        a name over 30 bytes, an unsupported USAGE, a      **
      *> **        REDEFINES larger than what it redefines, or a      **
      *> **        statement that isn't a data description entry      **
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
      *> ** 2026-10-15  GLC  A REDEFINES family is split into record  **
      *> **                  types only under a selector with 88      **
      *> **                  values; a group redefining a filler      **
      *> **                  reserve is written in its place; FILLER  **
      *> **                  gets no FIELD line; over 200 fields in a **
      *> **                  layout ends RC 16.                       **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMCPY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Cpy-Parm-Line                        PIC X(512).
       01  Cpy-Copybook-File                    PIC X(256) VALUE
                                                 SPACES.
       01  Cpy-Layout-Base                      PIC X(240) VALUE
                                                 SPACES.
       01  Cpy-Layout-File                      PIC X(256) VALUE
                                                 SPACES.

       01  Cpy-In-Handle                        PIC X(4) COMP-X.
       01  Cpy-Out-Handle                       PIC X(4) COMP-X.
       01  Cpy-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Cpy-Eof                           VALUE 'Y'.
       01  Cpy-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Cpy-Setup-Ok                      VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Source scanning.  Columns 8-72 of each line are fed through
      *> one byte at a time into Cpy-Stmt until a separator period
      *> (a "." outside a literal, followed by a space) closes the
      *> entry.
      *> ---------------------------------------------------------------
       01  Cpy-Line                             PIC X(256).
       01  Cpy-Area                             PIC X(66).
       01  Cpy-Col                              PIC 9(02).
       01  Cpy-Char                             PIC X(01).
       01  Cpy-Stmt                             PIC X(2048).
       01  Cpy-Stmt-Len                         PIC 9(04) VALUE 0.
       01  Cpy-Max-Stmt-Len                     PIC 9(04) VALUE 2040.
       01  Cpy-Quote-Sw                         PIC X(1) VALUE 'N'.
           88 Cpy-In-Quote                      VALUE 'Y'.
       01  Cpy-Quote-Char                       PIC X(01).
       01  Cpy-Cont-Sw                          PIC X(1) VALUE 'N'.
           88 Cpy-Continuing                    VALUE 'Y'.
       01  Cpy-Line-Count                       PIC 9(07) VALUE 0.
       01  Cpy-Stmt-Count                       PIC 9(07) VALUE 0.
       01  Cpy-Ignored-Count                    PIC 9(07) VALUE 0.

       01  Cpy-Tok-Table.
           05 Cpy-Tok OCCURS 40 TIMES           PIC X(40).
       01  Cpy-Tok-Count                        PIC 9(02) VALUE 0.
       01  Cpy-Tok-Work                         PIC X(40).
       01  Cpy-Tok-Ptr                          PIC 9(04).
       01  Cpy-Tj                               PIC 9(02).
       01  Cpy-Clause                           PIC X(40).
       01  Cpy-Arg                              PIC X(40).
       01  Cpy-Arg-Upper                        PIC X(40).

      *> ---------------------------------------------------------------
      *> The data description entries.  Entry 1 is a level-00 root
      *> every 01 hangs from, so a copybook without an 01 still has
      *> a parent for its top items.  Itm-First-Child/Itm-Next-Sib
      *> thread each group's children for the layout walk.
      *> ---------------------------------------------------------------
       01  Cpy-Max-Items                        PIC 9(03) VALUE 300.
       01  Cpy-Item-Count                       PIC 9(03) VALUE 0.
       01  Cpy-Item-Table.
           05 Cpy-Item OCCURS 300 TIMES.
              10 Itm-Level                      PIC 9(02).
              10 Itm-Name                       PIC X(30).
              10 Itm-Parent                     PIC 9(03).
              10 Itm-First-Child                PIC 9(03).
              10 Itm-Last-Child                 PIC 9(03).
              10 Itm-Next-Sib                   PIC 9(03).
              10 Itm-Pic                        PIC X(40).
              10 Itm-Usage                      PIC X(01).
                 88 Itm-Usage-Display           VALUE 'D'.
                 88 Itm-Usage-Packed            VALUE 'P'.
                 88 Itm-Usage-Binary            VALUE 'B'.
                 88 Itm-Usage-Float-Short       VALUE '1'.
                 88 Itm-Usage-Float-Long        VALUE '2'.
              10 Itm-Sign-Sep                   PIC X(01).
              10 Itm-Digits                     PIC 9(02).
              10 Itm-Decimals                   PIC 9(02).
              10 Itm-Disp-Len                   PIC 9(05).
              10 Itm-Occurs                     PIC 9(04).
              10 Itm-Redef-Name                 PIC X(30).
              10 Itm-Redef-Ix                   PIC 9(03).
              10 Itm-Unit                       PIC 9(05).
              10 Itm-Size                       PIC 9(07).
              10 Itm-Rel-Off                    PIC 9(05).
              10 Itm-Next-Off                   PIC 9(05).
              10 Itm-Cond-Count                 PIC 9(02).
              10 Itm-View-Sw                    PIC X(01).
                 88 Itm-Alt-View                VALUE 'Y'.
                 88 Itm-Viewed-Through          VALUE 'R'.
              10 Itm-Cond-Value OCCURS 10 TIMES PIC X(10).
       01  Cpy-Ix                               PIC 9(03).
       01  Cpy-Jx                               PIC 9(03).
       01  Cpy-Parent-Ix                        PIC 9(03).
       01  Cpy-Last-Item                        PIC 9(03) VALUE 0.
       01  Cpy-First-01                         PIC 9(03) VALUE 0.
       01  Cpy-Level                            PIC 9(02).

       01  Cpy-Stack-Depth                      PIC 9(02) VALUE 0.
       01  Cpy-Level-Stack.
           05 Cpy-Stk-Item OCCURS 50 TIMES      PIC 9(03).

      *> ---------------------------------------------------------------
      *> PICTURE analysis.
      *> ---------------------------------------------------------------
       01  Cpy-Pk                               PIC 9(02).
       01  Cpy-Pic-Char                         PIC X(01).
       01  Cpy-Rpt-Text                         PIC X(06).
       01  Cpy-Rpt                              PIC 9(05).
       01  Cpy-After-V-Sw                       PIC X(1) VALUE 'N'.
           88 Cpy-After-V                       VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Record types.  Cpy-Var-Item holds the members of the first
      *> REDEFINES family in source order; Cpy-Var-Tag the suffix each
      *> one's layout file gets.
      *> ---------------------------------------------------------------
       01  Cpy-Fam-Target                       PIC 9(03) VALUE 0.
       01  Cpy-Var-Count                        PIC 9(02) VALUE 0.
       01  Cpy-Var-Table.
           05 Cpy-Var-Entry OCCURS 10 TIMES.
              10 Cpy-Var-Item                   PIC 9(03).
              10 Cpy-Var-Tag                    PIC X(30).
       01  Cpy-Var                              PIC 9(02).
       01  Cpy-Selector                         PIC 9(03) VALUE 0.
       01  Cpy-Redef-Skip-Count                 PIC 9(05) VALUE 0.
       01  Cpy-Lrecl                            PIC 9(05) VALUE 0.

      *> ---------------------------------------------------------------
      *> The layout walk.  COBOL has no recursion, so each group being
      *> expanded is a frame on this stack: which occurrence of it is
      *> current, where that occurrence starts in the record, the
      *> occurrence suffix its fields inherit, and the next child to
      *> visit.
      *> ---------------------------------------------------------------
       01  Cpy-Frame-Depth                      PIC 9(02) VALUE 0.
       01  Cpy-Frame-Table.
           05 Cpy-Frame OCCURS 30 TIMES.
              10 Fr-Item                        PIC 9(03).
              10 Fr-Occ                         PIC 9(04).
              10 Fr-Base                        PIC 9(05).
              10 Fr-Suffix                      PIC X(20).
              10 Fr-Child                       PIC 9(03).
       01  Cpy-Child                            PIC 9(03).
       01  Cpy-Occ                              PIC 9(04).
       01  Cpy-Occ-2                            PIC 9(02).
       01  Cpy-Occ-4                            PIC 9(04).
       01  Cpy-Occ-Text                         PIC X(05).
       01  Cpy-Suffix                           PIC X(20).
       01  Cpy-Field-Name                       PIC X(60).
       01  Cpy-Field-Start                      PIC 9(05).
       01  Cpy-Field-Length                     PIC 9(05).
       01  Cpy-Field-Type                       PIC X(01).
       01  Cpy-Include-Sw                       PIC X(1) VALUE 'Y'.
           88 Cpy-Include                       VALUE 'Y'.

       01  Cpy-Out-Line                         PIC X(256).
       01  Cpy-Num-Disp                         PIC Z(4)9.
       01  Cpy-Num-Disp-2                       PIC Z(4)9.
       01  Cpy-Dec-Disp                         PIC Z9.
       01  Cpy-Layout-Fields                    PIC 9(05) VALUE 0.
       01  Cpy-Max-Layout-Fields                PIC 9(05) VALUE 200.
       01  Cpy-Over-Limit-Count                 PIC 9(02) VALUE 0.
       01  Cpy-Layout-Count                     PIC 9(02) VALUE 0.
       01  Cpy-Field-Total                      PIC 9(07) VALUE 0.
       01  Cpy-Write-Count                      PIC 9(07) VALUE 0.
       01  Cpy-Warn-Count                       PIC 9(05) VALUE 0.
       01  Cpy-Count-Disp                       PIC ZZZ,ZZ9.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Cpy-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Cpy-Abort-Error                   VALUE 'Y'.
       01  Cpy-Err-Filename                     PIC X(256).
       01  Cpy-Err-Function                     PIC X(2).
       01  Cpy-Err-Mode                         PIC X(1).
       01  Cpy-Err-Delimiter-Mode               PIC X(1).
       01  Cpy-Err-Offset                       PIC X(8) COMP-X.
       01  Cpy-Err-Return-Code                  USAGE BINARY-LONG.
       01  Cpy-Err-Severity                     PIC X(1).
       01  Cpy-Err-Calling-Program              PIC X(8).

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Cpy-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Read-Copybook THRU 2000-Exit
           IF Cpy-Abort-Error
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           IF Cpy-Item-Count < 2
              DISPLAY "STRMCPY: NO DATA DESCRIPTION ENTRIES FOUND IN "
                      FUNCTION TRIM(Cpy-Copybook-File, TRAILING)
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 3000-Compute-Sizes THRU 3000-Exit
           PERFORM 3500-Compute-Offsets THRU 3500-Exit
           PERFORM 4000-Find-Record-Types THRU 4000-Exit
           PERFORM 4500-Mark-Alternate-View THRU 4500-Exit
              VARYING Cpy-Ix FROM 2 BY 1
              UNTIL Cpy-Ix > Cpy-Item-Count
           PERFORM 5000-Write-Layouts THRU 5000-Exit
           PERFORM 8000-Print-Summary THRU 8000-Exit
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Cpy-Parm-Line FROM COMMAND-LINE
           UNSTRING Cpy-Parm-Line DELIMITED BY ALL SPACE
               INTO Cpy-Copybook-File, Cpy-Layout-Base
           END-UNSTRING
           IF Cpy-Copybook-File = SPACES OR Cpy-Layout-Base = SPACES
              DISPLAY "STRMCPY: COPYBOOK-FILE AND LAYOUT-FILE ARE "
                      "BOTH REQUIRED"
              MOVE 'N' TO Cpy-Setup-Ok-Sw
           END-IF
      *> Entry 1 is the level-00 root.
           MOVE 1 TO Cpy-Item-Count
           PERFORM 2450-Clear-Item THRU 2450-Exit
           MOVE 'RECORD' TO Itm-Name(1)
           MOVE 1 TO Cpy-Stack-Depth
           MOVE 1 TO Cpy-Stk-Item(1)
           MOVE 'STRMCPY' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMCPY' TO Strm-RS-Program
           MOVE Cpy-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Read-Copybook - every source line through the scanner;
      *> an entry left open at end of file (no closing period) is
      *> taken as complete.
      *> ---------------------------------------------------------------
       2000-Read-Copybook.
           MOVE Cpy-Copybook-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Cpy-In-Handle
           MOVE SPACES TO Cpy-Stmt
           MOVE 0 TO Cpy-Stmt-Len
           PERFORM 2100-Read-One-Line THRU 2100-Exit
              UNTIL Cpy-Eof
           MOVE Cpy-In-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF Cpy-Stmt NOT = SPACES
              PERFORM 2300-Process-Statement THRU 2300-Exit
           END-IF
           .
       2000-Exit.
           EXIT.

       2100-Read-One-Line.
           MOVE Cpy-In-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 CONTINUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Cpy-Eof-Sw
                 GO TO 2100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Cpy-Eof-Sw
                 GO TO 2100-Exit
           END-EVALUATE
           ADD 1 TO Cpy-Line-Count
           MOVE SPACES TO Cpy-Line
           IF SCB-Bytes-Transferred > 0
              MOVE Streamio-Record-Data(1:SCB-Bytes-Transferred)
                 TO Cpy-Line
           END-IF
           IF Cpy-Line(7:1) = '*' OR '/' OR 'D' OR 'd'
              GO TO 2100-Exit
           END-IF
           MOVE Cpy-Line(8:65) TO Cpy-Area
           MOVE 'N' TO Cpy-Cont-Sw
           IF Cpy-Line(7:1) = '-' AND Cpy-In-Quote
              MOVE 'Y' TO Cpy-Cont-Sw
           END-IF
           PERFORM 2200-Scan-One-Char THRU 2200-Exit
              VARYING Cpy-Col FROM 1 BY 1 UNTIL Cpy-Col > 65
      *> End of line separates words - except inside a literal, which
      *> only a continuation line can carry on.
           IF NOT Cpy-In-Quote
              PERFORM 2250-Append-Space THRU 2250-Exit
           END-IF
           .
       2100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2200-Scan-One-Char - on a continuation line everything up to
      *> and including the first quote only resumes the literal
      *> already open, so none of it is kept.
      *> ---------------------------------------------------------------
       2200-Scan-One-Char.
           MOVE Cpy-Area(Cpy-Col:1) TO Cpy-Char
           IF Cpy-Continuing
              IF Cpy-Char = Cpy-Quote-Char
                 MOVE 'N' TO Cpy-Cont-Sw
              END-IF
              GO TO 2200-Exit
           END-IF
           IF Cpy-In-Quote
              IF Cpy-Char = Cpy-Quote-Char
                 MOVE 'N' TO Cpy-Quote-Sw
              END-IF
           ELSE
              IF Cpy-Char = QUOTE OR "'"
                 MOVE 'Y' TO Cpy-Quote-Sw
                 MOVE Cpy-Char TO Cpy-Quote-Char
              END-IF
              IF Cpy-Char = '.' AND Cpy-Area(Cpy-Col + 1:1) = SPACE
                 PERFORM 2300-Process-Statement THRU 2300-Exit
                 GO TO 2200-Exit
              END-IF
           END-IF
           IF Cpy-Stmt-Len < Cpy-Max-Stmt-Len
              ADD 1 TO Cpy-Stmt-Len
              MOVE Cpy-Char TO Cpy-Stmt(Cpy-Stmt-Len:1)
           END-IF
           .
       2200-Exit.
           EXIT.

       2250-Append-Space.
           IF Cpy-Stmt-Len > 0 AND Cpy-Stmt-Len < Cpy-Max-Stmt-Len
              ADD 1 TO Cpy-Stmt-Len
              MOVE SPACE TO Cpy-Stmt(Cpy-Stmt-Len:1)
           END-IF
           .
       2250-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2300-Process-Statement - split one complete entry into words
      *> and hand it to the entry parser.
      *> ---------------------------------------------------------------
       2300-Process-Statement.
           IF Cpy-Stmt = SPACES
              GO TO 2300-Reset
           END-IF
           ADD 1 TO Cpy-Stmt-Count
           MOVE SPACES TO Cpy-Tok-Table
           MOVE 0 TO Cpy-Tok-Count
           MOVE 1 TO Cpy-Tok-Ptr
           PERFORM 2310-Split-One-Word THRU 2310-Exit
              UNTIL Cpy-Tok-Ptr > Cpy-Stmt-Len
           IF Cpy-Tok-Count > 0
              PERFORM 2400-Parse-Entry THRU 2400-Exit
           END-IF
           .
       2300-Reset.
           MOVE SPACES TO Cpy-Stmt
           MOVE 0 TO Cpy-Stmt-Len
           .
       2300-Exit.
           EXIT.

       2310-Split-One-Word.
           MOVE SPACES TO Cpy-Tok-Work
           UNSTRING Cpy-Stmt(1:Cpy-Stmt-Len) DELIMITED BY ALL SPACE
               INTO Cpy-Tok-Work
               WITH POINTER Cpy-Tok-Ptr
           END-UNSTRING
           IF Cpy-Tok-Work NOT = SPACES AND Cpy-Tok-Count < 40
              ADD 1 TO Cpy-Tok-Count
              MOVE Cpy-Tok-Work TO Cpy-Tok(Cpy-Tok-Count)
           END-IF
           .
       2310-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2400-Parse-Entry - one data description entry.  The level
      *> stack is popped back to the entry's parent, which gives the
      *> parent link and the USAGE a group passes down to its
      *> children.
      *> ---------------------------------------------------------------
       2400-Parse-Entry.
           IF FUNCTION TRIM(Cpy-Tok(1)) IS NOT NUMERIC
              ADD 1 TO Cpy-Ignored-Count
              ADD 1 TO Cpy-Warn-Count
              DISPLAY "STRMCPY: NOT A DATA DESCRIPTION ENTRY, "
                      "IGNORED: " FUNCTION TRIM(Cpy-Tok(1))
                      " " FUNCTION TRIM(Cpy-Tok(2))
              GO TO 2400-Exit
           END-IF
           COMPUTE Cpy-Level = FUNCTION NUMVAL(Cpy-Tok(1))
           EVALUATE Cpy-Level
              WHEN 88
                 PERFORM 2600-Add-Condition THRU 2600-Exit
                 GO TO 2400-Exit
              WHEN 66
              WHEN 77
              WHEN 78
                 GO TO 2400-Exit
              WHEN 1 THRU 49
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO Cpy-Ignored-Count
                 ADD 1 TO Cpy-Warn-Count
                 DISPLAY "STRMCPY: LEVEL NUMBER NOT SUPPORTED: "
                         FUNCTION TRIM(Cpy-Tok(1))
                 GO TO 2400-Exit
           END-EVALUATE
           IF Cpy-Item-Count >= Cpy-Max-Items
              ADD 1 TO Cpy-Warn-Count
              DISPLAY "STRMCPY: TOO MANY ENTRIES, IGNORED: "
                      FUNCTION TRIM(Cpy-Tok(2))
              GO TO 2400-Exit
           END-IF
           PERFORM 2410-Pop-Level-Stack THRU 2410-Exit
              UNTIL Itm-Level(Cpy-Stk-Item(Cpy-Stack-Depth))
                    < Cpy-Level
           MOVE Cpy-Stk-Item(Cpy-Stack-Depth) TO Cpy-Parent-Ix
           ADD 1 TO Cpy-Item-Count
           PERFORM 2450-Clear-Item THRU 2450-Exit
           MOVE Cpy-Level TO Itm-Level(Cpy-Item-Count)
           MOVE Cpy-Parent-Ix TO Itm-Parent(Cpy-Item-Count)
           IF Itm-First-Child(Cpy-Parent-Ix) = 0
              MOVE Cpy-Item-Count TO Itm-First-Child(Cpy-Parent-Ix)
           ELSE
              MOVE Cpy-Item-Count
                 TO Itm-Next-Sib(Itm-Last-Child(Cpy-Parent-Ix))
           END-IF
           MOVE Cpy-Item-Count TO Itm-Last-Child(Cpy-Parent-Ix)
           IF Cpy-Stack-Depth < 50
              ADD 1 TO Cpy-Stack-Depth
              MOVE Cpy-Item-Count TO Cpy-Stk-Item(Cpy-Stack-Depth)
           END-IF
           MOVE Cpy-Item-Count TO Cpy-Last-Item
      *> The name is the second word unless that word already starts
      *> the clauses (an unnamed FILLER).
           MOVE FUNCTION UPPER-CASE(Cpy-Tok(2)) TO Cpy-Clause
           IF Cpy-Tok-Count < 2
              OR Cpy-Clause = 'PIC' OR 'PICTURE' OR 'USAGE' OR
                 'REDEFINES' OR 'OCCURS' OR 'VALUE' OR 'VALUES' OR
                 'COMP' OR 'COMP-3' OR 'BINARY' OR 'DISPLAY' OR
                 'PACKED-DECIMAL' OR 'COMPUTATIONAL' OR
                 'COMPUTATIONAL-3'
              MOVE 'FILLER' TO Itm-Name(Cpy-Item-Count)
              MOVE 2 TO Cpy-Tj
           ELSE
              MOVE Cpy-Tok(2) TO Itm-Name(Cpy-Item-Count)
              MOVE 3 TO Cpy-Tj
           END-IF
           PERFORM 2500-Parse-One-Clause THRU 2500-Exit
              UNTIL Cpy-Tj > Cpy-Tok-Count
      *> A group's USAGE is its children's unless they say otherwise.
           IF Itm-Usage(Cpy-Item-Count) = SPACE
              MOVE Itm-Usage(Cpy-Parent-Ix)
                 TO Itm-Usage(Cpy-Item-Count)
           END-IF
           IF Itm-Pic(Cpy-Item-Count) NOT = SPACES
              PERFORM 2700-Analyze-Picture THRU 2700-Exit
           END-IF
           PERFORM 2800-Resolve-Redefines THRU 2800-Exit
           .
       2400-Exit.
           EXIT.

       2410-Pop-Level-Stack.
           SUBTRACT 1 FROM Cpy-Stack-Depth
           .
       2410-Exit.
           EXIT.

       2450-Clear-Item.
           MOVE 0 TO Itm-Level(Cpy-Item-Count)
                     Itm-Parent(Cpy-Item-Count)
                     Itm-First-Child(Cpy-Item-Count)
                     Itm-Last-Child(Cpy-Item-Count)
                     Itm-Next-Sib(Cpy-Item-Count)
                     Itm-Digits(Cpy-Item-Count)
                     Itm-Decimals(Cpy-Item-Count)
                     Itm-Disp-Len(Cpy-Item-Count)
                     Itm-Redef-Ix(Cpy-Item-Count)
                     Itm-Unit(Cpy-Item-Count)
                     Itm-Size(Cpy-Item-Count)
                     Itm-Rel-Off(Cpy-Item-Count)
                     Itm-Next-Off(Cpy-Item-Count)
                     Itm-Cond-Count(Cpy-Item-Count)
           MOVE 1 TO Itm-Occurs(Cpy-Item-Count)
           MOVE SPACES TO Itm-Name(Cpy-Item-Count)
                          Itm-Pic(Cpy-Item-Count)
                          Itm-Usage(Cpy-Item-Count)
                          Itm-Redef-Name(Cpy-Item-Count)
           MOVE 'N' TO Itm-Sign-Sep(Cpy-Item-Count)
           MOVE 'N' TO Itm-View-Sw(Cpy-Item-Count)
           .
       2450-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2500-Parse-One-Clause - Cpy-Tj is on a clause keyword; take
      *> what the layout needs from it and step past its operands.
      *> Anything not about storage (JUSTIFIED, SYNC, BLANK WHEN ZERO)
      *> falls through as a single word.
      *> ---------------------------------------------------------------
       2500-Parse-One-Clause.
           MOVE FUNCTION UPPER-CASE(Cpy-Tok(Cpy-Tj)) TO Cpy-Clause
           EVALUATE Cpy-Clause
              WHEN 'PIC'
              WHEN 'PICTURE'
                 PERFORM 2550-Next-Word THRU 2550-Exit
                 IF Cpy-Arg-Upper = 'IS'
                    PERFORM 2550-Next-Word THRU 2550-Exit
                 END-IF
                 MOVE Cpy-Arg TO Itm-Pic(Cpy-Item-Count)
              WHEN 'USAGE'
                 CONTINUE
              WHEN 'IS'
                 CONTINUE
              WHEN 'COMP-3'
              WHEN 'COMPUTATIONAL-3'
              WHEN 'PACKED-DECIMAL'
                 MOVE 'P' TO Itm-Usage(Cpy-Item-Count)
              WHEN 'COMP'
              WHEN 'COMPUTATIONAL'
              WHEN 'COMP-4'
              WHEN 'COMPUTATIONAL-4'
              WHEN 'COMP-5'
              WHEN 'COMPUTATIONAL-5'
              WHEN 'COMP-X'
              WHEN 'COMPUTATIONAL-X'
              WHEN 'BINARY'
                 MOVE 'B' TO Itm-Usage(Cpy-Item-Count)
              WHEN 'COMP-1'
              WHEN 'COMPUTATIONAL-1'
                 MOVE '1' TO Itm-Usage(Cpy-Item-Count)
              WHEN 'COMP-2'
              WHEN 'COMPUTATIONAL-2'
                 MOVE '2' TO Itm-Usage(Cpy-Item-Count)
              WHEN 'DISPLAY'
                 MOVE 'D' TO Itm-Usage(Cpy-Item-Count)
              WHEN 'SEPARATE'
                 MOVE 'Y' TO Itm-Sign-Sep(Cpy-Item-Count)
              WHEN 'REDEFINES'
                 PERFORM 2550-Next-Word THRU 2550-Exit
                 MOVE Cpy-Arg TO Itm-Redef-Name(Cpy-Item-Count)
              WHEN 'OCCURS'
                 PERFORM 2550-Next-Word THRU 2550-Exit
                 IF FUNCTION TRIM(Cpy-Arg) IS NUMERIC
                    COMPUTE Itm-Occurs(Cpy-Item-Count) =
                       FUNCTION NUMVAL(Cpy-Arg)
                 END-IF
      *> OCCURS m TO n DEPENDING ON - the layout is sized for n.
                 IF Cpy-Tj < Cpy-Tok-Count
                    AND FUNCTION UPPER-CASE(Cpy-Tok(Cpy-Tj + 1))
                        = 'TO'
                    PERFORM 2550-Next-Word THRU 2550-Exit
                    PERFORM 2550-Next-Word THRU 2550-Exit
                    IF FUNCTION TRIM(Cpy-Arg) IS NUMERIC
                       COMPUTE Itm-Occurs(Cpy-Item-Count) =
                          FUNCTION NUMVAL(Cpy-Arg)
                    END-IF
                 END-IF
                 IF Itm-Occurs(Cpy-Item-Count) = 0
                    MOVE 1 TO Itm-Occurs(Cpy-Item-Count)
                 END-IF
              WHEN 'DEPENDING'
              WHEN 'INDEXED'
              WHEN 'ASCENDING'
              WHEN 'DESCENDING'
      *> These name other items, never storage of their own; step
      *> over the name that follows.
                 PERFORM 2550-Next-Word THRU 2550-Exit
                 IF Cpy-Arg-Upper = 'ON' OR 'BY' OR 'KEY' OR 'IS'
                    PERFORM 2550-Next-Word THRU 2550-Exit
                 END-IF
              WHEN 'VALUE'
              WHEN 'VALUES'
                 PERFORM 2550-Next-Word THRU 2550-Exit
                 IF Cpy-Arg-Upper = 'IS' OR 'ARE'
                    PERFORM 2550-Next-Word THRU 2550-Exit
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD 1 TO Cpy-Tj
           .
       2500-Exit.
           EXIT.

       2550-Next-Word.
           ADD 1 TO Cpy-Tj
           IF Cpy-Tj > Cpy-Tok-Count
              MOVE SPACES TO Cpy-Arg Cpy-Arg-Upper
           ELSE
              MOVE Cpy-Tok(Cpy-Tj) TO Cpy-Arg
              MOVE FUNCTION UPPER-CASE(Cpy-Arg) TO Cpy-Arg-Upper
           END-IF
           .
       2550-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2600-Add-Condition - an 88 belongs to the data item just
      *> before it.  Only its first value is kept (a record-type
      *> byte rarely has more than one per type), quotes removed.
      *> ---------------------------------------------------------------
       2600-Add-Condition.
           IF Cpy-Last-Item = 0
              GO TO 2600-Exit
           END-IF
           MOVE 2 TO Cpy-Tj
           MOVE SPACES TO Cpy-Arg
           PERFORM 2610-Find-Value-Word THRU 2610-Exit
              UNTIL Cpy-Tj > Cpy-Tok-Count
           IF Cpy-Arg = SPACES
              GO TO 2600-Exit
           END-IF
           IF Itm-Cond-Count(Cpy-Last-Item) >= 10
              GO TO 2600-Exit
           END-IF
           ADD 1 TO Itm-Cond-Count(Cpy-Last-Item)
           IF Cpy-Arg(1:1) = QUOTE OR "'"
              MOVE Cpy-Arg(1:1) TO Cpy-Quote-Char
              MOVE SPACES TO Cpy-Tok-Work
              UNSTRING Cpy-Arg(2:39) DELIMITED BY Cpy-Quote-Char
                  INTO Cpy-Tok-Work
              END-UNSTRING
              MOVE Cpy-Tok-Work TO Itm-Cond-Value(Cpy-Last-Item,
                 Itm-Cond-Count(Cpy-Last-Item))
           ELSE
              MOVE Cpy-Arg TO Itm-Cond-Value(Cpy-Last-Item,
                 Itm-Cond-Count(Cpy-Last-Item))
           END-IF
           .
       2600-Exit.
           EXIT.

       2610-Find-Value-Word.
           MOVE FUNCTION UPPER-CASE(Cpy-Tok(Cpy-Tj)) TO Cpy-Clause
           IF Cpy-Clause = 'VALUE' OR 'VALUES'
              PERFORM 2550-Next-Word THRU 2550-Exit
              IF Cpy-Arg-Upper = 'IS' OR 'ARE'
                 PERFORM 2550-Next-Word THRU 2550-Exit
              END-IF
              MOVE Cpy-Tok-Count TO Cpy-Tj
           END-IF
           ADD 1 TO Cpy-Tj
           .
       2610-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2700-Analyze-Picture - digit count, decimal places and display
      *> length of the PICTURE string.  S, V and P take no display
      *> position; every other symbol takes one per repetition.
      *> ---------------------------------------------------------------
       2700-Analyze-Picture.
           MOVE 'N' TO Cpy-After-V-Sw
           MOVE 1 TO Cpy-Pk
           PERFORM 2710-Picture-One-Symbol THRU 2710-Exit
              UNTIL Cpy-Pk > 40
                 OR Itm-Pic(Cpy-Item-Count)(Cpy-Pk:1) = SPACE
           .
       2700-Exit.
           EXIT.

       2710-Picture-One-Symbol.
           MOVE FUNCTION UPPER-CASE(Itm-Pic(Cpy-Item-Count)(Cpy-Pk:1))
              TO Cpy-Pic-Char
           ADD 1 TO Cpy-Pk
           MOVE 1 TO Cpy-Rpt
           IF Cpy-Pk <= 40
              IF Itm-Pic(Cpy-Item-Count)(Cpy-Pk:1) = '('
                 ADD 1 TO Cpy-Pk
                 MOVE SPACES TO Cpy-Rpt-Text
                 UNSTRING Itm-Pic(Cpy-Item-Count) DELIMITED BY ')'
                     INTO Cpy-Rpt-Text
                     WITH POINTER Cpy-Pk
                 END-UNSTRING
                 IF FUNCTION TRIM(Cpy-Rpt-Text) IS NUMERIC
                    COMPUTE Cpy-Rpt = FUNCTION NUMVAL(Cpy-Rpt-Text)
                 END-IF
              END-IF
           END-IF
           EVALUATE Cpy-Pic-Char
              WHEN 'S'
                 CONTINUE
              WHEN 'P'
                 CONTINUE
              WHEN 'V'
                 MOVE 'Y' TO Cpy-After-V-Sw
              WHEN '9'
                 ADD Cpy-Rpt TO Itm-Digits(Cpy-Item-Count)
                 ADD Cpy-Rpt TO Itm-Disp-Len(Cpy-Item-Count)
                 IF Cpy-After-V
                    ADD Cpy-Rpt TO Itm-Decimals(Cpy-Item-Count)
                 END-IF
              WHEN OTHER
                 ADD Cpy-Rpt TO Itm-Disp-Len(Cpy-Item-Count)
           END-EVALUATE
           .
       2710-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2800-Resolve-Redefines - find the earlier sibling named in
      *> REDEFINES.  A second or later 01 redefines the first
      *> implicitly, the way records under one FD share a buffer.
      *> ---------------------------------------------------------------
       2800-Resolve-Redefines.
           IF Cpy-Level = 1
              IF Cpy-First-01 = 0
                 MOVE Cpy-Item-Count TO Cpy-First-01
                 GO TO 2800-Exit
              END-IF
              IF Itm-Redef-Name(Cpy-Item-Count) = SPACES
                 MOVE Cpy-First-01 TO Itm-Redef-Ix(Cpy-Item-Count)
                 GO TO 2800-Exit
              END-IF
           END-IF
           IF Itm-Redef-Name(Cpy-Item-Count) = SPACES
              GO TO 2800-Exit
           END-IF
           COMPUTE Cpy-Jx = Cpy-Item-Count - 1
           PERFORM 2810-Check-One-Sibling THRU 2810-Exit
              UNTIL Cpy-Jx < 2
                 OR Itm-Redef-Ix(Cpy-Item-Count) > 0
           IF Itm-Redef-Ix(Cpy-Item-Count) = 0
              ADD 1 TO Cpy-Warn-Count
              DISPLAY "STRMCPY: REDEFINES TARGET NOT FOUND: "
                      FUNCTION TRIM(Itm-Redef-Name(Cpy-Item-Count))
           END-IF
           .
       2800-Exit.
           EXIT.

       2810-Check-One-Sibling.
           IF Itm-Parent(Cpy-Jx) = Cpy-Parent-Ix
              AND FUNCTION UPPER-CASE(Itm-Name(Cpy-Jx)) =
                  FUNCTION UPPER-CASE(Itm-Redef-Name(Cpy-Item-Count))
              MOVE Cpy-Jx TO Itm-Redef-Ix(Cpy-Item-Count)
           END-IF
           SUBTRACT 1 FROM Cpy-Jx
           .
       2810-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Compute-Sizes - bottom up: every child sits later in the
      *> table than its parent, so walking the table backwards sizes
      *> each group from children already sized.  A REDEFINES adds
      *> nothing to its parent - it overlays storage already counted.
      *> ---------------------------------------------------------------
       3000-Compute-Sizes.
           PERFORM 3100-Size-One-Item THRU 3100-Exit
              VARYING Cpy-Ix FROM Cpy-Item-Count BY -1
              UNTIL Cpy-Ix < 2
           MOVE Itm-Unit(1) TO Cpy-Lrecl
           .
       3000-Exit.
           EXIT.

       3100-Size-One-Item.
           IF Itm-First-Child(Cpy-Ix) = 0
              PERFORM 3200-Elementary-Bytes THRU 3200-Exit
           END-IF
           COMPUTE Itm-Size(Cpy-Ix) =
              Itm-Unit(Cpy-Ix) * Itm-Occurs(Cpy-Ix)
           IF Itm-Redef-Ix(Cpy-Ix) = 0
              ADD Itm-Size(Cpy-Ix) TO Itm-Unit(Itm-Parent(Cpy-Ix))
           END-IF
      *> The longest 01 is the physical record.
           IF Itm-Parent(Cpy-Ix) = 1
              AND Itm-Size(Cpy-Ix) > Itm-Unit(1)
              MOVE Itm-Size(Cpy-Ix) TO Itm-Unit(1)
           END-IF
           .
       3100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3200-Elementary-Bytes - storage for one occurrence of an
      *> elementary item: packed is digits/2 + 1, binary 2/4/8 by
      *> digit count (or the PIC X length for COMP-X), display the
      *> picture length plus one for SIGN SEPARATE.
      *> ---------------------------------------------------------------
       3200-Elementary-Bytes.
           EVALUATE TRUE
              WHEN Itm-Usage-Packed(Cpy-Ix)
                 COMPUTE Itm-Unit(Cpy-Ix) =
                    (Itm-Digits(Cpy-Ix) / 2) + 1
              WHEN Itm-Usage-Binary(Cpy-Ix)
                 EVALUATE TRUE
                    WHEN Itm-Digits(Cpy-Ix) = 0
                       MOVE Itm-Disp-Len(Cpy-Ix) TO Itm-Unit(Cpy-Ix)
                    WHEN Itm-Digits(Cpy-Ix) < 5
                       MOVE 2 TO Itm-Unit(Cpy-Ix)
                    WHEN Itm-Digits(Cpy-Ix) < 10
                       MOVE 4 TO Itm-Unit(Cpy-Ix)
                    WHEN OTHER
                       MOVE 8 TO Itm-Unit(Cpy-Ix)
                 END-EVALUATE
              WHEN Itm-Usage-Float-Short(Cpy-Ix)
                 MOVE 4 TO Itm-Unit(Cpy-Ix)
                 ADD 1 TO Cpy-Warn-Count
                 DISPLAY "STRMCPY: COMP-1 WRITTEN AS DISPLAY BYTES: "
                         FUNCTION TRIM(Itm-Name(Cpy-Ix))
              WHEN Itm-Usage-Float-Long(Cpy-Ix)
                 MOVE 8 TO Itm-Unit(Cpy-Ix)
                 ADD 1 TO Cpy-Warn-Count
                 DISPLAY "STRMCPY: COMP-2 WRITTEN AS DISPLAY BYTES: "
                         FUNCTION TRIM(Itm-Name(Cpy-Ix))
              WHEN OTHER
                 MOVE Itm-Disp-Len(Cpy-Ix) TO Itm-Unit(Cpy-Ix)
                 IF Itm-Sign-Sep(Cpy-Ix) = 'Y'
                    ADD 1 TO Itm-Unit(Cpy-Ix)
                 END-IF
           END-EVALUATE
           .
       3200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3500-Compute-Offsets - top down: each item's offset within one
      *> occurrence of its parent.  A REDEFINES starts where the item
      *> it redefines starts.
      *> ---------------------------------------------------------------
       3500-Compute-Offsets.
           PERFORM 3600-Offset-One-Item THRU 3600-Exit
              VARYING Cpy-Ix FROM 2 BY 1
              UNTIL Cpy-Ix > Cpy-Item-Count
           .
       3500-Exit.
           EXIT.

       3600-Offset-One-Item.
           MOVE Itm-Parent(Cpy-Ix) TO Cpy-Parent-Ix
           IF Itm-Redef-Ix(Cpy-Ix) > 0
              MOVE Itm-Rel-Off(Itm-Redef-Ix(Cpy-Ix))
                 TO Itm-Rel-Off(Cpy-Ix)
              IF Itm-Size(Cpy-Ix) > Itm-Size(Itm-Redef-Ix(Cpy-Ix))
                 AND Cpy-Parent-Ix > 1
                 ADD 1 TO Cpy-Warn-Count
                 DISPLAY "STRMCPY: REDEFINES LONGER THAN THE ITEM IT "
                         "REDEFINES: "
                         FUNCTION TRIM(Itm-Name(Cpy-Ix))
              END-IF
           ELSE
              MOVE Itm-Next-Off(Cpy-Parent-Ix) TO Itm-Rel-Off(Cpy-Ix)
              ADD Itm-Size(Cpy-Ix) TO Itm-Next-Off(Cpy-Parent-Ix)
           END-IF
           .
       3600-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Find-Record-Types - the first REDEFINES in the copybook
      *> names the family that splits the record into types; its
      *> members, redefined item first, each become one layout - but
      *> only when a record-type selector with its 88 values is found
      *> ahead of it.  Without one the family is just another
      *> REDEFINES and a single layout is written.
      *> ---------------------------------------------------------------
       4000-Find-Record-Types.
           PERFORM 4100-Check-Family-Head THRU 4100-Exit
              VARYING Cpy-Ix FROM 2 BY 1
              UNTIL Cpy-Ix > Cpy-Item-Count OR Cpy-Fam-Target > 0
           IF Cpy-Fam-Target = 0
              MOVE 1 TO Cpy-Var-Count
              MOVE 0 TO Cpy-Var-Item(1)
              MOVE SPACES TO Cpy-Var-Tag(1)
              GO TO 4000-Exit
           END-IF
           MOVE 1 TO Cpy-Var-Count
           MOVE Cpy-Fam-Target TO Cpy-Var-Item(1)
           PERFORM 4200-Collect-Family-Member THRU 4200-Exit
              VARYING Cpy-Ix FROM Cpy-Fam-Target BY 1
              UNTIL Cpy-Ix > Cpy-Item-Count
           PERFORM 4300-Find-Selector THRU 4300-Exit
           IF Cpy-Selector = 0
              MOVE 0 TO Cpy-Fam-Target
              MOVE 0 TO Cpy-Redef-Skip-Count
              MOVE 1 TO Cpy-Var-Count
              MOVE 0 TO Cpy-Var-Item(1)
              MOVE SPACES TO Cpy-Var-Tag(1)
              GO TO 4000-Exit
           END-IF
           PERFORM 4400-Tag-One-Type THRU 4400-Exit
              VARYING Cpy-Var FROM 1 BY 1
              UNTIL Cpy-Var > Cpy-Var-Count
           .
       4000-Exit.
           EXIT.

       4100-Check-Family-Head.
           IF Itm-Redef-Ix(Cpy-Ix) > 0
              MOVE Itm-Redef-Ix(Cpy-Ix) TO Cpy-Fam-Target
           END-IF
           .
       4100-Exit.
           EXIT.

       4200-Collect-Family-Member.
           IF Itm-Redef-Ix(Cpy-Ix) = 0
              GO TO 4200-Exit
           END-IF
           IF Itm-Redef-Ix(Cpy-Ix) NOT = Cpy-Fam-Target
              ADD 1 TO Cpy-Redef-Skip-Count
              GO TO 4200-Exit
           END-IF
           IF Cpy-Var-Count >= 10
              ADD 1 TO Cpy-Warn-Count
              DISPLAY "STRMCPY: MORE THAN 10 RECORD TYPES, IGNORED: "
                      FUNCTION TRIM(Itm-Name(Cpy-Ix))
              GO TO 4200-Exit
           END-IF
           ADD 1 TO Cpy-Var-Count
           MOVE Cpy-Ix TO Cpy-Var-Item(Cpy-Var-Count)
           .
       4200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4300-Find-Selector - the nearest item ahead of the family
      *> with one 88 value per member is the record-type byte
      *> (txn-rec-type's H/D/T ahead of the three txn areas).
      *> ---------------------------------------------------------------
       4300-Find-Selector.
           MOVE 0 TO Cpy-Selector
           COMPUTE Cpy-Ix = Cpy-Fam-Target - 1
           PERFORM 4310-Check-One-Selector THRU 4310-Exit
              UNTIL Cpy-Ix < 2 OR Cpy-Selector > 0
           .
       4300-Exit.
           EXIT.

       4310-Check-One-Selector.
           IF Itm-Cond-Count(Cpy-Ix) = Cpy-Var-Count
              AND Itm-First-Child(Cpy-Ix) = 0
              MOVE Cpy-Ix TO Cpy-Selector
           END-IF
           SUBTRACT 1 FROM Cpy-Ix
           .
       4310-Exit.
           EXIT.

       4400-Tag-One-Type.
           IF Cpy-Selector > 0
              MOVE Itm-Cond-Value(Cpy-Selector, Cpy-Var)
                 TO Cpy-Var-Tag(Cpy-Var)
           ELSE
              MOVE Itm-Name(Cpy-Var-Item(Cpy-Var))
                 TO Cpy-Var-Tag(Cpy-Var)
           END-IF
           .
       4400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4500-Mark-Alternate-View - a REDEFINES outside the record-
      *> type family that carves an elementary item (a filler
      *> reserve) into fields is written in its place, so the fields
      *> it names reach the layout; any other such REDEFINES is left
      *> out and the item it redefines kept.
      *> ---------------------------------------------------------------
       4500-Mark-Alternate-View.
           MOVE Itm-Redef-Ix(Cpy-Ix) TO Cpy-Jx
           IF Cpy-Jx = 0 OR Cpy-Jx = Cpy-Fam-Target
              GO TO 4500-Exit
           END-IF
           IF Itm-First-Child(Cpy-Ix) > 0
              AND Itm-First-Child(Cpy-Jx) = 0
              AND NOT Itm-Viewed-Through(Cpy-Jx)
              AND Itm-Size(Cpy-Ix) NOT > Itm-Size(Cpy-Jx)
              MOVE 'Y' TO Itm-View-Sw(Cpy-Ix)
              MOVE 'R' TO Itm-View-Sw(Cpy-Jx)
           END-IF
           .
       4500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Write-Layouts - one layout file per record type.
      *> ---------------------------------------------------------------
       5000-Write-Layouts.
           PERFORM 5100-Write-One-Layout THRU 5100-Exit
              VARYING Cpy-Var FROM 1 BY 1
              UNTIL Cpy-Var > Cpy-Var-Count OR Cpy-Abort-Error
           .
       5000-Exit.
           EXIT.

       5100-Write-One-Layout.
           MOVE SPACES TO Cpy-Layout-File
           IF Cpy-Var-Tag(Cpy-Var) = SPACES
              MOVE Cpy-Layout-Base TO Cpy-Layout-File
           ELSE
              STRING FUNCTION TRIM(Cpy-Layout-Base, TRAILING)
                     '.' FUNCTION TRIM(Cpy-Var-Tag(Cpy-Var))
                     DELIMITED BY SIZE
                     INTO Cpy-Layout-File
              END-STRING
           END-IF
           MOVE Cpy-Layout-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 5100-Exit
           END-IF
           MOVE SCB-Handle TO Cpy-Out-Handle
           ADD 1 TO Cpy-Layout-Count
           MOVE 0 TO Cpy-Layout-Fields

           MOVE SPACES TO Cpy-Out-Line
           STRING '* Layout generated by STRMCPY from '
                  FUNCTION TRIM(Cpy-Copybook-File, TRAILING)
                  ' on ' Strm-RS-Start-Stamp(1:8)
                  DELIMITED BY SIZE
                  INTO Cpy-Out-Line
           END-STRING
           PERFORM 5900-Write-Line THRU 5900-Exit
           IF Cpy-Var-Item(Cpy-Var) > 0
              MOVE SPACES TO Cpy-Out-Line
              IF Cpy-Selector > 0
                 STRING '* Record type '
                        FUNCTION TRIM(Itm-Name(Cpy-Selector))
                        " = '"
                        FUNCTION TRIM(Cpy-Var-Tag(Cpy-Var))
                        "' ("
                        FUNCTION TRIM(Itm-Name(Cpy-Var-Item(Cpy-Var)))
                        ')'
                        DELIMITED BY SIZE
                        INTO Cpy-Out-Line
                 END-STRING
              ELSE
                 STRING '* Record type '
                        FUNCTION TRIM(Itm-Name(Cpy-Var-Item(Cpy-Var)))
                        DELIMITED BY SIZE
                        INTO Cpy-Out-Line
                 END-STRING
              END-IF
              PERFORM 5900-Write-Line THRU 5900-Exit
           END-IF
           MOVE Cpy-Lrecl TO Cpy-Num-Disp
           MOVE SPACES TO Cpy-Out-Line
           STRING 'LRECL ' FUNCTION TRIM(Cpy-Num-Disp)
                  DELIMITED BY SIZE
                  INTO Cpy-Out-Line
           END-STRING
           PERFORM 5900-Write-Line THRU 5900-Exit

           MOVE 1 TO Cpy-Frame-Depth
           MOVE 1 TO Fr-Item(1)
           MOVE 1 TO Fr-Occ(1)
           MOVE 0 TO Fr-Base(1)
           MOVE SPACES TO Fr-Suffix(1)
           MOVE Itm-First-Child(1) TO Fr-Child(1)
           PERFORM 6000-Walk-One-Step THRU 6000-Exit
              UNTIL Cpy-Frame-Depth = 0 OR Cpy-Abort-Error

           MOVE Cpy-Out-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           ADD Cpy-Layout-Fields TO Cpy-Field-Total
           MOVE Cpy-Layout-Fields TO Cpy-Count-Disp
           DISPLAY "LAYOUT WRITTEN: "
                   FUNCTION TRIM(Cpy-Layout-File, TRAILING)
                   "  FIELDS: " Cpy-Count-Disp
           IF Cpy-Layout-Fields > Cpy-Max-Layout-Fields
              ADD 1 TO Cpy-Over-Limit-Count
              DISPLAY "STRMCPY: MORE THAN 200 FIELDS - THE LAYOUT "
                      "READERS STOP AT 200, DO NOT USE: "
                      FUNCTION TRIM(Cpy-Layout-File, TRAILING)
           END-IF
           .
       5100-Exit.
           EXIT.

       5900-Write-Line.
           MOVE SPACES TO Streamio-Record-Data
           MOVE Cpy-Out-Line TO Streamio-Record-Data(1:256)
           MOVE Cpy-Out-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Cpy-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           .
       5900-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6000-Walk-One-Step - visit the next child of the group on top
      *> of the stack.  A group child is pushed; an elementary child
      *> is written once per occurrence.  When a group runs out of
      *> children it either starts its next occurrence or is popped.
      *> REDEFINES members other than this layout's record type are
      *> passed over.
      *> ---------------------------------------------------------------
       6000-Walk-One-Step.
           IF Fr-Child(Cpy-Frame-Depth) = 0
              PERFORM 6100-End-Of-Occurrence THRU 6100-Exit
              GO TO 6000-Exit
           END-IF
           MOVE Fr-Child(Cpy-Frame-Depth) TO Cpy-Child
           MOVE Itm-Next-Sib(Cpy-Child) TO Fr-Child(Cpy-Frame-Depth)
           PERFORM 6200-Check-Included THRU 6200-Exit
           IF NOT Cpy-Include
              GO TO 6000-Exit
           END-IF
           IF Itm-First-Child(Cpy-Child) > 0
              PERFORM 6300-Push-Group THRU 6300-Exit
              GO TO 6000-Exit
           END-IF
      *> FILLER holds no data anybody reads; it gets no FIELD line.
           IF FUNCTION UPPER-CASE(Itm-Name(Cpy-Child)) = 'FILLER'
              GO TO 6000-Exit
           END-IF
           PERFORM 6400-Write-Elementary THRU 6400-Exit
              VARYING Cpy-Occ FROM 1 BY 1
              UNTIL Cpy-Occ > Itm-Occurs(Cpy-Child)
                 OR Cpy-Abort-Error
           .
       6000-Exit.
           EXIT.

       6100-End-Of-Occurrence.
           MOVE Fr-Item(Cpy-Frame-Depth) TO Cpy-Ix
           IF Fr-Occ(Cpy-Frame-Depth) < Itm-Occurs(Cpy-Ix)
              ADD 1 TO Fr-Occ(Cpy-Frame-Depth)
              ADD Itm-Unit(Cpy-Ix) TO Fr-Base(Cpy-Frame-Depth)
              MOVE Fr-Occ(Cpy-Frame-Depth) TO Cpy-Occ
              MOVE Cpy-Ix TO Cpy-Child
              PERFORM 6500-Build-Occ-Text THRU 6500-Exit
      *> The suffix is the parent frame's plus this occurrence's.
              MOVE SPACES TO Fr-Suffix(Cpy-Frame-Depth)
              STRING FUNCTION TRIM(Fr-Suffix(Cpy-Frame-Depth - 1))
                     FUNCTION TRIM(Cpy-Occ-Text)
                     DELIMITED BY SIZE
                     INTO Fr-Suffix(Cpy-Frame-Depth)
              END-STRING
              MOVE Itm-First-Child(Cpy-Ix) TO Fr-Child(Cpy-Frame-Depth)
           ELSE
              SUBTRACT 1 FROM Cpy-Frame-Depth
           END-IF
           .
       6100-Exit.
           EXIT.

       6200-Check-Included.
           MOVE 'Y' TO Cpy-Include-Sw
           IF Itm-Viewed-Through(Cpy-Child)
              MOVE 'N' TO Cpy-Include-Sw
              GO TO 6200-Exit
           END-IF
           IF Itm-Alt-View(Cpy-Child)
              GO TO 6200-Exit
           END-IF
           IF Cpy-Fam-Target = 0
              IF Itm-Redef-Ix(Cpy-Child) > 0
                 MOVE 'N' TO Cpy-Include-Sw
              END-IF
              GO TO 6200-Exit
           END-IF
           IF Cpy-Child = Cpy-Fam-Target
              OR Itm-Redef-Ix(Cpy-Child) = Cpy-Fam-Target
              IF Cpy-Child NOT = Cpy-Var-Item(Cpy-Var)
                 MOVE 'N' TO Cpy-Include-Sw
              END-IF
              GO TO 6200-Exit
           END-IF
           IF Itm-Redef-Ix(Cpy-Child) > 0
              MOVE 'N' TO Cpy-Include-Sw
           END-IF
           .
       6200-Exit.
           EXIT.

       6300-Push-Group.
           IF Cpy-Frame-Depth >= 30
              ADD 1 TO Cpy-Warn-Count
              DISPLAY "STRMCPY: GROUPS NESTED TOO DEEPLY, SKIPPED: "
                      FUNCTION TRIM(Itm-Name(Cpy-Child))
              GO TO 6300-Exit
           END-IF
           MOVE 1 TO Cpy-Occ
           PERFORM 6500-Build-Occ-Text THRU 6500-Exit
           MOVE SPACES TO Cpy-Suffix
           STRING FUNCTION TRIM(Fr-Suffix(Cpy-Frame-Depth))
                  FUNCTION TRIM(Cpy-Occ-Text)
                  DELIMITED BY SIZE
                  INTO Cpy-Suffix
           END-STRING
           COMPUTE Cpy-Field-Start =
              Fr-Base(Cpy-Frame-Depth) + Itm-Rel-Off(Cpy-Child)
           ADD 1 TO Cpy-Frame-Depth
           MOVE Cpy-Child TO Fr-Item(Cpy-Frame-Depth)
           MOVE 1 TO Fr-Occ(Cpy-Frame-Depth)
           MOVE Cpy-Field-Start TO Fr-Base(Cpy-Frame-Depth)
           MOVE Cpy-Suffix TO Fr-Suffix(Cpy-Frame-Depth)
           MOVE Itm-First-Child(Cpy-Child) TO Fr-Child(Cpy-Frame-Depth)
           .
       6300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6400-Write-Elementary - one FIELD line.  Start is 1-based as
      *> the layout readers expect; P fields carry their decimals.
      *> ---------------------------------------------------------------
       6400-Write-Elementary.
           PERFORM 6500-Build-Occ-Text THRU 6500-Exit
           MOVE SPACES TO Cpy-Field-Name
           STRING FUNCTION TRIM(Itm-Name(Cpy-Child))
                  FUNCTION TRIM(Fr-Suffix(Cpy-Frame-Depth))
                  FUNCTION TRIM(Cpy-Occ-Text)
                  DELIMITED BY SIZE
                  INTO Cpy-Field-Name
           END-STRING
           IF Cpy-Field-Name(31:30) NOT = SPACES
              ADD 1 TO Cpy-Warn-Count
              DISPLAY "STRMCPY: NAME LONGER THAN 30 BYTES: "
                      FUNCTION TRIM(Cpy-Field-Name)
           END-IF
           COMPUTE Cpy-Field-Start = Fr-Base(Cpy-Frame-Depth)
              + Itm-Rel-Off(Cpy-Child)
              + ((Cpy-Occ - 1) * Itm-Unit(Cpy-Child)) + 1
           MOVE Itm-Unit(Cpy-Child) TO Cpy-Field-Length
           EVALUATE TRUE
              WHEN Itm-Usage-Packed(Cpy-Child)
                 MOVE 'P' TO Cpy-Field-Type
              WHEN Itm-Usage-Binary(Cpy-Child)
                 MOVE 'B' TO Cpy-Field-Type
              WHEN OTHER
                 MOVE 'D' TO Cpy-Field-Type
           END-EVALUATE
           MOVE Cpy-Field-Start TO Cpy-Num-Disp
           MOVE Cpy-Field-Length TO Cpy-Num-Disp-2
           MOVE SPACES TO Cpy-Out-Line
           IF Cpy-Field-Type = 'P' AND Itm-Decimals(Cpy-Child) > 0
              MOVE Itm-Decimals(Cpy-Child) TO Cpy-Dec-Disp
              STRING 'FIELD ' FUNCTION TRIM(Cpy-Field-Name)
                     ' ' FUNCTION TRIM(Cpy-Num-Disp)
                     ' ' FUNCTION TRIM(Cpy-Num-Disp-2)
                     ' ' Cpy-Field-Type
                     ' ' FUNCTION TRIM(Cpy-Dec-Disp)
                     DELIMITED BY SIZE
                     INTO Cpy-Out-Line
              END-STRING
           ELSE
              STRING 'FIELD ' FUNCTION TRIM(Cpy-Field-Name)
                     ' ' FUNCTION TRIM(Cpy-Num-Disp)
                     ' ' FUNCTION TRIM(Cpy-Num-Disp-2)
                     ' ' Cpy-Field-Type
                     DELIMITED BY SIZE
                     INTO Cpy-Out-Line
              END-STRING
           END-IF
           PERFORM 5900-Write-Line THRU 5900-Exit
           ADD 1 TO Cpy-Layout-Fields
           .
       6400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6500-Build-Occ-Text - "-nn" for occurrence Cpy-Occ of
      *> Cpy-Child, or nothing when it doesn't repeat.
      *> ---------------------------------------------------------------
       6500-Build-Occ-Text.
           MOVE SPACES TO Cpy-Occ-Text
           IF Itm-Occurs(Cpy-Child) < 2
              GO TO 6500-Exit
           END-IF
           IF Itm-Occurs(Cpy-Child) < 100
              MOVE Cpy-Occ TO Cpy-Occ-2
              STRING '-' Cpy-Occ-2 DELIMITED BY SIZE
                     INTO Cpy-Occ-Text
              END-STRING
           ELSE
              MOVE Cpy-Occ TO Cpy-Occ-4
              STRING '-' Cpy-Occ-4 DELIMITED BY SIZE
                     INTO Cpy-Occ-Text
              END-STRING
           END-IF
           .
       6500-Exit.
           EXIT.

       8000-Print-Summary.
           DISPLAY "STREAMIO COPYBOOK LAYOUT GENERATOR"
           DISPLAY "COPYBOOK: " FUNCTION TRIM(Cpy-Copybook-File,
                   TRAILING)
           DISPLAY " "
           MOVE Cpy-Line-Count TO Cpy-Count-Disp
           DISPLAY "SOURCE LINES READ . . . " Cpy-Count-Disp
           COMPUTE Cpy-Count-Disp = Cpy-Item-Count - 1
           DISPLAY "DATA ITEMS  . . . . . . " Cpy-Count-Disp
           MOVE Cpy-Lrecl TO Cpy-Count-Disp
           DISPLAY "RECORD LENGTH . . . . . " Cpy-Count-Disp
           MOVE Cpy-Layout-Count TO Cpy-Count-Disp
           DISPLAY "LAYOUTS WRITTEN . . . . " Cpy-Count-Disp
           MOVE Cpy-Field-Total TO Cpy-Count-Disp
           DISPLAY "FIELDS WRITTEN  . . . . " Cpy-Count-Disp
           IF Cpy-Redef-Skip-Count > 0
              MOVE Cpy-Redef-Skip-Count TO Cpy-Count-Disp
              DISPLAY "OTHER REDEFINES SKIPPED " Cpy-Count-Disp
           END-IF
           IF Cpy-Ignored-Count > 0
              MOVE Cpy-Ignored-Count TO Cpy-Count-Disp
              DISPLAY "STATEMENTS IGNORED  . . " Cpy-Count-Disp
           END-IF
           IF Cpy-Warn-Count > 0
              MOVE Cpy-Warn-Count TO Cpy-Count-Disp
              DISPLAY "WARNINGS  . . . . . . . " Cpy-Count-Disp
              IF 4 > RETURN-CODE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF Cpy-Over-Limit-Count > 0
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
           IF NOT Cpy-Abort-Error
              MOVE 'Y' TO Cpy-Err-Sw
              MOVE SCB-Filename TO Cpy-Err-Filename
              MOVE SCB-Function TO Cpy-Err-Function
              MOVE SCB-Mode TO Cpy-Err-Mode
              MOVE SCB-Delimiter-Mode TO Cpy-Err-Delimiter-Mode
              MOVE SCB-Offset TO Cpy-Err-Offset
              MOVE SCB-Return-Code TO Cpy-Err-Return-Code
              MOVE SCB-Severity TO Cpy-Err-Severity
              MOVE SCB-Calling-Program TO Cpy-Err-Calling-Program
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
           IF Cpy-Abort-Error
              MOVE Cpy-Err-Filename TO SCB-Filename
              MOVE Cpy-Err-Function TO SCB-Function
              MOVE Cpy-Err-Mode TO SCB-Mode
              MOVE Cpy-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Cpy-Err-Offset TO SCB-Offset
              MOVE Cpy-Err-Return-Code TO SCB-Return-Code
              MOVE Cpy-Err-Severity TO SCB-Severity
              MOVE Cpy-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Cpy-Line-Count TO Strm-RS-Read-Count
           MOVE Cpy-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMCPY-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
