      *> ***************************************************************
      *> ** Program:  STRMWAT.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMWAT watches the inbound directory and starts the      **
      *> ** right chain when a partner's file has fully arrived.      **
      *> ** Partners drop files whenever they like; an operator       **
      *> ** spotting them and submitting STRMJOB by hand sometimes    **
      *> ** did so before the transfer had finished.  Run it every    **
      *> ** few minutes, as STRMALRT is run: each run is one poll,    **
      *> ** and a state file carries what the last poll saw.          **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    watch-file                                             **
      *> **                                                           **
      *> ** Watch file (blank lines and "*" comments ignored):        **
      *> **    INBOUND dir                                            **
      *> **    HOLD dir                                               **
      *> **    FEED name pattern control-file landing-file            **
      *> ** pattern is a wildcard (as LIST-DIR takes it) for names    **
      *> ** in the inbound directory, e.g. ACME_TXN_*.dat; the first  **
      *> ** FEED whose pattern a file matches owns it.  The hold      **
      *> ** directory must not be inside the inbound directory, and   **
      *> ** both must be on the same filesystem as the landing files. **
      *> **                                                           **
      *> ** Every file in the inbound directory is enumerated through **
      *> ** Streamio-FUNC-LIST-DIR and sized.  A file is stable once  **
      *> ** it has the same, nonzero size it had at the previous      **
      *> ** poll; until then it is only remembered (strmwat.state).   **
      *> ** A stable file is then:                                    **
      *> **    - matched by no FEED pattern: moved to the hold        **
      *> **      directory and alerted (condition UM)                 **
      *> **    - already received once under the same name: moved to  **
      *> **      the hold directory and alerted (condition DU)        **
      *> **    - otherwise renamed to its feed's landing-file (left   **
      *> **      waiting if the last one hasn't been consumed yet),   **
      *> **      logged to strmwat_received.dat, its RECEIPT stage    **
      *> **      recorded and its chain launched, through the system  **
      *> **      command processor as                                 **
      *> **         STRMREG RECORD name RECEIPT                       **
      *> **         STRMJOB control-file                              **
      *> **      with the same raw-status split STRMSKD applies.      **
      *> ** Alerts go to the day's STREAMIO error log (see            **
      *> ** STREAMIOAlr.cpy) for STRMALRT to page on.                 **
      *> **                                                           **
      *> ** Received log, one line per disposition, append-only:      **
      *> **    DATE=d TIME=t ACT=RUN|HOLD FEED=f FILE=name SIZE=n     **
      *> **    RC=n                                                   **
      *> ** (one line; FEED=* on an unmatched file, RC= the chain's   **
      *> ** completion code on a RUN).                                **
      *> **                                                           **
      *> ** RETURN-CODE: the worst chain completion code, raised to   **
      *> ** at least 8 when any alert was raised or a file could not  **
      *> ** be moved; 16 when the watch file is unusable.             **
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
       PROGRAM-ID. STRMWAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Wat-Parm-Line                        PIC X(512).
       01  Wat-Watch-File                       PIC X(256) VALUE
                                                 SPACES.
       01  Wat-Inbound-Dir                      PIC X(256) VALUE
                                                 SPACES.
       01  Wat-Inbound-Len                      PIC 9(03) VALUE 0.
       01  Wat-Hold-Dir                         PIC X(256) VALUE
                                                 SPACES.
       01  Wat-Current-Date                     PIC X(21).
       01  Wat-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Wat-Setup-Ok                      VALUE 'Y'.

       01  Wat-State-Filename                   PIC X(256) VALUE
                                                 'strmwat.state'.
       01  Wat-Received-Filename                PIC X(256) VALUE
                                                 'strmwat_received.dat'.
       01  Wat-Handle                           PIC X(4) COMP-X.
       01  Wat-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Wat-Eof                           VALUE 'Y'.
       01  Wat-List-Done-Sw                     PIC X(1) VALUE 'N'.
           88 Wat-List-Done                     VALUE 'Y'.

       01  Wat-Line                             PIC X(512).
       01  Wat-Verb                             PIC X(10).
       01  Wat-Tok-1                            PIC X(256).
       01  Wat-Tok-2                            PIC X(256).
       01  Wat-Tok-3                            PIC X(256).
       01  Wat-Tok-4                            PIC X(256).

      *> ---------------------------------------------------------------
      *> The feeds being watched for.
      *> ---------------------------------------------------------------
       01  Wat-Max-Feeds                        PIC 9(03) VALUE 100.
       01  Wat-Feed-Count                       PIC 9(03) VALUE 0.
       01  Wat-Feed-Table.
           05 Wat-Feed-Entry OCCURS 100 TIMES.
              10 Wat-Fd-Name                    PIC X(64).
              10 Wat-Fd-Pattern                 PIC X(128).
              10 Wat-Fd-Control                 PIC X(256).
              10 Wat-Fd-Landing                 PIC X(256).
       01  Wat-Feed-Sub                         PIC 9(03).

      *> ---------------------------------------------------------------
      *> This poll's view of the inbound directory: every file found,
      *> which feed claimed it (0 = none), its size now and at the
      *> previous poll.
      *> ---------------------------------------------------------------
       01  Wat-Max-Files                        PIC 9(04) VALUE 500.
       01  Wat-File-Count                       PIC 9(04) VALUE 0.
       01  Wat-File-Table.
           05 Wat-File-Entry OCCURS 500 TIMES.
              10 Wat-Fl-Name                    PIC X(256).
              10 Wat-Fl-Feed                    PIC 9(03).
              10 Wat-Fl-Size                    PIC 9(15).
              10 Wat-Fl-Prev-Size               PIC 9(15).
              10 Wat-Fl-Seen-Before-Sw          PIC X(1).
                 88 Wat-Fl-Seen-Before          VALUE 'Y'.
              10 Wat-Fl-Keep-Sw                 PIC X(1).
                 88 Wat-Fl-Keep                 VALUE 'Y'.
       01  Wat-File-Sub                         PIC 9(04).
       01  Wat-Other-Sub                        PIC 9(04).
       01  Wat-Found-Sw                         PIC X(1) VALUE 'N'.
           88 Wat-Found                         VALUE 'Y'.
       01  Wat-Pattern                          PIC X(400).
       01  Wat-Listed-Name                      PIC X(256).
       01  Wat-Base-Name                        PIC X(256).

       01  Wat-Field-Lead                       PIC X(01).
       01  Wat-Field-Size                       PIC X(15).
       01  Wat-Field-File                       PIC X(256).
       01  Wat-Field-Date                       PIC X(08).
       01  Wat-Field-Time                       PIC X(06).
       01  Wat-Field-Act                        PIC X(04).
       01  Wat-Field-Feed                       PIC X(64).
       01  Wat-Field-Rc                         PIC X(06).

       01  Wat-File-Details.
           05 Wat-FD-Size                       PIC X(8) COMP-X.
           05 Wat-FD-Date                       PIC X(4) COMP-X.
           05 Wat-FD-Time                       PIC X(4) COMP-X.
       01  Wat-Cbl-Return                       PIC S9(9) COMP-5.

       01  Wat-Target-Name                      PIC X(256).
       01  Wat-Act                              PIC X(04).
       01  Wat-Feed-Label                       PIC X(64).
       01  Wat-Chain-RC                         PIC S9(05) VALUE 0.
       01  Wat-Command                          PIC X(400).
       01  Wat-Raw-Status                       PIC S9(09) VALUE 0.
       01  Wat-Exit-Code                        PIC S9(05) VALUE 0.
       01  Wat-Signal-Code                      PIC S9(05) VALUE 0.
       01  Wat-Worst-RC                         PIC S9(05) VALUE 0.
       01  Wat-RC-Disp                          PIC -(4)9.
       01  Wat-Size-Disp                        PIC Z(14)9.

       01  Wat-Launched-Count                   PIC 9(05) VALUE 0.
       01  Wat-Pending-Count                    PIC 9(05) VALUE 0.
       01  Wat-Waiting-Count                    PIC 9(05) VALUE 0.
       01  Wat-Held-Count                       PIC 9(05) VALUE 0.
       01  Wat-Failed-Count                     PIC 9(05) VALUE 0.
       01  Wat-Count-Disp                       PIC ZZ,ZZ9.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Wat-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Wat-Abort-Error                   VALUE 'Y'.
       01  Wat-Err-Filename                     PIC X(256).
       01  Wat-Err-Function                     PIC X(2).
       01  Wat-Err-Mode                         PIC X(1).
       01  Wat-Err-Delimiter-Mode               PIC X(1).
       01  Wat-Err-Offset                       PIC X(8) COMP-X.
       01  Wat-Err-Return-Code                  USAGE BINARY-LONG.
       01  Wat-Err-Severity                     PIC X(1).
       01  Wat-Err-Calling-Program              PIC X(8).

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOAlrWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF Wat-Setup-Ok
              PERFORM 2000-Load-Watch-File THRU 2000-Exit
           END-IF
           IF NOT Wat-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2500-Load-State THRU 2500-Exit
           PERFORM 3000-Scan-Inbound THRU 3000-Exit
           MOVE 0 TO Wat-File-Sub
           PERFORM 4000-Judge-One-File THRU 4000-Exit
              VARYING Wat-File-Sub FROM 1 BY 1
              UNTIL Wat-File-Sub > Wat-File-Count
           PERFORM 5000-Write-State THRU 5000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           PERFORM 8000-Print-Summary THRU 8000-Exit
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Wat-Parm-Line FROM COMMAND-LINE
           UNSTRING Wat-Parm-Line DELIMITED BY ALL SPACE
               INTO Wat-Watch-File
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE TO Wat-Current-Date
           MOVE 'STRMWAT' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMWAT' TO Strm-RS-Program
           MOVE Wat-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE 'STRMWAT' TO Strm-AR-Program
           IF Wat-Watch-File = SPACES
              DISPLAY "STRMWAT: USAGE - watch-file"
              MOVE 'N' TO Wat-Setup-Ok-Sw
           END-IF
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Watch-File - the directories and the feeds.
      *> ---------------------------------------------------------------
       2000-Load-Watch-File.
           MOVE Wat-Watch-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMWAT: CANNOT OPEN WATCH FILE: "
                      FUNCTION TRIM(Wat-Watch-File, TRAILING)
              MOVE 'N' TO Wat-Setup-Ok-Sw
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Wat-Handle
           MOVE 'N' TO Wat-Eof-Sw
           PERFORM 2100-Load-One-Watch-Line THRU 2100-Exit
              UNTIL Wat-Eof
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF Wat-Inbound-Dir = SPACES OR Wat-Hold-Dir = SPACES
              DISPLAY "STRMWAT: WATCH FILE NEEDS BOTH AN INBOUND AND "
                      "A HOLD DIRECTORY"
              MOVE 'N' TO Wat-Setup-Ok-Sw
           END-IF
           IF Wat-Feed-Count = 0
              DISPLAY "STRMWAT: NO FEEDS IN THE WATCH FILE"
              MOVE 'N' TO Wat-Setup-Ok-Sw
           END-IF
           COMPUTE Wat-Inbound-Len = FUNCTION LENGTH(
              FUNCTION TRIM(Wat-Inbound-Dir, TRAILING))
           .
       2000-Exit.
           EXIT.

       2100-Load-One-Watch-Line.
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Wat-Eof-Sw
              GO TO 2100-Exit
           END-IF
           MOVE Streamio-Record-Data(1:512) TO Wat-Line
           IF Wat-Line = SPACES OR Wat-Line(1:1) = '*'
              GO TO 2100-Exit
           END-IF
           MOVE SPACES TO Wat-Verb Wat-Tok-1 Wat-Tok-2 Wat-Tok-3
                          Wat-Tok-4
           UNSTRING Wat-Line DELIMITED BY ALL SPACE
               INTO Wat-Verb, Wat-Tok-1, Wat-Tok-2, Wat-Tok-3,
                    Wat-Tok-4
           END-UNSTRING
           EVALUATE Wat-Verb
              WHEN 'INBOUND'
                 MOVE Wat-Tok-1 TO Wat-Inbound-Dir
              WHEN 'HOLD'
                 MOVE Wat-Tok-1 TO Wat-Hold-Dir
              WHEN 'FEED'
                 IF Wat-Tok-4 = SPACES
                    DISPLAY "STRMWAT: INCOMPLETE FEED LINE: "
                            FUNCTION TRIM(Wat-Line, TRAILING)
                    MOVE 'N' TO Wat-Setup-Ok-Sw
                    GO TO 2100-Exit
                 END-IF
                 IF Wat-Feed-Count >= Wat-Max-Feeds
                    DISPLAY "STRMWAT: TOO MANY FEEDS, IGNORED: "
                            FUNCTION TRIM(Wat-Tok-1, TRAILING)
                    GO TO 2100-Exit
                 END-IF
                 ADD 1 TO Wat-Feed-Count
                 MOVE Wat-Tok-1 TO Wat-Fd-Name(Wat-Feed-Count)
                 MOVE Wat-Tok-2 TO Wat-Fd-Pattern(Wat-Feed-Count)
                 MOVE Wat-Tok-3 TO Wat-Fd-Control(Wat-Feed-Count)
                 MOVE Wat-Tok-4 TO Wat-Fd-Landing(Wat-Feed-Count)
              WHEN OTHER
                 DISPLAY "STRMWAT: IGNORING UNKNOWN DIRECTIVE: "
                         FUNCTION TRIM(Wat-Line, TRAILING)
           END-EVALUATE
           .
       2100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2500-Load-State - what the previous poll saw: one line per
      *> file still in the inbound directory, SIZE=n FILE=name.  No
      *> state file just means this is the first poll.
      *> ---------------------------------------------------------------
       2500-Load-State.
           MOVE Wat-State-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2500-Exit
           END-IF
           MOVE SCB-Handle TO Wat-Handle
           MOVE 'N' TO Wat-Eof-Sw
           PERFORM 2600-Load-One-State-Line THRU 2600-Exit
              UNTIL Wat-Eof
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2500-Exit.
           EXIT.

      *> The state's files are entered in the table first, marked as
      *> seen before; 3000-Scan-Inbound then adds or refreshes from
      *> the directory, and anything no longer there is dropped.
       2600-Load-One-State-Line.
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Wat-Eof-Sw
              GO TO 2600-Exit
           END-IF
           MOVE Streamio-Record-Data(1:512) TO Wat-Line
           IF Wat-Line = SPACES
              GO TO 2600-Exit
           END-IF
           MOVE SPACES TO Wat-Field-Size Wat-Field-File
           UNSTRING Wat-Line DELIMITED BY "SIZE=" OR " FILE="
               INTO Wat-Field-Lead, Wat-Field-Size, Wat-Field-File
           END-UNSTRING
           IF Wat-Field-File = SPACES
              OR Wat-File-Count >= Wat-Max-Files
              GO TO 2600-Exit
           END-IF
           ADD 1 TO Wat-File-Count
           MOVE Wat-Field-File TO Wat-Fl-Name(Wat-File-Count)
           MOVE 0 TO Wat-Fl-Feed(Wat-File-Count)
                     Wat-Fl-Size(Wat-File-Count)
                     Wat-Fl-Prev-Size(Wat-File-Count)
           IF FUNCTION TEST-NUMVAL(Wat-Field-Size) = 0
              COMPUTE Wat-Fl-Prev-Size(Wat-File-Count) =
                 FUNCTION NUMVAL(Wat-Field-Size)
           END-IF
           MOVE 'Y' TO Wat-Fl-Seen-Before-Sw(Wat-File-Count)
           MOVE 'N' TO Wat-Fl-Keep-Sw(Wat-File-Count)
           .
       2600-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Scan-Inbound - each feed's pattern first, so every file
      *> is claimed by the first feed it matches, then everything in
      *> the directory to catch what no feed claimed.
      *> ---------------------------------------------------------------
       3000-Scan-Inbound.
           MOVE 0 TO Wat-Feed-Sub
           PERFORM 3100-List-One-Feed THRU 3100-Exit
              VARYING Wat-Feed-Sub FROM 1 BY 1
              UNTIL Wat-Feed-Sub > Wat-Feed-Count
           MOVE 0 TO Wat-Feed-Sub
           MOVE SPACES TO Wat-Pattern
           STRING FUNCTION TRIM(Wat-Inbound-Dir, TRAILING) '/*'
                  DELIMITED BY SIZE
                  INTO Wat-Pattern
           END-STRING
           MOVE 'N' TO Wat-List-Done-Sw
           PERFORM 3200-Collect-One-Name THRU 3200-Exit
              UNTIL Wat-List-Done
      *> A state entry the directory no longer shows was taken away
      *> by hand between polls; forget it.
           PERFORM 3300-Drop-One-Vanished THRU 3300-Exit
              VARYING Wat-File-Sub FROM 1 BY 1
              UNTIL Wat-File-Sub > Wat-File-Count
           .
       3000-Exit.
           EXIT.

       3100-List-One-Feed.
           MOVE SPACES TO Wat-Pattern
           STRING FUNCTION TRIM(Wat-Inbound-Dir, TRAILING) '/'
                  FUNCTION TRIM(Wat-Fd-Pattern(Wat-Feed-Sub),
                     TRAILING)
                  DELIMITED BY SIZE
                  INTO Wat-Pattern
           END-STRING
           MOVE 'N' TO Wat-List-Done-Sw
           PERFORM 3200-Collect-One-Name THRU 3200-Exit
              UNTIL Wat-List-Done
           .
       3100-Exit.
           EXIT.

      *> 3200-Collect-One-Name - one LIST-DIR result against the
      *> current pattern, sized and entered (or refreshed) in the
      *> table under the feed being listed (0 on the catch-all pass).
       3200-Collect-One-Name.
           MOVE Wat-Pattern TO SCB-Filename
           MOVE 'LD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 CONTINUE
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Wat-List-Done-Sw
                 GO TO 3200-Exit
              WHEN OTHER
                 DISPLAY "STRMWAT: CANNOT LIST "
                         FUNCTION TRIM(Wat-Pattern, TRAILING)
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Wat-List-Done-Sw
                 GO TO 3200-Exit
           END-EVALUATE
           MOVE SPACES TO Wat-Listed-Name
           IF SCB-Bytes-Transferred > 0
              MOVE Streamio-Record-Data(1:SCB-Bytes-Transferred)
                 TO Wat-Listed-Name
           END-IF
           IF Wat-Listed-Name = SPACES
              GO TO 3200-Exit
           END-IF
           MOVE 'N' TO Wat-Found-Sw
           PERFORM 3210-Find-One-File THRU 3210-Exit
              VARYING Wat-Other-Sub FROM 1 BY 1
              UNTIL Wat-Other-Sub > Wat-File-Count OR Wat-Found
           IF Wat-Found
              SUBTRACT 1 FROM Wat-Other-Sub
              IF Wat-Fl-Keep(Wat-Other-Sub)
      *> Already claimed this poll by an earlier feed's pattern.
                 GO TO 3200-Exit
              END-IF
           ELSE
              IF Wat-File-Count >= Wat-Max-Files
                 DISPLAY "STRMWAT: MORE FILES THAN THE TABLE HOLDS - "
                         FUNCTION TRIM(Wat-Listed-Name, TRAILING)
                         " LEFT FOR THE NEXT POLL"
                 GO TO 3200-Exit
              END-IF
              ADD 1 TO Wat-File-Count
              MOVE Wat-File-Count TO Wat-Other-Sub
              MOVE Wat-Listed-Name TO Wat-Fl-Name(Wat-Other-Sub)
              MOVE 0 TO Wat-Fl-Prev-Size(Wat-Other-Sub)
              MOVE 'N' TO Wat-Fl-Seen-Before-Sw(Wat-Other-Sub)
           END-IF
           MOVE 'Y' TO Wat-Fl-Keep-Sw(Wat-Other-Sub)
           MOVE Wat-Feed-Sub TO Wat-Fl-Feed(Wat-Other-Sub)
           MOVE 0 TO Wat-Fl-Size(Wat-Other-Sub)
           CALL "CBL_CHECK_FILE_EXIST" USING Wat-Listed-Name
                                             Wat-File-Details
           MOVE RETURN-CODE TO Wat-Cbl-Return
           IF Wat-Cbl-Return = 0
              MOVE Wat-FD-Size TO Wat-Fl-Size(Wat-Other-Sub)
           END-IF
           .
       3200-Exit.
           EXIT.

       3210-Find-One-File.
           IF Wat-Fl-Name(Wat-Other-Sub) = Wat-Listed-Name
              MOVE 'Y' TO Wat-Found-Sw
           END-IF
           .
       3210-Exit.
           EXIT.

       3300-Drop-One-Vanished.
           IF NOT Wat-Fl-Keep(Wat-File-Sub)
              MOVE SPACES TO Wat-Fl-Name(Wat-File-Sub)
           END-IF
           .
       3300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Judge-One-File - stable yet?  Then hold it or land it.
      *> ---------------------------------------------------------------
       4000-Judge-One-File.
           IF Wat-Fl-Name(Wat-File-Sub) = SPACES
              GO TO 4000-Exit
           END-IF
           IF NOT Wat-Fl-Seen-Before(Wat-File-Sub)
              OR Wat-Fl-Size(Wat-File-Sub) = 0
              OR Wat-Fl-Size(Wat-File-Sub)
                 NOT = Wat-Fl-Prev-Size(Wat-File-Sub)
              ADD 1 TO Wat-Pending-Count
              MOVE Wat-Fl-Size(Wat-File-Sub) TO Wat-Size-Disp
              DISPLAY "STRMWAT: ARRIVING: "
                      FUNCTION TRIM(Wat-Fl-Name(Wat-File-Sub),
                         TRAILING)
                      " (" FUNCTION TRIM(Wat-Size-Disp) " BYTES)"
              GO TO 4000-Exit
           END-IF
           MOVE Wat-Fl-Name(Wat-File-Sub) TO Wat-Base-Name
           IF Wat-Inbound-Len < 255
              MOVE Wat-Fl-Name(Wat-File-Sub)(Wat-Inbound-Len + 2:)
                 TO Wat-Base-Name
           END-IF
           IF Wat-Fl-Feed(Wat-File-Sub) = 0
              MOVE '*' TO Wat-Feed-Label
              DISPLAY "STRMWAT: NO FEED MATCHES "
                      FUNCTION TRIM(Wat-Base-Name, TRAILING)
              MOVE 'UM' TO Strm-AR-Condition
              PERFORM 4500-Hold-File THRU 4500-Exit
              GO TO 4000-Exit
           END-IF
           MOVE Wat-Fl-Feed(Wat-File-Sub) TO Wat-Feed-Sub
           MOVE Wat-Fd-Name(Wat-Feed-Sub) TO Wat-Feed-Label
           PERFORM 4100-Check-Duplicate THRU 4100-Exit
           IF Wat-Found
              DISPLAY "STRMWAT: ALREADY RECEIVED ONCE: "
                      FUNCTION TRIM(Wat-Base-Name, TRAILING)
              MOVE 'DU' TO Strm-AR-Condition
              PERFORM 4500-Hold-File THRU 4500-Exit
              GO TO 4000-Exit
           END-IF
           PERFORM 4600-Land-And-Launch THRU 4600-Exit
           .
       4000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4100-Check-Duplicate - has a file of this name been run
      *> before?  (A name held as a duplicate doesn't count; the
      *> original run is the one that matters.)
      *> ---------------------------------------------------------------
       4100-Check-Duplicate.
           MOVE 'N' TO Wat-Found-Sw
           MOVE Wat-Received-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 4100-Exit
           END-IF
           MOVE SCB-Handle TO Wat-Handle
           MOVE 'N' TO Wat-Eof-Sw
           PERFORM 4110-Check-One-Received THRU 4110-Exit
              UNTIL Wat-Eof OR Wat-Found
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       4100-Exit.
           EXIT.

       4110-Check-One-Received.
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Wat-Eof-Sw
              GO TO 4110-Exit
           END-IF
           MOVE Streamio-Record-Data(1:512) TO Wat-Line
           IF Wat-Line = SPACES
              GO TO 4110-Exit
           END-IF
           MOVE SPACES TO Wat-Field-Date Wat-Field-Time Wat-Field-Act
                          Wat-Field-Feed Wat-Field-File Wat-Field-Size
                          Wat-Field-Rc
           UNSTRING Wat-Line
               DELIMITED BY "DATE=" OR " TIME=" OR " ACT="
                           OR " FEED=" OR " FILE=" OR " SIZE="
                           OR " RC="
               INTO Wat-Field-Lead, Wat-Field-Date, Wat-Field-Time,
                    Wat-Field-Act, Wat-Field-Feed, Wat-Field-File,
                    Wat-Field-Size, Wat-Field-Rc
           END-UNSTRING
           IF Wat-Field-Act = 'RUN'
              AND Wat-Field-File = Wat-Base-Name
              MOVE 'Y' TO Wat-Found-Sw
           END-IF
           .
       4110-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4500-Hold-File - out of the inbound directory into the hold
      *> directory, logged, and the operator alerted.  The caller
      *> has set the alert condition.
      *> ---------------------------------------------------------------
       4500-Hold-File.
           MOVE SPACES TO Wat-Target-Name
           STRING FUNCTION TRIM(Wat-Hold-Dir, TRAILING) '/'
                  FUNCTION TRIM(Wat-Base-Name, TRAILING)
                  DELIMITED BY SIZE
                  INTO Wat-Target-Name
           END-STRING
           MOVE Wat-Fl-Name(Wat-File-Sub) TO Strm-AR-Subject
           MOVE 8 TO Strm-AR-Code
           PERFORM 8500-Raise-Alert THRU 8500-Exit
           MOVE Wat-Fl-Name(Wat-File-Sub) TO SCB-Filename
           MOVE Wat-Target-Name TO SCB-New-Filename
           MOVE 'RN' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              ADD 1 TO Wat-Failed-Count
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              DISPLAY "STRMWAT: COULD NOT MOVE IT TO "
                      FUNCTION TRIM(Wat-Target-Name, TRAILING)
      *> Left where it is, it would be judged again next poll; the
      *> state keeps it so the alert isn't the only trace.
              GO TO 4500-Exit
           END-IF
           ADD 1 TO Wat-Held-Count
           MOVE 'N' TO Wat-Fl-Keep-Sw(Wat-File-Sub)
           DISPLAY "STRMWAT: HELD AS "
                   FUNCTION TRIM(Wat-Target-Name, TRAILING)
           MOVE 'HOLD' TO Wat-Act
           MOVE 0 TO Wat-Chain-RC
           PERFORM 4800-Log-Received THRU 4800-Exit
           .
       4500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4600-Land-And-Launch - rename the file to the name its
      *> chain reads, record the receipt, and run the chain.  If the
      *> landing file is still there, the previous delivery hasn't
      *> been consumed; this one waits in the inbound directory.
      *> ---------------------------------------------------------------
       4600-Land-And-Launch.
           MOVE Wat-Fd-Landing(Wat-Feed-Sub) TO Wat-Target-Name
           CALL "CBL_CHECK_FILE_EXIST" USING Wat-Target-Name
                                             Wat-File-Details
           MOVE RETURN-CODE TO Wat-Cbl-Return
           MOVE 0 TO RETURN-CODE
           IF Wat-Cbl-Return = 0
              ADD 1 TO Wat-Waiting-Count
              DISPLAY "STRMWAT: "
                      FUNCTION TRIM(Wat-Base-Name, TRAILING)
                      " WAITS - "
                      FUNCTION TRIM(Wat-Target-Name, TRAILING)
                      " NOT YET CONSUMED"
              GO TO 4600-Exit
           END-IF
           MOVE Wat-Fl-Name(Wat-File-Sub) TO SCB-Filename
           MOVE Wat-Target-Name TO SCB-New-Filename
           MOVE 'RN' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              ADD 1 TO Wat-Failed-Count
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              DISPLAY "STRMWAT: COULD NOT LAND "
                      FUNCTION TRIM(Wat-Base-Name, TRAILING)
                      " AS " FUNCTION TRIM(Wat-Target-Name, TRAILING)
              GO TO 4600-Exit
           END-IF
           MOVE 'N' TO Wat-Fl-Keep-Sw(Wat-File-Sub)
           DISPLAY "STRMWAT: RECEIVED "
                   FUNCTION TRIM(Wat-Base-Name, TRAILING)
                   " FOR " FUNCTION TRIM(Wat-Feed-Label, TRAILING)
                   " AS " FUNCTION TRIM(Wat-Target-Name, TRAILING)
           MOVE SPACES TO Wat-Command
           STRING 'STRMREG RECORD '
                  FUNCTION TRIM(Wat-Feed-Label, TRAILING)
                  ' RECEIPT'
                  DELIMITED BY SIZE
                  INTO Wat-Command
           END-STRING
           PERFORM 4700-Run-Command THRU 4700-Exit
           IF Wat-Exit-Code > 4
              MOVE Wat-Exit-Code TO Wat-RC-Disp
              DISPLAY "STRMWAT: RECEIPT NOT RECORDED FOR "
                      FUNCTION TRIM(Wat-Feed-Label, TRAILING)
                      " RC=" Wat-RC-Disp
           END-IF
           MOVE SPACES TO Wat-Command
           STRING 'STRMJOB '
                  FUNCTION TRIM(Wat-Fd-Control(Wat-Feed-Sub),
                     TRAILING)
                  DELIMITED BY SIZE
                  INTO Wat-Command
           END-STRING
           DISPLAY "STRMWAT: LAUNCHING "
                   FUNCTION TRIM(Wat-Command, TRAILING)
           PERFORM 4700-Run-Command THRU 4700-Exit
           ADD 1 TO Wat-Launched-Count
           MOVE Wat-Exit-Code TO Wat-Chain-RC
           IF Wat-Exit-Code > Wat-Worst-RC
              MOVE Wat-Exit-Code TO Wat-Worst-RC
           END-IF
           MOVE Wat-Exit-Code TO Wat-RC-Disp
           DISPLAY "STRMWAT: CHAIN FOR "
                   FUNCTION TRIM(Wat-Feed-Label, TRAILING)
                   " ENDED RC=" Wat-RC-Disp
           MOVE 'RUN' TO Wat-Act
           PERFORM 4800-Log-Received THRU 4800-Exit
           .
       4600-Exit.
           EXIT.

       4700-Run-Command.
           CALL "SYSTEM" USING Wat-Command
           MOVE RETURN-CODE TO Wat-Raw-Status
           MOVE 0 TO RETURN-CODE
           DIVIDE Wat-Raw-Status BY 256 GIVING Wat-Exit-Code
              REMAINDER Wat-Signal-Code
           IF Wat-Signal-Code NOT = 0
              MOVE 16 TO Wat-Exit-Code
           END-IF
           .
       4700-Exit.
           EXIT.

       4800-Log-Received.
           MOVE Wat-Received-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 4800-Exit
           END-IF
           MOVE SCB-Handle TO Wat-Handle
           MOVE FUNCTION CURRENT-DATE TO Wat-Current-Date
           MOVE Wat-Fl-Size(Wat-File-Sub) TO Wat-Size-Disp
           MOVE Wat-Chain-RC TO Wat-RC-Disp
           MOVE SPACES TO Streamio-Record-Data
           STRING 'DATE=' Wat-Current-Date(1:8)
                  ' TIME=' Wat-Current-Date(9:6)
                  ' ACT=' FUNCTION TRIM(Wat-Act, TRAILING)
                  ' FEED=' FUNCTION TRIM(Wat-Feed-Label, TRAILING)
                  ' FILE=' FUNCTION TRIM(Wat-Base-Name, TRAILING)
                  ' SIZE=' FUNCTION TRIM(Wat-Size-Disp)
                  ' RC=' FUNCTION TRIM(Wat-RC-Disp)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       4800-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Write-State - rewrite the state with every file still
      *> sitting in the inbound directory and the size it had now.
      *> ---------------------------------------------------------------
       5000-Write-State.
           MOVE Wat-State-Filename TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 5000-Exit
           END-IF
           MOVE SCB-Handle TO Wat-Handle
           PERFORM 5100-Write-One-State-Line THRU 5100-Exit
              VARYING Wat-File-Sub FROM 1 BY 1
              UNTIL Wat-File-Sub > Wat-File-Count
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       5000-Exit.
           EXIT.

       5100-Write-One-State-Line.
           IF Wat-Fl-Name(Wat-File-Sub) = SPACES
              OR NOT Wat-Fl-Keep(Wat-File-Sub)
              GO TO 5100-Exit
           END-IF
           MOVE Wat-Fl-Size(Wat-File-Sub) TO Wat-Size-Disp
           MOVE SPACES TO Streamio-Record-Data
           STRING 'SIZE=' FUNCTION TRIM(Wat-Size-Disp)
                  ' FILE='
                  FUNCTION TRIM(Wat-Fl-Name(Wat-File-Sub), TRAILING)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           MOVE Wat-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       5100-Exit.
           EXIT.

       8000-Print-Summary.
           DISPLAY " "
           DISPLAY "STREAMIO INBOUND WATCHER SUMMARY"
           DISPLAY "INBOUND: " FUNCTION TRIM(Wat-Inbound-Dir, TRAILING)
           DISPLAY " "
           MOVE Wat-Launched-Count TO Wat-Count-Disp
           DISPLAY "CHAINS LAUNCHED . . . . " Wat-Count-Disp
           MOVE Wat-Pending-Count TO Wat-Count-Disp
           DISPLAY "STILL ARRIVING  . . . . " Wat-Count-Disp
           MOVE Wat-Waiting-Count TO Wat-Count-Disp
           DISPLAY "WAITING TO LAND . . . . " Wat-Count-Disp
           MOVE Wat-Held-Count TO Wat-Count-Disp
           DISPLAY "HELD AND ALERTED  . . . " Wat-Count-Disp
           MOVE Wat-Failed-Count TO Wat-Count-Disp
           DISPLAY "COULD NOT BE MOVED  . . " Wat-Count-Disp
           IF (Strm-AR-Count > 0 OR Wat-Failed-Count > 0)
              AND 8 > Wat-Worst-RC
              MOVE 8 TO Wat-Worst-RC
           END-IF
           MOVE Wat-Worst-RC TO RETURN-CODE
           .
       8000-Exit.
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
           IF NOT Wat-Abort-Error
              MOVE 'Y' TO Wat-Err-Sw
              MOVE SCB-Filename TO Wat-Err-Filename
              MOVE SCB-Function TO Wat-Err-Function
              MOVE SCB-Mode TO Wat-Err-Mode
              MOVE SCB-Delimiter-Mode TO Wat-Err-Delimiter-Mode
              MOVE SCB-Offset TO Wat-Err-Offset
              MOVE SCB-Return-Code TO Wat-Err-Return-Code
              MOVE SCB-Severity TO Wat-Err-Severity
              MOVE SCB-Calling-Program TO Wat-Err-Calling-Program
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
           IF Wat-Abort-Error
              MOVE Wat-Err-Filename TO SCB-Filename
              MOVE Wat-Err-Function TO SCB-Function
              MOVE Wat-Err-Mode TO SCB-Mode
              MOVE Wat-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Wat-Err-Offset TO SCB-Offset
              MOVE Wat-Err-Return-Code TO SCB-Return-Code
              MOVE Wat-Err-Severity TO SCB-Severity
              MOVE Wat-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Wat-File-Count TO Strm-RS-Read-Count
           MOVE Wat-Launched-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMWAT-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
