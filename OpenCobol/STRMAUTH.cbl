      *> ***************************************************************
      *> ** Program:  STRMAUTH.cbl                                    **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMAUTH is the authorization subsystem's own utility.    **
      *> ** Anyone with a shell used to be able to run STRMCRY        **
      *> ** UNPROTECT, STRMTBL ADD or EXPIRE, STRMSEQ FORCE, STRMDRV  **
      *> ** FORCE or STRMGDG PURGE, with no trace but the USER name   **
      *> ** STRMTBL wrote.  Now each of those asks STRMAUTC (the      **
      *> ** CALLable check - see STRMAUTHcb.cpy) before it acts,      **
      *> ** refuses with RC 16 when the user isn't authorized, and    **
      *> ** every grant, denial, approval and completed privileged    **
      *> ** action lands in the day's security log.  This program     **
      *> ** records the second user's approval that STRMCRY           **
      *> ** UNPROTECT needs (dual control over key-file use), and     **
      *> ** prints the daily security report.                         **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    APPROVE requester program action subject               **
      *> **    REPORT  [yyyymmdd]                                     **
      *> ** APPROVE records that the session user approves            **
      *> ** requester running program action on subject (for STRMCRY  **
      *> ** UNPROTECT the subject is the key file, named exactly as   **
      *> ** the requester will name it).  The approver needs a role   **
      *> ** granting STRMAUTH APPROVE and cannot be the requester.    **
      *> ** An approval is good for one use, on the day it was        **
      *> ** given.  REPORT prints the day's (default today's)         **
      *> ** denials, the privileged actions actually taken, and the   **
      *> ** approvals given.                                          **
      *> **                                                           **
      *> ** The authorization file (strmauth_roles.dat) is kept by    **
      *> ** the security administrator, one entry per line in the     **
      *> ** package's keyword format (other lines, "*" comments       **
      *> ** included, are ignored):                                   **
      *> **    USER=user ROLE=role                                    **
      *> **    ROLE=role PGM=program ACTION=action                    **
      *> ** A user holds every role given on a USER line; ACTION=*    **
      *> ** grants every action of the program.  The actions checked  **
      *> ** today are STRMCRY UNPROTECT, STRMTBL ADD and EXPIRE,      **
      *> ** STRMSEQ FORCE, STRMDRV FORCE, STRMGDG PURGE and STRMAUTH  **
      *> ** APPROVE.                                                  **
      *> **                                                           **
      *> ** The approvals file (strmauth_approvals.dat) is written    **
      *> ** only through STRMAUTC:                                    **
      *> **    APPROVAL=nnnnnn TIME=yyyymmddhhmmss APPROVER=a         **
      *> **       REQUESTER=r PGM=p ACTION=a SUBJECT=s                **
      *> **    USED=nnnnnn TIME=yyyymmddhhmmss USER=r                 **
      *> ** and the security log (strmauth_yyyymmdd.log) is one line  **
      *> ** per event:                                                **
      *> **    TIME=yyyymmddhhmmss USER=u RESULT=r PGM=p ACTION=a     **
      *> **       ROLE=r DUAL=d RC=n SUBJECT=s REASON=text            **
      *> ** RESULT is GRANT, DENY, DONE (a granted action finished,   **
      *> ** RC its completion code) or APPROVE; DUAL is the approver  **
      *> ** on a dual-control GRANT or DONE and the requester on an   **
      *> ** APPROVE.  Approving is itself logged as program STRMAUTH  **
      *> ** action APPROVE, with the approved program:action:subject  **
      *> ** as its subject.                                           **
      *> **                                                           **
      *> ** RETURN-CODE: 16 unusable parameters, an approval refused, **
      *> ** or a security log that can't be read; 4 when the report   **
      *> ** shows any denial or any granted action with no completion **
      *> ** record; 0 otherwise.                                      **
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
       PROGRAM-ID. STRMAUTH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Ath-Parm-Line                        PIC X(512).
       01  Ath-Mode-Parm                        PIC X(08) VALUE SPACES.
           88 Ath-Mode-Approve                  VALUE 'APPROVE'.
           88 Ath-Mode-Report                   VALUE 'REPORT'.
       01  Ath-Tok-2                            PIC X(16) VALUE SPACES.
       01  Ath-Tok-3                            PIC X(16) VALUE SPACES.
       01  Ath-Tok-4                            PIC X(16) VALUE SPACES.
       01  Ath-Tok-5                            PIC X(64) VALUE SPACES.
       01  Ath-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Ath-Setup-Ok                      VALUE 'Y'.
       01  Ath-Current-Date                     PIC X(21).
       01  Ath-Report-Date                      PIC X(08).

       01  Ath-Log-Filename                     PIC X(256).
       01  Ath-Handle                           PIC X(4) COMP-X.
       01  Ath-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Ath-Eof                           VALUE 'Y'.
       01  Ath-No-Log-Sw                        PIC X(1) VALUE 'N'.
           88 Ath-No-Log                        VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> The day's security log in storage.
      *> ---------------------------------------------------------------
       01  Ath-Max-Events                       PIC 9(04) VALUE 2000.
       01  Ath-Event-Count                      PIC 9(04) VALUE 0.
       01  Ath-Skipped-Count                    PIC 9(04) VALUE 0.
       01  Ath-Event-Table.
           05 Ath-Event OCCURS 2000 TIMES.
              10 Ath-Ev-Time                    PIC X(14).
              10 Ath-Ev-User                    PIC X(16).
              10 Ath-Ev-Result                  PIC X(08).
              10 Ath-Ev-Pgm                     PIC X(08).
              10 Ath-Ev-Action                  PIC X(10).
              10 Ath-Ev-Role                    PIC X(16).
              10 Ath-Ev-Dual                    PIC X(16).
              10 Ath-Ev-RC                      PIC X(04).
              10 Ath-Ev-Subject                 PIC X(96).
              10 Ath-Ev-Reason                  PIC X(44).
       01  Ath-Ev-Sub                           PIC 9(04).

       01  Ath-Field-Lead                       PIC X(02).
       01  Ath-Field-Time                       PIC X(14).
       01  Ath-Field-User                       PIC X(16).
       01  Ath-Field-Result                     PIC X(08).
       01  Ath-Field-Pgm                        PIC X(08).
       01  Ath-Field-Action                     PIC X(10).
       01  Ath-Field-Role                       PIC X(16).
       01  Ath-Field-Dual                       PIC X(16).
       01  Ath-Field-RC                         PIC X(04).
       01  Ath-Field-Subject                    PIC X(96).
       01  Ath-Field-Reason                     PIC X(44).

       01  Ath-Grant-Count                      PIC 9(05) VALUE 0.
       01  Ath-Deny-Count                       PIC 9(05) VALUE 0.
       01  Ath-Done-Count                       PIC 9(05) VALUE 0.
       01  Ath-Approve-Count                    PIC 9(05) VALUE 0.
       01  Ath-Failed-Done-Count                PIC 9(05) VALUE 0.
       01  Ath-Section-Count                    PIC 9(05) VALUE 0.
       01  Ath-Count-Disp                       PIC ZZ,ZZ9.
       01  Ath-Section-Result                   PIC X(08).
       01  Ath-Print-Line                       PIC X(132).
       01  Ath-Time-Disp                        PIC X(08).

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Ath-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Ath-Abort-Error                   VALUE 'Y'.
       01  Ath-Err-Filename                     PIC X(256).
       01  Ath-Err-Function                     PIC X(2).
       01  Ath-Err-Mode                         PIC X(1).
       01  Ath-Err-Delimiter-Mode               PIC X(1).
       01  Ath-Err-Offset                       PIC X(8) COMP-X.
       01  Ath-Err-Return-Code                  USAGE BINARY-LONG.
       01  Ath-Err-Severity                     PIC X(1).
       01  Ath-Err-Calling-Program              PIC X(8).

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STRMAUTHcb.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Ath-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           EVALUATE TRUE
              WHEN Ath-Mode-Approve
                 PERFORM 2000-Record-Approval THRU 2000-Exit
              WHEN Ath-Mode-Report
                 PERFORM 3000-Load-Security-Log THRU 3000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
                 MOVE 0 TO RETURN-CODE
                 PERFORM 4000-Print-Report THRU 4000-Exit
           END-EVALUATE
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Ath-Parm-Line FROM COMMAND-LINE
           UNSTRING Ath-Parm-Line DELIMITED BY ALL SPACE
               INTO Ath-Mode-Parm, Ath-Tok-2, Ath-Tok-3, Ath-Tok-4,
                    Ath-Tok-5
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE TO Ath-Current-Date
           EVALUATE TRUE
              WHEN Ath-Mode-Approve
                 IF Ath-Tok-2 = SPACES OR Ath-Tok-3 = SPACES
                    OR Ath-Tok-4 = SPACES OR Ath-Tok-5 = SPACES
                    DISPLAY "STRMAUTH: APPROVE NEEDS A REQUESTER, "
                            "PROGRAM, ACTION AND SUBJECT"
                    MOVE 'N' TO Ath-Setup-Ok-Sw
                 END-IF
              WHEN Ath-Mode-Report
                 IF Ath-Tok-2 = SPACES
                    MOVE Ath-Current-Date(1:8) TO Ath-Report-Date
                 ELSE
                    IF Ath-Tok-2(1:8) IS NOT NUMERIC
                       OR Ath-Tok-2(9:) NOT = SPACES
                       DISPLAY "STRMAUTH: REPORT DATE MUST BE "
                               "YYYYMMDD"
                       MOVE 'N' TO Ath-Setup-Ok-Sw
                    ELSE
                       MOVE Ath-Tok-2(1:8) TO Ath-Report-Date
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY "STRMAUTH: MODE MUST BE APPROVE OR REPORT"
                 MOVE 'N' TO Ath-Setup-Ok-Sw
           END-EVALUATE
           MOVE 'STRMAUTH' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMAUTH' TO Strm-RS-Program
           MOVE Ath-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Record-Approval - through STRMAUTC, which checks the
      *> approver, numbers the approval and logs it.
      *> ---------------------------------------------------------------
       2000-Record-Approval.
           INITIALIZE Strmauth-CB
           MOVE 'A' TO Auth-CB-Function
           MOVE Ath-Tok-2 TO Auth-CB-Requester
           MOVE Ath-Tok-3 TO Auth-CB-Program
           MOVE Ath-Tok-4 TO Auth-CB-Action
           MOVE Ath-Tok-5 TO Auth-CB-Subject
           CALL "STRMAUTC" USING Strmauth-CB
           IF Auth-CB-Granted
              DISPLAY "STRMAUTH: APPROVAL " Auth-CB-Approval-Id
                      " RECORDED - "
                      FUNCTION TRIM(Auth-CB-Requester, TRAILING)
                      " MAY RUN "
                      FUNCTION TRIM(Auth-CB-Program, TRAILING) " "
                      FUNCTION TRIM(Auth-CB-Action, TRAILING) " "
                      FUNCTION TRIM(Auth-CB-Subject, TRAILING)
                      " ONCE, TODAY"
           ELSE
              DISPLAY "STRMAUTH: APPROVAL REFUSED FOR "
                      FUNCTION TRIM(Auth-CB-User, TRAILING) " - "
                      FUNCTION TRIM(Auth-CB-Reason, TRAILING)
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       2000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Load-Security-Log - the report day's security log into
      *> storage; no log means nothing happened that day.
      *> ---------------------------------------------------------------
       3000-Load-Security-Log.
           MOVE SPACES TO Ath-Log-Filename
           STRING 'strmauth_' Ath-Report-Date '.log'
                  DELIMITED BY SIZE
                  INTO Ath-Log-Filename
           END-STRING
           MOVE Ath-Log-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Ath-No-Log-Sw
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Ath-Handle
           PERFORM 3100-Load-One-Event THRU 3100-Exit
              UNTIL Ath-Eof
           MOVE Ath-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       3000-Exit.
           EXIT.

       3100-Load-One-Event.
           MOVE Ath-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              IF SCB-Return-Code NOT = 10
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
              END-IF
              MOVE 'Y' TO Ath-Eof-Sw
              GO TO 3100-Exit
           END-IF
           MOVE SPACES TO Ath-Field-Lead Ath-Field-Time Ath-Field-User
                          Ath-Field-Result Ath-Field-Pgm
                          Ath-Field-Action Ath-Field-Role
                          Ath-Field-Dual Ath-Field-RC
                          Ath-Field-Subject Ath-Field-Reason
           UNSTRING Streamio-Record-Data(1:SCB-Bytes-Transferred)
               DELIMITED BY "TIME=" OR " USER=" OR " RESULT="
                           OR " PGM=" OR " ACTION=" OR " ROLE="
                           OR " DUAL=" OR " RC=" OR " SUBJECT="
                           OR " REASON="
               INTO Ath-Field-Lead, Ath-Field-Time, Ath-Field-User,
                    Ath-Field-Result, Ath-Field-Pgm, Ath-Field-Action,
                    Ath-Field-Role, Ath-Field-Dual, Ath-Field-RC,
                    Ath-Field-Subject, Ath-Field-Reason
           END-UNSTRING
           IF Ath-Field-Time = SPACES OR Ath-Field-Result = SPACES
              OR Ath-Event-Count >= Ath-Max-Events
              ADD 1 TO Ath-Skipped-Count
              GO TO 3100-Exit
           END-IF
           ADD 1 TO Ath-Event-Count
           MOVE Ath-Event-Count TO Ath-Ev-Sub
           MOVE Ath-Field-Time TO Ath-Ev-Time(Ath-Ev-Sub)
           MOVE Ath-Field-User TO Ath-Ev-User(Ath-Ev-Sub)
           MOVE Ath-Field-Result TO Ath-Ev-Result(Ath-Ev-Sub)
           MOVE Ath-Field-Pgm TO Ath-Ev-Pgm(Ath-Ev-Sub)
           MOVE Ath-Field-Action TO Ath-Ev-Action(Ath-Ev-Sub)
           MOVE Ath-Field-Role TO Ath-Ev-Role(Ath-Ev-Sub)
           MOVE Ath-Field-Dual TO Ath-Ev-Dual(Ath-Ev-Sub)
           MOVE Ath-Field-RC TO Ath-Ev-RC(Ath-Ev-Sub)
           MOVE Ath-Field-Subject TO Ath-Ev-Subject(Ath-Ev-Sub)
           MOVE Ath-Field-Reason TO Ath-Ev-Reason(Ath-Ev-Sub)
           EVALUATE Ath-Field-Result
              WHEN 'GRANT'
                 ADD 1 TO Ath-Grant-Count
              WHEN 'DENY'
                 ADD 1 TO Ath-Deny-Count
              WHEN 'DONE'
                 ADD 1 TO Ath-Done-Count
                 IF Ath-Field-RC NOT = '0'
                    ADD 1 TO Ath-Failed-Done-Count
                 END-IF
              WHEN 'APPROVE'
                 ADD 1 TO Ath-Approve-Count
           END-EVALUATE
           .
       3100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Print-Report - denials, privileged actions taken,
      *> approvals given, then the day's totals.
      *> ---------------------------------------------------------------
       4000-Print-Report.
           DISPLAY "STREAMIO DAILY SECURITY REPORT FOR "
                   Ath-Report-Date(1:4) "-" Ath-Report-Date(5:2) "-"
                   Ath-Report-Date(7:2)
           DISPLAY "SECURITY LOG: "
                   FUNCTION TRIM(Ath-Log-Filename, TRAILING)
           DISPLAY " "
           IF Ath-No-Log
              DISPLAY "NO SECURITY LOG FOR THE DAY - NO PRIVILEGED "
                      "ACTIVITY RECORDED"
              GO TO 4000-Exit
           END-IF

           DISPLAY "DENIALS"
           DISPLAY "  TIME     USER             PROGRAM  ACTION     "
                   "REASON / SUBJECT"
           MOVE 'DENY' TO Ath-Section-Result
           PERFORM 4100-Print-Section THRU 4100-Exit
           DISPLAY " "

           DISPLAY "PRIVILEGED ACTIONS TAKEN"
           DISPLAY "  TIME     USER             PROGRAM  ACTION     "
                   "ROLE             APPROVED BY        RC SUBJECT"
           MOVE 'DONE' TO Ath-Section-Result
           PERFORM 4100-Print-Section THRU 4100-Exit
           DISPLAY " "

           DISPLAY "DUAL-CONTROL APPROVALS GIVEN"
           DISPLAY "  TIME     APPROVER         FOR              "
                   "PROGRAM:ACTION:SUBJECT"
           MOVE 'APPROVE' TO Ath-Section-Result
           PERFORM 4100-Print-Section THRU 4100-Exit
           DISPLAY " "

           MOVE Ath-Grant-Count TO Ath-Count-Disp
           DISPLAY "ACTIONS GRANTED:           " Ath-Count-Disp
           MOVE Ath-Done-Count TO Ath-Count-Disp
           DISPLAY "ACTIONS COMPLETED:         " Ath-Count-Disp
           MOVE Ath-Failed-Done-Count TO Ath-Count-Disp
           DISPLAY "  OF WHICH ENDED NONZERO:  " Ath-Count-Disp
           MOVE Ath-Deny-Count TO Ath-Count-Disp
           DISPLAY "DENIALS:                   " Ath-Count-Disp
           MOVE Ath-Approve-Count TO Ath-Count-Disp
           DISPLAY "APPROVALS GIVEN:           " Ath-Count-Disp
           IF Ath-Skipped-Count > 0
              MOVE Ath-Skipped-Count TO Ath-Count-Disp
              DISPLAY "LOG LINES NOT REPORTED:    " Ath-Count-Disp
                      " (UNREADABLE OR OVER CAPACITY)"
           END-IF
           IF Ath-Grant-Count > Ath-Done-Count
              DISPLAY "*** "
                      "SOME GRANTED ACTIONS HAVE NO COMPLETION RECORD"
                      " - THE STEP ENDED ABNORMALLY OR IS STILL RUNNING"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF Ath-Deny-Count > 0
              DISPLAY "*** DENIALS RECORDED - REVIEW ABOVE"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       4000-Exit.
           EXIT.

       4100-Print-Section.
           MOVE 0 TO Ath-Section-Count
           PERFORM 4110-Print-One-Event THRU 4110-Exit
              VARYING Ath-Ev-Sub FROM 1 BY 1
              UNTIL Ath-Ev-Sub > Ath-Event-Count
           IF Ath-Section-Count = 0
              DISPLAY "  (NONE)"
           END-IF
           .
       4100-Exit.
           EXIT.

       4110-Print-One-Event.
           IF Ath-Ev-Result(Ath-Ev-Sub) NOT = Ath-Section-Result
              GO TO 4110-Exit
           END-IF
           ADD 1 TO Ath-Section-Count
           STRING Ath-Ev-Time(Ath-Ev-Sub)(9:2) ':'
                  Ath-Ev-Time(Ath-Ev-Sub)(11:2) ':'
                  Ath-Ev-Time(Ath-Ev-Sub)(13:2)
                  DELIMITED BY SIZE
                  INTO Ath-Time-Disp
           END-STRING
           MOVE SPACES TO Ath-Print-Line
           MOVE Ath-Time-Disp TO Ath-Print-Line(3:8)
           MOVE Ath-Ev-User(Ath-Ev-Sub) TO Ath-Print-Line(12:16)
           EVALUATE Ath-Section-Result
              WHEN 'DENY'
                 MOVE Ath-Ev-Pgm(Ath-Ev-Sub) TO Ath-Print-Line(29:8)
                 MOVE Ath-Ev-Action(Ath-Ev-Sub)
                    TO Ath-Print-Line(38:10)
                 MOVE Ath-Ev-Reason(Ath-Ev-Sub)
                    TO Ath-Print-Line(49:44)
                 DISPLAY FUNCTION TRIM(Ath-Print-Line, TRAILING)
                 MOVE SPACES TO Ath-Print-Line
                 MOVE Ath-Ev-Subject(Ath-Ev-Sub)
                    TO Ath-Print-Line(49:84)
              WHEN 'DONE'
                 MOVE Ath-Ev-Pgm(Ath-Ev-Sub) TO Ath-Print-Line(29:8)
                 MOVE Ath-Ev-Action(Ath-Ev-Sub)
                    TO Ath-Print-Line(38:10)
                 MOVE Ath-Ev-Role(Ath-Ev-Sub) TO Ath-Print-Line(49:16)
                 MOVE Ath-Ev-Dual(Ath-Ev-Sub) TO Ath-Print-Line(66:16)
                 MOVE Ath-Ev-RC(Ath-Ev-Sub) TO Ath-Print-Line(83:4)
                 MOVE Ath-Ev-Subject(Ath-Ev-Sub)
                    TO Ath-Print-Line(88:45)
              WHEN 'APPROVE'
                 MOVE Ath-Ev-Dual(Ath-Ev-Sub) TO Ath-Print-Line(29:16)
                 MOVE Ath-Ev-Subject(Ath-Ev-Sub)
                    TO Ath-Print-Line(46:87)
           END-EVALUATE
           DISPLAY FUNCTION TRIM(Ath-Print-Line, TRAILING)
           .
       4110-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Ath-Abort-Error
              MOVE 'Y' TO Ath-Err-Sw
              MOVE SCB-Filename TO Ath-Err-Filename
              MOVE SCB-Function TO Ath-Err-Function
              MOVE SCB-Mode TO Ath-Err-Mode
              MOVE SCB-Delimiter-Mode TO Ath-Err-Delimiter-Mode
              MOVE SCB-Offset TO Ath-Err-Offset
              MOVE SCB-Return-Code TO Ath-Err-Return-Code
              MOVE SCB-Severity TO Ath-Err-Severity
              MOVE SCB-Calling-Program TO Ath-Err-Calling-Program
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
           IF Ath-Abort-Error
              MOVE Ath-Err-Filename TO SCB-Filename
              MOVE Ath-Err-Function TO SCB-Function
              MOVE Ath-Err-Mode TO SCB-Mode
              MOVE Ath-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Ath-Err-Offset TO SCB-Offset
              MOVE Ath-Err-Return-Code TO SCB-Return-Code
              MOVE Ath-Err-Severity TO SCB-Severity
              MOVE Ath-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Ath-Event-Count TO Strm-RS-Read-Count
           IF Ath-Mode-Approve AND Auth-CB-Granted
              MOVE 1 TO Strm-RS-Write-Count
           ELSE
              MOVE 0 TO Strm-RS-Write-Count
           END-IF
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMAUTH-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
