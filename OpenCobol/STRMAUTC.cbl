      *> ***************************************************************
      *> ** Program:  STRMAUTC.cbl                                    **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMAUTC is the CALLable side of the authorization        **
      *> ** subsystem (see STRMAUTH.cbl, which owns its files and     **
      *> ** reports on them).  A sensitive utility function calls it  **
      *> ** through the Strmauth-CB block (STRMAUTHcb.cpy) before it  **
      *> ** acts, and again once it has acted; STRMAUTH APPROVE       **
      *> ** calls it to record a dual-control approval.               **
      *> **                                                           **
      *> ** The session user ($USER) is granted program P action A    **
      *> ** when the authorization file gives that user some role     **
      *> ** and that role P with A (or with *, every action of P).    **
      *> ** When the caller asks for dual control the grant also      **
      *> ** needs an approval recorded today, by a different user,    **
      *> ** for this user, program, action and subject, and not yet   **
      *> ** used; the grant uses it up.  Anything else is a denial -  **
      *> ** including an authorization file that can't be read: the   **
      *> ** check fails closed.                                       **
      *> **                                                           **
      *> ** Every grant, denial, approval and completed privileged    **
      *> ** action is appended to the day's security log.  The file   **
      *> ** layouts are documented in STRMAUTH.cbl.                   **
      *> **                                                           **
      *> ** The authorization file is read once, on the first call,   **
      *> ** and held for the run (the STRMTBLL rule); the approvals   **
      *> ** file is reread on every check that needs it, since the    **
      *> ** approver is by definition working in another session.     **
      *> **                                                           **
      *> ** Like STRMTBLL this module never touches RETURN-CODE and   **
      *> ** never calls STREAMIOError - the caller decides what a     **
      *> ** denial does to its run, and a security log that can't be  **
      *> ** written is reported on the console, not by failing the    **
      *> ** action it was recording.                                  **
      *> **                                                           **
      *> ** Modification History:                                     **
      *> ** Date       Init  Description                              **
      *> ** ---------- ----  ---------------------------------------  **
      *> ** 2026-10-15  GLC  Original.                                **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMAUTC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Aut-Roles-Filename                   PIC X(256) VALUE
                                                 'strmauth_roles.dat'.
       01  Aut-Approvals-Filename               PIC X(256) VALUE
              'strmauth_approvals.dat'.
       01  Aut-Log-Filename                     PIC X(256).
       01  Aut-Handle                           PIC X(4) COMP-X.
       01  Aut-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Aut-Eof                           VALUE 'Y'.
       01  Aut-Loaded-Sw                        PIC X(1) VALUE 'N'.
           88 Aut-Loaded                        VALUE 'Y'.
       01  Aut-Load-Failed-Sw                   PIC X(1) VALUE 'N'.
           88 Aut-Load-Failed                   VALUE 'Y'.
       01  Aut-Saved-RC                         PIC S9(9) COMP-5.
       01  Aut-Current-Date                     PIC X(21).
       01  Aut-User                             PIC X(16).

      *> ---------------------------------------------------------------
      *> The authorization file in storage: who holds which role,
      *> and what each role may do.
      *> ---------------------------------------------------------------
       01  Aut-Max-Members                      PIC 9(03) VALUE 500.
       01  Aut-Member-Count                     PIC 9(03) VALUE 0.
       01  Aut-Member-Table.
           05 Aut-Member OCCURS 500 TIMES.
              10 Aut-Mb-User                    PIC X(16).
              10 Aut-Mb-Role                    PIC X(16).
       01  Aut-Mb-Sub                           PIC 9(03).

       01  Aut-Max-Perms                        PIC 9(03) VALUE 500.
       01  Aut-Perm-Count                       PIC 9(03) VALUE 0.
       01  Aut-Perm-Table.
           05 Aut-Perm OCCURS 500 TIMES.
              10 Aut-Pm-Role                    PIC X(16).
              10 Aut-Pm-Pgm                     PIC X(08).
              10 Aut-Pm-Action                  PIC X(10).
       01  Aut-Pm-Sub                           PIC 9(03).

       01  Aut-Field-Lead                       PIC X(02).
       01  Aut-Field-1                          PIC X(64).
       01  Aut-Field-2                          PIC X(64).
       01  Aut-Field-3                          PIC X(64).
       01  Aut-Field-4                          PIC X(64).
       01  Aut-Field-5                          PIC X(64).
       01  Aut-Field-6                          PIC X(64).
       01  Aut-Field-7                          PIC X(64).

      *> ---------------------------------------------------------------
      *> The approvals that could satisfy this check: today's, for
      *> this user, program, action and subject, from someone else.
      *> ---------------------------------------------------------------
       01  Aut-Permitted-Sw                     PIC X(1).
           88 Aut-Permitted                     VALUE 'Y'.
       01  Aut-Perm-User                        PIC X(16).
       01  Aut-Perm-Pgm                         PIC X(08).
       01  Aut-Perm-Action                      PIC X(10).
       01  Aut-Max-Candidates                   PIC 9(03) VALUE 100.
       01  Aut-Candidate-Count                  PIC 9(03) VALUE 0.
       01  Aut-Candidate-Table.
           05 Aut-Candidate OCCURS 100 TIMES.
              10 Aut-Cd-Id                      PIC 9(06).
              10 Aut-Cd-Approver                PIC X(16).
              10 Aut-Cd-Used-Sw                 PIC X(01).
                 88 Aut-Cd-Used                 VALUE 'Y'.
       01  Aut-Cd-Sub                           PIC 9(03).
       01  Aut-Cd-Hit                           PIC 9(03).
       01  Aut-High-Id                          PIC 9(06) VALUE 0.
       01  Aut-Line-Id                          PIC 9(06).
       01  Aut-Approvals-Line                   PIC X(400).
       01  Aut-Write-RC                         PIC S9(9) COMP-5.

       01  Aut-Log-Result                       PIC X(08).
       01  Aut-Log-Pgm                          PIC X(08).
       01  Aut-Log-Action                       PIC X(10).
       01  Aut-Log-Subject                      PIC X(96).
       01  Aut-Log-Dual                         PIC X(16).
       01  Aut-Log-RC                           PIC X(04).
       01  Aut-RC-Disp                          PIC ZZZ9.

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".

       LINKAGE SECTION.
       COPY "STRMAUTHcb.cpy".

       PROCEDURE DIVISION USING Strmauth-CB.

       0000-Main-Logic.
      *> The shared RETURN-CODE register belongs to the caller; the
      *> STREAMIO calls below must not leak a status into it.
           MOVE RETURN-CODE TO Aut-Saved-RC
           MOVE 'STRMAUTC' TO SCB-Calling-Program
           MOVE 'N' TO SCB-Abend-On-Error
           MOVE FUNCTION CURRENT-DATE TO Aut-Current-Date
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT Aut-User FROM ENVIRONMENT-VALUE
           IF Aut-User = SPACES
              MOVE 'UNKNOWN' TO Aut-User
           END-IF
           IF NOT Aut-Loaded
              PERFORM 1000-Load-Roles-File THRU 1000-Exit
           END-IF
           EVALUATE TRUE
              WHEN Auth-CB-Check
                 PERFORM 2000-Check-Action THRU 2000-Exit
              WHEN Auth-CB-Taken
                 PERFORM 4000-Record-Taken THRU 4000-Exit
              WHEN Auth-CB-Approve
                 PERFORM 5000-Record-Approval THRU 5000-Exit
              WHEN OTHER
                 MOVE 'D' TO Auth-CB-Result-Sw
                 MOVE 'UNKNOWN AUTHORIZATION FUNCTION'
                    TO Auth-CB-Reason
           END-EVALUATE
           MOVE Aut-Saved-RC TO RETURN-CODE
           GOBACK
           .

      *> ---------------------------------------------------------------
      *> 1000-Load-Roles-File - the authorization file into storage,
      *> first call only.
      *> ---------------------------------------------------------------
       1000-Load-Roles-File.
           MOVE 'Y' TO Aut-Loaded-Sw
           MOVE Aut-Roles-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Aut-Load-Failed-Sw
              GO TO 1000-Exit
           END-IF
           MOVE SCB-Handle TO Aut-Handle
           MOVE 'N' TO Aut-Eof-Sw
           PERFORM 1100-Load-One-Line THRU 1100-Exit
              UNTIL Aut-Eof
           MOVE Aut-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       1000-Exit.
           EXIT.

       1100-Load-One-Line.
           MOVE Aut-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              IF SCB-Return-Code NOT = 10
                 MOVE 'Y' TO Aut-Load-Failed-Sw
              END-IF
              MOVE 'Y' TO Aut-Eof-Sw
              GO TO 1100-Exit
           END-IF
           MOVE SPACES TO Aut-Field-Lead Aut-Field-1 Aut-Field-2
                          Aut-Field-3
           EVALUATE TRUE
              WHEN Streamio-Record-Data(1:5) = 'USER='
                 UNSTRING Streamio-Record-Data
                     DELIMITED BY "USER=" OR " ROLE="
                     INTO Aut-Field-Lead, Aut-Field-1, Aut-Field-2
                 END-UNSTRING
                 IF Aut-Field-1 = SPACES OR Aut-Field-2 = SPACES
                    OR Aut-Member-Count >= Aut-Max-Members
                    GO TO 1100-Exit
                 END-IF
                 ADD 1 TO Aut-Member-Count
                 MOVE Aut-Field-1 TO Aut-Mb-User(Aut-Member-Count)
                 MOVE Aut-Field-2 TO Aut-Mb-Role(Aut-Member-Count)
              WHEN Streamio-Record-Data(1:5) = 'ROLE='
                 UNSTRING Streamio-Record-Data
                     DELIMITED BY "ROLE=" OR " PGM=" OR " ACTION="
                     INTO Aut-Field-Lead, Aut-Field-1, Aut-Field-2,
                          Aut-Field-3
                 END-UNSTRING
                 IF Aut-Field-1 = SPACES OR Aut-Field-2 = SPACES
                    OR Aut-Field-3 = SPACES
                    OR Aut-Perm-Count >= Aut-Max-Perms
                    GO TO 1100-Exit
                 END-IF
                 ADD 1 TO Aut-Perm-Count
                 MOVE Aut-Field-1 TO Aut-Pm-Role(Aut-Perm-Count)
                 MOVE Aut-Field-2 TO Aut-Pm-Pgm(Aut-Perm-Count)
                 MOVE Aut-Field-3 TO Aut-Pm-Action(Aut-Perm-Count)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       1100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Check-Action - role first, then (if asked for) the
      *> second user's approval; one security-log line either way.
      *> ---------------------------------------------------------------
       2000-Check-Action.
           MOVE Aut-User TO Auth-CB-User
           MOVE SPACES TO Auth-CB-Role Auth-CB-Approver Auth-CB-Reason
           MOVE 'D' TO Auth-CB-Result-Sw
           MOVE Aut-User TO Aut-Perm-User
           MOVE Auth-CB-Program TO Aut-Perm-Pgm
           MOVE Auth-CB-Action TO Aut-Perm-Action
           PERFORM 3000-Find-Permission THRU 3000-Exit
           IF Aut-Permitted AND Auth-CB-Dual-Required
              PERFORM 3500-Find-Approval THRU 3500-Exit
           END-IF
           IF Auth-CB-Reason = SPACES
              MOVE 'G' TO Auth-CB-Result-Sw
              MOVE 'GRANT' TO Aut-Log-Result
           ELSE
              MOVE 'DENY' TO Aut-Log-Result
           END-IF
           MOVE Auth-CB-Program TO Aut-Log-Pgm
           MOVE Auth-CB-Action TO Aut-Log-Action
           MOVE Auth-CB-Subject TO Aut-Log-Subject
           MOVE Auth-CB-Approver TO Aut-Log-Dual
           MOVE '-' TO Aut-Log-RC
           PERFORM 7000-Write-Log-Line THRU 7000-Exit
           .
       2000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Find-Permission - does Aut-Perm-User hold a role that
      *> may run Aut-Perm-Pgm Aut-Perm-Action?  A miss leaves the
      *> reason in Auth-CB-Reason.
      *> ---------------------------------------------------------------
       3000-Find-Permission.
           MOVE 'N' TO Aut-Permitted-Sw
           IF Aut-Load-Failed
              MOVE 'AUTHORIZATION FILE UNREADABLE' TO Auth-CB-Reason
              GO TO 3000-Exit
           END-IF
           PERFORM 3100-Check-One-Member THRU 3100-Exit
              VARYING Aut-Mb-Sub FROM 1 BY 1
              UNTIL Aut-Mb-Sub > Aut-Member-Count OR Aut-Permitted
           IF NOT Aut-Permitted
              STRING 'NO ROLE GRANTS '
                     FUNCTION TRIM(Aut-Perm-Pgm, TRAILING) ' '
                     FUNCTION TRIM(Aut-Perm-Action, TRAILING)
                     DELIMITED BY SIZE
                     INTO Auth-CB-Reason
              END-STRING
           END-IF
           .
       3000-Exit.
           EXIT.

       3100-Check-One-Member.
           IF Aut-Mb-User(Aut-Mb-Sub) NOT = Aut-Perm-User
              GO TO 3100-Exit
           END-IF
           PERFORM 3110-Check-One-Perm THRU 3110-Exit
              VARYING Aut-Pm-Sub FROM 1 BY 1
              UNTIL Aut-Pm-Sub > Aut-Perm-Count OR Aut-Permitted
           .
       3100-Exit.
           EXIT.

       3110-Check-One-Perm.
           IF Aut-Pm-Role(Aut-Pm-Sub) = Aut-Mb-Role(Aut-Mb-Sub)
              AND Aut-Pm-Pgm(Aut-Pm-Sub) = Aut-Perm-Pgm
              AND (Aut-Pm-Action(Aut-Pm-Sub) = Aut-Perm-Action
                   OR Aut-Pm-Action(Aut-Pm-Sub) = '*')
              MOVE 'Y' TO Aut-Permitted-Sw
              MOVE Aut-Mb-Role(Aut-Mb-Sub) TO Auth-CB-Role
           END-IF
           .
       3110-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3500-Find-Approval - the first unused approval that fits;
      *> using it is recorded in the approvals file itself, so it
      *> can never satisfy a second run.
      *> ---------------------------------------------------------------
       3500-Find-Approval.
           PERFORM 6000-Load-Approvals THRU 6000-Exit
           MOVE 0 TO Aut-Cd-Hit
           PERFORM 3510-Check-One-Candidate THRU 3510-Exit
              VARYING Aut-Cd-Sub FROM 1 BY 1
              UNTIL Aut-Cd-Sub > Aut-Candidate-Count OR Aut-Cd-Hit > 0
           IF Aut-Cd-Hit = 0
              MOVE 'NO UNUSED SECOND-USER APPROVAL FOR TODAY'
                 TO Auth-CB-Reason
              GO TO 3500-Exit
           END-IF
           MOVE Aut-Cd-Approver(Aut-Cd-Hit) TO Auth-CB-Approver
           MOVE Aut-Cd-Id(Aut-Cd-Hit) TO Auth-CB-Approval-Id
           MOVE SPACES TO Aut-Approvals-Line
           STRING 'USED=' Aut-Cd-Id(Aut-Cd-Hit)
                  ' TIME=' Aut-Current-Date(1:14)
                  ' USER=' FUNCTION TRIM(Aut-User, TRAILING)
                  DELIMITED BY SIZE
                  INTO Aut-Approvals-Line
           END-STRING
           PERFORM 6500-Append-Approvals-Line THRU 6500-Exit
           IF SCB-Return-Code NOT = 0
              MOVE SPACES TO Auth-CB-Approver
              MOVE 'APPROVALS FILE UNWRITABLE' TO Auth-CB-Reason
           END-IF
           .
       3500-Exit.
           EXIT.

       3510-Check-One-Candidate.
           IF NOT Aut-Cd-Used(Aut-Cd-Sub)
              AND Aut-Cd-Approver(Aut-Cd-Sub) NOT = Aut-User
              MOVE Aut-Cd-Sub TO Aut-Cd-Hit
           END-IF
           .
       3510-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Record-Taken - the granted action has run; log how it
      *> ended.
      *> ---------------------------------------------------------------
       4000-Record-Taken.
           MOVE 'DONE' TO Aut-Log-Result
           MOVE Auth-CB-Program TO Aut-Log-Pgm
           MOVE Auth-CB-Action TO Aut-Log-Action
           MOVE Auth-CB-Subject TO Aut-Log-Subject
           MOVE Auth-CB-Approver TO Aut-Log-Dual
           MOVE Auth-CB-Outcome-RC TO Aut-RC-Disp
           MOVE FUNCTION TRIM(Aut-RC-Disp) TO Aut-Log-RC
           MOVE SPACES TO Auth-CB-Reason
           PERFORM 7000-Write-Log-Line THRU 7000-Exit
           .
       4000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Record-Approval - the session user approves the
      *> requester's action.  The approver needs STRMAUTH APPROVE
      *> and cannot be the requester; the approval is logged with
      *> PGM=STRMAUTH ACTION=APPROVE, the approved program, action
      *> and subject as its subject and the requester as the other
      *> half of the pair.
      *> ---------------------------------------------------------------
       5000-Record-Approval.
           MOVE Aut-User TO Auth-CB-User
           MOVE SPACES TO Auth-CB-Role Auth-CB-Approver Auth-CB-Reason
           MOVE 0 TO Auth-CB-Approval-Id
           MOVE 'D' TO Auth-CB-Result-Sw
           MOVE Aut-User TO Aut-Perm-User
           MOVE 'STRMAUTH' TO Aut-Perm-Pgm
           MOVE 'APPROVE' TO Aut-Perm-Action
           PERFORM 3000-Find-Permission THRU 3000-Exit
           IF Aut-Permitted AND Auth-CB-Requester = Aut-User
              MOVE 'A USER CANNOT APPROVE THEIR OWN ACTION'
                 TO Auth-CB-Reason
           END-IF
           IF Auth-CB-Reason = SPACES
              PERFORM 6000-Load-Approvals THRU 6000-Exit
              ADD 1 TO Aut-High-Id GIVING Auth-CB-Approval-Id
              MOVE SPACES TO Aut-Approvals-Line
              STRING 'APPROVAL=' Auth-CB-Approval-Id
                     ' TIME=' Aut-Current-Date(1:14)
                     ' APPROVER=' FUNCTION TRIM(Aut-User, TRAILING)
                     ' REQUESTER='
                     FUNCTION TRIM(Auth-CB-Requester, TRAILING)
                     ' PGM=' FUNCTION TRIM(Auth-CB-Program, TRAILING)
                     ' ACTION=' FUNCTION TRIM(Auth-CB-Action, TRAILING)
                     ' SUBJECT='
                     FUNCTION TRIM(Auth-CB-Subject, TRAILING)
                     DELIMITED BY SIZE
                     INTO Aut-Approvals-Line
              END-STRING
              PERFORM 6500-Append-Approvals-Line THRU 6500-Exit
              IF SCB-Return-Code NOT = 0
                 MOVE 0 TO Auth-CB-Approval-Id
                 MOVE 'APPROVALS FILE UNWRITABLE' TO Auth-CB-Reason
              END-IF
           END-IF
           IF Auth-CB-Reason = SPACES
              MOVE 'G' TO Auth-CB-Result-Sw
              MOVE 'APPROVE' TO Aut-Log-Result
           ELSE
              MOVE 'DENY' TO Aut-Log-Result
           END-IF
           MOVE 'STRMAUTH' TO Aut-Log-Pgm
           MOVE 'APPROVE' TO Aut-Log-Action
           MOVE SPACES TO Aut-Log-Subject
           STRING FUNCTION TRIM(Auth-CB-Program, TRAILING) ':'
                  FUNCTION TRIM(Auth-CB-Action, TRAILING) ':'
                  FUNCTION TRIM(Auth-CB-Subject, TRAILING)
                  DELIMITED BY SIZE
                  INTO Aut-Log-Subject
           END-STRING
           MOVE Auth-CB-Requester TO Aut-Log-Dual
           MOVE '-' TO Aut-Log-RC
           PERFORM 7000-Write-Log-Line THRU 7000-Exit
           .
       5000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6000-Load-Approvals - the highest approval number so far,
      *> and the approvals that would satisfy the current check.
      *> No file yet just means no approvals yet.
      *> ---------------------------------------------------------------
       6000-Load-Approvals.
           MOVE 0 TO Aut-Candidate-Count Aut-High-Id
           MOVE Aut-Approvals-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              GO TO 6000-Exit
           END-IF
           MOVE SCB-Handle TO Aut-Handle
           MOVE 'N' TO Aut-Eof-Sw
           PERFORM 6100-Load-One-Approval THRU 6100-Exit
              UNTIL Aut-Eof
           MOVE Aut-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       6000-Exit.
           EXIT.

       6100-Load-One-Approval.
           MOVE Aut-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Aut-Eof-Sw
              GO TO 6100-Exit
           END-IF
           MOVE SPACES TO Aut-Field-Lead Aut-Field-1 Aut-Field-2
                          Aut-Field-3 Aut-Field-4 Aut-Field-5
                          Aut-Field-6 Aut-Field-7
           EVALUATE TRUE
              WHEN Streamio-Record-Data(1:9) = 'APPROVAL='
                 UNSTRING Streamio-Record-Data
                     DELIMITED BY "APPROVAL=" OR " TIME="
                                 OR " APPROVER=" OR " REQUESTER="
                                 OR " PGM=" OR " ACTION="
                                 OR " SUBJECT="
                     INTO Aut-Field-Lead, Aut-Field-1, Aut-Field-2,
                          Aut-Field-3, Aut-Field-4, Aut-Field-5,
                          Aut-Field-6, Aut-Field-7
                 END-UNSTRING
                 IF Aut-Field-1(1:6) IS NOT NUMERIC
                    GO TO 6100-Exit
                 END-IF
                 MOVE Aut-Field-1(1:6) TO Aut-Line-Id
                 IF Aut-Line-Id > Aut-High-Id
                    MOVE Aut-Line-Id TO Aut-High-Id
                 END-IF
                 IF Auth-CB-Check
                    AND Aut-Field-2(1:8) = Aut-Current-Date(1:8)
                    AND Aut-Field-4 = Aut-User
                    AND Aut-Field-5 = Auth-CB-Program
                    AND Aut-Field-6 = Auth-CB-Action
                    AND Aut-Field-7 = Auth-CB-Subject
                    AND Aut-Candidate-Count < Aut-Max-Candidates
                    ADD 1 TO Aut-Candidate-Count
                    MOVE Aut-Line-Id
                       TO Aut-Cd-Id(Aut-Candidate-Count)
                    MOVE Aut-Field-3
                       TO Aut-Cd-Approver(Aut-Candidate-Count)
                    MOVE 'N' TO Aut-Cd-Used-Sw(Aut-Candidate-Count)
                 END-IF
              WHEN Streamio-Record-Data(1:5) = 'USED='
                 UNSTRING Streamio-Record-Data
                     DELIMITED BY "USED=" OR " TIME=" OR " USER="
                     INTO Aut-Field-Lead, Aut-Field-1, Aut-Field-2,
                          Aut-Field-3
                 END-UNSTRING
                 IF Aut-Field-1(1:6) IS NUMERIC
                    MOVE Aut-Field-1(1:6) TO Aut-Line-Id
                    PERFORM 6110-Mark-One-Used THRU 6110-Exit
                       VARYING Aut-Cd-Sub FROM 1 BY 1
                       UNTIL Aut-Cd-Sub > Aut-Candidate-Count
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       6100-Exit.
           EXIT.

       6110-Mark-One-Used.
           IF Aut-Cd-Id(Aut-Cd-Sub) = Aut-Line-Id
              MOVE 'Y' TO Aut-Cd-Used-Sw(Aut-Cd-Sub)
           END-IF
           .
       6110-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6500-Append-Approvals-Line - Aut-Approvals-Line onto the
      *> approvals file; SCB-Return-Code says whether it made it.
      *> ---------------------------------------------------------------
       6500-Append-Approvals-Line.
           MOVE Aut-Approvals-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              GO TO 6500-Exit
           END-IF
           MOVE SCB-Handle TO Aut-Handle
           MOVE Aut-Approvals-Line TO Streamio-Record-Data
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE SCB-Return-Code TO Aut-Write-RC
           MOVE Aut-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF Aut-Write-RC NOT = 0
              MOVE Aut-Write-RC TO SCB-Return-Code
           END-IF
           .
       6500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7000-Write-Log-Line - one line onto the day's security log,
      *> strmauth_YYYYMMDD.log, every keyword always present ("-"
      *> for nothing) so STRMAUTH REPORT can split it.
      *> ---------------------------------------------------------------
       7000-Write-Log-Line.
           MOVE SPACES TO Aut-Log-Filename
           STRING 'strmauth_' Aut-Current-Date(1:8) '.log'
                  DELIMITED BY SIZE
                  INTO Aut-Log-Filename
           END-STRING
           IF Aut-Log-Subject = SPACES
              MOVE '-' TO Aut-Log-Subject
           END-IF
           IF Aut-Log-Dual = SPACES
              MOVE '-' TO Aut-Log-Dual
           END-IF
           IF Auth-CB-Role = SPACES
              MOVE '-' TO Auth-CB-Role
           END-IF
           MOVE Aut-Log-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMAUTC: SECURITY LOG "
                      FUNCTION TRIM(Aut-Log-Filename, TRAILING)
                      " UNWRITABLE - " FUNCTION TRIM(Aut-Log-Result)
                      " OF " FUNCTION TRIM(Aut-Log-Pgm) " "
                      FUNCTION TRIM(Aut-Log-Action) " NOT LOGGED"
              GO TO 7000-Exit
           END-IF
           MOVE SCB-Handle TO Aut-Handle
           MOVE SPACES TO Streamio-Record-Data
           STRING 'TIME=' Aut-Current-Date(1:14)
                  ' USER=' FUNCTION TRIM(Aut-User, TRAILING)
                  ' RESULT=' FUNCTION TRIM(Aut-Log-Result, TRAILING)
                  ' PGM=' FUNCTION TRIM(Aut-Log-Pgm, TRAILING)
                  ' ACTION=' FUNCTION TRIM(Aut-Log-Action, TRAILING)
                  ' ROLE=' FUNCTION TRIM(Auth-CB-Role, TRAILING)
                  ' DUAL=' FUNCTION TRIM(Aut-Log-Dual, TRAILING)
                  ' RC=' FUNCTION TRIM(Aut-Log-RC, TRAILING)
                  ' SUBJECT=' FUNCTION TRIM(Aut-Log-Subject, TRAILING)
                  ' REASON=' FUNCTION TRIM(Auth-CB-Reason, TRAILING)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
           END-STRING
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE Aut-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF Auth-CB-Role = '-'
              MOVE SPACES TO Auth-CB-Role
           END-IF
           .
       7000-Exit.
           EXIT.
