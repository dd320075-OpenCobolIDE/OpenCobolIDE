      *> ** than the key file supplies (RC 8) rather than writing     **
      *> ** garbage that looks like data.                             **
      *> **                                                           **
      *> ** UNPROTECT puts a partner key to use, so it is for         **
      *> ** authorized users only and under dual control: before the  **
      *> ** key file is even read, STRMAUTC must find the user in a   **
      *> ** role granting STRMCRY UNPROTECT and an unused approval    **
      *> ** recorded today by a second user (STRMAUTH APPROVE) for    **
      *> ** this user and this key file, named exactly as on the      **
      *> ** command line.  A refusal ends the step with RC 16; the    **
      *> ** grant and the step's outcome go to the security log (see  **
      *> ** STRMAUTH.cbl).                                            **
      *> **                                                           **
      *> ** The payload moves byte at a time through the fixed        **
      *> ** one-byte read (the same loop shape STREAMIO's own         **
      *> ** delimited read uses), with SCB-Buffer-Size batching the   **
      *> ** physical writes.                                          **
      *> **                                                           **
      *> ** RETURN-CODE: 16 when the mode or key file is unusable,    **
      *> ** UNPROTECT is not authorized, or an UNPROTECT input has    **
      *> ** no STRMCRY1 header; 8 on a key-id mismatch; I/O errors    **
      *> ** report through STREAMIOError on its usual scale.          **
      *> **                                                           **
      *> ** As with STRMCMP, the one and only call to STREAMIOError   **
      *> ** is deferred to the very end of the run, after every other **
      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-09-02  GLC  Original.                                **
      *> ** 2026-10-15  GLC  UNPROTECT is refused (RC 16) unless      **
      *> **                  STRMAUTC finds a role granting it and a  **
      *> **                  second user's approval for the key file; **
      *> **                  the grant and outcome are logged.        **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMCRY.
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STRMAUTHcb.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF Cry-Setup-Ok AND Cry-Mode-Unprotect
              PERFORM 1500-Check-Authority THRU 1500-Exit
              IF NOT Auth-CB-Granted
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-Goback
              END-IF
           END-IF
           PERFORM 2000-Load-Key-File THRU 2000-Exit
           IF NOT Cry-Setup-Ok
              MOVE 16 TO RETURN-CODE
           PERFORM 8000-Print-Summary THRU 8000-Exit
           .
       0000-Goback.
           PERFORM 8800-Record-Authority-Use THRU 8800-Exit
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1500-Check-Authority - UNPROTECT needs a role granting it
      *> and a second user's approval for this key file.
      *> ---------------------------------------------------------------
       1500-Check-Authority.
           INITIALIZE Strmauth-CB
           MOVE 'C' TO Auth-CB-Function
           MOVE 'STRMCRY' TO Auth-CB-Program
           MOVE 'UNPROTECT' TO Auth-CB-Action
           MOVE Cry-Key-File TO Auth-CB-Subject
           MOVE 'Y' TO Auth-CB-Dual-Sw
           CALL "STRMAUTC" USING Strmauth-CB
           IF NOT Auth-CB-Granted
              DISPLAY "STRMCRY: UNPROTECT REFUSED FOR "
                      FUNCTION TRIM(Auth-CB-User, TRAILING) " - "
                      FUNCTION TRIM(Auth-CB-Reason, TRAILING)
           END-IF
           .
       1500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Key-File - KEYID= and KEY= out of the per-partner
      *> key file.
       8000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8800-Record-Authority-Use - a granted UNPROTECT has run; its
      *> outcome goes to the security log.  A deferred I/O error is
      *> still to raise the completion code to at least 8.
      *> ---------------------------------------------------------------
       8800-Record-Authority-Use.
           IF Auth-CB-Granted
              MOVE 'T' TO Auth-CB-Function
              MOVE RETURN-CODE TO Auth-CB-Outcome-RC
              IF Cry-Abort-Error AND Auth-CB-Outcome-RC < 8
                 MOVE 8 TO Auth-CB-Outcome-RC
              END-IF
              CALL "STRMAUTC" USING Strmauth-CB
           END-IF
           .
       8800-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
