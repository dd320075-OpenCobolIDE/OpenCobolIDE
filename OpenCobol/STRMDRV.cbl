      *> ** at step start, not double every append-mode output and   **
      *> ** surface as a balance break the next morning.             **
      *> **                                                           **
      *> ** FORCE is for authorized users only: STRMAUTC must find    **
      *> ** the user in a role granting STRMDRV FORCE before the      **
      *> ** control file is even opened.  A refusal ends the step     **
      *> ** with RC 16; the grant and the step's outcome go to the    **
      *> ** security log (see STRMAUTH.cbl).                          **
      *> **                                                           **
      *> ** The control file holds one directive per line, space-    **
      *> ** separated, blank lines and lines starting with "*" are   **
      *> ** ignored as comments:                                     **
      *> **                  records (STREAMIOHnd.cpy) for the input  **
      *> **                  stream and every output at end of step,  **
      *> **                  so STRMBAL can balance the chain.        **
      *> ** 2026-10-15  GLC  FORCE is refused (RC 16) unless STRMAUTC **
      *> **                  finds a role granting it; the grant and  **
      *> **                  outcome are logged.                      **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMDRV.
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOHndWS.cpy".
       COPY "STRMAUTHcb.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF Drv-Force
              PERFORM 1500-Check-Authority THRU 1500-Exit
              IF NOT Auth-CB-Granted
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-Goback
              END-IF
           END-IF
           PERFORM 2000-Open-Control THRU 2000-Exit
           IF SCB-Return-Code = 0
              PERFORM 3000-Scan-Control THRU 3000-Exit
              PERFORM 8300-Write-Handoffs THRU 8300-Exit
           END-IF
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
      *> 1500-Check-Authority - FORCE needs a role granting it.
      *> ---------------------------------------------------------------
       1500-Check-Authority.
           INITIALIZE Strmauth-CB
           MOVE 'C' TO Auth-CB-Function
           MOVE 'STRMDRV' TO Auth-CB-Program
           MOVE 'FORCE' TO Auth-CB-Action
           MOVE Drv-Control-Filename TO Auth-CB-Subject
           MOVE 'N' TO Auth-CB-Dual-Sw
           CALL "STRMAUTC" USING Strmauth-CB
           IF NOT Auth-CB-Granted
              DISPLAY "STRMDRV: FORCE REFUSED FOR "
                      FUNCTION TRIM(Auth-CB-User, TRAILING) " - "
                      FUNCTION TRIM(Auth-CB-Reason, TRAILING)
           END-IF
           .
       1500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Open-Control.
      *> ---------------------------------------------------------------
       8000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8800-Record-Authority-Use - a granted FORCE has run; its
      *> outcome goes to the security log.  A deferred I/O error is
      *> still to raise the completion code to at least 8.
      *> ---------------------------------------------------------------
       8800-Record-Authority-Use.
           IF Auth-CB-Granted
              MOVE 'T' TO Auth-CB-Function
              MOVE RETURN-CODE TO Auth-CB-Outcome-RC
              IF Drv-Abort-Error AND Auth-CB-Outcome-RC < 8
                 MOVE 8 TO Auth-CB-Outcome-RC
              END-IF
              CALL "STRMAUTC" USING Strmauth-CB
           END-IF
           .
       8800-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8500-Register-Run - append this completed run to the
      *> registry, with the completion code 4500-Check-Run-Registry
