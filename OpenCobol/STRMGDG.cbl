      *> ** older than the last keep-n, which is the rerun/backout    **
      *> ** window the operators agreed to keep.                      **
      *> **                                                           **
      *> ** PURGE destroys the backout window, so it is for           **
      *> ** authorized users only: STRMAUTC must find the user in a   **
      *> ** role granting STRMGDG PURGE before anything is deleted.   **
      *> ** A refusal ends the step with RC 16; the grant and the     **
      *> ** step's outcome go to the security log (see STRMAUTH.cbl). **
      *> **                                                           **
      *> ** The catalog (strmgdg_catalog.dat) is one line per base    **
      *> ** in the package's keyword format:                          **
      *> **    BASE=name CUR=nnnnn                                    **
      *> **                                                           **
      *> ** RETURN-CODE: 16 unusable parameters or an unauthorized    **
      *> ** PURGE; 8 a RESOLVE that finds no such generation (unknown **
      *> ** base, before the first, or purged away); 0 otherwise.     **
      *> **                                                           **
      *> ** Modification History:                                     **
      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-09-02  GLC  Original.                                **
      *> ** 2026-10-15  GLC  PURGE is refused (RC 16) unless STRMAUTC **
      *> **                  finds a role granting it; the grant and  **
      *> **                  outcome are logged.                      **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMGDG.
       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STRMAUTHcb.cpy".

       PROCEDURE DIVISION.

              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           IF Gdg-Mode-Purge
              PERFORM 1500-Check-Authority THRU 1500-Exit
              IF NOT Auth-CB-Granted
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-Goback
              END-IF
           END-IF
           PERFORM 2000-Load-Catalog THRU 2000-Exit
           EVALUATE TRUE
              WHEN Gdg-Mode-Assign
           END-EVALUATE
           .
       0000-Goback.
           PERFORM 8800-Record-Authority-Use THRU 8800-Exit
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           GOBACK
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1500-Check-Authority - PURGE needs a role granting it.
      *> ---------------------------------------------------------------
       1500-Check-Authority.
           INITIALIZE Strmauth-CB
           MOVE 'C' TO Auth-CB-Function
           MOVE 'STRMGDG' TO Auth-CB-Program
           MOVE 'PURGE' TO Auth-CB-Action
           MOVE Gdg-Base-Name TO Auth-CB-Subject
           MOVE 'N' TO Auth-CB-Dual-Sw
           CALL "STRMAUTC" USING Strmauth-CB
           IF NOT Auth-CB-Granted
              DISPLAY "STRMGDG: PURGE REFUSED FOR "
                      FUNCTION TRIM(Auth-CB-User, TRAILING) " - "
                      FUNCTION TRIM(Auth-CB-Reason, TRAILING)
           END-IF
           .
       1500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Catalog - the whole catalog into the table; no
      *> catalog yet just means no bases yet.
       7600-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8800-Record-Authority-Use - a granted PURGE has run; its
      *> outcome goes to the security log.
      *> ---------------------------------------------------------------
       8800-Record-Authority-Use.
           IF Auth-CB-Granted
              MOVE 'T' TO Auth-CB-Function
              MOVE RETURN-CODE TO Auth-CB-Outcome-RC
              CALL "STRMAUTC" USING Strmauth-CB
           END-IF
           .
       8800-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8900-Write-Run-Stats - the standard end-of-run statistics
      *> record (see STREAMIORun.cpy), written as the very last
