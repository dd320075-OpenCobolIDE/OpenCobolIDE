      *> ** untouched so the rerun is judged against the same         **
      *> ** expectation.                                              **
      *> **                                                           **
      *> ** FORCE overrides the register, so it is for authorized     **
      *> ** users only: STRMAUTC must find the user in a role         **
      *> ** granting STRMSEQ FORCE before the feed is even read.  A   **
      *> ** refusal ends the step with RC 16; the grant and the       **
      *> ** step's outcome go to the security log (see STRMAUTH.cbl). **
      *> **                                                           **
      *> ** The register (strmseq_registry.dat) is one line per       **
      *> ** source in the package's keyword format:                   **
      *> **    SRC=name LAST=batchid DATE=rundate                     **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  no usable 'H' record, a batch id that isn't       **
      *> **        numeric, or FORCE not authorized                   **
      *> **     8  gap, repeat, or out-of-order batch id (register    **
      *> **        left untouched; rerun judged the same way)         **
      *> **     0  in sequence, register advanced                     **
      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-09-02  GLC  Original.                                **
      *> ** 2026-10-15  GLC  FORCE is refused (RC 16) unless STRMAUTC **
      *> **                  finds a role granting it; the grant and  **
      *> **                  outcome are logged.                      **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMSEQ.
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STRMAUTHcb.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF Seq-Force
              PERFORM 1500-Check-Authority THRU 1500-Exit
              IF NOT Auth-CB-Granted
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-Goback
              END-IF
           END-IF
           PERFORM 2000-Read-Feed-Header THRU 2000-Exit
           IF NOT Seq-Header-Ok
              DISPLAY "STRMSEQ: NO USABLE 'H' RECORD IN "
           PERFORM 8000-Print-Report THRU 8000-Exit
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
           MOVE 'STRMSEQ' TO Auth-CB-Program
           MOVE 'FORCE' TO Auth-CB-Action
           MOVE Seq-Source-Name TO Auth-CB-Subject
           MOVE 'N' TO Auth-CB-Dual-Sw
           CALL "STRMAUTC" USING Strmauth-CB
           IF NOT Auth-CB-Granted
              DISPLAY "STRMSEQ: FORCE REFUSED FOR "
                      FUNCTION TRIM(Auth-CB-User, TRAILING) " - "
                      FUNCTION TRIM(Auth-CB-Reason, TRAILING)
           END-IF
           .
       1500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Read-Feed-Header - one fixed read; only the leading
      *> 'H' record matters here, the rest of the feed is STRMVAL's
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
              IF Seq-Abort-Error AND Auth-CB-Outcome-RC < 8
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
