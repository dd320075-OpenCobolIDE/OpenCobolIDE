      *> ** strmtbl_audit.dat, the user taken from the session's      **
      *> ** USER environment value.                                   **
      *> **                                                           **
      *> ** ADD and EXPIRE change what every edit accepts tonight, so **
      *> ** they are for authorized users only: STRMAUTC must find    **
      *> ** the user in a role granting STRMTBL ADD or EXPIRE before  **
      *> ** the table file is touched.  A refusal ends the step with  **
      *> ** RC 16; the grant and the step's outcome go to the         **
      *> ** security log (see STRMAUTH.cbl).                          **
      *> **                                                           **
      *> ** RETURN-CODE: 16 unusable parameters or table file, or an  **
      *> ** unauthorized ADD or EXPIRE; 8 an ADD that collides or an  **
      *> ** EXPIRE that finds nothing; 4 a LOOKUP miss; 0 otherwise.  **
      *> **                                                           **
      *> ** Modification History:                                     **
      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-09-02  GLC  Original.                                **
      *> ** 2026-10-15  GLC  ADD and EXPIRE are refused (RC 16)       **
      *> **                  unless STRMAUTC finds a role granting    **
      *> **                  them; the grant and outcome are logged.  **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMTBL.
       COPY "STREAMIORec.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STRMTBLcb.cpy".
       COPY "STRMAUTHcb.cpy".

       PROCEDURE DIVISION.

              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           IF Tbm-Mode-Add OR Tbm-Mode-Expire
              PERFORM 1500-Check-Authority THRU 1500-Exit
              IF NOT Auth-CB-Granted
                 MOVE 16 TO RETURN-CODE
                 GO TO 0000-Goback
              END-IF
           END-IF
           PERFORM 2000-Load-Table-File THRU 2000-Exit
           EVALUATE TRUE
              WHEN Tbm-Mode-Add
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
      *> 1500-Check-Authority - ADD and EXPIRE need a role granting
      *> them; the subject logged is the table and code.
      *> ---------------------------------------------------------------
       1500-Check-Authority.
           INITIALIZE Strmauth-CB
           MOVE 'C' TO Auth-CB-Function
           MOVE 'STRMTBL' TO Auth-CB-Program
           MOVE Tbm-Mode-Parm TO Auth-CB-Action
           STRING FUNCTION TRIM(Tbm-Tok-Table, TRAILING) ':'
                  FUNCTION TRIM(Tbm-Tok-Code, TRAILING)
                  DELIMITED BY SIZE
                  INTO Auth-CB-Subject
           END-STRING
           CALL "STRMAUTC" USING Strmauth-CB
           IF NOT Auth-CB-Granted
              DISPLAY "STRMTBL: " FUNCTION TRIM(Tbm-Mode-Parm)
                      " REFUSED FOR "
                      FUNCTION TRIM(Auth-CB-User, TRAILING) " - "
                      FUNCTION TRIM(Auth-CB-Reason, TRAILING)
           END-IF
           .
       1500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Table-File - the whole table file into storage;
      *> no file yet just means no tables yet.
       7500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8800-Record-Authority-Use - a granted ADD or EXPIRE has run;
      *> its outcome goes to the security log.
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
