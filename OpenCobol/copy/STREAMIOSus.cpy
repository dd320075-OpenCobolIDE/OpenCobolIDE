      *> ***************************************************************
      *> ** Author: Gary L. Cutler                                    **
      *> **         CutlerGL@gmail.com                                **
      *> **                                                           **
      *> ** Statement body of the shop-standard suspense-intake       **
      *> ** paragraph.  COPY this inside a paragraph of your own (by  **
      *> ** convention 8450-Write-Suspense) and also COPY             **
      *> ** STREAMIOSusWS.cpy into WORKING-STORAGE; see the comments  **
      *> ** there for the fields the program fills in first.  One     **
      *> ** record is appended to the persistent suspense file        **
      *> ** (strm_suspense.dat - never dated, never rolled; it is     **
      *> ** the suspense account itself) in the same self-describing  **
      *> ** keyword format STRMSUS writes its own actions in:         **
      *> **                                                           **
      *> **    ACT=IN ITEM=0 DATE=yyyymmdd USER=u SRC=feed PGM=p      **
      *> **    RSN=reason ACCT=a AMT=amt CODE=c REF= REC=text         **
      *> **                                                           **
      *> ** (one line).  Items are numbered by their position among   **
      *> ** the file's ACT=IN records, so the writer never has to     **
      *> ** read the file to learn the next number.  As with the      **
      *> ** handoff record, a failure to record an item never         **
      *> ** changes the program's RETURN-CODE - the program's own     **
      *> ** reject counts still tell the operator about the detail.   **
      *> ***************************************************************
           MOVE RETURN-CODE TO Strm-SU-Saved-RC
           MOVE FUNCTION CURRENT-DATE TO Strm-SU-Current-Date
           MOVE SPACES TO Strm-SU-User
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT Strm-SU-User FROM ENVIRONMENT-VALUE
           IF Strm-SU-User = SPACES
              MOVE 'UNKNOWN' TO Strm-SU-User
           END-IF
           MOVE SPACES TO Strm-SU-Rec
           STRING "ACT=IN ITEM=0 DATE=" Strm-SU-Current-Date(1:8)
                  " USER=" FUNCTION TRIM(Strm-SU-User, TRAILING)
                  " SRC=" FUNCTION TRIM(Strm-SU-Source, TRAILING)
                  " PGM=" FUNCTION TRIM(Strm-SU-Program, TRAILING)
                  " RSN=" FUNCTION TRIM(Strm-SU-Reason, TRAILING)
                  " ACCT=" FUNCTION TRIM(Strm-SU-Acct, TRAILING)
                  " AMT=" FUNCTION TRIM(Strm-SU-Amount)
                  " CODE=" FUNCTION TRIM(Strm-SU-Code, TRAILING)
                  " REF= REC="
                  FUNCTION TRIM(Strm-SU-Record, TRAILING)
                  X"0A"
                  DELIMITED BY SIZE
                  INTO Strm-SU-Rec
           END-STRING
           CALL "CBL_OPEN_FILE" USING Strm-SU-Filename
                                      Strm-SU-Access-IO
                                      Strm-SU-Deny-None
                                      Strm-SU-Device-Disk
                                      Strm-SU-Handle
           MOVE RETURN-CODE TO Strm-SU-Return
           IF Strm-SU-Return = 35
              CALL "CBL_OPEN_FILE" USING Strm-SU-Filename
                                         Strm-SU-Access-Output
                                         Strm-SU-Deny-None
                                         Strm-SU-Device-Disk
                                         Strm-SU-Handle
              MOVE RETURN-CODE TO Strm-SU-Return
           END-IF
           IF Strm-SU-Return = 0
              CALL "CBL_CHECK_FILE_EXIST" USING Strm-SU-Filename
                                                Strm-SU-File-Details
              MOVE RETURN-CODE TO Strm-SU-Return
              IF Strm-SU-Return = 0
                 MOVE Strm-SU-FD-Size TO Strm-SU-Offset
              ELSE
                 MOVE 0 TO Strm-SU-Offset
              END-IF
              COMPUTE Strm-SU-Size = FUNCTION LENGTH(
                 FUNCTION TRIM(Strm-SU-Rec, TRAILING))
              CALL "CBL_WRITE_FILE" USING Strm-SU-Handle
                                          Strm-SU-Offset
                                          Strm-SU-Size
                                          Strm-SU-Flags
                                          Strm-SU-Rec
              CALL "CBL_CLOSE_FILE" USING Strm-SU-Handle
           END-IF
      *> CBL_OPEN_FILE and friends leave their status in RETURN-CODE;
      *> the job's own completion code was captured above and must
      *> survive this paragraph.
           MOVE Strm-SU-Saved-RC TO RETURN-CODE
           .
