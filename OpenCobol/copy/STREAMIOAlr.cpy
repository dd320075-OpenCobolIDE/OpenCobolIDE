      *> ***************************************************************
      *> ** Author: Gary L. Cutler                                    **
      *> **         CutlerGL@gmail.com                                **
      *> **                                                           **
      *> ** Statement body of the shop-standard operator-alert        **
      *> ** paragraph.  COPY this inside a paragraph of your own (by  **
      *> ** convention 8500-Raise-Alert) and also COPY                **
      *> ** STREAMIOAlrWS.cpy into WORKING-STORAGE; see the comments  **
      *> ** there for the fields the program fills in first.  One     **
      *> ** line is appended to today's streamio_error_YYYYMMDD.log:  **
      *> **                                                           **
      *> **    YYYY-MM-DD HH:MM:SS PGM=p FILE=subject FUNC=cc MODE=A  **
      *> **    SEV=E RC=n                                             **
      *> **                                                           **
      *> ** (one line), for STRMALRT to page on.  As with the         **
      *> ** handoff record, a failure to raise the alert never        **
      *> ** changes the program's RETURN-CODE - the program's own     **
      *> ** report still says what it found.  Strm-AR-Count counts    **
      *> ** the alerts raised this run.                               **
      *> ***************************************************************
           MOVE RETURN-CODE TO Strm-AR-Saved-RC
           MOVE FUNCTION CURRENT-DATE TO Strm-AR-Current-Date
           MOVE Strm-AR-Code TO Strm-AR-Code-Display
           IF Strm-AR-Severity NOT = 'F'
              MOVE 'E' TO Strm-AR-Severity
           END-IF
           MOVE SPACES TO Strm-AR-Filename
           STRING "streamio_error_" Strm-AR-Current-Date(1:8)
                  ".log"
                  DELIMITED BY SIZE
                  INTO Strm-AR-Filename
           END-STRING
           MOVE SPACES TO Strm-AR-Rec
           STRING Strm-AR-Current-Date(1:4) "-"
                  Strm-AR-Current-Date(5:2) "-"
                  Strm-AR-Current-Date(7:2) " "
                  Strm-AR-Current-Date(9:2) ":"
                  Strm-AR-Current-Date(11:2) ":"
                  Strm-AR-Current-Date(13:2)
                  " PGM=" FUNCTION TRIM(Strm-AR-Program, TRAILING)
                  " FILE=" FUNCTION TRIM(Strm-AR-Subject, TRAILING)
                  " FUNC=" Strm-AR-Condition
                  " MODE=A"
                  " SEV=" Strm-AR-Severity
                  " RC=" Strm-AR-Code-Display
                  X"0A"
                  DELIMITED BY SIZE
                  INTO Strm-AR-Rec
           END-STRING
           CALL "CBL_OPEN_FILE" USING Strm-AR-Filename
                                      Strm-AR-Access-IO
                                      Strm-AR-Deny-None
                                      Strm-AR-Device-Disk
                                      Strm-AR-Handle
           MOVE RETURN-CODE TO Strm-AR-Return
           IF Strm-AR-Return = 35
              CALL "CBL_OPEN_FILE" USING Strm-AR-Filename
                                         Strm-AR-Access-Output
                                         Strm-AR-Deny-None
                                         Strm-AR-Device-Disk
                                         Strm-AR-Handle
              MOVE RETURN-CODE TO Strm-AR-Return
           END-IF
           IF Strm-AR-Return = 0
              CALL "CBL_CHECK_FILE_EXIST" USING Strm-AR-Filename
                                                Strm-AR-File-Details
              MOVE RETURN-CODE TO Strm-AR-Return
              IF Strm-AR-Return = 0
                 MOVE Strm-AR-FD-Size TO Strm-AR-Offset
              ELSE
                 MOVE 0 TO Strm-AR-Offset
              END-IF
              COMPUTE Strm-AR-Size = FUNCTION LENGTH(
                 FUNCTION TRIM(Strm-AR-Rec, TRAILING))
              CALL "CBL_WRITE_FILE" USING Strm-AR-Handle
                                          Strm-AR-Offset
                                          Strm-AR-Size
                                          Strm-AR-Flags
                                          Strm-AR-Rec
              CALL "CBL_CLOSE_FILE" USING Strm-AR-Handle
              ADD 1 TO Strm-AR-Count
           END-IF
      *> CBL_OPEN_FILE and friends leave their status in RETURN-CODE;
      *> the job's own completion code was captured above and must
      *> survive this paragraph.
           MOVE Strm-AR-Saved-RC TO RETURN-CODE
           .
