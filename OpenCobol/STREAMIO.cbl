      *> **                  binary data carries CR/LF bytes) nor     **
      *> **                  the fixed SCB-Record-Length read fits    **
      *> **                  records that genuinely vary.             **
      *> ** 2026-10-15  GLC  CSV lines of up to 200 fields            **
      *> **                  (STREAMIOFld.cpy), matching the layout   **
      *> **                  readers' field limit.                    **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAMIO.
           END-IF
           MOVE Strm-CSV-Fld-Len TO
              SF-Field-Length(Strm-CSV-Fld-Num)
           IF Strm-CSV-Fld-Num < 200
              ADD 1 TO Strm-CSV-Fld-Num
              MOVE 0 TO Strm-CSV-Fld-Len
              MOVE 0 TO SF-Field-Length(Strm-CSV-Fld-Num)
