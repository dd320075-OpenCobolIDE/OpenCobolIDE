      *> ** unsigned whole number that fits the field's bytes.  A     **
      *> ** JSON null satisfies none of them.                         **
      *> **                                                           **
      *> ** When the layout is the txn-record.cpy detail (it names a  **
      *> ** txn-det-acct-no field), each rejected detail object is    **
      *> ** also put in the shared suspense file (STREAMIOSus.cpy)    **
      *> ** with the reject reason and whatever account, amount and   **
      *> ** code members it did carry, for STRMSUS to age, correct    **
      *> ** and re-release.  An object whose txn-rec-type member      **
      *> ** says it isn't a 'D' record is left to the reject file.    **
      *> **                                                           **
      *> ** The input opens with the UTF-8 codepage (STRMXPT's own    **
      *> ** output convention - a leading BOM is stripped, ASCII      **
      *> ** text passes through); the fixed output opens              **
      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-09-02  GLC  Original.                                **
      *> ** 2026-10-15  GLC  Rejected txn detail objects also go to   **
      *> **                  the shared suspense file for STRMSUS.    **
      *> ** 2026-10-15  GLC  Layouts of up to 200 fields accepted     **
      *> **                  (was 50), so generated layouts with      **
      *> **                  expanded OCCURS tables load whole.       **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMJIM.
      *> string or number or null, and the value text.
      *> ---------------------------------------------------------------
       01  Jim-Lrecl                            PIC 9(05) VALUE 0.
       01  Jim-Max-Fields                       PIC 9(03) VALUE 200.
       01  Jim-Field-Count                      PIC 9(03) VALUE 0.
       01  Jim-Field-Table.
           05 Jim-Field-Entry OCCURS 200 TIMES.
              10 Jim-Fld-Name                   PIC X(30).
              10 Jim-Fld-Start                  PIC 9(05).
              10 Jim-Fld-Length                 PIC 9(05).
                 88 Jim-Fld-Is-Null             VALUE 'U'.
              10 Jim-Fld-Value                  PIC X(64).
              10 Jim-Fld-Value-Len              PIC 9(03).
       01  Jim-Sub                              PIC 9(03).
       01  Jim-Fld-Sub                          PIC 9(03).

      *> ---------------------------------------------------------------
      *> Where the txn-record.cpy detail fields sit in the layout,
      *> when it is that layout - zero when a field isn't there.
      *> ---------------------------------------------------------------
       01  Jim-Type-Fld                         PIC 9(03) VALUE 0.
       01  Jim-Acct-Fld                         PIC 9(03) VALUE 0.
       01  Jim-Amt-Fld                          PIC 9(03) VALUE 0.
       01  Jim-Code-Fld                         PIC 9(03) VALUE 0.
       01  Jim-Upper-Name                       PIC X(30).
       01  Jim-Suspend-Count                    PIC 9(07) VALUE 0.

      *> ---------------------------------------------------------------
      *> Parser state over the current input line.
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIOPkdWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOSusWS.cpy".

       PROCEDURE DIVISION.

              DISPLAY "STRMJIM: LAYOUT FILE UNUSABLE"
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 2500-Find-Txn-Field THRU 2500-Exit
                 VARYING Jim-Sub FROM 1 BY 1
                 UNTIL Jim-Sub > Jim-Field-Count
              PERFORM 5000-Open-Data-Files THRU 5000-Exit
              IF Jim-Open-Ok
                 PERFORM 6000-Import-One-Record THRU 6000-Exit
       2100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2500-Find-Txn-Field - note the layout field at Jim-Sub if it
      *> is one of the txn-record.cpy detail fields a suspense item
      *> carries.
      *> ---------------------------------------------------------------
       2500-Find-Txn-Field.
           MOVE FUNCTION UPPER-CASE(Jim-Fld-Name(Jim-Sub))
              TO Jim-Upper-Name
           EVALUATE Jim-Upper-Name
              WHEN 'TXN-REC-TYPE'
                 MOVE Jim-Sub TO Jim-Type-Fld
              WHEN 'TXN-DET-ACCT-NO'
                 MOVE Jim-Sub TO Jim-Acct-Fld
              WHEN 'TXN-DET-AMOUNT'
                 MOVE Jim-Sub TO Jim-Amt-Fld
              WHEN 'TXN-DET-CODE'
                 MOVE Jim-Sub TO Jim-Code-Fld
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       2500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Open-Data-Files - JSON input UTF-8 Unix-delimited,
      *> fixed output DELIM-None, rejects Unix-delimited.
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE 'Y' TO Jim-Eof-Sw
           END-IF
           IF Jim-Acct-Fld > 0
              PERFORM 6850-Suspend-Object THRU 6850-Exit
           END-IF
           .
       6800-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6850-Suspend-Object - the rejected detail object goes to the
      *> suspense file with the members it did carry; a member that
      *> never arrived (or didn't parse) is left blank for STRMSUS
      *> to have corrected.
      *> ---------------------------------------------------------------
       6850-Suspend-Object.
           IF Jim-Type-Fld > 0
              IF Jim-Fld-Seen(Jim-Type-Fld)
                 AND Jim-Fld-Value(Jim-Type-Fld)(1:1) NOT = 'D'
                 GO TO 6850-Exit
              END-IF
           END-IF
           MOVE 'STRMJIM' TO Strm-SU-Program
           MOVE Jim-In-File TO Strm-SU-Source
           MOVE Jim-Reject-Reason TO Strm-SU-Reason
           MOVE SPACES TO Strm-SU-Acct Strm-SU-Amount Strm-SU-Code
           IF Jim-Fld-Seen(Jim-Acct-Fld)
              AND Jim-Fld-Is-String(Jim-Acct-Fld)
              MOVE Jim-Fld-Value(Jim-Acct-Fld) TO Strm-SU-Acct
           END-IF
           IF Jim-Amt-Fld > 0
              IF Jim-Fld-Seen(Jim-Amt-Fld)
                 AND Jim-Fld-Is-Number(Jim-Amt-Fld)
                 AND Jim-Fld-Value-Len(Jim-Amt-Fld) <= 16
                 MOVE Jim-Fld-Value(Jim-Amt-Fld) TO Strm-SU-Amount
              END-IF
           END-IF
           IF Jim-Code-Fld > 0
              IF Jim-Fld-Seen(Jim-Code-Fld)
                 AND Jim-Fld-Is-String(Jim-Code-Fld)
                 MOVE Jim-Fld-Value(Jim-Code-Fld) TO Strm-SU-Code
              END-IF
           END-IF
           MOVE SPACES TO Strm-SU-Record
           IF Jim-Json-Len > 256
              MOVE Jim-Json(1:256) TO Strm-SU-Record
           ELSE
              MOVE Jim-Json(1:Jim-Json-Len) TO Strm-SU-Record
           END-IF
           PERFORM 8450-Write-Suspense THRU 8450-Exit
           ADD 1 TO Jim-Suspend-Count
           .
       6850-Exit.
           EXIT.

       7000-Close-Data-Files.
           MOVE 0 TO SCB-Record-Length
           MOVE Jim-In-Handle TO SCB-Handle
           DISPLAY "RECORDS WRITTEN . . . . " Jim-Count-Disp
           MOVE Jim-Reject-Count TO Jim-Count-Disp
           DISPLAY "REJECTED  . . . . . . . " Jim-Count-Disp
           IF Jim-Acct-Fld > 0
              MOVE Jim-Suspend-Count TO Jim-Count-Disp
              DISPLAY "SUSPENDED . . . . . . . " Jim-Count-Disp
           END-IF
           IF Jim-Reject-Count > 0
              DISPLAY " "
              DISPLAY "REJECTS BY REASON:"

       COPY "STREAMIOPkd.cpy".

       8450-Write-Suspense.
       COPY "STREAMIOSus.cpy".
       8450-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8900-Write-Run-Stats - the standard end-of-run statistics
      *> record (see STREAMIORun.cpy), written as the very last
