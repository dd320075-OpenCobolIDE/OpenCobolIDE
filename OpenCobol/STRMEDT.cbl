      *> **    REJECT filename                                        **
      *> **    RULE   name start length type [parms]                  **
      *> **           [c-start c-len c-value]                         **
      *> **    SUSPENSE [source-name]                                 **
      *> **                                                           **
      *> ** delim is U, W or N (defaults to U); N means fixed-length  **
      *> ** binary records and requires RECLEN.  Rule types and       **
      *> ** the 'D' in byte 1, header-date rules on the 'H').  A      **
      *> ** rule with no condition applies to every record.           **
      *> **                                                           **
      *> ** SUSPENSE marks the feed as a txn-record.cpy feed whose    **
      *> ** rejected 'D' records also go to the shared suspense file  **
      *> ** (STREAMIOSus.cpy), reason = the first rule the record     **
      *> ** failed, for STRMSUS to age, correct and re-release.       **
      *> ** source-name defaults to the INPUT filename.  Rejected 'H' **
      *> ** and 'T' records are feed problems, not items, and only    **
      *> ** go to the reject file.                                    **
      *> **                                                           **
      *> ** RETURN-CODE: 4 when any record was rejected, 16 when the  **
      *> ** control file is unusable; I/O errors report through       **
      *> ** STREAMIOError on its usual severity scale.                **
      *> **                  STRMTBL tables through STRMTBLL instead  **
      *> **                  of copied into every control file's      **
      *> **                  CODES directive.                         **
      *> ** 2026-10-15  GLC  Added the SUSPENSE directive - rejected  **
      *> **                  txn details also go to the shared        **
      *> **                  suspense file for STRMSUS.               **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMEDT.
                                                 SPACES.
       01  Edt-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Edt-Setup-Ok                      VALUE 'Y'.
       01  Edt-Suspense-Sw                      PIC X(1) VALUE 'N'.
           88 Edt-Suspense-On                   VALUE 'Y'.
       01  Edt-Suspense-Source                  PIC X(256) VALUE
                                                 SPACES.

       01  Edt-Input-Handle                     PIC X(4) COMP-X.
       01  Edt-Accept-Handle                    PIC X(4) COMP-X.
       01  Edt-Read-Count                       PIC 9(07) VALUE 0.
       01  Edt-Accept-Count                     PIC 9(07) VALUE 0.
       01  Edt-Reject-Count                     PIC 9(07) VALUE 0.
       01  Edt-Suspend-Count                    PIC 9(07) VALUE 0.
       01  Edt-First-Fail-Rule                  PIC X(16).
       01  Edt-Susp-Amt-Work                    PIC S9(09)V99 VALUE 0.
       01  Edt-Susp-Amt-Disp                    PIC -(9)9.99.
       01  Edt-Count-Disp                       PIC ZZZ,ZZ9.

       01  Edt-Work-Value                       PIC S9(13)V9(4)
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOHndWS.cpy".
       COPY "STRMTBLcb.cpy".
       COPY "STREAMIOSusWS.cpy".
       COPY "txn-record.cpy".

       PROCEDURE DIVISION.

                 MOVE Edt-Tok-1 TO Edt-Reject-Filename
              WHEN 'RULE'
                 PERFORM 3200-Store-Rule THRU 3200-Exit
              WHEN 'SUSPENSE'
                 MOVE 'Y' TO Edt-Suspense-Sw
                 MOVE Edt-Tok-1 TO Edt-Suspense-Source
              WHEN OTHER
                 DISPLAY "STRMEDT: IGNORING UNKNOWN DIRECTIVE: "
                         FUNCTION TRIM(Edt-Line, TRAILING)
              DISPLAY "STRMEDT: DELIM N REQUIRES A RECLEN DIRECTIVE"
              MOVE 'N' TO Edt-Setup-Ok-Sw
           END-IF
           IF Edt-Suspense-On AND Edt-Suspense-Source = SPACES
              MOVE Edt-Input-Filename TO Edt-Suspense-Source
           END-IF
           .
       4000-Exit.
           EXIT.

       6000-Edit-One-Record.
           MOVE 'N' TO Edt-Rec-Fails-Sw
           MOVE SPACES TO Edt-First-Fail-Rule
           MOVE 0 TO Edt-Sub
           PERFORM 6200-Apply-One-Rule THRU 6200-Exit
              VARYING Edt-Sub FROM 1 BY 1
              UNTIL Edt-Sub > Edt-Rule-Count
           IF Edt-Rec-Fails
              ADD 1 TO Edt-Reject-Count
              IF Edt-Suspense-On
                 PERFORM 6050-Suspend-Record THRU 6050-Exit
              END-IF
              MOVE Edt-Reject-Handle TO SCB-Handle
           ELSE
              ADD 1 TO Edt-Accept-Count
       6000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 6050-Suspend-Record - a rejected detail of a SUSPENSE feed
      *> goes to the suspense file as an item.  The amount is
      *> carried only when it decodes; when it doesn't, that is
      *> usually the very reason it was rejected.
      *> ---------------------------------------------------------------
       6050-Suspend-Record.
           IF Edt-Input-Rec(1:1) NOT = 'D'
              GO TO 6050-Exit
           END-IF
           MOVE Edt-Input-Rec(1:LENGTH OF txn-record) TO txn-record
           MOVE 'STRMEDT' TO Strm-SU-Program
           MOVE Edt-Suspense-Source TO Strm-SU-Source
           MOVE Edt-First-Fail-Rule TO Strm-SU-Reason
           MOVE txn-det-acct-no TO Strm-SU-Acct
           MOVE txn-det-code TO Strm-SU-Code
           IF txn-det-amount IS NUMERIC
              MOVE txn-det-amount TO Edt-Susp-Amt-Work
              MOVE Edt-Susp-Amt-Work TO Edt-Susp-Amt-Disp
              MOVE Edt-Susp-Amt-Disp TO Strm-SU-Amount
           ELSE
              MOVE SPACES TO Strm-SU-Amount
           END-IF
           IF Edt-Input-Delim = 'N' OR 'n'
              MOVE SPACES TO Strm-SU-Record
           ELSE
              MOVE Edt-Input-Rec(1:256) TO Strm-SU-Record
           END-IF
           PERFORM 8450-Write-Suspense THRU 8450-Exit
           ADD 1 TO Edt-Suspend-Count
           .
       6050-Exit.
           EXIT.

       6100-Read-Input-Record.
           MOVE Edt-Input-Handle TO SCB-Handle
           IF Edt-Input-Delim = 'N' OR 'n'
           IF NOT Edt-Rule-Ok
              ADD 1 TO Edt-Rule-Fail-Count(Edt-Sub)
              MOVE 'Y' TO Edt-Rec-Fails-Sw
              IF Edt-First-Fail-Rule = SPACES
                 MOVE Edt-Rule-Name(Edt-Sub) TO Edt-First-Fail-Rule
              END-IF
           END-IF
           .
       6200-Exit.
           DISPLAY "ACCEPTED  . . . . . . . " Edt-Count-Disp
           MOVE Edt-Reject-Count TO Edt-Count-Disp
           DISPLAY "REJECTED  . . . . . . . " Edt-Count-Disp
           IF Edt-Suspense-On
              MOVE Edt-Suspend-Count TO Edt-Count-Disp
              DISPLAY "SUSPENDED . . . . . . . " Edt-Count-Disp
           END-IF
           IF Edt-Rule-Count > 0
              DISPLAY " "
              DISPLAY "FAILURES BY RULE:"
       8400-Exit.
           EXIT.

       8450-Write-Suspense.
       COPY "STREAMIOSus.cpy".
       8450-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8900-Write-Run-Stats - the standard end-of-run statistics
      *> record (see STREAMIORun.cpy), written as the very last
