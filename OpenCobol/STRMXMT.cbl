      *> ***************************************************************
      *> ** Program:  STRMXMT.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMXMT is the outbound transmission queue.  Once STRMCRY **
      *> ** and STRMMAN have prepared an extract, nothing recorded    **
      *> ** that it was sent or that the partner got it - we found    **
      *> ** out when the bank called.  Now each file handed to        **
      *> ** transmission is queued with its partner, its STRMMAN      **
      *> ** manifest checksum and the time it went; the partner's     **
      *> ** acknowledgement files are matched back to it; and a       **
      *> ** report says where every transmission stands.             **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated), the first naming the function:               **
      *> **    SEND   partner data-file [manifest-file]               **
      *> **    RESEND entry [manifest-file]                           **
      *> **    ACK    ack-file-pattern                                **
      *> **    REPORT [since-yyyymmdd]                                **
      *> **                                                           **
      *> ** SEND queues data-file as handed to transmission now.      **
      *> ** The checksum is the CHECKSUM= line of its STRMMAN         **
      *> ** manifest (data-file + ".man" by default); a file without  **
      *> ** one is refused.  If the partner already has an entry for  **
      *> ** a file of the same name that hasn't been acknowledged,    **
      *> ** this is a resend: a new attempt on that entry, not a new  **
      *> ** entry.  RESEND does the same for an entry by number,      **
      *> ** re-reading its manifest (the file may have been           **
      *> ** regenerated after a rejection).                           **
      *> **                                                           **
      *> ** ACK enumerates the partner's returned acknowledgement     **
      *> ** files through Streamio-FUNC-LIST-DIR (e.g.                **
      *> ** "/inbound/acks/*.ack") and takes each one not already     **
      *> ** taken.  An acknowledgement file holds one line per file   **
      *> ** acknowledged:                                             **
      *> **    FILE=name CHECKSUM=n STATUS=ACK|REJ [RSN=text]         **
      *> ** and is matched to the newest entry with that file name    **
      *> ** whose latest attempt carries that checksum.  A line that  **
      *> ** matches nothing is recorded as unmatched and reported.    **
      *> **                                                           **
      *> ** REPORT lists every entry last sent on or after the date   **
      *> ** given (today by default) and every entry not yet          **
      *> ** acknowledged, whenever sent, as SENT, ACKNOWLEDGED,       **
      *> ** REJECTED or OVERDUE - sent longer ago than the partner's  **
      *> ** agreed window with no acknowledgement.  The window is     **
      *> ** the partner's entry on the XMTWIN STRMTBL table, in       **
      *> ** hours (e.g. ADD XMTWIN ACMEBANK 20261001 4), 24 when the  **
      *> ** partner has none.  Each overdue entry raises an operator  **
      *> ** alert (STREAMIOAlr.cpy, condition OD, subject             **
      *> ** partner:file) for STRMALRT.                               **
      *> **                                                           **
      *> ** The queue (strmxmt_queue.dat) is appended to and never    **
      *> ** rewritten.  Every record is one Unix-delimited keyword    **
      *> ** line:                                                     **
      *> **    ACT=a ENTRY=n ATTEMPT=n DATE=yyyymmdd TIME=hhmmss      **
      *> **    USER=u PARTNER=p FILE=f CKSUM=c REF=r RSN=text         **
      *> ** ACT=SEND is an attempt (REF the data file as given);      **
      *> ** ACK and REJ are the partner's answer to the attempt       **
      *> ** given (REF the acknowledgement file, RSN the partner's    **
      *> ** reason); UNM is an acknowledgement line that matched      **
      *> ** nothing (ENTRY=0).                                        **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  unusable parameters, no manifest, or the queue     **
      *> **        can't be read or is too large                      **
      *> **     8  REPORT: any transmission overdue; RESEND refused   **
      *> **     4  REPORT: any rejected; ACK: unmatched lines         **
      *> **     0  clean                                              **
      *> **                                                           **
      *> ** As with STRMCMP, the one and only call to STREAMIOError   **
      *> ** is deferred to the very end of the run, after every other **
      *> ** STREAMIO call has already been made - calling it any      **
      *> ** earlier and then calling STREAMIO again afterward hangs   **
      *> ** this platform's runtime.                                  **
      *> **                                                           **
      *> ** Modification History:                                     **
      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-10-15  GLC  Original.                                **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMXMT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Xmt-Parm-Line                        PIC X(512).
       01  Xmt-Function                         PIC X(10) VALUE SPACES.
           88 Xmt-Fn-Send                       VALUE 'SEND'.
           88 Xmt-Fn-Resend                     VALUE 'RESEND'.
           88 Xmt-Fn-Ack                        VALUE 'ACK'.
           88 Xmt-Fn-Report                     VALUE 'REPORT'.
       01  Xmt-Arg-1                            PIC X(256) VALUE
                                                 SPACES.
       01  Xmt-Arg-2                            PIC X(256) VALUE
                                                 SPACES.
       01  Xmt-Arg-3                            PIC X(256) VALUE
                                                 SPACES.
       01  Xmt-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Xmt-Setup-Ok                      VALUE 'Y'.

       01  Xmt-Current-Date                     PIC X(21).
       01  Xmt-Today                            PIC 9(08).
       01  Xmt-Now-Time                         PIC X(06).
       01  Xmt-Now-Mins                         PIC 9(11).
       01  Xmt-Since-Date                       PIC 9(08) VALUE 0.
       01  Xmt-User                             PIC X(20).

       01  Xmt-Queue-Filename                   PIC X(256) VALUE
                                                 'strmxmt_queue.dat'.
       01  Xmt-Handle                           PIC X(4) COMP-X.
       01  Xmt-Ack-Handle                       PIC X(4) COMP-X.
       01  Xmt-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Xmt-Eof                           VALUE 'Y'.
       01  Xmt-Ack-Eof-Sw                       PIC X(1) VALUE 'N'.
           88 Xmt-Ack-Eof                       VALUE 'Y'.
       01  Xmt-List-Done-Sw                     PIC X(1) VALUE 'N'.
           88 Xmt-List-Done                     VALUE 'Y'.
       01  Xmt-Full-Sw                          PIC X(1) VALUE 'N'.
           88 Xmt-Full                          VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> One queue record, as read or about to be written.
      *> ---------------------------------------------------------------
       01  Xmt-J-Lead                           PIC X(01).
       01  Xmt-J-Act                            PIC X(04).
       01  Xmt-J-Entry                          PIC X(06).
       01  Xmt-J-Attempt                        PIC X(03).
       01  Xmt-J-Date                           PIC X(08).
       01  Xmt-J-Time                           PIC X(06).
       01  Xmt-J-User                           PIC X(20).
       01  Xmt-J-Partner                        PIC X(16).
       01  Xmt-J-File                           PIC X(128).
       01  Xmt-J-Cksum                          PIC X(10).
       01  Xmt-J-Ref                            PIC X(256).
       01  Xmt-J-Rsn                            PIC X(60).
       01  Xmt-J-Entry-Num                      PIC 9(06).
       01  Xmt-J-Attempt-Num                    PIC 9(03).
       01  Xmt-Journal-Line                     PIC X(800).
       01  Xmt-Bad-Line-Count                   PIC 9(07) VALUE 0.
       01  Xmt-Read-Count                       PIC 9(07) VALUE 0.
       01  Xmt-Write-Count                      PIC 9(07) VALUE 0.

      *> ---------------------------------------------------------------
      *> The queue, one slot per entry, as its records leave it.
      *> Status: S sent (awaiting an answer), A acknowledged,
      *> R rejected.
      *> ---------------------------------------------------------------
       01  Xmt-Max-Entries                      PIC 9(05) VALUE 5000.
       01  Xmt-Entry-Count                      PIC 9(05) VALUE 0.
       01  Xmt-Entry-Table.
           05 Xmt-Entry OCCURS 5000 TIMES.
              10 Xmt-En-Partner                 PIC X(16).
              10 Xmt-En-File                    PIC X(128).
              10 Xmt-En-Path                    PIC X(256).
              10 Xmt-En-Attempts                PIC 9(03).
              10 Xmt-En-Cksum                   PIC X(10).
              10 Xmt-En-Sent-Date               PIC 9(08).
              10 Xmt-En-Sent-Time               PIC X(06).
              10 Xmt-En-Status                  PIC X(01).
                 88 Xmt-En-Sent                 VALUE 'S'.
                 88 Xmt-En-Acked                VALUE 'A'.
                 88 Xmt-En-Rejected             VALUE 'R'.
              10 Xmt-En-Answer-Date             PIC 9(08).
              10 Xmt-En-Answer-Time             PIC X(06).
              10 Xmt-En-Rsn                     PIC X(60).
       01  Xmt-Ix                               PIC 9(05).
       01  Xmt-Sub                              PIC 9(05).
       01  Xmt-Found-Sw                         PIC X(1) VALUE 'N'.
           88 Xmt-Found                         VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Acknowledgement files already taken (the REF of every ACK,
      *> REJ and UNM record), so a file left in place isn't taken
      *> twice.
      *> ---------------------------------------------------------------
       01  Xmt-Max-Taken                        PIC 9(05) VALUE 5000.
       01  Xmt-Taken-Count                      PIC 9(05) VALUE 0.
       01  Xmt-Taken-Table.
           05 Xmt-Taken-Name OCCURS 5000 TIMES  PIC X(256).
       01  Xmt-Max-Acks                         PIC 9(03) VALUE 200.
       01  Xmt-Ack-Count                        PIC 9(03) VALUE 0.
       01  Xmt-Ack-Table.
           05 Xmt-Ack-Name OCCURS 200 TIMES     PIC X(256).
       01  Xmt-Ack-Sub                          PIC 9(03).

       01  Xmt-Ack-Line                         PIC X(512).
       01  Xmt-A-Lead                           PIC X(01).
       01  Xmt-A-File                           PIC X(128).
       01  Xmt-A-Cksum                          PIC X(10).
       01  Xmt-A-Status                         PIC X(04).
       01  Xmt-A-Rsn                            PIC X(60).

      *> ---------------------------------------------------------------
      *> SEND/RESEND work.
      *> ---------------------------------------------------------------
       01  Xmt-Data-File                        PIC X(256).
       01  Xmt-Manifest-File                    PIC X(256).
       01  Xmt-Man-Line                         PIC X(64).
       01  Xmt-Man-Key                          PIC X(16).
       01  Xmt-Man-Value                        PIC X(20).
       01  Xmt-Cksum                            PIC X(10).
       01  Xmt-Partner                          PIC X(16).
       01  Xmt-Base-Name                        PIC X(128).
       01  Xmt-Rev-Name                         PIC X(256).
       01  Xmt-Name-Len                         PIC 9(03).
       01  Xmt-Tail-Len                         PIC 9(03).

      *> ---------------------------------------------------------------
      *> REPORT work.
      *> ---------------------------------------------------------------
       01  Xmt-Window-Table                     PIC X(16) VALUE
                                                 'XMTWIN'.
       01  Xmt-Window-Hours                     PIC 9(04).
       01  Xmt-Window-Default-Sw                PIC X(1).
           88 Xmt-Window-Default                VALUE 'Y'.
       01  Xmt-Sent-Mins                        PIC 9(11).
       01  Xmt-Age-Mins                         PIC S9(11).
       01  Xmt-Age-Hours                        PIC S9(07).
       01  Xmt-Verdict                          PIC X(12).
       01  Xmt-Print-Line                       PIC X(160).
       01  Xmt-Sent-Count                       PIC 9(05) VALUE 0.
       01  Xmt-Acked-Count                      PIC 9(05) VALUE 0.
       01  Xmt-Rejected-Count                   PIC 9(05) VALUE 0.
       01  Xmt-Overdue-Count                    PIC 9(05) VALUE 0.
       01  Xmt-Unmatched-Count                  PIC 9(05) VALUE 0.
       01  Xmt-Matched-Count                    PIC 9(05) VALUE 0.
       01  Xmt-Count-Disp                       PIC ZZ,ZZ9.
       01  Xmt-Num-Disp                         PIC Z(5)9.
       01  Xmt-Hours-Disp                       PIC -(6)9.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Xmt-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Xmt-Abort-Error                   VALUE 'Y'.
       01  Xmt-Err-Filename                     PIC X(256).
       01  Xmt-Err-Function                     PIC X(2).
       01  Xmt-Err-Mode                         PIC X(1).
       01  Xmt-Err-Delimiter-Mode               PIC X(1).
       01  Xmt-Err-Offset                       PIC X(8) COMP-X.
       01  Xmt-Err-Return-Code                  USAGE BINARY-LONG.
       01  Xmt-Err-Severity                     PIC X(1).
       01  Xmt-Err-Calling-Program              PIC X(8).

       COPY "STRMTBLcb.cpy".

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".
       COPY "STREAMIOAlrWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Xmt-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Load-Queue THRU 2000-Exit
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           IF Xmt-Full OR Xmt-Abort-Error
              DISPLAY "STRMXMT: QUEUE FILE UNUSABLE - NOTHING DONE"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           EVALUATE TRUE
              WHEN Xmt-Fn-Send
                 PERFORM 3000-Send-File THRU 3000-Exit
              WHEN Xmt-Fn-Resend
                 PERFORM 3500-Resend-Entry THRU 3500-Exit
              WHEN Xmt-Fn-Ack
                 PERFORM 4000-Take-Acks THRU 4000-Exit
              WHEN Xmt-Fn-Report
                 PERFORM 5000-Queue-Report THRU 5000-Exit
           END-EVALUATE
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

      *> ---------------------------------------------------------------
      *> 1000-Initialize - the function and its arguments, the time
      *> now, and who is running it.
      *> ---------------------------------------------------------------
       1000-Initialize.
           ACCEPT Xmt-Parm-Line FROM COMMAND-LINE
           UNSTRING Xmt-Parm-Line DELIMITED BY ALL SPACE
               INTO Xmt-Function, Xmt-Arg-1, Xmt-Arg-2, Xmt-Arg-3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(Xmt-Function) TO Xmt-Function
           MOVE 'STRMXMT' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMXMT' TO Strm-RS-Program
           MOVE Xmt-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE 'STRMXMT' TO Strm-AR-Program
           MOVE FUNCTION CURRENT-DATE TO Xmt-Current-Date
           MOVE Xmt-Current-Date(1:8) TO Xmt-Today
           MOVE Xmt-Current-Date(9:6) TO Xmt-Now-Time
           COMPUTE Xmt-Now-Mins =
              FUNCTION INTEGER-OF-DATE(Xmt-Today) * 1440
              + FUNCTION NUMVAL(Xmt-Current-Date(9:2)) * 60
              + FUNCTION NUMVAL(Xmt-Current-Date(11:2))
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT Xmt-User FROM ENVIRONMENT-VALUE
           IF Xmt-User = SPACES
              MOVE 'UNKNOWN' TO Xmt-User
           END-IF
           EVALUATE TRUE
              WHEN Xmt-Fn-Send
                 IF Xmt-Arg-1 = SPACES OR Xmt-Arg-2 = SPACES
                    DISPLAY "STRMXMT: USAGE - SEND partner data-file "
                            "[manifest-file]"
                    MOVE 'N' TO Xmt-Setup-Ok-Sw
                 END-IF
              WHEN Xmt-Fn-Resend
                 IF Xmt-Arg-1 = SPACES
                    OR FUNCTION TEST-NUMVAL(Xmt-Arg-1) NOT = 0
                    DISPLAY "STRMXMT: USAGE - RESEND entry "
                            "[manifest-file]"
                    MOVE 'N' TO Xmt-Setup-Ok-Sw
                 END-IF
              WHEN Xmt-Fn-Ack
                 IF Xmt-Arg-1 = SPACES
                    DISPLAY "STRMXMT: USAGE - ACK ack-file-pattern"
                    MOVE 'N' TO Xmt-Setup-Ok-Sw
                 END-IF
              WHEN Xmt-Fn-Report
                 PERFORM 1100-Setup-Report THRU 1100-Exit
              WHEN OTHER
                 DISPLAY "STRMXMT: FUNCTION MUST BE SEND, RESEND, ACK "
                         "OR REPORT"
                 MOVE 'N' TO Xmt-Setup-Ok-Sw
           END-EVALUATE
           .
       1000-Exit.
           EXIT.

       1100-Setup-Report.
           MOVE Xmt-Today TO Xmt-Since-Date
           IF Xmt-Arg-1 NOT = SPACES
              IF Xmt-Arg-1(1:8) IS NOT NUMERIC
                 OR Xmt-Arg-1(9:1) NOT = SPACE
                 DISPLAY "STRMXMT: SINCE-DATE MUST BE YYYYMMDD"
                 MOVE 'N' TO Xmt-Setup-Ok-Sw
                 GO TO 1100-Exit
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(Xmt-Arg-1(1:8))) NOT = 0
                 DISPLAY "STRMXMT: SINCE-DATE IS NOT A REAL DATE"
                 MOVE 'N' TO Xmt-Setup-Ok-Sw
                 GO TO 1100-Exit
              END-IF
              MOVE Xmt-Arg-1(1:8) TO Xmt-Since-Date
           END-IF
           .
       1100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Load-Queue - replay the queue into the entry table.  No
      *> queue file yet just means nothing has been sent.
      *> ---------------------------------------------------------------
       2000-Load-Queue.
           INITIALIZE Xmt-Entry-Table
           MOVE Xmt-Queue-Filename TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2000-Exit
           END-IF
           MOVE SCB-Handle TO Xmt-Handle
           MOVE 'N' TO Xmt-Eof-Sw
           PERFORM 2100-Load-One-Line THRU 2100-Exit
              UNTIL Xmt-Eof
           MOVE Xmt-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2000-Exit.
           EXIT.

       2100-Load-One-Line.
           MOVE Xmt-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 ADD 1 TO Xmt-Read-Count
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Xmt-Eof-Sw
                 GO TO 2100-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Xmt-Eof-Sw
                 GO TO 2100-Exit
           END-EVALUATE
           IF Streamio-Record-Data(1:800) = SPACES
              GO TO 2100-Exit
           END-IF
           MOVE SPACES TO Xmt-J-Lead Xmt-J-Act Xmt-J-Entry
                          Xmt-J-Attempt Xmt-J-Date Xmt-J-Time
                          Xmt-J-User Xmt-J-Partner Xmt-J-File
                          Xmt-J-Cksum Xmt-J-Ref Xmt-J-Rsn
           UNSTRING Streamio-Record-Data(1:800)
               DELIMITED BY "ACT=" OR " ENTRY=" OR " ATTEMPT="
                         OR " DATE=" OR " TIME=" OR " USER="
                         OR " PARTNER=" OR " FILE=" OR " CKSUM="
                         OR " REF=" OR " RSN="
               INTO Xmt-J-Lead, Xmt-J-Act, Xmt-J-Entry,
                    Xmt-J-Attempt, Xmt-J-Date, Xmt-J-Time,
                    Xmt-J-User, Xmt-J-Partner, Xmt-J-File,
                    Xmt-J-Cksum, Xmt-J-Ref, Xmt-J-Rsn
           END-UNSTRING
           IF Xmt-J-Date IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(Xmt-J-Entry) NOT = 0
              OR FUNCTION TEST-NUMVAL(Xmt-J-Attempt) NOT = 0
              ADD 1 TO Xmt-Bad-Line-Count
              GO TO 2100-Exit
           END-IF
           COMPUTE Xmt-J-Entry-Num = FUNCTION NUMVAL(Xmt-J-Entry)
           COMPUTE Xmt-J-Attempt-Num = FUNCTION NUMVAL(Xmt-J-Attempt)
           EVALUATE Xmt-J-Act
              WHEN 'SEND'
                 PERFORM 2200-Take-Send THRU 2200-Exit
              WHEN 'ACK'
              WHEN 'REJ'
                 PERFORM 2300-Take-Answer THRU 2300-Exit
                 PERFORM 2400-Note-Ack-File THRU 2400-Exit
              WHEN 'UNM'
                 PERFORM 2400-Note-Ack-File THRU 2400-Exit
              WHEN OTHER
                 ADD 1 TO Xmt-Bad-Line-Count
           END-EVALUATE
           .
       2100-Exit.
           EXIT.

       2200-Take-Send.
           IF Xmt-J-Entry-Num = 0
              ADD 1 TO Xmt-Bad-Line-Count
              GO TO 2200-Exit
           END-IF
           IF Xmt-J-Entry-Num > Xmt-Max-Entries
              IF NOT Xmt-Full
                 DISPLAY "STRMXMT: MORE THAN " Xmt-Max-Entries
                         " ENTRIES - QUEUE FILE TOO LARGE"
              END-IF
              MOVE 'Y' TO Xmt-Full-Sw
              MOVE 'Y' TO Xmt-Eof-Sw
              GO TO 2200-Exit
           END-IF
           MOVE Xmt-J-Entry-Num TO Xmt-Ix
           IF Xmt-Ix > Xmt-Entry-Count
              MOVE Xmt-Ix TO Xmt-Entry-Count
           END-IF
           MOVE Xmt-J-Partner TO Xmt-En-Partner(Xmt-Ix)
           MOVE Xmt-J-File TO Xmt-En-File(Xmt-Ix)
           MOVE Xmt-J-Ref TO Xmt-En-Path(Xmt-Ix)
           MOVE Xmt-J-Attempt-Num TO Xmt-En-Attempts(Xmt-Ix)
           MOVE Xmt-J-Cksum TO Xmt-En-Cksum(Xmt-Ix)
           MOVE Xmt-J-Date TO Xmt-En-Sent-Date(Xmt-Ix)
           MOVE Xmt-J-Time TO Xmt-En-Sent-Time(Xmt-Ix)
           MOVE 'S' TO Xmt-En-Status(Xmt-Ix)
           MOVE 0 TO Xmt-En-Answer-Date(Xmt-Ix)
           MOVE SPACES TO Xmt-En-Answer-Time(Xmt-Ix)
                          Xmt-En-Rsn(Xmt-Ix)
           .
       2200-Exit.
           EXIT.

      *> An answer counts only against the attempt it names being the
      *> entry's latest; an answer to an attempt since superseded by
      *> a resend is history.
       2300-Take-Answer.
           IF Xmt-J-Entry-Num = 0
              OR Xmt-J-Entry-Num > Xmt-Entry-Count
              ADD 1 TO Xmt-Bad-Line-Count
              GO TO 2300-Exit
           END-IF
           MOVE Xmt-J-Entry-Num TO Xmt-Ix
           IF Xmt-J-Attempt-Num NOT = Xmt-En-Attempts(Xmt-Ix)
              GO TO 2300-Exit
           END-IF
           IF Xmt-J-Act = 'ACK'
              MOVE 'A' TO Xmt-En-Status(Xmt-Ix)
           ELSE
              MOVE 'R' TO Xmt-En-Status(Xmt-Ix)
           END-IF
           MOVE Xmt-J-Date TO Xmt-En-Answer-Date(Xmt-Ix)
           MOVE Xmt-J-Time TO Xmt-En-Answer-Time(Xmt-Ix)
           MOVE Xmt-J-Rsn TO Xmt-En-Rsn(Xmt-Ix)
           .
       2300-Exit.
           EXIT.

       2400-Note-Ack-File.
           MOVE 'N' TO Xmt-Found-Sw
           PERFORM 2410-Match-One-Taken THRU 2410-Exit
              VARYING Xmt-Sub FROM 1 BY 1
              UNTIL Xmt-Sub > Xmt-Taken-Count OR Xmt-Found
           IF NOT Xmt-Found AND Xmt-Taken-Count < Xmt-Max-Taken
              ADD 1 TO Xmt-Taken-Count
              MOVE Xmt-J-Ref TO Xmt-Taken-Name(Xmt-Taken-Count)
           END-IF
           .
       2400-Exit.
           EXIT.

       2410-Match-One-Taken.
           IF Xmt-Taken-Name(Xmt-Sub) = Xmt-J-Ref
              MOVE 'Y' TO Xmt-Found-Sw
           END-IF
           .
       2410-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Send-File - queue a file handed to transmission, or
      *> record another attempt at one still awaiting an answer.
      *> ---------------------------------------------------------------
       3000-Send-File.
           MOVE FUNCTION UPPER-CASE(Xmt-Arg-1) TO Xmt-Partner
           MOVE Xmt-Arg-2 TO Xmt-Data-File
           MOVE Xmt-Arg-3 TO Xmt-Manifest-File
           PERFORM 3100-Read-Manifest THRU 3100-Exit
           IF Xmt-Cksum = SPACES
              MOVE 16 TO RETURN-CODE
              GO TO 3000-Exit
           END-IF
           PERFORM 7200-Base-Name THRU 7200-Exit
           MOVE 'N' TO Xmt-Found-Sw
           PERFORM 3200-Find-Open-Entry THRU 3200-Exit
              VARYING Xmt-Sub FROM Xmt-Entry-Count BY -1
              UNTIL Xmt-Sub < 1 OR Xmt-Found
           IF Xmt-Found
              MOVE Xmt-Ix TO Xmt-Num-Disp
              DISPLAY "STRMXMT: ENTRY " FUNCTION TRIM(Xmt-Num-Disp)
                      " IS STILL AWAITING AN ANSWER - RECORDED AS A "
                      "RESEND"
           ELSE
              IF Xmt-Entry-Count >= Xmt-Max-Entries
                 DISPLAY "STRMXMT: QUEUE FULL - NOT QUEUED"
                 MOVE 16 TO RETURN-CODE
                 GO TO 3000-Exit
              END-IF
              ADD 1 TO Xmt-Entry-Count
              MOVE Xmt-Entry-Count TO Xmt-Ix
              MOVE 0 TO Xmt-En-Attempts(Xmt-Ix)
           END-IF
           PERFORM 3300-Record-Attempt THRU 3300-Exit
           .
       3000-Exit.
           EXIT.

      *> 3100-Read-Manifest - the CHECKSUM= line of the STRMMAN
      *> manifest; Xmt-Cksum stays SPACES when there isn't one.
       3100-Read-Manifest.
           MOVE SPACES TO Xmt-Cksum
           IF Xmt-Manifest-File = SPACES
              STRING FUNCTION TRIM(Xmt-Data-File, TRAILING) '.man'
                     DELIMITED BY SIZE
                     INTO Xmt-Manifest-File
              END-STRING
           END-IF
           MOVE Xmt-Manifest-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              DISPLAY "STRMXMT: NO MANIFEST "
                      FUNCTION TRIM(Xmt-Manifest-File, TRAILING)
                      " - RUN STRMMAN CREATE FIRST"
              GO TO 3100-Exit
           END-IF
           MOVE SCB-Handle TO Xmt-Ack-Handle
           MOVE 'N' TO Xmt-Ack-Eof-Sw
           PERFORM 3150-Read-One-Manifest-Line THRU 3150-Exit
              UNTIL Xmt-Ack-Eof
           MOVE Xmt-Ack-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           MOVE 0 TO RETURN-CODE
           IF Xmt-Cksum = SPACES
              DISPLAY "STRMXMT: MANIFEST "
                      FUNCTION TRIM(Xmt-Manifest-File, TRAILING)
                      " HAS NO CHECKSUM"
           END-IF
           .
       3100-Exit.
           EXIT.

       3150-Read-One-Manifest-Line.
           MOVE Xmt-Ack-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Xmt-Ack-Eof-Sw
              GO TO 3150-Exit
           END-IF
           MOVE Streamio-Record-Data(1:64) TO Xmt-Man-Line
           MOVE SPACES TO Xmt-Man-Key Xmt-Man-Value
           UNSTRING Xmt-Man-Line DELIMITED BY '='
               INTO Xmt-Man-Key, Xmt-Man-Value
           END-UNSTRING
           IF Xmt-Man-Key = 'CHECKSUM'
              AND FUNCTION TEST-NUMVAL(Xmt-Man-Value) = 0
              MOVE Xmt-Man-Value TO Xmt-Cksum
           END-IF
           .
       3150-Exit.
           EXIT.

      *> 3200-Find-Open-Entry - the newest entry for this partner and
      *> file name that hasn't been acknowledged.
       3200-Find-Open-Entry.
           IF Xmt-En-Partner(Xmt-Sub) = Xmt-Partner
              AND Xmt-En-File(Xmt-Sub) = Xmt-Base-Name
              AND NOT Xmt-En-Acked(Xmt-Sub)
              MOVE 'Y' TO Xmt-Found-Sw
              MOVE Xmt-Sub TO Xmt-Ix
           END-IF
           .
       3200-Exit.
           EXIT.

       3300-Record-Attempt.
           ADD 1 TO Xmt-En-Attempts(Xmt-Ix)
           MOVE Xmt-Partner TO Xmt-En-Partner(Xmt-Ix)
           MOVE Xmt-Base-Name TO Xmt-En-File(Xmt-Ix)
           MOVE Xmt-Data-File TO Xmt-En-Path(Xmt-Ix)
           MOVE Xmt-Cksum TO Xmt-En-Cksum(Xmt-Ix)
           MOVE Xmt-Today TO Xmt-En-Sent-Date(Xmt-Ix)
           MOVE Xmt-Now-Time TO Xmt-En-Sent-Time(Xmt-Ix)
           MOVE 'S' TO Xmt-En-Status(Xmt-Ix)
           MOVE 'SEND' TO Xmt-J-Act
           MOVE Xmt-Data-File TO Xmt-J-Ref
           MOVE SPACES TO Xmt-J-Rsn
           PERFORM 7100-Build-Line THRU 7100-Exit
           PERFORM 7000-Append-One-Line THRU 7000-Exit
           IF Xmt-Abort-Error
              GO TO 3300-Exit
           END-IF
           MOVE Xmt-Ix TO Xmt-Num-Disp
           DISPLAY "STRMXMT: QUEUED ENTRY " FUNCTION TRIM(Xmt-Num-Disp)
                   " ATTEMPT " Xmt-En-Attempts(Xmt-Ix)
                   " - " FUNCTION TRIM(Xmt-Partner, TRAILING)
                   " " FUNCTION TRIM(Xmt-Base-Name, TRAILING)
                   " CHECKSUM " FUNCTION TRIM(Xmt-Cksum, TRAILING)
           .
       3300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3500-Resend-Entry - another attempt at an entry by number.
      *> ---------------------------------------------------------------
       3500-Resend-Entry.
           COMPUTE Xmt-Ix = FUNCTION NUMVAL(Xmt-Arg-1)
           IF Xmt-Ix = 0 OR Xmt-Ix > Xmt-Entry-Count
              DISPLAY "STRMXMT: NO ENTRY "
                      FUNCTION TRIM(Xmt-Arg-1, TRAILING)
              MOVE 8 TO RETURN-CODE
              GO TO 3500-Exit
           END-IF
           IF Xmt-En-Acked(Xmt-Ix)
              MOVE Xmt-Ix TO Xmt-Num-Disp
              DISPLAY "STRMXMT: ENTRY " FUNCTION TRIM(Xmt-Num-Disp)
                      " WAS ACKNOWLEDGED - NOT RESENT"
              MOVE 8 TO RETURN-CODE
              GO TO 3500-Exit
           END-IF
           MOVE Xmt-En-Partner(Xmt-Ix) TO Xmt-Partner
           MOVE Xmt-En-File(Xmt-Ix) TO Xmt-Base-Name
           MOVE Xmt-En-Path(Xmt-Ix) TO Xmt-Data-File
           MOVE Xmt-Arg-2 TO Xmt-Manifest-File
           PERFORM 3100-Read-Manifest THRU 3100-Exit
           IF Xmt-Cksum = SPACES
              MOVE 16 TO RETURN-CODE
              GO TO 3500-Exit
           END-IF
           PERFORM 3300-Record-Attempt THRU 3300-Exit
           .
       3500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Take-Acks - every acknowledgement file the pattern
      *> lists that hasn't been taken already.  The names are
      *> collected first; the LIST-DIR enumeration is not walked
      *> while other files are being opened.
      *> ---------------------------------------------------------------
       4000-Take-Acks.
           MOVE 'N' TO Xmt-List-Done-Sw
           PERFORM 4100-Collect-One-Ack-Name THRU 4100-Exit
              UNTIL Xmt-List-Done
           PERFORM 4200-Take-One-Ack-File THRU 4200-Exit
              VARYING Xmt-Ack-Sub FROM 1 BY 1
              UNTIL Xmt-Ack-Sub > Xmt-Ack-Count
           DISPLAY " "
           DISPLAY "STREAMIO TRANSMISSION ACKNOWLEDGEMENTS"
           DISPLAY "PATTERN: " FUNCTION TRIM(Xmt-Arg-1, TRAILING)
           DISPLAY " "
           MOVE Xmt-Ack-Count TO Xmt-Count-Disp
           DISPLAY "FILES LISTED  . . . . . " Xmt-Count-Disp
           MOVE Xmt-Matched-Count TO Xmt-Count-Disp
           DISPLAY "ANSWERS MATCHED . . . . " Xmt-Count-Disp
           MOVE Xmt-Unmatched-Count TO Xmt-Count-Disp
           DISPLAY "ANSWERS UNMATCHED . . . " Xmt-Count-Disp
           IF Xmt-Unmatched-Count > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       4000-Exit.
           EXIT.

       4100-Collect-One-Ack-Name.
           MOVE Xmt-Arg-1 TO SCB-Filename
           MOVE 'LD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE TRUE
              WHEN SCB-Return-Code = 0
                 IF Xmt-Ack-Count < Xmt-Max-Acks
                    ADD 1 TO Xmt-Ack-Count
                    MOVE SPACES TO Xmt-Ack-Name(Xmt-Ack-Count)
                    IF SCB-Bytes-Transferred > 0
                       MOVE Streamio-Record-Data
                          (1:SCB-Bytes-Transferred)
                          TO Xmt-Ack-Name(Xmt-Ack-Count)
                    END-IF
                 ELSE
                    DISPLAY "STRMXMT: MORE ACKNOWLEDGEMENT FILES THAN "
                            "THE TABLE HOLDS - REST LEFT FOR NEXT RUN"
                    MOVE 'Y' TO Xmt-List-Done-Sw
                 END-IF
              WHEN SCB-Return-Code = 10
                 MOVE 'Y' TO Xmt-List-Done-Sw
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Xmt-List-Done-Sw
           END-EVALUATE
           .
       4100-Exit.
           EXIT.

       4200-Take-One-Ack-File.
           MOVE Xmt-Ack-Name(Xmt-Ack-Sub) TO Xmt-J-Ref
           MOVE 'N' TO Xmt-Found-Sw
           PERFORM 2410-Match-One-Taken THRU 2410-Exit
              VARYING Xmt-Sub FROM 1 BY 1
              UNTIL Xmt-Sub > Xmt-Taken-Count OR Xmt-Found
           IF Xmt-Found OR Xmt-J-Ref = SPACES
              GO TO 4200-Exit
           END-IF
           MOVE Xmt-J-Ref TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 4200-Exit
           END-IF
           MOVE SCB-Handle TO Xmt-Ack-Handle
           DISPLAY "STRMXMT: TAKING "
                   FUNCTION TRIM(Xmt-Ack-Name(Xmt-Ack-Sub), TRAILING)
           MOVE 'N' TO Xmt-Ack-Eof-Sw
           PERFORM 4300-Take-One-Ack-Line THRU 4300-Exit
              UNTIL Xmt-Ack-Eof
           MOVE Xmt-Ack-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       4200-Exit.
           EXIT.

       4300-Take-One-Ack-Line.
           MOVE Xmt-Ack-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 'Y' TO Xmt-Ack-Eof-Sw
              GO TO 4300-Exit
           END-IF
           MOVE Streamio-Record-Data(1:512) TO Xmt-Ack-Line
           IF Xmt-Ack-Line = SPACES OR Xmt-Ack-Line(1:1) = '*'
              GO TO 4300-Exit
           END-IF
           MOVE SPACES TO Xmt-A-Lead Xmt-A-File Xmt-A-Cksum
                          Xmt-A-Status Xmt-A-Rsn
           UNSTRING Xmt-Ack-Line
               DELIMITED BY "FILE=" OR " CHECKSUM=" OR " STATUS="
                         OR " RSN="
               INTO Xmt-A-Lead, Xmt-A-File, Xmt-A-Cksum,
                    Xmt-A-Status, Xmt-A-Rsn
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(Xmt-A-Status) TO Xmt-A-Status
           MOVE 'N' TO Xmt-Found-Sw
           IF Xmt-A-Status = 'ACK' OR Xmt-A-Status = 'REJ'
              PERFORM 4400-Match-One-Entry THRU 4400-Exit
                 VARYING Xmt-Sub FROM Xmt-Entry-Count BY -1
                 UNTIL Xmt-Sub < 1 OR Xmt-Found
           END-IF
           MOVE Xmt-A-Cksum TO Xmt-Cksum
           MOVE Xmt-A-Rsn TO Xmt-J-Rsn
           IF NOT Xmt-Found
              ADD 1 TO Xmt-Unmatched-Count
              DISPLAY "STRMXMT: NOTHING QUEUED MATCHES "
                      FUNCTION TRIM(Xmt-A-File, TRAILING)
                      " CHECKSUM "
                      FUNCTION TRIM(Xmt-A-Cksum, TRAILING)
                      " STATUS "
                      FUNCTION TRIM(Xmt-A-Status, TRAILING)
              MOVE 0 TO Xmt-Ix
              MOVE 'UNM' TO Xmt-J-Act
              MOVE SPACES TO Xmt-Partner
              MOVE Xmt-A-File TO Xmt-Base-Name
              MOVE Xmt-Ack-Name(Xmt-Ack-Sub) TO Xmt-J-Ref
              PERFORM 7100-Build-Line THRU 7100-Exit
              PERFORM 7000-Append-One-Line THRU 7000-Exit
              GO TO 4300-Exit
           END-IF
           ADD 1 TO Xmt-Matched-Count
           MOVE Xmt-A-Status TO Xmt-J-Act
           IF Xmt-A-Status = 'ACK'
              MOVE 'A' TO Xmt-En-Status(Xmt-Ix)
           ELSE
              MOVE 'R' TO Xmt-En-Status(Xmt-Ix)
           END-IF
           MOVE Xmt-Today TO Xmt-En-Answer-Date(Xmt-Ix)
           MOVE Xmt-Now-Time TO Xmt-En-Answer-Time(Xmt-Ix)
           MOVE Xmt-A-Rsn TO Xmt-En-Rsn(Xmt-Ix)
           MOVE Xmt-En-Partner(Xmt-Ix) TO Xmt-Partner
           MOVE Xmt-En-File(Xmt-Ix) TO Xmt-Base-Name
           MOVE Xmt-Ack-Name(Xmt-Ack-Sub) TO Xmt-J-Ref
           PERFORM 7100-Build-Line THRU 7100-Exit
           PERFORM 7000-Append-One-Line THRU 7000-Exit
           MOVE Xmt-Ix TO Xmt-Num-Disp
           DISPLAY "STRMXMT: ENTRY " FUNCTION TRIM(Xmt-Num-Disp)
                   " " FUNCTION TRIM(Xmt-Partner, TRAILING)
                   " " FUNCTION TRIM(Xmt-Base-Name, TRAILING)
                   " ATTEMPT " Xmt-En-Attempts(Xmt-Ix) " "
                   FUNCTION TRIM(Xmt-A-Status, TRAILING)
           .
       4300-Exit.
           EXIT.

       4400-Match-One-Entry.
           IF Xmt-En-File(Xmt-Sub) = Xmt-A-File
              AND FUNCTION TRIM(Xmt-En-Cksum(Xmt-Sub))
                  = FUNCTION TRIM(Xmt-A-Cksum)
              MOVE 'Y' TO Xmt-Found-Sw
              MOVE Xmt-Sub TO Xmt-Ix
           END-IF
           .
       4400-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Queue-Report - where every transmission stands, and an
      *> alert for each one past its partner's window.
      *> ---------------------------------------------------------------
       5000-Queue-Report.
           DISPLAY "STREAMIO OUTBOUND TRANSMISSION QUEUE"
           DISPLAY "AS OF " Xmt-Today " " Xmt-Now-Time
                   " - SENT SINCE " Xmt-Since-Date
                   " AND EVERYTHING UNANSWERED"
           DISPLAY " "
           DISPLAY " ENTRY PARTNER          ATT SENT            "
                   "CHECKSUM   STATUS        AGE-H WINDOW FILE"
           PERFORM 5100-Report-One-Entry THRU 5100-Exit
              VARYING Xmt-Ix FROM 1 BY 1
              UNTIL Xmt-Ix > Xmt-Entry-Count
           DISPLAY " "
           MOVE Xmt-Sent-Count TO Xmt-Count-Disp
           DISPLAY "SENT, WITHIN WINDOW . . " Xmt-Count-Disp
           MOVE Xmt-Acked-Count TO Xmt-Count-Disp
           DISPLAY "ACKNOWLEDGED  . . . . . " Xmt-Count-Disp
           MOVE Xmt-Rejected-Count TO Xmt-Count-Disp
           DISPLAY "REJECTED  . . . . . . . " Xmt-Count-Disp
           MOVE Xmt-Overdue-Count TO Xmt-Count-Disp
           DISPLAY "OVERDUE . . . . . . . . " Xmt-Count-Disp
           MOVE Strm-AR-Count TO Xmt-Count-Disp
           DISPLAY "ALERTS RAISED . . . . . " Xmt-Count-Disp
           IF Xmt-Bad-Line-Count > 0
              MOVE Xmt-Bad-Line-Count TO Xmt-Count-Disp
              DISPLAY "UNREADABLE QUEUE LINES  " Xmt-Count-Disp
           END-IF
           EVALUATE TRUE
              WHEN Xmt-Overdue-Count > 0
                 MOVE 8 TO RETURN-CODE
              WHEN Xmt-Rejected-Count > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       5000-Exit.
           EXIT.

       5100-Report-One-Entry.
           IF Xmt-En-Attempts(Xmt-Ix) = 0
              GO TO 5100-Exit
           END-IF
           IF Xmt-En-Acked(Xmt-Ix)
              AND Xmt-En-Sent-Date(Xmt-Ix) < Xmt-Since-Date
              GO TO 5100-Exit
           END-IF
           PERFORM 5200-Get-Window THRU 5200-Exit
           COMPUTE Xmt-Sent-Mins =
              FUNCTION INTEGER-OF-DATE(Xmt-En-Sent-Date(Xmt-Ix))
                 * 1440
              + FUNCTION NUMVAL(Xmt-En-Sent-Time(Xmt-Ix)(1:2)) * 60
              + FUNCTION NUMVAL(Xmt-En-Sent-Time(Xmt-Ix)(3:2))
           COMPUTE Xmt-Age-Mins = Xmt-Now-Mins - Xmt-Sent-Mins
           COMPUTE Xmt-Age-Hours = Xmt-Age-Mins / 60
           EVALUATE TRUE
              WHEN Xmt-En-Acked(Xmt-Ix)
                 MOVE 'ACKNOWLEDGED' TO Xmt-Verdict
                 ADD 1 TO Xmt-Acked-Count
              WHEN Xmt-En-Rejected(Xmt-Ix)
                 MOVE 'REJECTED' TO Xmt-Verdict
                 ADD 1 TO Xmt-Rejected-Count
              WHEN Xmt-Age-Mins > Xmt-Window-Hours * 60
                 MOVE 'OVERDUE' TO Xmt-Verdict
                 ADD 1 TO Xmt-Overdue-Count
                 MOVE SPACES TO Strm-AR-Subject
                 STRING FUNCTION TRIM(Xmt-En-Partner(Xmt-Ix),
                           TRAILING)
                        ':'
                        FUNCTION TRIM(Xmt-En-File(Xmt-Ix), TRAILING)
                        DELIMITED BY SIZE
                        INTO Strm-AR-Subject
                 END-STRING
                 MOVE 'OD' TO Strm-AR-Condition
                 MOVE 8 TO Strm-AR-Code
                 PERFORM 8500-Raise-Alert THRU 8500-Exit
              WHEN OTHER
                 MOVE 'SENT' TO Xmt-Verdict
                 ADD 1 TO Xmt-Sent-Count
           END-EVALUATE
           MOVE SPACES TO Xmt-Print-Line
           MOVE Xmt-Ix TO Xmt-Num-Disp
           MOVE Xmt-Num-Disp TO Xmt-Print-Line(1:6)
           MOVE Xmt-En-Partner(Xmt-Ix) TO Xmt-Print-Line(8:16)
           MOVE Xmt-En-Attempts(Xmt-Ix) TO Xmt-Print-Line(25:3)
           MOVE Xmt-En-Sent-Date(Xmt-Ix) TO Xmt-Print-Line(29:8)
           MOVE Xmt-En-Sent-Time(Xmt-Ix) TO Xmt-Print-Line(38:6)
           MOVE Xmt-En-Cksum(Xmt-Ix) TO Xmt-Print-Line(45:10)
           MOVE Xmt-Verdict TO Xmt-Print-Line(56:12)
           MOVE Xmt-Age-Hours TO Xmt-Hours-Disp
           MOVE Xmt-Hours-Disp TO Xmt-Print-Line(68:7)
           MOVE Xmt-Window-Hours TO Xmt-Hours-Disp
           MOVE Xmt-Hours-Disp TO Xmt-Print-Line(75:7)
           MOVE Xmt-En-File(Xmt-Ix) TO Xmt-Print-Line(83:78)
           DISPLAY FUNCTION TRIM(Xmt-Print-Line, TRAILING)
           IF Xmt-En-Rsn(Xmt-Ix) NOT = SPACES
              AND NOT Xmt-En-Sent(Xmt-Ix)
              DISPLAY "       PARTNER SAYS: "
                      FUNCTION TRIM(Xmt-En-Rsn(Xmt-Ix), TRAILING)
           END-IF
           .
       5100-Exit.
           EXIT.

       5200-Get-Window.
           MOVE 24 TO Xmt-Window-Hours
           MOVE Xmt-Window-Table TO Tbl-CB-Table-Name
           MOVE Xmt-En-Partner(Xmt-Ix) TO Tbl-CB-Code
           MOVE 0 TO Tbl-CB-Asof-Date
           CALL "STRMTBLL" USING Strmtbl-CB
           IF Tbl-CB-Found
              AND FUNCTION TEST-NUMVAL(Tbl-CB-Desc) = 0
              COMPUTE Xmt-Window-Hours = FUNCTION NUMVAL(Tbl-CB-Desc)
           END-IF
           .
       5200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7000-Append-One-Line - one record onto the end of the queue.
      *> ---------------------------------------------------------------
       7000-Append-One-Line.
           MOVE Xmt-Queue-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 7000-Exit
           END-IF
           MOVE SCB-Handle TO Xmt-Handle
           MOVE SPACES TO Streamio-Record-Data
           MOVE Xmt-Journal-Line TO Streamio-Record-Data(1:800)
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           ELSE
              ADD 1 TO Xmt-Write-Count
           END-IF
           MOVE Xmt-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       7000-Exit.
           EXIT.

      *> 7100-Build-Line - Xmt-J-Act for entry Xmt-Ix (0 for none),
      *> with Xmt-Partner, Xmt-Base-Name, Xmt-Cksum, Xmt-J-Ref and
      *> Xmt-J-Rsn already set by the caller.
       7100-Build-Line.
           MOVE Xmt-Ix TO Xmt-J-Entry-Num
           IF Xmt-Ix = 0
              MOVE 0 TO Xmt-J-Attempt-Num
           ELSE
              MOVE Xmt-En-Attempts(Xmt-Ix) TO Xmt-J-Attempt-Num
           END-IF
           MOVE SPACES TO Xmt-Journal-Line
           STRING 'ACT=' FUNCTION TRIM(Xmt-J-Act, TRAILING)
                  ' ENTRY=' Xmt-J-Entry-Num
                  ' ATTEMPT=' Xmt-J-Attempt-Num
                  ' DATE=' Xmt-Today
                  ' TIME=' Xmt-Now-Time
                  ' USER=' FUNCTION TRIM(Xmt-User, TRAILING)
                  ' PARTNER=' FUNCTION TRIM(Xmt-Partner, TRAILING)
                  ' FILE=' FUNCTION TRIM(Xmt-Base-Name, TRAILING)
                  ' CKSUM=' FUNCTION TRIM(Xmt-Cksum, TRAILING)
                  ' REF=' FUNCTION TRIM(Xmt-J-Ref, TRAILING)
                  ' RSN=' FUNCTION TRIM(Xmt-J-Rsn, TRAILING)
                  DELIMITED BY SIZE
                  INTO Xmt-Journal-Line
           END-STRING
           .
       7100-Exit.
           EXIT.

      *> 7200-Base-Name - the file name without its directory, which
      *> is all the partner ever sees of it.
       7200-Base-Name.
           MOVE SPACES TO Xmt-Base-Name
           COMPUTE Xmt-Name-Len = FUNCTION LENGTH(
              FUNCTION TRIM(Xmt-Data-File, TRAILING))
           MOVE FUNCTION REVERSE(Xmt-Data-File(1:Xmt-Name-Len))
              TO Xmt-Rev-Name
           MOVE 0 TO Xmt-Tail-Len
           INSPECT Xmt-Rev-Name(1:Xmt-Name-Len) TALLYING Xmt-Tail-Len
              FOR CHARACTERS BEFORE INITIAL '/'
           MOVE Xmt-Data-File(Xmt-Name-Len - Xmt-Tail-Len + 1:
                              Xmt-Tail-Len)
              TO Xmt-Base-Name
           .
       7200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8500-Raise-Alert - the shop-standard operator alert (see
      *> STREAMIOAlr.cpy).
      *> ---------------------------------------------------------------
       8500-Raise-Alert.
       COPY "STREAMIOAlr.cpy".
       8500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Xmt-Abort-Error
              MOVE 'Y' TO Xmt-Err-Sw
              MOVE SCB-Filename TO Xmt-Err-Filename
              MOVE SCB-Function TO Xmt-Err-Function
              MOVE SCB-Mode TO Xmt-Err-Mode
              MOVE SCB-Delimiter-Mode TO Xmt-Err-Delimiter-Mode
              MOVE SCB-Offset TO Xmt-Err-Offset
              MOVE SCB-Return-Code TO Xmt-Err-Return-Code
              MOVE SCB-Severity TO Xmt-Err-Severity
              MOVE SCB-Calling-Program TO Xmt-Err-Calling-Program
           END-IF
           .
       9500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9000-Report-Deferred-Error - the last thing this program does
      *> if 9500-Save-Error-Context ever fired: restore the saved
      *> context into Streamio-CB and call STREAMIOError with it.
      *> ---------------------------------------------------------------
       9000-Report-Deferred-Error.
           IF Xmt-Abort-Error
              MOVE Xmt-Err-Filename TO SCB-Filename
              MOVE Xmt-Err-Function TO SCB-Function
              MOVE Xmt-Err-Mode TO SCB-Mode
              MOVE Xmt-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Xmt-Err-Offset TO SCB-Offset
              MOVE Xmt-Err-Return-Code TO SCB-Return-Code
              MOVE Xmt-Err-Severity TO SCB-Severity
              MOVE Xmt-Err-Calling-Program TO SCB-Calling-Program
              CALL "STREAMIOError" USING Streamio-CB
           END-IF
           .
       9000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8900-Write-Run-Stats - the standard end-of-run statistics
      *> record (see STREAMIORun.cpy), written as the very last
      *> thing this program does so the recorded RETURN-CODE is the
      *> one the scheduler sees.
      *> ---------------------------------------------------------------
       8900-Write-Run-Stats.
           MOVE Xmt-Read-Count TO Strm-RS-Read-Count
           MOVE Xmt-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMXMT-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
