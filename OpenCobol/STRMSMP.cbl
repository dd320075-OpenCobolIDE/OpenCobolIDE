      *> ***************************************************************
      *> ** Program:  STRMSMP.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMSMP draws the audit sample.  The auditors used to     **
      *> ** pick their test items by hand from a printout of a        **
      *> ** txn-record.cpy feed or a STRMUPD audit file, and nobody   **
      *> ** could say afterward how they had been picked.  This step  **
      *> ** selects them by a stated method from a stated seed, so    **
      *> ** the same parameters always select the same items and the  **
      *> ** sample can be regenerated and re-performed at any time.   **
      *> **                                                           **
      *> ** Parameters (via ACCEPT FROM COMMAND-LINE, space-          **
      *> ** separated):                                               **
      *> **    method type input-file output-file size                **
      *> **       [threshold [seed]]                                  **
      *> ** where                                                     **
      *> **    method     RANDOM      simple random selection of      **
      *> **                           size items                      **
      *> **               STRATIFIED  stratified by transaction code, **
      *> **                           size allocated to the codes in  **
      *> **                           proportion to their counts, at  **
      *> **                           least one from each code        **
      *> **               MUS         monetary-unit sampling - size   **
      *> **                           dollar units chosen             **
      *> **                           systematically from a random    **
      *> **                           start, each choosing the item   **
      *> **                           it falls in, so an item's       **
      *> **                           chance is weighted by its       **
      *> **                           amount (sign ignored)           **
      *> **    type       FEED        a txn-record.cpy feed (binary,  **
      *> **                           fixed 80 bytes); the 'D'        **
      *> **                           records are the population      **
      *> **               AUDIT       a STRMUPD audit file; the ACCT= **
      *> **                           lines are the population, AMT=  **
      *> **                           and CODE= their amount and code **
      *> **                           (STRMAMT maintenance lines,     **
      *> **                           carrying USER=, are left out)   **
      *> **    size       the number of items to sample, not counting **
      *> **               the key items                               **
      *> **    threshold  every item whose amount (sign ignored) is   **
      *> **               at or above this is a key item, always      **
      *> **               selected and kept out of the sampled        **
      *> **               population; 0 or omitted for none           **
      *> **    seed       1 to 2147483646; omitted, one is taken from **
      *> **               the clock.  Either way it is printed and    **
      *> **               logged.                                     **
      *> **                                                           **
      *> ** The random numbers are the Park-Miller minimal standard   **
      *> ** generator computed here in ordinary decimal arithmetic,   **
      *> ** so a seed selects the same items on any machine and any   **
      *> ** release of the compiler.  Items are taken in the order    **
      *> ** the file holds them.                                      **
      *> **                                                           **
      *> ** The output file holds the selected items exactly as they  **
      *> ** were read - for a FEED, the input's 'H' record, the       **
      *> ** selected 'D' records and a new 'T' record with their      **
      *> ** count and total, a feed STRMVAL will pass; for an AUDIT,  **
      *> ** the selected lines.  The selection report shows the       **
      *> ** population count and value, the key items, the sample    **
      *> ** count and value, the method (for STRATIFIED, code by      **
      *> ** code), and the command that regenerates the sample.  One  **
      *> ** line per run is appended to strmsmp_log.dat:              **
      *> **    DATE=yyyymmdd TIME=hhmmss USER=u METHOD=m TYPE=t       **
      *> **    INPUT=f OUTPUT=f SIZE=n THRESHOLD=amt SEED=n POP=n     **
      *> **    POPAMT=amt KEY=n SAMPLE=n SAMPLEAMT=amt                **
      *> ** (one line; SAMPLE and SAMPLEAMT include the key items).   **
      *> **                                                           **
      *> ** RETURN-CODE on the 4/8/16 scale STREAMIOError.cpy         **
      *> ** establishes:                                              **
      *> **    16  bad parameters, or a file could not be opened,     **
      *> **        read or written                                    **
      *> **     4  the sample is smaller than asked for (the          **
      *> **        population is too small, or under MUS one item     **
      *> **        took several units), or some records were not      **
      *> **        readable as items and were left out               **
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
      *> ** 2026-10-15  GLC  STRMAMT maintenance lines (USER=) left   **
      *> **                  out of an AUDIT population.              **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMSMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  Smp-Parm-Line                        PIC X(512).
       01  Smp-Method                           PIC X(10) VALUE SPACES.
           88 Smp-Random                        VALUE 'RANDOM'.
           88 Smp-Stratified                    VALUE 'STRATIFIED'.
           88 Smp-Mus                           VALUE 'MUS'.
       01  Smp-Input-Type                       PIC X(05) VALUE SPACES.
           88 Smp-Feed                          VALUE 'FEED'.
           88 Smp-Audit                         VALUE 'AUDIT'.
       01  Smp-Input-File                       PIC X(256) VALUE
                                                 SPACES.
       01  Smp-Output-File                      PIC X(256) VALUE
                                                 SPACES.
       01  Smp-Size-Tok                         PIC X(12) VALUE SPACES.
       01  Smp-Threshold-Tok                    PIC X(20) VALUE SPACES.
       01  Smp-Seed-Tok                         PIC X(12) VALUE SPACES.
       01  Smp-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Smp-Setup-Ok                      VALUE 'Y'.
       01  Smp-Current-Date                     PIC X(21).
       01  Smp-Clock                            PIC 9(16).
       01  Smp-User                             PIC X(32).

      *> ---------------------------------------------------------------
      *> The sampling parameters and the random number generator.
      *> ---------------------------------------------------------------
       01  Smp-Sample-Size                      PIC 9(07) VALUE 0.
       01  Smp-Threshold                        PIC 9(09)V99 VALUE 0.
       01  Smp-Seed                             PIC 9(10) VALUE 0.
       01  Smp-Seed-Given-Sw                    PIC X(1) VALUE 'N'.
           88 Smp-Seed-Given                    VALUE 'Y'.
       01  Smp-Rand-Modulus                     PIC 9(10)
                                                 VALUE 2147483647.
       01  Smp-Rand-State                       PIC 9(10).
       01  Smp-Rand-Work                        PIC 9(15).
       01  Smp-Rand-Quot                        PIC 9(10).
       01  Smp-Rand-Left                        PIC 9(18).
       01  Smp-Rand-Right                       PIC 9(18).

      *> ---------------------------------------------------------------
      *> The files and the item just read.
      *> ---------------------------------------------------------------
       01  Smp-In-Handle                        PIC X(4) COMP-X.
       01  Smp-Out-Handle                       PIC X(4) COMP-X.
       01  Smp-Log-Handle                       PIC X(4) COMP-X.
       01  Smp-Log-Filename                     PIC X(256) VALUE
                                                 'strmsmp_log.dat'.
       01  Smp-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Smp-Eof                           VALUE 'Y'.
       01  Smp-Kind                             PIC X(1).
           88 Smp-Kind-Item                     VALUE 'I'.
           88 Smp-Kind-Header                   VALUE 'H'.
           88 Smp-Kind-Skip                     VALUE 'S'.
           88 Smp-Kind-Other                    VALUE 'O'.
       01  Smp-Line                             PIC X(512).
       01  Smp-Item-Amount                      PIC S9(09)V99.
       01  Smp-Item-Abs                         PIC 9(09)V99.
       01  Smp-Item-Cents                       PIC 9(11).
       01  Smp-Item-Code                        PIC X(04).
       01  Smp-Item-Key-Sw                      PIC X(1).
           88 Smp-Item-Key                      VALUE 'Y'.
       01  Smp-Item-Take-Sw                     PIC X(1).
           88 Smp-Item-Take                     VALUE 'Y'.
       01  Smp-A-Lead                           PIC X(02).
       01  Smp-A-Acct                           PIC X(20).
       01  Smp-A-Seq                            PIC X(12).
       01  Smp-A-Before                         PIC X(20).
       01  Smp-A-After                          PIC X(20).
       01  Smp-A-Amt                            PIC X(20).
       01  Smp-A-Code                           PIC X(10).
       01  Smp-A-Rest                           PIC X(40).
       01  Smp-User-Tally                       PIC 9(03) VALUE 0.

      *> ---------------------------------------------------------------
      *> Population and sample totals.  The "body" is the population
      *> less the key items - what the method samples from.
      *> ---------------------------------------------------------------
       01  Smp-Read-Count                       PIC 9(09) VALUE 0.
       01  Smp-Write-Count                      PIC 9(09) VALUE 0.
       01  Smp-Skip-Count                       PIC 9(09) VALUE 0.
       01  Smp-Pop-Count                        PIC 9(09) VALUE 0.
       01  Smp-Pop-Amount                       PIC S9(13)V99 VALUE 0.
       01  Smp-Key-Count                        PIC 9(09) VALUE 0.
       01  Smp-Key-Amount                       PIC S9(13)V99 VALUE 0.
       01  Smp-Body-Count                       PIC 9(09) VALUE 0.
       01  Smp-Body-Amount                      PIC S9(13)V99 VALUE 0.
       01  Smp-Body-Cents                       PIC 9(15) VALUE 0.
       01  Smp-Target                           PIC 9(09) VALUE 0.
       01  Smp-Seen                             PIC 9(09) VALUE 0.
       01  Smp-Sel-Count                        PIC 9(09) VALUE 0.
       01  Smp-Sel-Amount                       PIC S9(13)V99 VALUE 0.
       01  Smp-Out-Count                        PIC 9(09) VALUE 0.
       01  Smp-Out-Amount                       PIC S9(13)V99 VALUE 0.
       01  Smp-Short-Sw                         PIC X(1) VALUE 'N'.
           88 Smp-Short                         VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Monetary-unit sampling: the interval in cents, the next unit
      *> chosen, and the running total of the amounts before the item.
      *> ---------------------------------------------------------------
       01  Smp-Mus-Interval                     PIC 9(13)V9(06).
       01  Smp-Mus-Start                        PIC 9(13)V9(06).
       01  Smp-Mus-Point                        PIC 9(15)V9(06).
       01  Smp-Mus-Cum                          PIC 9(15) VALUE 0.
       01  Smp-Mus-Hits                         PIC 9(09) VALUE 0.
       01  Smp-Mus-Multi                        PIC 9(09) VALUE 0.
       01  Smp-Mus-Item-Hits                    PIC 9(09).

      *> ---------------------------------------------------------------
      *> The strata - one per transaction code in the population.
      *> ---------------------------------------------------------------
       01  Smp-Max-Strata                       PIC 9(03) VALUE 500.
       01  Smp-Stratum-Count                    PIC 9(03) VALUE 0.
       01  Smp-Strata-Overflow-Sw               PIC X(1) VALUE 'N'.
           88 Smp-Strata-Overflow               VALUE 'Y'.
       01  Smp-Stratum-Table.
           05 Smp-Stratum-Entry OCCURS 500 TIMES.
              10 Smp-St-Code                    PIC X(04).
              10 Smp-St-Pop-Count               PIC 9(09).
              10 Smp-St-Pop-Amount              PIC S9(13)V99.
              10 Smp-St-Key-Count               PIC 9(09).
              10 Smp-St-Body-Count              PIC 9(09).
              10 Smp-St-Target                  PIC 9(09).
              10 Smp-St-Seen                    PIC 9(09).
              10 Smp-St-Taken                   PIC 9(09).
              10 Smp-St-Sel-Count               PIC 9(09).
              10 Smp-St-Sel-Amount              PIC S9(13)V99.
       01  Smp-St-Sub                           PIC 9(03).
       01  Smp-Found-Sw                         PIC X(1) VALUE 'N'.
           88 Smp-Found                         VALUE 'Y'.

      *> ---------------------------------------------------------------
      *> Report and log formatting.
      *> ---------------------------------------------------------------
       01  Smp-Count-Disp                       PIC ZZZ,ZZZ,ZZ9.
       01  Smp-Amt-Disp                         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  Smp-Num-Disp                         PIC Z(9)9.
       01  Smp-Log-Amt-Disp                     PIC -(13)9.99.
       01  Smp-Thr-Disp                         PIC Z(8)9.99.
       01  Smp-Interval-Disp                    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  Smp-Method-Desc                      PIC X(40).
       01  Smp-Print-Line                       PIC X(132).
       01  Smp-Size-Disp                        PIC Z(6)9.
       01  Smp-Ptr                              PIC 9(04).

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Smp-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Smp-Abort-Error                   VALUE 'Y'.
       01  Smp-Err-Filename                     PIC X(256).
       01  Smp-Err-Function                     PIC X(2).
       01  Smp-Err-Mode                         PIC X(1).
       01  Smp-Err-Delimiter-Mode               PIC X(1).
       01  Smp-Err-Offset                       PIC X(8) COMP-X.
       01  Smp-Err-Return-Code                  USAGE BINARY-LONG.
       01  Smp-Err-Severity                     PIC X(1).
       01  Smp-Err-Calling-Program              PIC X(8).

       COPY "txn-record.cpy".

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Smp-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2000-Measure-Population THRU 2000-Exit
           IF Smp-Abort-Error
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           IF Smp-Stratified AND Smp-Strata-Overflow
              DISPLAY "STRMSMP: MORE THAN 500 TRANSACTION CODES - "
                      "CANNOT STRATIFY"
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           PERFORM 2500-Plan-Sample THRU 2500-Exit
           PERFORM 3000-Select-Sample THRU 3000-Exit
           IF NOT Smp-Abort-Error
              PERFORM 4000-Write-Log THRU 4000-Exit
           END-IF
      *> The STREAMIO calls above leave their last status in the
      *> shared register; the step's verdict is set from here on.
           MOVE 0 TO RETURN-CODE
           PERFORM 5000-Print-Report THRU 5000-Exit
           IF Smp-Short OR Smp-Skip-Count > 0 OR Smp-Pop-Count = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF Smp-Abort-Error
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Smp-Parm-Line FROM COMMAND-LINE
           UNSTRING Smp-Parm-Line DELIMITED BY ALL SPACE
               INTO Smp-Method, Smp-Input-Type, Smp-Input-File,
                    Smp-Output-File, Smp-Size-Tok, Smp-Threshold-Tok,
                    Smp-Seed-Tok
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(Smp-Method) TO Smp-Method
           MOVE FUNCTION UPPER-CASE(Smp-Input-Type) TO Smp-Input-Type
           MOVE 'STRMSMP' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMSMP' TO Strm-RS-Program
           MOVE Smp-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO Smp-Current-Date
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT Smp-User FROM ENVIRONMENT-VALUE
           IF Smp-User = SPACES
              MOVE 'UNKNOWN' TO Smp-User
           END-IF
           IF NOT (Smp-Random OR Smp-Stratified OR Smp-Mus)
           OR NOT (Smp-Feed OR Smp-Audit)
           OR Smp-Input-File = SPACES
           OR Smp-Output-File = SPACES
           OR Smp-Size-Tok = SPACES
              DISPLAY "STRMSMP: USAGE - STRMSMP RANDOM|STRATIFIED|MUS "
                      "FEED|AUDIT input-file output-file size "
                      "[threshold [seed]]"
              MOVE 'N' TO Smp-Setup-Ok-Sw
              GO TO 1000-Exit
           END-IF
           PERFORM 1100-Check-Numbers THRU 1100-Exit
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1100-Check-Numbers - size, threshold and seed; a seed not
      *> given is taken from the clock.
      *> ---------------------------------------------------------------
       1100-Check-Numbers.
           IF FUNCTION TEST-NUMVAL(Smp-Size-Tok) NOT = 0
              DISPLAY "STRMSMP: SAMPLE SIZE IS NOT A NUMBER - "
                      FUNCTION TRIM(Smp-Size-Tok)
              MOVE 'N' TO Smp-Setup-Ok-Sw
              GO TO 1100-Exit
           END-IF
           IF FUNCTION NUMVAL(Smp-Size-Tok) < 1
           OR FUNCTION NUMVAL(Smp-Size-Tok) > 9999999
           OR FUNCTION NUMVAL(Smp-Size-Tok) NOT =
              FUNCTION INTEGER(FUNCTION NUMVAL(Smp-Size-Tok))
              DISPLAY "STRMSMP: SAMPLE SIZE MUST BE 1 TO 9999999 - "
                      FUNCTION TRIM(Smp-Size-Tok)
              MOVE 'N' TO Smp-Setup-Ok-Sw
              GO TO 1100-Exit
           END-IF
           COMPUTE Smp-Sample-Size = FUNCTION NUMVAL(Smp-Size-Tok)
           IF Smp-Threshold-Tok NOT = SPACES
              IF FUNCTION TEST-NUMVAL(Smp-Threshold-Tok) NOT = 0
              OR FUNCTION NUMVAL(Smp-Threshold-Tok) < 0
              OR FUNCTION NUMVAL(Smp-Threshold-Tok) > 999999999.99
                 DISPLAY "STRMSMP: THRESHOLD IS NOT A VALID AMOUNT - "
                         FUNCTION TRIM(Smp-Threshold-Tok)
                 MOVE 'N' TO Smp-Setup-Ok-Sw
                 GO TO 1100-Exit
              END-IF
              COMPUTE Smp-Threshold =
                 FUNCTION NUMVAL(Smp-Threshold-Tok)
           END-IF
           IF Smp-Seed-Tok NOT = SPACES
              IF FUNCTION TEST-NUMVAL(Smp-Seed-Tok) NOT = 0
                 DISPLAY "STRMSMP: SEED IS NOT A NUMBER - "
                         FUNCTION TRIM(Smp-Seed-Tok)
                 MOVE 'N' TO Smp-Setup-Ok-Sw
                 GO TO 1100-Exit
              END-IF
              IF FUNCTION NUMVAL(Smp-Seed-Tok) < 1
              OR FUNCTION NUMVAL(Smp-Seed-Tok) > 2147483646
              OR FUNCTION NUMVAL(Smp-Seed-Tok) NOT =
                 FUNCTION INTEGER(FUNCTION NUMVAL(Smp-Seed-Tok))
                 DISPLAY "STRMSMP: SEED MUST BE 1 TO 2147483646 - "
                         FUNCTION TRIM(Smp-Seed-Tok)
                 MOVE 'N' TO Smp-Setup-Ok-Sw
                 GO TO 1100-Exit
              END-IF
              COMPUTE Smp-Seed = FUNCTION NUMVAL(Smp-Seed-Tok)
              MOVE 'Y' TO Smp-Seed-Given-Sw
           ELSE
              MOVE Smp-Current-Date(1:16) TO Smp-Clock
              COMPUTE Smp-Seed =
                 FUNCTION MOD(Smp-Clock, Smp-Rand-Modulus - 1) + 1
           END-IF
           MOVE Smp-Seed TO Smp-Rand-State
           .
       1100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Measure-Population - the first pass: population count
      *> and value, the key items, and the strata.
      *> ---------------------------------------------------------------
       2000-Measure-Population.
           PERFORM 2900-Open-Input THRU 2900-Exit
           IF Smp-Abort-Error
              GO TO 2000-Exit
           END-IF
           MOVE 'N' TO Smp-Eof-Sw
           PERFORM 2100-Measure-One-Record THRU 2100-Exit
              UNTIL Smp-Eof
           PERFORM 2950-Close-Input THRU 2950-Exit
           .
       2000-Exit.
           EXIT.

       2100-Measure-One-Record.
           PERFORM 2800-Read-Next-Record THRU 2800-Exit
           IF NOT Smp-Kind-Item
              GO TO 2100-Exit
           END-IF
           ADD 1 TO Smp-Pop-Count
           ADD Smp-Item-Amount TO Smp-Pop-Amount
           PERFORM 2200-Find-Stratum THRU 2200-Exit
           IF NOT Smp-Found
              IF Smp-Stratum-Count < Smp-Max-Strata
                 ADD 1 TO Smp-Stratum-Count
                 MOVE Smp-Stratum-Count TO Smp-St-Sub
                 MOVE Smp-Item-Code TO Smp-St-Code(Smp-St-Sub)
                 MOVE 0 TO Smp-St-Pop-Count(Smp-St-Sub)
                           Smp-St-Pop-Amount(Smp-St-Sub)
                           Smp-St-Key-Count(Smp-St-Sub)
                           Smp-St-Body-Count(Smp-St-Sub)
                           Smp-St-Target(Smp-St-Sub)
                           Smp-St-Seen(Smp-St-Sub)
                           Smp-St-Taken(Smp-St-Sub)
                           Smp-St-Sel-Count(Smp-St-Sub)
                           Smp-St-Sel-Amount(Smp-St-Sub)
                 MOVE 'Y' TO Smp-Found-Sw
              ELSE
                 MOVE 'Y' TO Smp-Strata-Overflow-Sw
              END-IF
           END-IF
           IF Smp-Found
              ADD 1 TO Smp-St-Pop-Count(Smp-St-Sub)
              ADD Smp-Item-Amount TO Smp-St-Pop-Amount(Smp-St-Sub)
           END-IF
           IF Smp-Item-Key
              ADD 1 TO Smp-Key-Count
              ADD Smp-Item-Amount TO Smp-Key-Amount
              IF Smp-Found
                 ADD 1 TO Smp-St-Key-Count(Smp-St-Sub)
              END-IF
           ELSE
              ADD 1 TO Smp-Body-Count
              ADD Smp-Item-Amount TO Smp-Body-Amount
              ADD Smp-Item-Cents TO Smp-Body-Cents
              IF Smp-Found
                 ADD 1 TO Smp-St-Body-Count(Smp-St-Sub)
              END-IF
           END-IF
           .
       2100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2200-Find-Stratum - Smp-St-Sub to the stratum of the item's
      *> code, Smp-Found if there is one.
      *> ---------------------------------------------------------------
       2200-Find-Stratum.
           MOVE 'N' TO Smp-Found-Sw
           PERFORM 2210-Check-One-Stratum THRU 2210-Exit
              VARYING Smp-St-Sub FROM 1 BY 1
              UNTIL Smp-St-Sub > Smp-Stratum-Count OR Smp-Found
           IF Smp-Found
              SUBTRACT 1 FROM Smp-St-Sub
           END-IF
           .
       2200-Exit.
           EXIT.

       2210-Check-One-Stratum.
           IF Smp-St-Code(Smp-St-Sub) = Smp-Item-Code
              MOVE 'Y' TO Smp-Found-Sw
           END-IF
           .
       2210-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2500-Plan-Sample - how many items each method is to take:
      *> the sample size, capped at the body of the population, and
      *> for STRATIFIED its share per code; for MUS the interval and
      *> the random start.
      *> ---------------------------------------------------------------
       2500-Plan-Sample.
           IF Smp-Sample-Size > Smp-Body-Count
              MOVE Smp-Body-Count TO Smp-Target
              MOVE 'Y' TO Smp-Short-Sw
           ELSE
              MOVE Smp-Sample-Size TO Smp-Target
           END-IF
           EVALUATE TRUE
              WHEN Smp-Random
                 MOVE 'SIMPLE RANDOM' TO Smp-Method-Desc
              WHEN Smp-Stratified
                 MOVE 'STRATIFIED BY TRANSACTION CODE'
                    TO Smp-Method-Desc
                 MOVE 0 TO Smp-Target
                 PERFORM 2600-Allocate-One-Stratum THRU 2600-Exit
                    VARYING Smp-St-Sub FROM 1 BY 1
                    UNTIL Smp-St-Sub > Smp-Stratum-Count
              WHEN Smp-Mus
                 MOVE 'MONETARY UNIT' TO Smp-Method-Desc
                 IF Smp-Body-Cents = 0
                    MOVE 0 TO Smp-Target
                    MOVE 0 TO Smp-Mus-Interval Smp-Mus-Start
                    MOVE 'Y' TO Smp-Short-Sw
                 ELSE
                    MOVE Smp-Sample-Size TO Smp-Target
                    IF Smp-Sample-Size > Smp-Body-Cents
                       MOVE Smp-Body-Cents TO Smp-Target
                       MOVE 'Y' TO Smp-Short-Sw
                    END-IF
                    COMPUTE Smp-Mus-Interval =
                       Smp-Body-Cents / Smp-Target
                    PERFORM 7000-Next-Random THRU 7000-Exit
                    COMPUTE Smp-Mus-Start =
                       Smp-Mus-Interval * Smp-Rand-State
                       / Smp-Rand-Modulus
                    MOVE Smp-Mus-Start TO Smp-Mus-Point
                 END-IF
           END-EVALUATE
           .
       2500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2600-Allocate-One-Stratum - the code's share of the sample,
      *> in proportion to its count, never less than one nor more
      *> than the code has.
      *> ---------------------------------------------------------------
       2600-Allocate-One-Stratum.
           IF Smp-St-Body-Count(Smp-St-Sub) = 0
              MOVE 0 TO Smp-St-Target(Smp-St-Sub)
              GO TO 2600-Exit
           END-IF
           IF Smp-Sample-Size >= Smp-Body-Count
              MOVE Smp-St-Body-Count(Smp-St-Sub)
                 TO Smp-St-Target(Smp-St-Sub)
           ELSE
              COMPUTE Smp-St-Target(Smp-St-Sub) ROUNDED =
                 Smp-Sample-Size * Smp-St-Body-Count(Smp-St-Sub)
                 / Smp-Body-Count
              IF Smp-St-Target(Smp-St-Sub) < 1
                 MOVE 1 TO Smp-St-Target(Smp-St-Sub)
              END-IF
              IF Smp-St-Target(Smp-St-Sub) >
                 Smp-St-Body-Count(Smp-St-Sub)
                 MOVE Smp-St-Body-Count(Smp-St-Sub)
                    TO Smp-St-Target(Smp-St-Sub)
              END-IF
           END-IF
           ADD Smp-St-Target(Smp-St-Sub) TO Smp-Target
           .
       2600-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2800-Read-Next-Record - the next record of the input, and
      *> what it is: an item (amount, code, and whether it is a key
      *> item), a feed header, a record that should have been an
      *> item and could not be read as one, or anything else.
      *> ---------------------------------------------------------------
       2800-Read-Next-Record.
           MOVE 'O' TO Smp-Kind
           MOVE Smp-In-Handle TO SCB-Handle
           IF Smp-Feed
              MOVE 'R ' TO SCB-Function
              MOVE LENGTH OF txn-record TO SCB-Record-Length
           ELSE
              MOVE 'RD' TO SCB-Function
              MOVE 0 TO SCB-Record-Length
           END-IF
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           EVALUATE SCB-Return-Code
              WHEN 0
                 CONTINUE
              WHEN 10
                 MOVE 'Y' TO Smp-Eof-Sw
                 GO TO 2800-Exit
              WHEN OTHER
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
                 MOVE 'Y' TO Smp-Eof-Sw
                 GO TO 2800-Exit
           END-EVALUATE
           ADD 1 TO Smp-Read-Count
           IF Smp-Feed
              MOVE Streamio-Record-Data(1:LENGTH OF txn-record)
                 TO txn-record
              EVALUATE TRUE
                 WHEN txn-is-header
                    MOVE 'H' TO Smp-Kind
                    GO TO 2800-Exit
                 WHEN txn-is-detail
                    IF txn-det-amount IS NOT NUMERIC
                       MOVE 'S' TO Smp-Kind
                       GO TO 2800-Exit
                    END-IF
                    MOVE txn-det-amount TO Smp-Item-Amount
                    MOVE txn-det-code TO Smp-Item-Code
                 WHEN OTHER
                    GO TO 2800-Exit
              END-EVALUATE
           ELSE
              MOVE SPACES TO Smp-Line
              MOVE Streamio-Record-Data(1:SCB-Bytes-Transferred)
                 TO Smp-Line
              IF Smp-Line(1:5) NOT = 'ACCT='
                 GO TO 2800-Exit
              END-IF
              MOVE SPACES TO Smp-A-Amt Smp-A-Code
              UNSTRING Smp-Line DELIMITED BY "ACCT=" OR " SEQ="
                       OR " BEFORE=" OR " AFTER=" OR " AMT="
                       OR " CODE=" OR " "
                  INTO Smp-A-Lead Smp-A-Acct Smp-A-Seq Smp-A-Before
                       Smp-A-After Smp-A-Amt Smp-A-Code Smp-A-Rest
              END-UNSTRING
      *> STRMAMT maintenance lines (USER=) are not posted items.
              MOVE 0 TO Smp-User-Tally
              INSPECT Smp-Line TALLYING Smp-User-Tally
                 FOR ALL " USER="
              IF Smp-User-Tally > 0
                 GO TO 2800-Exit
              END-IF
              IF Smp-A-Amt = SPACES
              OR FUNCTION TEST-NUMVAL(Smp-A-Amt) NOT = 0
                 MOVE 'S' TO Smp-Kind
                 GO TO 2800-Exit
              END-IF
              COMPUTE Smp-Item-Amount = FUNCTION NUMVAL(Smp-A-Amt)
              MOVE Smp-A-Code TO Smp-Item-Code
           END-IF
           MOVE 'I' TO Smp-Kind
           IF Smp-Item-Amount < 0
              COMPUTE Smp-Item-Abs = 0 - Smp-Item-Amount
           ELSE
              MOVE Smp-Item-Amount TO Smp-Item-Abs
           END-IF
           COMPUTE Smp-Item-Cents = Smp-Item-Abs * 100
           IF Smp-Threshold > 0 AND Smp-Item-Abs >= Smp-Threshold
              MOVE 'Y' TO Smp-Item-Key-Sw
           ELSE
              MOVE 'N' TO Smp-Item-Key-Sw
           END-IF
           .
       2800-Exit.
           EXIT.

       2900-Open-Input.
           MOVE Smp-Input-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           IF Smp-Feed
              MOVE 'N' TO SCB-Delimiter-Mode
           ELSE
              MOVE 'U' TO SCB-Delimiter-Mode
           END-IF
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMSMP: CANNOT OPEN INPUT FILE "
                      FUNCTION TRIM(Smp-Input-File, TRAILING)
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 2900-Exit
           END-IF
           MOVE SCB-Handle TO Smp-In-Handle
           .
       2900-Exit.
           EXIT.

       2950-Close-Input.
           MOVE 0 TO SCB-Record-Length
           MOVE Smp-In-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2950-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Select-Sample - the second pass: every key item, and
      *> the items the method chooses, written to the output file.
      *> ---------------------------------------------------------------
       3000-Select-Sample.
           PERFORM 2900-Open-Input THRU 2900-Exit
           IF Smp-Abort-Error
              GO TO 3000-Exit
           END-IF
           MOVE Smp-Output-File TO SCB-Filename
           MOVE 'O' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           IF Smp-Feed
              MOVE 'N' TO SCB-Delimiter-Mode
           ELSE
              MOVE 'U' TO SCB-Delimiter-Mode
           END-IF
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              DISPLAY "STRMSMP: CANNOT OPEN OUTPUT FILE "
                      FUNCTION TRIM(Smp-Output-File, TRAILING)
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              PERFORM 2950-Close-Input THRU 2950-Exit
              GO TO 3000-Exit
           END-IF
           MOVE SCB-Handle TO Smp-Out-Handle
           MOVE 0 TO Smp-Read-Count
           MOVE 'N' TO Smp-Eof-Sw
           PERFORM 3100-Select-One-Record THRU 3100-Exit
              UNTIL Smp-Eof
           IF Smp-Feed
              MOVE SPACES TO txn-record
              MOVE 'T' TO txn-rec-type
              MOVE Smp-Out-Count TO txn-trl-record-count
              MOVE Smp-Out-Amount TO txn-trl-control-total
              PERFORM 3600-Write-Output THRU 3600-Exit
           END-IF
           PERFORM 2950-Close-Input THRU 2950-Exit
           MOVE Smp-Out-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF Smp-Mus AND Smp-Mus-Multi > 0
              MOVE 'Y' TO Smp-Short-Sw
           END-IF
           IF Smp-Sel-Count < Smp-Target
              MOVE 'Y' TO Smp-Short-Sw
           END-IF
           .
       3000-Exit.
           EXIT.

       3100-Select-One-Record.
           PERFORM 2800-Read-Next-Record THRU 2800-Exit
           EVALUATE TRUE
              WHEN Smp-Eof
                 GO TO 3100-Exit
              WHEN Smp-Kind-Skip
                 ADD 1 TO Smp-Skip-Count
                 GO TO 3100-Exit
              WHEN Smp-Kind-Header
                 PERFORM 3600-Write-Output THRU 3600-Exit
                 GO TO 3100-Exit
              WHEN Smp-Kind-Other
                 GO TO 3100-Exit
           END-EVALUATE
           MOVE 'N' TO Smp-Item-Take-Sw
           IF Smp-Item-Key
              MOVE 'Y' TO Smp-Item-Take-Sw
           ELSE
              EVALUATE TRUE
                 WHEN Smp-Random
                    PERFORM 3200-Decide-Random THRU 3200-Exit
                 WHEN Smp-Stratified
                    PERFORM 3300-Decide-Stratified THRU 3300-Exit
                 WHEN Smp-Mus
                    PERFORM 3400-Decide-Mus THRU 3400-Exit
              END-EVALUATE
              IF Smp-Item-Take
                 ADD 1 TO Smp-Sel-Count
                 ADD Smp-Item-Amount TO Smp-Sel-Amount
              END-IF
           END-IF
           IF NOT Smp-Item-Take
              GO TO 3100-Exit
           END-IF
           ADD 1 TO Smp-Out-Count
           ADD Smp-Item-Amount TO Smp-Out-Amount
           IF Smp-Stratified
              PERFORM 2200-Find-Stratum THRU 2200-Exit
              IF Smp-Found
                 ADD 1 TO Smp-St-Sel-Count(Smp-St-Sub)
                 ADD Smp-Item-Amount TO Smp-St-Sel-Amount(Smp-St-Sub)
              END-IF
           END-IF
           IF Smp-Feed
              PERFORM 3600-Write-Output THRU 3600-Exit
           ELSE
              MOVE SPACES TO Streamio-Record-Data
              MOVE Smp-Line TO Streamio-Record-Data(1:512)
              PERFORM 3600-Write-Output THRU 3600-Exit
           END-IF
           .
       3100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3200-Decide-Random - Knuth's selection sampling: with t of
      *> the N items already seen and m of the n already taken, take
      *> this one if (N - t) * U < n - m, U uniform on [0,1).  Done
      *> in whole numbers, U being (state - 1) / (modulus - 1).
      *> ---------------------------------------------------------------
       3200-Decide-Random.
           PERFORM 7000-Next-Random THRU 7000-Exit
           COMPUTE Smp-Rand-Left =
              (Smp-Rand-State - 1) * (Smp-Body-Count - Smp-Seen)
           COMPUTE Smp-Rand-Right =
              (Smp-Target - Smp-Sel-Count) * (Smp-Rand-Modulus - 1)
           IF Smp-Rand-Left < Smp-Rand-Right
              MOVE 'Y' TO Smp-Item-Take-Sw
           END-IF
           ADD 1 TO Smp-Seen
           .
       3200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3300-Decide-Stratified - selection sampling as above, within
      *> the item's own code.
      *> ---------------------------------------------------------------
       3300-Decide-Stratified.
           PERFORM 2200-Find-Stratum THRU 2200-Exit
           IF NOT Smp-Found
              GO TO 3300-Exit
           END-IF
           PERFORM 7000-Next-Random THRU 7000-Exit
           COMPUTE Smp-Rand-Left =
              (Smp-Rand-State - 1) *
              (Smp-St-Body-Count(Smp-St-Sub) - Smp-St-Seen(Smp-St-Sub))
           COMPUTE Smp-Rand-Right =
              (Smp-St-Target(Smp-St-Sub) - Smp-St-Taken(Smp-St-Sub))
              * (Smp-Rand-Modulus - 1)
           IF Smp-Rand-Left < Smp-Rand-Right
              MOVE 'Y' TO Smp-Item-Take-Sw
              ADD 1 TO Smp-St-Taken(Smp-St-Sub)
           END-IF
           ADD 1 TO Smp-St-Seen(Smp-St-Sub)
           .
       3300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3400-Decide-Mus - the item covers the cents from the running
      *> total before it up to the total after it; it is taken if the
      *> next chosen unit falls in that span.  Every unit that falls
      *> in it is used up, so an item large enough to take two units
      *> is still taken once and the sample comes up short.
      *> ---------------------------------------------------------------
       3400-Decide-Mus.
           IF Smp-Target = 0 OR Smp-Item-Cents = 0
              GO TO 3400-Exit
           END-IF
           ADD Smp-Item-Cents TO Smp-Mus-Cum
           IF Smp-Mus-Point > Smp-Mus-Cum
              GO TO 3400-Exit
           END-IF
           MOVE 'Y' TO Smp-Item-Take-Sw
           MOVE 0 TO Smp-Mus-Item-Hits
           PERFORM 3410-Use-One-Unit THRU 3410-Exit
              UNTIL Smp-Mus-Point > Smp-Mus-Cum
           IF Smp-Mus-Item-Hits > 1
              ADD 1 TO Smp-Mus-Multi
           END-IF
           .
       3400-Exit.
           EXIT.

       3410-Use-One-Unit.
           ADD 1 TO Smp-Mus-Item-Hits
           ADD 1 TO Smp-Mus-Hits
           ADD Smp-Mus-Interval TO Smp-Mus-Point
           .
       3410-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3600-Write-Output - txn-record (FEED) or the line already
      *> in Streamio-Record-Data (AUDIT) to the output file.
      *> ---------------------------------------------------------------
       3600-Write-Output.
           MOVE Smp-Out-Handle TO SCB-Handle
           IF Smp-Feed
              MOVE 'W ' TO SCB-Function
              MOVE LENGTH OF txn-record TO SCB-Record-Length
              MOVE SPACES TO Streamio-Record-Data
              MOVE txn-record TO Streamio-Record-Data(1:80)
           ELSE
              MOVE 'WD' TO SCB-Function
           END-IF
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code = 0
              ADD 1 TO Smp-Write-Count
           ELSE
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              MOVE 'Y' TO Smp-Eof-Sw
           END-IF
           .
       3600-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Write-Log - the run's parameters and results, appended
      *> to strmsmp_log.dat; everything needed to draw it again.
      *> ---------------------------------------------------------------
       4000-Write-Log.
           MOVE 0 TO SCB-Record-Length
           MOVE Smp-Log-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 4000-Exit
           END-IF
           MOVE SCB-Handle TO Smp-Log-Handle
           MOVE SPACES TO Streamio-Record-Data
           MOVE 1 TO Smp-Ptr
           STRING 'DATE=' Smp-Current-Date(1:8)
                  ' TIME=' Smp-Current-Date(9:6)
                  ' USER=' FUNCTION TRIM(Smp-User, TRAILING)
                  ' METHOD=' FUNCTION TRIM(Smp-Method, TRAILING)
                  ' TYPE=' FUNCTION TRIM(Smp-Input-Type, TRAILING)
                  ' INPUT=' FUNCTION TRIM(Smp-Input-File, TRAILING)
                  ' OUTPUT=' FUNCTION TRIM(Smp-Output-File, TRAILING)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
                  WITH POINTER Smp-Ptr
           END-STRING
           MOVE Smp-Sample-Size TO Smp-Num-Disp
           MOVE Smp-Threshold TO Smp-Thr-Disp
           STRING ' SIZE=' FUNCTION TRIM(Smp-Num-Disp)
                  ' THRESHOLD=' FUNCTION TRIM(Smp-Thr-Disp)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
                  WITH POINTER Smp-Ptr
           END-STRING
           MOVE Smp-Seed TO Smp-Num-Disp
           STRING ' SEED=' FUNCTION TRIM(Smp-Num-Disp)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
                  WITH POINTER Smp-Ptr
           END-STRING
           MOVE Smp-Pop-Count TO Smp-Num-Disp
           MOVE Smp-Pop-Amount TO Smp-Log-Amt-Disp
           STRING ' POP=' FUNCTION TRIM(Smp-Num-Disp)
                  ' POPAMT=' FUNCTION TRIM(Smp-Log-Amt-Disp)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
                  WITH POINTER Smp-Ptr
           END-STRING
           MOVE Smp-Key-Count TO Smp-Num-Disp
           STRING ' KEY=' FUNCTION TRIM(Smp-Num-Disp)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
                  WITH POINTER Smp-Ptr
           END-STRING
           MOVE Smp-Out-Count TO Smp-Num-Disp
           MOVE Smp-Out-Amount TO Smp-Log-Amt-Disp
           STRING ' SAMPLE=' FUNCTION TRIM(Smp-Num-Disp)
                  ' SAMPLEAMT=' FUNCTION TRIM(Smp-Log-Amt-Disp)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
                  WITH POINTER Smp-Ptr
           END-STRING
           MOVE Smp-Log-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           END-IF
           MOVE Smp-Log-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       4000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 5000-Print-Report - the selection report.
      *> ---------------------------------------------------------------
       5000-Print-Report.
           DISPLAY "STREAMIO AUDIT SAMPLE SELECTION"
           DISPLAY "RUN " Smp-Current-Date(1:8) " "
                   Smp-Current-Date(9:6) " BY "
                   FUNCTION TRIM(Smp-User, TRAILING)
           DISPLAY "METHOD:     " FUNCTION TRIM(Smp-Method-Desc)
           DISPLAY "INPUT:      " FUNCTION TRIM(Smp-Input-File)
                   " (" FUNCTION TRIM(Smp-Input-Type) ")"
           DISPLAY "OUTPUT:     " FUNCTION TRIM(Smp-Output-File)
           MOVE Smp-Seed TO Smp-Num-Disp
           IF Smp-Seed-Given
              DISPLAY "SEED:       " FUNCTION TRIM(Smp-Num-Disp)
           ELSE
              DISPLAY "SEED:       " FUNCTION TRIM(Smp-Num-Disp)
                      " (FROM THE CLOCK)"
           END-IF
           MOVE Smp-Sample-Size TO Smp-Count-Disp
           DISPLAY "SIZE ASKED: " FUNCTION TRIM(Smp-Count-Disp)
           IF Smp-Threshold > 0
              MOVE Smp-Threshold TO Smp-Amt-Disp
              DISPLAY "KEY ITEMS:  AMOUNT AT OR ABOVE "
                      FUNCTION TRIM(Smp-Amt-Disp)
           ELSE
              DISPLAY "KEY ITEMS:  NONE"
           END-IF
           IF Smp-Mus AND Smp-Target > 0
              COMPUTE Smp-Interval-Disp = Smp-Mus-Interval / 100
              DISPLAY "INTERVAL:   " FUNCTION TRIM(Smp-Interval-Disp)
              COMPUTE Smp-Interval-Disp = Smp-Mus-Start / 100
              DISPLAY "START:      " FUNCTION TRIM(Smp-Interval-Disp)
           END-IF
           DISPLAY " "
           DISPLAY "                                      COUNT"
                   "               AMOUNT"
           MOVE "POPULATION" TO Smp-Print-Line
           MOVE Smp-Pop-Count TO Smp-Count-Disp
           MOVE Smp-Pop-Amount TO Smp-Amt-Disp
           PERFORM 5200-Print-Total-Line THRU 5200-Exit
           MOVE "  KEY ITEMS (ALWAYS SELECTED)" TO Smp-Print-Line
           MOVE Smp-Key-Count TO Smp-Count-Disp
           MOVE Smp-Key-Amount TO Smp-Amt-Disp
           PERFORM 5200-Print-Total-Line THRU 5200-Exit
           MOVE "  SAMPLED POPULATION" TO Smp-Print-Line
           MOVE Smp-Body-Count TO Smp-Count-Disp
           MOVE Smp-Body-Amount TO Smp-Amt-Disp
           PERFORM 5200-Print-Total-Line THRU 5200-Exit
           IF Smp-Mus
              MOVE "  SAMPLED, SIGN IGNORED"
                 TO Smp-Print-Line
              MOVE Smp-Body-Count TO Smp-Count-Disp
              COMPUTE Smp-Amt-Disp = Smp-Body-Cents / 100
              PERFORM 5200-Print-Total-Line THRU 5200-Exit
           END-IF
           MOVE "SAMPLE SELECTED BY THE METHOD" TO Smp-Print-Line
           MOVE Smp-Sel-Count TO Smp-Count-Disp
           MOVE Smp-Sel-Amount TO Smp-Amt-Disp
           PERFORM 5200-Print-Total-Line THRU 5200-Exit
           MOVE "TOTAL SAMPLE WITH KEY ITEMS" TO Smp-Print-Line
           MOVE Smp-Out-Count TO Smp-Count-Disp
           MOVE Smp-Out-Amount TO Smp-Amt-Disp
           PERFORM 5200-Print-Total-Line THRU 5200-Exit
           IF Smp-Stratified
              DISPLAY " "
              DISPLAY "CODE       COUNT              AMOUNT"
                      "   KEY ITEMS   ALLOCATED    SELECTED"
                      "     SELECTED AMOUNT"
              PERFORM 5100-Print-One-Stratum THRU 5100-Exit
                 VARYING Smp-St-Sub FROM 1 BY 1
                 UNTIL Smp-St-Sub > Smp-Stratum-Count
           END-IF
           DISPLAY " "
           IF Smp-Skip-Count > 0
              MOVE Smp-Skip-Count TO Smp-Count-Disp
              DISPLAY "*** " FUNCTION TRIM(Smp-Count-Disp)
                      " RECORD(S) NOT READABLE AS ITEMS - LEFT OUT"
           END-IF
           IF Smp-Pop-Count = 0
              DISPLAY "*** THE POPULATION IS EMPTY"
           END-IF
           IF Smp-Short
              MOVE Smp-Sel-Count TO Smp-Count-Disp
              DISPLAY "*** SAMPLE IS " FUNCTION TRIM(Smp-Count-Disp)
                      " ITEM(S), FEWER THAN ASKED"
           END-IF
           IF Smp-Mus-Multi > 0
              MOVE Smp-Mus-Multi TO Smp-Count-Disp
              DISPLAY "*** " FUNCTION TRIM(Smp-Count-Disp)
                      " ITEM(S) TOOK MORE THAN ONE MONETARY UNIT"
           END-IF
           MOVE Smp-Seed TO Smp-Num-Disp
           MOVE Smp-Threshold TO Smp-Thr-Disp
           MOVE Smp-Sample-Size TO Smp-Size-Disp
           DISPLAY "TO REGENERATE: STRMSMP "
                   FUNCTION TRIM(Smp-Method) " "
                   FUNCTION TRIM(Smp-Input-Type) " "
                   FUNCTION TRIM(Smp-Input-File) " "
                   FUNCTION TRIM(Smp-Output-File) " "
                   FUNCTION TRIM(Smp-Size-Disp) " "
                   FUNCTION TRIM(Smp-Thr-Disp) " "
                   FUNCTION TRIM(Smp-Num-Disp)
           .
       5000-Exit.
           EXIT.

       5100-Print-One-Stratum.
           MOVE SPACES TO Smp-Print-Line
           MOVE Smp-St-Code(Smp-St-Sub) TO Smp-Print-Line(1:4)
           MOVE Smp-St-Pop-Count(Smp-St-Sub) TO Smp-Count-Disp
           MOVE Smp-Count-Disp TO Smp-Print-Line(6:11)
           MOVE Smp-St-Pop-Amount(Smp-St-Sub) TO Smp-Amt-Disp
           MOVE Smp-Amt-Disp TO Smp-Print-Line(18:19)
           MOVE Smp-St-Key-Count(Smp-St-Sub) TO Smp-Count-Disp
           MOVE Smp-Count-Disp TO Smp-Print-Line(38:11)
           MOVE Smp-St-Target(Smp-St-Sub) TO Smp-Count-Disp
           MOVE Smp-Count-Disp TO Smp-Print-Line(50:11)
           MOVE Smp-St-Sel-Count(Smp-St-Sub) TO Smp-Count-Disp
           MOVE Smp-Count-Disp TO Smp-Print-Line(62:11)
           MOVE Smp-St-Sel-Amount(Smp-St-Sub) TO Smp-Amt-Disp
           MOVE Smp-Amt-Disp TO Smp-Print-Line(74:19)
           DISPLAY FUNCTION TRIM(Smp-Print-Line, TRAILING)
           .
       5100-Exit.
           EXIT.

       5200-Print-Total-Line.
           MOVE Smp-Count-Disp TO Smp-Print-Line(33:11)
           MOVE Smp-Amt-Disp TO Smp-Print-Line(46:19)
           DISPLAY FUNCTION TRIM(Smp-Print-Line, TRAILING)
           .
       5200-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7000-Next-Random - the Park-Miller minimal standard
      *> generator: state = (16807 * state) mod (2**31 - 1).
      *> ---------------------------------------------------------------
       7000-Next-Random.
           COMPUTE Smp-Rand-Work = Smp-Rand-State * 16807
           DIVIDE Smp-Rand-Work BY Smp-Rand-Modulus
              GIVING Smp-Rand-Quot REMAINDER Smp-Rand-State
           .
       7000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Smp-Abort-Error
              MOVE 'Y' TO Smp-Err-Sw
              MOVE SCB-Filename TO Smp-Err-Filename
              MOVE SCB-Function TO Smp-Err-Function
              MOVE SCB-Mode TO Smp-Err-Mode
              MOVE SCB-Delimiter-Mode TO Smp-Err-Delimiter-Mode
              MOVE SCB-Offset TO Smp-Err-Offset
              MOVE SCB-Return-Code TO Smp-Err-Return-Code
              MOVE SCB-Severity TO Smp-Err-Severity
              MOVE SCB-Calling-Program TO Smp-Err-Calling-Program
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
           IF Smp-Abort-Error
              MOVE Smp-Err-Filename TO SCB-Filename
              MOVE Smp-Err-Function TO SCB-Function
              MOVE Smp-Err-Mode TO SCB-Mode
              MOVE Smp-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Smp-Err-Offset TO SCB-Offset
              MOVE Smp-Err-Return-Code TO SCB-Return-Code
              MOVE Smp-Err-Severity TO SCB-Severity
              MOVE Smp-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Smp-Read-Count TO Strm-RS-Read-Count
           MOVE Smp-Write-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMSMP-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
