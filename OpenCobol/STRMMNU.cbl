      *> ***************************************************************
      *> ** Program:  STRMMNU.cbl                                     **
      *> ** Author:   Gary L. Cutler                                  **
      *> **           CutlerGL@gmail.com                              **
      *> **                                                           **
      *> ** STRMMNU is the operator console: one full screen from     **
      *> ** which every utility in the suite is run.  The operators   **
      *> ** were keying forty-odd positional command lines from       **
      *> ** memory, and a mistyped STRMGDG PURGE or STRMSEQ FORCE     **
      *> ** has cost us a night.  Here they pick the utility from a   **
      *> ** list by function, fill in its parameters on a form that   **
      *> ** says what each one is, starts from its usual value and   **
      *> ** checks it, see the exact command before it runs, and see  **
      *> ** its output and completion code afterward.                 **
      *> **                                                           **
      *> ** No parameters.  The home screen shows the latest          **
      *> ** STRMRPT, STRMREG and STRMSLA completions from today's     **
      *> ** run-stats file (STREAMIORun.cpy) and the five function    **
      *> ** groups: intake and transmission, validation, posting,     **
      *> ** reporting, housekeeping.  The catalog of utilities, their **
      *> ** parameters, the checks and the defaults is Mnu-Catalog    **
      *> ** below, one line per utility function and one per          **
      *> ** parameter:                                                **
      *> **    I|group|program|lead-word|trail-word|flag|description  **
      *> **    P|prompt|type|R or O|default|choices                   **
      *> ** lead-word goes before the parameters (the function word,  **
      *> ** e.g. PURGE), trail-word after them (e.g. FORCE).  flag C  **
      *> ** marks a function that changes control data or overrides  **
      *> ** a safeguard - it must be confirmed with YES, not just Y;  **
      *> ** flag I marks a program that holds its own conversation    **
      *> ** with the operator, which is run on the terminal instead   **
      *> ** of having its output captured.  Parameter types:          **
      *> **    F  an existing file           O  a file to be written  **
      *> **    D  a date YYYYMMDD            M  a month YYYYMM        **
      *> **    N  a whole number             S  a signed whole number **
      *> **    A  an amount                  C  one of the choices    **
      *> **    T  one word                   X  text, spaces allowed  **
      *> ** R is required, O optional; an optional parameter may only **
      *> ** be left blank if every parameter after it is blank too,   **
      *> ** the command lines being positional.  The default *TODAY   **
      *> ** is today's date.  Keep the catalog in step with the       **
      *> ** Parameters block of each program's header.                **
      *> **                                                           **
      *> ** The shared menu actions (menu-actions.cpy) work on every  **
      *> ** screen, typed on the ACTION line or by function key:      **
      *> **    Main    (F3)   back to the home screen                 **
      *> **    Cancel  (F12)  back one screen, abandoning the form;   **
      *> **                   on the home screen, end the session     **
      *> ** A command's output is captured in strmmnu_<user>.out and  **
      *> ** paged on the screen.                                      **
      *> **                                                           **
      *> ** Every action is appended to strmmnu_log.dat with the user **
      *> ** id ($USER):                                               **
      *> **    DATE=yyyymmdd TIME=hhmmss USER=u ACTION=a PGM=p RC=n   **
      *> **    CMD=command                                            **
      *> ** (one line) where ACTION is SIGNON, SIGNOFF, RUN (RC the   **
      *> ** command's completion code), DECLINE (the command was     **
      *> ** shown and not confirmed) or CANCEL (the form was          **
      *> ** abandoned).                                               **
      *> **                                                           **
      *> ** RETURN-CODE: 16 when the console could not start, else    **
      *> ** 0 - the completion codes of the commands run are shown    **
      *> ** and logged, not passed on.                                **
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
      *> ** 2026-10-15  GLC  STRMAUTH, STRMCTR, STRMREV, STRMOIR,     **
      *> **                  STRMDRM and STRMFCT added to the         **
      *> **                  catalog.                                 **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMMNU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS Mnu-Crt-Status.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "menu-actions.cpy".

       01  Mnu-Parm-Line                        PIC X(512).
       01  Mnu-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Mnu-Setup-Ok                      VALUE 'Y'.
       01  Mnu-Current-Date                     PIC X(21).
       01  Mnu-Today                            PIC X(08).
       01  Mnu-User                             PIC X(32).
       01  Mnu-Crt-Status                       PIC 9(04) VALUE 0.
           88 Mnu-Key-F3                        VALUE 1003.
           88 Mnu-Key-F12                       VALUE 1012.

      *> ---------------------------------------------------------------
      *> Screen navigation.
      *> ---------------------------------------------------------------
       01  Mnu-Quit-Sw                          PIC X(1) VALUE 'N'.
           88 Mnu-Quit                          VALUE 'Y'.
       01  Mnu-Go-Home-Sw                       PIC X(1) VALUE 'N'.
           88 Mnu-Go-Home                       VALUE 'Y'.
       01  Mnu-Item-Done-Sw                     PIC X(1) VALUE 'N'.
           88 Mnu-Item-Done                     VALUE 'Y'.
       01  Mnu-Output-Done-Sw                   PIC X(1) VALUE 'N'.
           88 Mnu-Output-Done                   VALUE 'Y'.
       01  Mnu-Action                           PIC X(10).
       01  Mnu-Action-Upper                     PIC X(10).
       01  Mnu-Main-Word                        PIC X(10).
       01  Mnu-Cancel-Word                      PIC X(10).
       01  Mnu-Action-Kind                      PIC X(1).
           88 Mnu-Act-Main                      VALUE 'M'.
           88 Mnu-Act-Cancel                    VALUE 'C'.
           88 Mnu-Act-Number                    VALUE 'N'.
           88 Mnu-Act-Blank                     VALUE 'B'.
           88 Mnu-Act-Other                     VALUE 'O'.
       01  Mnu-Choice                           PIC 9(03).
       01  Mnu-Group                            PIC 9(01).
       01  Mnu-Screen-Title                     PIC X(40).
       01  Mnu-Message                          PIC X(79) VALUE SPACES.
       01  Mnu-Hint                             PIC X(79).
       01  Mnu-Text                             PIC X(80).
       01  Mnu-Row                              PIC 9(02).
       01  Mnu-Col                              PIC 9(02).
       01  Mnu-Dashes                           PIC X(79) VALUE ALL '-'.
       01  Mnu-Reply                            PIC X(03).

      *> ---------------------------------------------------------------
      *> The function groups.
      *> ---------------------------------------------------------------
       01  Mnu-Group-Names.
           05 FILLER                            PIC X(24) VALUE
              'INTAKE AND TRANSMISSION'.
           05 FILLER                            PIC X(24) VALUE
              'VALIDATION'.
           05 FILLER                            PIC X(24) VALUE
              'POSTING'.
           05 FILLER                            PIC X(24) VALUE
              'REPORTING'.
           05 FILLER                            PIC X(24) VALUE
              'HOUSEKEEPING'.
       01  Mnu-Group-Table REDEFINES Mnu-Group-Names.
           05 Mnu-Group-Name OCCURS 5 TIMES     PIC X(24).
       01  Mnu-Group-Count                      PIC 9(01) VALUE 5.

      *> ---------------------------------------------------------------
      *> The catalog (see the header for its layout).
      *> ---------------------------------------------------------------
       01  Mnu-Catalog.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMWAT||||INBOUND FILE WATCHER'.
           05 FILLER                            PIC X(55) VALUE
              'P|WATCH FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMMAN|CREATE|||CREATE A FILE MANIFEST'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATA FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|MANIFEST FILE|O|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMMAN|VERIFY|||VERIFY A FILE MANIFEST'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATA FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|MANIFEST FILE|F|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMREG|RECORD|||RECORD A FEED STAGE'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED NAME|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|STAGE|C|R||RECEIPT,VERIFY,VALIDATE,EDIT,CONSUME'.
           05 FILLER                            PIC X(55) VALUE
              'P|STATUS|T|O|OK|'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMCRY|PROTECT|||PROTECT A FILE WITH A KEY'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMCRY|UNPROTECT||C|UNPROTECT A RECEIVED FILE'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMPAK|PACK|||COMPRESS A FILE'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMPAK|UNPACK|||EXPAND A PACKED FILE'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMEBC||||EBCDIC/ASCII TRANSLATION'.
           05 FILLER                            PIC X(55) VALUE
              'P|LAYOUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DIRECTION|C|R||TOASCII,TOEBCDIC'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMCNV||||CSV CONVERSION'.
           05 FILLER                            PIC X(55) VALUE
              'P|LAYOUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DIRECTION|C|R||UNPACK,PACK'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMJIM||||JSON IMPORT'.
           05 FILLER                            PIC X(55) VALUE
              'P|LAYOUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|REJECT FILE|O|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMXPT||||JSON EXPORT'.
           05 FILLER                            PIC X(55) VALUE
              'P|LAYOUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT DELIMITER|C|O|N|U,W,N'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMXMT|SEND|||QUEUE A FILE TO SEND'.
           05 FILLER                            PIC X(55) VALUE
              'P|PARTNER|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATA FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|MANIFEST FILE|F|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMXMT|RESEND|||RESEND A QUEUE ENTRY'.
           05 FILLER                            PIC X(55) VALUE
              'P|ENTRY NUMBER|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|MANIFEST FILE|F|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMXMT|ACK|||TAKE ACKNOWLEDGEMENTS'.
           05 FILLER                            PIC X(55) VALUE
              'P|ACK FILE PATTERN|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMFCT|GENERATE||C|GENERATE FEED JOB CONTROL'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED NAME OR ALL|T|O|ALL|'.
           05 FILLER                            PIC X(55) VALUE
              'P|CATALOG FILE|F|O|strmfct_catalog.dat|'.
           05 FILLER                            PIC X(55) VALUE
              'I|1|STRMFCT|CHECK|||CHECK FEEDS AGAINST CATALOG'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED NAME OR ALL|T|O|ALL|'.
           05 FILLER                            PIC X(55) VALUE
              'P|CATALOG FILE|F|O|strmfct_catalog.dat|'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMVAL||||VALIDATE A FEED'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|RECORD LENGTH|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMEDT||||EDIT A FEED BY RULES'.
           05 FILLER                            PIC X(55) VALUE
              'P|CONTROL FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMSEQ||||CHECK BATCH SEQUENCE'.
           05 FILLER                            PIC X(55) VALUE
              'P|SOURCE NAME|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMSEQ||FORCE|C|RE-BASELINE BATCH SEQUENCE'.
           05 FILLER                            PIC X(55) VALUE
              'P|SOURCE NAME|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMDUP||||DUPLICATE DETAIL CHECK'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|LOOKBACK DAYS|N|O|7|'.
           05 FILLER                            PIC X(55) VALUE
              'P|EXCEPTION FILE|O|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMCMP||||COMPARE TWO FILES'.
           05 FILLER                            PIC X(55) VALUE
              'P|FIRST FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|SECOND FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY START|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY LENGTH|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMPRF||||PROFILE A FILE'.
           05 FILLER                            PIC X(55) VALUE
              'P|FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DELIMITER|C|O|U|U,W,N'.
           05 FILLER                            PIC X(55) VALUE
              'P|RECORD LENGTH|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DISTINCT START|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DISTINCT LENGTH|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|SAMPLE RECORDS|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMINQ|||I|KEYED RECORD INQUIRY'.
           05 FILLER                            PIC X(55) VALUE
              'P|LAYOUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATA FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INDEX FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMCTR|SCAN|||LARGE CASH/STRUCTURING SCAN'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|MASTER FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMCTR|NOTE|||ADD A NOTE TO A CASH CASE'.
           05 FILLER                            PIC X(55) VALUE
              'P|CASE NUMBER|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|NOTE TEXT|X|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMCTR|CLOSE|||CLOSE A CASH CASE'.
           05 FILLER                            PIC X(55) VALUE
              'P|CASE NUMBER|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DISPOSITION|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|TEXT|X|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMCTR|LIST|||LIST CASH CASES'.
           05 FILLER                            PIC X(55) VALUE
              'P|OPEN, ALL OR CASE|T|O|OPEN|'.
           05 FILLER                            PIC X(55) VALUE
              'I|2|STRMOIR||||OPEN-ITEM SETTLEMENT RECON'.
           05 FILLER                            PIC X(55) VALUE
              'P|AUDIT LIST|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|BANK FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMDRV||||RUN A CONTROL-FILE STEP'.
           05 FILLER                            PIC X(55) VALUE
              'P|CONTROL FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|BUSINESS DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMDRV||FORCE|C|FORCE A STEP RERUN'.
           05 FILLER                            PIC X(55) VALUE
              'P|CONTROL FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|BUSINESS DATE|D|R|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMUPD||||POST A FEED TO THE MASTER'.
           05 FILLER                            PIC X(55) VALUE
              'P|OLD MASTER|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|NEW MASTER|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|AUDIT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMRFW||||PROVE A MASTER ROLL-FORWARD'.
           05 FILLER                            PIC X(55) VALUE
              'P|OLD MASTER|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|NEW MASTER|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|AUDIT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMBIL||||BILL ORDERS TO A FEED'.
           05 FILLER                            PIC X(55) VALUE
              'P|ORDER FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|XREF FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|EXCEPTION FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|RUN DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMACR||||MONTH-END ACCRUALS'.
           05 FILLER                            PIC X(55) VALUE
              'P|MASTER FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|MONTH YYYYMM|M|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMGL||||GENERAL LEDGER JOURNAL'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|JOURNAL FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|AUDIT FILE|F|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMAMT|||I|ACCOUNT MAINTENANCE'.
           05 FILLER                            PIC X(55) VALUE
              'P|MASTER GDG BASE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|AUDIT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMSPL|SPLIT|||SPLIT A FEED INTO PARTS'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|PART BASE NAME|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|NUMBER OF PARTS|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMSPL|COMBINE|||COMBINE FEED PARTS'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|PART BASE NAME|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|NUMBER OF PARTS|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMSRT||||SORT OR MERGE FILES'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY START|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY LENGTH|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE 1|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE 2|F|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE 3|F|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE 4|F|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMJOIN||||JOIN TO A REFERENCE FILE'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|REFERENCE FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY START|N|O|1|'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY LENGTH|N|O|32|'.
           05 FILLER                            PIC X(55) VALUE
              'P|UNMATCHED D/P/X|C|O|D|D,P,X'.
           05 FILLER                            PIC X(55) VALUE
              'P|EXCEPT FILE|O|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMDLT|EXTRACT|||EXTRACT A DELTA'.
           05 FILLER                            PIC X(55) VALUE
              'P|OLD FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|NEW FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DELTA FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY START|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY LENGTH|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMDLT|APPLY|||APPLY A DELTA'.
           05 FILLER                            PIC X(55) VALUE
              'P|OLD FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DELTA FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMSUS|CORRECT|||CORRECT A SUSPENSE ITEM'.
           05 FILLER                            PIC X(55) VALUE
              'P|ITEM NUMBER|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|FIELD|C|R||ACCT,AMT,CODE'.
           05 FILLER                            PIC X(55) VALUE
              'P|NEW VALUE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMSUS|WRITEOFF|||WRITE OFF A SUSPENSE ITEM'.
           05 FILLER                            PIC X(55) VALUE
              'P|ITEM NUMBER|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|REASON|X|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMSUS|RELEASE|||RELEASE CORRECTED ITEMS'.
           05 FILLER                            PIC X(55) VALUE
              'P|FEED FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|RUN DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|3|STRMREV||||REVERSE A POSTED BATCH'.
           05 FILLER                            PIC X(55) VALUE
              'P|BATCH ID|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|AUDIT LIST|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|REVERSAL FEED|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|REVERSAL BATCH ID|T|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMRPT||||ERROR LOG SUMMARY'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMREG|REPORT|||FEED ARRIVAL REGISTER'.
           05 FILLER                            PIC X(55) VALUE
              'P|EXPECTED FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'P|LATE MINUTES|N|O|60|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMSLA||||SLA TRACKER'.
           05 FILLER                            PIC X(55) VALUE
              'P|SCHEDULE FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'P|HISTORY DAYS|N|O|7|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMBAL||||HANDOFF BALANCING'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMHST||||RUN HISTORY'.
           05 FILLER                            PIC X(55) VALUE
              'P|DAYS|N|O|7|'.
           05 FILLER                            PIC X(55) VALUE
              'P|END DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMMON||||OPEN HANDLE MONITOR'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'P|THRESHOLD MINUTES|N|O|60|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMALRT||||OPERATOR ALERTS'.
           05 FILLER                            PIC X(55) VALUE
              'P|ALERT FILE|T|O|strmalrt_interface.dat|'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMPKG||||MORNING OPERATOR PACKAGE'.
           05 FILLER                            PIC X(55) VALUE
              'P|CONTROL FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|OUTPUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMSTM||||CUSTOMER STATEMENTS'.
           05 FILLER                            PIC X(55) VALUE
              'P|AUDIT LIST|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|MASTER FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|FROM ACCOUNT|T|R|*|'.
           05 FILLER                            PIC X(55) VALUE
              'P|TO ACCOUNT|T|R|*|'.
           05 FILLER                            PIC X(55) VALUE
              'P|PRINT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|JSON FILE|O|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|PERIOD END|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMPRT||||FORMATTED REPORT'.
           05 FILLER                            PIC X(55) VALUE
              'P|LAYOUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|REPORT DEFINITION|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATA FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|REPORT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATA DELIMITER|C|O|N|U,W,N'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMFRN||||LOG SEARCH'.
           05 FILLER                            PIC X(55) VALUE
              'P|START DATE|D|R|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'P|END DATE|D|R|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'P|FILTERS|X|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMLIN|BACK|||LINEAGE - WHERE FROM'.
           05 FILLER                            PIC X(55) VALUE
              'P|FILE OR GDG REF|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'P|DAYS|N|O|31|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMLIN|FORWARD|||LINEAGE - WHERE TO'.
           05 FILLER                            PIC X(55) VALUE
              'P|FILE OR GDG REF|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'P|DAYS|N|O|31|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMSMP||||AUDIT SAMPLE'.
           05 FILLER                            PIC X(55) VALUE
              'P|METHOD|C|R||RANDOM,STRATIFIED,MUS'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT TYPE|C|R||FEED,AUDIT'.
           05 FILLER                            PIC X(55) VALUE
              'P|INPUT FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|SAMPLE FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|SAMPLE SIZE|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY ITEM AMOUNT|A|O|0|'.
           05 FILLER                            PIC X(55) VALUE
              'P|SEED|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMSUS|REPORT|||SUSPENSE AGING'.
           05 FILLER                            PIC X(55) VALUE
              'P|AS-OF DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMSUS|PROOF|||SUSPENSE PROOF'.
           05 FILLER                            PIC X(55) VALUE
              'P|MONTH YYYYMM|M|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMXMT|REPORT|||TRANSMISSION QUEUE'.
           05 FILLER                            PIC X(55) VALUE
              'P|SINCE DATE|D|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|4|STRMAUTH|REPORT|||SECURITY APPROVALS REPORT'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMHSK||||LOG RETENTION/ARCHIVE'.
           05 FILLER                            PIC X(55) VALUE
              'P|RETAIN DAYS|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|ARCHIVE DAYS|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|ARCHIVE DIRECTORY|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|BASE DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMCAP||||DISK CAPACITY FORECAST'.
           05 FILLER                            PIC X(55) VALUE
              'P|CONTROL FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMGDG|ASSIGN|||ASSIGN A NEW GENERATION'.
           05 FILLER                            PIC X(55) VALUE
              'P|GDG BASE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMGDG|RESOLVE|||RESOLVE A GENERATION'.
           05 FILLER                            PIC X(55) VALUE
              'P|GDG BASE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|RELATIVE (0,-1..)|S|R|0|'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMGDG|PURGE||C|PURGE OLD GENERATIONS'.
           05 FILLER                            PIC X(55) VALUE
              'P|GDG BASE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|GENERATIONS KEPT|N|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMGDG|LIST|||LIST GENERATIONS'.
           05 FILLER                            PIC X(55) VALUE
              'P|GDG BASE|T|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMTBL|ADD||C|ADD A TABLE ENTRY'.
           05 FILLER                            PIC X(55) VALUE
              'P|TABLE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|CODE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|EFFECTIVE DATE|D|R|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'P|DESCRIPTION|X|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMTBL|EXPIRE||C|EXPIRE A TABLE ENTRY'.
           05 FILLER                            PIC X(55) VALUE
              'P|TABLE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|CODE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|EXPIRY DATE|D|R|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMTBL|LIST|||LIST TABLE ENTRIES'.
           05 FILLER                            PIC X(55) VALUE
              'P|TABLE|T|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMTBL|LOOKUP|||LOOK UP A TABLE ENTRY'.
           05 FILLER                            PIC X(55) VALUE
              'P|TABLE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|CODE|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|AS-OF DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMJOB||||RUN A JOB CHAIN'.
           05 FILLER                            PIC X(55) VALUE
              'P|CONTROL FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|RESTART|C|O||RESTART'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMSKD||||RUN THE DAY SCHEDULE'.
           05 FILLER                            PIC X(55) VALUE
              'P|CALENDAR FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|SCHEDULE FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATE|D|O|*TODAY|'.
           05 FILLER                            PIC X(55) VALUE
              'P|CHECK ONLY|C|O||CHECK'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMMSK||||MASK TEST DATA'.
           05 FILLER                            PIC X(55) VALUE
              'P|CONTROL FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMGEN||||GENERATE TEST DATA'.
           05 FILLER                            PIC X(55) VALUE
              'P|DEFINITION FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|SEED|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMCPY||||COPYBOOK TO LAYOUT'.
           05 FILLER                            PIC X(55) VALUE
              'P|COPYBOOK FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|LAYOUT FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMIDX||||BUILD A KEY INDEX'.
           05 FILLER                            PIC X(55) VALUE
              'P|DATA FILE|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|INDEX FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY START|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'P|KEY LENGTH|N|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMDRM||||DORMANCY/UNCLAIMED PROPERTY'.
           05 FILLER                            PIC X(55) VALUE
              'P|OLD MASTER|F|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|NEW MASTER|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|UNCLAIMED FILE|O|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|MONTH YYYYMM|M|O||'.
           05 FILLER                            PIC X(55) VALUE
              'I|5|STRMAUTH|APPROVE||C|APPROVE A PRIVILEGED ACTION'.
           05 FILLER                            PIC X(55) VALUE
              'P|REQUESTER|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|PROGRAM|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|ACTION|T|R||'.
           05 FILLER                            PIC X(55) VALUE
              'P|SUBJECT|T|R||'.
       01  Mnu-Catalog-Table REDEFINES Mnu-Catalog.
           05 Mnu-Cat-Line OCCURS 321 TIMES    PIC X(55).
       01  Mnu-Cat-Lines                        PIC 9(03) VALUE 321.
       01  Mnu-Cat-Sub                          PIC 9(03).
       01  Mnu-Cf-Kind                          PIC X(01).
       01  Mnu-Cf-1                             PIC X(40).
       01  Mnu-Cf-2                             PIC X(40).
       01  Mnu-Cf-3                             PIC X(40).
       01  Mnu-Cf-4                             PIC X(40).
       01  Mnu-Cf-5                             PIC X(40).
       01  Mnu-Cf-6                             PIC X(40).

       01  Mnu-Max-Items                        PIC 9(03) VALUE 100.
       01  Mnu-Item-Count                       PIC 9(03) VALUE 0.
       01  Mnu-Item-Table.
           05 Mnu-Item-Entry OCCURS 100 TIMES.
              10 Mnu-It-Group                   PIC 9(01).
              10 Mnu-It-Pgm                     PIC X(08).
              10 Mnu-It-Lead                    PIC X(10).
              10 Mnu-It-Trail                   PIC X(10).
              10 Mnu-It-Flag                    PIC X(01).
                 88 Mnu-It-Caution              VALUE 'C'.
                 88 Mnu-It-Interactive          VALUE 'I'.
              10 Mnu-It-Desc                    PIC X(30).
              10 Mnu-It-First-Parm              PIC 9(03).
              10 Mnu-It-Parm-Count              PIC 9(02).
       01  Mnu-It-Sub                           PIC 9(03).

       01  Mnu-Max-Parms                        PIC 9(03) VALUE 400.
       01  Mnu-Parm-Count                       PIC 9(03) VALUE 0.
       01  Mnu-Parm-Table.
           05 Mnu-Parm-Entry OCCURS 400 TIMES.
              10 Mnu-Pm-Prompt                  PIC X(22).
              10 Mnu-Pm-Type                    PIC X(01).
              10 Mnu-Pm-Req                     PIC X(01).
                 88 Mnu-Pm-Required             VALUE 'R'.
              10 Mnu-Pm-Default                 PIC X(40).
              10 Mnu-Pm-Choices                 PIC X(40).
       01  Mnu-Pm-Sub                           PIC 9(03).

      *> ---------------------------------------------------------------
      *> The group screen's numbering: pick n is catalog item
      *> Mnu-Pick(n).
      *> ---------------------------------------------------------------
       01  Mnu-Pick-Count                       PIC 9(02).
       01  Mnu-Pick-Table.
           05 Mnu-Pick OCCURS 20 TIMES          PIC 9(03).

      *> ---------------------------------------------------------------
      *> The form: the values keyed for the item being run, and the
      *> checks on them.
      *> ---------------------------------------------------------------
       01  Mnu-Max-Values                       PIC 9(02) VALUE 8.
       01  Mnu-Value-Count                      PIC 9(02).
       01  Mnu-Value-Table.
           05 Mnu-Value OCCURS 8 TIMES          PIC X(40).
       01  Mnu-Val-Sub                          PIC 9(02).
       01  Mnu-Form-Ok-Sw                       PIC X(1).
           88 Mnu-Form-Ok                       VALUE 'Y'.
       01  Mnu-Blank-Seen-Sw                    PIC X(1).
           88 Mnu-Blank-Seen                    VALUE 'Y'.
       01  Mnu-Blank-Prompt                     PIC X(22).
       01  Mnu-Work-Value                       PIC X(40).
       01  Mnu-Value-Len                        PIC 9(02).
       01  Mnu-Tally                            PIC 9(03).
       01  Mnu-Probe                            PIC X(42).
       01  Mnu-Choice-Probe                     PIC X(42).
       01  Mnu-Choice-Text                      PIC X(40).
       01  Mnu-Month-Work                       PIC 9(06).
       01  Mnu-File-Details.
           05 Mnu-FD-Size                       PIC X(8) COMP-X.
           05 Mnu-FD-Date                       PIC X(4) COMP-X.
           05 Mnu-FD-Time                       PIC X(4) COMP-X.
       01  Mnu-Cbl-Return                       PIC S9(9) COMP-5.

      *> ---------------------------------------------------------------
      *> The command and its outcome.
      *> ---------------------------------------------------------------
       01  Mnu-Command                          PIC X(512).
       01  Mnu-System-Command                   PIC X(640).
       01  Mnu-Ptr                              PIC 9(04).
       01  Mnu-Capture-File                     PIC X(64).
       01  Mnu-Raw-Status                       PIC S9(9) COMP-5.
       01  Mnu-Exit-Code                        PIC 9(05).
       01  Mnu-Signal-Code                      PIC 9(05).
       01  Mnu-RC-Disp                          PIC Z(4)9.
       01  Mnu-RC-Meaning                       PIC X(12).
       01  Mnu-Ran-Sw                           PIC X(1) VALUE 'N'.
           88 Mnu-Ran                           VALUE 'Y'.

       01  Mnu-Max-Out-Lines                    PIC 9(04) VALUE 1000.
       01  Mnu-Out-Count                        PIC 9(04) VALUE 0.
       01  Mnu-Out-Truncated-Sw                 PIC X(1) VALUE 'N'.
           88 Mnu-Out-Truncated                 VALUE 'Y'.
       01  Mnu-Out-Table.
           05 Mnu-Out-Line OCCURS 1000 TIMES    PIC X(160).
       01  Mnu-Out-Top                          PIC 9(04).
       01  Mnu-Out-Sub                          PIC 9(04).
       01  Mnu-Out-Last                         PIC 9(04).
       01  Mnu-Out-Shift                        PIC 9(03).
       01  Mnu-Page-Lines                       PIC 9(02) VALUE 14.
       01  Mnu-Count-Disp                       PIC Z(3)9.

      *> ---------------------------------------------------------------
      *> The home screen's status panel, from today's run-stats.
      *> ---------------------------------------------------------------
       01  Mnu-Status-Table.
           05 Mnu-Status-Entry OCCURS 3 TIMES.
              10 Mnu-Ss-Pgm                     PIC X(08).
              10 Mnu-Ss-Desc                    PIC X(22).
              10 Mnu-Ss-Found-Sw                PIC X(01).
                 88 Mnu-Ss-Found                VALUE 'Y'.
              10 Mnu-Ss-End                     PIC X(14).
              10 Mnu-Ss-RC                      PIC 9(05).
       01  Mnu-Ss-Sub                           PIC 9(01).
       01  Mnu-Runstats-File                    PIC X(64).
       01  Mnu-Rs-Lead                          PIC X(02).
       01  Mnu-Rs-Start                         PIC X(14).
       01  Mnu-Rs-End                           PIC X(14).
       01  Mnu-Rs-Pgm                           PIC X(08).
       01  Mnu-Rs-Read                          PIC X(12).
       01  Mnu-Rs-Written                       PIC X(12).
       01  Mnu-Rs-RC                            PIC X(08).

       01  Mnu-Handle                           PIC X(4) COMP-X.
       01  Mnu-Eof-Sw                           PIC X(1) VALUE 'N'.
           88 Mnu-Eof                           VALUE 'Y'.
       01  Mnu-Log-Filename                     PIC X(64) VALUE
                                                 'strmmnu_log.dat'.
       01  Mnu-Log-Action                       PIC X(08).
       01  Mnu-Log-Pgm                          PIC X(08).
       01  Mnu-Log-Count                        PIC 9(07) VALUE 0.
       01  Mnu-Read-Count                       PIC 9(07) VALUE 0.

      *> ---------------------------------------------------------------
      *> The context of the first real I/O error hit this run, held
      *> here until 9000-Report-Deferred-Error calls STREAMIOError
      *> with it as the very last thing this program does.
      *> ---------------------------------------------------------------
       01  Mnu-Err-Sw                           PIC X(1) VALUE 'N'.
           88 Mnu-Abort-Error                   VALUE 'Y'.
       01  Mnu-Err-Filename                     PIC X(256).
       01  Mnu-Err-Function                     PIC X(2).
       01  Mnu-Err-Mode                         PIC X(1).
       01  Mnu-Err-Delimiter-Mode               PIC X(1).
       01  Mnu-Err-Offset                       PIC X(8) COMP-X.
       01  Mnu-Err-Return-Code                  USAGE BINARY-LONG.
       01  Mnu-Err-Severity                     PIC X(1).
       01  Mnu-Err-Calling-Program              PIC X(8).

       COPY "STREAMIOcb.cpy".
       COPY "STREAMIORec.cpy".
       COPY "STREAMIOErrWS.cpy".
       COPY "STREAMIORunWS.cpy".

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize THRU 1000-Exit
           IF NOT Mnu-Setup-Ok
              MOVE 16 TO RETURN-CODE
              GO TO 0000-Goback
           END-IF
           MOVE 'SIGNON' TO Mnu-Log-Action
           MOVE SPACES TO Mnu-Log-Pgm Mnu-Command
           PERFORM 7000-Log-Action THRU 7000-Exit
           PERFORM 2000-Home-Screen THRU 2000-Exit
              UNTIL Mnu-Quit
           MOVE 'SIGNOFF' TO Mnu-Log-Action
           MOVE SPACES TO Mnu-Log-Pgm Mnu-Command
           PERFORM 7000-Log-Action THRU 7000-Exit
           DISPLAY SPACE AT LINE 1 COLUMN 1 WITH BLANK SCREEN
      *> The STREAMIO and SYSTEM calls above leave their last status
      *> in the shared register; the step's verdict is set from here
      *> on.
           MOVE 0 TO RETURN-CODE
           IF Mnu-Abort-Error
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       0000-Goback.
           PERFORM 8900-Write-Run-Stats THRU 8900-Exit
           PERFORM 9000-Report-Deferred-Error THRU 9000-Exit
           GOBACK
           .

       1000-Initialize.
           ACCEPT Mnu-Parm-Line FROM COMMAND-LINE
           MOVE 'STRMMNU' TO SCB-Calling-Program
           MOVE 'Y' TO SCB-Abend-On-Error
           MOVE 'STRMMNU' TO Strm-RS-Program
           MOVE Mnu-Parm-Line TO Strm-RS-Parm
           MOVE FUNCTION CURRENT-DATE TO Strm-RS-Current-Date
           MOVE Strm-RS-Current-Date(1:14)
                                        TO Strm-RS-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO Mnu-Current-Date
           MOVE Mnu-Current-Date(1:8) TO Mnu-Today
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT Mnu-User FROM ENVIRONMENT-VALUE
           IF Mnu-User = SPACES
              MOVE 'UNKNOWN' TO Mnu-User
           END-IF
           MOVE SPACES TO Mnu-Capture-File
           STRING 'strmmnu_' FUNCTION TRIM(Mnu-User, TRAILING) '.out'
                  DELIMITED BY SIZE
                  INTO Mnu-Capture-File
           END-STRING
           MOVE FUNCTION UPPER-CASE(myconst-1) TO Mnu-Main-Word
           MOVE FUNCTION UPPER-CASE(myconst-2) TO Mnu-Cancel-Word
           MOVE 'STRMRPT' TO Mnu-Ss-Pgm(1)
           MOVE 'ERROR LOG SUMMARY' TO Mnu-Ss-Desc(1)
           MOVE 'STRMREG' TO Mnu-Ss-Pgm(2)
           MOVE 'FEED ARRIVAL REGISTER' TO Mnu-Ss-Desc(2)
           MOVE 'STRMSLA' TO Mnu-Ss-Pgm(3)
           MOVE 'SLA TRACKER' TO Mnu-Ss-Desc(3)
           PERFORM 1100-Load-Catalog-Line THRU 1100-Exit
              VARYING Mnu-Cat-Sub FROM 1 BY 1
              UNTIL Mnu-Cat-Sub > Mnu-Cat-Lines OR NOT Mnu-Setup-Ok
           .
       1000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 1100-Load-Catalog-Line - one catalog line into the item or
      *> parameter table.
      *> ---------------------------------------------------------------
       1100-Load-Catalog-Line.
           MOVE SPACES TO Mnu-Cf-Kind Mnu-Cf-1 Mnu-Cf-2 Mnu-Cf-3
                          Mnu-Cf-4 Mnu-Cf-5 Mnu-Cf-6
           UNSTRING Mnu-Cat-Line(Mnu-Cat-Sub) DELIMITED BY '|'
               INTO Mnu-Cf-Kind Mnu-Cf-1 Mnu-Cf-2 Mnu-Cf-3
                    Mnu-Cf-4 Mnu-Cf-5 Mnu-Cf-6
           END-UNSTRING
           EVALUATE Mnu-Cf-Kind
              WHEN 'I'
                 IF Mnu-Item-Count >= Mnu-Max-Items
                    DISPLAY "STRMMNU: TOO MANY CATALOG ITEMS"
                    MOVE 'N' TO Mnu-Setup-Ok-Sw
                    GO TO 1100-Exit
                 END-IF
                 ADD 1 TO Mnu-Item-Count
                 MOVE Mnu-Item-Count TO Mnu-It-Sub
                 MOVE Mnu-Cf-1(1:1) TO Mnu-It-Group(Mnu-It-Sub)
                 MOVE Mnu-Cf-2 TO Mnu-It-Pgm(Mnu-It-Sub)
                 MOVE Mnu-Cf-3 TO Mnu-It-Lead(Mnu-It-Sub)
                 MOVE Mnu-Cf-4 TO Mnu-It-Trail(Mnu-It-Sub)
                 MOVE Mnu-Cf-5 TO Mnu-It-Flag(Mnu-It-Sub)
                 MOVE Mnu-Cf-6 TO Mnu-It-Desc(Mnu-It-Sub)
                 COMPUTE Mnu-It-First-Parm(Mnu-It-Sub) =
                    Mnu-Parm-Count + 1
                 MOVE 0 TO Mnu-It-Parm-Count(Mnu-It-Sub)
              WHEN 'P'
                 IF Mnu-Parm-Count >= Mnu-Max-Parms
                 OR Mnu-Item-Count = 0
                 OR Mnu-It-Parm-Count(Mnu-Item-Count) >=
                    Mnu-Max-Values
                    DISPLAY "STRMMNU: CATALOG PARAMETER LINE "
                            Mnu-Cat-Sub " CANNOT BE PLACED"
                    MOVE 'N' TO Mnu-Setup-Ok-Sw
                    GO TO 1100-Exit
                 END-IF
                 ADD 1 TO Mnu-Parm-Count
                 MOVE Mnu-Parm-Count TO Mnu-Pm-Sub
                 MOVE Mnu-Cf-1 TO Mnu-Pm-Prompt(Mnu-Pm-Sub)
                 MOVE Mnu-Cf-2 TO Mnu-Pm-Type(Mnu-Pm-Sub)
                 MOVE Mnu-Cf-3 TO Mnu-Pm-Req(Mnu-Pm-Sub)
                 MOVE Mnu-Cf-4 TO Mnu-Pm-Default(Mnu-Pm-Sub)
                 MOVE Mnu-Cf-5 TO Mnu-Pm-Choices(Mnu-Pm-Sub)
                 ADD 1 TO Mnu-It-Parm-Count(Mnu-Item-Count)
           END-EVALUATE
           .
       1100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2000-Home-Screen - the status panel and the function groups.
      *> ---------------------------------------------------------------
       2000-Home-Screen.
           PERFORM 2100-Load-Status THRU 2100-Exit
           MOVE 'MAIN MENU' TO Mnu-Screen-Title
           MOVE SPACES TO Mnu-Hint
           STRING 'ENTER A GROUP NUMBER   '
                  FUNCTION TRIM(myconst-1) ' (F3) REFRESH   '
                  FUNCTION TRIM(myconst-2) ' (F12) SIGN OFF'
                  DELIMITED BY SIZE
                  INTO Mnu-Hint
           END-STRING
           PERFORM 8100-Paint-Frame THRU 8100-Exit
           DISPLAY "LATEST STATUS TODAY" AT LINE 4 COLUMN 2
           PERFORM 2200-Show-One-Status THRU 2200-Exit
              VARYING Mnu-Ss-Sub FROM 1 BY 1
              UNTIL Mnu-Ss-Sub > 3
           DISPLAY "FUNCTIONS" AT LINE 10 COLUMN 2
           PERFORM 2300-Show-One-Group THRU 2300-Exit
              VARYING Mnu-Group FROM 1 BY 1
              UNTIL Mnu-Group > Mnu-Group-Count
           PERFORM 8200-Accept-Action THRU 8200-Exit
           EVALUATE TRUE
              WHEN Mnu-Act-Cancel
                 MOVE 'Y' TO Mnu-Quit-Sw
              WHEN Mnu-Act-Main OR Mnu-Act-Blank
                 CONTINUE
              WHEN Mnu-Act-Number AND Mnu-Choice >= 1
                                  AND Mnu-Choice <= Mnu-Group-Count
                 MOVE Mnu-Choice TO Mnu-Group
                 MOVE 'N' TO Mnu-Go-Home-Sw
                 PERFORM 3000-Group-Screen THRU 3000-Exit
                    UNTIL Mnu-Go-Home
              WHEN OTHER
                 MOVE 'NO SUCH GROUP' TO Mnu-Message
           END-EVALUATE
           .
       2000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 2100-Load-Status - the last run today of each of the three
      *> status programs, from today's run-stats file; a program not
      *> yet run today shows as such.
      *> ---------------------------------------------------------------
       2100-Load-Status.
           MOVE 'N' TO Mnu-Ss-Found-Sw(1) Mnu-Ss-Found-Sw(2)
                       Mnu-Ss-Found-Sw(3)
           MOVE FUNCTION CURRENT-DATE TO Mnu-Current-Date
           MOVE Mnu-Current-Date(1:8) TO Mnu-Today
           MOVE SPACES TO Mnu-Runstats-File
           STRING 'strm_runstats_' Mnu-Today '.dat'
                  DELIMITED BY SIZE
                  INTO Mnu-Runstats-File
           END-STRING
           MOVE Mnu-Runstats-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 2100-Exit
           END-IF
           MOVE SCB-Handle TO Mnu-Handle
           MOVE 'N' TO Mnu-Eof-Sw
           PERFORM 2110-Read-One-Runstat THRU 2110-Exit
              UNTIL Mnu-Eof
           MOVE Mnu-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       2100-Exit.
           EXIT.

       2110-Read-One-Runstat.
           MOVE Mnu-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              IF SCB-Return-Code NOT = 10
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
              END-IF
              MOVE 'Y' TO Mnu-Eof-Sw
              GO TO 2110-Exit
           END-IF
           ADD 1 TO Mnu-Read-Count
           MOVE SPACES TO Mnu-Rs-Pgm Mnu-Rs-End Mnu-Rs-RC
           UNSTRING Streamio-Record-Data(1:SCB-Bytes-Transferred)
                    DELIMITED BY "START=" OR " END=" OR " PGM="
                    OR " READ=" OR " WRITTEN=" OR " RC=" OR " PARM="
               INTO Mnu-Rs-Lead Mnu-Rs-Start Mnu-Rs-End Mnu-Rs-Pgm
                    Mnu-Rs-Read Mnu-Rs-Written Mnu-Rs-RC
           END-UNSTRING
           PERFORM 2120-Note-One-Status THRU 2120-Exit
              VARYING Mnu-Ss-Sub FROM 1 BY 1
              UNTIL Mnu-Ss-Sub > 3
           .
       2110-Exit.
           EXIT.

       2120-Note-One-Status.
           IF Mnu-Rs-Pgm = Mnu-Ss-Pgm(Mnu-Ss-Sub)
           AND FUNCTION TEST-NUMVAL(Mnu-Rs-RC) = 0
              MOVE 'Y' TO Mnu-Ss-Found-Sw(Mnu-Ss-Sub)
              MOVE Mnu-Rs-End TO Mnu-Ss-End(Mnu-Ss-Sub)
              COMPUTE Mnu-Ss-RC(Mnu-Ss-Sub) =
                 FUNCTION NUMVAL(Mnu-Rs-RC)
           END-IF
           .
       2120-Exit.
           EXIT.

       2200-Show-One-Status.
           MOVE SPACES TO Mnu-Text
           MOVE Mnu-Ss-Pgm(Mnu-Ss-Sub) TO Mnu-Text(1:8)
           MOVE Mnu-Ss-Desc(Mnu-Ss-Sub) TO Mnu-Text(10:22)
           IF Mnu-Ss-Found(Mnu-Ss-Sub)
              MOVE Mnu-Ss-RC(Mnu-Ss-Sub) TO Mnu-Exit-Code
              PERFORM 8300-Describe-RC THRU 8300-Exit
              STRING 'LAST RUN '
                     Mnu-Ss-End(Mnu-Ss-Sub)(9:2) ':'
                     Mnu-Ss-End(Mnu-Ss-Sub)(11:2) ':'
                     Mnu-Ss-End(Mnu-Ss-Sub)(13:2)
                     '  RC=' FUNCTION TRIM(Mnu-RC-Disp)
                     '  ' Mnu-RC-Meaning
                     DELIMITED BY SIZE
                     INTO Mnu-Text(33:48)
              END-STRING
           ELSE
              MOVE 'NOT RUN TODAY' TO Mnu-Text(33:48)
           END-IF
           COMPUTE Mnu-Row = 5 + Mnu-Ss-Sub
           DISPLAY Mnu-Text(1:78) AT LINE Mnu-Row COLUMN 3
           .
       2200-Exit.
           EXIT.

       2300-Show-One-Group.
           MOVE SPACES TO Mnu-Text
           MOVE Mnu-Group TO Mnu-Text(2:1)
           MOVE Mnu-Group-Name(Mnu-Group) TO Mnu-Text(5:24)
           COMPUTE Mnu-Row = 11 + Mnu-Group
           DISPLAY Mnu-Text(1:40) AT LINE Mnu-Row COLUMN 3
           .
       2300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 3000-Group-Screen - the utilities of one group, numbered.
      *> ---------------------------------------------------------------
       3000-Group-Screen.
           MOVE Mnu-Group-Name(Mnu-Group) TO Mnu-Screen-Title
           MOVE SPACES TO Mnu-Hint
           STRING 'ENTER A NUMBER   '
                  FUNCTION TRIM(myconst-1) ' (F3) MAIN MENU   '
                  FUNCTION TRIM(myconst-2) ' (F12) BACK'
                  DELIMITED BY SIZE
                  INTO Mnu-Hint
           END-STRING
           PERFORM 8100-Paint-Frame THRU 8100-Exit
           MOVE 0 TO Mnu-Pick-Count
           PERFORM 3100-Show-One-Item THRU 3100-Exit
              VARYING Mnu-It-Sub FROM 1 BY 1
              UNTIL Mnu-It-Sub > Mnu-Item-Count
           PERFORM 8200-Accept-Action THRU 8200-Exit
           EVALUATE TRUE
              WHEN Mnu-Act-Main OR Mnu-Act-Cancel
                 MOVE 'Y' TO Mnu-Go-Home-Sw
              WHEN Mnu-Act-Blank
                 CONTINUE
              WHEN Mnu-Act-Number AND Mnu-Choice >= 1
                                  AND Mnu-Choice <= Mnu-Pick-Count
                 MOVE Mnu-Pick(Mnu-Choice) TO Mnu-It-Sub
                 PERFORM 4000-Run-Item THRU 4000-Exit
              WHEN OTHER
                 MOVE 'NO SUCH CHOICE' TO Mnu-Message
           END-EVALUATE
           .
       3000-Exit.
           EXIT.

       3100-Show-One-Item.
           IF Mnu-It-Group(Mnu-It-Sub) NOT = Mnu-Group
           OR Mnu-Pick-Count >= 18
              GO TO 3100-Exit
           END-IF
           ADD 1 TO Mnu-Pick-Count
           MOVE Mnu-It-Sub TO Mnu-Pick(Mnu-Pick-Count)
           MOVE SPACES TO Mnu-Text
           MOVE Mnu-Pick-Count TO Mnu-Count-Disp
           MOVE Mnu-Count-Disp(3:2) TO Mnu-Text(1:2)
           MOVE Mnu-It-Pgm(Mnu-It-Sub) TO Mnu-Text(5:8)
           MOVE Mnu-It-Lead(Mnu-It-Sub) TO Mnu-Text(14:10)
           IF Mnu-It-Trail(Mnu-It-Sub) NOT = SPACES
              MOVE Mnu-It-Trail(Mnu-It-Sub) TO Mnu-Text(14:10)
           END-IF
           MOVE Mnu-It-Desc(Mnu-It-Sub) TO Mnu-Text(25:30)
           IF Mnu-It-Caution(Mnu-It-Sub)
              MOVE '(CAUTION)' TO Mnu-Text(57:9)
           END-IF
           COMPUTE Mnu-Row = 3 + Mnu-Pick-Count
           DISPLAY Mnu-Text(1:70) AT LINE Mnu-Row COLUMN 3
           .
       3100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4000-Run-Item - the form for one utility function, then the
      *> confirmation, the run and the output.
      *> ---------------------------------------------------------------
       4000-Run-Item.
           MOVE Mnu-It-Pgm(Mnu-It-Sub) TO Mnu-Log-Pgm
           MOVE Mnu-It-Parm-Count(Mnu-It-Sub) TO Mnu-Value-Count
           MOVE SPACES TO Mnu-Value-Table
           PERFORM 4100-Set-One-Default THRU 4100-Exit
              VARYING Mnu-Val-Sub FROM 1 BY 1
              UNTIL Mnu-Val-Sub > Mnu-Value-Count
           MOVE 'N' TO Mnu-Item-Done-Sw
           PERFORM 4200-Form-Screen THRU 4200-Exit
              UNTIL Mnu-Item-Done
           .
       4000-Exit.
           EXIT.

       4100-Set-One-Default.
           COMPUTE Mnu-Pm-Sub =
              Mnu-It-First-Parm(Mnu-It-Sub) + Mnu-Val-Sub - 1
           IF Mnu-Pm-Default(Mnu-Pm-Sub) = '*TODAY'
              MOVE Mnu-Today TO Mnu-Value(Mnu-Val-Sub)
           ELSE
              MOVE Mnu-Pm-Default(Mnu-Pm-Sub) TO Mnu-Value(Mnu-Val-Sub)
           END-IF
           .
       4100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4200-Form-Screen - one pass of the form: key the values, then
      *> the action; a blank action checks the form and, if it
      *> passes, shows the command for confirmation.
      *> ---------------------------------------------------------------
       4200-Form-Screen.
           MOVE SPACES TO Mnu-Screen-Title
           STRING FUNCTION TRIM(Mnu-It-Pgm(Mnu-It-Sub)) ' '
                  FUNCTION TRIM(Mnu-It-Lead(Mnu-It-Sub)) ' '
                  FUNCTION TRIM(Mnu-It-Trail(Mnu-It-Sub))
                  DELIMITED BY SIZE
                  INTO Mnu-Screen-Title
           END-STRING
           MOVE SPACES TO Mnu-Hint
           STRING 'ENTER TO CHECK AND RUN   '
                  FUNCTION TRIM(myconst-1) ' (F3) MAIN MENU   '
                  FUNCTION TRIM(myconst-2) ' (F12) BACK'
                  DELIMITED BY SIZE
                  INTO Mnu-Hint
           END-STRING
           PERFORM 8100-Paint-Frame THRU 8100-Exit
           DISPLAY Mnu-It-Desc(Mnu-It-Sub) AT LINE 4 COLUMN 3
           IF Mnu-Value-Count > 0
              DISPLAY "* = REQUIRED" AT LINE 20 COLUMN 3
           END-IF
           PERFORM 4210-Show-One-Field THRU 4210-Exit
              VARYING Mnu-Val-Sub FROM 1 BY 1
              UNTIL Mnu-Val-Sub > Mnu-Value-Count
           MOVE 0 TO Mnu-Crt-Status
           PERFORM 4220-Accept-One-Field THRU 4220-Exit
              VARYING Mnu-Val-Sub FROM 1 BY 1
              UNTIL Mnu-Val-Sub > Mnu-Value-Count
                 OR Mnu-Key-F3 OR Mnu-Key-F12
           IF Mnu-Key-F3 OR Mnu-Key-F12
              PERFORM 8210-Classify-Key THRU 8210-Exit
           ELSE
              PERFORM 8200-Accept-Action THRU 8200-Exit
           END-IF
           EVALUATE TRUE
              WHEN Mnu-Act-Main OR Mnu-Act-Cancel
                 IF Mnu-Act-Main
                    MOVE 'Y' TO Mnu-Go-Home-Sw
                 END-IF
                 MOVE 'Y' TO Mnu-Item-Done-Sw
                 MOVE 'CANCEL' TO Mnu-Log-Action
                 MOVE SPACES TO Mnu-Command
                 PERFORM 7000-Log-Action THRU 7000-Exit
                 GO TO 4200-Exit
              WHEN Mnu-Act-Blank
                 CONTINUE
              WHEN OTHER
                 MOVE 'LEAVE THE ACTION BLANK TO RUN' TO Mnu-Message
                 GO TO 4200-Exit
           END-EVALUATE
           PERFORM 4300-Check-Form THRU 4300-Exit
           IF NOT Mnu-Form-Ok
              GO TO 4200-Exit
           END-IF
           PERFORM 4400-Build-Command THRU 4400-Exit
           PERFORM 4500-Confirm-Screen THRU 4500-Exit
           .
       4200-Exit.
           EXIT.

       4210-Show-One-Field.
           COMPUTE Mnu-Pm-Sub =
              Mnu-It-First-Parm(Mnu-It-Sub) + Mnu-Val-Sub - 1
           COMPUTE Mnu-Row = 4 + (Mnu-Val-Sub * 2)
           DISPLAY Mnu-Pm-Prompt(Mnu-Pm-Sub)
              AT LINE Mnu-Row COLUMN 3
           IF Mnu-Pm-Required(Mnu-Pm-Sub)
              DISPLAY "*" AT LINE Mnu-Row COLUMN 26
           END-IF
           DISPLAY Mnu-Value(Mnu-Val-Sub)
              AT LINE Mnu-Row COLUMN 28 WITH UNDERLINE
           MOVE SPACES TO Mnu-Text
           EVALUATE Mnu-Pm-Type(Mnu-Pm-Sub)
              WHEN 'F'
                 MOVE 'AN EXISTING FILE' TO Mnu-Text
              WHEN 'O'
                 MOVE 'A FILE TO BE WRITTEN' TO Mnu-Text
              WHEN 'D'
                 MOVE 'A DATE, YYYYMMDD' TO Mnu-Text
              WHEN 'M'
                 MOVE 'A MONTH, YYYYMM' TO Mnu-Text
              WHEN 'N'
                 MOVE 'A WHOLE NUMBER' TO Mnu-Text
              WHEN 'S'
                 MOVE 'A WHOLE NUMBER, MAY BE NEGATIVE' TO Mnu-Text
              WHEN 'A'
                 MOVE 'AN AMOUNT' TO Mnu-Text
              WHEN 'C'
                 MOVE Mnu-Pm-Choices(Mnu-Pm-Sub) TO Mnu-Choice-Text
                 INSPECT Mnu-Choice-Text REPLACING ALL ',' BY ' '
                 STRING 'ONE OF: ' Mnu-Choice-Text
                        DELIMITED BY SIZE
                        INTO Mnu-Text
                 END-STRING
              WHEN 'T'
                 MOVE 'ONE WORD, NO SPACES' TO Mnu-Text
              WHEN 'X'
                 MOVE 'TEXT' TO Mnu-Text
           END-EVALUATE
           ADD 1 TO Mnu-Row
           DISPLAY Mnu-Text(1:50) AT LINE Mnu-Row COLUMN 30
           .
       4210-Exit.
           EXIT.

       4220-Accept-One-Field.
           COMPUTE Mnu-Row = 4 + (Mnu-Val-Sub * 2)
           ACCEPT Mnu-Value(Mnu-Val-Sub)
              AT LINE Mnu-Row COLUMN 28 WITH UPDATE UNDERLINE
           .
       4220-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4300-Check-Form - every value against its type; the first
      *> failure goes to the message line and the form comes back.
      *> ---------------------------------------------------------------
       4300-Check-Form.
           MOVE 'Y' TO Mnu-Form-Ok-Sw
           MOVE 'N' TO Mnu-Blank-Seen-Sw
           PERFORM 4310-Check-One-Value THRU 4310-Exit
              VARYING Mnu-Val-Sub FROM 1 BY 1
              UNTIL Mnu-Val-Sub > Mnu-Value-Count OR NOT Mnu-Form-Ok
           .
       4300-Exit.
           EXIT.

       4310-Check-One-Value.
           COMPUTE Mnu-Pm-Sub =
              Mnu-It-First-Parm(Mnu-It-Sub) + Mnu-Val-Sub - 1
           IF Mnu-Pm-Type(Mnu-Pm-Sub) = 'C' OR 'D' OR 'M'
              MOVE FUNCTION UPPER-CASE(Mnu-Value(Mnu-Val-Sub))
                 TO Mnu-Value(Mnu-Val-Sub)
           END-IF
           MOVE FUNCTION TRIM(Mnu-Value(Mnu-Val-Sub), LEADING)
              TO Mnu-Work-Value
           MOVE Mnu-Work-Value TO Mnu-Value(Mnu-Val-Sub)
           IF Mnu-Work-Value = SPACES
              IF Mnu-Pm-Required(Mnu-Pm-Sub)
                 MOVE 'N' TO Mnu-Form-Ok-Sw
                 STRING FUNCTION TRIM(Mnu-Pm-Prompt(Mnu-Pm-Sub))
                        ' IS REQUIRED'
                        DELIMITED BY SIZE
                        INTO Mnu-Message
                 END-STRING
              ELSE
                 IF NOT Mnu-Blank-Seen
                    MOVE 'Y' TO Mnu-Blank-Seen-Sw
                    MOVE Mnu-Pm-Prompt(Mnu-Pm-Sub) TO Mnu-Blank-Prompt
                 END-IF
              END-IF
              GO TO 4310-Exit
           END-IF
           IF Mnu-Blank-Seen
              MOVE 'N' TO Mnu-Form-Ok-Sw
              STRING 'FILL IN ' FUNCTION TRIM(Mnu-Blank-Prompt)
                     ' OR CLEAR EVERYTHING AFTER IT'
                     DELIMITED BY SIZE
                     INTO Mnu-Message
              END-STRING
              GO TO 4310-Exit
           END-IF
           COMPUTE Mnu-Value-Len =
              FUNCTION LENGTH(FUNCTION TRIM(Mnu-Work-Value))
           MOVE 0 TO Mnu-Tally
           IF Mnu-Pm-Type(Mnu-Pm-Sub) NOT = 'X'
              INSPECT Mnu-Work-Value(1:Mnu-Value-Len)
                 TALLYING Mnu-Tally FOR ALL SPACE
           END-IF
           IF Mnu-Tally > 0
              MOVE 'N' TO Mnu-Form-Ok-Sw
              STRING FUNCTION TRIM(Mnu-Pm-Prompt(Mnu-Pm-Sub))
                     ' MAY NOT CONTAIN SPACES'
                     DELIMITED BY SIZE
                     INTO Mnu-Message
              END-STRING
              GO TO 4310-Exit
           END-IF
           EVALUATE Mnu-Pm-Type(Mnu-Pm-Sub)
              WHEN 'F'
                 CALL "CBL_CHECK_FILE_EXIST" USING Mnu-Work-Value
                                                   Mnu-File-Details
                 MOVE RETURN-CODE TO Mnu-Cbl-Return
                 MOVE 0 TO RETURN-CODE
                 IF Mnu-Cbl-Return NOT = 0
                    MOVE 'N' TO Mnu-Form-Ok-Sw
                 END-IF
              WHEN 'D'
                 IF Mnu-Value-Len NOT = 8
                 OR Mnu-Work-Value(1:8) IS NOT NUMERIC
                    MOVE 'N' TO Mnu-Form-Ok-Sw
                 ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(Mnu-Work-Value(1:8))) NOT = 0
                       MOVE 'N' TO Mnu-Form-Ok-Sw
                    END-IF
                 END-IF
              WHEN 'M'
                 IF Mnu-Value-Len NOT = 6
                 OR Mnu-Work-Value(1:6) IS NOT NUMERIC
                    MOVE 'N' TO Mnu-Form-Ok-Sw
                 ELSE
                    MOVE Mnu-Work-Value(1:6) TO Mnu-Month-Work
                    IF Mnu-Month-Work(5:2) < '01'
                    OR Mnu-Month-Work(5:2) > '12'
                       MOVE 'N' TO Mnu-Form-Ok-Sw
                    END-IF
                 END-IF
              WHEN 'N'
                 IF Mnu-Work-Value(1:Mnu-Value-Len) IS NOT NUMERIC
                    MOVE 'N' TO Mnu-Form-Ok-Sw
                 END-IF
              WHEN 'S'
                 IF FUNCTION TEST-NUMVAL(Mnu-Work-Value) NOT = 0
                    MOVE 'N' TO Mnu-Form-Ok-Sw
                 ELSE
                    IF FUNCTION NUMVAL(Mnu-Work-Value) NOT =
                       FUNCTION INTEGER(FUNCTION NUMVAL(Mnu-Work-Value))
                       MOVE 'N' TO Mnu-Form-Ok-Sw
                    END-IF
                 END-IF
              WHEN 'A'
                 IF FUNCTION TEST-NUMVAL(Mnu-Work-Value) NOT = 0
                    MOVE 'N' TO Mnu-Form-Ok-Sw
                 ELSE
                    IF FUNCTION NUMVAL(Mnu-Work-Value) < 0
                       MOVE 'N' TO Mnu-Form-Ok-Sw
                    END-IF
                 END-IF
              WHEN 'C'
                 MOVE SPACES TO Mnu-Probe Mnu-Choice-Probe
                 STRING ',' Mnu-Work-Value(1:Mnu-Value-Len) ','
                        DELIMITED BY SIZE
                        INTO Mnu-Probe
                 END-STRING
                 STRING ',' FUNCTION TRIM(Mnu-Pm-Choices(Mnu-Pm-Sub))
                        ','
                        DELIMITED BY SIZE
                        INTO Mnu-Choice-Probe
                 END-STRING
                 MOVE 0 TO Mnu-Tally
                 INSPECT Mnu-Choice-Probe TALLYING Mnu-Tally
                    FOR ALL Mnu-Probe(1:Mnu-Value-Len + 2)
                 IF Mnu-Tally = 0
                    MOVE 'N' TO Mnu-Form-Ok-Sw
                 END-IF
           END-EVALUATE
           IF NOT Mnu-Form-Ok
              EVALUATE Mnu-Pm-Type(Mnu-Pm-Sub)
                 WHEN 'F'
                    STRING 'FILE NOT FOUND: '
                           Mnu-Work-Value(1:Mnu-Value-Len)
                           DELIMITED BY SIZE
                           INTO Mnu-Message
                    END-STRING
                 WHEN OTHER
                    STRING FUNCTION TRIM(Mnu-Pm-Prompt(Mnu-Pm-Sub))
                           ' IS NOT VALID: '
                           Mnu-Work-Value(1:Mnu-Value-Len)
                           DELIMITED BY SIZE
                           INTO Mnu-Message
                    END-STRING
              END-EVALUATE
           END-IF
           .
       4310-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4400-Build-Command - program, lead word, the values keyed,
      *> trail word.
      *> ---------------------------------------------------------------
       4400-Build-Command.
           MOVE SPACES TO Mnu-Command
           MOVE 1 TO Mnu-Ptr
           STRING FUNCTION TRIM(Mnu-It-Pgm(Mnu-It-Sub))
                  DELIMITED BY SIZE
                  INTO Mnu-Command
                  WITH POINTER Mnu-Ptr
           END-STRING
           IF Mnu-It-Lead(Mnu-It-Sub) NOT = SPACES
              STRING ' ' FUNCTION TRIM(Mnu-It-Lead(Mnu-It-Sub))
                     DELIMITED BY SIZE
                     INTO Mnu-Command
                     WITH POINTER Mnu-Ptr
              END-STRING
           END-IF
           PERFORM 4410-Add-One-Value THRU 4410-Exit
              VARYING Mnu-Val-Sub FROM 1 BY 1
              UNTIL Mnu-Val-Sub > Mnu-Value-Count
           IF Mnu-It-Trail(Mnu-It-Sub) NOT = SPACES
              STRING ' ' FUNCTION TRIM(Mnu-It-Trail(Mnu-It-Sub))
                     DELIMITED BY SIZE
                     INTO Mnu-Command
                     WITH POINTER Mnu-Ptr
              END-STRING
           END-IF
           .
       4400-Exit.
           EXIT.

       4410-Add-One-Value.
           IF Mnu-Value(Mnu-Val-Sub) NOT = SPACES
              STRING ' ' FUNCTION TRIM(Mnu-Value(Mnu-Val-Sub))
                     DELIMITED BY SIZE
                     INTO Mnu-Command
                     WITH POINTER Mnu-Ptr
              END-STRING
           END-IF
           .
       4410-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4500-Confirm-Screen - the exact command, and Y (YES for a
      *> caution function) to run it.
      *> ---------------------------------------------------------------
       4500-Confirm-Screen.
           MOVE SPACES TO Mnu-Hint
           STRING 'CONFIRM TO RUN   '
                  FUNCTION TRIM(myconst-1) ' (F3) MAIN MENU   '
                  FUNCTION TRIM(myconst-2) ' (F12) BACK TO THE FORM'
                  DELIMITED BY SIZE
                  INTO Mnu-Hint
           END-STRING
           PERFORM 8100-Paint-Frame THRU 8100-Exit
           DISPLAY "THE COMMAND TO BE RUN IS:" AT LINE 5 COLUMN 3
           DISPLAY Mnu-Command(1:76) AT LINE 7 COLUMN 3
           IF Mnu-Command(77:76) NOT = SPACES
              DISPLAY Mnu-Command(77:76) AT LINE 8 COLUMN 3
           END-IF
           IF Mnu-Command(153:76) NOT = SPACES
              DISPLAY Mnu-Command(153:76) AT LINE 9 COLUMN 3
           END-IF
           IF Mnu-It-Caution(Mnu-It-Sub)
              DISPLAY "*** CAUTION - THIS CHANGES CONTROL DATA OR "
                      "OVERRIDES A SAFEGUARD"
                 AT LINE 11 COLUMN 3
              DISPLAY "RUN IT? TYPE YES TO RUN, ANYTHING ELSE NOT TO:"
                 AT LINE 13 COLUMN 3
           ELSE
              DISPLAY "RUN IT? (Y/N)" AT LINE 13 COLUMN 3
           END-IF
           IF Mnu-It-Interactive(Mnu-It-Sub)
              DISPLAY "THIS PROGRAM TALKS TO YOU DIRECTLY; THE CONSOLE "
                      "RETURNS WHEN IT ENDS"
                 AT LINE 15 COLUMN 3
           END-IF
           MOVE SPACES TO Mnu-Reply
           MOVE 0 TO Mnu-Crt-Status
           ACCEPT Mnu-Reply AT LINE 13 COLUMN 50 WITH UNDERLINE
           IF Mnu-Key-F3 OR Mnu-Key-F12
              PERFORM 8210-Classify-Key THRU 8210-Exit
           ELSE
              MOVE Mnu-Reply TO Mnu-Action
              PERFORM 8220-Classify-Action THRU 8220-Exit
           END-IF
           IF Mnu-Act-Main
              MOVE 'Y' TO Mnu-Go-Home-Sw
              MOVE 'Y' TO Mnu-Item-Done-Sw
           END-IF
           MOVE FUNCTION UPPER-CASE(Mnu-Reply) TO Mnu-Reply
           IF  (Mnu-It-Caution(Mnu-It-Sub) AND Mnu-Reply = 'YES')
           OR (NOT Mnu-It-Caution(Mnu-It-Sub)
               AND (Mnu-Reply = 'Y' OR Mnu-Reply = 'YES'))
              PERFORM 4600-Run-Command THRU 4600-Exit
              MOVE 'RUN' TO Mnu-Log-Action
              PERFORM 7000-Log-Action THRU 7000-Exit
              MOVE 'N' TO Mnu-Output-Done-Sw
              MOVE 1 TO Mnu-Out-Top
              MOVE 0 TO Mnu-Out-Shift
              PERFORM 4800-Output-Screen THRU 4800-Exit
                 UNTIL Mnu-Output-Done
              MOVE 'Y' TO Mnu-Item-Done-Sw
           ELSE
              MOVE 'DECLINE' TO Mnu-Log-Action
              PERFORM 7000-Log-Action THRU 7000-Exit
              MOVE 'NOT RUN' TO Mnu-Message
           END-IF
           .
       4500-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4600-Run-Command - through the system command processor,
      *> the way STRMJOB runs its steps; the output captured to the
      *> operator's own file unless the program is interactive.
      *> ---------------------------------------------------------------
       4600-Run-Command.
           MOVE SPACES TO Mnu-System-Command
           IF Mnu-It-Interactive(Mnu-It-Sub)
              MOVE Mnu-Command TO Mnu-System-Command
           ELSE
              STRING FUNCTION TRIM(Mnu-Command, TRAILING)
                     ' > '
                     FUNCTION TRIM(Mnu-Capture-File, TRAILING)
                     ' 2>&1'
                     DELIMITED BY SIZE
                     INTO Mnu-System-Command
              END-STRING
           END-IF
           CALL "SYSTEM" USING Mnu-System-Command
           MOVE RETURN-CODE TO Mnu-Raw-Status
           MOVE 0 TO RETURN-CODE
           DIVIDE Mnu-Raw-Status BY 256 GIVING Mnu-Exit-Code
              REMAINDER Mnu-Signal-Code
           IF Mnu-Signal-Code NOT = 0
              MOVE 16 TO Mnu-Exit-Code
           END-IF
           MOVE 0 TO Mnu-Out-Count
           MOVE 'N' TO Mnu-Out-Truncated-Sw
           IF NOT Mnu-It-Interactive(Mnu-It-Sub)
              PERFORM 4700-Load-Output THRU 4700-Exit
           END-IF
           .
       4600-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4700-Load-Output - the captured output, for paging.
      *> ---------------------------------------------------------------
       4700-Load-Output.
           MOVE Mnu-Capture-File TO SCB-Filename
           MOVE 'I' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 4700-Exit
           END-IF
           MOVE SCB-Handle TO Mnu-Handle
           MOVE 'N' TO Mnu-Eof-Sw
           PERFORM 4710-Load-One-Line THRU 4710-Exit
              UNTIL Mnu-Eof
           MOVE Mnu-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       4700-Exit.
           EXIT.

       4710-Load-One-Line.
           MOVE Mnu-Handle TO SCB-Handle
           MOVE 'RD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              IF SCB-Return-Code NOT = 10
                 PERFORM 9500-Save-Error-Context THRU 9500-Exit
              END-IF
              MOVE 'Y' TO Mnu-Eof-Sw
              GO TO 4710-Exit
           END-IF
           ADD 1 TO Mnu-Read-Count
           IF Mnu-Out-Count >= Mnu-Max-Out-Lines
              MOVE 'Y' TO Mnu-Out-Truncated-Sw
              GO TO 4710-Exit
           END-IF
           ADD 1 TO Mnu-Out-Count
           MOVE SPACES TO Mnu-Out-Line(Mnu-Out-Count)
           IF SCB-Bytes-Transferred > 0
              MOVE Streamio-Record-Data(1:SCB-Bytes-Transferred)
                 TO Mnu-Out-Line(Mnu-Out-Count)
           END-IF
           .
       4710-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 4800-Output-Screen - the completion code and one page of the
      *> output, paged forward and back and shifted left and right.
      *> ---------------------------------------------------------------
       4800-Output-Screen.
           MOVE SPACES TO Mnu-Hint
           STRING 'ENTER=NEXT P=PREV R=RIGHT L=LEFT  '
                  FUNCTION TRIM(myconst-1) ' (F3) MAIN MENU  '
                  FUNCTION TRIM(myconst-2) ' (F12) BACK'
                  DELIMITED BY SIZE
                  INTO Mnu-Hint
           END-STRING
           PERFORM 8100-Paint-Frame THRU 8100-Exit
           DISPLAY Mnu-Command(1:76) AT LINE 4 COLUMN 3
           PERFORM 8300-Describe-RC THRU 8300-Exit
           MOVE SPACES TO Mnu-Text
           STRING 'ENDED RC=' FUNCTION TRIM(Mnu-RC-Disp) '  '
                  Mnu-RC-Meaning
                  DELIMITED BY SIZE
                  INTO Mnu-Text
           END-STRING
           DISPLAY Mnu-Text(1:40) AT LINE 5 COLUMN 3
           IF Mnu-It-Interactive(Mnu-It-Sub)
              DISPLAY "THE PROGRAM'S OWN CONVERSATION WAS ON THE SCREEN"
                 AT LINE 7 COLUMN 3
           ELSE
              IF Mnu-Out-Count = 0
                 DISPLAY "NO OUTPUT" AT LINE 7 COLUMN 3
              ELSE
                 COMPUTE Mnu-Out-Last =
                    Mnu-Out-Top + Mnu-Page-Lines - 1
                 IF Mnu-Out-Last > Mnu-Out-Count
                    MOVE Mnu-Out-Count TO Mnu-Out-Last
                 END-IF
                 PERFORM 4810-Show-One-Line THRU 4810-Exit
                    VARYING Mnu-Out-Sub FROM Mnu-Out-Top BY 1
                    UNTIL Mnu-Out-Sub > Mnu-Out-Last
                 PERFORM 4820-Show-Position THRU 4820-Exit
              END-IF
           END-IF
           PERFORM 8200-Accept-Action THRU 8200-Exit
           EVALUATE TRUE
              WHEN Mnu-Act-Main
                 MOVE 'Y' TO Mnu-Go-Home-Sw
                 MOVE 'Y' TO Mnu-Output-Done-Sw
              WHEN Mnu-Act-Cancel
                 MOVE 'Y' TO Mnu-Output-Done-Sw
              WHEN Mnu-Act-Blank
                 IF Mnu-Out-Top + Mnu-Page-Lines <= Mnu-Out-Count
                    ADD Mnu-Page-Lines TO Mnu-Out-Top
                 ELSE
                    MOVE 'Y' TO Mnu-Output-Done-Sw
                 END-IF
              WHEN Mnu-Action-Upper = 'P'
                 IF Mnu-Out-Top > Mnu-Page-Lines
                    SUBTRACT Mnu-Page-Lines FROM Mnu-Out-Top
                 ELSE
                    MOVE 1 TO Mnu-Out-Top
                 END-IF
              WHEN Mnu-Action-Upper = 'R'
                 IF Mnu-Out-Shift < 80
                    ADD 40 TO Mnu-Out-Shift
                 END-IF
              WHEN Mnu-Action-Upper = 'L'
                 IF Mnu-Out-Shift >= 40
                    SUBTRACT 40 FROM Mnu-Out-Shift
                 END-IF
              WHEN OTHER
                 MOVE 'NO SUCH ACTION' TO Mnu-Message
           END-EVALUATE
           .
       4800-Exit.
           EXIT.

       4810-Show-One-Line.
           COMPUTE Mnu-Row = 7 + Mnu-Out-Sub - Mnu-Out-Top
           DISPLAY Mnu-Out-Line(Mnu-Out-Sub)(Mnu-Out-Shift + 1:79)
              AT LINE Mnu-Row COLUMN 1
           .
       4810-Exit.
           EXIT.

       4820-Show-Position.
           MOVE SPACES TO Mnu-Text
           MOVE 1 TO Mnu-Ptr
           MOVE Mnu-Out-Top TO Mnu-Count-Disp
           STRING 'LINES ' FUNCTION TRIM(Mnu-Count-Disp)
                  DELIMITED BY SIZE
                  INTO Mnu-Text
                  WITH POINTER Mnu-Ptr
           END-STRING
           MOVE Mnu-Out-Last TO Mnu-Count-Disp
           STRING ' TO ' FUNCTION TRIM(Mnu-Count-Disp)
                  DELIMITED BY SIZE
                  INTO Mnu-Text
                  WITH POINTER Mnu-Ptr
           END-STRING
           MOVE Mnu-Out-Count TO Mnu-Count-Disp
           STRING ' OF ' FUNCTION TRIM(Mnu-Count-Disp)
                  DELIMITED BY SIZE
                  INTO Mnu-Text
                  WITH POINTER Mnu-Ptr
           END-STRING
           IF Mnu-Out-Shift > 0
              COMPUTE Mnu-Count-Disp = Mnu-Out-Shift + 1
              STRING ', FROM COLUMN ' FUNCTION TRIM(Mnu-Count-Disp)
                     DELIMITED BY SIZE
                     INTO Mnu-Text
                     WITH POINTER Mnu-Ptr
              END-STRING
           END-IF
           IF Mnu-Out-Truncated
              STRING ' - MORE IN '
                     FUNCTION TRIM(Mnu-Capture-File, TRAILING)
                     DELIMITED BY SIZE
                     INTO Mnu-Text
                     WITH POINTER Mnu-Ptr
              END-STRING
           END-IF
           DISPLAY Mnu-Text(1:78) AT LINE 21 COLUMN 3
           .
       4820-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 7000-Log-Action - one line onto strmmnu_log.dat.
      *> ---------------------------------------------------------------
       7000-Log-Action.
           MOVE FUNCTION CURRENT-DATE TO Mnu-Current-Date
           MOVE Mnu-Log-Filename TO SCB-Filename
           MOVE 'A' TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           MOVE 'U' TO SCB-Delimiter-Mode
           MOVE 'ASCII' TO SCB-Codepage
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
              GO TO 7000-Exit
           END-IF
           MOVE SCB-Handle TO Mnu-Handle
           MOVE SPACES TO Streamio-Record-Data
           MOVE 1 TO Mnu-Ptr
           STRING 'DATE=' Mnu-Current-Date(1:8)
                  ' TIME=' Mnu-Current-Date(9:6)
                  ' USER=' FUNCTION TRIM(Mnu-User, TRAILING)
                  ' ACTION=' FUNCTION TRIM(Mnu-Log-Action, TRAILING)
                  DELIMITED BY SIZE
                  INTO Streamio-Record-Data
                  WITH POINTER Mnu-Ptr
           END-STRING
           IF Mnu-Log-Pgm NOT = SPACES
              STRING ' PGM=' FUNCTION TRIM(Mnu-Log-Pgm, TRAILING)
                     DELIMITED BY SIZE
                     INTO Streamio-Record-Data
                     WITH POINTER Mnu-Ptr
              END-STRING
           END-IF
           IF Mnu-Log-Action = 'RUN'
              MOVE Mnu-Exit-Code TO Mnu-RC-Disp
              STRING ' RC=' FUNCTION TRIM(Mnu-RC-Disp)
                     DELIMITED BY SIZE
                     INTO Streamio-Record-Data
                     WITH POINTER Mnu-Ptr
              END-STRING
           END-IF
           IF Mnu-Command NOT = SPACES
              STRING ' CMD=' FUNCTION TRIM(Mnu-Command, TRAILING)
                     DELIMITED BY SIZE
                     INTO Streamio-Record-Data
                     WITH POINTER Mnu-Ptr
              END-STRING
           END-IF
           MOVE Mnu-Handle TO SCB-Handle
           MOVE 'WD' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           IF SCB-Return-Code NOT = 0
              PERFORM 9500-Save-Error-Context THRU 9500-Exit
           ELSE
              ADD 1 TO Mnu-Log-Count
           END-IF
           MOVE Mnu-Handle TO SCB-Handle
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB, Streamio-Record
           .
       7000-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8100-Paint-Frame - clear the screen; title, user and time on
      *> top, the message and the hint at the bottom.
      *> ---------------------------------------------------------------
       8100-Paint-Frame.
           MOVE FUNCTION CURRENT-DATE TO Mnu-Current-Date
           DISPLAY SPACE AT LINE 1 COLUMN 1 WITH BLANK SCREEN
           DISPLAY "STRMMNU - STREAMIO OPERATOR CONSOLE"
              AT LINE 1 COLUMN 2 WITH HIGHLIGHT
           MOVE SPACES TO Mnu-Text
           STRING Mnu-Current-Date(1:4) '-' Mnu-Current-Date(5:2) '-'
                  Mnu-Current-Date(7:2) ' ' Mnu-Current-Date(9:2) ':'
                  Mnu-Current-Date(11:2)
                  DELIMITED BY SIZE
                  INTO Mnu-Text
           END-STRING
           DISPLAY Mnu-Text(1:16) AT LINE 1 COLUMN 63
           DISPLAY Mnu-Screen-Title AT LINE 2 COLUMN 2
           MOVE SPACES TO Mnu-Text
           STRING 'USER ' FUNCTION TRIM(Mnu-User)
                  DELIMITED BY SIZE
                  INTO Mnu-Text
           END-STRING
           DISPLAY Mnu-Text(1:30) AT LINE 2 COLUMN 49
           DISPLAY Mnu-Dashes AT LINE 3 COLUMN 1
           DISPLAY Mnu-Message AT LINE 22 COLUMN 1 WITH HIGHLIGHT
           DISPLAY Mnu-Hint AT LINE 23 COLUMN 1
           MOVE SPACES TO Mnu-Message
           .
       8100-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8200-Accept-Action - the ACTION line, and what was asked for:
      *> Main or Cancel (typed or by function key), a number, blank,
      *> or anything else.
      *> ---------------------------------------------------------------
       8200-Accept-Action.
           DISPLAY "ACTION ===>" AT LINE 24 COLUMN 1
           MOVE SPACES TO Mnu-Action
           MOVE 0 TO Mnu-Crt-Status
           ACCEPT Mnu-Action AT LINE 24 COLUMN 13 WITH UNDERLINE
           IF Mnu-Key-F3 OR Mnu-Key-F12
              PERFORM 8210-Classify-Key THRU 8210-Exit
           ELSE
              PERFORM 8220-Classify-Action THRU 8220-Exit
           END-IF
           .
       8200-Exit.
           EXIT.

       8210-Classify-Key.
           MOVE SPACES TO Mnu-Action-Upper
           IF Mnu-Key-F3
              MOVE 'M' TO Mnu-Action-Kind
           ELSE
              MOVE 'C' TO Mnu-Action-Kind
           END-IF
           .
       8210-Exit.
           EXIT.

       8220-Classify-Action.
           MOVE FUNCTION UPPER-CASE(
              FUNCTION TRIM(Mnu-Action, LEADING)) TO Mnu-Action-Upper
           EVALUATE TRUE
              WHEN Mnu-Action-Upper = SPACES
                 MOVE 'B' TO Mnu-Action-Kind
              WHEN Mnu-Action-Upper = Mnu-Main-Word
                 MOVE 'M' TO Mnu-Action-Kind
              WHEN Mnu-Action-Upper = Mnu-Cancel-Word
                 MOVE 'C' TO Mnu-Action-Kind
              WHEN FUNCTION TEST-NUMVAL(Mnu-Action-Upper) = 0
                 IF FUNCTION NUMVAL(Mnu-Action-Upper) >= 1
                 AND FUNCTION NUMVAL(Mnu-Action-Upper) <= 999
                    MOVE 'N' TO Mnu-Action-Kind
                    COMPUTE Mnu-Choice =
                       FUNCTION NUMVAL(Mnu-Action-Upper)
                 ELSE
                    MOVE 'O' TO Mnu-Action-Kind
                 END-IF
              WHEN OTHER
                 MOVE 'O' TO Mnu-Action-Kind
           END-EVALUATE
           .
       8220-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 8300-Describe-RC - Mnu-Exit-Code in words, on the suite's
      *> 4/8/16 scale.
      *> ---------------------------------------------------------------
       8300-Describe-RC.
           MOVE Mnu-Exit-Code TO Mnu-RC-Disp
           EVALUATE TRUE
              WHEN Mnu-Exit-Code = 0
                 MOVE 'CLEAN' TO Mnu-RC-Meaning
              WHEN Mnu-Exit-Code <= 4
                 MOVE 'WARNING' TO Mnu-RC-Meaning
              WHEN Mnu-Exit-Code <= 8
                 MOVE 'EXCEPTIONS' TO Mnu-RC-Meaning
              WHEN OTHER
                 MOVE 'FAILED' TO Mnu-RC-Meaning
           END-EVALUATE
           .
       8300-Exit.
           EXIT.

      *> ---------------------------------------------------------------
      *> 9500-Save-Error-Context - remember the first real I/O error
      *> this run, for 9000-Report-Deferred-Error to act on once every
      *> other STREAMIO call this program is going to make is done.
      *> ---------------------------------------------------------------
       9500-Save-Error-Context.
           IF NOT Mnu-Abort-Error
              MOVE 'Y' TO Mnu-Err-Sw
              MOVE SCB-Filename TO Mnu-Err-Filename
              MOVE SCB-Function TO Mnu-Err-Function
              MOVE SCB-Mode TO Mnu-Err-Mode
              MOVE SCB-Delimiter-Mode TO Mnu-Err-Delimiter-Mode
              MOVE SCB-Offset TO Mnu-Err-Offset
              MOVE SCB-Return-Code TO Mnu-Err-Return-Code
              MOVE SCB-Severity TO Mnu-Err-Severity
              MOVE SCB-Calling-Program TO Mnu-Err-Calling-Program
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
           IF Mnu-Abort-Error
              MOVE Mnu-Err-Filename TO SCB-Filename
              MOVE Mnu-Err-Function TO SCB-Function
              MOVE Mnu-Err-Mode TO SCB-Mode
              MOVE Mnu-Err-Delimiter-Mode TO SCB-Delimiter-Mode
              MOVE Mnu-Err-Offset TO SCB-Offset
              MOVE Mnu-Err-Return-Code TO SCB-Return-Code
              MOVE Mnu-Err-Severity TO SCB-Severity
              MOVE Mnu-Err-Calling-Program TO SCB-Calling-Program
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
           MOVE Mnu-Read-Count TO Strm-RS-Read-Count
           MOVE Mnu-Log-Count TO Strm-RS-Write-Count
           COPY "STREAMIORun.cpy".
       8900-Exit.
           EXIT.

       STRMMNU-ERROR-ENTRY.
       COPY "STREAMIOError.cpy".
