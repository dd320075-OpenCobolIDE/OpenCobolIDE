      *> ***************************************************************
      *> ** Author: Gary L. Cutler                                    **
      *> **         CutlerGL@gmail.com                                **
      *> **                                                           **
      *> ** Working-storage fields for the shop-standard operator     **
      *> ** alert (see STREAMIOAlr.cpy, the procedure copybook that   **
      *> ** raises it).  COPY this into the WORKING-STORAGE SECTION   **
      *> ** of every step that has to page the operator about a       **
      *> ** business condition rather than an I/O failure; before     **
      *> ** each PERFORM of its alert paragraph the program fills in: **
      *> **                                                           **
      *> **    Strm-AR-Program   its PROGRAM-ID                       **
      *> **    Strm-AR-Subject   what the alert is about - the file,  **
      *> **                      feed, partner or family the operator **
      *> **                      has to go and look at                **
      *> **    Strm-AR-Condition a two-character condition code of    **
      *> **                      the program's own, documented in its **
      *> **                      header (it lands in the log's FUNC=  **
      *> **                      field)                               **
      *> **    Strm-AR-Code      the numeric condition (RC= in the    **
      *> **                      log, and so in the alert record);    **
      *> **                      defaults to 8                        **
      *> **    Strm-AR-Severity  E (the default) or F - STRMALRT only **
      *> **                      pages on those two                   **
      *> **                                                           **
      *> ** The alert is a line in the day's STREAMIO error log in    **
      *> ** exactly the layout STREAMIOError.cpy writes, with MODE=A  **
      *> ** marking it as raised on purpose; STRMALRT's next scan     **
      *> ** turns it into an operator alert, with the same once-a-    **
      *> ** day suppression per program/subject/code as any other     **
      *> ** entry, and STRMRPT and STRMFRN count and find it there.   **
      *> ***************************************************************
       01  Strm-AR-Program                      PIC X(08) VALUE SPACES.
       01  Strm-AR-Subject                      PIC X(256) VALUE
                                                 SPACES.
       01  Strm-AR-Condition                    PIC X(02) VALUE SPACES.
       01  Strm-AR-Code                         PIC S9(04) VALUE 8.
       01  Strm-AR-Severity                     PIC X(01) VALUE 'E'.

      *> ---------------------------------------------------------------
      *> Internal fields for STREAMIOAlr.cpy - the same direct
      *> CBL_xxx_FILE append mechanics STREAMIOError.cpy uses on the
      *> same log, so raising an alert can't disturb any STREAMIO
      *> handle the program still has open.
      *> ---------------------------------------------------------------
       01  Strm-AR-Access-IO                    PIC X(1) COMP-X VALUE 3.
       01  Strm-AR-Access-Output                PIC X(1) COMP-X VALUE 2.
       01  Strm-AR-Deny-None                    PIC X(1) COMP-X VALUE 0.
       01  Strm-AR-Device-Disk                  PIC X(1) COMP-X VALUE 0.
       01  Strm-AR-Flags                        PIC X(4) COMP-X VALUE 0.
       01  Strm-AR-Handle                       PIC X(4) COMP-X.
       01  Strm-AR-Offset                       PIC X(8) COMP-X.
       01  Strm-AR-Size                         PIC X(4) COMP-X.
       01  Strm-AR-Return                       PIC S9(9) COMP-5.
       01  Strm-AR-Saved-RC                     PIC S9(9) COMP-5.
       01  Strm-AR-Filename                     PIC X(256).
       01  Strm-AR-File-Details.
           05 Strm-AR-FD-Size                   PIC X(8) COMP-X.
           05 Strm-AR-FD-Date                   PIC X(4) COMP-X.
           05 Strm-AR-FD-Time                   PIC X(4) COMP-X.
       01  Strm-AR-Current-Date                 PIC X(21).
       01  Strm-AR-Code-Display                 PIC -(9)9.
       01  Strm-AR-Count                        PIC 9(05) VALUE 0.
       01  Strm-AR-Rec                          PIC X(400).
