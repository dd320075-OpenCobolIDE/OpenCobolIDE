      *> ***************************************************************
      *> ** Author: Gary L. Cutler                                    **
      *> **         CutlerGL@gmail.com                                **
      *> **                                                           **
      *> ** Working-storage fields for the shop-standard suspense     **
      *> ** intake record (see STREAMIOSus.cpy, the procedure         **
      *> ** copybook that writes it).  COPY this into the WORKING-    **
      *> ** STORAGE SECTION of every step that turns transaction      **
      *> ** details away; before each PERFORM of its suspense         **
      *> ** paragraph the program fills in:                           **
      *> **                                                           **
      *> **    Strm-SU-Program   its PROGRAM-ID                       **
      *> **    Strm-SU-Source    the feed the detail arrived on       **
      *> **    Strm-SU-Reason    why it was turned away (the edit     **
      *> **                      rule, the import reason, ...)        **
      *> **    Strm-SU-Acct      txn-det-acct-no, when known          **
      *> **    Strm-SU-Amount    txn-det-amount as display text       **
      *> **                      (e.g. -125.00); SPACES when the      **
      *> **                      amount itself is what's broken       **
      *> **    Strm-SU-Code      txn-det-code, when known             **
      *> **    Strm-SU-Record    the rejected record as text, when    **
      *> **                      the feed is text (SPACES otherwise)  **
      *> **                                                           **
      *> ** One item lands on the shared persistent suspense file     **
      *> ** (strm_suspense.dat) per rejected detail; STRMSUS ages,    **
      *> ** corrects, writes off and re-releases them from there.     **
      *> ***************************************************************
       01  Strm-SU-Program                      PIC X(08) VALUE SPACES.
       01  Strm-SU-Source                       PIC X(256) VALUE
                                                 SPACES.
       01  Strm-SU-Reason                       PIC X(30) VALUE SPACES.
       01  Strm-SU-Acct                         PIC X(10) VALUE SPACES.
       01  Strm-SU-Amount                       PIC X(16) VALUE SPACES.
       01  Strm-SU-Code                         PIC X(04) VALUE SPACES.
       01  Strm-SU-Record                       PIC X(256) VALUE
                                                 SPACES.

      *> ---------------------------------------------------------------
      *> Internal fields for STREAMIOSus.cpy - the same direct
      *> CBL_xxx_FILE append mechanics STREAMIOHnd.cpy uses, so
      *> writing the item can't disturb any STREAMIO handle the
      *> program still has in its control block.
      *> ---------------------------------------------------------------
       01  Strm-SU-Access-IO                    PIC X(1) COMP-X VALUE 3.
       01  Strm-SU-Access-Output                PIC X(1) COMP-X VALUE 2.
       01  Strm-SU-Deny-None                    PIC X(1) COMP-X VALUE 0.
       01  Strm-SU-Device-Disk                  PIC X(1) COMP-X VALUE 0.
       01  Strm-SU-Flags                        PIC X(4) COMP-X VALUE 0.
       01  Strm-SU-Handle                       PIC X(4) COMP-X.
       01  Strm-SU-Offset                       PIC X(8) COMP-X.
       01  Strm-SU-Size                         PIC X(4) COMP-X.
       01  Strm-SU-Return                       PIC S9(9) COMP-5.
       01  Strm-SU-Saved-RC                     PIC S9(9) COMP-5.
       01  Strm-SU-Filename                     PIC X(256) VALUE
                                                 'strm_suspense.dat'.
       01  Strm-SU-File-Details.
           05 Strm-SU-FD-Size                   PIC X(8) COMP-X.
           05 Strm-SU-FD-Date                   PIC X(4) COMP-X.
           05 Strm-SU-FD-Time                   PIC X(4) COMP-X.
       01  Strm-SU-Current-Date                 PIC X(21).
       01  Strm-SU-User                         PIC X(20).
       01  Strm-SU-Rec                          PIC X(800).
