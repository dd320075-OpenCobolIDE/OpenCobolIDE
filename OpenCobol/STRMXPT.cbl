      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-08-22  GLC  Original.                                **
      *> ** 2026-10-15  GLC  Layouts of up to 200 fields accepted     **
      *> **                  (was 50), so generated layouts with      **
      *> **                  expanded OCCURS tables load whole.       **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMXPT.
       01  Xpt-Tok-5                            PIC X(10).

       01  Xpt-Lrecl                            PIC 9(05) VALUE 0.
       01  Xpt-Max-Fields                       PIC 9(03) VALUE 200.
       01  Xpt-Field-Count                      PIC 9(03) VALUE 0.
       01  Xpt-Field-Table.
           05 Xpt-Field-Entry OCCURS 200 TIMES.
              10 Xpt-Fld-Name                   PIC X(30).
              10 Xpt-Fld-Name-Len               PIC 9(02).
              10 Xpt-Fld-Start                  PIC 9(05).
              10 Xpt-Fld-Length                 PIC 9(05).
              10 Xpt-Fld-Type                   PIC X(01).
              10 Xpt-Fld-Decimals               PIC 9(02).
       01  Xpt-Sub                              PIC 9(03).
       01  Xpt-Setup-Ok-Sw                      PIC X(1) VALUE 'Y'.
           88 Xpt-Setup-Ok                      VALUE 'Y'.

