      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-08-22  GLC  Original.                                **
      *> ** 2026-10-15  GLC  Layouts of up to 200 fields accepted     **
      *> **                  (was 50), so generated layouts with      **
      *> **                  expanded OCCURS tables load whole.       **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMCNV.
       01  Cnv-Tok-5                            PIC X(10).

       01  Cnv-Lrecl                            PIC 9(05) VALUE 0.
       01  Cnv-Max-Fields                       PIC 9(03) VALUE 200.
       01  Cnv-Field-Count                      PIC 9(03) VALUE 0.
       01  Cnv-Field-Table.
           05 Cnv-Field-Entry OCCURS 200 TIMES.
              10 Cnv-Fld-Name                   PIC X(30).
              10 Cnv-Fld-Start                  PIC 9(05).
              10 Cnv-Fld-Length                 PIC 9(05).
              10 Cnv-Fld-Type                   PIC X(01).
              10 Cnv-Fld-Decimals               PIC 9(02).
       01  Cnv-Sub                              PIC 9(03).

       01  Cnv-In-Handle                        PIC X(4) COMP-X.
       01  Cnv-Out-Handle                       PIC X(4) COMP-X.
