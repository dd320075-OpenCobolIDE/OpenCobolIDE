      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-09-02  GLC  Original.                                **
      *> ** 2026-10-15  GLC  Layouts of up to 200 fields accepted     **
      *> **                  (was 50), so generated layouts with      **
      *> **                  expanded OCCURS tables load whole.       **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMINQ.
       01  Inq-Tok-5                            PIC X(10).

       01  Inq-Lrecl                            PIC 9(05) VALUE 0.
       01  Inq-Max-Fields                       PIC 9(03) VALUE 200.
       01  Inq-Field-Count                      PIC 9(03) VALUE 0.
       01  Inq-Field-Table.
           05 Inq-Field-Entry OCCURS 200 TIMES.
              10 Inq-Fld-Name                   PIC X(30).
              10 Inq-Fld-Start                  PIC 9(05).
              10 Inq-Fld-Length                 PIC 9(05).
              10 Inq-Fld-Type                   PIC X(01).
              10 Inq-Fld-Decimals               PIC 9(02).
       01  Inq-Sub                              PIC 9(03).

       01  Inq-Key                              PIC X(64).
       01  Inq-Record                           PIC X(32767)
