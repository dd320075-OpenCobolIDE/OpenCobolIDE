      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-09-02  GLC  Original.                                **
      *> ** 2026-10-15  GLC  Layouts of up to 200 fields accepted     **
      *> **                  (was 50), so generated layouts with      **
      *> **                  expanded OCCURS tables load whole.       **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMEBC.
       01  Ebc-Tok-5                            PIC X(10).

       01  Ebc-Lrecl                            PIC 9(05) VALUE 0.
       01  Ebc-Max-Fields                       PIC 9(03) VALUE 200.
       01  Ebc-Field-Count                      PIC 9(03) VALUE 0.
       01  Ebc-Field-Table.
           05 Ebc-Field-Entry OCCURS 200 TIMES.
              10 Ebc-Fld-Name                   PIC X(30).
              10 Ebc-Fld-Start                  PIC 9(05).
              10 Ebc-Fld-Length                 PIC 9(05).
              10 Ebc-Fld-Type                   PIC X(01).
       01  Ebc-Sub                              PIC 9(03).

       01  Ebc-Fixed-Rec                        PIC X(32767)
                                                 VALUE SPACES.
