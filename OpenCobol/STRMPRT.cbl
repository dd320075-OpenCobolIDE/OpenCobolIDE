      *> ** Date       Init  Description                              **
      *> ** ---------- ----  --------------------------------------- **
      *> ** 2026-09-02  GLC  Original.                                **
      *> ** 2026-10-15  GLC  Layouts of up to 200 fields accepted     **
      *> **                  (was 50), so generated layouts with      **
      *> **                  expanded OCCURS tables load whole.       **
      *> ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMPRT.
      *> The record layout, exactly as STRMCNV holds it.
      *> ---------------------------------------------------------------
       01  Prt-Lrecl                            PIC 9(05) VALUE 0.
       01  Prt-Max-Fields                       PIC 9(03) VALUE 200.
       01  Prt-Field-Count                      PIC 9(03) VALUE 0.
       01  Prt-Field-Table.
           05 Prt-Field-Entry OCCURS 200 TIMES.
              10 Prt-Fld-Name                   PIC X(30).
              10 Prt-Fld-Start                  PIC 9(05).
              10 Prt-Fld-Length                 PIC 9(05).
              10 Prt-Fld-Type                   PIC X(01).
              10 Prt-Fld-Decimals               PIC 9(02).
       01  Prt-Fld-Sub                          PIC 9(03).

      *> ---------------------------------------------------------------
      *> The report definition: the print columns in order (each
       01  Prt-Col-Count                        PIC 9(02) VALUE 0.
       01  Prt-Col-Table.
           05 Prt-Col-Entry OCCURS 20 TIMES.
              10 Prt-Col-Fld                    PIC 9(03).
              10 Prt-Col-Width                  PIC 9(03).
              10 Prt-Col-Offset                 PIC 9(04).
              10 Prt-Col-Sum-Sw                 PIC X(1).
                 88 Prt-Col-Summed              VALUE 'Y'.
              10 Prt-Col-Subtotal               PIC S9(13)V9(4).
              10 Prt-Col-Grand                  PIC S9(13)V9(4).
       01  Prt-Col-Sub                          PIC 9(03).
       01  Prt-Max-Breaks                       PIC 9(01) VALUE 3.
       01  Prt-Break-Count                      PIC 9(01) VALUE 0.
       01  Prt-Break-Table.
           05 Prt-Break-Fld OCCURS 3 TIMES      PIC 9(03).
       01  Prt-Break-Sub                        PIC 9(01).
       01  Prt-Break-Key                        PIC X(120) VALUE
                                                 SPACES.
