      *> ***************************************************************
       01  Streamio-Field-Table.
           05 SF-Field-Count                    PIC 9(03).
           05 SF-Field-Entry OCCURS 200 TIMES.
              10 SF-Field-Length                PIC 9(04).
              10 SF-Field-Data                  PIC X(256).
