              05  RECIPE-NTERMS      PIC 99.
              05  RECIPE-ROW OCCURS 20 TIMES.
                     10  RECIPE-CELL     PIC 9 OCCURS 20 TIMES.
              05  RECIPE-VERSION     PIC 9(04).
