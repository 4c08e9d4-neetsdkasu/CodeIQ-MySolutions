       01  N-INPUT-RECORD.
              05  N-INPUT-N          PIC 9(05).
              05  N-INPUT-TARGET     PIC S9(05) SIGN LEADING SEPARATE.
              05  N-INPUT-TARGET-X REDEFINES N-INPUT-TARGET PIC X(06).
              05  FILLER             PIC X(01).
              05  N-INPUT-SRC-RUN-ID PIC X(14).
              05  FILLER             PIC X(01).
              05  N-INPUT-RECIPE-ID  PIC X(08).
