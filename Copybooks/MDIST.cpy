       01  DIST-HEADER-RECORD.
              05  HEADER-LABEL       PIC X(06) VALUE "N =   ".
              05  HEADER-N           PIC Z(4)9.
              05  FILLER             PIC X(02) VALUE SPACES.
              05  HEADER-TARGET      PIC +(5)9.
              05  HEADER-TARGET-X REDEFINES HEADER-TARGET PIC X(06).
       01  DIST-RECORD.
              05  DIST-J             PIC Z(3)9.
              05  FILLER             PIC X(02) VALUE SPACES.
