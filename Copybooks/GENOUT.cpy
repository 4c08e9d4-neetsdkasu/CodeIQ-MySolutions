              05  GEN-OUT-RECIPE-ID  PIC X(08).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  GEN-OUT-RUN-ID     PIC X(14).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  GEN-OUT-WIDE-FLAG  PIC X(01).
                     88  GEN-OUT-WIDE        VALUE "W".
              05  FILLER             PIC X(01) VALUE SPACE.
              05  GEN-OUT-ZW.
                     10  GEN-OUT-ZW-LIMB PIC 9(18) OCCURS 6 TIMES.
       01  GEN-OUT-TRAILER.
              05  TRAILER-LABEL      PIC X(06).
              05  TRAILER-COUNT      PIC Z(3)9.
              05  TRAILER-RECIPE-ID  PIC X(08).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  TRAILER-RUN-ID     PIC X(14).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  TRAILER-WIDE-FLAG  PIC X(01).
                     88  TRAILER-WIDE        VALUE "W".
              05  FILLER             PIC X(01) VALUE SPACE.
              05  TRAILER-SUM-W.
                     10  TRAILER-SUM-LIMB PIC 9(18) OCCURS 6 TIMES.
