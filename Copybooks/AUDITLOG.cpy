              05  AUDIT-KEY-INPUT    PIC X(21).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  AUDIT-KEY-OUTPUT   PIC X(21).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  AUDIT-EVENT-TS     PIC X(16).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  AUDIT-SEQ          PIC 9(09).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  AUDIT-CHAIN        PIC 9(09).
