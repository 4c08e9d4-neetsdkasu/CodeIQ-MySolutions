       01  AUDIT-CTL-RECORD.
              05  ACTL-LAST-SEQ      PIC 9(09).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  ACTL-LAST-CHAIN    PIC 9(09).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  ACTL-LAST-RUN-ID   PIC X(14).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  ACTL-LAST-TS       PIC X(16).
