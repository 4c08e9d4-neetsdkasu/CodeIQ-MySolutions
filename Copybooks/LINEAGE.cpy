       01  LIN-RECORD.
              05  LIN-TYPE           PIC X(03).
                     88  LIN-GENOUT          VALUE "GEN".
                     88  LIN-BRIDGE          VALUE "BRG".
                     88  LIN-RESULT          VALUE "RES".
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LIN-RUN-ID         PIC X(14).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LIN-PARENT-RUN-ID  PIC X(14).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LIN-PROGRAM        PIC X(10).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LIN-RECIPE-ID      PIC X(08).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LIN-RECIPE-VERSION PIC 9(04).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LIN-N              PIC 9(05).
              05  LIN-TARGET         PIC S9(05)
                                     SIGN LEADING SEPARATE.
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LIN-SOURCE         PIC X(01).
                     88  LIN-COMPUTED        VALUE "C".
                     88  LIN-SERVED          VALUE "S".
