       01  LOCK-RECORD.
              05  LOCK-RESOURCE      PIC X(08).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LOCK-MODE          PIC X(01).
                     88  LOCK-EXCLUSIVE      VALUE "E".
                     88  LOCK-SHARED         VALUE "S".
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LOCK-PROGRAM       PIC X(10).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LOCK-RUN-ID        PIC X(14).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  LOCK-TIME          PIC X(14).
