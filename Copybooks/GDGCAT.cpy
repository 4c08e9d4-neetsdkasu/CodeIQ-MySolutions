       01  CAT-RECORD.
              05  CAT-DSN            PIC X(08).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  CAT-GEN            PIC 9(04).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  CAT-RUN-ID         PIC X(14).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  CAT-PHYS-NAME      PIC X(20).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  CAT-PROGRAM        PIC X(10).
              05  FILLER             PIC X(01) VALUE SPACE.
              05  CAT-LIMIT          PIC 9(02).
