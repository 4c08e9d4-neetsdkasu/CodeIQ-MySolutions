       01  STEP-CTL-RECORD.
              05  STEP-RUN-ID        PIC X(14).
              05  FILLER             PIC X(01).
              05  STEP-NAME          PIC X(10).
              05  FILLER             PIC X(01).
              05  STEP-RC            PIC 9(04).
              05  FILLER             PIC X(01).
              05  STEP-START-TS      PIC X(16).
              05  FILLER             PIC X(01).
              05  STEP-END-TS        PIC X(16).
