       01  STG-RECORD.
              05  STG-RECIPE-ID      PIC X(08).
              05  FILLER             PIC X(01).
              05  STG-ACTION         PIC X(08).
              05  FILLER             PIC X(01).
              05  STG-REQ-USER       PIC X(08).
              05  FILLER             PIC X(01).
              05  STG-REQ-RUN-ID     PIC X(14).
              05  FILLER             PIC X(01).
              05  STG-BEFORE-SW      PIC X(01).
                     88  STG-HAS-BEFORE      VALUE "Y".
              05  FILLER             PIC X(01).
              05  STG-BEFORE-IMAGE   PIC X(414).
              05  FILLER             PIC X(01).
              05  STG-AFTER-IMAGE    PIC X(414).
