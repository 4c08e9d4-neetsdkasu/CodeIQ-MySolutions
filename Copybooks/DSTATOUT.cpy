       01  STAT-RECORD.
              05  STAT-N            PIC 9(05).
              05  FILLER            PIC X(01).
              05  STAT-MEAN         PIC 9(04).9(04).
              05  FILLER            PIC X(01).
              05  STAT-VARIANCE     PIC 9(08).9(04).
              05  FILLER            PIC X(01).
              05  STAT-SKEW         PIC +9(04).9(04).
              05  FILLER            PIC X(01).
              05  STAT-MIN-J        PIC 9(04).
              05  FILLER            PIC X(01).
              05  STAT-MAX-J        PIC 9(04).
              05  FILLER            PIC X(01).
              05  STAT-PEAK-J       PIC 9(04).
