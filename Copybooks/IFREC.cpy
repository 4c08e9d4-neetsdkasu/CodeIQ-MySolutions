       01  IF-HEADER-RECORD.
              05  IFH-TYPE           PIC X(01).
              05  IFH-BUSINESS-DATE  PIC X(08).
              05  IFH-MAIN-RUN-ID    PIC X(14).
              05  IFH-STAT-RUN-ID    PIC X(14).
              05  IFH-EXTRACT-RUN-ID PIC X(14).
              05  IFH-RESEND-FLAG    PIC X(01).
       01  IF-DETAIL-RECORD.
              05  IFD-TYPE           PIC X(01).
              05  IFD-N              PIC 9(05).
              05  IFD-TARGET         PIC S9(05)
                                     SIGN LEADING SEPARATE.
              05  IFD-ANSWER         PIC 9(21).
              05  IFD-MEAN           PIC 9(04).9(04).
              05  IFD-VARIANCE       PIC 9(08).9(04).
              05  IFD-SKEW           PIC +9(04).9(04).
              05  IFD-PEAK-J         PIC 9(04).
              05  IFD-RECIPE-ID      PIC X(08).
              05  IFD-SOURCE         PIC X(01).
                     88  IFD-COMPUTED        VALUE "C".
                     88  IFD-CACHED          VALUE "S".
              05  IFD-STATS-FLAG     PIC X(01).
       01  IF-TRAILER-RECORD.
              05  IFT-TYPE           PIC X(01).
              05  IFT-RECORD-COUNT   PIC 9(07).
              05  IFT-CACHED-COUNT   PIC 9(07).
              05  IFT-HASH-TOTAL     PIC 9(25).
