       01  RESULT-RECORD.
              05  RESULT-KEY.
                     10  RESULT-N        PIC 9(05).
                     10  RESULT-TARGET   PIC S9(05)
                                         SIGN LEADING SEPARATE.
              05  RESULT-ANSWER      PIC 9(21).
              05  RESULT-RUN-DATE    PIC X(08).
              05  RESULT-RUN-ID      PIC X(14).
              05  RESULT-SRC-RUN-ID  PIC X(14).
              05  RESULT-RECIPE-ID   PIC X(08).
              05  RESULT-STALE-SW    PIC X(01).
                     88  RESULT-STALE        VALUE "Y".
