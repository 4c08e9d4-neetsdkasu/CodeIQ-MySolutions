       01  AUDW-LINK.
              05  AUDW-FUNCTION      PIC X(08).
              05  AUDW-PROGRAM       PIC X(08).
              05  AUDW-EVENT         PIC X(05).
              05  AUDW-RUN-ID        PIC X(14).
              05  AUDW-KEY-INPUT     PIC X(21).
              05  AUDW-KEY-OUTPUT    PIC X(21).
              05  AUDW-RC            PIC 9(02).
              05  AUDW-SEQ           PIC 9(09).
              05  AUDW-PREV-CHAIN    PIC 9(09).
              05  AUDW-CHAIN         PIC 9(09).
              05  AUDW-RECORD        PIC X(110).
