       01  ENQ-LINK.
              05  ENQ-FUNCTION       PIC X(08).
              05  ENQ-PROGRAM        PIC X(10).
              05  ENQ-RUN-ID         PIC X(14).
              05  ENQ-COUNT          PIC 9(02).
              05  ENQ-ENTRY OCCURS 10 TIMES.
                     10  ENQ-RESOURCE   PIC X(08).
                     10  ENQ-MODE       PIC X(01).
              05  ENQ-RC             PIC 9(02).
              05  ENQ-BUSY-RESOURCE  PIC X(08).
              05  ENQ-HOLDER-PROGRAM PIC X(10).
              05  ENQ-HOLDER-RUN-ID  PIC X(14).
