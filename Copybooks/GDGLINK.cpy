       01  GDG-LINK.
              05  GDG-FUNCTION       PIC X(08).
              05  GDG-DSN            PIC X(08).
              05  GDG-SELECTOR       PIC X(14).
              05  GDG-RUN-ID         PIC X(14).
              05  GDG-PROGRAM        PIC X(10).
              05  GDG-PHYS-NAME      PIC X(20).
              05  GDG-GEN            PIC 9(04).
              05  GDG-RC             PIC 9(02).
