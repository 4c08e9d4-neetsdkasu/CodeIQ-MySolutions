       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDGMGR IS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CAT-FILE ASSIGN TO "GDGCAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS CAT-STATUS.
              SELECT CAT-NEW-FILE ASSIGN TO "GDGCATN"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS CATN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAT-FILE.
       COPY GDGCAT.
       FD  CAT-NEW-FILE.
       01  N-CAT-RECORD.
              05  N-CAT-DSN          PIC X(08).
              05  FILLER             PIC X(01).
              05  N-CAT-GEN          PIC 9(04).
              05  FILLER             PIC X(01).
              05  N-CAT-RUN-ID       PIC X(14).
              05  FILLER             PIC X(01).
              05  N-CAT-PHYS-NAME    PIC X(20).
              05  FILLER             PIC X(01).
              05  N-CAT-PROGRAM      PIC X(10).
              05  FILLER             PIC X(01).
              05  N-CAT-LIMIT        PIC 9(02).
       WORKING-STORAGE SECTION.
       01  v.
              03  CAT-STATUS           PIC X(02).
              03  CATN-STATUS          PIC X(02).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  CAT-FOUND-SW         PIC X(01) VALUE "N".
                     88  CAT-FOUND           VALUE "Y".
              03  CAP-HIT-SW           PIC X(01) VALUE "N".
                     88  CAP-HIT             VALUE "Y".
              03  NCAT                 PIC 9(04) VALUE 0.
              03  CAT-TABLE.
                     05  CT-ROW OCCURS 500 TIMES.
                            10  CT-DSN       PIC X(08).
                            10  CT-GEN       PIC 9(04).
                            10  CT-RUN-ID    PIC X(14).
                            10  CT-PHYS-NAME PIC X(20).
                            10  CT-PROGRAM   PIC X(10).
                            10  CT-LIMIT     PIC 9(02).
                            10  CT-DROP-SW   PIC X(01).
              03  p                    PIC 9(04).
              03  q                    PIC 9(04).
              03  DEF-IDX              PIC 9(04) VALUE 0.
              03  CUR-IDX              PIC 9(04) VALUE 0.
              03  PRV-IDX              PIC 9(04) VALUE 0.
              03  RUN-IDX              PIC 9(04) VALUE 0.
              03  SEL-IDX              PIC 9(04) VALUE 0.
              03  DSN-LIMIT            PIC 9(02) VALUE 0.
              03  DEFAULT-LIMIT        PIC 9(02) VALUE 5.
              03  DSN-COUNT            PIC 9(04) VALUE 0.
              03  LAST-GEN             PIC 9(04) VALUE 0.
              03  GEN-USED-SW          PIC X(01) VALUE "N".
                     88  GEN-USED            VALUE "Y".
              03  NEXT-GEN             PIC 9(04) VALUE 0.
              03  BASE-NAME            PIC X(20).
              03  GEN-NAME             PIC X(20).
              03  CAT-LOG-NAME         PIC X(20) VALUE "GDGCAT".
              03  CAT-NEW-NAME         PIC X(20) VALUE "GDGCATN".
              03  CALL-RC              PIC 9(09) COMP-5.
       COPY ENQLINK.
       LINKAGE SECTION.
       COPY GDGLINK.
       PROCEDURE DIVISION USING GDG-LINK.
       000-Main SECTION.
              MOVE 0 TO GDG-RC.
              MOVE 0 TO GDG-GEN.
              MOVE SPACES TO GDG-PHYS-NAME.
              EVALUATE GDG-FUNCTION
                     WHEN "CATALOG"
                            PERFORM 004-Enqueue-Catalog
                            IF ENQ-RC = 0 THEN
                                   PERFORM 001-Load-Catalog
                                   PERFORM 002-Catalog-Generation
                                   PERFORM 005-Dequeue-Catalog
                            ELSE
                                   MOVE 8 TO GDG-RC
                            END-IF
                     WHEN "RESOLVE"
                            PERFORM 001-Load-Catalog
                            PERFORM 003-Resolve-Generation
                     WHEN OTHER
                            DISPLAY "GDGMGR: UNKNOWN FUNCTION "
                                   GDG-FUNCTION
                            MOVE 8 TO GDG-RC
              END-EVALUATE.
              GOBACK.

       001-Load-Catalog SECTION.
              MOVE 0 TO NCAT.
              OPEN INPUT CAT-FILE.
              IF CAT-STATUS = "00" THEN
                     SET CAT-FOUND TO TRUE
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ CAT-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0011-Store-Row
                            END-READ
                     END-PERFORM
                     CLOSE CAT-FILE
              END-IF.

       0011-Store-Row SECTION.
              IF NCAT < 500 THEN
                     ADD 1 TO NCAT
                     MOVE CAT-DSN TO CT-DSN(NCAT)
                     MOVE CAT-GEN TO CT-GEN(NCAT)
                     MOVE CAT-RUN-ID TO CT-RUN-ID(NCAT)
                     MOVE CAT-PHYS-NAME TO CT-PHYS-NAME(NCAT)
                     MOVE CAT-PROGRAM TO CT-PROGRAM(NCAT)
                     MOVE CAT-LIMIT TO CT-LIMIT(NCAT)
                     MOVE "N" TO CT-DROP-SW(NCAT)
              ELSE
                     IF NOT CAP-HIT THEN
                            DISPLAY "GDGMGR: CAT-TABLE CAPACITY "
                                   "EXCEEDED, CATALOG NOT UPDATED"
                            SET CAP-HIT TO TRUE
                     END-IF
              END-IF.

       002-Catalog-Generation SECTION.
              IF NOT CAP-HIT THEN
                     PERFORM 0021-Scan-Dataset
                     IF NCAT NOT < 500 THEN
                            DISPLAY "GDGMGR: CATALOG CAPACITY "
                                   "EXCEEDED, " FUNCTION TRIM(GDG-DSN)
                                   " NOT CATALOGED"
                            SET CAP-HIT TO TRUE
                     END-IF
              END-IF.
              IF CAP-HIT THEN
                     MOVE 8 TO GDG-RC
              ELSE
                     MOVE SPACES TO BASE-NAME
                     MOVE GDG-DSN TO BASE-NAME
                     MOVE SPACES TO GEN-NAME
                     STRING FUNCTION TRIM(GDG-DSN) DELIMITED BY SIZE
                            ".G" DELIMITED BY SIZE
                            NEXT-GEN DELIMITED BY SIZE
                            INTO GEN-NAME
                     END-STRING
                     CALL "CBL_COPY_FILE" USING BASE-NAME GEN-NAME
                            RETURNING CALL-RC
                     IF CALL-RC NOT = 0 THEN
                            DISPLAY "GDGMGR: COPY OF "
                                   FUNCTION TRIM(BASE-NAME) " TO "
                                   FUNCTION TRIM(GEN-NAME)
                                   " FAILED, RC = " CALL-RC
                            MOVE 8 TO GDG-RC
                     ELSE
                            PERFORM 0022-Add-Generation
                     END-IF
              END-IF.

       0021-Scan-Dataset SECTION.
              MOVE 0 TO DEF-IDX.
              MOVE 0 TO DSN-COUNT.
              MOVE 0 TO LAST-GEN.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NCAT
                     IF CT-DSN(p) = GDG-DSN THEN
                            IF CT-GEN(p) = 0 THEN
                                   MOVE p TO DEF-IDX
                            ELSE
                                   ADD 1 TO DSN-COUNT
                                   MOVE CT-GEN(p) TO LAST-GEN
                            END-IF
                     END-IF
              END-PERFORM.
              IF DEF-IDX = 0 AND NCAT < 500 THEN
                     ADD 1 TO NCAT
                     MOVE NCAT TO DEF-IDX
                     MOVE GDG-DSN TO CT-DSN(NCAT)
                     MOVE 0 TO CT-GEN(NCAT)
                     MOVE SPACES TO CT-RUN-ID(NCAT)
                     MOVE SPACES TO CT-PHYS-NAME(NCAT)
                     MOVE SPACES TO CT-PROGRAM(NCAT)
                     MOVE DEFAULT-LIMIT TO CT-LIMIT(NCAT)
                     MOVE "N" TO CT-DROP-SW(NCAT)
              END-IF.
              IF DEF-IDX = 0 THEN
                     MOVE DEFAULT-LIMIT TO DSN-LIMIT
              ELSE
                     MOVE CT-LIMIT(DEF-IDX) TO DSN-LIMIT
              END-IF.
              IF DSN-LIMIT < 1 THEN
                     MOVE 1 TO DSN-LIMIT
              END-IF.
              MOVE LAST-GEN TO NEXT-GEN.
              SET GEN-USED TO TRUE.
              PERFORM 0025-Step-Next-Gen UNTIL NOT GEN-USED.

       0022-Add-Generation SECTION.
              IF NCAT < 500 THEN
                     ADD 1 TO NCAT
                     MOVE GDG-DSN TO CT-DSN(NCAT)
                     MOVE NEXT-GEN TO CT-GEN(NCAT)
                     MOVE GDG-RUN-ID TO CT-RUN-ID(NCAT)
                     MOVE GEN-NAME TO CT-PHYS-NAME(NCAT)
                     MOVE GDG-PROGRAM TO CT-PROGRAM(NCAT)
                     MOVE 0 TO CT-LIMIT(NCAT)
                     MOVE "N" TO CT-DROP-SW(NCAT)
                     ADD 1 TO DSN-COUNT
                     PERFORM 0023-Roll-Off-Oldest
                            UNTIL DSN-COUNT <= DSN-LIMIT
                     PERFORM 0024-Rewrite-Catalog
                     MOVE GEN-NAME TO GDG-PHYS-NAME
                     MOVE NEXT-GEN TO GDG-GEN
              ELSE
                     DISPLAY "GDGMGR: CATALOG CAPACITY EXCEEDED, "
                            FUNCTION TRIM(GDG-DSN) " NOT CATALOGED"
                     MOVE 8 TO GDG-RC
              END-IF.

       0023-Roll-Off-Oldest SECTION.
              MOVE 0 TO q.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NCAT OR q > 0
                     IF CT-DSN(p) = GDG-DSN AND CT-GEN(p) > 0
                            AND CT-DROP-SW(p) = "N" THEN
                            MOVE p TO q
                     END-IF
              END-PERFORM.
              IF q = 0 THEN
                     MOVE 0 TO DSN-COUNT
              ELSE
                     CALL "CBL_DELETE_FILE" USING CT-PHYS-NAME(q)
                            RETURNING CALL-RC
                     MOVE "Y" TO CT-DROP-SW(q)
                     SUBTRACT 1 FROM DSN-COUNT
              END-IF.

       0024-Rewrite-Catalog SECTION.
              OPEN OUTPUT CAT-NEW-FILE.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NCAT
                     IF CT-DROP-SW(p) = "N" THEN
                            MOVE SPACES TO N-CAT-RECORD
                            MOVE CT-DSN(p) TO N-CAT-DSN
                            MOVE CT-GEN(p) TO N-CAT-GEN
                            MOVE CT-RUN-ID(p) TO N-CAT-RUN-ID
                            MOVE CT-PHYS-NAME(p) TO N-CAT-PHYS-NAME
                            MOVE CT-PROGRAM(p) TO N-CAT-PROGRAM
                            MOVE CT-LIMIT(p) TO N-CAT-LIMIT
                            WRITE N-CAT-RECORD
                     END-IF
              END-PERFORM.
              CLOSE CAT-NEW-FILE.
              IF CAT-FOUND THEN
                     CALL "CBL_DELETE_FILE" USING CAT-LOG-NAME
                            RETURNING CALL-RC
              END-IF.
              CALL "CBL_RENAME_FILE" USING CAT-NEW-NAME
                     CAT-LOG-NAME RETURNING CALL-RC.
              IF CALL-RC NOT = 0 THEN
                     DISPLAY "GDGMGR: FAILED TO SWAP IN "
                            "UPDATED GDGCAT, RC = " CALL-RC
                     MOVE 8 TO GDG-RC
              END-IF.

       0025-Step-Next-Gen SECTION.
              IF NEXT-GEN = 9999 THEN
                     MOVE 1 TO NEXT-GEN
              ELSE
                     ADD 1 TO NEXT-GEN
              END-IF.
              MOVE "N" TO GEN-USED-SW.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NCAT
                     IF CT-DSN(p) = GDG-DSN
                            AND CT-GEN(p) = NEXT-GEN THEN
                            SET GEN-USED TO TRUE
                     END-IF
              END-PERFORM.

       003-Resolve-Generation SECTION.
              MOVE 0 TO CUR-IDX.
              MOVE 0 TO PRV-IDX.
              MOVE 0 TO RUN-IDX.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NCAT
                     IF CT-DSN(p) = GDG-DSN AND CT-GEN(p) > 0 THEN
                            MOVE CUR-IDX TO PRV-IDX
                            MOVE p TO CUR-IDX
                            IF CT-RUN-ID(p) = GDG-SELECTOR THEN
                                   MOVE p TO RUN-IDX
                            END-IF
                     END-IF
              END-PERFORM.
              EVALUATE TRUE
                     WHEN CUR-IDX = 0
                            MOVE 0 TO SEL-IDX
                     WHEN GDG-SELECTOR = SPACES
                            OR GDG-SELECTOR = "CURRENT"
                            MOVE CUR-IDX TO SEL-IDX
                     WHEN GDG-SELECTOR = "PREVIOUS"
                            MOVE PRV-IDX TO SEL-IDX
                     WHEN OTHER
                            MOVE RUN-IDX TO SEL-IDX
              END-EVALUATE.
              IF CUR-IDX = 0 THEN
                     MOVE 4 TO GDG-RC
              ELSE
                     IF SEL-IDX = 0 THEN
                            MOVE 8 TO GDG-RC
                     ELSE
                            MOVE CT-PHYS-NAME(SEL-IDX) TO GDG-PHYS-NAME
                            MOVE CT-GEN(SEL-IDX) TO GDG-GEN
                            MOVE CT-RUN-ID(SEL-IDX) TO GDG-RUN-ID
                     END-IF
              END-IF.

       004-Enqueue-Catalog SECTION.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE GDG-PROGRAM TO ENQ-PROGRAM.
              MOVE GDG-RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "GDGCAT" TO ENQ-RESOURCE(1).
              MOVE "E" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.

       005-Dequeue-Catalog SECTION.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 1 TO ENQ-COUNT.
              MOVE "GDGCAT" TO ENQ-RESOURCE(1).
              CALL "ENQUEUE" USING ENQ-LINK.
       END PROGRAM GDGMGR.
