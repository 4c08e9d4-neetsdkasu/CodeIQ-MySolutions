              SELECT N-OUTPUT-FILE ASSIGN TO "NINPUT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS N-OUT-STATUS.
              SELECT LINEAGE-FILE ASSIGN TO "LINEAGE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GEN-OUT-FILE.
       COPY GENOUT.
       FD  N-OUTPUT-FILE.
       COPY NINPUT.
       FD  LINEAGE-FILE.
       COPY LINEAGE.
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY GDGLINK.
       COPY ENQLINK.
       01  v.
              03  GEN-STATUS           PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  N-OUT-STATUS         PIC X(02).
              03  LIN-STATUS           PIC X(02).
              03  LAST-GEN-RUN-ID      PIC X(14) VALUE SPACES.
              03  LAST-RECIPE-ID       PIC X(08) VALUE SPACES.
              03  LIN-COUNT            PIC 9(05) VALUE 0.
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  N-MAX-LOCAL          PIC 9(05) VALUE 32767.
              03  Z-VAL                PIC 9(22).
              03  REC-COUNT            PIC 9(05) VALUE 0.
              03  SKIP-COUNT           PIC 9(05) VALUE 0.
              03  WIDE-COUNT           PIC 9(05) VALUE 0.
              03  WS-CURRENT-DATE      PIC X(21).
       PROCEDURE DIVISION.
       000-Main SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
              MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
              PERFORM 003-Enqueue-Datasets.
              OPEN INPUT GEN-OUT-FILE.
              IF GEN-STATUS NOT = "00" THEN
                     DISPLAY "GENBRIDGE: MISSING GENOUT DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 004-Dequeue-Datasets
                     STOP RUN
              END-IF.
              OPEN OUTPUT N-OUTPUT-FILE.
              CLOSE GEN-OUT-FILE.
              CLOSE N-OUTPUT-FILE.
              DISPLAY "GENBRIDGE: WROTE " REC-COUNT
                     " NINPUT RECORDS, SKIPPED " SKIP-COUNT
                     " (WIDE " WIDE-COUNT ")".
              DISPLAY "GENBRIDGE: " LIN-COUNT
                     " GENOUT SECTIONS RECORDED IN LINEAGE".
              PERFORM 002-Catalog-Ninput.
              PERFORM 004-Dequeue-Datasets.
              STOP RUN.

       001-Process-Row SECTION.
              IF TRAILER-LABEL NOT = "TOTAL " AND GEN-OUT-WIDE THEN
                     ADD 1 TO SKIP-COUNT
                     ADD 1 TO WIDE-COUNT
              END-IF.
              IF TRAILER-LABEL NOT = "TOTAL " AND NOT GEN-OUT-WIDE THEN
                     MOVE 0 TO Z-VAL
                     MOVE GEN-OUT-Z TO Z-VAL
                     IF Z-VAL > N-MAX-LOCAL THEN
                            ADD 1 TO SKIP-COUNT
                     ELSE
                            MOVE SPACES TO N-INPUT-RECORD
                            MOVE Z-VAL TO N-INPUT-N
                            MOVE RUN-ID TO N-INPUT-SRC-RUN-ID
                            MOVE GEN-OUT-RECIPE-ID TO N-INPUT-RECIPE-ID
                            WRITE N-INPUT-RECORD
                            PERFORM 005-Record-Lineage
                            ADD 1 TO REC-COUNT
                     END-IF
              END-IF.

       002-Catalog-Ninput SECTION.
              MOVE "CATALOG" TO GDG-FUNCTION.
              MOVE "NINPUT" TO GDG-DSN.
              MOVE SPACES TO GDG-SELECTOR.
              MOVE RUN-ID TO GDG-RUN-ID.
              MOVE "GENBRIDGE" TO GDG-PROGRAM.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "GDGMGR" USING GDG-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              IF GDG-RC NOT = 0 THEN
                     DISPLAY "GENBRIDGE: NINPUT GENERATION NOT "
                            "CATALOGED, RC = " GDG-RC
                     MOVE 4 TO RETURN-CODE
              ELSE
                     DISPLAY "GENBRIDGE: NINPUT CATALOGED AS "
                            FUNCTION TRIM(GDG-PHYS-NAME)
              END-IF.

       003-Enqueue-Datasets SECTION.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "GENBRIDGE" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 3 TO ENQ-COUNT.
              MOVE "GENOUT" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "NINPUT" TO ENQ-RESOURCE(2).
              MOVE "E" TO ENQ-MODE(2).
              MOVE "LINEAGE" TO ENQ-RESOURCE(3).
              MOVE "S" TO ENQ-MODE(3).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "GENBRIDGE: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "GENBRIDGE: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 004-Dequeue-Datasets
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.

       004-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.

       005-Record-Lineage SECTION.
              IF GEN-OUT-RUN-ID NOT = LAST-GEN-RUN-ID
                     OR GEN-OUT-RECIPE-ID NOT = LAST-RECIPE-ID THEN
                     MOVE GEN-OUT-RUN-ID TO LAST-GEN-RUN-ID
                     MOVE GEN-OUT-RECIPE-ID TO LAST-RECIPE-ID
                     MOVE SPACES TO LIN-RECORD
                     MOVE "BRG" TO LIN-TYPE
                     MOVE RUN-ID TO LIN-RUN-ID
                     MOVE GEN-OUT-RUN-ID TO LIN-PARENT-RUN-ID
                     MOVE "GENBRIDGE" TO LIN-PROGRAM
                     MOVE GEN-OUT-RECIPE-ID TO LIN-RECIPE-ID
                     OPEN EXTEND LINEAGE-FILE
                     IF LIN-STATUS = "35" THEN
                            OPEN OUTPUT LINEAGE-FILE
                     END-IF
                     WRITE LIN-RECORD
                     CLOSE LINEAGE-FILE
                     ADD 1 TO LIN-COUNT
              END-IF.
       END PROGRAM GENBRIDGE.
