       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT DIST-FILE ASSIGN TO DYNAMIC DIST-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DIST-STATUS.
              SELECT DRPT-PARM-FILE ASSIGN TO "DRPTPARM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PARM-STATUS.
              SELECT REPORT-FILE ASSIGN TO "DISTPCT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-FILE.
       COPY MDIST.
       FD  DRPT-PARM-FILE.
       01  DRPT-PARM-RECORD.
              05  PARM-DIST-SEL      PIC X(14).
       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY GDGLINK.
       COPY RUNCTL.
       COPY ENQLINK.
       01  v.
              03  DIST-STATUS          PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  PARM-STATUS          PIC X(02).
              03  DIST-NAME            PIC X(20) VALUE "MDIST".
              03  DIST-SEL             PIC X(14) VALUE SPACES.
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  COVER-SW             PIC X(01) VALUE "N".
              05  SL-BUCKET-COUNT   PIC Z(3)9.
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 005-Enqueue-Datasets.
              PERFORM 004-Resolve-Mdist.
              OPEN INPUT DIST-FILE.
              IF DIST-STATUS NOT = "00" THEN
                     DISPLAY "DISTRPT: MISSING MDIST DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 006-Dequeue-Datasets
                     STOP RUN
              END-IF.
              OPEN OUTPUT REPORT-FILE.
                     WRITE RPT-LINE
              END-IF.
              CLOSE REPORT-FILE.
              PERFORM 006-Dequeue-Datasets.
              STOP RUN.

       001-Load-Buckets SECTION.
                            END-IF
                     END-PERFORM
              END-PERFORM.

       004-Resolve-Mdist SECTION.
              OPEN INPUT DRPT-PARM-FILE.
              IF PARM-STATUS = "00" THEN
                     READ DRPT-PARM-FILE
                            AT END
                                   CONTINUE
                     END-READ
                     IF PARM-STATUS = "00" THEN
                            MOVE PARM-DIST-SEL TO DIST-SEL
                     END-IF
                     CLOSE DRPT-PARM-FILE
              END-IF.
              MOVE "RESOLVE" TO GDG-FUNCTION.
              MOVE "MDIST" TO GDG-DSN.
              MOVE DIST-SEL TO GDG-SELECTOR.
              MOVE SPACES TO GDG-RUN-ID.
              MOVE "DISTRPT" TO GDG-PROGRAM.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "GDGMGR" USING GDG-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              EVALUATE TRUE
                     WHEN GDG-RC = 0
                            MOVE GDG-PHYS-NAME TO DIST-NAME
                            DISPLAY "DISTRPT: USING MDIST GENERATION "
                                   GDG-GEN " RUN-ID " GDG-RUN-ID
                     WHEN GDG-RC = 4 AND (DIST-SEL = SPACES
                            OR DIST-SEL = "CURRENT")
                            MOVE "MDIST" TO DIST-NAME
                     WHEN OTHER
                            DISPLAY "DISTRPT: MDIST GENERATION "
                                   FUNCTION TRIM(DIST-SEL)
                                   " NOT IN CATALOG"
                            MOVE 16 TO RETURN-CODE
                            PERFORM 006-Dequeue-Datasets
                            STOP RUN
              END-EVALUATE.

       005-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "DISTRPT" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "MDIST" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "DISTRPT: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "DISTRPT: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 006-Dequeue-Datasets
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.

       006-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
       END PROGRAM DISTRPT.
