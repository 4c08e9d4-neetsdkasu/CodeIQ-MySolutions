              05  FILLER             PIC X(01).
              05  EXC-RATIO          PIC 9(06).9(04).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       01 v.
              03 GEN-STATUS           PIC X(02).
              03 SAVE-RC              PIC S9(09) COMP-5.
              03 WS-CURRENT-DATE      PIC X(21).
              03 TOL-STATUS           PIC X(02).
              03 EOF-SW               PIC X(01) VALUE "N".
                     88 EOF-REACHED          VALUE "Y".
                     88 CAP-WARNED           VALUE "Y".
              03 Z-VAL                PIC 9(22) VALUE 0.
              03 PREV-Z               PIC 9(22) VALUE 0.
              03 Z-F                  COMP-2 VALUE 0.
              03 PREV-F               COMP-2 VALUE 0.
              03 CUR-WIDE-SW          PIC X(01) VALUE "N".
              03 PREV-WIDE-SW         PIC X(01) VALUE "N".
              03 LX                   PIC 9(01) VALUE 0.
              03 DELTA-VAL            PIC S9(22) VALUE 0.
              03 RATIO-VAL            PIC 9(06)V9(04) VALUE 0.
              03 MIN-RATIO            PIC 9(06)V9(04) VALUE 0.
              03 BREACH-COUNT         PIC 9(04) VALUE 0.
       PROCEDURE DIVISION.
       000-Read-Genout SECTION.
              PERFORM 010-Enqueue-Datasets.
              PERFORM 005-Load-Tolerances.
              OPEN INPUT GEN-OUT-FILE.
              IF GEN-STATUS NOT = "00" THEN
                     DISPLAY "GENRPT: MISSING GENOUT DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 011-Dequeue-Datasets
                     STOP RUN
              END-IF.
              OPEN OUTPUT REPORT-FILE.
                            BREACH-LIMIT
                     MOVE 8 TO RETURN-CODE
              END-IF.
              PERFORM 011-Dequeue-Datasets.
              STOP RUN.

       001-Process-Row SECTION.

       003-Compute-Growth SECTION.
              MOVE 0 TO Z-VAL.
              IF GEN-OUT-WIDE THEN
                     MOVE "Y" TO CUR-WIDE-SW
                     PERFORM 009-Wide-To-Float
              ELSE
                     MOVE "N" TO CUR-WIDE-SW
                     MOVE GEN-OUT-Z TO Z-VAL
                     COMPUTE Z-F = Z-VAL
              END-IF.
              MOVE SPACES TO RPT-LINE.
              MOVE GEN-OUT-I TO RPT-I.
              MOVE "DELTA =" TO RPT-DELTA-LBL.
              MOVE "RATIO =" TO RPT-RATIO-LBL.
              MOVE SPACES TO RPT-FLAG.
              IF PREV-SW = "Y"
                     AND (CUR-WIDE-SW = "Y" OR PREV-WIDE-SW = "Y") THEN
                     IF PREV-F > 0 THEN
                            PERFORM 004-Compute-Ratio
                     END-IF
              END-IF.
              IF PREV-SW = "Y"
                     AND CUR-WIDE-SW = "N" AND PREV-WIDE-SW = "N" THEN
                     MOVE 0 TO DELTA-VAL
                     COMPUTE DELTA-VAL = Z-VAL - PREV-Z
                            ON SIZE ERROR
              END-IF.
              WRITE RPT-LINE.
              MOVE Z-VAL TO PREV-Z.
              MOVE Z-F TO PREV-F.
              MOVE CUR-WIDE-SW TO PREV-WIDE-SW.
              MOVE "Y" TO PREV-SW.

       004-Compute-Ratio SECTION.
              MOVE 0 TO RATIO-VAL.
              IF CUR-WIDE-SW = "Y" OR PREV-WIDE-SW = "Y" THEN
                     COMPUTE RATIO-VAL ROUNDED = Z-F / PREV-F
                            ON SIZE ERROR
                                   MOVE "RATIO OVR" TO RPT-FLAG
                     END-COMPUTE
              ELSE
                     COMPUTE RATIO-VAL ROUNDED = Z-VAL / PREV-Z
                            ON SIZE ERROR
                                   MOVE "RATIO OVR" TO RPT-FLAG
                     END-COMPUTE
              END-IF.
              IF RPT-FLAG = SPACES THEN
                     PERFORM 006-Find-Band
                     IF TOLX > 0 THEN
                            MOVE RATIO-VAL TO MAX-RATIO
                     END-IF
              END-IF.

       009-Wide-To-Float SECTION.
              MOVE 0 TO Z-F.
              PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 6
                     COMPUTE Z-F = Z-F * 1000000000000000000
                            + GEN-OUT-ZW-LIMB(LX)
              END-PERFORM.

       010-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "GENRPT" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "GENOUT" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "GENRPT: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "GENRPT: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 011-Dequeue-Datasets
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.

       011-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
       END PROGRAM GENRPT.
