       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(100).
       FD  STAT-FILE.
       COPY DSTATOUT.
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       01  v.
              03  DIST-STATUS          PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  CAP-WARNED-SW        PIC X(01) VALUE "N".
              05  DL-PEAK-J         PIC Z(3)9.
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 004-Enqueue-Datasets.
              OPEN INPUT DIST-FILE.
              IF DIST-STATUS NOT = "00" THEN
                     DISPLAY "DISTSTAT: MISSING MDIST DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 005-Dequeue-Datasets
                     STOP RUN
              END-IF.
              OPEN OUTPUT REPORT-FILE.
              END-IF.
              CLOSE REPORT-FILE.
              CLOSE STAT-FILE.
              PERFORM 005-Dequeue-Datasets.
              STOP RUN.

       001-Load-Buckets SECTION.
              MOVE MAX-J-VAL TO STAT-MAX-J.
              MOVE PEAK-J-VAL TO STAT-PEAK-J.
              WRITE STAT-RECORD.

       004-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "DISTSTAT" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 2 TO ENQ-COUNT.
              MOVE "MDIST" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "DSTATOUT" TO ENQ-RESOURCE(2).
              MOVE "E" TO ENQ-MODE(2).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "DISTSTAT: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "DISTSTAT: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 005-Dequeue-Datasets
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.

       005-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
       END PROGRAM DISTSTAT.
