       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(110).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       01  v.
              03  CKPT-STATUS          PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  CKPT-HIST-STATUS     PIC X(02).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              05  CK-MASS           PIC Z(22)9.
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 004-Enqueue-Datasets.
              OPEN OUTPUT REPORT-FILE.
              MOVE "CHECKPOINT INSPECTION REPORT" TO RPT-LINE.
              WRITE RPT-LINE.
              PERFORM 001-Report-Live.
              PERFORM 002-Report-History.
              CLOSE REPORT-FILE.
              PERFORM 005-Dequeue-Datasets.
              STOP RUN.

       001-Report-Live SECTION.
              MOVE BUCKET-CT TO CK-BUCKETS.
              MOVE MASS-TOTAL TO CK-MASS.
              WRITE RPT-LINE FROM DETAIL-LINE.

       004-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "CKPTRPT" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 2 TO ENQ-COUNT.
              MOVE "MCKPT" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "MCKPTH" TO ENQ-RESOURCE(2).
              MOVE "S" TO ENQ-MODE(2).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "CKPTRPT: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "CKPTRPT: ENQUEUE FAILED, RC = "
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
       END PROGRAM CKPTRPT.
