              05  FILLER             PIC X(01).
              05  EXC-AGE-DAYS       PIC 9(04).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       01 v.
              03 AUDIT-STATUS        PIC X(02).
              03 SAVE-RC             PIC S9(09) COMP-5.
              03 PARM-STATUS         PIC X(02).
              03 EOF-SW              PIC X(01) VALUE "N".
                     88 EOF-REACHED         VALUE "Y".
              05  SM-COUNT          PIC Z(4)9.
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 004-Enqueue-Datasets.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:8) TO TODAY-DATE.
              COMPUTE TODAY-INT =
                            " DAYS"
                     MOVE 8 TO RETURN-CODE
              END-IF.
              PERFORM 005-Dequeue-Datasets.
              STOP RUN.

       001-Get-Age-Limit SECTION.
              IF AUDIT-STATUS NOT = "00" THEN
                     DISPLAY "AUDITCHK: MISSING AUDITLOG DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 005-Dequeue-Datasets
                     STOP RUN
              END-IF.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
              MOVE OPEN-CT TO EXC-OPEN-CT.
              MOVE AGE-DAYS TO EXC-AGE-DAYS.
              WRITE EXC-RECORD.

       004-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "AUDITCHK" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "AUDITLOG" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "AUDITCHK: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "AUDITCHK: ENQUEUE FAILED, RC = "
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
       END PROGRAM AUDITCHK.
