              05  FILLER             PIC X(01) VALUE SPACE.
              05  RL-KEY-OUTPUT      PIC X(21).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       01 v.
              03 RUN-DATE-PARM       PIC X(08).
              03 WS-CURRENT-DATE     PIC X(21).
              03 AUDIT-STATUS        PIC X(02).
              03 SAVE-RC             PIC S9(09) COMP-5.
              03 PARM-STATUS         PIC X(02).
              03 EOF-SW              PIC X(01) VALUE "N".
                     88 EOF-REACHED         VALUE "Y".
                     05 REJ-KEY-OUTPUT    PIC X(21).
       PROCEDURE DIVISION.
       000-Get-Run-Date SECTION.
              PERFORM 004-Enqueue-Datasets.
              MOVE SPACES TO RUN-DATE-PARM.
              OPEN INPUT RPT-PARM-FILE.
              IF PARM-STATUS = "00" THEN
              IF AUDIT-STATUS NOT = "00" THEN
                     DISPLAY "AUDITRPT: MISSING AUDITLOG DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 005-Dequeue-Datasets
                     STOP RUN
              END-IF.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                                   SET EOF-REACHED TO TRUE
                            NOT AT END
                                   IF AUDIT-RUN-ID(1:8) = RUN-DATE-PARM
                                      AND AUDIT-EVENT NOT = "ANCHR"
                                          PERFORM 002-Tally-Row
                                   END-IF
                     END-READ
                     WRITE REJ-LINE
              END-PERFORM.
              CLOSE REPORT-FILE.
              PERFORM 005-Dequeue-Datasets.
              STOP RUN.

       004-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "AUDITRPT" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "AUDITLOG" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "AUDITRPT: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "AUDITRPT: ENQUEUE FAILED, RC = "
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
       END PROGRAM AUDITRPT.
