       01  PIPE-PARM-RECORD.
              05  PARM-PIPE-RUN-ID   PIC X(14).
       FD  STEP-CTL-FILE.
       COPY PIPECTL.
       WORKING-STORAGE SECTION.
       COPY ENQLINK.
       01  v.
              03  PPARM-STATUS         PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  PCTL-STATUS          PIC X(02).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  WS-CURRENT-DATE      PIC X(21).
              03  PIPE-RUN-ID          PIC X(14).
              03  NSTEP                PIC 9(02) VALUE 7.
              03  STEP-TABLE.
                     05  STEP-ENTRY OCCURS 7 TIMES.
                            10  STEP-PROGRAM PIC X(10).
                            10  STEP-DONE-SW PIC X(01).
              03  p                    PIC 9(02).
              03  HALT-SW              PIC X(01) VALUE "N".
                     88  CHAIN-HALTED        VALUE "Y".
              03  HALT-STEP            PIC X(10).
              03  STEP-START-WORK      PIC X(16).
              03  STEP-END-WORK        PIC X(16).
       PROCEDURE DIVISION.
       000-Main SECTION.
              MOVE "X" TO STEP-PROGRAM(1).
              MOVE "MAIN" TO STEP-PROGRAM(4).
              MOVE "DISTRPT" TO STEP-PROGRAM(5).
              MOVE "AUDITRPT" TO STEP-PROGRAM(6).
              MOVE "RESVERIFY" TO STEP-PROGRAM(7).
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NSTEP
                     MOVE "N" TO STEP-DONE-SW(p)
              END-PERFORM.
              PERFORM 001-Get-Run-Id.
              PERFORM 005-Enqueue-Datasets.
              PERFORM 002-Load-Step-Control.
              PERFORM VARYING p FROM 1 BY 1
                     UNTIL p > NSTEP OR CHAIN-HALTED
                            PIPE-RUN-ID
                     MOVE 0 TO RETURN-CODE
              END-IF.
              PERFORM 006-Dequeue-Datasets.
              STOP RUN.

       001-Get-Run-Id SECTION.
              STRING "./" DELIMITED BY SIZE
                     FUNCTION TRIM(STEP-PROGRAM(p))
                     DELIMITED BY SIZE INTO CMD.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:16) TO STEP-START-WORK.
              MOVE 0 TO RETURN-CODE.
              CALL "SYSTEM" USING CMD.
              MOVE RETURN-CODE TO CALL-RC.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:16) TO STEP-END-WORK.
              IF CALL-RC >= 256 OR CALL-RC <= -256 THEN
                     COMPUTE STEP-RC-WORK = CALL-RC / 256
              ELSE
              MOVE PIPE-RUN-ID TO STEP-RUN-ID.
              MOVE STEP-PROGRAM(p) TO STEP-NAME.
              MOVE STEP-RC-WORK TO STEP-RC.
              MOVE STEP-START-WORK TO STEP-START-TS.
              MOVE STEP-END-WORK TO STEP-END-TS.
              OPEN EXTEND STEP-CTL-FILE.
              IF PCTL-STATUS = "35" THEN
                     OPEN OUTPUT STEP-CTL-FILE
              END-IF.
              WRITE STEP-CTL-RECORD.
              CLOSE STEP-CTL-FILE.

       005-Enqueue-Datasets SECTION.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "PIPELINE" TO ENQ-PROGRAM.
              MOVE PIPE-RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "PIPECTL" TO ENQ-RESOURCE(1).
              MOVE "E" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "PIPELINE: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "PIPELINE: ENQUEUE FAILED, RC = "
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
       END PROGRAM PIPELINE.
