       FD  N-OUTPUT-FILE.
       COPY NINPUT.
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       01  v.
              03  FCTL-STATUS          PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  SUSP-STATUS          PIC X(02).
              03  CLSD-STATUS          PIC X(02).
              03  N-OUT-STATUS         PIC X(02).
              03  q                    PIC 9(03).
              03  c                    PIC 9(02).
              03  N-WORK               PIC 9(05).
              03  TGT-WORK             PIC 9(05).
              03  TGT-SIGN             PIC X(01).
              03  TGT-DIGIT-SW         PIC X(01).
              03  RESUB-COUNT          PIC 9(04) VALUE 0.
              03  WAIVE-COUNT          PIC 9(04) VALUE 0.
              03  HOLD-COUNT           PIC 9(04) VALUE 0.
              03  CALL-RC              PIC 9(09) COMP-5.
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 003-Enqueue-Datasets.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:8) TO WORK-DATE.
              PERFORM 001-Load-Control.
                            "ITEMS HAD NO NUMERIC VALUE, LEFT OPEN"
                     MOVE 4 TO RETURN-CODE
              END-IF.
              PERFORM 004-Dequeue-Datasets.
              STOP RUN.

       001-Load-Control SECTION.
              IF FCTL-STATUS NOT = "00" THEN
                     DISPLAY "SUSPFIX: MISSING SUSPCTL DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 004-Dequeue-Datasets
                     STOP RUN
              END-IF.
              MOVE "N" TO EOF-SW.
              IF NCTL = 0 THEN
                     DISPLAY "SUSPFIX: EMPTY SUSPCTL FILE"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 004-Dequeue-Datasets
                     STOP RUN
              END-IF.

              OPEN INPUT SUSPENSE-FILE.
              IF SUSP-STATUS NOT = "00" THEN
                     DISPLAY "SUSPFIX: NO SUSPENSE TO WORK"
                     PERFORM 004-Dequeue-Datasets
                     STOP RUN
              END-IF.
              OPEN OUTPUT SUSP-NEW-FILE.
       0022-Resubmit-Item SECTION.
              PERFORM 0023-Extract-Value.
              IF VALUE-OK THEN
                     MOVE SPACES TO N-INPUT-RECORD
                     MOVE N-WORK TO N-INPUT-N
                     IF TGT-SIGN = "-" THEN
                            COMPUTE N-INPUT-TARGET = 0 - TGT-WORK
                     END-IF
                     IF TGT-SIGN = "+" THEN
                            MOVE TGT-WORK TO N-INPUT-TARGET
                     END-IF
                     WRITE N-INPUT-RECORD
                     ADD 1 TO RESUB-COUNT
                     PERFORM 0024-Close-Item
       0023-Extract-Value SECTION.
              MOVE "N" TO VALUE-OK-SW.
              MOVE 0 TO N-WORK.
              MOVE 0 TO TGT-WORK.
              MOVE SPACE TO TGT-SIGN.
              MOVE "N" TO TGT-DIGIT-SW.
              PERFORM VARYING c FROM 1 BY 1 UNTIL c > 21
                     IF TGT-SIGN = SPACE THEN
                            PERFORM 00231-Extract-N-Char
                     ELSE
                            PERFORM 00232-Extract-Target-Char
                     END-IF
              END-PERFORM.
              IF TGT-SIGN NOT = SPACE AND TGT-DIGIT-SW = "N" THEN
                     MOVE "N" TO VALUE-OK-SW
              END-IF.

       00231-Extract-N-Char SECTION.
              IF SUSP-INPUT-VALUE(c:1) NUMERIC THEN
                     COMPUTE N-WORK =
                            N-WORK * 10
                            + FUNCTION NUMVAL
                                   (SUSP-INPUT-VALUE(c:1))
                            ON SIZE ERROR
                                   MOVE "N" TO VALUE-OK-SW
                                   MOVE 22 TO c
                     END-COMPUTE
                     IF c < 22 THEN
                            SET VALUE-OK TO TRUE
                     END-IF
              ELSE
                     IF VALUE-OK
                            AND (SUSP-INPUT-VALUE(c:1) = "+"
                            OR SUSP-INPUT-VALUE(c:1) = "-") THEN
                            MOVE SUSP-INPUT-VALUE(c:1) TO TGT-SIGN
                     ELSE
                            IF SUSP-INPUT-VALUE(c:1) NOT = SPACE THEN
                                   MOVE "N" TO VALUE-OK-SW
                                   MOVE 22 TO c
                            END-IF
                     END-IF
              END-IF.

       00232-Extract-Target-Char SECTION.
              IF SUSP-INPUT-VALUE(c:1) NUMERIC THEN
                     COMPUTE TGT-WORK =
                            TGT-WORK * 10
                            + FUNCTION NUMVAL
                                   (SUSP-INPUT-VALUE(c:1))
                            ON SIZE ERROR
                                   MOVE "N" TO VALUE-OK-SW
                                   MOVE 22 TO c
                     END-COMPUTE
                     MOVE "Y" TO TGT-DIGIT-SW
              ELSE
                     IF SUSP-INPUT-VALUE(c:1) NOT = SPACE THEN
                            MOVE "N" TO VALUE-OK-SW
                            MOVE 22 TO c
                     END-IF
              END-IF.

       0024-Close-Item SECTION.
              MOVE SPACES TO SUSP-CLOSED-RECORD.
              MOVE CTL-ACTION(p) TO CLSD-DISPOSITION.
              MOVE WORK-DATE TO CLSD-WORK-DATE.
              WRITE SUSP-CLOSED-RECORD.

       003-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "SUSPFIX" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 2 TO ENQ-COUNT.
              MOVE "SUSPENSE" TO ENQ-RESOURCE(1).
              MOVE "E" TO ENQ-MODE(1).
              MOVE "NINPUT" TO ENQ-RESOURCE(2).
              MOVE "E" TO ENQ-MODE(2).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "SUSPFIX: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "SUSPFIX: ENQUEUE FAILED, RC = "
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
       END PROGRAM SUSPFIX.
