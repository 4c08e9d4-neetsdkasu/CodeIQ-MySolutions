       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD          PIC X(110).
       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD           PIC X(110).
       FD  GEN-OUT-FILE.
       COPY GENOUT.
       FD  GEN-ARCH-FILE.
       01  GEN-ARCH-RECORD            PIC X(180).
       FD  GEN-NEW-FILE.
       01  GEN-NEW-RECORD             PIC X(180).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       01  v.
              03  PCTL-STATUS          PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  AUDIT-STATUS         PIC X(02).
              03  ARCH-STATUS          PIC X(02).
              03  GEN-STATUS           PIC X(02).
              03  GEN-OUT-NAME         PIC X(20) VALUE "GENOUT".
              03  GEN-NEW-NAME         PIC X(20) VALUE "GENOUTN".
              03  CALL-RC              PIC 9(09) COMP-5.
              03  ROW-DEST             PIC X(01).
              03  LAST-DEST            PIC X(01) VALUE SPACE.
              03  PREV-SEQ             PIC 9(09) VALUE 0.
              03  PREV-CHAIN           PIC 9(09) VALUE 0.
              03  PREV-RUN-ID          PIC X(14) VALUE SPACES.
       01  ANCHOR-RECORD.
              05  ANCH-PROGRAM         PIC X(08).
              05  FILLER               PIC X(01) VALUE SPACE.
              05  ANCH-EVENT           PIC X(05).
              05  FILLER               PIC X(01) VALUE SPACE.
              05  ANCH-RUN-ID          PIC X(14).
              05  FILLER               PIC X(01) VALUE SPACE.
              05  ANCH-KEY-INPUT       PIC X(21).
              05  FILLER               PIC X(01) VALUE SPACE.
              05  ANCH-KEY-OUTPUT      PIC X(21).
              05  FILLER               PIC X(01) VALUE SPACE.
              05  ANCH-EVENT-TS        PIC X(16).
              05  FILLER               PIC X(01) VALUE SPACE.
              05  ANCH-SEQ             PIC 9(09).
              05  FILLER               PIC X(01) VALUE SPACE.
              05  ANCH-CHAIN           PIC 9(09).
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 004-Enqueue-Datasets.
              PERFORM 001-Read-Control.
              PERFORM 002-Purge-Auditlog.
              PERFORM 003-Purge-Genout.
              PERFORM 005-Dequeue-Datasets.
              STOP RUN.

       001-Read-Control SECTION.
              IF PCTL-STATUS NOT = "00" THEN
                     DISPLAY "RETPURGE: MISSING PURGECTL DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 005-Dequeue-Datasets
                     STOP RUN
              END-IF.
              READ PURGE-CTL-FILE
                            DISPLAY "RETPURGE: MISSING PURGECTL RECORD"
                            CLOSE PURGE-CTL-FILE
                            MOVE 16 TO RETURN-CODE
                            PERFORM 005-Dequeue-Datasets
                            STOP RUN
              END-READ.
              MOVE PURGE-CUTOFF-DATE TO CUTOFF-DATE.
                                          PERFORM 0022-Route-Audit-Row
                            END-READ
                     END-PERFORM
                     IF LAST-DEST NOT = "K" AND PREV-SEQ > 0 THEN
                            MOVE "K" TO ROW-DEST
                            PERFORM 0024-Write-Anchor
                     END-IF
                     CLOSE AUDIT-LOG-FILE
                     CLOSE AUDIT-ARCH-FILE
                     CLOSE AUDIT-NEW-FILE
              OPEN OUTPUT AUDIT-NEW-FILE.

       0022-Route-Audit-Row SECTION.
              IF AUDIT-PROGRAM = "RETPURGE"
                     AND AUDIT-EVENT = "ANCHR" THEN
                     PERFORM 0023-Take-Anchor
              ELSE
                     MOVE AUDIT-RUN-ID(1:8) TO ROW-DATE
                     IF ROW-DATE < CUTOFF-DATE THEN
                            MOVE "A" TO ROW-DEST
                     ELSE
                            MOVE "K" TO ROW-DEST
                     END-IF
                     IF ROW-DEST NOT = LAST-DEST THEN
                            PERFORM 0024-Write-Anchor
                     END-IF
                     IF ROW-DEST = "A" THEN
                            WRITE AUDIT-ARCH-RECORD
                                   FROM AUDIT-LOG-RECORD
                     ELSE
                            WRITE AUDIT-NEW-RECORD FROM AUDIT-LOG-RECORD
                     END-IF
                     IF AUDIT-SEQ IS NUMERIC
                            AND AUDIT-CHAIN IS NUMERIC THEN
                            MOVE AUDIT-SEQ TO PREV-SEQ
                            MOVE AUDIT-CHAIN TO PREV-CHAIN
                            MOVE AUDIT-RUN-ID TO PREV-RUN-ID
                     END-IF
                     MOVE ROW-DEST TO LAST-DEST
              END-IF.

       0023-Take-Anchor SECTION.
              IF AUDIT-SEQ IS NUMERIC
                     AND AUDIT-CHAIN IS NUMERIC THEN
                     MOVE AUDIT-SEQ TO PREV-SEQ
                     MOVE AUDIT-CHAIN TO PREV-CHAIN
                     MOVE AUDIT-KEY-OUTPUT TO PREV-RUN-ID
              END-IF.
              MOVE SPACE TO LAST-DEST.

       0024-Write-Anchor SECTION.
              MOVE "RETPURGE" TO ANCH-PROGRAM.
              MOVE "ANCHR" TO ANCH-EVENT.
              MOVE RUN-ID TO ANCH-RUN-ID.
              MOVE CUTOFF-DATE TO ANCH-KEY-INPUT.
              MOVE PREV-RUN-ID TO ANCH-KEY-OUTPUT.
              MOVE WS-CURRENT-DATE(1:16) TO ANCH-EVENT-TS.
              MOVE PREV-SEQ TO ANCH-SEQ.
              MOVE PREV-CHAIN TO ANCH-CHAIN.
              IF ROW-DEST = "A" THEN
                     WRITE AUDIT-ARCH-RECORD FROM ANCHOR-RECORD
              ELSE
                     WRITE AUDIT-NEW-RECORD FROM ANCHOR-RECORD
              END-IF.

       003-Purge-Genout SECTION.
                            WRITE GEN-NEW-RECORD FROM GEN-OUT-RECORD
                     END-IF
              END-IF.

       004-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "RETPURGE" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 2 TO ENQ-COUNT.
              MOVE "AUDITLOG" TO ENQ-RESOURCE(1).
              MOVE "E" TO ENQ-MODE(1).
              MOVE "GENOUT" TO ENQ-RESOURCE(2).
              MOVE "E" TO ENQ-MODE(2).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "RETPURGE: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "RETPURGE: ENQUEUE FAILED, RC = "
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
       END PROGRAM RETPURGE.
