       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITWR IS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AUDIT-STATUS.
              SELECT AUDIT-CTL-FILE ASSIGN TO "AUDITCTL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ACTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       FD  AUDIT-CTL-FILE.
       COPY AUDITCTL.
       WORKING-STORAGE SECTION.
       COPY ENQLINK.
       01  v.
              03  AUDIT-STATUS         PIC X(02).
              03  ACTL-STATUS          PIC X(02).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  ANCHOR-SW            PIC X(01) VALUE "N".
                     88  ANCHOR-LOADED       VALUE "Y".
              03  SEQ-LOCK-SW          PIC X(01) VALUE "N".
                     88  SEQ-LOCKED          VALUE "Y".
              03  LAST-SEQ             PIC 9(09) VALUE 0.
              03  LAST-CHAIN           PIC 9(09) VALUE 0.
              03  CHAIN-WORK           PIC 9(12) COMP.
              03  CHAIN-DATA           PIC X(100).
              03  p                    PIC 9(04).
              03  SEQ-TRIES            PIC 9(04) VALUE 0.
              03  SEQ-TRY-LIMIT        PIC 9(04) VALUE 300.
              03  SEQ-WAIT-SECS        PIC 9(04) VALUE 1.
              03  WS-CURRENT-DATE      PIC X(21).
       LINKAGE SECTION.
       COPY AUDWLINK.
       PROCEDURE DIVISION USING AUDW-LINK.
       000-Main SECTION.
              MOVE 0 TO AUDW-RC.
              EVALUATE AUDW-FUNCTION
                     WHEN "WRITE"
                            PERFORM 005-Enqueue-Sequence
                            PERFORM 002-Write-Event
                            IF SEQ-LOCKED THEN
                                   PERFORM 006-Dequeue-Sequence
                            END-IF
                     WHEN "WRITEHLD"
                            PERFORM 002-Write-Event
                     WHEN "CHAIN"
                            PERFORM 004-Compute-Chain
                     WHEN OTHER
                            DISPLAY "AUDITWR: UNKNOWN FUNCTION "
                                   AUDW-FUNCTION
                            MOVE 8 TO AUDW-RC
              END-EVALUATE.
              GOBACK.

       001-Load-Anchor SECTION.
              MOVE 0 TO LAST-SEQ.
              MOVE 0 TO LAST-CHAIN.
              OPEN INPUT AUDIT-CTL-FILE.
              IF ACTL-STATUS = "00" THEN
                     READ AUDIT-CTL-FILE
                            NOT AT END
                                   PERFORM 0012-Take-Anchor
                     END-READ
                     CLOSE AUDIT-CTL-FILE
              END-IF.
              IF NOT ANCHOR-LOADED THEN
                     PERFORM 0011-Rebuild-Anchor
              END-IF.

       0011-Rebuild-Anchor SECTION.
              DISPLAY "AUDITWR: AUDITCTL MISSING, RESUMING SEQUENCE "
                     "FROM AUDITLOG".
              OPEN INPUT AUDIT-LOG-FILE.
              IF AUDIT-STATUS = "00" THEN
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ AUDIT-LOG-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0013-Note-Last-Seq
                            END-READ
                     END-PERFORM
                     CLOSE AUDIT-LOG-FILE
              END-IF.

       0012-Take-Anchor SECTION.
              IF ACTL-LAST-SEQ IS NUMERIC
                     AND ACTL-LAST-CHAIN IS NUMERIC THEN
                     MOVE ACTL-LAST-SEQ TO LAST-SEQ
                     MOVE ACTL-LAST-CHAIN TO LAST-CHAIN
                     SET ANCHOR-LOADED TO TRUE
              END-IF.

       0013-Note-Last-Seq SECTION.
              IF AUDIT-SEQ IS NUMERIC
                     AND AUDIT-CHAIN IS NUMERIC
                     AND AUDIT-SEQ > LAST-SEQ THEN
                     MOVE AUDIT-SEQ TO LAST-SEQ
                     MOVE AUDIT-CHAIN TO LAST-CHAIN
              END-IF.

       002-Write-Event SECTION.
              PERFORM 001-Load-Anchor.
              MOVE SPACES TO AUDIT-LOG-RECORD.
              MOVE AUDW-PROGRAM TO AUDIT-PROGRAM.
              MOVE AUDW-EVENT TO AUDIT-EVENT.
              MOVE AUDW-RUN-ID TO AUDIT-RUN-ID.
              MOVE AUDW-KEY-INPUT TO AUDIT-KEY-INPUT.
              MOVE AUDW-KEY-OUTPUT TO AUDIT-KEY-OUTPUT.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:16) TO AUDIT-EVENT-TS.
              ADD 1 TO LAST-SEQ GIVING AUDIT-SEQ.
              MOVE 0 TO AUDIT-CHAIN.
              MOVE AUDIT-LOG-RECORD TO AUDW-RECORD.
              MOVE LAST-CHAIN TO AUDW-PREV-CHAIN.
              PERFORM 004-Compute-Chain.
              MOVE AUDW-CHAIN TO AUDIT-CHAIN.
              MOVE AUDIT-SEQ TO AUDW-SEQ.
              MOVE AUDIT-LOG-RECORD TO AUDW-RECORD.
              OPEN EXTEND AUDIT-LOG-FILE.
              IF AUDIT-STATUS = "35" THEN
                     OPEN OUTPUT AUDIT-LOG-FILE
              END-IF.
              WRITE AUDIT-LOG-RECORD.
              IF AUDIT-STATUS NOT = "00" THEN
                     DISPLAY "AUDITWR: AUDITLOG WRITE FAILED, STATUS = "
                            AUDIT-STATUS
                     MOVE 8 TO AUDW-RC
              END-IF.
              CLOSE AUDIT-LOG-FILE.
              IF AUDW-RC < 8 THEN
                     PERFORM 003-Write-Anchor
              END-IF.

       003-Write-Anchor SECTION.
              MOVE SPACES TO AUDIT-CTL-RECORD.
              MOVE AUDW-SEQ TO ACTL-LAST-SEQ.
              MOVE AUDW-CHAIN TO ACTL-LAST-CHAIN.
              MOVE AUDW-RUN-ID TO ACTL-LAST-RUN-ID.
              MOVE WS-CURRENT-DATE(1:16) TO ACTL-LAST-TS.
              OPEN OUTPUT AUDIT-CTL-FILE.
              WRITE AUDIT-CTL-RECORD.
              IF ACTL-STATUS NOT = "00" THEN
                     DISPLAY "AUDITWR: AUDITCTL WRITE FAILED, STATUS = "
                            ACTL-STATUS
                     MOVE 8 TO AUDW-RC
              END-IF.
              CLOSE AUDIT-CTL-FILE.

       004-Compute-Chain SECTION.
              MOVE AUDW-RECORD(1:100) TO CHAIN-DATA.
              MOVE AUDW-PREV-CHAIN TO CHAIN-WORK.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > 100
                     COMPUTE CHAIN-WORK = FUNCTION MOD(CHAIN-WORK * 131
                            + FUNCTION ORD(CHAIN-DATA(p:1)), 999999937)
              END-PERFORM.
              MOVE CHAIN-WORK TO AUDW-CHAIN.

       005-Enqueue-Sequence SECTION.
              MOVE 0 TO SEQ-TRIES.
              MOVE 12 TO ENQ-RC.
              PERFORM 0051-Request-Sequence
                     UNTIL ENQ-RC = 0
                     OR SEQ-TRIES NOT < SEQ-TRY-LIMIT.
              IF ENQ-RC = 0 THEN
                     SET SEQ-LOCKED TO TRUE
              ELSE
                     IF ENQ-RC = 12 THEN
                            DISPLAY "AUDITWR: AUDITSEQ HELD BY "
                                   FUNCTION TRIM(ENQ-HOLDER-PROGRAM)
                                   " RUN " ENQ-HOLDER-RUN-ID
                     ELSE
                            DISPLAY "AUDITWR: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                     END-IF
                     DISPLAY "AUDITWR: AUDITSEQ NOT OBTAINED, "
                            AUDW-EVENT " EVENT WRITTEN UNSERIALISED"
                     MOVE 4 TO AUDW-RC
              END-IF.

       0051-Request-Sequence SECTION.
              IF SEQ-TRIES > 0 THEN
                     CALL "C$SLEEP" USING SEQ-WAIT-SECS
              END-IF.
              ADD 1 TO SEQ-TRIES.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE AUDW-PROGRAM TO ENQ-PROGRAM.
              MOVE AUDW-RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "AUDITSEQ" TO ENQ-RESOURCE(1).
              MOVE "E" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.

       006-Dequeue-Sequence SECTION.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE AUDW-PROGRAM TO ENQ-PROGRAM.
              MOVE AUDW-RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "AUDITSEQ" TO ENQ-RESOURCE(1).
              MOVE "E" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.
       END PROGRAM AUDITWR.
