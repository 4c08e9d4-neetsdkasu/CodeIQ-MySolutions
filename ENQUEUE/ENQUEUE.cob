       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENQUEUE IS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT LOCK-FILE ASSIGN TO "ENQLOCK"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LOCK-STATUS.
              SELECT LOCK-NEW-FILE ASSIGN TO "ENQLOCKN"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LOCKN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       COPY ENQLOCK.
       FD  LOCK-NEW-FILE.
       01  N-LOCK-RECORD.
              05  N-LOCK-RESOURCE    PIC X(08).
              05  FILLER             PIC X(01).
              05  N-LOCK-MODE        PIC X(01).
              05  FILLER             PIC X(01).
              05  N-LOCK-PROGRAM     PIC X(10).
              05  FILLER             PIC X(01).
              05  N-LOCK-RUN-ID      PIC X(14).
              05  FILLER             PIC X(01).
              05  N-LOCK-TIME        PIC X(14).
       WORKING-STORAGE SECTION.
       COPY AUDWLINK.
       01  v.
              03  LOCK-STATUS          PIC X(02).
              03  LOCKN-STATUS         PIC X(02).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  LOCK-FOUND-SW        PIC X(01) VALUE "N".
                     88  LOCK-FOUND          VALUE "Y".
              03  CAP-HIT-SW           PIC X(01) VALUE "N".
                     88  CAP-HIT             VALUE "Y".
              03  CHANGED-SW           PIC X(01) VALUE "N".
                     88  LOCKS-CHANGED       VALUE "Y".
              03  HELD-SW              PIC X(01) VALUE "N".
                     88  ALREADY-HELD        VALUE "Y".
              03  AUDIT-HELD-SW        PIC X(01) VALUE "N".
                     88  AUDITLOG-HELD       VALUE "Y".
              03  NLOCK                PIC 9(04) VALUE 0.
              03  LOCK-TABLE.
                     05  LT-ROW OCCURS 500 TIMES.
                            10  LT-RESOURCE  PIC X(08).
                            10  LT-MODE      PIC X(01).
                            10  LT-PROGRAM   PIC X(10).
                            10  LT-RUN-ID    PIC X(14).
                            10  LT-TIME      PIC X(14).
                            10  LT-DROP-SW   PIC X(01).
              03  p                    PIC 9(04).
              03  r                    PIC 9(02).
              03  WS-CURRENT-DATE      PIC X(21).
              03  LOCK-LOG-NAME        PIC X(20) VALUE "ENQLOCK".
              03  LOCK-NEW-NAME        PIC X(20) VALUE "ENQLOCKN".
              03  CALL-RC              PIC 9(09) COMP-5.
       LINKAGE SECTION.
       COPY ENQLINK.
       PROCEDURE DIVISION USING ENQ-LINK.
       000-Main SECTION.
              MOVE 0 TO ENQ-RC.
              MOVE SPACES TO ENQ-BUSY-RESOURCE.
              MOVE SPACES TO ENQ-HOLDER-PROGRAM.
              MOVE SPACES TO ENQ-HOLDER-RUN-ID.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              PERFORM 001-Load-Locks.
              EVALUATE TRUE
                     WHEN CAP-HIT
                            MOVE 8 TO ENQ-RC
                     WHEN ENQ-FUNCTION = "ENQ"
                            PERFORM 002-Enqueue
                     WHEN ENQ-FUNCTION = "DEQ"
                            PERFORM 003-Dequeue
                     WHEN OTHER
                            DISPLAY "ENQUEUE: UNKNOWN FUNCTION "
                                   ENQ-FUNCTION
                            MOVE 8 TO ENQ-RC
              END-EVALUATE.
              GOBACK.

       001-Load-Locks SECTION.
              MOVE 0 TO NLOCK.
              OPEN INPUT LOCK-FILE.
              IF LOCK-STATUS = "00" THEN
                     SET LOCK-FOUND TO TRUE
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ LOCK-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0011-Store-Lock
                            END-READ
                     END-PERFORM
                     CLOSE LOCK-FILE
              END-IF.

       0011-Store-Lock SECTION.
              IF NLOCK < 500 THEN
                     ADD 1 TO NLOCK
                     MOVE LOCK-RESOURCE TO LT-RESOURCE(NLOCK)
                     MOVE LOCK-MODE TO LT-MODE(NLOCK)
                     MOVE LOCK-PROGRAM TO LT-PROGRAM(NLOCK)
                     MOVE LOCK-RUN-ID TO LT-RUN-ID(NLOCK)
                     MOVE LOCK-TIME TO LT-TIME(NLOCK)
                     MOVE "N" TO LT-DROP-SW(NLOCK)
              ELSE
                     IF NOT CAP-HIT THEN
                            DISPLAY "ENQUEUE: LOCK-TABLE CAPACITY "
                                   "EXCEEDED, ENQLOCK NOT UPDATED"
                            SET CAP-HIT TO TRUE
                     END-IF
              END-IF.

       002-Enqueue SECTION.
              PERFORM VARYING r FROM 1 BY 1
                     UNTIL r > ENQ-COUNT OR ENQ-RC NOT = 0
                     PERFORM VARYING p FROM 1 BY 1
                            UNTIL p > NLOCK OR ENQ-RC NOT = 0
                            IF LT-RESOURCE(p) = ENQ-RESOURCE(r)
                                   AND (LT-PROGRAM(p) NOT = ENQ-PROGRAM
                                   OR LT-RUN-ID(p) NOT = ENQ-RUN-ID)
                                   AND (LT-MODE(p) = "E"
                                   OR ENQ-MODE(r) = "E") THEN
                                   MOVE 12 TO ENQ-RC
                                   MOVE LT-RESOURCE(p)
                                          TO ENQ-BUSY-RESOURCE
                                   MOVE LT-PROGRAM(p)
                                          TO ENQ-HOLDER-PROGRAM
                                   MOVE LT-RUN-ID(p)
                                          TO ENQ-HOLDER-RUN-ID
                            END-IF
                     END-PERFORM
              END-PERFORM.
              IF ENQ-RC = 12 THEN
                     PERFORM 004-Write-Busy-Event
              ELSE
                     PERFORM VARYING r FROM 1 BY 1 UNTIL r > ENQ-COUNT
                            PERFORM 0021-Add-Lock
                     END-PERFORM
                     IF LOCKS-CHANGED THEN
                            PERFORM 005-Rewrite-Locks
                     END-IF
              END-IF.

       0021-Add-Lock SECTION.
              MOVE "N" TO HELD-SW.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NLOCK
                     IF LT-RESOURCE(p) = ENQ-RESOURCE(r)
                            AND LT-PROGRAM(p) = ENQ-PROGRAM
                            AND LT-RUN-ID(p) = ENQ-RUN-ID THEN
                            SET ALREADY-HELD TO TRUE
                            IF ENQ-MODE(r) = "E"
                                   AND LT-MODE(p) NOT = "E" THEN
                                   MOVE "E" TO LT-MODE(p)
                                   SET LOCKS-CHANGED TO TRUE
                            END-IF
                     END-IF
              END-PERFORM.
              IF NOT ALREADY-HELD THEN
                     IF NLOCK < 500 THEN
                            ADD 1 TO NLOCK
                            MOVE ENQ-RESOURCE(r) TO LT-RESOURCE(NLOCK)
                            MOVE ENQ-MODE(r) TO LT-MODE(NLOCK)
                            MOVE ENQ-PROGRAM TO LT-PROGRAM(NLOCK)
                            MOVE ENQ-RUN-ID TO LT-RUN-ID(NLOCK)
                            MOVE WS-CURRENT-DATE(1:14)
                                   TO LT-TIME(NLOCK)
                            MOVE "N" TO LT-DROP-SW(NLOCK)
                            SET LOCKS-CHANGED TO TRUE
                     ELSE
                            DISPLAY "ENQUEUE: LOCK-TABLE CAPACITY "
                                   "EXCEEDED, " ENQ-RESOURCE(r)
                                   " NOT LOCKED"
                            MOVE 8 TO ENQ-RC
                     END-IF
              END-IF.

       003-Dequeue SECTION.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NLOCK
                     IF LT-PROGRAM(p) = ENQ-PROGRAM
                            AND LT-RUN-ID(p) = ENQ-RUN-ID THEN
                            IF ENQ-COUNT = 0 THEN
                                   MOVE "Y" TO LT-DROP-SW(p)
                                   SET LOCKS-CHANGED TO TRUE
                            ELSE
                                   PERFORM VARYING r FROM 1 BY 1
                                          UNTIL r > ENQ-COUNT
                                          IF LT-RESOURCE(p) =
                                                 ENQ-RESOURCE(r) THEN
                                                 MOVE "Y"
                                                     TO LT-DROP-SW(p)
                                                 SET LOCKS-CHANGED
                                                     TO TRUE
                                          END-IF
                                   END-PERFORM
                            END-IF
                     END-IF
              END-PERFORM.
              IF LOCKS-CHANGED THEN
                     PERFORM 005-Rewrite-Locks
              END-IF.

       004-Write-Busy-Event SECTION.
              IF ENQ-BUSY-RESOURCE = "AUDITSEQ" THEN
                     SET AUDITLOG-HELD TO TRUE
              ELSE
                     DISPLAY "ENQUEUE: " FUNCTION TRIM(ENQ-PROGRAM)
                            " CANNOT LOCK "
                            FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                            ", HELD BY "
                            FUNCTION TRIM(ENQ-HOLDER-PROGRAM)
                            " RUN " ENQ-HOLDER-RUN-ID
              END-IF.
              IF ENQ-BUSY-RESOURCE = "AUDITLOG" THEN
                     SET AUDITLOG-HELD TO TRUE
              END-IF.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NLOCK
                     IF LT-RESOURCE(p) = "AUDITSEQ"
                            OR (LT-RESOURCE(p) = "AUDITLOG"
                            AND LT-MODE(p) = "E"
                            AND (LT-PROGRAM(p) NOT = ENQ-PROGRAM
                            OR LT-RUN-ID(p) NOT = ENQ-RUN-ID)) THEN
                            SET AUDITLOG-HELD TO TRUE
                     END-IF
              END-PERFORM.
              IF NOT AUDITLOG-HELD AND NLOCK < 500 THEN
                     PERFORM 0041-Log-Busy-Event
              END-IF.

       0041-Log-Busy-Event SECTION.
              ADD 1 TO NLOCK.
              MOVE "AUDITSEQ" TO LT-RESOURCE(NLOCK).
              MOVE "E" TO LT-MODE(NLOCK).
              MOVE ENQ-PROGRAM TO LT-PROGRAM(NLOCK).
              MOVE ENQ-RUN-ID TO LT-RUN-ID(NLOCK).
              MOVE WS-CURRENT-DATE(1:14) TO LT-TIME(NLOCK).
              MOVE "N" TO LT-DROP-SW(NLOCK).
              PERFORM 005-Rewrite-Locks.
              IF ENQ-RC = 12 THEN
                     SET LOCK-FOUND TO TRUE
                     PERFORM 0042-Write-Busy-Audit
                     MOVE "Y" TO LT-DROP-SW(NLOCK)
                     PERFORM 005-Rewrite-Locks
              END-IF.
              MOVE 12 TO ENQ-RC.

       0042-Write-Busy-Audit SECTION.
              MOVE SPACES TO AUDW-LINK.
              MOVE "WRITEHLD" TO AUDW-FUNCTION.
              MOVE ENQ-PROGRAM TO AUDW-PROGRAM.
              MOVE "BUSY" TO AUDW-EVENT.
              MOVE ENQ-RUN-ID TO AUDW-RUN-ID.
              STRING ENQ-BUSY-RESOURCE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ENQ-HOLDER-PROGRAM DELIMITED BY SIZE
                     INTO AUDW-KEY-INPUT
              END-STRING.
              MOVE ENQ-HOLDER-RUN-ID TO AUDW-KEY-OUTPUT.
              CALL "AUDITWR" USING AUDW-LINK.

       005-Rewrite-Locks SECTION.
              OPEN OUTPUT LOCK-NEW-FILE.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NLOCK
                     IF LT-DROP-SW(p) = "N" THEN
                            MOVE SPACES TO N-LOCK-RECORD
                            MOVE LT-RESOURCE(p) TO N-LOCK-RESOURCE
                            MOVE LT-MODE(p) TO N-LOCK-MODE
                            MOVE LT-PROGRAM(p) TO N-LOCK-PROGRAM
                            MOVE LT-RUN-ID(p) TO N-LOCK-RUN-ID
                            MOVE LT-TIME(p) TO N-LOCK-TIME
                            WRITE N-LOCK-RECORD
                     END-IF
              END-PERFORM.
              CLOSE LOCK-NEW-FILE.
              IF LOCK-FOUND THEN
                     CALL "CBL_DELETE_FILE" USING LOCK-LOG-NAME
                            RETURNING CALL-RC
              END-IF.
              CALL "CBL_RENAME_FILE" USING LOCK-NEW-NAME
                     LOCK-LOG-NAME RETURNING CALL-RC.
              IF CALL-RC NOT = 0 THEN
                     DISPLAY "ENQUEUE: FAILED TO SWAP IN "
                            "UPDATED ENQLOCK, RC = " CALL-RC
                     MOVE 8 TO ENQ-RC
              END-IF.
       END PROGRAM ENQUEUE.
