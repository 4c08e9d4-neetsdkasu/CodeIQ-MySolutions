       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENQADMIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ENQ-PARM-FILE ASSIGN TO "ENQPARM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PARM-STATUS.
              SELECT LOCK-FILE ASSIGN TO "ENQLOCK"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LOCK-STATUS.
              SELECT REPORT-FILE ASSIGN TO "ENQRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENQ-PARM-FILE.
       01  ENQ-PARM-RECORD.
              05  PARM-ACTION        PIC X(08).
              05  FILLER             PIC X(01).
              05  PARM-ARG           PIC X(14).
       FD  LOCK-FILE.
       COPY ENQLOCK.
       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       COPY AUDWLINK.
       01  v.
              03  PARM-STATUS          PIC X(02).
              03  LOCK-STATUS          PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  CAP-WARNED-SW        PIC X(01) VALUE "N".
                     88  CAP-WARNED          VALUE "Y".
              03  SELECT-SW            PIC X(01) VALUE "N".
                     88  LOCK-SELECTED       VALUE "Y".
              03  RELEASED-SW          PIC X(01) VALUE "N".
                     88  HOLDER-RELEASED     VALUE "Y".
              03  WS-CURRENT-DATE      PIC X(21).
              03  ADMIN-ACTION         PIC X(08) VALUE "LIST".
              03  ADMIN-ARG            PIC X(14) VALUE SPACES.
              03  AGE-LIMIT-HRS        PIC 9(04) VALUE 24.
              03  AGE-LIMIT-MIN        PIC 9(07) VALUE 0.
              03  NOW-INT              PIC 9(08).
              03  NOW-MIN              PIC 9(04).
              03  LOCK-INT             PIC 9(08).
              03  LOCK-MIN             PIC 9(04).
              03  NLOCK                PIC 9(04) VALUE 0.
              03  LOCK-TABLE.
                     05  LT-ROW OCCURS 500 TIMES.
                            10  LT-RESOURCE  PIC X(08).
                            10  LT-MODE      PIC X(01).
                            10  LT-PROGRAM   PIC X(10).
                            10  LT-RUN-ID    PIC X(14).
                            10  LT-TIME      PIC X(14).
                            10  LT-AGE       PIC 9(07).
                            10  LT-FREE-SW   PIC X(01).
              03  p                    PIC 9(04).
              03  FREED-COUNT          PIC 9(04) VALUE 0.
              03  FAILED-COUNT         PIC 9(04) VALUE 0.
       01  DETAIL-LINE.
              05  DL-RES            PIC X(08).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-MODE           PIC X(01).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-PROGRAM        PIC X(10).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-RUN-ID         PIC X(14).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-TIME           PIC X(14).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-AGE            PIC Z(6)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-STATUS         PIC X(08).
       01  SUMMARY-LINE.
              05  SM-LBL            PIC X(16).
              05  SM-COUNT          PIC Z(3)9.
       PROCEDURE DIVISION.
       000-Main SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
              MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
              PERFORM 001-Read-Parm.
              PERFORM 002-Load-Locks.
              IF ADMIN-ACTION NOT = "LIST" THEN
                     PERFORM 006-Enqueue-Auditlog
                     PERFORM VARYING p FROM 1 BY 1 UNTIL p > NLOCK
                            PERFORM 003-Select-Lock
                            IF LOCK-SELECTED THEN
                                   PERFORM 004-Free-Lock
                            END-IF
                     END-PERFORM
                     PERFORM 007-Dequeue-Auditlog
              END-IF.
              PERFORM 005-Write-Report.
              EVALUATE TRUE
                     WHEN FAILED-COUNT > 0
                            DISPLAY "ENQADMIN: " FAILED-COUNT
                                   " LOCKS COULD NOT BE FREED"
                            MOVE 8 TO RETURN-CODE
                     WHEN ADMIN-ACTION NOT = "LIST"
                            AND FREED-COUNT = 0
                            DISPLAY "ENQADMIN: NO LOCKS MATCHED "
                                   ADMIN-ACTION " " ADMIN-ARG
                            MOVE 4 TO RETURN-CODE
                     WHEN OTHER
                            DISPLAY "ENQADMIN: " NLOCK " LOCKS HELD, "
                                   FREED-COUNT " FREED"
              END-EVALUATE.
              STOP RUN.

       001-Read-Parm SECTION.
              OPEN INPUT ENQ-PARM-FILE.
              IF PARM-STATUS = "00" THEN
                     READ ENQ-PARM-FILE
                            AT END
                                   CONTINUE
                     END-READ
                     IF PARM-STATUS = "00"
                            AND PARM-ACTION NOT = SPACES THEN
                            MOVE PARM-ACTION TO ADMIN-ACTION
                            MOVE PARM-ARG TO ADMIN-ARG
                     END-IF
                     CLOSE ENQ-PARM-FILE
              END-IF.
              EVALUATE ADMIN-ACTION
                     WHEN "LIST"
                            CONTINUE
                     WHEN "FREE"
                            IF ADMIN-ARG = SPACES THEN
                                   DISPLAY "ENQADMIN: FREE NEEDS A "
                                          "RUN-ID OR DATASET NAME"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                            END-IF
                     WHEN "FREEOLD"
                            IF ADMIN-ARG(1:4) IS NUMERIC THEN
                                   MOVE ADMIN-ARG(1:4) TO AGE-LIMIT-HRS
                            END-IF
                     WHEN OTHER
                            DISPLAY "ENQADMIN: UNKNOWN ACTION "
                                   ADMIN-ACTION
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
              END-EVALUATE.
              COMPUTE AGE-LIMIT-MIN = AGE-LIMIT-HRS * 60.

       002-Load-Locks SECTION.
              COMPUTE NOW-INT = FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))).
              COMPUTE NOW-MIN =
                     FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 60
                     + FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)).
              OPEN INPUT LOCK-FILE.
              IF LOCK-STATUS NOT = "00" THEN
                     DISPLAY "ENQADMIN: NO ENQLOCK DATASET, "
                            "NO LOCKS HELD"
              ELSE
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ LOCK-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0021-Store-Lock
                            END-READ
                     END-PERFORM
                     CLOSE LOCK-FILE
              END-IF.

       0021-Store-Lock SECTION.
              IF NLOCK < 500 THEN
                     ADD 1 TO NLOCK
                     MOVE LOCK-RESOURCE TO LT-RESOURCE(NLOCK)
                     MOVE LOCK-MODE TO LT-MODE(NLOCK)
                     MOVE LOCK-PROGRAM TO LT-PROGRAM(NLOCK)
                     MOVE LOCK-RUN-ID TO LT-RUN-ID(NLOCK)
                     MOVE LOCK-TIME TO LT-TIME(NLOCK)
                     MOVE "N" TO LT-FREE-SW(NLOCK)
                     IF LOCK-TIME IS NUMERIC THEN
                            COMPUTE LOCK-INT = FUNCTION INTEGER-OF-DATE
                                   (FUNCTION NUMVAL(LOCK-TIME(1:8)))
                            COMPUTE LOCK-MIN =
                                   FUNCTION NUMVAL(LOCK-TIME(9:2)) * 60
                                   + FUNCTION NUMVAL(LOCK-TIME(11:2))
                            COMPUTE LT-AGE(NLOCK) =
                                   (NOW-INT - LOCK-INT) * 1440
                                   + NOW-MIN - LOCK-MIN
                     ELSE
                            MOVE 9999999 TO LT-AGE(NLOCK)
                     END-IF
              ELSE
                     IF NOT CAP-WARNED THEN
                            DISPLAY "ENQADMIN: LOCK-TABLE CAPACITY "
                                   "EXCEEDED, EXCESS LOCKS IGNORED"
                            SET CAP-WARNED TO TRUE
                     END-IF
              END-IF.

       003-Select-Lock SECTION.
              MOVE "N" TO SELECT-SW.
              EVALUATE TRUE
                     WHEN ADMIN-ACTION = "FREE"
                            AND (LT-RUN-ID(p) = ADMIN-ARG
                            OR LT-RESOURCE(p) = ADMIN-ARG)
                            SET LOCK-SELECTED TO TRUE
                     WHEN ADMIN-ACTION = "FREEOLD"
                            AND LT-AGE(p) >= AGE-LIMIT-MIN
                            SET LOCK-SELECTED TO TRUE
                     WHEN OTHER
                            CONTINUE
              END-EVALUATE.

       004-Free-Lock SECTION.
              IF LT-FREE-SW(p) = "P" THEN
                     MOVE 0 TO ENQ-RC
              ELSE
                     PERFORM 0041-Release-Lock
              END-IF.
              IF ENQ-RC NOT = 0 THEN
                     MOVE "F" TO LT-FREE-SW(p)
                     ADD 1 TO FAILED-COUNT
              ELSE
                     MOVE "Y" TO LT-FREE-SW(p)
                     ADD 1 TO FREED-COUNT
                     MOVE SPACES TO AUDW-LINK
                     MOVE "WRITE" TO AUDW-FUNCTION
                     MOVE "ENQADMIN" TO AUDW-PROGRAM
                     MOVE "FREE" TO AUDW-EVENT
                     MOVE RUN-ID TO AUDW-RUN-ID
                     STRING LT-RESOURCE(p) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            LT-PROGRAM(p) DELIMITED BY SIZE
                            INTO AUDW-KEY-INPUT
                     END-STRING
                     MOVE LT-RUN-ID(p) TO AUDW-KEY-OUTPUT
                     MOVE RETURN-CODE TO SAVE-RC
                     CALL "AUDITWR" USING AUDW-LINK
                     MOVE SAVE-RC TO RETURN-CODE
              END-IF.

       0041-Release-Lock SECTION.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE LT-PROGRAM(p) TO ENQ-PROGRAM.
              MOVE LT-RUN-ID(p) TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE LT-RESOURCE(p) TO ENQ-RESOURCE(1).
              MOVE LT-MODE(p) TO ENQ-MODE(1).
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.

       005-Write-Report SECTION.
              OPEN OUTPUT REPORT-FILE.
              MOVE "ENQUEUE LOCK REPORT" TO RPT-LINE.
              WRITE RPT-LINE.
              MOVE SPACES TO RPT-LINE.
              STRING "ACTION = " DELIMITED BY SIZE
                     ADMIN-ACTION DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ADMIN-ARG DELIMITED BY SIZE
                     INTO RPT-LINE
              END-STRING.
              WRITE RPT-LINE.
              MOVE "DATASET   M  PROGRAM     RUN-ID          SINCE"
                     TO RPT-LINE.
              MOVE "AGE-MIN  STATUS" TO RPT-LINE(60:15).
              WRITE RPT-LINE.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NLOCK
                     MOVE SPACES TO DETAIL-LINE
                     MOVE LT-RESOURCE(p) TO DL-RES
                     MOVE LT-MODE(p) TO DL-MODE
                     MOVE LT-PROGRAM(p) TO DL-PROGRAM
                     MOVE LT-RUN-ID(p) TO DL-RUN-ID
                     MOVE LT-TIME(p) TO DL-TIME
                     MOVE LT-AGE(p) TO DL-AGE
                     EVALUATE LT-FREE-SW(p)
                            WHEN "Y"
                                   MOVE "FREED" TO DL-STATUS
                            WHEN "F"
                                   MOVE "FAILED" TO DL-STATUS
                            WHEN OTHER
                                   MOVE "HELD" TO DL-STATUS
                     END-EVALUATE
                     WRITE RPT-LINE FROM DETAIL-LINE
              END-PERFORM.
              MOVE SPACES TO SUMMARY-LINE.
              MOVE "LOCKS LISTED  = " TO SM-LBL.
              MOVE NLOCK TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE SPACES TO SUMMARY-LINE.
              MOVE "LOCKS FREED   = " TO SM-LBL.
              MOVE FREED-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              CLOSE REPORT-FILE.

       006-Enqueue-Auditlog SECTION.
              PERFORM 0061-Request-Auditlog.
              IF ENQ-RC = 12 THEN
                     PERFORM VARYING p FROM 1 BY 1 UNTIL p > NLOCK
                            IF LT-RESOURCE(p) = ENQ-BUSY-RESOURCE
                                   AND LT-PROGRAM(p) =
                                          ENQ-HOLDER-PROGRAM
                                   AND LT-RUN-ID(p) =
                                          ENQ-HOLDER-RUN-ID THEN
                                   PERFORM 0062-Release-Holder
                            END-IF
                     END-PERFORM
                     IF HOLDER-RELEASED THEN
                            PERFORM 0061-Request-Auditlog
                     END-IF
              END-IF.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "ENQADMIN: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "ENQADMIN: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 007-Dequeue-Auditlog
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NLOCK
                     IF LT-RESOURCE(p) = "AUDITSEQ" THEN
                            PERFORM 0062-Release-Holder
                     END-IF
              END-PERFORM.

       0061-Request-Auditlog SECTION.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "ENQADMIN" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "AUDITLOG" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.

       0062-Release-Holder SECTION.
              PERFORM 003-Select-Lock.
              IF LOCK-SELECTED THEN
                     PERFORM 0041-Release-Lock
                     IF ENQ-RC = 0 THEN
                            MOVE "P" TO LT-FREE-SW(p)
                            SET HOLDER-RELEASED TO TRUE
                     END-IF
              END-IF.

       007-Dequeue-Auditlog SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE "ENQADMIN" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
       END PROGRAM ENQADMIN.
