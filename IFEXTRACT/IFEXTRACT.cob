       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFEXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT IF-PARM-FILE ASSIGN TO "IFPARM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PARM-STATUS.
              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AUDIT-STATUS.
              SELECT RESULT-FILE ASSIGN TO "MRESULTS"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RESULT-KEY
                     FILE STATUS IS RESULT-STATUS.
              SELECT STAT-FILE ASSIGN TO "DSTATOUT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STAT-STATUS.
              SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS XMIT-STATUS.
              SELECT IF-OUT-FILE ASSIGN TO "IFOUT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS IFOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IF-PARM-FILE.
       01  IF-PARM-RECORD.
              05  PARM-RUN-ID        PIC X(14).
              05  FILLER             PIC X(01).
              05  PARM-FORCE         PIC X(05).
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       FD  RESULT-FILE.
       COPY MRESULT.
       FD  STAT-FILE.
       COPY DSTATOUT.
       FD  XMIT-LOG-FILE.
       01  XMIT-RECORD.
              05  XMIT-MAIN-RUN-ID   PIC X(14).
              05  FILLER             PIC X(01).
              05  XMIT-EXTRACT-RUN-ID PIC X(14).
              05  FILLER             PIC X(01).
              05  XMIT-RECORD-COUNT  PIC 9(07).
              05  FILLER             PIC X(01).
              05  XMIT-HASH-TOTAL    PIC 9(25).
              05  FILLER             PIC X(01).
              05  XMIT-RESEND-FLAG   PIC X(01).
       FD  IF-OUT-FILE.
       COPY IFREC.
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY GDGLINK.
       COPY ENQLINK.
       COPY AUDWLINK.
       01  v.
              03  PARM-STATUS          PIC X(02).
              03  AUDIT-STATUS         PIC X(02).
              03  RESULT-STATUS        PIC X(02).
              03  STAT-STATUS          PIC X(02).
              03  XMIT-STATUS          PIC X(02).
              03  IFOUT-STATUS         PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  FORCE-SW             PIC X(01) VALUE "N".
                     88  FORCE-ON            VALUE "Y".
              03  RESEND-SW            PIC X(01) VALUE "N".
                     88  IS-RESEND           VALUE "Y".
              03  WRITE-SW             PIC X(01) VALUE "N".
                     88  WRITING-EXTRACT     VALUE "Y".
              03  CAP-WARNED-SW        PIC X(01) VALUE "N".
                     88  CAP-WARNED          VALUE "Y".
              03  SEL-RUN-ID           PIC X(14) VALUE SPACES.
              03  STAT-RUN-ID          PIC X(14) VALUE SPACES.
              03  LAST-CACHE-KEY       PIC X(21) VALUE SPACES.
              03  NENT                 PIC 9(04) VALUE 0.
              03  ENT-TABLE.
                     05  ENT-ROW OCCURS 2000 TIMES.
                            10  ENT-N        PIC 9(05).
                            10  ENT-TARGET   PIC S9(05).
                            10  ENT-ANSWER   PIC 9(21).
                            10  ENT-CACHED-SW PIC X(01).
              03  NSTAT                PIC 9(04) VALUE 0.
              03  STAT-TABLE.
                     05  ST-ROW OCCURS 2000 TIMES.
                            10  ST-N         PIC 9(05).
                            10  ST-MEAN      PIC 9(04).9(04).
                            10  ST-VARIANCE  PIC 9(08).9(04).
                            10  ST-SKEW      PIC +9(04).9(04).
                            10  ST-PEAK-J    PIC 9(04).
              03  p                    PIC 9(04).
              03  q                    PIC 9(04).
              03  s                    PIC 9(04).
              03  END-COUNT            PIC 9(07) VALUE 0.
              03  CACHE-COUNT          PIC 9(07) VALUE 0.
              03  DETAIL-COUNT         PIC 9(07) VALUE 0.
              03  DETAIL-CACHED        PIC 9(07) VALUE 0.
              03  MISSING-COUNT        PIC 9(07) VALUE 0.
              03  MISMATCH-COUNT       PIC 9(07) VALUE 0.
              03  NOSTAT-COUNT         PIC 9(07) VALUE 0.
              03  HASH-TOTAL           PIC 9(25) VALUE 0.
              03  KEY-N-EDIT           PIC Z(9)9.
              03  KEY-T-EDIT           PIC +(5)9.
              03  KEY-ANS-EDIT         PIC Z(20)9.
              03  AUDIT-WS-EVENT       PIC X(05).
              03  AUDIT-WS-KEY-OUTPUT  PIC X(21).
       PROCEDURE DIVISION.
       000-Main SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
              MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
              PERFORM 008-Enqueue-Datasets.
              PERFORM 001-Read-Parm.
              PERFORM 002-Scan-Audit.
              PERFORM 003-Check-Xmitlog.
              PERFORM 004-Load-Stats.
              MOVE "N" TO WRITE-SW.
              PERFORM 005-Build-Details.
              PERFORM 006-Reconcile.
              PERFORM 007-Write-Extract.
              DISPLAY "IFEXTRACT: RUN " SEL-RUN-ID " SENT "
                     DETAIL-COUNT " RECORDS (" DETAIL-CACHED
                     " CACHED), HASH " HASH-TOTAL.
              IF NOSTAT-COUNT > 0 THEN
                     DISPLAY "IFEXTRACT: " NOSTAT-COUNT
                            " N VALUES HAD NO DSTATOUT ROW"
                     MOVE 4 TO RETURN-CODE
              END-IF.
              PERFORM 009-Dequeue-Datasets.
              STOP RUN.

       001-Read-Parm SECTION.
              OPEN INPUT IF-PARM-FILE.
              IF PARM-STATUS = "00" THEN
                     READ IF-PARM-FILE
                            AT END
                                   CONTINUE
                     END-READ
                     IF PARM-STATUS = "00" THEN
                            MOVE PARM-RUN-ID TO SEL-RUN-ID
                            IF PARM-FORCE = "FORCE" THEN
                                   SET FORCE-ON TO TRUE
                            END-IF
                     END-IF
                     CLOSE IF-PARM-FILE
              END-IF.

       002-Scan-Audit SECTION.
              OPEN INPUT AUDIT-LOG-FILE.
              IF AUDIT-STATUS NOT = "00" THEN
                     DISPLAY "IFEXTRACT: MISSING AUDITLOG DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 009-Dequeue-Datasets
                     STOP RUN
              END-IF.
              IF SEL-RUN-ID = SPACES THEN
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ AUDIT-LOG-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          IF AUDIT-PROGRAM = "MAIN"
                                             AND AUDIT-EVENT = "END"
                                             THEN
                                             MOVE AUDIT-RUN-ID
                                                    TO SEL-RUN-ID
                                          END-IF
                            END-READ
                     END-PERFORM
                     CLOSE AUDIT-LOG-FILE
                     OPEN INPUT AUDIT-LOG-FILE
              END-IF.
              MOVE "N" TO EOF-SW.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                     READ AUDIT-LOG-FILE
                            AT END
                                   SET EOF-REACHED TO TRUE
                            NOT AT END
                                   IF AUDIT-PROGRAM = "MAIN"
                                      AND AUDIT-RUN-ID = SEL-RUN-ID THEN
                                      PERFORM 0021-Note-Event
                                   END-IF
                     END-READ
              END-PERFORM.
              CLOSE AUDIT-LOG-FILE.
              IF SEL-RUN-ID = SPACES OR END-COUNT = 0 THEN
                     DISPLAY "IFEXTRACT: NO MAIN RESULTS LOGGED FOR "
                            "RUN " SEL-RUN-ID
                     MOVE 8 TO RETURN-CODE
                     PERFORM 009-Dequeue-Datasets
                     STOP RUN
              END-IF.

       0021-Note-Event SECTION.
              EVALUATE AUDIT-EVENT
                     WHEN "CACHE"
                            ADD 1 TO CACHE-COUNT
                            MOVE AUDIT-KEY-INPUT TO LAST-CACHE-KEY
                     WHEN "END"
                            ADD 1 TO END-COUNT
                            PERFORM 0022-Add-Entry
                            MOVE SPACES TO LAST-CACHE-KEY
              END-EVALUATE.

       0022-Add-Entry SECTION.
              IF NENT >= 2000 THEN
                     IF NOT CAP-WARNED THEN
                            DISPLAY "IFEXTRACT: ENT-TABLE CAPACITY "
                                   "EXCEEDED"
                            SET CAP-WARNED TO TRUE
                     END-IF
              ELSE
                     ADD 1 TO NENT
                     MOVE AUDIT-KEY-INPUT(1:10) TO KEY-N-EDIT
                     MOVE KEY-N-EDIT TO ENT-N(NENT)
                     IF AUDIT-KEY-INPUT(12:6) = SPACES THEN
                            MOVE 0 TO ENT-TARGET(NENT)
                     ELSE
                            MOVE AUDIT-KEY-INPUT(12:6) TO KEY-T-EDIT
                            MOVE KEY-T-EDIT TO ENT-TARGET(NENT)
                     END-IF
                     MOVE AUDIT-KEY-OUTPUT TO KEY-ANS-EDIT
                     MOVE KEY-ANS-EDIT TO ENT-ANSWER(NENT)
                     IF AUDIT-KEY-INPUT = LAST-CACHE-KEY THEN
                            MOVE "Y" TO ENT-CACHED-SW(NENT)
                     ELSE
                            MOVE "N" TO ENT-CACHED-SW(NENT)
                     END-IF
              END-IF.

       003-Check-Xmitlog SECTION.
              OPEN INPUT XMIT-LOG-FILE.
              IF XMIT-STATUS = "00" THEN
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ XMIT-LOG-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          IF XMIT-MAIN-RUN-ID
                                                 = SEL-RUN-ID THEN
                                                 SET IS-RESEND TO TRUE
                                          END-IF
                            END-READ
                     END-PERFORM
                     CLOSE XMIT-LOG-FILE
              END-IF.
              IF IS-RESEND AND NOT FORCE-ON THEN
                     DISPLAY "IFEXTRACT: RUN " SEL-RUN-ID
                            " ALREADY TRANSMITTED, USE FORCE TO RESEND"
                     MOVE 4 TO RETURN-CODE
                     PERFORM 009-Dequeue-Datasets
                     STOP RUN
              END-IF.

       004-Load-Stats SECTION.
              PERFORM 0041-Resolve-Stat-Run.
              IF STAT-RUN-ID NOT = SEL-RUN-ID THEN
                     DISPLAY "IFEXTRACT: DSTATOUT IS FROM MDIST RUN "
                            STAT-RUN-ID ", NOT RUN " SEL-RUN-ID
                     DISPLAY "IFEXTRACT: STATISTICS LEFT ZERO"
                     MOVE SPACES TO STAT-RUN-ID
              ELSE
                     PERFORM 0043-Read-Stats
              END-IF.

       0041-Resolve-Stat-Run SECTION.
              MOVE "RESOLVE" TO GDG-FUNCTION.
              MOVE "MDIST" TO GDG-DSN.
              MOVE "CURRENT" TO GDG-SELECTOR.
              MOVE SPACES TO GDG-RUN-ID.
              MOVE "IFEXTRACT" TO GDG-PROGRAM.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "GDGMGR" USING GDG-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              IF GDG-RC = 0 THEN
                     MOVE GDG-RUN-ID TO STAT-RUN-ID
              END-IF.

       0042-Add-Stat SECTION.
              IF NSTAT < 2000 AND STAT-N NUMERIC THEN
                     ADD 1 TO NSTAT
                     MOVE STAT-N TO ST-N(NSTAT)
                     MOVE STAT-MEAN TO ST-MEAN(NSTAT)
                     MOVE STAT-VARIANCE TO ST-VARIANCE(NSTAT)
                     MOVE STAT-SKEW TO ST-SKEW(NSTAT)
                     MOVE STAT-PEAK-J TO ST-PEAK-J(NSTAT)
              END-IF.

       0043-Read-Stats SECTION.
              OPEN INPUT STAT-FILE.
              IF STAT-STATUS NOT = "00" THEN
                     DISPLAY "IFEXTRACT: NO DSTATOUT DATASET, "
                            "STATISTICS LEFT ZERO"
              ELSE
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ STAT-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0042-Add-Stat
                            END-READ
                     END-PERFORM
                     CLOSE STAT-FILE
              END-IF.

       005-Build-Details SECTION.
              MOVE 0 TO DETAIL-COUNT.
              MOVE 0 TO DETAIL-CACHED.
              MOVE 0 TO MISSING-COUNT.
              MOVE 0 TO MISMATCH-COUNT.
              MOVE 0 TO NOSTAT-COUNT.
              MOVE 0 TO HASH-TOTAL.
              OPEN INPUT RESULT-FILE.
              IF RESULT-STATUS NOT = "00" THEN
                     DISPLAY "IFEXTRACT: MISSING MRESULTS DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 009-Dequeue-Datasets
                     STOP RUN
              END-IF.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NENT
                     MOVE ENT-N(p) TO RESULT-N
                     MOVE ENT-TARGET(p) TO RESULT-TARGET
                     READ RESULT-FILE
                            INVALID KEY
                                   ADD 1 TO MISSING-COUNT
                                   IF NOT WRITING-EXTRACT THEN
                                          DISPLAY "IFEXTRACT: N "
                                                 ENT-N(p) " T "
                                                 ENT-TARGET(p)
                                                 " NOT ON MRESULTS"
                                   END-IF
                            NOT INVALID KEY
                                   PERFORM 0051-Detail
                     END-READ
              END-PERFORM.
              CLOSE RESULT-FILE.

       0051-Detail SECTION.
              IF RESULT-ANSWER NOT = ENT-ANSWER(p) THEN
                     ADD 1 TO MISMATCH-COUNT
                     IF NOT WRITING-EXTRACT THEN
                            DISPLAY "IFEXTRACT: N " ENT-N(p)
                                   " T " ENT-TARGET(p)
                                   " MRESULTS ANSWER DIFFERS FROM "
                                   "LOGGED ANSWER"
                     END-IF
              END-IF.
              ADD 1 TO DETAIL-COUNT.
              ADD RESULT-ANSWER TO HASH-TOTAL.
              IF ENT-CACHED-SW(p) = "Y" THEN
                     ADD 1 TO DETAIL-CACHED
              END-IF.
              MOVE 0 TO q.
              PERFORM VARYING s FROM 1 BY 1
                     UNTIL s > NSTAT OR q > 0
                     IF ST-N(s) = ENT-N(p) THEN
                            MOVE s TO q
                     END-IF
              END-PERFORM.
              IF q = 0 THEN
                     ADD 1 TO NOSTAT-COUNT
              END-IF.
              IF WRITING-EXTRACT THEN
                     MOVE SPACES TO IF-DETAIL-RECORD
                     MOVE "D" TO IFD-TYPE
                     MOVE RESULT-N TO IFD-N
                     MOVE RESULT-TARGET TO IFD-TARGET
                     MOVE RESULT-ANSWER TO IFD-ANSWER
                     IF q > 0 THEN
                            MOVE ST-MEAN(q) TO IFD-MEAN
                            MOVE ST-VARIANCE(q) TO IFD-VARIANCE
                            MOVE ST-SKEW(q) TO IFD-SKEW
                            MOVE ST-PEAK-J(q) TO IFD-PEAK-J
                            MOVE "Y" TO IFD-STATS-FLAG
                     ELSE
                            MOVE 0 TO IFD-MEAN
                            MOVE 0 TO IFD-VARIANCE
                            MOVE 0 TO IFD-SKEW
                            MOVE 0 TO IFD-PEAK-J
                            MOVE "N" TO IFD-STATS-FLAG
                     END-IF
                     MOVE RESULT-RECIPE-ID TO IFD-RECIPE-ID
                     IF ENT-CACHED-SW(p) = "Y" THEN
                            MOVE "S" TO IFD-SOURCE
                     ELSE
                            MOVE "C" TO IFD-SOURCE
                     END-IF
                     WRITE IF-DETAIL-RECORD
              END-IF.

       006-Reconcile SECTION.
              IF CAP-WARNED OR MISSING-COUNT > 0
                     OR MISMATCH-COUNT > 0
                     OR DETAIL-COUNT NOT = END-COUNT
                     OR DETAIL-CACHED NOT = CACHE-COUNT THEN
                     DISPLAY "IFEXTRACT: RUN " SEL-RUN-ID
                            " OUT OF BALANCE, NO EXTRACT PRODUCED"
                     DISPLAY "IFEXTRACT: END EVENTS " END-COUNT
                            ", CACHE EVENTS " CACHE-COUNT
                            ", DETAILS " DETAIL-COUNT
                            ", CACHED DETAILS " DETAIL-CACHED
                     DISPLAY "IFEXTRACT: MISSING " MISSING-COUNT
                            ", ANSWER MISMATCHES " MISMATCH-COUNT
                     MOVE "REJ" TO AUDIT-WS-EVENT
                     MOVE "OUT OF BALANCE" TO AUDIT-WS-KEY-OUTPUT
                     PERFORM 0071-Audit-Write
                     MOVE 8 TO RETURN-CODE
                     PERFORM 009-Dequeue-Datasets
                     STOP RUN
              END-IF.

       007-Write-Extract SECTION.
              OPEN OUTPUT IF-OUT-FILE.
              MOVE SPACES TO IF-HEADER-RECORD.
              MOVE "H" TO IFH-TYPE.
              MOVE SEL-RUN-ID(1:8) TO IFH-BUSINESS-DATE.
              MOVE SEL-RUN-ID TO IFH-MAIN-RUN-ID.
              MOVE STAT-RUN-ID TO IFH-STAT-RUN-ID.
              MOVE RUN-ID TO IFH-EXTRACT-RUN-ID.
              IF IS-RESEND THEN
                     MOVE "R" TO IFH-RESEND-FLAG
              ELSE
                     MOVE "N" TO IFH-RESEND-FLAG
              END-IF.
              WRITE IF-HEADER-RECORD.
              SET WRITING-EXTRACT TO TRUE.
              PERFORM 005-Build-Details.
              MOVE SPACES TO IF-TRAILER-RECORD.
              MOVE "T" TO IFT-TYPE.
              MOVE DETAIL-COUNT TO IFT-RECORD-COUNT.
              MOVE DETAIL-CACHED TO IFT-CACHED-COUNT.
              MOVE HASH-TOTAL TO IFT-HASH-TOTAL.
              WRITE IF-TRAILER-RECORD.
              CLOSE IF-OUT-FILE.
              MOVE SPACES TO XMIT-RECORD.
              MOVE SEL-RUN-ID TO XMIT-MAIN-RUN-ID.
              MOVE RUN-ID TO XMIT-EXTRACT-RUN-ID.
              MOVE DETAIL-COUNT TO XMIT-RECORD-COUNT.
              MOVE HASH-TOTAL TO XMIT-HASH-TOTAL.
              IF IS-RESEND THEN
                     MOVE "R" TO XMIT-RESEND-FLAG
              ELSE
                     MOVE "N" TO XMIT-RESEND-FLAG
              END-IF.
              OPEN EXTEND XMIT-LOG-FILE.
              IF XMIT-STATUS = "35" THEN
                     OPEN OUTPUT XMIT-LOG-FILE
              END-IF.
              WRITE XMIT-RECORD.
              CLOSE XMIT-LOG-FILE.
              IF IS-RESEND THEN
                     MOVE "RESND" TO AUDIT-WS-EVENT
              ELSE
                     MOVE "XMIT" TO AUDIT-WS-EVENT
              END-IF.
              MOVE DETAIL-COUNT TO AUDIT-WS-KEY-OUTPUT.
              PERFORM 0071-Audit-Write.

       0071-Audit-Write SECTION.
              MOVE SPACES TO AUDW-LINK.
              MOVE "WRITE" TO AUDW-FUNCTION.
              MOVE "IFEXTRCT" TO AUDW-PROGRAM.
              MOVE AUDIT-WS-EVENT TO AUDW-EVENT.
              MOVE RUN-ID TO AUDW-RUN-ID.
              MOVE SEL-RUN-ID TO AUDW-KEY-INPUT.
              MOVE AUDIT-WS-KEY-OUTPUT TO AUDW-KEY-OUTPUT.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "AUDITWR" USING AUDW-LINK.
              MOVE SAVE-RC TO RETURN-CODE.

       008-Enqueue-Datasets SECTION.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "IFEXTRACT" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 5 TO ENQ-COUNT.
              MOVE "AUDITLOG" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "MRESULTS" TO ENQ-RESOURCE(2).
              MOVE "S" TO ENQ-MODE(2).
              MOVE "DSTATOUT" TO ENQ-RESOURCE(3).
              MOVE "S" TO ENQ-MODE(3).
              MOVE "XMITLOG" TO ENQ-RESOURCE(4).
              MOVE "E" TO ENQ-MODE(4).
              MOVE "IFOUT" TO ENQ-RESOURCE(5).
              MOVE "E" TO ENQ-MODE(5).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "IFEXTRACT: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "IFEXTRACT: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 009-Dequeue-Datasets
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.

       009-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
       END PROGRAM IFEXTRACT.
