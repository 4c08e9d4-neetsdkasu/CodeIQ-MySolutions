       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESVERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RESULT-FILE ASSIGN TO "MRESULTS"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RESULT-KEY
                     FILE STATUS IS RESULT-STATUS.
              SELECT DIST-FILE ASSIGN TO "MDIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DIST-STATUS.
              SELECT VER-PARM-FILE ASSIGN TO "VERPARM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PARM-STATUS.
              SELECT N-OUTPUT-FILE ASSIGN TO "NINPUT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS N-OUT-STATUS.
              SELECT REPORT-FILE ASSIGN TO "RESVRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY MRESULT.
       FD  DIST-FILE.
       COPY MDIST.
       FD  VER-PARM-FILE.
       01  VER-PARM-RECORD.
              05  PARM-ACTION        PIC X(08).
       FD  N-OUTPUT-FILE.
       COPY NINPUT.
       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(120).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       01  v.
              03  RESULT-STATUS        PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  DIST-STATUS          PIC X(02).
              03  PARM-STATUS          PIC X(02).
              03  N-OUT-STATUS         PIC X(02).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  CAP-WARNED-SW        PIC X(01) VALUE "N".
                     88  CAP-WARNED          VALUE "Y".
              03  BAD-CAP-WARNED-SW    PIC X(01) VALUE "N".
                     88  BAD-CAP-WARNED      VALUE "Y".
              03  REQUEUE-SW           PIC X(01) VALUE "N".
                     88  REQUEUE-ON          VALUE "Y".
              03  IN-SECTION-SW        PIC X(01) VALUE "N".
                     88  IN-SECTION          VALUE "Y".
              03  REC-FAIL-SW          PIC X(01) VALUE "N".
                     88  REC-FAILED          VALUE "Y".
              03  NSECT                PIC 9(04) VALUE 0.
              03  SECT-TABLE.
                     05  SECT-ROW OCCURS 2000 TIMES.
                            10  SC-N         PIC 9(05).
                            10  SC-TARGET    PIC S9(05).
                            10  SC-BUCKETS   PIC 9(04).
                            10  SC-BKT-SUM   PIC 9(21).
                            10  SC-CENTER-SW PIC X(01).
                            10  SC-CENTER    PIC 9(21).
              03  NBAD                 PIC 9(04) VALUE 0.
              03  BAD-TABLE.
                     05  BAD-ROW OCCURS 500 TIMES.
                            10  BAD-KEY      PIC X(11).
                            10  BAD-N        PIC 9(05).
                            10  BAD-TARGET   PIC S9(05).
              03  p                    PIC 9(04).
              03  q                    PIC 9(04).
              03  DM-VAL               PIC 9(20).
              03  DT-VAL               PIC 9(20).
              03  CUR-N                PIC 9(05).
              03  CUR-TARGET           PIC S9(05).
              03  CUR-ANSWER           PIC 9(21).
              03  WORK-KEY.
                     05  WORK-KEY-N        PIC 9(05).
                     05  WORK-KEY-TARGET   PIC S9(05)
                                           SIGN LEADING SEPARATE.
              03  TRI-SUM              PIC 9(10).
              03  TGT-ABS              PIC 9(05).
              03  TWO-POW              PIC 9(21).
              03  PREV-SW              PIC X(01) VALUE "N".
              03  PREV-N               PIC 9(05).
              03  PREV-ANSWER          PIC 9(21).
              03  REC-COUNT            PIC 9(05) VALUE 0.
              03  FAIL-COUNT           PIC 9(05) VALUE 0.
              03  CHECK-COUNT          PIC 9(05) VALUE 0.
              03  DIST-CHECK-COUNT     PIC 9(05) VALUE 0.
              03  REQUEUE-COUNT        PIC 9(05) VALUE 0.
       01  DETAIL-LINE.
              05  DL-CHECK          PIC X(08).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-N-LBL          PIC X(04) VALUE "N = ".
              05  DL-N              PIC Z(4)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-T-LBL          PIC X(04) VALUE "T = ".
              05  DL-T              PIC +(5)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-ANS-LBL        PIC X(09) VALUE "ANSWER = ".
              05  DL-ANSWER         PIC Z(20)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-EXP-LBL        PIC X(11).
              05  DL-EXPECTED       PIC Z(20)9.
       01  SUMMARY-LINE.
              05  SM-LBL            PIC X(21).
              05  SM-COUNT          PIC Z(4)9.
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 007-Enqueue-Datasets.
              PERFORM 001-Read-Parm.
              PERFORM 002-Load-Mdist.
              OPEN INPUT RESULT-FILE.
              IF RESULT-STATUS NOT = "00" THEN
                     DISPLAY "RESVERIFY: MISSING MRESULTS DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 008-Dequeue-Datasets
                     STOP RUN
              END-IF.
              OPEN OUTPUT REPORT-FILE.
              MOVE "RESULTS MASTER VERIFICATION REPORT" TO RPT-LINE.
              WRITE RPT-LINE.
              MOVE "N" TO EOF-SW.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                     READ RESULT-FILE NEXT RECORD
                            AT END
                                   SET EOF-REACHED TO TRUE
                            NOT AT END
                                   PERFORM 003-Verify-Result
                     END-READ
              END-PERFORM.
              CLOSE RESULT-FILE.
              IF REQUEUE-ON AND NBAD > 0 THEN
                     PERFORM 005-Requeue-Bad
              END-IF.
              PERFORM 006-Write-Summary.
              CLOSE REPORT-FILE.
              DISPLAY "RESVERIFY: READ " REC-COUNT
                     " RESULTS, FAILED " FAIL-COUNT
                     ", REQUEUED " REQUEUE-COUNT.
              IF FAIL-COUNT > 0 THEN
                     MOVE 8 TO RETURN-CODE
              END-IF.
              PERFORM 008-Dequeue-Datasets.
              STOP RUN.

       001-Read-Parm SECTION.
              OPEN INPUT VER-PARM-FILE.
              IF PARM-STATUS = "00" THEN
                     READ VER-PARM-FILE
                            AT END
                                   CONTINUE
                     END-READ
                     IF PARM-STATUS = "00"
                            AND PARM-ACTION = "REQUEUE" THEN
                            SET REQUEUE-ON TO TRUE
                     END-IF
                     CLOSE VER-PARM-FILE
              END-IF.

       002-Load-Mdist SECTION.
              OPEN INPUT DIST-FILE.
              IF DIST-STATUS NOT = "00" THEN
                     DISPLAY "RESVERIFY: NO MDIST DATASET, "
                            "DISTRIBUTION CHECKS SKIPPED"
              ELSE
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ DIST-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0021-Classify-Row
                            END-READ
                     END-PERFORM
                     CLOSE DIST-FILE
              END-IF.

       0021-Classify-Row SECTION.
              EVALUATE TRUE
                     WHEN HEADER-LABEL = "N =   "
                            PERFORM 0022-Open-Section
                     WHEN CENTER-LABEL = "ANS   "
                            IF IN-SECTION THEN
                                   MOVE "Y" TO SC-CENTER-SW(NSECT)
                                   MOVE CENTER-VALUE TO SC-CENTER(NSECT)
                                   MOVE "N" TO IN-SECTION-SW
                            END-IF
                     WHEN OTHER
                            IF IN-SECTION THEN
                                   MOVE DIST-M TO DM-VAL
                                   MOVE DIST-T TO DT-VAL
                                   ADD DM-VAL DT-VAL
                                          TO SC-BKT-SUM(NSECT)
                                   ADD 1 TO SC-BUCKETS(NSECT)
                            END-IF
              END-EVALUATE.

       0022-Open-Section SECTION.
              MOVE "N" TO IN-SECTION-SW.
              IF NSECT < 2000 THEN
                     ADD 1 TO NSECT
                     MOVE HEADER-N TO SC-N(NSECT)
                     IF HEADER-TARGET-X = SPACES THEN
                            MOVE 0 TO SC-TARGET(NSECT)
                     ELSE
                            MOVE HEADER-TARGET TO SC-TARGET(NSECT)
                     END-IF
                     MOVE 0 TO SC-BUCKETS(NSECT)
                     MOVE 0 TO SC-BKT-SUM(NSECT)
                     MOVE "N" TO SC-CENTER-SW(NSECT)
                     MOVE 0 TO SC-CENTER(NSECT)
                     SET IN-SECTION TO TRUE
              ELSE
                     IF NOT CAP-WARNED THEN
                            DISPLAY "RESVERIFY: SECT-TABLE "
                                   "CAPACITY EXCEEDED, "
                                   "EXCESS MDIST SECTIONS IGNORED"
                            SET CAP-WARNED TO TRUE
                     END-IF
              END-IF.

       003-Verify-Result SECTION.
              ADD 1 TO REC-COUNT.
              MOVE "N" TO REC-FAIL-SW.
              IF RESULT-N NOT NUMERIC
                     OR RESULT-TARGET NOT NUMERIC
                     OR RESULT-ANSWER NOT NUMERIC THEN
                     PERFORM 0031-Report-Bad-Record
              ELSE
                     MOVE RESULT-N TO CUR-N
                     MOVE RESULT-TARGET TO CUR-TARGET
                     MOVE RESULT-ANSWER TO CUR-ANSWER
                     MOVE RESULT-KEY TO WORK-KEY
                     ADD 1 TO CHECK-COUNT
                     PERFORM 0032-Check-Zero-Answer
                     PERFORM 0033-Check-Non-Decreasing
                     PERFORM 0034-Check-Distribution
              END-IF.
              IF REC-FAILED THEN
                     ADD 1 TO FAIL-COUNT
              END-IF.

       0031-Report-Bad-Record SECTION.
              MOVE SPACES TO RPT-LINE.
              STRING "BADREC    RECORD = " DELIMITED BY SIZE
                     RESULT-RECORD DELIMITED BY SIZE
                     INTO RPT-LINE
              END-STRING.
              WRITE RPT-LINE.
              SET REC-FAILED TO TRUE.
              MOVE RESULT-KEY TO WORK-KEY.
              IF RESULT-N NUMERIC THEN
                     MOVE RESULT-N TO CUR-N
                     IF RESULT-TARGET NUMERIC THEN
                            MOVE RESULT-TARGET TO CUR-TARGET
                     ELSE
                            MOVE 0 TO CUR-TARGET
                     END-IF
                     PERFORM 0036-Note-Bad-Key
              END-IF.

       0032-Check-Zero-Answer SECTION.
              COMPUTE TRI-SUM = CUR-N * (CUR-N + 1) / 2.
              IF CUR-TARGET < 0 THEN
                     COMPUTE TGT-ABS = 0 - CUR-TARGET
              ELSE
                     MOVE CUR-TARGET TO TGT-ABS
              END-IF.
              IF TGT-ABS > TRI-SUM
                     OR FUNCTION MOD(TRI-SUM + TGT-ABS, 2) NOT = 0 THEN
                     IF CUR-ANSWER NOT = 0 THEN
                            MOVE "MUSTZERO" TO DL-CHECK
                            MOVE "EXPECTED = " TO DL-EXP-LBL
                            MOVE 0 TO DL-EXPECTED
                            PERFORM 0035-Write-Failure
                            PERFORM 0036-Note-Bad-Key
                     END-IF
              END-IF.

       0033-Check-Non-Decreasing SECTION.
              IF CUR-TARGET = 0
                     AND FUNCTION MOD(TRI-SUM, 2) = 0 THEN
                     IF PREV-SW = "Y" AND CUR-ANSWER < PREV-ANSWER THEN
                            MOVE "DECREASE" TO DL-CHECK
                            MOVE "PREV ANS = " TO DL-EXP-LBL
                            MOVE PREV-ANSWER TO DL-EXPECTED
                            PERFORM 0035-Write-Failure
                            PERFORM 0036-Note-Bad-Key
                            MOVE PREV-N TO CUR-N
                            MOVE PREV-N TO WORK-KEY-N
                            PERFORM 0036-Note-Bad-Key
                            MOVE RESULT-N TO CUR-N
                            MOVE RESULT-KEY TO WORK-KEY
                     END-IF
                     MOVE "Y" TO PREV-SW
                     MOVE CUR-N TO PREV-N
                     MOVE CUR-ANSWER TO PREV-ANSWER
              END-IF.

       0034-Check-Distribution SECTION.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NSECT
                     IF SC-N(p) = CUR-N
                            AND SC-TARGET(p) = CUR-TARGET THEN
                            ADD 1 TO DIST-CHECK-COUNT
                            PERFORM 0037-Check-Section
                     END-IF
              END-PERFORM.

       0035-Write-Failure SECTION.
              MOVE "N = " TO DL-N-LBL.
              MOVE "T = " TO DL-T-LBL.
              MOVE "ANSWER = " TO DL-ANS-LBL.
              MOVE CUR-N TO DL-N.
              MOVE CUR-TARGET TO DL-T.
              MOVE CUR-ANSWER TO DL-ANSWER.
              WRITE RPT-LINE FROM DETAIL-LINE.
              SET REC-FAILED TO TRUE.

       0036-Note-Bad-Key SECTION.
              MOVE 0 TO q.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NBAD
                     IF BAD-KEY(p) = WORK-KEY THEN
                            MOVE p TO q
                     END-IF
              END-PERFORM.
              IF q = 0 THEN
                     IF NBAD < 500 THEN
                            ADD 1 TO NBAD
                            MOVE WORK-KEY TO BAD-KEY(NBAD)
                            MOVE CUR-N TO BAD-N(NBAD)
                            MOVE CUR-TARGET TO BAD-TARGET(NBAD)
                     ELSE
                            IF NOT BAD-CAP-WARNED THEN
                                   DISPLAY "RESVERIFY: BAD-TABLE "
                                          "CAPACITY EXCEEDED, "
                                          "EXCESS FAILURES NOT "
                                          "REQUEUED"
                                   SET BAD-CAP-WARNED TO TRUE
                            END-IF
                     END-IF
              END-IF.

       0037-Check-Section SECTION.
              IF SC-BUCKETS(p) > 0 THEN
                     COMPUTE TWO-POW = 2 ** CUR-N
                            ON SIZE ERROR
                                   MOVE 0 TO TWO-POW
                     END-COMPUTE
                     IF SC-BKT-SUM(p) NOT = TWO-POW THEN
                            MOVE "BKTSUM" TO DL-CHECK
                            MOVE "2 ** N   = " TO DL-EXP-LBL
                            MOVE TWO-POW TO DL-EXPECTED
                            MOVE SC-BKT-SUM(p) TO DL-ANSWER
                            MOVE "N = " TO DL-N-LBL
                            MOVE "T = " TO DL-T-LBL
                            MOVE "BKTSUM = " TO DL-ANS-LBL
                            MOVE CUR-N TO DL-N
                            MOVE CUR-TARGET TO DL-T
                            WRITE RPT-LINE FROM DETAIL-LINE
                            SET REC-FAILED TO TRUE
                            PERFORM 0036-Note-Bad-Key
                     END-IF
              END-IF.
              IF SC-CENTER-SW(p) = "Y"
                     AND SC-CENTER(p) NOT = CUR-ANSWER THEN
                     MOVE "CENTER" TO DL-CHECK
                     MOVE "CENTER   = " TO DL-EXP-LBL
                     MOVE SC-CENTER(p) TO DL-EXPECTED
                     PERFORM 0035-Write-Failure
                     PERFORM 0036-Note-Bad-Key
              END-IF.

       005-Requeue-Bad SECTION.
              OPEN EXTEND N-OUTPUT-FILE.
              IF N-OUT-STATUS = "35" THEN
                     OPEN OUTPUT N-OUTPUT-FILE
              END-IF.
              OPEN I-O RESULT-FILE.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NBAD
                     MOVE SPACES TO N-INPUT-RECORD
                     MOVE BAD-N(p) TO N-INPUT-N
                     IF BAD-TARGET(p) NOT = 0 THEN
                            MOVE BAD-TARGET(p) TO N-INPUT-TARGET
                     END-IF
                     WRITE N-INPUT-RECORD
                     ADD 1 TO REQUEUE-COUNT
                     MOVE BAD-KEY(p) TO RESULT-KEY
                     DELETE RESULT-FILE RECORD
                            INVALID KEY
                                   CONTINUE
                     END-DELETE
              END-PERFORM.
              CLOSE RESULT-FILE.
              CLOSE N-OUTPUT-FILE.

       006-Write-Summary SECTION.
              MOVE SPACES TO SUMMARY-LINE.
              MOVE "RESULTS READ       = " TO SM-LBL.
              MOVE REC-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "RESULTS CHECKED    = " TO SM-LBL.
              MOVE CHECK-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "MDIST SECTIONS     = " TO SM-LBL.
              MOVE DIST-CHECK-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "RESULTS FAILED     = " TO SM-LBL.
              MOVE FAIL-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "REQUEUED TO NINPUT = " TO SM-LBL.
              MOVE REQUEUE-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.

       007-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "RESVERIFY" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 3 TO ENQ-COUNT.
              MOVE "MRESULTS" TO ENQ-RESOURCE(1).
              MOVE "E" TO ENQ-MODE(1).
              MOVE "MDIST" TO ENQ-RESOURCE(2).
              MOVE "S" TO ENQ-MODE(2).
              MOVE "NINPUT" TO ENQ-RESOURCE(3).
              MOVE "E" TO ENQ-MODE(3).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "RESVERIFY: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "RESVERIFY: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 008-Dequeue-Datasets
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.

       008-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
       END PROGRAM RESVERIFY.
