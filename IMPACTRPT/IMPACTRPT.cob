       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPACTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT IMP-PARM-FILE ASSIGN TO "IMPPARM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PARM-STATUS.
              SELECT COEF-LIB-FILE ASSIGN TO "COEFLIB"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RECIPE-ID
                     FILE STATUS IS LIB-STATUS.
              SELECT LINEAGE-FILE ASSIGN TO "LINEAGE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LIN-STATUS.
              SELECT RESULT-FILE ASSIGN TO "MRESULTS"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RESULT-KEY
                     FILE STATUS IS RESULT-STATUS.
              SELECT REPORT-FILE ASSIGN TO "IMPRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IMP-PARM-FILE.
       01  IMP-PARM-RECORD.
              05  PARM-RECIPE-ID     PIC X(08).
              05  FILLER             PIC X(01).
              05  PARM-VERSION       PIC X(04).
              05  FILLER             PIC X(01).
              05  PARM-ACTION        PIC X(04).
       FD  COEF-LIB-FILE.
       COPY RECIPE.
       FD  LINEAGE-FILE.
       COPY LINEAGE.
       FD  RESULT-FILE.
       COPY MRESULT.
       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       COPY AUDWLINK.
       01  v.
              03  PARM-STATUS          PIC X(02).
              03  LIB-STATUS           PIC X(02).
              03  LIN-STATUS           PIC X(02).
              03  RESULT-STATUS        PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  MARK-SW              PIC X(01) VALUE "N".
                     88  MARK-ON             VALUE "Y".
              03  CAP-WARNED-SW        PIC X(01) VALUE "N".
                     88  CAP-WARNED          VALUE "Y".
              03  ONE-VERSION-SW       PIC X(01) VALUE "N".
                     88  ONE-VERSION         VALUE "Y".
              03  CUR-FOUND-SW         PIC X(01) VALUE "N".
                     88  CUR-FOUND           VALUE "Y".
              03  IMP-RECIPE-ID        PIC X(08) VALUE SPACES.
              03  SRCH-RUN-ID          PIC X(14) VALUE SPACES.
              03  IMP-VERSION          PIC 9(04) VALUE 0.
              03  CUR-VERSION          PIC 9(04) VALUE 0.
              03  NXRUN                PIC 9(04) VALUE 0.
              03  XRUN-TABLE.
                     05  XR-ROW OCCURS 500 TIMES.
                            10  XR-RUN-ID    PIC X(14).
                            10  XR-VERSION   PIC 9(04).
              03  NBRUN                PIC 9(04) VALUE 0.
              03  BRUN-TABLE.
                     05  BR-ROW OCCURS 500 TIMES.
                            10  BR-RUN-ID    PIC X(14).
                            10  BR-VERSION   PIC 9(04).
              03  p                    PIC 9(04).
              03  q                    PIC 9(04).
              03  GEN-COUNT            PIC 9(05) VALUE 0.
              03  BRG-COUNT            PIC 9(05) VALUE 0.
              03  RES-COUNT            PIC 9(05) VALUE 0.
              03  MASTER-COUNT         PIC 9(05) VALUE 0.
              03  MARKED-COUNT         PIC 9(05) VALUE 0.
              03  MARK-FAIL-COUNT      PIC 9(05) VALUE 0.
              03  AUDIT-N-EDIT         PIC Z(4)9.
              03  AUDIT-T-EDIT         PIC +(5)9.
       01  HEADER-LINE.
              05  FILLER            PIC X(24)
                                    VALUE "RECIPE CHANGE IMPACT -- ".
              05  HL-RECIPE-ID      PIC X(08).
              05  FILLER            PIC X(11) VALUE "  CURRENT V".
              05  HL-CUR-VERSION    PIC X(04).
              05  FILLER            PIC X(14) VALUE "  SUPERSEDED V".
              05  HL-IMP-VERSION    PIC X(04).
       01  DETAIL-LINE.
              05  DL-KIND           PIC X(08).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-RUN-ID         PIC X(14).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-FROM-LBL       PIC X(05).
              05  DL-PARENT-RUN-ID  PIC X(14).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-VER-LBL        PIC X(01).
              05  DL-VERSION        PIC 9(04).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-N-LBL          PIC X(04).
              05  DL-N              PIC Z(4)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-T-LBL          PIC X(04).
              05  DL-T              PIC +(5)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-NOTE           PIC X(08).
       01  SUMMARY-LINE.
              05  SM-LBL            PIC X(24).
              05  SM-COUNT          PIC Z(4)9.
       PROCEDURE DIVISION.
       000-Main SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
              MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
              PERFORM 001-Read-Parm.
              PERFORM 008-Enqueue-Datasets.
              PERFORM 002-Current-Version.
              OPEN OUTPUT REPORT-FILE.
              PERFORM 0021-Write-Header.
              PERFORM 003-Find-Genout.
              PERFORM 004-Find-Bridge.
              PERFORM 005-Find-Results.
              PERFORM 006-Scan-Master.
              PERFORM 007-Write-Summary.
              CLOSE REPORT-FILE.
              DISPLAY "IMPACTRPT: " FUNCTION TRIM(IMP-RECIPE-ID)
                     " GENOUT " GEN-COUNT ", NINPUT " BRG-COUNT
                     ", RESULTS " RES-COUNT ", MASTER " MASTER-COUNT
                     ", MARKED " MARKED-COUNT.
              IF CAP-WARNED THEN
                     MOVE 4 TO RETURN-CODE
              END-IF.
              IF MARK-FAIL-COUNT > 0 THEN
                     DISPLAY "IMPACTRPT: " MARK-FAIL-COUNT
                            " MRESULTS ENTRIES COULD NOT BE MARKED"
                     MOVE 8 TO RETURN-CODE
              END-IF.
              PERFORM 009-Dequeue-Datasets.
              STOP RUN.

       001-Read-Parm SECTION.
              OPEN INPUT IMP-PARM-FILE.
              IF PARM-STATUS = "00" THEN
                     READ IMP-PARM-FILE
                            AT END
                                   CONTINUE
                     END-READ
                     IF PARM-STATUS = "00" THEN
                            MOVE PARM-RECIPE-ID TO IMP-RECIPE-ID
                            IF PARM-VERSION IS NUMERIC THEN
                                   MOVE PARM-VERSION TO IMP-VERSION
                                   SET ONE-VERSION TO TRUE
                            END-IF
                            IF PARM-ACTION = "MARK" THEN
                                   SET MARK-ON TO TRUE
                            END-IF
                     END-IF
                     CLOSE IMP-PARM-FILE
              END-IF.
              IF IMP-RECIPE-ID = SPACES THEN
                     DISPLAY "IMPACTRPT: IMPPARM MUST NAME A RECIPE-ID"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF.

       002-Current-Version SECTION.
              OPEN INPUT COEF-LIB-FILE.
              IF LIB-STATUS = "00" THEN
                     MOVE IMP-RECIPE-ID TO RECIPE-ID
                     READ COEF-LIB-FILE
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   SET CUR-FOUND TO TRUE
                                   IF RECIPE-VERSION NUMERIC THEN
                                          MOVE RECIPE-VERSION
                                                 TO CUR-VERSION
                                   END-IF
                     END-READ
                     CLOSE COEF-LIB-FILE
              ELSE
                     IF NOT ONE-VERSION THEN
                            DISPLAY "IMPACTRPT: MISSING COEFLIB DATASET"
                            MOVE 16 TO RETURN-CODE
                            PERFORM 009-Dequeue-Datasets
                            STOP RUN
                     END-IF
              END-IF.

       0021-Write-Header SECTION.
              MOVE IMP-RECIPE-ID TO HL-RECIPE-ID.
              IF CUR-FOUND THEN
                     MOVE CUR-VERSION TO HL-CUR-VERSION
              ELSE
                     MOVE "NONE" TO HL-CUR-VERSION
              END-IF.
              IF ONE-VERSION THEN
                     MOVE IMP-VERSION TO HL-IMP-VERSION
              ELSE
                     MOVE "ALL " TO HL-IMP-VERSION
              END-IF.
              WRITE RPT-LINE FROM HEADER-LINE.
              IF MARK-ON THEN
                     MOVE SPACES TO RPT-LINE
                     STRING "MARK REQUESTED: IMPACTED MASTER "
                            DELIMITED BY SIZE
                            "RESULTS WILL BE FLAGGED STALE"
                            DELIMITED BY SIZE
                            INTO RPT-LINE
                     END-STRING
                     WRITE RPT-LINE
              END-IF.

       003-Find-Genout SECTION.
              OPEN INPUT LINEAGE-FILE.
              IF LIN-STATUS NOT = "00" THEN
                     DISPLAY "IMPACTRPT: NO LINEAGE DATASET"
                     MOVE "NO LINEAGE RECORDED" TO RPT-LINE
                     WRITE RPT-LINE
              ELSE
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ LINEAGE-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0031-Check-Genout
                            END-READ
                     END-PERFORM
                     CLOSE LINEAGE-FILE
              END-IF.

       0031-Check-Genout SECTION.
              IF LIN-GENOUT AND LIN-RECIPE-ID = IMP-RECIPE-ID THEN
                     IF LIN-RECIPE-VERSION NOT NUMERIC THEN
                            MOVE 0 TO LIN-RECIPE-VERSION
                     END-IF
                     IF (ONE-VERSION
                            AND LIN-RECIPE-VERSION = IMP-VERSION)
                            OR (NOT ONE-VERSION AND (NOT CUR-FOUND
                            OR LIN-RECIPE-VERSION NOT = CUR-VERSION))
                            THEN
                            PERFORM 0032-Add-Genout
                     END-IF
              END-IF.

       0032-Add-Genout SECTION.
              IF NXRUN < 500 THEN
                     ADD 1 TO NXRUN
                     MOVE LIN-RUN-ID TO XR-RUN-ID(NXRUN)
                     MOVE LIN-RECIPE-VERSION TO XR-VERSION(NXRUN)
                     ADD 1 TO GEN-COUNT
                     MOVE SPACES TO DETAIL-LINE
                     MOVE "GENOUT" TO DL-KIND
                     MOVE LIN-RUN-ID TO DL-RUN-ID
                     MOVE "V" TO DL-VER-LBL
                     MOVE LIN-RECIPE-VERSION TO DL-VERSION
                     WRITE RPT-LINE FROM DETAIL-LINE
              ELSE
                     PERFORM 0033-Capacity-Warning
              END-IF.

       0033-Capacity-Warning SECTION.
              IF NOT CAP-WARNED THEN
                     DISPLAY "IMPACTRPT: RUN TABLE CAPACITY EXCEEDED, "
                            "REPORT IS INCOMPLETE"
                     MOVE "*** RUN TABLE FULL, REPORT INCOMPLETE ***"
                            TO RPT-LINE
                     WRITE RPT-LINE
                     SET CAP-WARNED TO TRUE
              END-IF.

       004-Find-Bridge SECTION.
              IF NXRUN > 0 THEN
                     OPEN INPUT LINEAGE-FILE
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ LINEAGE-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0041-Check-Bridge
                            END-READ
                     END-PERFORM
                     CLOSE LINEAGE-FILE
              END-IF.

       0041-Check-Bridge SECTION.
              IF LIN-BRIDGE AND LIN-RECIPE-ID = IMP-RECIPE-ID THEN
                     MOVE 0 TO q
                     PERFORM VARYING p FROM 1 BY 1 UNTIL p > NXRUN
                            IF XR-RUN-ID(p) = LIN-PARENT-RUN-ID THEN
                                   MOVE p TO q
                            END-IF
                     END-PERFORM
                     IF q > 0 THEN
                            IF NBRUN < 500 THEN
                                   ADD 1 TO NBRUN
                                   MOVE LIN-RUN-ID TO BR-RUN-ID(NBRUN)
                                   MOVE XR-VERSION(q)
                                          TO BR-VERSION(NBRUN)
                                   ADD 1 TO BRG-COUNT
                                   MOVE SPACES TO DETAIL-LINE
                                   MOVE "NINPUT" TO DL-KIND
                                   MOVE LIN-RUN-ID TO DL-RUN-ID
                                   MOVE "FROM " TO DL-FROM-LBL
                                   MOVE LIN-PARENT-RUN-ID
                                          TO DL-PARENT-RUN-ID
                                   MOVE "V" TO DL-VER-LBL
                                   MOVE XR-VERSION(q) TO DL-VERSION
                                   WRITE RPT-LINE FROM DETAIL-LINE
                            ELSE
                                   PERFORM 0033-Capacity-Warning
                            END-IF
                     END-IF
              END-IF.

       005-Find-Results SECTION.
              IF NBRUN > 0 THEN
                     OPEN INPUT LINEAGE-FILE
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ LINEAGE-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0051-Check-Result
                            END-READ
                     END-PERFORM
                     CLOSE LINEAGE-FILE
              END-IF.

       0051-Check-Result SECTION.
              IF LIN-RESULT AND LIN-RECIPE-ID = IMP-RECIPE-ID THEN
                     MOVE LIN-PARENT-RUN-ID TO SRCH-RUN-ID
                     PERFORM 0052-Find-Bridge-Run
                     IF q > 0 THEN
                            ADD 1 TO RES-COUNT
                            MOVE SPACES TO DETAIL-LINE
                            MOVE "MDIST" TO DL-KIND
                            MOVE LIN-RUN-ID TO DL-RUN-ID
                            MOVE "FROM " TO DL-FROM-LBL
                            MOVE LIN-PARENT-RUN-ID TO DL-PARENT-RUN-ID
                            MOVE "V" TO DL-VER-LBL
                            MOVE BR-VERSION(q) TO DL-VERSION
                            MOVE "N = " TO DL-N-LBL
                            MOVE LIN-N TO DL-N
                            MOVE "T = " TO DL-T-LBL
                            MOVE LIN-TARGET TO DL-T
                            IF LIN-SERVED THEN
                                   MOVE "CACHED" TO DL-NOTE
                            ELSE
                                   MOVE "COMPUTED" TO DL-NOTE
                            END-IF
                            WRITE RPT-LINE FROM DETAIL-LINE
                     END-IF
              END-IF.

       0052-Find-Bridge-Run SECTION.
              MOVE 0 TO q.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NBRUN
                     IF BR-RUN-ID(p) = SRCH-RUN-ID THEN
                            MOVE p TO q
                     END-IF
              END-PERFORM.

       006-Scan-Master SECTION.
              IF NBRUN > 0 THEN
                     IF MARK-ON THEN
                            OPEN I-O RESULT-FILE
                     ELSE
                            OPEN INPUT RESULT-FILE
                     END-IF
                     IF RESULT-STATUS NOT = "00" THEN
                            DISPLAY "IMPACTRPT: NO MRESULTS DATASET"
                     ELSE
                            PERFORM 0063-Read-Master
                            CLOSE RESULT-FILE
                     END-IF
              END-IF.

       0063-Read-Master SECTION.
              MOVE "N" TO EOF-SW.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                     READ RESULT-FILE NEXT RECORD
                            AT END
                                   SET EOF-REACHED TO TRUE
                            NOT AT END
                                   PERFORM 0061-Check-Master
                     END-READ
              END-PERFORM.

       0061-Check-Master SECTION.
              IF RESULT-RECIPE-ID = IMP-RECIPE-ID THEN
                     MOVE RESULT-SRC-RUN-ID TO SRCH-RUN-ID
                     PERFORM 0052-Find-Bridge-Run
                     IF q > 0 THEN
                            ADD 1 TO MASTER-COUNT
                            MOVE SPACES TO DETAIL-LINE
                            MOVE "MRESULTS" TO DL-KIND
                            MOVE RESULT-RUN-ID TO DL-RUN-ID
                            MOVE "FROM " TO DL-FROM-LBL
                            MOVE RESULT-SRC-RUN-ID TO DL-PARENT-RUN-ID
                            MOVE "V" TO DL-VER-LBL
                            MOVE BR-VERSION(q) TO DL-VERSION
                            MOVE "N = " TO DL-N-LBL
                            MOVE RESULT-N TO DL-N
                            MOVE "T = " TO DL-T-LBL
                            MOVE RESULT-TARGET TO DL-T
                            EVALUATE TRUE
                                   WHEN RESULT-STALE
                                          MOVE "STALE" TO DL-NOTE
                                   WHEN MARK-ON
                                          PERFORM 0062-Mark-Stale
                                   WHEN OTHER
                                          MOVE "CURRENT" TO DL-NOTE
                            END-EVALUATE
                            WRITE RPT-LINE FROM DETAIL-LINE
                     END-IF
              END-IF.

       0062-Mark-Stale SECTION.
              MOVE "Y" TO RESULT-STALE-SW.
              REWRITE RESULT-RECORD
                     INVALID KEY
                            CONTINUE
              END-REWRITE.
              IF RESULT-STATUS = "00" THEN
                     MOVE "MARKED" TO DL-NOTE
                     PERFORM 0064-Audit-Stale
              ELSE
                     MOVE "FAILED" TO DL-NOTE
                     ADD 1 TO MARK-FAIL-COUNT
                     DISPLAY "IMPACTRPT: REWRITE OF N " RESULT-N
                            " T " RESULT-TARGET
                            " FAILED, STATUS = " RESULT-STATUS
              END-IF.

       0064-Audit-Stale SECTION.
              ADD 1 TO MARKED-COUNT.
              MOVE SPACES TO AUDW-LINK.
              MOVE "WRITE" TO AUDW-FUNCTION.
              MOVE "IMPACTRP" TO AUDW-PROGRAM.
              MOVE "STALE" TO AUDW-EVENT.
              MOVE RUN-ID TO AUDW-RUN-ID.
              MOVE RESULT-N TO AUDIT-N-EDIT.
              MOVE RESULT-TARGET TO AUDIT-T-EDIT.
              STRING AUDIT-N-EDIT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     AUDIT-T-EDIT DELIMITED BY SIZE
                     INTO AUDW-KEY-INPUT
              END-STRING.
              STRING IMP-RECIPE-ID DELIMITED BY SIZE
                     " V" DELIMITED BY SIZE
                     BR-VERSION(q) DELIMITED BY SIZE
                     INTO AUDW-KEY-OUTPUT
              END-STRING.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "AUDITWR" USING AUDW-LINK.
              MOVE SAVE-RC TO RETURN-CODE.

       007-Write-Summary SECTION.
              MOVE SPACES TO SUMMARY-LINE.
              MOVE "GENOUT SECTIONS        = " TO SM-LBL.
              MOVE GEN-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "NINPUT (BRIDGE) RUNS   = " TO SM-LBL.
              MOVE BRG-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "MAIN RESULTS (MDIST)   = " TO SM-LBL.
              MOVE RES-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "MRESULTS ENTRIES       = " TO SM-LBL.
              MOVE MASTER-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "MRESULTS MARKED STALE  = " TO SM-LBL.
              MOVE MARKED-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.

       008-Enqueue-Datasets SECTION.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "IMPACTRPT" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 4 TO ENQ-COUNT.
              MOVE "LINEAGE" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "COEFLIB" TO ENQ-RESOURCE(2).
              MOVE "S" TO ENQ-MODE(2).
              MOVE "MRESULTS" TO ENQ-RESOURCE(3).
              IF MARK-ON THEN
                     MOVE "E" TO ENQ-MODE(3)
              ELSE
                     MOVE "S" TO ENQ-MODE(3)
              END-IF.
              MOVE "AUDITLOG" TO ENQ-RESOURCE(4).
              MOVE "S" TO ENQ-MODE(4).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "IMPACTRPT: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "IMPACTRPT: ENQUEUE FAILED, RC = "
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
       END PROGRAM IMPACTRPT.
