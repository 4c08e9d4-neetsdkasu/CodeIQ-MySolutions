       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PERF-PARM-FILE ASSIGN TO "PERFPARM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PARM-STATUS.
              SELECT STEP-CTL-FILE ASSIGN TO "PIPECTL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PCTL-STATUS.
              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AUDIT-STATUS.
              SELECT REPORT-FILE ASSIGN TO "PERFRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERF-PARM-FILE.
       01  PERF-PARM-RECORD.
              05  PARM-KEY           PIC X(10).
              05  FILLER             PIC X(01).
              05  PARM-VALUE         PIC X(14).
       FD  STEP-CTL-FILE.
       COPY PIPECTL.
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       01  v.
              03  PARM-STATUS          PIC X(02).
              03  PCTL-STATUS          PIC X(02).
              03  AUDIT-STATUS         PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  CAP-WARNED-SW        PIC X(01) VALUE "N".
                     88  CAP-WARNED          VALUE "Y".
              03  DETAIL-SW            PIC X(01) VALUE "N".
                     88  DETAIL-PASS         VALUE "Y".
              03  SLOW-SW              PIC X(01) VALUE "N".
                     88  SOME-SLOW           VALUE "Y".
              03  SEL-RUN-ID           PIC X(14) VALUE SPACES.
              03  MAIN-RUN-ID          PIC X(14) VALUE SPACES.
              03  MAIN-FROM            PIC X(14) VALUE SPACES.
              03  MAIN-TO              PIC X(14) VALUE SPACES.
              03  DEFAULT-LIMIT        PIC 9(06) VALUE 3600.
              03  TREND-RUNS           PIC 9(02) VALUE 30.
              03  NTHR                 PIC 9(02) VALUE 0.
              03  THR-TABLE.
                     05  THR-ROW OCCURS 20 TIMES.
                            10  THR-STEP     PIC X(10).
                            10  THR-SECS     PIC 9(06).
              03  NPH                  PIC 9(04) VALUE 0.
              03  PH-TABLE.
                     05  PH-ROW OCCURS 2000 TIMES.
                            10  PH-RUN-ID    PIC X(14).
                            10  PH-STEP      PIC X(10).
                            10  PH-ELAPSED   PIC 9(07)V99.
              03  NSR                  PIC 9(02) VALUE 0.
              03  SR-TABLE.
                     05  SR-ROW OCCURS 20 TIMES.
                            10  SR-STEP      PIC X(10).
                            10  SR-START     PIC X(16).
                            10  SR-END       PIC X(16).
                            10  SR-RC        PIC 9(04).
                            10  SR-ELAPSED   PIC 9(07)V99.
              03  NMR                  PIC 9(04) VALUE 0.
              03  MR-TABLE.
                     05  MR-ROW OCCURS 500 TIMES.
                            10  MR-RUN-ID    PIC X(14).
                            10  MR-COMPUTED  PIC 9(05).
                            10  MR-SECS      PIC 9(09)V99.
                            10  MR-CACHED    PIC 9(05).
                            10  MR-CKPTS     PIC 9(07).
              03  NCH                  PIC 9(04) VALUE 0.
              03  CH-TABLE.
                     05  CH-ROW OCCURS 2000 TIMES.
                            10  CH-KEY       PIC X(21).
                            10  CH-ELAPSED   PIC 9(07)V99.
              03  p                    PIC 9(04).
              03  q                    PIC 9(04).
              03  r                    PIC 9(04).
              03  CUR-KEY              PIC X(21) VALUE SPACES.
              03  CUR-START-SECS       PIC 9(11)V99.
              03  CUR-TIMED-SW         PIC X(01) VALUE "N".
                     88  CUR-TIMED           VALUE "Y".
              03  CUR-CACHED-SW        PIC X(01) VALUE "N".
                     88  CUR-CACHED          VALUE "Y".
              03  CUR-CKPTS            PIC 9(05) VALUE 0.
              03  N-ELAPSED            PIC 9(07)V99.
              03  TS-WORK              PIC X(16).
              03  TS-PARTS REDEFINES TS-WORK.
                     05  TS-DATE          PIC 9(08).
                     05  TS-HH            PIC 9(02).
                     05  TS-MM            PIC 9(02).
                     05  TS-SS            PIC 9(02).
                     05  TS-CC            PIC 9(02).
              03  TS-SECS              PIC 9(11)V99.
              03  TS-OK-SW             PIC X(01).
                     88  TS-OK               VALUE "Y".
              03  STEP-LIMIT           PIC 9(06).
              03  TREND-COUNT          PIC 9(04).
              03  TREND-TOTAL          PIC 9(11)V99.
              03  TREND-AVG            PIC 9(07)V99.
              03  TREND-N              PIC 9(07).
              03  TREND-CKPTS          PIC 9(09).
              03  CUR-RUN-IX           PIC 9(04) VALUE 0.
              03  RUN-AVG              PIC 9(07)V99.
       01  HEADER-LINE.
              05  FILLER            PIC X(30)
                     VALUE "BATCH WINDOW PERFORMANCE -- ".
              05  HL-RUN-ID         PIC X(14).
              05  FILLER            PIC X(19)
                     VALUE "  DEFAULT LIMIT S= ".
              05  HL-LIMIT          PIC Z(5)9.
       01  STEP-HEAD-LINE.
              05  FILLER            PIC X(12) VALUE "STEP".
              05  FILLER            PIC X(10) VALUE "START".
              05  FILLER            PIC X(10) VALUE "END".
              05  FILLER            PIC X(12) VALUE "ELAPSED S".
              05  FILLER            PIC X(06) VALUE "RC".
              05  FILLER            PIC X(12) VALUE "TREND AVG S".
              05  FILLER            PIC X(06) VALUE "RUNS".
              05  FILLER            PIC X(08) VALUE "LIMIT S".
              05  FILLER            PIC X(04) VALUE "FLAG".
       01  STEP-LINE.
              05  SL-STEP           PIC X(10).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SL-START          PIC X(08).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SL-END            PIC X(08).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SL-ELAPSED        PIC Z(6)9.99.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SL-RC             PIC Z(3)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SL-TREND          PIC Z(6)9.99.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SL-RUNS           PIC Z(3)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SL-LIMIT          PIC Z(5)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SL-FLAG           PIC X(04).
       01  N-LINE.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  NL-KEY            PIC X(21).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  NL-ELAPSED        PIC Z(6)9.99.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  NL-CKPT-LBL       PIC X(08).
              05  NL-CKPTS          PIC Z(4)9.
       01  SUMMARY-LINE.
              05  SM-LBL            PIC X(34).
              05  SM-COUNT          PIC Z(8)9.
       01  SECS-LINE.
              05  SS-LBL            PIC X(34).
              05  SS-SECS           PIC Z(8)9.99.
       PROCEDURE DIVISION.
       000-Main SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
              MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
              PERFORM 008-Enqueue-Datasets.
              PERFORM 001-Read-Parm.
              PERFORM 002-Load-Steps.
              OPEN OUTPUT REPORT-FILE.
              PERFORM 003-Report-Steps.
              PERFORM 004-Scan-Main-Runs.
              PERFORM 005-Report-Main.
              CLOSE REPORT-FILE.
              DISPLAY "PERFRPT: PIPELINE RUN " SEL-RUN-ID
                     " STEPS " NSR ", MAIN RUN " MAIN-RUN-ID.
              IF SOME-SLOW THEN
                     MOVE 4 TO RETURN-CODE
              END-IF.
              IF CAP-WARNED THEN
                     MOVE 4 TO RETURN-CODE
              END-IF.
              PERFORM 009-Dequeue-Datasets.
              STOP RUN.

       001-Read-Parm SECTION.
              OPEN INPUT PERF-PARM-FILE.
              IF PARM-STATUS = "00" THEN
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ PERF-PARM-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0011-Parm-Entry
                            END-READ
                     END-PERFORM
                     CLOSE PERF-PARM-FILE
              END-IF.

       0011-Parm-Entry SECTION.
              EVALUATE TRUE
                     WHEN PARM-KEY = SPACES
                            CONTINUE
                     WHEN PARM-KEY = "RUNID"
                            MOVE PARM-VALUE TO SEL-RUN-ID
                     WHEN PARM-VALUE(1:6) NOT NUMERIC
                            DISPLAY "PERFRPT: PERFPARM LIMIT FOR "
                                   FUNCTION TRIM(PARM-KEY)
                                   " IS NOT NUMERIC, IGNORED"
                     WHEN PARM-KEY = "DEFAULT"
                            MOVE PARM-VALUE(1:6) TO DEFAULT-LIMIT
                     WHEN NTHR < 20
                            ADD 1 TO NTHR
                            MOVE PARM-KEY TO THR-STEP(NTHR)
                            MOVE PARM-VALUE(1:6) TO THR-SECS(NTHR)
                     WHEN OTHER
                            DISPLAY "PERFRPT: PERFPARM HOLDS MORE THAN "
                                   "20 STEP LIMITS, EXCESS IGNORED"
              END-EVALUATE.

       002-Load-Steps SECTION.
              OPEN INPUT STEP-CTL-FILE.
              IF PCTL-STATUS NOT = "00" THEN
                     DISPLAY "PERFRPT: NO PIPECTL DATASET"
              ELSE
                     IF SEL-RUN-ID = SPACES THEN
                            PERFORM 0021-Latest-Run
                            CLOSE STEP-CTL-FILE
                            OPEN INPUT STEP-CTL-FILE
                     END-IF
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ STEP-CTL-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0022-Step-Row
                            END-READ
                     END-PERFORM
                     CLOSE STEP-CTL-FILE
              END-IF.

       0021-Latest-Run SECTION.
              MOVE "N" TO EOF-SW.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                     READ STEP-CTL-FILE
                            AT END
                                   SET EOF-REACHED TO TRUE
                            NOT AT END
                                   IF STEP-RUN-ID > SEL-RUN-ID THEN
                                          MOVE STEP-RUN-ID TO SEL-RUN-ID
                                   END-IF
                     END-READ
              END-PERFORM.

       0022-Step-Row SECTION.
              MOVE STEP-START-TS TO TS-WORK.
              PERFORM 006-Ts-Seconds.
              MOVE TS-SECS TO CUR-START-SECS.
              IF TS-OK THEN
                     MOVE STEP-END-TS TO TS-WORK
                     PERFORM 006-Ts-Seconds
                     IF TS-SECS < CUR-START-SECS THEN
                            MOVE "N" TO TS-OK-SW
                     END-IF
              END-IF.
              IF TS-OK THEN
                     COMPUTE N-ELAPSED = TS-SECS - CUR-START-SECS
                     PERFORM 0023-Keep-Step
              END-IF.

       0023-Keep-Step SECTION.
              IF NPH < 2000 THEN
                     ADD 1 TO NPH
                     MOVE STEP-RUN-ID TO PH-RUN-ID(NPH)
                     MOVE STEP-NAME TO PH-STEP(NPH)
                     MOVE N-ELAPSED TO PH-ELAPSED(NPH)
              ELSE
                     IF NOT CAP-WARNED THEN
                            DISPLAY "PERFRPT: PH-TABLE CAPACITY "
                                   "EXCEEDED, TREND INCOMPLETE"
                            SET CAP-WARNED TO TRUE
                     END-IF
              END-IF.
              IF STEP-RUN-ID = SEL-RUN-ID THEN
                     MOVE 0 TO q
                     PERFORM VARYING p FROM 1 BY 1 UNTIL p > NSR
                            IF SR-STEP(p) = STEP-NAME THEN
                                   MOVE p TO q
                            END-IF
                     END-PERFORM
                     IF q = 0 AND NSR < 20 THEN
                            ADD 1 TO NSR
                            MOVE NSR TO q
                     END-IF
                     IF q > 0 THEN
                            MOVE STEP-NAME TO SR-STEP(q)
                            MOVE STEP-START-TS TO SR-START(q)
                            MOVE STEP-END-TS TO SR-END(q)
                            MOVE STEP-RC TO SR-RC(q)
                            MOVE N-ELAPSED TO SR-ELAPSED(q)
                     END-IF
              END-IF.

       003-Report-Steps SECTION.
              MOVE SEL-RUN-ID TO HL-RUN-ID.
              MOVE DEFAULT-LIMIT TO HL-LIMIT.
              WRITE RPT-LINE FROM HEADER-LINE.
              MOVE SPACES TO RPT-LINE.
              WRITE RPT-LINE.
              IF NSR = 0 THEN
                     MOVE "NO TIMED PIPELINE STEPS FOR THIS RUN"
                            TO RPT-LINE
                     WRITE RPT-LINE
              ELSE
                     WRITE RPT-LINE FROM STEP-HEAD-LINE
                     PERFORM VARYING p FROM 1 BY 1 UNTIL p > NSR
                            PERFORM 0031-Step-Line
                     END-PERFORM
              END-IF.

       0031-Step-Line SECTION.
              MOVE SPACES TO STEP-LINE.
              MOVE SR-STEP(p) TO SL-STEP.
              STRING SR-START(p)(9:2) ":" SR-START(p)(11:2) ":"
                     SR-START(p)(13:2) DELIMITED BY SIZE
                     INTO SL-START.
              STRING SR-END(p)(9:2) ":" SR-END(p)(11:2) ":"
                     SR-END(p)(13:2) DELIMITED BY SIZE
                     INTO SL-END.
              MOVE SR-ELAPSED(p) TO SL-ELAPSED.
              MOVE SR-RC(p) TO SL-RC.
              MOVE 0 TO TREND-COUNT.
              MOVE 0 TO TREND-TOTAL.
              PERFORM VARYING q FROM NPH BY -1
                     UNTIL q < 1 OR TREND-COUNT >= TREND-RUNS
                     IF PH-STEP(q) = SR-STEP(p)
                        AND PH-RUN-ID(q) < SEL-RUN-ID THEN
                            ADD 1 TO TREND-COUNT
                            ADD PH-ELAPSED(q) TO TREND-TOTAL
                     END-IF
              END-PERFORM.
              IF TREND-COUNT > 0 THEN
                     COMPUTE TREND-AVG ROUNDED =
                            TREND-TOTAL / TREND-COUNT
                     MOVE TREND-AVG TO SL-TREND
              END-IF.
              MOVE TREND-COUNT TO SL-RUNS.
              MOVE DEFAULT-LIMIT TO STEP-LIMIT.
              PERFORM VARYING q FROM 1 BY 1 UNTIL q > NTHR
                     IF THR-STEP(q) = SR-STEP(p) THEN
                            MOVE THR-SECS(q) TO STEP-LIMIT
                     END-IF
              END-PERFORM.
              MOVE STEP-LIMIT TO SL-LIMIT.
              IF SR-ELAPSED(p) > STEP-LIMIT THEN
                     MOVE "SLOW" TO SL-FLAG
                     SET SOME-SLOW TO TRUE
                     DISPLAY "PERFRPT: STEP " FUNCTION TRIM(SR-STEP(p))
                            " RAN " SL-ELAPSED " S, LIMIT "
                            STEP-LIMIT " S"
              END-IF.
              WRITE RPT-LINE FROM STEP-LINE.
              IF SR-STEP(p) = "MAIN" THEN
                     MOVE SR-START(p)(1:14) TO MAIN-FROM
                     MOVE SR-END(p)(1:14) TO MAIN-TO
              END-IF.

       004-Scan-Main-Runs SECTION.
              OPEN INPUT AUDIT-LOG-FILE.
              IF AUDIT-STATUS NOT = "00" THEN
                     DISPLAY "PERFRPT: NO AUDITLOG DATASET"
              ELSE
                     MOVE "N" TO DETAIL-SW
                     PERFORM 0041-Read-Audit
                     CLOSE AUDIT-LOG-FILE
              END-IF.
              IF MAIN-RUN-ID = SPACES AND MAIN-FROM = SPACES
                 AND NMR > 0 THEN
                     MOVE MR-RUN-ID(NMR) TO MAIN-RUN-ID
              END-IF.
              IF MAIN-RUN-ID NOT = SPACES THEN
                     PERFORM VARYING p FROM 1 BY 1 UNTIL p > NMR
                            IF MR-RUN-ID(p) = MAIN-RUN-ID THEN
                                   MOVE p TO CUR-RUN-IX
                            END-IF
                     END-PERFORM
                     MOVE SPACES TO RPT-LINE
                     WRITE RPT-LINE
                     STRING "MAIN RUN " MAIN-RUN-ID
                            " -- COMPUTED N, ELAPSED S"
                            DELIMITED BY SIZE INTO RPT-LINE
                     WRITE RPT-LINE
                     OPEN INPUT AUDIT-LOG-FILE
                     SET DETAIL-PASS TO TRUE
                     PERFORM 0041-Read-Audit
                     CLOSE AUDIT-LOG-FILE
              END-IF.

       0041-Read-Audit SECTION.
              MOVE "N" TO EOF-SW.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                     READ AUDIT-LOG-FILE
                            AT END
                                   SET EOF-REACHED TO TRUE
                            NOT AT END
                                   IF AUDIT-PROGRAM = "MAIN" THEN
                                          PERFORM 0042-Main-Event
                                   END-IF
                     END-READ
              END-PERFORM.

       0042-Main-Event SECTION.
              IF NOT DETAIL-PASS THEN
                     PERFORM 0043-Run-Row
                     PERFORM 0045-Event
              ELSE
                     IF AUDIT-RUN-ID = MAIN-RUN-ID THEN
                            PERFORM 0045-Event
                     END-IF
              END-IF.

       0045-Event SECTION.
              EVALUATE AUDIT-EVENT
                     WHEN "START"
                            MOVE AUDIT-KEY-INPUT TO CUR-KEY
                            MOVE "N" TO CUR-CACHED-SW
                            MOVE 0 TO CUR-CKPTS
                            MOVE AUDIT-EVENT-TS TO TS-WORK
                            PERFORM 006-Ts-Seconds
                            MOVE TS-OK-SW TO CUR-TIMED-SW
                            MOVE TS-SECS TO CUR-START-SECS
                     WHEN "CACHE"
                            SET CUR-CACHED TO TRUE
                     WHEN "CKPT"
                            ADD 1 TO CUR-CKPTS
                            IF NOT DETAIL-PASS AND r > 0 THEN
                                   ADD 1 TO MR-CKPTS(r)
                            END-IF
                     WHEN "END"
                            IF AUDIT-KEY-INPUT = CUR-KEY THEN
                                   PERFORM 0044-End-Event
                            END-IF
              END-EVALUATE.

       0043-Run-Row SECTION.
              IF NMR > 0 AND MR-RUN-ID(NMR) = AUDIT-RUN-ID THEN
                     MOVE NMR TO r
              ELSE
                     IF NMR < 500 THEN
                            PERFORM 0046-New-Run
                     ELSE
                            MOVE 0 TO r
                            IF NOT CAP-WARNED THEN
                                   DISPLAY "PERFRPT: MR-TABLE "
                                          "CAPACITY EXCEEDED, "
                                          "TREND INCOMPLETE"
                                   SET CAP-WARNED TO TRUE
                            END-IF
                     END-IF
              END-IF.

       0046-New-Run SECTION.
              ADD 1 TO NMR.
              MOVE NMR TO r.
              MOVE AUDIT-RUN-ID TO MR-RUN-ID(r).
              MOVE 0 TO MR-COMPUTED(r).
              MOVE 0 TO MR-SECS(r).
              MOVE 0 TO MR-CACHED(r).
              MOVE 0 TO MR-CKPTS(r).
              IF MAIN-FROM NOT = SPACES
                 AND AUDIT-RUN-ID >= MAIN-FROM
                 AND AUDIT-RUN-ID <= MAIN-TO THEN
                     MOVE AUDIT-RUN-ID TO MAIN-RUN-ID
              END-IF.

       0044-End-Event SECTION.
              MOVE 0 TO N-ELAPSED.
              IF CUR-TIMED THEN
                     MOVE AUDIT-EVENT-TS TO TS-WORK
                     PERFORM 006-Ts-Seconds
                     IF TS-OK AND TS-SECS >= CUR-START-SECS THEN
                            COMPUTE N-ELAPSED =
                                   TS-SECS - CUR-START-SECS
                     END-IF
              END-IF.
              IF NOT DETAIL-PASS THEN
                     IF r > 0 THEN
                            IF CUR-CACHED THEN
                                   ADD 1 TO MR-CACHED(r)
                            ELSE
                                   ADD 1 TO MR-COMPUTED(r)
                                   ADD N-ELAPSED TO MR-SECS(r)
                            END-IF
                     END-IF
              ELSE
                     PERFORM 0047-N-Line
              END-IF.
              MOVE SPACES TO CUR-KEY.

       0047-N-Line SECTION.
              IF CUR-CACHED THEN
                     IF NCH < 2000 THEN
                            ADD 1 TO NCH
                            MOVE CUR-KEY TO CH-KEY(NCH)
                            MOVE N-ELAPSED TO CH-ELAPSED(NCH)
                     END-IF
              ELSE
                     MOVE SPACES TO N-LINE
                     MOVE FUNCTION TRIM(CUR-KEY) TO NL-KEY
                     MOVE N-ELAPSED TO NL-ELAPSED
                     MOVE "CKPTS = " TO NL-CKPT-LBL
                     MOVE CUR-CKPTS TO NL-CKPTS
                     WRITE RPT-LINE FROM N-LINE
              END-IF.

       005-Report-Main SECTION.
              MOVE SPACES TO RPT-LINE.
              WRITE RPT-LINE.
              IF MAIN-RUN-ID = SPACES OR CUR-RUN-IX = 0 THEN
                     MOVE "NO MAIN RUN FOUND IN AUDITLOG" TO RPT-LINE
                     WRITE RPT-LINE
              ELSE
                     PERFORM 0052-Main-Detail
              END-IF.

       0052-Main-Detail SECTION.
              MOVE SPACES TO RPT-LINE.
              STRING "MAIN RUN " MAIN-RUN-ID
                     " -- CACHE HITS (SERVED, NOT COMPUTED)"
                     DELIMITED BY SIZE INTO RPT-LINE.
              WRITE RPT-LINE.
              IF NCH = 0 THEN
                     MOVE "  NONE" TO RPT-LINE
                     WRITE RPT-LINE
              END-IF.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NCH
                     MOVE SPACES TO N-LINE
                     MOVE FUNCTION TRIM(CH-KEY(p)) TO NL-KEY
                     MOVE CH-ELAPSED(p) TO NL-ELAPSED
                     WRITE RPT-LINE FROM N-LINE
              END-PERFORM.
              MOVE SPACES TO RPT-LINE.
              WRITE RPT-LINE.
              MOVE CUR-RUN-IX TO p.
              MOVE SPACES TO SUMMARY-LINE.
              MOVE "N VALUES COMPUTED" TO SM-LBL.
              MOVE MR-COMPUTED(p) TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE SPACES TO SUMMARY-LINE.
              MOVE "N VALUES SERVED FROM CACHE" TO SM-LBL.
              MOVE MR-CACHED(p) TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE SPACES TO SUMMARY-LINE.
              MOVE "CHECKPOINTS TAKEN" TO SM-LBL.
              MOVE MR-CKPTS(p) TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE SPACES TO SECS-LINE.
              MOVE "TOTAL COMPUTE S" TO SS-LBL.
              MOVE MR-SECS(p) TO SS-SECS.
              WRITE RPT-LINE FROM SECS-LINE.
              MOVE 0 TO RUN-AVG.
              IF MR-COMPUTED(p) > 0 THEN
                     COMPUTE RUN-AVG ROUNDED =
                            MR-SECS(p) / MR-COMPUTED(p)
              END-IF.
              MOVE SPACES TO SECS-LINE.
              MOVE "AVG COMPUTE S PER N" TO SS-LBL.
              MOVE RUN-AVG TO SS-SECS.
              WRITE RPT-LINE FROM SECS-LINE.
              PERFORM 0051-Main-Trend.

       0051-Main-Trend SECTION.
              MOVE 0 TO TREND-COUNT.
              MOVE 0 TO TREND-TOTAL.
              MOVE 0 TO TREND-N.
              MOVE 0 TO TREND-CKPTS.
              PERFORM VARYING q FROM CUR-RUN-IX BY -1
                     UNTIL q <= 1 OR TREND-COUNT >= TREND-RUNS
                     COMPUTE r = q - 1
                     ADD 1 TO TREND-COUNT
                     ADD MR-SECS(r) TO TREND-TOTAL
                     ADD MR-COMPUTED(r) TO TREND-N
                     ADD MR-CKPTS(r) TO TREND-CKPTS
              END-PERFORM.
              MOVE SPACES TO SUMMARY-LINE.
              MOVE "TRAILING MAIN RUNS IN TREND" TO SM-LBL.
              MOVE TREND-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              IF TREND-N > 0 THEN
                     COMPUTE TREND-AVG ROUNDED = TREND-TOTAL / TREND-N
                     MOVE SPACES TO SECS-LINE
                     MOVE "TREND AVG COMPUTE S PER N" TO SS-LBL
                     MOVE TREND-AVG TO SS-SECS
                     WRITE RPT-LINE FROM SECS-LINE
              END-IF.
              IF TREND-COUNT > 0 THEN
                     MOVE SPACES TO SUMMARY-LINE
                     MOVE "TREND AVG CHECKPOINTS PER RUN" TO SM-LBL
                     COMPUTE SM-COUNT ROUNDED =
                            TREND-CKPTS / TREND-COUNT
                     WRITE RPT-LINE FROM SUMMARY-LINE
              END-IF.

       006-Ts-Seconds SECTION.
              MOVE "N" TO TS-OK-SW.
              MOVE 0 TO TS-SECS.
              IF TS-WORK IS NUMERIC THEN
                     IF TS-DATE > 16010101 THEN
                            COMPUTE TS-SECS =
                                   FUNCTION INTEGER-OF-DATE(TS-DATE)
                                   * 86400 + TS-HH * 3600
                                   + TS-MM * 60 + TS-SS + TS-CC / 100
                            SET TS-OK TO TRUE
                     END-IF
              END-IF.

       008-Enqueue-Datasets SECTION.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "PERFRPT" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 2 TO ENQ-COUNT.
              MOVE "PIPECTL" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "AUDITLOG" TO ENQ-RESOURCE(2).
              MOVE "S" TO ENQ-MODE(2).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "PERFRPT: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "PERFRPT: ENQUEUE FAILED, RC = "
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
       END PROGRAM PERFRPT.
