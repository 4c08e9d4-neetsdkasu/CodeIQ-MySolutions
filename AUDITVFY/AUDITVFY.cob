       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITVFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC VFY-DSN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AUDIT-STATUS.
              SELECT AUDIT-CTL-FILE ASSIGN TO "AUDITCTL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ACTL-STATUS.
              SELECT VFY-PARM-FILE ASSIGN TO "VFYPARM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PARM-STATUS.
              SELECT REPORT-FILE ASSIGN TO "AUDITVFYR"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       FD  AUDIT-CTL-FILE.
       COPY AUDITCTL.
       FD  VFY-PARM-FILE.
       01  VFY-PARM-RECORD.
              05  PARM-DSN           PIC X(20).
       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       COPY AUDWLINK.
       01  v.
              03  AUDIT-STATUS         PIC X(02).
              03  ACTL-STATUS          PIC X(02).
              03  PARM-STATUS          PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  CTL-SW               PIC X(01) VALUE "N".
                     88  CTL-FOUND           VALUE "Y".
              03  STARTED-SW           PIC X(01) VALUE "N".
                     88  SEQ-STARTED         VALUE "Y".
              03  PREV-SW              PIC X(01) VALUE "N".
                     88  HAVE-PREV           VALUE "Y".
              03  RANGE-SW             PIC X(01) VALUE "N".
                     88  RANGE-OPEN          VALUE "Y".
              03  PROGRESS-SW          PIC X(01) VALUE "N".
                     88  COVER-PROGRESS      VALUE "Y".
              03  DONE-SW              PIC X(01) VALUE "N".
                     88  COVER-DONE          VALUE "Y".
              03  DSN-CAP-SW           PIC X(01) VALUE "N".
                     88  DSN-CAP-WARNED      VALUE "Y".
              03  RNG-CAP-SW           PIC X(01) VALUE "N".
                     88  RNG-CAP-WARNED      VALUE "Y".
              03  RUN-CAP-SW           PIC X(01) VALUE "N".
                     88  RUN-CAP-WARNED      VALUE "Y".
              03  VFY-DSN              PIC X(20).
              03  NDSN                 PIC 9(04) VALUE 0.
              03  DSN-TABLE.
                     05  DSN-NAME OCCURS 50 TIMES PIC X(20).
              03  CTL-SEQ              PIC 9(09) VALUE 0.
              03  CTL-CHAIN            PIC 9(09) VALUE 0.
              03  CTL-RUN-ID           PIC X(14) VALUE SPACES.
              03  PREV-SEQ             PIC 9(09).
              03  PREV-CHAIN           PIC 9(09).
              03  FIRST-SEQ            PIC 9(09).
              03  HIGH-SEQ             PIC 9(09) VALUE 0.
              03  REC-CT               PIC 9(09).
              03  SEQ-CT               PIC 9(09).
              03  LEGACY-CT            PIC 9(09).
              03  ANCHOR-CT            PIC 9(09).
              03  GAP-CT               PIC 9(09).
              03  DUP-CT               PIC 9(09).
              03  BROKEN-CT            PIC 9(09).
              03  HOLE-CT              PIC 9(09) VALUE 0.
              03  TOTAL-FINDINGS       PIC 9(09) VALUE 0.
              03  FIND-TYPE            PIC X(10).
              03  FIND-FROM            PIC 9(09).
              03  FIND-TO              PIC 9(09).
              03  FIND-RUN-ID          PIC X(14).
              03  FIND-PROGRAM         PIC X(08).
              03  FIND-EVENT           PIC X(05).
              03  COVER-SEQ            PIC 9(09).
              03  NEXT-FROM            PIC 9(09).
              03  NRNG                 PIC 9(04) VALUE 0.
              03  RNG-TABLE OCCURS 2000 TIMES.
                     05  RNG-FROM         PIC 9(09).
                     05  RNG-TO           PIC 9(09).
              03  NRUN                 PIC 9(04) VALUE 0.
              03  RUN-TABLE OCCURS 500 TIMES.
                     05  RT-RUN-ID        PIC X(14).
                     05  RT-GAP-CT        PIC 9(05).
                     05  RT-DUP-CT        PIC 9(05).
                     05  RT-BROKEN-CT     PIC 9(05).
                     05  RT-OTHER-CT      PIC 9(05).
              03  d                    PIC 9(04).
              03  p                    PIC 9(04).
              03  q                    PIC 9(04).
       01  TITLE-LINE.
              05  FILLER            PIC X(32)
                     VALUE "AUDITLOG CHAIN VERIFICATION RUN ".
              05  TL-RUN-ID         PIC X(14).
       01  DSN-LINE.
              05  FILLER            PIC X(08) VALUE "DATASET ".
              05  DL-NAME           PIC X(20).
       01  FIND-LINE.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  FL-TYPE           PIC X(10).
              05  FILLER            PIC X(05) VALUE " SEQ ".
              05  FL-FROM           PIC Z(8)9.
              05  FILLER            PIC X(06) VALUE " THRU ".
              05  FL-TO             PIC Z(8)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  FL-RUN-ID         PIC X(14).
              05  FILLER            PIC X(01) VALUE SPACE.
              05  FL-PROGRAM        PIC X(08).
              05  FILLER            PIC X(01) VALUE SPACE.
              05  FL-EVENT          PIC X(05).
       01  SUMMARY-LINE.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SM-LBL            PIC X(18).
              05  SM-COUNT          PIC Z(8)9.
       01  RUN-LINE.
              05  FILLER            PIC X(04) VALUE "RUN ".
              05  RL-RUN-ID         PIC X(14).
              05  FILLER            PIC X(09) VALUE "  GAPS = ".
              05  RL-GAP-CT         PIC Z(4)9.
              05  FILLER            PIC X(09) VALUE "  DUPS = ".
              05  RL-DUP-CT         PIC Z(4)9.
              05  FILLER            PIC X(11) VALUE "  BROKEN = ".
              05  RL-BROKEN-CT      PIC Z(4)9.
              05  FILLER            PIC X(10) VALUE "  OTHER = ".
              05  RL-OTHER-CT       PIC Z(4)9.
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 006-Enqueue-Datasets.
              PERFORM 001-Load-Control.
              PERFORM 002-Load-Dataset-List.
              OPEN OUTPUT REPORT-FILE.
              MOVE RUN-ID TO TL-RUN-ID.
              WRITE RPT-LINE FROM TITLE-LINE.
              PERFORM VARYING d FROM 1 BY 1 UNTIL d > NDSN
                     PERFORM 003-Verify-Dataset
              END-PERFORM.
              PERFORM 004-Check-Coverage.
              PERFORM 005-Report-By-Run.
              CLOSE REPORT-FILE.
              IF TOTAL-FINDINGS > 0 THEN
                     DISPLAY "AUDITVFY: " TOTAL-FINDINGS
                            " AUDITLOG CHAIN FINDINGS"
                     MOVE 8 TO RETURN-CODE
              END-IF.
              PERFORM 007-Dequeue-Datasets.
              STOP RUN.

       001-Load-Control SECTION.
              OPEN INPUT AUDIT-CTL-FILE.
              IF ACTL-STATUS = "00" THEN
                     READ AUDIT-CTL-FILE
                            AT END
                                   CONTINUE
                     END-READ
                     IF ACTL-STATUS = "00"
                            AND ACTL-LAST-SEQ IS NUMERIC
                            AND ACTL-LAST-CHAIN IS NUMERIC THEN
                            SET CTL-FOUND TO TRUE
                            MOVE ACTL-LAST-SEQ TO CTL-SEQ
                            MOVE ACTL-LAST-CHAIN TO CTL-CHAIN
                            MOVE ACTL-LAST-RUN-ID TO CTL-RUN-ID
                            MOVE CTL-SEQ TO HIGH-SEQ
                     END-IF
                     CLOSE AUDIT-CTL-FILE
              END-IF.

       002-Load-Dataset-List SECTION.
              MOVE 1 TO NDSN.
              MOVE "AUDITLOG" TO DSN-NAME(1).
              OPEN INPUT VFY-PARM-FILE.
              IF PARM-STATUS = "00" THEN
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ VFY-PARM-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0021-Add-Dataset
                            END-READ
                     END-PERFORM
                     CLOSE VFY-PARM-FILE
              END-IF.

       0021-Add-Dataset SECTION.
              IF PARM-DSN NOT = SPACES
                     AND PARM-DSN NOT = "AUDITLOG" THEN
                     IF NDSN < 50 THEN
                            ADD 1 TO NDSN
                            MOVE PARM-DSN TO DSN-NAME(NDSN)
                     ELSE
                            IF NOT DSN-CAP-WARNED THEN
                                   DISPLAY "AUDITVFY: DATASET LIST "
                                          "CAPACITY EXCEEDED, "
                                          "EXCESS ARCHIVES IGNORED"
                                   SET DSN-CAP-WARNED TO TRUE
                            END-IF
                     END-IF
              END-IF.

       003-Verify-Dataset SECTION.
              MOVE DSN-NAME(d) TO VFY-DSN.
              MOVE "N" TO STARTED-SW.
              MOVE "N" TO PREV-SW.
              MOVE "N" TO RANGE-SW.
              MOVE 0 TO PREV-SEQ.
              MOVE 0 TO PREV-CHAIN.
              MOVE 0 TO FIRST-SEQ.
              MOVE 0 TO REC-CT.
              MOVE 0 TO SEQ-CT.
              MOVE 0 TO LEGACY-CT.
              MOVE 0 TO ANCHOR-CT.
              MOVE 0 TO GAP-CT.
              MOVE 0 TO DUP-CT.
              MOVE 0 TO BROKEN-CT.
              MOVE SPACES TO RPT-LINE.
              WRITE RPT-LINE.
              MOVE VFY-DSN TO DL-NAME.
              WRITE RPT-LINE FROM DSN-LINE.
              OPEN INPUT AUDIT-LOG-FILE.
              IF AUDIT-STATUS NOT = "00" THEN
                     IF d = 1 THEN
                            DISPLAY "AUDITVFY: MISSING AUDITLOG DATASET"
                            CLOSE REPORT-FILE
                            MOVE 16 TO RETURN-CODE
                            PERFORM 007-Dequeue-Datasets
                            STOP RUN
                     END-IF
                     DISPLAY "AUDITVFY: MISSING ARCHIVE DATASET "
                            FUNCTION TRIM(VFY-DSN)
                     MOVE "MISSING" TO FIND-TYPE
                     MOVE 0 TO FIND-FROM
                     MOVE 0 TO FIND-TO
                     MOVE SPACES TO FIND-RUN-ID
                     MOVE SPACES TO FIND-PROGRAM
                     MOVE SPACES TO FIND-EVENT
                     PERFORM 0037-Add-Finding
              ELSE
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ AUDIT-LOG-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0031-Check-Record
                            END-READ
                     END-PERFORM
                     CLOSE AUDIT-LOG-FILE
                     IF d = 1 THEN
                            PERFORM 0035-Check-Control
                     END-IF
                     PERFORM 0036-Write-Dataset-Summary
              END-IF.

       0031-Check-Record SECTION.
              ADD 1 TO REC-CT.
              MOVE AUDIT-RUN-ID TO FIND-RUN-ID.
              MOVE AUDIT-PROGRAM TO FIND-PROGRAM.
              MOVE AUDIT-EVENT TO FIND-EVENT.
              EVALUATE TRUE
                     WHEN AUDIT-PROGRAM = "RETPURGE"
                            AND AUDIT-EVENT = "ANCHR"
                            PERFORM 0032-Take-Anchor
                     WHEN AUDIT-SEQ IS NOT NUMERIC
                            OR AUDIT-CHAIN IS NOT NUMERIC
                            IF SEQ-STARTED THEN
                                   MOVE "UNSEQUENCD" TO FIND-TYPE
                                   MOVE PREV-SEQ TO FIND-FROM
                                   MOVE PREV-SEQ TO FIND-TO
                                   PERFORM 0037-Add-Finding
                            ELSE
                                   ADD 1 TO LEGACY-CT
                            END-IF
                     WHEN OTHER
                            PERFORM 0033-Check-Sequence
              END-EVALUATE.

       0032-Take-Anchor SECTION.
              ADD 1 TO ANCHOR-CT.
              MOVE AUDIT-KEY-OUTPUT TO FIND-RUN-ID.
              IF AUDIT-SEQ IS NOT NUMERIC
                     OR AUDIT-CHAIN IS NOT NUMERIC THEN
                     MOVE "BADANCHOR" TO FIND-TYPE
                     MOVE PREV-SEQ TO FIND-FROM
                     MOVE PREV-SEQ TO FIND-TO
                     PERFORM 0037-Add-Finding
              ELSE
                     IF HAVE-PREV AND AUDIT-SEQ < PREV-SEQ THEN
                            MOVE "BADANCHOR" TO FIND-TYPE
                            MOVE AUDIT-SEQ TO FIND-FROM
                            MOVE PREV-SEQ TO FIND-TO
                            PERFORM 0037-Add-Finding
                     ELSE
                            IF HAVE-PREV AND AUDIT-SEQ = PREV-SEQ
                                   AND AUDIT-CHAIN NOT = PREV-CHAIN THEN
                                   MOVE "BROKEN" TO FIND-TYPE
                                   MOVE AUDIT-SEQ TO FIND-FROM
                                   MOVE AUDIT-SEQ TO FIND-TO
                                   PERFORM 0037-Add-Finding
                            END-IF
                            IF AUDIT-SEQ NOT = PREV-SEQ THEN
                                   MOVE "N" TO RANGE-SW
                            END-IF
                            MOVE AUDIT-SEQ TO PREV-SEQ
                            MOVE AUDIT-CHAIN TO PREV-CHAIN
                            SET HAVE-PREV TO TRUE
                     END-IF
              END-IF.

       0033-Check-Sequence SECTION.
              ADD 1 TO SEQ-CT.
              SET SEQ-STARTED TO TRUE.
              IF NOT HAVE-PREV THEN
                     MOVE 0 TO PREV-SEQ
                     MOVE 0 TO PREV-CHAIN
                     SET HAVE-PREV TO TRUE
              END-IF.
              IF FIRST-SEQ = 0 THEN
                     MOVE AUDIT-SEQ TO FIRST-SEQ
              END-IF.
              IF AUDIT-SEQ > HIGH-SEQ THEN
                     MOVE AUDIT-SEQ TO HIGH-SEQ
              END-IF.
              EVALUATE TRUE
                     WHEN AUDIT-SEQ <= PREV-SEQ
                            MOVE "DUPLICATE" TO FIND-TYPE
                            MOVE AUDIT-SEQ TO FIND-FROM
                            MOVE AUDIT-SEQ TO FIND-TO
                            PERFORM 0037-Add-Finding
                     WHEN AUDIT-SEQ > PREV-SEQ + 1
                            MOVE "GAP" TO FIND-TYPE
                            COMPUTE FIND-FROM = PREV-SEQ + 1
                            COMPUTE FIND-TO = AUDIT-SEQ - 1
                            PERFORM 0037-Add-Finding
                            MOVE "N" TO RANGE-SW
                            PERFORM 0034-Note-Range
                     WHEN OTHER
                            MOVE "CHAIN" TO AUDW-FUNCTION
                            MOVE AUDIT-LOG-RECORD TO AUDW-RECORD
                            MOVE PREV-CHAIN TO AUDW-PREV-CHAIN
                            CALL "AUDITWR" USING AUDW-LINK
                            IF AUDW-CHAIN NOT = AUDIT-CHAIN THEN
                                   MOVE "BROKEN" TO FIND-TYPE
                                   MOVE AUDIT-SEQ TO FIND-FROM
                                   MOVE AUDIT-SEQ TO FIND-TO
                                   PERFORM 0037-Add-Finding
                            END-IF
                            PERFORM 0034-Note-Range
              END-EVALUATE.

       0034-Note-Range SECTION.
              MOVE AUDIT-SEQ TO PREV-SEQ.
              MOVE AUDIT-CHAIN TO PREV-CHAIN.
              IF RANGE-OPEN THEN
                     MOVE AUDIT-SEQ TO RNG-TO(NRNG)
              ELSE
                     IF NRNG < 2000 THEN
                            ADD 1 TO NRNG
                            MOVE AUDIT-SEQ TO RNG-FROM(NRNG)
                            MOVE AUDIT-SEQ TO RNG-TO(NRNG)
                            SET RANGE-OPEN TO TRUE
                     ELSE
                            IF NOT RNG-CAP-WARNED THEN
                                   DISPLAY "AUDITVFY: RANGE-TABLE "
                                          "CAPACITY EXCEEDED, "
                                          "COVERAGE NOT CHECKED"
                                   SET RNG-CAP-WARNED TO TRUE
                            END-IF
                     END-IF
              END-IF.

       0035-Check-Control SECTION.
              MOVE CTL-RUN-ID TO FIND-RUN-ID.
              MOVE SPACES TO FIND-PROGRAM.
              MOVE SPACES TO FIND-EVENT.
              IF NOT CTL-FOUND THEN
                     IF HAVE-PREV THEN
                            MOVE "NOCONTROL" TO FIND-TYPE
                            MOVE PREV-SEQ TO FIND-FROM
                            MOVE PREV-SEQ TO FIND-TO
                            PERFORM 0037-Add-Finding
                     END-IF
              ELSE
                     EVALUATE TRUE
                            WHEN CTL-SEQ > PREV-SEQ
                                   MOVE "TRUNCATED" TO FIND-TYPE
                                   COMPUTE FIND-FROM = PREV-SEQ + 1
                                   MOVE CTL-SEQ TO FIND-TO
                                   PERFORM 0037-Add-Finding
                            WHEN CTL-SEQ < PREV-SEQ
                                   MOVE "CONTROL" TO FIND-TYPE
                                   COMPUTE FIND-FROM = CTL-SEQ + 1
                                   MOVE PREV-SEQ TO FIND-TO
                                   PERFORM 0037-Add-Finding
                            WHEN CTL-CHAIN NOT = PREV-CHAIN
                                   MOVE "BROKEN" TO FIND-TYPE
                                   MOVE CTL-SEQ TO FIND-FROM
                                   MOVE CTL-SEQ TO FIND-TO
                                   PERFORM 0037-Add-Finding
                     END-EVALUATE
              END-IF.

       0036-Write-Dataset-Summary SECTION.
              MOVE "RECORDS         = " TO SM-LBL.
              MOVE REC-CT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "SEQUENCED       = " TO SM-LBL.
              MOVE SEQ-CT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "PRE-SEQUENCE    = " TO SM-LBL.
              MOVE LEGACY-CT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "CHAIN ANCHORS   = " TO SM-LBL.
              MOVE ANCHOR-CT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "FIRST SEQUENCE  = " TO SM-LBL.
              MOVE FIRST-SEQ TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "LAST SEQUENCE   = " TO SM-LBL.
              MOVE PREV-SEQ TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "GAPS            = " TO SM-LBL.
              MOVE GAP-CT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "DUPLICATES      = " TO SM-LBL.
              MOVE DUP-CT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "BROKEN LINKS    = " TO SM-LBL.
              MOVE BROKEN-CT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.

       0037-Add-Finding SECTION.
              ADD 1 TO TOTAL-FINDINGS.
              EVALUATE FIND-TYPE
                     WHEN "GAP"
                            ADD 1 TO GAP-CT
                     WHEN "DUPLICATE"
                            ADD 1 TO DUP-CT
                     WHEN "BROKEN"
                            ADD 1 TO BROKEN-CT
                     WHEN "HOLE"
                            ADD 1 TO HOLE-CT
              END-EVALUATE.
              MOVE FIND-TYPE TO FL-TYPE.
              MOVE FIND-FROM TO FL-FROM.
              MOVE FIND-TO TO FL-TO.
              MOVE FIND-RUN-ID TO FL-RUN-ID.
              MOVE FIND-PROGRAM TO FL-PROGRAM.
              MOVE FIND-EVENT TO FL-EVENT.
              WRITE RPT-LINE FROM FIND-LINE.
              IF FIND-RUN-ID NOT = SPACES THEN
                     PERFORM 0038-Tally-Run
              END-IF.

       0038-Tally-Run SECTION.
              MOVE 0 TO p.
              PERFORM VARYING q FROM 1 BY 1 UNTIL q > NRUN
                     IF p = 0 AND RT-RUN-ID(q) = FIND-RUN-ID THEN
                            MOVE q TO p
                     END-IF
              END-PERFORM.
              IF p = 0 AND NRUN < 500 THEN
                     ADD 1 TO NRUN
                     MOVE NRUN TO p
                     MOVE FIND-RUN-ID TO RT-RUN-ID(p)
                     MOVE 0 TO RT-GAP-CT(p)
                     MOVE 0 TO RT-DUP-CT(p)
                     MOVE 0 TO RT-BROKEN-CT(p)
                     MOVE 0 TO RT-OTHER-CT(p)
              END-IF.
              IF p = 0 THEN
                     IF NOT RUN-CAP-WARNED THEN
                            DISPLAY "AUDITVFY: RUN-TABLE "
                                   "CAPACITY EXCEEDED, "
                                   "EXCESS RUNS IGNORED"
                            SET RUN-CAP-WARNED TO TRUE
                     END-IF
              ELSE
                     EVALUATE FIND-TYPE
                            WHEN "GAP"
                                   ADD 1 TO RT-GAP-CT(p)
                            WHEN "DUPLICATE"
                                   ADD 1 TO RT-DUP-CT(p)
                            WHEN "BROKEN"
                                   ADD 1 TO RT-BROKEN-CT(p)
                            WHEN OTHER
                                   ADD 1 TO RT-OTHER-CT(p)
                     END-EVALUATE
              END-IF.

       004-Check-Coverage SECTION.
              MOVE SPACES TO RPT-LINE.
              WRITE RPT-LINE.
              MOVE "COVERAGE ACROSS ALL DATASETS" TO RPT-LINE.
              WRITE RPT-LINE.
              MOVE SPACES TO FIND-RUN-ID.
              MOVE SPACES TO FIND-PROGRAM.
              MOVE SPACES TO FIND-EVENT.
              MOVE "HOLE" TO FIND-TYPE.
              MOVE 0 TO COVER-SEQ.
              IF RNG-CAP-WARNED THEN
                     MOVE "  RANGE TABLE FULL, COVERAGE NOT CHECKED"
                            TO RPT-LINE
                     WRITE RPT-LINE
              ELSE
                     MOVE "N" TO DONE-SW
                     PERFORM 0041-Extend-Cover UNTIL COVER-DONE
                     IF HIGH-SEQ > COVER-SEQ THEN
                            COMPUTE FIND-FROM = COVER-SEQ + 1
                            MOVE HIGH-SEQ TO FIND-TO
                            PERFORM 0037-Add-Finding
                     END-IF
              END-IF.
              MOVE "HIGHEST SEQUENCE= " TO SM-LBL.
              MOVE HIGH-SEQ TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "HOLES           = " TO SM-LBL.
              MOVE HOLE-CT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.

       0041-Extend-Cover SECTION.
              MOVE "N" TO PROGRESS-SW.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NRNG
                     IF RNG-FROM(p) <= COVER-SEQ + 1
                            AND RNG-TO(p) > COVER-SEQ THEN
                            MOVE RNG-TO(p) TO COVER-SEQ
                            SET COVER-PROGRESS TO TRUE
                     END-IF
              END-PERFORM.
              IF NOT COVER-PROGRESS THEN
                     MOVE 999999999 TO NEXT-FROM
                     PERFORM VARYING p FROM 1 BY 1 UNTIL p > NRNG
                            IF RNG-FROM(p) > COVER-SEQ + 1
                                   AND RNG-FROM(p) < NEXT-FROM THEN
                                   MOVE RNG-FROM(p) TO NEXT-FROM
                            END-IF
                     END-PERFORM
                     IF NEXT-FROM = 999999999 THEN
                            SET COVER-DONE TO TRUE
                     ELSE
                            COMPUTE FIND-FROM = COVER-SEQ + 1
                            COMPUTE FIND-TO = NEXT-FROM - 1
                            PERFORM 0037-Add-Finding
                            COMPUTE COVER-SEQ = NEXT-FROM - 1
                     END-IF
              END-IF.

       005-Report-By-Run SECTION.
              MOVE SPACES TO RPT-LINE.
              WRITE RPT-LINE.
              MOVE "FINDINGS BY RUN-ID" TO RPT-LINE.
              WRITE RPT-LINE.
              IF NRUN = 0 THEN
                     MOVE "  NONE" TO RPT-LINE
                     WRITE RPT-LINE
              END-IF.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NRUN
                     MOVE RT-RUN-ID(p) TO RL-RUN-ID
                     MOVE RT-GAP-CT(p) TO RL-GAP-CT
                     MOVE RT-DUP-CT(p) TO RL-DUP-CT
                     MOVE RT-BROKEN-CT(p) TO RL-BROKEN-CT
                     MOVE RT-OTHER-CT(p) TO RL-OTHER-CT
                     WRITE RPT-LINE FROM RUN-LINE
              END-PERFORM.
              MOVE SPACES TO SUMMARY-LINE.
              MOVE "TOTAL FINDINGS  = " TO SM-LBL.
              MOVE TOTAL-FINDINGS TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.

       006-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "AUDITVFY" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 2 TO ENQ-COUNT.
              MOVE "AUDITLOG" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "AUDITSEQ" TO ENQ-RESOURCE(2).
              MOVE "E" TO ENQ-MODE(2).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "AUDITVFY: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "AUDITVFY: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 007-Dequeue-Datasets
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.

       007-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
       END PROGRAM AUDITVFY.
