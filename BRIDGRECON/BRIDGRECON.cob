       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT GEN-OUT-FILE ASSIGN TO DYNAMIC GEN-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS GEN-STATUS.
              SELECT N-INPUT-FILE ASSIGN TO DYNAMIC NIN-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS N-INPUT-STATUS.
              SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SUSP-STATUS.
              SELECT DIST-FILE ASSIGN TO DYNAMIC DIST-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DIST-STATUS.
              SELECT RECN-PARM-FILE ASSIGN TO "RECNPARM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PARM-STATUS.
              SELECT REPORT-FILE ASSIGN TO "RECONOUT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY SUSPENSE.
       FD  DIST-FILE.
       COPY MDIST.
       FD  RECN-PARM-FILE.
       01  RECN-PARM-RECORD.
              05  PARM-GEN-SEL       PIC X(14).
              05  FILLER             PIC X(01).
              05  PARM-NIN-SEL       PIC X(14).
              05  FILLER             PIC X(01).
              05  PARM-DIST-SEL      PIC X(14).
       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(170).
       WORKING-STORAGE SECTION.
       COPY GDGLINK.
       COPY RUNCTL.
       COPY ENQLINK.
       01  v.
              03  GEN-STATUS           PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  N-INPUT-STATUS       PIC X(02).
              03  SUSP-STATUS          PIC X(02).
              03  DIST-STATUS          PIC X(02).
              03  PARM-STATUS          PIC X(02).
              03  GEN-NAME             PIC X(20) VALUE "GENOUT".
              03  NIN-NAME             PIC X(20) VALUE "NINPUT".
              03  DIST-NAME            PIC X(20) VALUE "MDIST".
              03  GEN-SEL              PIC X(14) VALUE SPACES.
              03  NIN-SEL              PIC X(14) VALUE SPACES.
              03  DIST-SEL             PIC X(14) VALUE SPACES.
              03  RSV-DSN              PIC X(08).
              03  RSV-SEL              PIC X(14).
              03  RSV-NAME             PIC X(20).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  CAP-WARNED-SW        PIC X(01) VALUE "N".
                     88  CAP-WARNED          VALUE "Y".
              03  VALUE-OK-SW          PIC X(01) VALUE "N".
                     88  VALUE-OK            VALUE "Y".
              03  BASE-SECT-SW         PIC X(01) VALUE "N".
                     88  IN-BASE-SECTION     VALUE "Y".
              03  HDR-TARGET           PIC S9(05) VALUE 0.
              03  N-MAX-LOCAL          PIC 9(05) VALUE 32767.
              03  NGEN                 PIC 9(04) VALUE 0.
              03  GEN-TABLE.
                            10  GI-I         PIC 9(04).
                            10  GI-Z         PIC 9(22).
                            10  GI-DISP      PIC X(13).
                            10  GI-WIDE-SW   PIC X(01).
                            10  GI-ZW        PIC X(108).
              03  NNIN                 PIC 9(04) VALUE 0.
              03  NIN-TABLE.
                     05  NIN-N OCCURS 2000 TIMES PIC 9(05).
              03  c                    PIC 9(02).
              03  VAL-WORK             PIC 9(22).
              03  ITEM-COUNT           PIC 9(04) VALUE 0.
              03  ITEM-SUM.
                     05  ITEM-SUM-LIMB OCCURS 7 TIMES PIC 9(18).
              03  TRAILER-CT-SUM       PIC 9(05) VALUE 0.
              03  TRAILER-SUM-SUM.
                     05  TRAILER-SUM-SUM-LIMB OCCURS 7 TIMES
                                               PIC 9(18).
              03  ADD-IN.
                     05  ADD-IN-LIMB OCCURS 7 TIMES PIC 9(18).
              03  ADD-ACC.
                     05  ADD-ACC-LIMB OCCURS 7 TIMES PIC 9(18).
              03  LIMB-SUM             PIC 9(19).
              03  CARRY                PIC 9(01).
              03  LX                   PIC 9(01).
              03  SUM-NARROW           PIC 9(23).
              03  WIDE-FMT             PIC X(126).
              03  WIDE-ROW-FMT         PIC X(108).
              03  PROCESSED-COUNT      PIC 9(04) VALUE 0.
              03  SKIPPED-COUNT        PIC 9(04) VALUE 0.
              03  WIDE-COUNT           PIC 9(04) VALUE 0.
              03  REJECTED-COUNT       PIC 9(04) VALUE 0.
              03  MISSING-COUNT        PIC 9(04) VALUE 0.
              03  CTL-MISMATCH-SW      PIC X(01) VALUE "N".
              05  DL-Z              PIC Z(21)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-DISP           PIC X(13).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DL-ZW             PIC X(108).
       01  TOTAL-LINE.
              05  TL-LBL            PIC X(24).
              05  TL-LEFT           PIC Z(22)9.
              05  TL-RIGHT          PIC Z(22)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  TL-FLAG           PIC X(08).
       01  WIDE-TOTAL-LINE.
              05  WT-LBL            PIC X(24).
              05  WT-VALUE          PIC X(126).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  WT-FLAG           PIC X(08).
       01  SUMMARY-LINE.
              05  SM-LBL            PIC X(16).
              05  SM-COUNT          PIC Z(4)9.
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 008-Enqueue-Datasets.
              MOVE ZEROS TO ITEM-SUM.
              MOVE ZEROS TO TRAILER-SUM-SUM.
              PERFORM 007-Resolve-Generations.
              PERFORM 001-Load-Genout.
              PERFORM 002-Load-Ninput.
              PERFORM 003-Load-Suspense.
                            MOVE 4 TO RETURN-CODE
                     END-IF
              END-IF.
              PERFORM 009-Dequeue-Datasets.
              STOP RUN.

       001-Load-Genout SECTION.
              IF GEN-STATUS NOT = "00" THEN
                     DISPLAY "BRIDGRECON: MISSING GENOUT DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 009-Dequeue-Datasets
                     STOP RUN
              END-IF.
              MOVE "N" TO EOF-SW.
              IF TRAILER-LABEL = "TOTAL " THEN
                     MOVE TRAILER-COUNT TO VAL-WORK
                     ADD VAL-WORK TO TRAILER-CT-SUM
                     MOVE ZEROS TO ADD-IN
                     IF TRAILER-WIDE THEN
                            MOVE TRAILER-SUM-W TO ADD-IN(19:108)
                     ELSE
                            MOVE TRAILER-SUM TO VAL-WORK
                            DIVIDE VAL-WORK BY 1000000000000000000
                                   GIVING ADD-IN-LIMB(6)
                                   REMAINDER ADD-IN-LIMB(7)
                     END-IF
                     MOVE TRAILER-SUM-SUM TO ADD-ACC
                     PERFORM 0012-Add-Limbs
                     MOVE ADD-ACC TO TRAILER-SUM-SUM
              ELSE
                     IF NGEN < 2000 THEN
                            ADD 1 TO NGEN
                            MOVE GEN-OUT-I TO GI-I(NGEN)
                            MOVE SPACES TO GI-DISP(NGEN)
                            MOVE ZEROS TO ADD-IN
                            IF GEN-OUT-WIDE THEN
                                   MOVE 0 TO GI-Z(NGEN)
                                   MOVE "Y" TO GI-WIDE-SW(NGEN)
                                   MOVE GEN-OUT-ZW TO GI-ZW(NGEN)
                                   MOVE GEN-OUT-ZW TO ADD-IN(19:108)
                            ELSE
                                   MOVE GEN-OUT-Z TO GI-Z(NGEN)
                                   MOVE "N" TO GI-WIDE-SW(NGEN)
                                   MOVE SPACES TO GI-ZW(NGEN)
                                   DIVIDE GI-Z(NGEN)
                                          BY 1000000000000000000
                                          GIVING ADD-IN-LIMB(6)
                                          REMAINDER ADD-IN-LIMB(7)
                            END-IF
                            ADD 1 TO ITEM-COUNT
                            MOVE ITEM-SUM TO ADD-ACC
                            PERFORM 0012-Add-Limbs
                            MOVE ADD-ACC TO ITEM-SUM
                     ELSE
                            IF NOT CAP-WARNED THEN
                                   DISPLAY "BRIDGRECON: GEN-TABLE "
                     END-IF
              END-IF.

       0012-Add-Limbs SECTION.
              MOVE 0 TO CARRY.
              PERFORM VARYING LX FROM 7 BY -1 UNTIL LX < 1
                     COMPUTE LIMB-SUM = ADD-ACC-LIMB(LX)
                            + ADD-IN-LIMB(LX) + CARRY
                     IF LIMB-SUM > 999999999999999999 THEN
                            SUBTRACT 1000000000000000000 FROM LIMB-SUM
                            MOVE 1 TO CARRY
                     ELSE
                            MOVE 0 TO CARRY
                     END-IF
                     MOVE LIMB-SUM TO ADD-ACC-LIMB(LX)
              END-PERFORM.

       002-Load-Ninput SECTION.
              OPEN INPUT N-INPUT-FILE.
              IF N-INPUT-STATUS NOT = "00" THEN
                            IF SUSP-INPUT-VALUE(c:1) NOT = SPACE THEN
                                   MOVE "N" TO VALUE-OK-SW
                                   MOVE 22 TO c
                            ELSE
                                   IF VALUE-OK THEN
                                          MOVE 22 TO c
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.
                     DISPLAY "BRIDGRECON: NO MDIST DATASET"
              ELSE
                     MOVE "N" TO EOF-SW
                     MOVE "N" TO BASE-SECT-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ DIST-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0041-Classify-Row
                            END-READ
                     END-PERFORM
                     CLOSE DIST-FILE
              END-IF.

       0041-Classify-Row SECTION.
              EVALUATE TRUE
                     WHEN HEADER-LABEL = "N =   "
                            MOVE "N" TO BASE-SECT-SW
                            IF HEADER-TARGET-X = SPACES THEN
                                   MOVE 0 TO HDR-TARGET
                            ELSE
                                   MOVE HEADER-TARGET TO HDR-TARGET
                            END-IF
                            IF HDR-TARGET = 0 THEN
                                   SET IN-BASE-SECTION TO TRUE
                            END-IF
                     WHEN CENTER-LABEL = "ANS   "
                            IF IN-BASE-SECTION AND NANS < 500 THEN
                                   ADD 1 TO NANS
                                   MOVE CENTER-N TO ANS-N(NANS)
                            END-IF
              END-EVALUATE.

       005-Assign-Dispositions SECTION.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NGEN
                     IF GI-WIDE-SW(p) = "Y" THEN
                            MOVE "SKIPPED-WIDE" TO GI-DISP(p)
                            ADD 1 TO WIDE-COUNT
                     ELSE
                            IF GI-Z(p) > N-MAX-LOCAL THEN
                                   MOVE "SKIPPED-RANGE" TO GI-DISP(p)
                                   ADD 1 TO SKIPPED-COUNT
                            ELSE
                                   PERFORM 0051-Match-Item
                            END-IF
                     END-IF
              END-PERFORM.

                     MOVE "GEN " TO DL-GEN-LBL
                     MOVE "Z = " TO DL-Z-LBL
                     MOVE GI-I(p) TO DL-I
                     IF GI-WIDE-SW(p) = "Y" THEN
                            MOVE GI-ZW(p) TO WIDE-ROW-FMT
                            INSPECT WIDE-ROW-FMT
                                   REPLACING LEADING "0" BY SPACE
                            MOVE FUNCTION TRIM(WIDE-ROW-FMT) TO DL-ZW
                     ELSE
                            MOVE GI-Z(p) TO DL-Z
                     END-IF
                     MOVE GI-DISP(p) TO DL-DISP
                     WRITE RPT-LINE FROM DETAIL-LINE
              END-PERFORM.
                     SET CTL-MISMATCH TO TRUE
              END-IF.
              WRITE RPT-LINE FROM TOTAL-LINE.
              IF ITEM-SUM(1:90) = ZEROS
                     AND TRAILER-SUM-SUM(1:90) = ZEROS
                     AND ITEM-SUM-LIMB(6) < 100000
                     AND TRAILER-SUM-SUM-LIMB(6) < 100000 THEN
                     MOVE SPACES TO TOTAL-LINE
                     MOVE "SUM   VS TRAILER SUM  : " TO TL-LBL
                     MOVE " VS  " TO TL-VS
                     COMPUTE SUM-NARROW = ITEM-SUM-LIMB(6)
                            * 1000000000000000000 + ITEM-SUM-LIMB(7)
                     MOVE SUM-NARROW TO TL-LEFT
                     COMPUTE SUM-NARROW = TRAILER-SUM-SUM-LIMB(6)
                            * 1000000000000000000
                            + TRAILER-SUM-SUM-LIMB(7)
                     MOVE SUM-NARROW TO TL-RIGHT
                     IF ITEM-SUM NOT = TRAILER-SUM-SUM THEN
                            MOVE "MISMATCH" TO TL-FLAG
                            SET CTL-MISMATCH TO TRUE
                     END-IF
                     WRITE RPT-LINE FROM TOTAL-LINE
              ELSE
                     PERFORM 0063-Write-Wide-Sums
              END-IF.
              MOVE SPACES TO TOTAL-LINE.
              MOVE "NINPUT VS BRIDGEABLE  : " TO TL-LBL.
              MOVE " VS  " TO TL-VS.
              MOVE NNIN TO TL-LEFT.
              COMPUTE VAL-WORK = ITEM-COUNT - SKIPPED-COUNT
                     - WIDE-COUNT.
              MOVE VAL-WORK TO TL-RIGHT.
              IF NNIN NOT = VAL-WORK THEN
                     MOVE "MISMATCH" TO TL-FLAG
              MOVE "SKIPPED-RANGE = " TO SM-LBL.
              MOVE SKIPPED-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "SKIPPED-WIDE  = " TO SM-LBL.
              MOVE WIDE-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "REJECTED      = " TO SM-LBL.
              MOVE REJECTED-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.
              MOVE "MISSING       = " TO SM-LBL.
              MOVE MISSING-COUNT TO SM-COUNT.
              WRITE RPT-LINE FROM SUMMARY-LINE.

       0063-Write-Wide-Sums SECTION.
              MOVE SPACES TO WIDE-TOTAL-LINE.
              MOVE "ITEM SUM              : " TO WT-LBL.
              MOVE ITEM-SUM TO WIDE-FMT.
              INSPECT WIDE-FMT REPLACING LEADING "0" BY SPACE.
              MOVE WIDE-FMT TO WT-VALUE.
              WRITE RPT-LINE FROM WIDE-TOTAL-LINE.
              MOVE SPACES TO WIDE-TOTAL-LINE.
              MOVE "TRAILER SUM           : " TO WT-LBL.
              MOVE TRAILER-SUM-SUM TO WIDE-FMT.
              INSPECT WIDE-FMT REPLACING LEADING "0" BY SPACE.
              MOVE WIDE-FMT TO WT-VALUE.
              IF ITEM-SUM NOT = TRAILER-SUM-SUM THEN
                     MOVE "MISMATCH" TO WT-FLAG
                     SET CTL-MISMATCH TO TRUE
              END-IF.
              WRITE RPT-LINE FROM WIDE-TOTAL-LINE.

       007-Resolve-Generations SECTION.
              OPEN INPUT RECN-PARM-FILE.
              IF PARM-STATUS = "00" THEN
                     READ RECN-PARM-FILE
                            AT END
                                   CONTINUE
                     END-READ
                     IF PARM-STATUS = "00" THEN
                            MOVE PARM-GEN-SEL TO GEN-SEL
                            MOVE PARM-NIN-SEL TO NIN-SEL
                            MOVE PARM-DIST-SEL TO DIST-SEL
                     END-IF
                     CLOSE RECN-PARM-FILE
              END-IF.
              MOVE "GENOUT" TO RSV-DSN.
              MOVE GEN-SEL TO RSV-SEL.
              PERFORM 0071-Resolve-One.
              MOVE RSV-NAME TO GEN-NAME.
              MOVE "NINPUT" TO RSV-DSN.
              MOVE NIN-SEL TO RSV-SEL.
              PERFORM 0071-Resolve-One.
              MOVE RSV-NAME TO NIN-NAME.
              MOVE "MDIST" TO RSV-DSN.
              MOVE DIST-SEL TO RSV-SEL.
              PERFORM 0071-Resolve-One.
              MOVE RSV-NAME TO DIST-NAME.

       0071-Resolve-One SECTION.
              MOVE "RESOLVE" TO GDG-FUNCTION.
              MOVE RSV-DSN TO GDG-DSN.
              MOVE RSV-SEL TO GDG-SELECTOR.
              MOVE SPACES TO GDG-RUN-ID.
              MOVE "BRIDGRECON" TO GDG-PROGRAM.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "GDGMGR" USING GDG-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              EVALUATE TRUE
                     WHEN GDG-RC = 0
                            MOVE GDG-PHYS-NAME TO RSV-NAME
                            DISPLAY "BRIDGRECON: USING "
                                   FUNCTION TRIM(RSV-DSN)
                                   " GENERATION " GDG-GEN
                                   " RUN-ID " GDG-RUN-ID
                     WHEN GDG-RC = 4 AND (RSV-SEL = SPACES
                            OR RSV-SEL = "CURRENT")
                            MOVE RSV-DSN TO RSV-NAME
                     WHEN OTHER
                            DISPLAY "BRIDGRECON: "
                                   FUNCTION TRIM(RSV-DSN)
                                   " GENERATION "
                                   FUNCTION TRIM(RSV-SEL)
                                   " NOT IN CATALOG"
                            MOVE 16 TO RETURN-CODE
                            PERFORM 009-Dequeue-Datasets
                            STOP RUN
              END-EVALUATE.

       008-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "BRIDGRECON" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 4 TO ENQ-COUNT.
              MOVE "GENOUT" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "NINPUT" TO ENQ-RESOURCE(2).
              MOVE "S" TO ENQ-MODE(2).
              MOVE "SUSPENSE" TO ENQ-RESOURCE(3).
              MOVE "S" TO ENQ-MODE(3).
              MOVE "MDIST" TO ENQ-RESOURCE(4).
              MOVE "S" TO ENQ-MODE(4).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "BRIDGRECON: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "BRIDGRECON: ENQUEUE FAILED, RC = "
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
       END PROGRAM BRIDGRECON.
