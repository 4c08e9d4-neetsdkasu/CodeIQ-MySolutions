       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT DIST-FILE ASSIGN TO DYNAMIC DIST-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DIST-STATUS.
              SELECT PRIOR-FILE ASSIGN TO DYNAMIC PRIOR-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PRIOR-STATUS.
              SELECT DIFF-PARM-FILE ASSIGN TO "DIFFPARM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PARM-STATUS.
              SELECT REPORT-FILE ASSIGN TO "DIFFRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01  P-DIST-HEADER-RECORD.
              05  P-HEADER-LABEL     PIC X(06).
              05  P-HEADER-N         PIC Z(4)9.
              05  FILLER             PIC X(02).
              05  P-HEADER-TARGET    PIC +(5)9.
              05  P-HEADER-TARGET-X REDEFINES P-HEADER-TARGET
                                     PIC X(06).
       01  P-DIST-RECORD.
              05  P-DIST-J           PIC Z(3)9.
              05  FILLER             PIC X(02).
              05  P-CENTER-N         PIC Z(4)9.
              05  FILLER             PIC X(02).
              05  P-CENTER-VALUE     PIC Z(20)9.
       FD  DIFF-PARM-FILE.
       01  DIFF-PARM-RECORD.
              05  PARM-CUR-SEL       PIC X(14).
              05  FILLER             PIC X(01).
              05  PARM-PRV-SEL       PIC X(14).
       FD  REPORT-FILE.
       01  RPT-LINE               PIC X(120).
       WORKING-STORAGE SECTION.
       COPY GDGLINK.
       COPY RUNCTL.
       COPY ENQLINK.
       01  v.
              03  DIST-STATUS          PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  PRIOR-STATUS         PIC X(02).
              03  PARM-STATUS          PIC X(02).
              03  DIST-NAME            PIC X(20) VALUE "MDIST".
              03  PRIOR-NAME           PIC X(20) VALUE "MDISTPRV".
              03  CUR-SEL              PIC X(14) VALUE "CURRENT".
              03  PRV-SEL              PIC X(14) VALUE "PREVIOUS".
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  NPSECT               PIC 9(04) VALUE 0.
              03  PRIOR-SECT-TABLE.
                     05  PS-ROW OCCURS 2000 TIMES.
                            10  PS-N           PIC 9(05).
                            10  PS-TARGET      PIC S9(05).
                            10  PS-ANS         PIC 9(21).
                            10  PS-ANS-SW      PIC X(01).
                            10  PS-MATCHED-SW  PIC X(01).
              03  CURP                 PIC 9(04) VALUE 0.
              03  CURX                 PIC 9(04) VALUE 0.
              03  CUR-N                PIC 9(05) VALUE 0.
              03  CUR-TARGET           PIC S9(05) VALUE 0.
              03  p                    PIC 9(05).
              03  q                    PIC 9(05).
              03  M-WORK               PIC 9(20).
              05  DF-N-LBL          PIC X(04) VALUE "N = ".
              05  DF-N              PIC Z(4)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DF-T-LBL          PIC X(04) VALUE "T = ".
              05  DF-T              PIC +(5)9.
              05  FILLER            PIC X(02) VALUE SPACES.
              05  DF-J-LBL          PIC X(04) VALUE "J = ".
              05  DF-J              PIC Z(3)9.
              05  FILLER            PIC X(02) VALUE SPACES.
       01  SUMMARY-LINE.
              05  SM-LBL            PIC X(20).
              05  SM-COUNT          PIC Z(4)9.
       01  SOURCE-LINE.
              05  SR-CUR-LBL        PIC X(10) VALUE "CURRENT = ".
              05  SR-CUR            PIC X(20).
              05  FILLER            PIC X(02) VALUE SPACES.
              05  SR-PRV-LBL        PIC X(10) VALUE "PRIOR   = ".
              05  SR-PRV            PIC X(20).
       PROCEDURE DIVISION.
       000-Main SECTION.
              PERFORM 007-Enqueue-Datasets.
              PERFORM 006-Resolve-Generations.
              PERFORM 001-Load-Prior.
              OPEN INPUT DIST-FILE.
              IF DIST-STATUS NOT = "00" THEN
                     DISPLAY "DISTDIFF: MISSING MDIST DATASET "
                            FUNCTION TRIM(DIST-NAME)
                     MOVE 16 TO RETURN-CODE
                     PERFORM 008-Dequeue-Datasets
                     STOP RUN
              END-IF.
              OPEN OUTPUT REPORT-FILE.
              MOVE "MDIST COMPARISON CURRENT VS PRIOR" TO RPT-LINE.
              WRITE RPT-LINE.
              MOVE DIST-NAME TO SR-CUR.
              MOVE PRIOR-NAME TO SR-PRV.
              WRITE RPT-LINE FROM SOURCE-LINE.
              MOVE "N" TO EOF-SW.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                     READ DIST-FILE
                            " DIFFERENCES FOUND"
                     MOVE 4 TO RETURN-CODE
              END-IF.
              PERFORM 008-Dequeue-Datasets.
              STOP RUN.

       001-Load-Prior SECTION.
              OPEN INPUT PRIOR-FILE.
              IF PRIOR-STATUS NOT = "00" THEN
                     DISPLAY "DISTDIFF: MISSING PRIOR DATASET "
                            FUNCTION TRIM(PRIOR-NAME)
                     MOVE 16 TO RETURN-CODE
                     PERFORM 008-Dequeue-Datasets
                     STOP RUN
              END-IF.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                     ADD 1 TO NPSECT
                     MOVE NPSECT TO CURP
                     MOVE P-HEADER-N TO PS-N(CURP)
                     IF P-HEADER-TARGET-X = SPACES THEN
                            MOVE 0 TO PS-TARGET(CURP)
                     ELSE
                            MOVE P-HEADER-TARGET TO PS-TARGET(CURP)
                     END-IF
                     MOVE 0 TO PS-ANS(CURP)
                     MOVE "N" TO PS-ANS-SW(CURP)
                     MOVE "N" TO PS-MATCHED-SW(CURP)
                            "CAPACITY EXCEEDED, "
                            "COMPARISON ABANDONED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 008-Dequeue-Datasets
                     STOP RUN
              END-IF.

                                   "CAPACITY EXCEEDED, "
                                   "COMPARISON ABANDONED"
                            MOVE 16 TO RETURN-CODE
                            PERFORM 008-Dequeue-Datasets
                            STOP RUN
                     END-IF
              END-IF.

       0031-Match-Section SECTION.
              MOVE HEADER-N TO CUR-N.
              IF HEADER-TARGET-X = SPACES THEN
                     MOVE 0 TO CUR-TARGET
              ELSE
                     MOVE HEADER-TARGET TO CUR-TARGET
              END-IF.
              MOVE 0 TO CURX.
              PERFORM VARYING p FROM 1 BY 1 UNTIL p > NPSECT
                     IF CURX = 0
                            AND PS-N(p) = CUR-N
                            AND PS-TARGET(p) = CUR-TARGET
                            AND PS-MATCHED-SW(p) = "N" THEN
                            MOVE p TO CURX
                     END-IF
       005-Clear-Diff-Line SECTION.
              MOVE SPACES TO DIFF-LINE.
              MOVE "N = " TO DF-N-LBL.
              MOVE "T = " TO DF-T-LBL.
              ADD 1 TO DIFF-COUNT.

       0051-Report-Diff-Section-Cur SECTION.
              PERFORM 005-Clear-Diff-Line.
              MOVE CUR-N TO DF-N.
              MOVE CUR-TARGET TO DF-T.
              MOVE "SECTION ONLY IN CURRENT" TO DF-MSG.
              WRITE RPT-LINE FROM DIFF-LINE.

              MOVE "CUR = " TO DF-CUR-LBL.
              MOVE "PRV = " TO DF-PRV-LBL.
              MOVE CUR-N TO DF-N.
              MOVE CUR-TARGET TO DF-T.
              MOVE DIST-J TO DF-J.
              MOVE "M COUNT DIFFERS" TO DF-MSG.
              MOVE M-WORK TO DF-CUR.
              MOVE "CUR = " TO DF-CUR-LBL.
              MOVE "PRV = " TO DF-PRV-LBL.
              MOVE CUR-N TO DF-N.
              MOVE CUR-TARGET TO DF-T.
              MOVE DIST-J TO DF-J.
              MOVE "T COUNT DIFFERS" TO DF-MSG.
              MOVE T-WORK TO DF-CUR.
              PERFORM 005-Clear-Diff-Line.
              MOVE "J = " TO DF-J-LBL.
              MOVE CUR-N TO DF-N.
              MOVE CUR-TARGET TO DF-T.
              MOVE DIST-J TO DF-J.
              MOVE "BUCKET ONLY IN CURRENT" TO DF-MSG.
              WRITE RPT-LINE FROM DIFF-LINE.
              MOVE "CUR = " TO DF-CUR-LBL.
              MOVE "PRV = " TO DF-PRV-LBL.
              MOVE CUR-N TO DF-N.
              MOVE CUR-TARGET TO DF-T.
              MOVE "ANS MISMATCH" TO DF-MSG.
              MOVE ANS-WORK TO DF-CUR.
              MOVE PS-ANS(CURX) TO DF-PRV.
       0056-Report-Diff-Section-Prv SECTION.
              PERFORM 005-Clear-Diff-Line.
              MOVE PS-N(p) TO DF-N.
              MOVE PS-TARGET(p) TO DF-T.
              MOVE "SECTION ONLY IN PRIOR" TO DF-MSG.
              WRITE RPT-LINE FROM DIFF-LINE.

              PERFORM 005-Clear-Diff-Line.
              MOVE "J = " TO DF-J-LBL.
              MOVE PS-N(PB-SECT(q)) TO DF-N.
              MOVE PS-TARGET(PB-SECT(q)) TO DF-T.
              MOVE PB-J(q) TO DF-J.
              MOVE "BUCKET ONLY IN PRIOR" TO DF-MSG.
              WRITE RPT-LINE FROM DIFF-LINE.

       006-Resolve-Generations SECTION.
              OPEN INPUT DIFF-PARM-FILE.
              IF PARM-STATUS = "00" THEN
                     READ DIFF-PARM-FILE
                            AT END
                                   CONTINUE
                     END-READ
                     IF PARM-STATUS = "00" THEN
                            IF PARM-CUR-SEL NOT = SPACES THEN
                                   MOVE PARM-CUR-SEL TO CUR-SEL
                            END-IF
                            IF PARM-PRV-SEL NOT = SPACES THEN
                                   MOVE PARM-PRV-SEL TO PRV-SEL
                            END-IF
                     END-IF
                     CLOSE DIFF-PARM-FILE
              END-IF.
              PERFORM 0061-Resolve-Current.
              PERFORM 0062-Resolve-Prior.

       0061-Resolve-Current SECTION.
              MOVE "RESOLVE" TO GDG-FUNCTION.
              MOVE "MDIST" TO GDG-DSN.
              MOVE CUR-SEL TO GDG-SELECTOR.
              MOVE SPACES TO GDG-RUN-ID.
              MOVE "DISTDIFF" TO GDG-PROGRAM.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "GDGMGR" USING GDG-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              EVALUATE TRUE
                     WHEN GDG-RC = 0
                            MOVE GDG-PHYS-NAME TO DIST-NAME
                     WHEN CUR-SEL = "CURRENT"
                            MOVE "MDIST" TO DIST-NAME
                     WHEN OTHER
                            DISPLAY "DISTDIFF: MDIST GENERATION "
                                   FUNCTION TRIM(CUR-SEL)
                                   " NOT IN CATALOG"
                            MOVE 16 TO RETURN-CODE
                            PERFORM 008-Dequeue-Datasets
                            STOP RUN
              END-EVALUATE.

       0062-Resolve-Prior SECTION.
              MOVE "RESOLVE" TO GDG-FUNCTION.
              MOVE "MDIST" TO GDG-DSN.
              MOVE PRV-SEL TO GDG-SELECTOR.
              MOVE SPACES TO GDG-RUN-ID.
              MOVE "DISTDIFF" TO GDG-PROGRAM.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "GDGMGR" USING GDG-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              EVALUATE TRUE
                     WHEN GDG-RC = 0
                            MOVE GDG-PHYS-NAME TO PRIOR-NAME
                     WHEN PRV-SEL = "PREVIOUS"
                            DISPLAY "DISTDIFF: NO PREVIOUS MDIST "
                                   "GENERATION, USING MDISTPRV"
                            MOVE "MDISTPRV" TO PRIOR-NAME
                     WHEN OTHER
                            DISPLAY "DISTDIFF: MDIST GENERATION "
                                   FUNCTION TRIM(PRV-SEL)
                                   " NOT IN CATALOG"
                            MOVE 16 TO RETURN-CODE
                            PERFORM 008-Dequeue-Datasets
                            STOP RUN
              END-EVALUATE.

       007-Enqueue-Datasets SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "DISTDIFF" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 1 TO ENQ-COUNT.
              MOVE "MDIST" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "DISTDIFF: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "DISTDIFF: ENQUEUE FAILED, RC = "
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
       END PROGRAM DISTDIFF.
