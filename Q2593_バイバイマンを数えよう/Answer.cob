                     FILE STATUS IS COEF-STATUS.
              SELECT GEN-OUT-FILE ASSIGN TO "GENOUT"
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SUSP-STATUS.
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RECIPE-ID
                     FILE STATUS IS LIB-STATUS.
              SELECT COEF-STG-FILE ASSIGN TO "COEFSTG"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS STG-RECIPE-ID
                     FILE STATUS IS STG-STATUS.
              SELECT LINEAGE-FILE ASSIGN TO "LINEAGE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEED-FILE.
       COPY COEFIN.
       FD  GEN-OUT-FILE.
       COPY GENOUT.
       FD  SUSPENSE-FILE.
       COPY SUSPENSE.
       FD  X-PARM-FILE.
              05  PARM-RECIPE-ID     PIC X(08).
       FD  COEF-LIB-FILE.
       COPY RECIPE.
       FD  COEF-STG-FILE.
       COPY COEFSTG.
       FD  LINEAGE-FILE.
       COPY LINEAGE.
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY GDGLINK.
       COPY ENQLINK.
       COPY AUDWLINK.
       01 v.
              03 i PIC 999 VALUE ZERO.
              03 j PIC 999 VALUE 1.
              03 k PIC 99 VALUE ZERO.
              03 z PIC Z(20)9.
              03 NTERMS PIC 99 VALUE 5.
              03 SUM-ACC.
                     05 SUM-LIMB PIC 9(18) OCCURS 6 TIMES
                            VALUE ZERO.
              03 TOTAL-Z.
                     05 TOTAL-LIMB PIC 9(18) OCCURS 6 TIMES
                            VALUE ZERO.
              03 w OCCURS 101 TIMES.
                     05 term OCCURS 20 TIMES.
                            07 term-limb PIC 9(18) OCCURS 6 TIMES
                                   VALUE ZERO.
              03 ADD-IN.
                     05 ADD-IN-LIMB PIC 9(18) OCCURS 6 TIMES
                            VALUE ZERO.
              03 ADD-ACC.
                     05 ADD-ACC-LIMB PIC 9(18) OCCURS 6 TIMES
                            VALUE ZERO.
              03 LIMB-SUM PIC 9(19) VALUE ZERO.
              03 CARRY PIC 9 VALUE ZERO.
              03 LX PIC 9 VALUE ZERO.
              03 WIDE-OVFL-SW PIC X(01) VALUE "N".
              03 SUM-FIT-SW PIC X(01) VALUE "Y".
              03 NARROW-Z PIC 9(22) VALUE ZERO.
              03 WIDE-DISP PIC X(108).
              03 WIDE-LEAD PIC 9(03) VALUE ZERO.
              03 WIDE-DIGITS PIC 9(03) VALUE ZERO.
              03 WIDE-DIGITS-EDIT PIC ZZ9.
              03 LAST-Z-KEY PIC X(21) VALUE SPACES.
              03 SEED-SAVE PIC 9(20) OCCURS 20 TIMES VALUE ZERO.
              03 PARM-ID-TAB PIC X(08) OCCURS 20 TIMES VALUE SPACES.
              03 NPARM PIC 99 VALUE ZERO.
                     05 COEF-CELL PIC 9 OCCURS 20 TIMES VALUE ZERO.
              03 SEED-STATUS          PIC X(02).
              03 COEF-STATUS          PIC X(02).
              03 SUSP-STATUS          PIC X(02).
              03 XPARM-STATUS         PIC X(02).
              03 LIB-STATUS           PIC X(02).
              03 STG-STATUS           PIC X(02).
              03 LIN-STATUS           PIC X(02).
              03 RECIPE-ID-USED       PIC X(08) VALUE SPACES.
              03 RECIPE-VERSION-USED  PIC 9(04) VALUE 0.
              03 RECIPE-ID-REQ        PIC X(08) VALUE SPACES.
              03 WS-CURRENT-DATE      PIC X(21).
              03 AUDIT-WS-PROGRAM     PIC X(08).
              03 SAVE-RC              PIC S9(09) COMP-5.
              03 AUDIT-WS-EVENT       PIC X(05).
              03 AUDIT-WS-KEY-INPUT   PIC X(21).
              03 AUDIT-WS-KEY-OUTPUT  PIC X(21).
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
              MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
              PERFORM eq.
              MOVE "X" TO AUDIT-WS-PROGRAM.
              PERFORM px.
              OPEN INPUT SEED-FILE.
                     PERFORM e
                     PERFORM s
                     MOVE 16 TO RETURN-CODE
                     PERFORM dq
                     STOP RUN
              END-IF.
              READ SEED-FILE
                            PERFORM e
                            PERFORM s
                            MOVE 16 TO RETURN-CODE
                            PERFORM dq
                            STOP RUN
              END-READ.
              PERFORM VARYING k FROM 1 BY 1 UNTIL k > 20
       r.
              MOVE PARM-ID-TAB(RIDX) TO RECIPE-ID-REQ.
              MOVE SPACES TO RECIPE-ID-USED.
              MOVE 0 TO RECIPE-VERSION-USED.
              PERFORM VARYING t FROM 1 BY 1 UNTIL t > 20
                     PERFORM VARYING k FROM 1 BY 1 UNTIL k > 20
                            MOVE 0 TO COEF-CELL(t, k)
              END-IF.
              MOVE ZERO TO i.
              MOVE 1 TO j.
              MOVE ZEROS TO TOTAL-Z.
              PERFORM VARYING k FROM 1 BY 1 UNTIL k > NTERMS
                     MOVE ZEROS TO term(1, k)
                     DIVIDE SEED-SAVE(k) BY 1000000000000000000
                            GIVING term-limb(1, k, 5)
                            REMAINDER term-limb(1, k, 6)
              END-PERFORM.
       p.
              ADD 1 TO i j.
              MOVE ZEROS TO ADD-ACC.
              PERFORM VARYING k FROM 1 BY 1 UNTIL k > NTERMS
                     MOVE term(i, k) TO ADD-IN
                     PERFORM ad
                     IF WIDE-OVFL-SW = "Y" THEN
                            MOVE i TO I-EDIT
                            MOVE k TO SUSP-A-EDIT
                            MOVE I-EDIT TO AUDIT-WS-KEY-INPUT
                            MOVE SUSP-A-EDIT TO AUDIT-WS-KEY-OUTPUT
                            MOVE "REJ" TO AUDIT-WS-EVENT
                            MOVE "SUMOVFL" TO SUSP-WS-REASON
                            PERFORM e
                            PERFORM s
                            MOVE 16 TO RETURN-CODE
                            PERFORM dq
                            STOP RUN
                     END-IF
              END-PERFORM.
              MOVE ADD-ACC TO SUM-ACC.
              MOVE TOTAL-Z TO ADD-ACC.
              MOVE SUM-ACC TO ADD-IN.
              PERFORM ad.
              IF WIDE-OVFL-SW = "Y" THEN
                     MOVE i TO I-EDIT
                     MOVE I-EDIT TO AUDIT-WS-KEY-INPUT
                     MOVE SPACES TO AUDIT-WS-KEY-OUTPUT
                     MOVE "REJ" TO AUDIT-WS-EVENT
                     MOVE "TOTOVFL" TO SUSP-WS-REASON
                     PERFORM e
                     PERFORM s
                     MOVE 16 TO RETURN-CODE
                     PERFORM dq
                     STOP RUN
              END-IF.
              MOVE ADD-ACC TO TOTAL-Z.
              PERFORM wz.
              MOVE SPACES TO GEN-OUT-RECORD.
              MOVE i TO GEN-OUT-I.
              IF SUM-FIT-SW = "Y" THEN
                     MOVE z TO GEN-OUT-Z
              ELSE
                     MOVE 999999999999999999999 TO GEN-OUT-Z
                     MOVE "W" TO GEN-OUT-WIDE-FLAG
                     MOVE SUM-ACC TO GEN-OUT-ZW
              END-IF.
              MOVE RECIPE-ID-USED TO GEN-OUT-RECIPE-ID.
              MOVE RUN-ID TO GEN-OUT-RUN-ID.
              WRITE GEN-OUT-RECORD.
              PERFORM VARYING t FROM 1 BY 1 UNTIL t > NTERMS
                     MOVE ZEROS TO ADD-ACC
                     PERFORM VARYING k FROM 1 BY 1 UNTIL k > NTERMS
                            IF COEF-CELL(t, k) = 1 THEN
                                   MOVE term(i, k) TO ADD-IN
                                   PERFORM ad
                                   IF WIDE-OVFL-SW = "Y" THEN
                                          MOVE i TO I-EDIT
                                          MOVE t TO SUSP-A-EDIT
                                          MOVE I-EDIT TO
                                              AUDIT-WS-KEY-INPUT
                                          MOVE SUSP-A-EDIT TO
                                             AUDIT-WS-KEY-OUTPUT
                                          MOVE "REJ" TO
                                              AUDIT-WS-EVENT
                                          MOVE "TRMOVFL" TO
                                              SUSP-WS-REASON
                                          PERFORM e
                                          PERFORM s
                                          MOVE 16 TO
                                              RETURN-CODE
                                          PERFORM dq
                                          STOP RUN
                                   END-IF
                            END-IF
                     END-PERFORM
                     MOVE ADD-ACC TO term(j, t)
              END-PERFORM.
              IF i < 100 THEN
                     GO TO p
              MOVE SPACES TO GEN-OUT-TRAILER.
              MOVE "TOTAL " TO TRAILER-LABEL.
              MOVE i TO TRAILER-COUNT.
              IF TOTAL-LIMB(1) = 0 AND TOTAL-LIMB(2) = 0
                            AND TOTAL-LIMB(3) = 0 AND TOTAL-LIMB(4) = 0
                            AND TOTAL-LIMB(5) < 10000 THEN
                     COMPUTE NARROW-Z = TOTAL-LIMB(5)
                            * 1000000000000000000 + TOTAL-LIMB(6)
                     MOVE NARROW-Z TO TRAILER-SUM
              ELSE
                     MOVE 9999999999999999999999 TO TRAILER-SUM
                     MOVE "W" TO TRAILER-WIDE-FLAG
                     MOVE TOTAL-Z TO TRAILER-SUM-W
              END-IF.
              MOVE RUN-DATE TO TRAILER-RUN-DATE.
              MOVE RECIPE-ID-USED TO TRAILER-RECIPE-ID.
              MOVE RUN-ID TO TRAILER-RUN-ID.
              WRITE GEN-OUT-TRAILER.
              PERFORM ln.
              ADD 1 TO RIDX.
              IF RIDX <= NPARM THEN
                     GO TO r
              END-IF.
              CLOSE GEN-OUT-FILE.
              PERFORM gc.
              MOVE SEED-SAVE(1) TO AUDIT-A-EDIT.
              MOVE "X" TO AUDIT-WS-PROGRAM.
              MOVE "END" TO AUDIT-WS-EVENT.
              MOVE AUDIT-A-EDIT TO AUDIT-WS-KEY-INPUT.
              MOVE LAST-Z-KEY TO AUDIT-WS-KEY-OUTPUT.
              PERFORM e.
              PERFORM dq.
              STOP RUN.
       px.
              MOVE ZERO TO NPARM.
                     END-IF
              END-IF.
       cl.
              PERFORM cp.
              OPEN INPUT COEF-LIB-FILE.
              IF LIB-STATUS NOT = "00" THEN
                     DISPLAY "C: MISSING COEFLIB DATASET"
                     PERFORM e
                     PERFORM s
                     MOVE 16 TO RETURN-CODE
                     PERFORM dq
                     STOP RUN
              END-IF.
              MOVE RECIPE-ID-REQ TO RECIPE-ID.
                            PERFORM e
                            PERFORM s
                            MOVE 16 TO RETURN-CODE
                            PERFORM dq
                            STOP RUN
              END-READ.
              MOVE RECIPE-NTERMS TO NTERMS.
                     PERFORM e
                     PERFORM s
                     MOVE 16 TO RETURN-CODE
                     PERFORM dq
                     STOP RUN
              END-IF.
              PERFORM VARYING t FROM 1 BY 1 UNTIL t > NTERMS
              END-PERFORM.
              CLOSE COEF-LIB-FILE.
              MOVE RECIPE-ID-REQ TO RECIPE-ID-USED.
              IF RECIPE-VERSION NUMERIC THEN
                     MOVE RECIPE-VERSION TO RECIPE-VERSION-USED
              END-IF.
       cp.
              OPEN INPUT COEF-STG-FILE.
              IF STG-STATUS = "00" THEN
                     MOVE RECIPE-ID-REQ TO STG-RECIPE-ID
                     READ COEF-STG-FILE
                            INVALID KEY
                                   MOVE "23" TO STG-STATUS
                     END-READ
                     CLOSE COEF-STG-FILE
                     IF STG-STATUS = "00" THEN
                            DISPLAY "C: RECIPE HAS UNAPPROVED CHANGE "
                                   "PENDING"
                            MOVE RECIPE-ID-REQ TO AUDIT-WS-KEY-INPUT
                            MOVE STG-REQ-USER TO AUDIT-WS-KEY-OUTPUT
                            MOVE "REJ" TO AUDIT-WS-EVENT
                            MOVE "COEFPEND" TO SUSP-WS-REASON
                            PERFORM e
                            PERFORM s
                            MOVE 16 TO RETURN-CODE
                            PERFORM dq
                            STOP RUN
                     END-IF
              END-IF.
       cflat.
              OPEN INPUT COEF-FILE.
              IF COEF-STATUS = "00" THEN
                                   PERFORM e
                                   PERFORM s
                                   MOVE 16 TO RETURN-CODE
                                   PERFORM dq
                                   STOP RUN
                     END-READ
                     MOVE COEF-COUNT-NTERMS TO NTERMS
                            PERFORM e
                            PERFORM s
                            MOVE 16 TO RETURN-CODE
                            PERFORM dq
                            STOP RUN
                     END-IF
                     PERFORM VARYING t FROM 1 BY 1 UNTIL t > NTERMS
                            PERFORM e
                            PERFORM s
                            MOVE 16 TO RETURN-CODE
                            PERFORM dq
                            STOP RUN
              END-READ.
              PERFORM VARYING k FROM 1 BY 1 UNTIL k > NTERMS
                     MOVE COEF-ROW-CELL(k) TO COEF-CELL(t, k)
              END-PERFORM.
       gc.
              MOVE "CATALOG" TO GDG-FUNCTION.
              MOVE "GENOUT" TO GDG-DSN.
              MOVE SPACES TO GDG-SELECTOR.
              MOVE RUN-ID TO GDG-RUN-ID.
              MOVE "X" TO GDG-PROGRAM.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "GDGMGR" USING GDG-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              IF GDG-RC NOT = 0 THEN
                     DISPLAY "X: GENOUT GENERATION NOT CATALOGED, "
                            "RC = " GDG-RC
                     MOVE 4 TO RETURN-CODE
              END-IF.
       ln.
              MOVE SPACES TO LIN-RECORD.
              MOVE "GEN" TO LIN-TYPE.
              MOVE RUN-ID TO LIN-RUN-ID.
              MOVE "X" TO LIN-PROGRAM.
              MOVE RECIPE-ID-USED TO LIN-RECIPE-ID.
              MOVE RECIPE-VERSION-USED TO LIN-RECIPE-VERSION.
              OPEN EXTEND LINEAGE-FILE.
              IF LIN-STATUS = "35" THEN
                     OPEN OUTPUT LINEAGE-FILE
              END-IF.
              WRITE LIN-RECORD.
              CLOSE LINEAGE-FILE.
       e.
              MOVE SPACES TO AUDW-LINK.
              MOVE "WRITE" TO AUDW-FUNCTION.
              MOVE AUDIT-WS-PROGRAM TO AUDW-PROGRAM.
              MOVE AUDIT-WS-EVENT TO AUDW-EVENT.
              MOVE RUN-ID TO AUDW-RUN-ID.
              MOVE AUDIT-WS-KEY-INPUT TO AUDW-KEY-INPUT.
              MOVE AUDIT-WS-KEY-OUTPUT TO AUDW-KEY-OUTPUT.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "AUDITWR" USING AUDW-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
       s.
              MOVE SPACES TO SUSPENSE-RECORD.
              MOVE AUDIT-WS-PROGRAM TO SUSP-PROGRAM.
              END-IF.
              WRITE SUSPENSE-RECORD.
              CLOSE SUSPENSE-FILE.
       ad.
              MOVE 0 TO CARRY.
              PERFORM VARYING LX FROM 6 BY -1 UNTIL LX < 1
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
              IF CARRY = 1 THEN
                     MOVE "Y" TO WIDE-OVFL-SW
              ELSE
                     MOVE "N" TO WIDE-OVFL-SW
              END-IF.
       wz.
              IF SUM-LIMB(1) = 0 AND SUM-LIMB(2) = 0
                            AND SUM-LIMB(3) = 0 AND SUM-LIMB(4) = 0
                            AND SUM-LIMB(5) < 1000 THEN
                     MOVE "Y" TO SUM-FIT-SW
                     COMPUTE NARROW-Z = SUM-LIMB(5)
                            * 1000000000000000000 + SUM-LIMB(6)
                     MOVE NARROW-Z TO z
                     MOVE z TO LAST-Z-KEY
                     DISPLAY FUNCTION TRIM(z)
              ELSE
                     MOVE "N" TO SUM-FIT-SW
                     MOVE SUM-ACC TO WIDE-DISP
                     MOVE ZERO TO WIDE-LEAD
                     INSPECT WIDE-DISP TALLYING WIDE-LEAD
                            FOR LEADING "0"
                     INSPECT WIDE-DISP REPLACING LEADING "0" BY SPACE
                     COMPUTE WIDE-DIGITS = 108 - WIDE-LEAD
                     MOVE WIDE-DIGITS TO WIDE-DIGITS-EDIT
                     MOVE SPACES TO LAST-Z-KEY
                     STRING "WIDE " DELIMITED BY SIZE
                            FUNCTION TRIM(WIDE-DIGITS-EDIT)
                                   DELIMITED BY SIZE
                            " DIGITS" DELIMITED BY SIZE
                            INTO LAST-Z-KEY
                     END-STRING
                     DISPLAY FUNCTION TRIM(WIDE-DISP)
              END-IF.
       eq.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "X" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 6 TO ENQ-COUNT.
              MOVE "COEFLIB" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "GENOUT" TO ENQ-RESOURCE(2).
              MOVE "E" TO ENQ-MODE(2).
              MOVE "AUDITLOG" TO ENQ-RESOURCE(3).
              MOVE "S" TO ENQ-MODE(3).
              MOVE "SUSPENSE" TO ENQ-RESOURCE(4).
              MOVE "S" TO ENQ-MODE(4).
              MOVE "COEFSTG" TO ENQ-RESOURCE(5).
              MOVE "S" TO ENQ-MODE(5).
              MOVE "LINEAGE" TO ENQ-RESOURCE(6).
              MOVE "S" TO ENQ-MODE(6).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "X: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "X: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM dq
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.
       dq.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
       END PROGRAM X.
