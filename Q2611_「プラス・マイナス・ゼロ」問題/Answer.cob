                     FILE STATUS IS CKPT-STATUS.
              SELECT DIST-FILE ASSIGN TO "MDIST"
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SUSP-STATUS.
              SELECT RESULT-FILE ASSIGN TO "MRESULTS"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RESULT-KEY
                     FILE STATUS IS RESULT-STATUS.
              SELECT LINEAGE-FILE ASSIGN TO "LINEAGE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  N-INPUT-FILE.
                            15  CKPT-T       USAGE IS BINARY-DOUBLE.
       FD  DIST-FILE.
       COPY MDIST.
       FD  SUSPENSE-FILE.
       COPY SUSPENSE.
       FD  CKPT-HIST-FILE.
                            15  CKPT-HT      USAGE IS BINARY-DOUBLE.
       FD  RESULT-FILE.
       COPY MRESULT.
       FD  LINEAGE-FILE.
       COPY LINEAGE.
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY GDGLINK.
       COPY ENQLINK.
       COPY AUDWLINK.
       01 Variables.
              05 n         USAGE IS BINARY-SHORT.
              05 arr-table.
              05 N-MAX            USAGE IS BINARY-SHORT VALUE 32767.
              05 N-OFFSET         USAGE IS BINARY-DOUBLE.
              05 WINDOW-OFFSET    USAGE IS BINARY-DOUBLE.
              05 SUSP-STATUS      PIC X(02).
              05 CKPT-HIST-STATUS PIC X(02).
              05 WS-CURRENT-DATE  PIC X(21).
              05 AUDIT-N-EDIT     PIC Z(9)9.
              05 AUDIT-WS-PROGRAM     PIC X(08).
              05 SAVE-RC              PIC S9(09) COMP-5.
              05 AUDIT-WS-EVENT       PIC X(05).
              05 AUDIT-WS-KEY-INPUT   PIC X(21).
              05 AUDIT-WS-KEY-OUTPUT  PIC X(21).
              05 RESULT-HIT-SW        PIC X(01) VALUE "N".
                     88 RESULT-HIT           VALUE "Y".
              05 RESULT-ANS-SAVE      PIC 9(21).
              05 RESULT-SRC-SAVE      PIC X(14).
              05 RESULT-RECIPE-SAVE   PIC X(08).
              05 LIN-STATUS           PIC X(02).
              05 ANS-WORK             PIC 9(21).
              05 tgt                  USAGE IS BINARY-SHORT.
              05 TARGET-ABS           USAGE IS BINARY-DOUBLE.
              05 AUDIT-NT-EDIT.
                     10 AUDIT-NT-N        PIC Z(9)9.
                     10 FILLER            PIC X(01) VALUE SPACE.
                     10 AUDIT-NT-TARGET   PIC +(5)9.
       PROCEDURE DIVISION.
       000-Input SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
              MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
              PERFORM 011-Enqueue-Datasets.
              MOVE "MAIN" TO AUDIT-WS-PROGRAM.
              OPEN INPUT N-INPUT-FILE.
              IF N-INPUT-STATUS NOT = "00" THEN
                     PERFORM 007-Audit-Write
                     PERFORM 008-Suspense-Write
                     MOVE 16 TO RETURN-CODE
                     PERFORM 012-Dequeue-Datasets
                     STOP RUN
              END-IF.
              READ N-INPUT-FILE
                            PERFORM 007-Audit-Write
                            PERFORM 008-Suspense-Write
                            MOVE 16 TO RETURN-CODE
                            PERFORM 012-Dequeue-Datasets
                            STOP RUN
              END-READ.
              OPEN OUTPUT DIST-FILE.
                     MOVE "Y" TO ANY-REJECTED-SW
                     GO TO 000-Next-N
              END-IF.
              MOVE 0 TO tgt.
              IF N-INPUT-TARGET-X NOT = SPACES THEN
                     IF N-INPUT-TARGET NOT NUMERIC THEN
                            DISPLAY "000-INPUT: TARGET IS NOT NUMERIC"
                            MOVE n TO AUDIT-N-EDIT
                            MOVE SPACES TO AUDIT-WS-KEY-INPUT
                            STRING AUDIT-N-EDIT " " N-INPUT-TARGET-X
                                   DELIMITED BY SIZE
                                   INTO AUDIT-WS-KEY-INPUT
                            MOVE SPACES TO AUDIT-WS-KEY-OUTPUT
                            MOVE "REJ" TO AUDIT-WS-EVENT
                            MOVE "TGTBAD" TO SUSP-WS-REASON
                            PERFORM 007-Audit-Write
                            PERFORM 008-Suspense-Write
                            MOVE "Y" TO ANY-REJECTED-SW
                            GO TO 000-Next-N
                     END-IF
                     IF N-INPUT-TARGET < 0 THEN
                            COMPUTE TARGET-ABS = 0 - N-INPUT-TARGET
                     ELSE
                            MOVE N-INPUT-TARGET TO TARGET-ABS
                     END-IF
                     IF TARGET-ABS > N-OFFSET THEN
                            DISPLAY "000-INPUT: TARGET IS OUT OF RANGE"
                            MOVE n TO AUDIT-NT-N
                            MOVE N-INPUT-TARGET TO AUDIT-NT-TARGET
                            MOVE AUDIT-NT-EDIT TO AUDIT-WS-KEY-INPUT
                            MOVE SPACES TO AUDIT-WS-KEY-OUTPUT
                            MOVE "REJ" TO AUDIT-WS-EVENT
                            MOVE "TGTRANGE" TO SUSP-WS-REASON
                            PERFORM 007-Audit-Write
                            PERFORM 008-Suspense-Write
                            MOVE "Y" TO ANY-REJECTED-SW
                            GO TO 000-Next-N
                     END-IF
                     MOVE N-INPUT-TARGET TO tgt
                     IF FUNCTION MOD(N-OFFSET + tgt, 2) NOT = 0 THEN
                            DISPLAY "000-INPUT: TARGET PARITY DOES NOT "
                                   "MATCH N"
                            PERFORM 007-Audit-Key
                            MOVE SPACES TO AUDIT-WS-KEY-OUTPUT
                            MOVE "REJ" TO AUDIT-WS-EVENT
                            MOVE "TGTPRTY" TO SUSP-WS-REASON
                            PERFORM 007-Audit-Write
                            PERFORM 008-Suspense-Write
                            MOVE "Y" TO ANY-REJECTED-SW
                            GO TO 000-Next-N
                     END-IF
              END-IF.
              MOVE "START" TO AUDIT-WS-EVENT.
              PERFORM 007-Audit-Key.
              MOVE SPACES TO AUDIT-WS-KEY-OUTPUT.
              PERFORM 007-Audit-Write.
              PERFORM 009-Results-Lookup.
              OPEN OUTPUT CKPT-FILE.
              WRITE CKPT-RECORD.
              CLOSE CKPT-FILE.
              MOVE "CKPT" TO AUDIT-WS-EVENT.
              PERFORM 007-Audit-Key.
              MOVE i TO CKPT-I-EDIT.
              MOVE CKPT-I-EDIT TO AUDIT-WS-KEY-OUTPUT.
              PERFORM 007-Audit-Write.

       002-Checkpoint-Clear SECTION.
              OPEN OUTPUT CKPT-FILE.
              GO TO 002-Calc.
       
       005-Show-Answer SECTION.
              COMPUTE k = 2000 + tgt.
              IF s = 0 THEN
                     MOVE m(k) TO show
                     MOVE m(k) TO ANS-WORK
              ELSE
                     MOVE t(k) TO show
                     MOVE t(k) TO ANS-WORK
              END-IF.
              DISPLAY TRIM(show).

              MOVE SPACES TO DIST-HEADER-RECORD.
              MOVE "N =   " TO HEADER-LABEL.
              MOVE n TO HEADER-N.
              MOVE tgt TO HEADER-TARGET.
              WRITE DIST-HEADER-RECORD.
              PERFORM WITH TEST AFTER
              VARYING j FROM 1 BY 1 UNTIL j >= 4000
                     PERFORM 002-Checkpoint-Clear
                     PERFORM 009-Results-Save
              END-IF.
              PERFORM 013-Lineage-Write.
              MOVE "MAIN" TO AUDIT-WS-PROGRAM.
              MOVE "END" TO AUDIT-WS-EVENT.
              PERFORM 007-Audit-Key.
              MOVE show TO AUDIT-WS-KEY-OUTPUT.
              PERFORM 007-Audit-Write.
              GO TO 000-Next-N.
       000-Batch-End SECTION.
              CLOSE N-INPUT-FILE.
              CLOSE DIST-FILE.
              PERFORM 010-Catalog-Mdist.
              IF SOME-REJECTED THEN
                     MOVE 4 TO RETURN-CODE
              END-IF.
              PERFORM 012-Dequeue-Datasets.
              STOP RUN.

       007-Audit-Write SECTION.
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

       007-Audit-Key SECTION.
              IF tgt = 0 THEN
                     MOVE n TO AUDIT-N-EDIT
                     MOVE AUDIT-N-EDIT TO AUDIT-WS-KEY-INPUT
              ELSE
                     MOVE n TO AUDIT-NT-N
                     MOVE tgt TO AUDIT-NT-TARGET
                     MOVE AUDIT-NT-EDIT TO AUDIT-WS-KEY-INPUT
              END-IF.

       008-Suspense-Write SECTION.
              MOVE SPACES TO SUSPENSE-RECORD.
              OPEN INPUT RESULT-FILE.
              IF RESULT-STATUS = "00" THEN
                     MOVE n TO RESULT-N
                     MOVE tgt TO RESULT-TARGET
                     READ RESULT-FILE
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   IF NOT RESULT-STALE THEN
                                          MOVE RESULT-ANSWER
                                                 TO RESULT-ANS-SAVE
                                          MOVE RESULT-SRC-RUN-ID
                                                 TO RESULT-SRC-SAVE
                                          MOVE RESULT-RECIPE-ID
                                                 TO RESULT-RECIPE-SAVE
                                          SET RESULT-HIT TO TRUE
                                   END-IF
                     END-READ
                     CLOSE RESULT-FILE
              END-IF.
              END-IF.
              MOVE SPACES TO RESULT-RECORD.
              MOVE n TO RESULT-N.
              MOVE tgt TO RESULT-TARGET.
              MOVE ANS-WORK TO RESULT-ANSWER.
              MOVE RUN-DATE TO RESULT-RUN-DATE.
              MOVE RUN-ID TO RESULT-RUN-ID.
              MOVE N-INPUT-SRC-RUN-ID TO RESULT-SRC-RUN-ID.
              MOVE N-INPUT-RECIPE-ID TO RESULT-RECIPE-ID.
              MOVE "N" TO RESULT-STALE-SW.
              WRITE RESULT-RECORD
                     INVALID KEY
                            REWRITE RESULT-RECORD
              MOVE SPACES TO DIST-HEADER-RECORD.
              MOVE "N =   " TO HEADER-LABEL.
              MOVE n TO HEADER-N.
              MOVE tgt TO HEADER-TARGET.
              WRITE DIST-HEADER-RECORD.
              MOVE SPACES TO DIST-CENTER-RECORD.
              MOVE "ANS   " TO CENTER-LABEL.
              MOVE n TO CENTER-N.
              MOVE show TO CENTER-VALUE.
              WRITE DIST-CENTER-RECORD.
              MOVE "MAIN" TO AUDIT-WS-PROGRAM.
              MOVE "CACHE" TO AUDIT-WS-EVENT.
              PERFORM 007-Audit-Key.
              MOVE show TO AUDIT-WS-KEY-OUTPUT.
              PERFORM 007-Audit-Write.
              GO TO 007-Audit-End.

       010-Catalog-Mdist SECTION.
              MOVE "CATALOG" TO GDG-FUNCTION.
              MOVE "MDIST" TO GDG-DSN.
              MOVE SPACES TO GDG-SELECTOR.
              MOVE RUN-ID TO GDG-RUN-ID.
              MOVE "MAIN" TO GDG-PROGRAM.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "GDGMGR" USING GDG-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              IF GDG-RC NOT = 0 THEN
                     DISPLAY "010-CATALOG: MDIST GENERATION NOT "
                            "CATALOGED, RC = " GDG-RC
                     MOVE 4 TO RETURN-CODE
              END-IF.

       011-Enqueue-Datasets SECTION.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "MAIN" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 8 TO ENQ-COUNT.
              MOVE "NINPUT" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              MOVE "MCKPT" TO ENQ-RESOURCE(2).
              MOVE "E" TO ENQ-MODE(2).
              MOVE "MCKPTH" TO ENQ-RESOURCE(3).
              MOVE "S" TO ENQ-MODE(3).
              MOVE "MDIST" TO ENQ-RESOURCE(4).
              MOVE "E" TO ENQ-MODE(4).
              MOVE "MRESULTS" TO ENQ-RESOURCE(5).
              MOVE "E" TO ENQ-MODE(5).
              MOVE "AUDITLOG" TO ENQ-RESOURCE(6).
              MOVE "S" TO ENQ-MODE(6).
              MOVE "SUSPENSE" TO ENQ-RESOURCE(7).
              MOVE "S" TO ENQ-MODE(7).
              MOVE "LINEAGE" TO ENQ-RESOURCE(8).
              MOVE "S" TO ENQ-MODE(8).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "MAIN: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "MAIN: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 012-Dequeue-Datasets
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.

       012-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.

       013-Lineage-Write SECTION.
              MOVE SPACES TO LIN-RECORD.
              MOVE "RES" TO LIN-TYPE.
              MOVE RUN-ID TO LIN-RUN-ID.
              MOVE "MAIN" TO LIN-PROGRAM.
              MOVE n TO LIN-N.
              MOVE tgt TO LIN-TARGET.
              IF RESULT-HIT THEN
                     MOVE RESULT-SRC-SAVE TO LIN-PARENT-RUN-ID
                     MOVE RESULT-RECIPE-SAVE TO LIN-RECIPE-ID
                     MOVE "S" TO LIN-SOURCE
              ELSE
                     MOVE N-INPUT-SRC-RUN-ID TO LIN-PARENT-RUN-ID
                     MOVE N-INPUT-RECIPE-ID TO LIN-RECIPE-ID
                     MOVE "C" TO LIN-SOURCE
              END-IF.
              OPEN EXTEND LINEAGE-FILE.
              IF LIN-STATUS = "35" THEN
                     OPEN OUTPUT LINEAGE-FILE
              END-IF.
              WRITE LIN-RECORD.
              CLOSE LINEAGE-FILE.
       END PROGRAM Main.
