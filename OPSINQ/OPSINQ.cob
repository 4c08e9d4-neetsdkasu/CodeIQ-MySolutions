       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RESULT-FILE ASSIGN TO "MRESULTS"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RESULT-KEY
                     FILE STATUS IS RESULT-STATUS.
              SELECT COEF-LIB-FILE ASSIGN TO "COEFLIB"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RECIPE-ID
                     FILE STATUS IS LIB-STATUS.
              SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SUSP-STATUS.
              SELECT N-OUTPUT-FILE ASSIGN TO "NINPUT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS N-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY MRESULT.
       FD  COEF-LIB-FILE.
       COPY RECIPE.
       FD  SUSPENSE-FILE.
       COPY SUSPENSE.
       FD  N-OUTPUT-FILE.
       COPY NINPUT.
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       COPY AUDWLINK.
       01  v.
              03  RESULT-STATUS        PIC X(02).
              03  LIB-STATUS           PIC X(02).
              03  SUSP-STATUS          PIC X(02).
              03  N-OUT-STATUS         PIC X(02).
              03  SAVE-RC              PIC S9(09) COMP-5.
              03  WS-CURRENT-DATE      PIC X(21).
              03  EOF-SW               PIC X(01) VALUE "N".
                     88  EOF-REACHED         VALUE "Y".
              03  QUIT-SW              PIC X(01) VALUE "N".
                     88  SESSION-ENDED       VALUE "Y".
              03  LOCK-SW              PIC X(01) VALUE "N".
                     88  LOCK-HELD           VALUE "Y".
              03  KEY-OK-SW            PIC X(01) VALUE "N".
                     88  KEY-OK              VALUE "Y".
              03  FOUND-SW             PIC X(01) VALUE "N".
                     88  RESULT-FOUND        VALUE "Y".
              03  BROWSE-SW            PIC X(01) VALUE "N".
                     88  BROWSE-DONE         VALUE "Y".
              03  FIRST-SW             PIC X(01) VALUE "N".
                     88  FIRST-RECIPE        VALUE "Y".
              03  VALUE-OK-SW          PIC X(01) VALUE "N".
                     88  VALUE-OK            VALUE "Y".
              03  OPER-ID              PIC X(08) VALUE SPACES.
              03  CMD-LINE             PIC X(40).
              03  CMD-WORK             PIC X(40).
              03  CMD-VERB             PIC X(10).
              03  CMD-ARG1             PIC X(14).
              03  CMD-ARG2             PIC X(14).
              03  REPLY                PIC X(10).
              03  NUM-WORK             PIC S9(07)V99.
              03  INQ-N                PIC 9(05).
              03  INQ-TARGET           PIC S9(05).
              03  LAST-RECIPE-ID       PIC X(08).
              03  NSI                  PIC 9(02) VALUE 0.
              03  SI-TABLE.
                     05  SI-ROW OCCURS 50 TIMES.
                            10  SI-PROGRAM   PIC X(08).
                            10  SI-RUN-ID    PIC X(14).
                            10  SI-REASON    PIC X(08).
                            10  SI-VALUE     PIC X(21).
              03  SI-MATCHED           PIC 9(05).
              03  p                    PIC 9(04).
              03  t                    PIC 9(02).
              03  k                    PIC 9(02).
              03  c                    PIC 9(02).
              03  N-WORK               PIC 9(05).
              03  TGT-WORK             PIC 9(05).
              03  TGT-SIGN             PIC X(01).
              03  TGT-DIGIT-SW         PIC X(01).
              03  SCAN-VALUE           PIC X(21).
              03  N-EDIT               PIC Z(4)9.
              03  T-EDIT               PIC +(5)9.
              03  ANS-EDIT             PIC Z(20)9.
              03  ITEM-EDIT            PIC Z9.
              03  NTERMS-EDIT          PIC Z9.
              03  VER-EDIT             PIC Z(3)9.
              03  GRID-LINE            PIC X(60).
              03  AUDIT-N-EDIT         PIC Z(9)9.
              03  AUDIT-NT-EDIT.
                     05  AUDIT-NT-N       PIC Z(9)9.
                     05  FILLER           PIC X(01) VALUE SPACE.
                     05  AUDIT-NT-TARGET  PIC +(5)9.
              03  AUDIT-WS-EVENT       PIC X(05).
              03  AUDIT-WS-KEY-INPUT   PIC X(21).
       PROCEDURE DIVISION.
       000-Main SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
              MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
              PERFORM 001-Get-Operator.
              PERFORM 002-Command UNTIL SESSION-ENDED.
              DISPLAY "OPSINQ: SESSION ENDED FOR " OPER-ID.
              PERFORM 009-Dequeue-Datasets.
              STOP RUN.

       001-Get-Operator SECTION.
              DISPLAY "OPSINQ: ENTER OPERATOR ID".
              ACCEPT OPER-ID.
              MOVE FUNCTION UPPER-CASE(OPER-ID) TO OPER-ID.
              IF OPER-ID = SPACES THEN
                     DISPLAY "OPSINQ: OPERATOR ID IS REQUIRED"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-IF.

       002-Command SECTION.
              DISPLAY " ".
              DISPLAY "OPSINQ: R n [target]   RESULT FOR N".
              DISPLAY "        C [recipe-id]  BROWSE RECIPES".
              DISPLAY "        S program|run  OPEN SUSPENSE ITEMS".
              DISPLAY "        X              END SESSION".
              MOVE SPACES TO CMD-LINE.
              ACCEPT CMD-LINE.
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-LINE))
                     TO CMD-WORK.
              MOVE SPACES TO CMD-VERB.
              MOVE SPACES TO CMD-ARG1.
              MOVE SPACES TO CMD-ARG2.
              UNSTRING CMD-WORK DELIMITED BY ALL SPACE
                     INTO CMD-VERB CMD-ARG1 CMD-ARG2
              END-UNSTRING.
              EVALUATE CMD-VERB
                     WHEN "R"
                     WHEN "RESULT"
                            PERFORM 003-Result-Inquiry
                     WHEN "C"
                     WHEN "RECIPE"
                            PERFORM 004-Recipe-Browse
                     WHEN "S"
                     WHEN "SUSPENSE"
                            PERFORM 005-Suspense-Inquiry
                     WHEN "X"
                     WHEN "EXIT"
                     WHEN SPACES
                            SET SESSION-ENDED TO TRUE
                     WHEN OTHER
                            DISPLAY "OPSINQ: UNKNOWN COMMAND "
                                   FUNCTION TRIM(CMD-VERB)
              END-EVALUATE.

       003-Result-Inquiry SECTION.
              PERFORM 0031-Parse-Key.
              IF KEY-OK THEN
                     MOVE 1 TO ENQ-COUNT
                     MOVE "MRESULTS" TO ENQ-RESOURCE(1)
                     MOVE "S" TO ENQ-MODE(1)
                     PERFORM 008-Enqueue-Datasets
              END-IF.
              IF KEY-OK AND LOCK-HELD THEN
                     PERFORM 0032-Show-Result
                     PERFORM 009-Dequeue-Datasets
                     DISPLAY "OPSINQ: Q = QUEUE FOR RECOMPUTE, "
                            "ENTER = BACK TO MENU"
                     MOVE SPACES TO REPLY
                     ACCEPT REPLY
                     IF FUNCTION UPPER-CASE(REPLY) = "Q" THEN
                            PERFORM 0033-Queue-Recompute
                     END-IF
              END-IF.

       0031-Parse-Key SECTION.
              MOVE "N" TO KEY-OK-SW.
              MOVE 0 TO INQ-TARGET.
              IF CMD-ARG1 = SPACES THEN
                     DISPLAY "OPSINQ: ENTER R FOLLOWED BY N"
              ELSE
                     IF FUNCTION TEST-NUMVAL(CMD-ARG1) = 0 THEN
                            COMPUTE NUM-WORK = FUNCTION NUMVAL(CMD-ARG1)
                            IF NUM-WORK > 0 AND NUM-WORK <= 99999
                               AND NUM-WORK =
                                   FUNCTION INTEGER-PART(NUM-WORK) THEN
                                   MOVE NUM-WORK TO INQ-N
                                   SET KEY-OK TO TRUE
                            END-IF
                     END-IF
                     IF NOT KEY-OK THEN
                            DISPLAY "OPSINQ: N MUST BE A WHOLE NUMBER "
                                   "FROM 1 TO 99999"
                     END-IF
              END-IF.
              IF KEY-OK AND CMD-ARG2 NOT = SPACES THEN
                     MOVE "N" TO KEY-OK-SW
                     IF FUNCTION TEST-NUMVAL(CMD-ARG2) = 0 THEN
                            COMPUTE NUM-WORK = FUNCTION NUMVAL(CMD-ARG2)
                            IF NUM-WORK >= -99999 AND NUM-WORK <= 99999
                               AND NUM-WORK =
                                   FUNCTION INTEGER-PART(NUM-WORK) THEN
                                   MOVE NUM-WORK TO INQ-TARGET
                                   SET KEY-OK TO TRUE
                            END-IF
                     END-IF
                     IF NOT KEY-OK THEN
                            DISPLAY "OPSINQ: TARGET MUST BE A WHOLE "
                                   "NUMBER FROM -99999 TO 99999"
                     END-IF
              END-IF.

       0032-Show-Result SECTION.
              MOVE "N" TO FOUND-SW.
              MOVE INQ-N TO N-EDIT.
              MOVE INQ-TARGET TO T-EDIT.
              OPEN INPUT RESULT-FILE.
              IF RESULT-STATUS NOT = "00" THEN
                     DISPLAY "OPSINQ: NO MRESULTS DATASET"
              ELSE
                     MOVE INQ-N TO RESULT-N
                     MOVE INQ-TARGET TO RESULT-TARGET
                     READ RESULT-FILE
                            INVALID KEY
                                   DISPLAY "OPSINQ: N = " N-EDIT
                                          "  TARGET = " T-EDIT
                                          "  NOT ON MRESULTS"
                            NOT INVALID KEY
                                   SET RESULT-FOUND TO TRUE
                                   PERFORM 0034-Display-Result
                     END-READ
                     CLOSE RESULT-FILE
              END-IF.

       0034-Display-Result SECTION.
              MOVE RESULT-ANSWER TO ANS-EDIT.
              DISPLAY "OPSINQ: N = " N-EDIT "  TARGET = " T-EDIT
                     "  ANSWER = " FUNCTION TRIM(ANS-EDIT).
              DISPLAY "        COMPUTED " RESULT-RUN-DATE
                     "  MAIN RUN-ID " RESULT-RUN-ID.
              IF RESULT-RECIPE-ID NOT = SPACES
                 OR RESULT-SRC-RUN-ID NOT = SPACES THEN
                     DISPLAY "        RECIPE " RESULT-RECIPE-ID
                            "  FED BY RUN-ID " RESULT-SRC-RUN-ID
              END-IF.
              IF RESULT-STALE THEN
                     DISPLAY "        MARKED STALE, MAIN WILL "
                            "RECOMPUTE ON NEXT RUN"
              END-IF.

       0033-Queue-Recompute SECTION.
              MOVE 3 TO ENQ-COUNT.
              MOVE "MRESULTS" TO ENQ-RESOURCE(1).
              MOVE "E" TO ENQ-MODE(1).
              MOVE "NINPUT" TO ENQ-RESOURCE(2).
              MOVE "E" TO ENQ-MODE(2).
              MOVE "AUDITLOG" TO ENQ-RESOURCE(3).
              MOVE "S" TO ENQ-MODE(3).
              PERFORM 008-Enqueue-Datasets.
              IF LOCK-HELD THEN
                     IF RESULT-FOUND THEN
                            PERFORM 0035-Mark-Stale
                     END-IF
                     MOVE INQ-N TO N-WORK
                     IF INQ-TARGET < 0 THEN
                            MOVE "-" TO TGT-SIGN
                            COMPUTE TGT-WORK = 0 - INQ-TARGET
                     ELSE
                            IF INQ-TARGET > 0 THEN
                                   MOVE "+" TO TGT-SIGN
                            ELSE
                                   MOVE SPACE TO TGT-SIGN
                            END-IF
                            MOVE INQ-TARGET TO TGT-WORK
                     END-IF
                     PERFORM 006-Write-Ninput
                     PERFORM 0036-Audit-Key
                     MOVE "RQUE" TO AUDIT-WS-EVENT
                     PERFORM 007-Audit-Write
                     PERFORM 009-Dequeue-Datasets
                     DISPLAY "OPSINQ: N = " N-EDIT "  TARGET = "
                            T-EDIT "  QUEUED FOR RECOMPUTE"
              END-IF.

       0035-Mark-Stale SECTION.
              OPEN I-O RESULT-FILE.
              IF RESULT-STATUS = "00" THEN
                     MOVE INQ-N TO RESULT-N
                     MOVE INQ-TARGET TO RESULT-TARGET
                     READ RESULT-FILE
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   SET RESULT-STALE TO TRUE
                                   REWRITE RESULT-RECORD
                     END-READ
                     CLOSE RESULT-FILE
              END-IF.

       0036-Audit-Key SECTION.
              IF INQ-TARGET = 0 THEN
                     MOVE INQ-N TO AUDIT-N-EDIT
                     MOVE AUDIT-N-EDIT TO AUDIT-WS-KEY-INPUT
              ELSE
                     MOVE INQ-N TO AUDIT-NT-N
                     MOVE INQ-TARGET TO AUDIT-NT-TARGET
                     MOVE AUDIT-NT-EDIT TO AUDIT-WS-KEY-INPUT
              END-IF.

       004-Recipe-Browse SECTION.
              MOVE "N" TO BROWSE-SW.
              SET FIRST-RECIPE TO TRUE.
              MOVE CMD-ARG1 TO LAST-RECIPE-ID.
              PERFORM 0041-Next-Recipe.
              PERFORM UNTIL BROWSE-DONE
                     DISPLAY "OPSINQ: N = NEXT RECIPE, "
                            "ENTER = BACK TO MENU"
                     MOVE SPACES TO REPLY
                     ACCEPT REPLY
                     IF FUNCTION UPPER-CASE(REPLY) = "N" THEN
                            PERFORM 0041-Next-Recipe
                     ELSE
                            SET BROWSE-DONE TO TRUE
                     END-IF
              END-PERFORM.

       0041-Next-Recipe SECTION.
              MOVE 1 TO ENQ-COUNT.
              MOVE "COEFLIB" TO ENQ-RESOURCE(1).
              MOVE "S" TO ENQ-MODE(1).
              PERFORM 008-Enqueue-Datasets.
              IF NOT LOCK-HELD THEN
                     SET BROWSE-DONE TO TRUE
              ELSE
                     OPEN INPUT COEF-LIB-FILE
                     IF LIB-STATUS NOT = "00" THEN
                            DISPLAY "OPSINQ: NO COEFLIB DATASET"
                            SET BROWSE-DONE TO TRUE
                     ELSE
                            PERFORM 0042-Position-Recipe
                            CLOSE COEF-LIB-FILE
                     END-IF
                     PERFORM 009-Dequeue-Datasets
              END-IF.

       0042-Position-Recipe SECTION.
              MOVE LAST-RECIPE-ID TO RECIPE-ID.
              IF FIRST-RECIPE THEN
                     START COEF-LIB-FILE KEY >= RECIPE-ID
                            INVALID KEY
                                   SET BROWSE-DONE TO TRUE
                     END-START
              ELSE
                     START COEF-LIB-FILE KEY > RECIPE-ID
                            INVALID KEY
                                   SET BROWSE-DONE TO TRUE
                     END-START
              END-IF.
              IF NOT BROWSE-DONE THEN
                     READ COEF-LIB-FILE NEXT RECORD
                            AT END
                                   SET BROWSE-DONE TO TRUE
                            NOT AT END
                                   MOVE "N" TO FIRST-SW
                                   MOVE RECIPE-ID TO LAST-RECIPE-ID
                                   PERFORM 0043-Display-Recipe
                     END-READ
              END-IF.
              IF BROWSE-DONE THEN
                     DISPLAY "OPSINQ: NO MORE RECIPES"
              END-IF.

       0043-Display-Recipe SECTION.
              MOVE RECIPE-NTERMS TO NTERMS-EDIT.
              IF RECIPE-VERSION NUMERIC THEN
                     MOVE RECIPE-VERSION TO VER-EDIT
              ELSE
                     MOVE 0 TO VER-EDIT
              END-IF.
              DISPLAY "OPSINQ: RECIPE " RECIPE-ID "  NTERMS = "
                     NTERMS-EDIT "  VERSION = " VER-EDIT.
              PERFORM VARYING t FROM 1 BY 1
                     UNTIL t > RECIPE-NTERMS OR t > 20
                     MOVE SPACES TO GRID-LINE
                     MOVE t TO NTERMS-EDIT
                     MOVE "ROW" TO GRID-LINE(1:3)
                     MOVE NTERMS-EDIT TO GRID-LINE(5:2)
                     PERFORM VARYING k FROM 1 BY 1
                            UNTIL k > RECIPE-NTERMS OR k > 20
                            MOVE RECIPE-CELL(t, k)
                                   TO GRID-LINE(6 + k * 2:1)
                     END-PERFORM
                     DISPLAY "        " GRID-LINE
              END-PERFORM.

       005-Suspense-Inquiry SECTION.
              IF CMD-ARG1 = SPACES THEN
                     DISPLAY "OPSINQ: ENTER S FOLLOWED BY A PROGRAM "
                            "OR RUN-ID"
              ELSE
                     MOVE 1 TO ENQ-COUNT
                     MOVE "SUSPENSE" TO ENQ-RESOURCE(1)
                     MOVE "S" TO ENQ-MODE(1)
                     PERFORM 008-Enqueue-Datasets
                     IF LOCK-HELD THEN
                            PERFORM 0051-List-Items
                            PERFORM 009-Dequeue-Datasets
                            PERFORM 0052-Offer-Resubmit
                     END-IF
              END-IF.

       0051-List-Items SECTION.
              MOVE 0 TO NSI.
              MOVE 0 TO SI-MATCHED.
              OPEN INPUT SUSPENSE-FILE.
              IF SUSP-STATUS NOT = "00" THEN
                     DISPLAY "OPSINQ: NO SUSPENSE DATASET"
              ELSE
                     MOVE "N" TO EOF-SW
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ SUSPENSE-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          IF SUSP-PROGRAM = CMD-ARG1
                                             OR SUSP-RUN-ID = CMD-ARG1
                                             THEN
                                             PERFORM 0053-Add-Item
                                          END-IF
                            END-READ
                     END-PERFORM
                     CLOSE SUSPENSE-FILE
                     DISPLAY "OPSINQ: " SI-MATCHED
                            " OPEN SUSPENSE ITEMS FOR "
                            FUNCTION TRIM(CMD-ARG1)
                     IF SI-MATCHED > NSI THEN
                            DISPLAY "OPSINQ: FIRST " NSI " SHOWN"
                     END-IF
              END-IF.

       0053-Add-Item SECTION.
              ADD 1 TO SI-MATCHED.
              IF NSI < 50 THEN
                     ADD 1 TO NSI
                     MOVE SUSP-PROGRAM TO SI-PROGRAM(NSI)
                     MOVE SUSP-RUN-ID TO SI-RUN-ID(NSI)
                     MOVE SUSP-REASON TO SI-REASON(NSI)
                     MOVE SUSP-INPUT-VALUE TO SI-VALUE(NSI)
                     MOVE NSI TO ITEM-EDIT
                     DISPLAY "  " ITEM-EDIT "  " SUSP-PROGRAM "  "
                            SUSP-RUN-ID "  " SUSP-REASON "  "
                            SUSP-INPUT-VALUE
              END-IF.

       0052-Offer-Resubmit SECTION.
              IF NSI > 0 THEN
                     DISPLAY "OPSINQ: ITEM NUMBER = RESUBMIT TO NINPUT,"
                            " ENTER = BACK TO MENU"
                     MOVE SPACES TO REPLY
                     ACCEPT REPLY
                     IF REPLY NOT = SPACES THEN
                            MOVE 0 TO p
                            IF FUNCTION TEST-NUMVAL(REPLY) = 0 THEN
                                   COMPUTE NUM-WORK =
                                          FUNCTION NUMVAL(REPLY)
                                   IF NUM-WORK >= 1 AND NUM-WORK <= NSI
                                          MOVE NUM-WORK TO p
                                   END-IF
                            END-IF
                            IF p = 0 THEN
                                   DISPLAY "OPSINQ: NO SUCH ITEM"
                            ELSE
                                   PERFORM 0054-Resubmit-Item
                            END-IF
                     END-IF
              END-IF.

       0054-Resubmit-Item SECTION.
              MOVE SI-VALUE(p) TO SCAN-VALUE.
              PERFORM 0055-Extract-Value.
              IF NOT VALUE-OK THEN
                     DISPLAY "OPSINQ: ITEM HAS NO NUMERIC VALUE, "
                            "NOT RESUBMITTED"
              ELSE
                     MOVE 2 TO ENQ-COUNT
                     MOVE "NINPUT" TO ENQ-RESOURCE(1)
                     MOVE "E" TO ENQ-MODE(1)
                     MOVE "AUDITLOG" TO ENQ-RESOURCE(2)
                     MOVE "S" TO ENQ-MODE(2)
                     PERFORM 008-Enqueue-Datasets
                     IF LOCK-HELD THEN
                            PERFORM 006-Write-Ninput
                            MOVE SI-VALUE(p) TO AUDIT-WS-KEY-INPUT
                            MOVE "RESUB" TO AUDIT-WS-EVENT
                            PERFORM 007-Audit-Write
                            PERFORM 009-Dequeue-Datasets
                            DISPLAY "OPSINQ: "
                                   FUNCTION TRIM(SI-VALUE(p))
                                   " RESUBMITTED TO NINPUT, ITEM "
                                   "STAYS OPEN UNTIL WORKED BY SUSPFIX"
                     END-IF
              END-IF.

       0055-Extract-Value SECTION.
              MOVE "N" TO VALUE-OK-SW.
              MOVE 0 TO N-WORK.
              MOVE 0 TO TGT-WORK.
              MOVE SPACE TO TGT-SIGN.
              MOVE "N" TO TGT-DIGIT-SW.
              PERFORM VARYING c FROM 1 BY 1 UNTIL c > 21
                     IF TGT-SIGN = SPACE THEN
                            PERFORM 00551-Extract-N-Char
                     ELSE
                            PERFORM 00552-Extract-Target-Char
                     END-IF
              END-PERFORM.
              IF TGT-SIGN NOT = SPACE AND TGT-DIGIT-SW = "N" THEN
                     MOVE "N" TO VALUE-OK-SW
              END-IF.

       00551-Extract-N-Char SECTION.
              IF SCAN-VALUE(c:1) NUMERIC THEN
                     COMPUTE N-WORK =
                            N-WORK * 10
                            + FUNCTION NUMVAL(SCAN-VALUE(c:1))
                            ON SIZE ERROR
                                   MOVE "N" TO VALUE-OK-SW
                                   MOVE 22 TO c
                     END-COMPUTE
                     IF c < 22 THEN
                            SET VALUE-OK TO TRUE
                     END-IF
              ELSE
                     IF VALUE-OK
                            AND (SCAN-VALUE(c:1) = "+"
                            OR SCAN-VALUE(c:1) = "-") THEN
                            MOVE SCAN-VALUE(c:1) TO TGT-SIGN
                     ELSE
                            IF SCAN-VALUE(c:1) NOT = SPACE THEN
                                   MOVE "N" TO VALUE-OK-SW
                                   MOVE 22 TO c
                            END-IF
                     END-IF
              END-IF.

       00552-Extract-Target-Char SECTION.
              IF SCAN-VALUE(c:1) NUMERIC THEN
                     COMPUTE TGT-WORK =
                            TGT-WORK * 10
                            + FUNCTION NUMVAL(SCAN-VALUE(c:1))
                            ON SIZE ERROR
                                   MOVE "N" TO VALUE-OK-SW
                                   MOVE 22 TO c
                     END-COMPUTE
                     MOVE "Y" TO TGT-DIGIT-SW
              ELSE
                     IF SCAN-VALUE(c:1) NOT = SPACE THEN
                            MOVE "N" TO VALUE-OK-SW
                            MOVE 22 TO c
                     END-IF
              END-IF.

       006-Write-Ninput SECTION.
              MOVE SPACES TO N-INPUT-RECORD.
              MOVE N-WORK TO N-INPUT-N.
              IF TGT-SIGN = "-" THEN
                     COMPUTE N-INPUT-TARGET = 0 - TGT-WORK
              END-IF.
              IF TGT-SIGN = "+" THEN
                     MOVE TGT-WORK TO N-INPUT-TARGET
              END-IF.
              OPEN EXTEND N-OUTPUT-FILE.
              IF N-OUT-STATUS = "35" THEN
                     OPEN OUTPUT N-OUTPUT-FILE
              END-IF.
              WRITE N-INPUT-RECORD.
              CLOSE N-OUTPUT-FILE.

       007-Audit-Write SECTION.
              MOVE SPACES TO AUDW-LINK.
              MOVE "WRITE" TO AUDW-FUNCTION.
              MOVE "OPSINQ" TO AUDW-PROGRAM.
              MOVE AUDIT-WS-EVENT TO AUDW-EVENT.
              MOVE RUN-ID TO AUDW-RUN-ID.
              MOVE AUDIT-WS-KEY-INPUT TO AUDW-KEY-INPUT.
              MOVE OPER-ID TO AUDW-KEY-OUTPUT.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "AUDITWR" USING AUDW-LINK.
              MOVE SAVE-RC TO RETURN-CODE.

       008-Enqueue-Datasets SECTION.
              MOVE "N" TO LOCK-SW.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "OPSINQ" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              EVALUATE ENQ-RC
                     WHEN 0
                            SET LOCK-HELD TO TRUE
                     WHEN 12
                            DISPLAY "OPSINQ: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE BY "
                                   FUNCTION TRIM(ENQ-HOLDER-PROGRAM)
                                   ", TRY AGAIN LATER"
                     WHEN OTHER
                            DISPLAY "OPSINQ: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 009-Dequeue-Datasets
              END-EVALUATE.

       009-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.
              MOVE "N" TO LOCK-SW.
       END PROGRAM OPSINQ.
