              SELECT HIST-FILE ASSIGN TO "COEFHIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS HIST-STATUS.
              SELECT LIST-FILE ASSIGN TO "COEFLIST"
                     ORGANIZATION IS LINE SEQUENTIAL.
              SELECT COEF-STG-FILE ASSIGN TO "COEFSTG"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS STG-RECIPE-ID
                     FILE STATUS IS STG-STATUS.
              SELECT PEND-FILE ASSIGN TO "COEFPEND"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-PARM-FILE.
              05  FILLER             PIC X(01).
              05  HIST-ACTION        PIC X(08).
              05  FILLER             PIC X(01).
              05  HIST-RECIPE-IMAGE  PIC X(414).
              05  FILLER             PIC X(01).
              05  HIST-USER          PIC X(08).
              05  FILLER             PIC X(01).
              05  HIST-RUN-ID        PIC X(14).
       FD  LIST-FILE.
       01  LIST-LINE.
              05  LIST-ID            PIC X(08).
              05  FILLER             PIC X(02) VALUE SPACES.
              05  LIST-LABEL         PIC X(08) VALUE "NTERMS =".
              05  LIST-NTERMS        PIC Z9.
              05  FILLER             PIC X(02) VALUE SPACES.
              05  LIST-VER-LABEL     PIC X(09) VALUE "VERSION =".
              05  LIST-VERSION       PIC Z(3)9.
       FD  COEF-STG-FILE.
       COPY COEFSTG.
       FD  PEND-FILE.
       01  PEND-LINE.
              05  PEND-ID            PIC X(08).
              05  FILLER             PIC X(02).
              05  PEND-ACTION        PIC X(08).
              05  FILLER             PIC X(02).
              05  PEND-USER-LBL      PIC X(07).
              05  PEND-USER          PIC X(08).
              05  FILLER             PIC X(02).
              05  PEND-RUN-ID        PIC X(14).
              05  FILLER             PIC X(02).
              05  PEND-NTERMS-LBL    PIC X(07).
              05  PEND-NTERMS-BEF    PIC X(02).
              05  PEND-ARROW         PIC X(04).
              05  PEND-NTERMS-AFT    PIC X(02).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY ENQLINK.
       COPY AUDWLINK.
       01 v.
              03 MAINT-STATUS         PIC X(02).
              03 SAVE-RC              PIC S9(09) COMP-5.
              03 COEF-STATUS          PIC X(02).
              03 LIB-STATUS           PIC X(02).
              03 HIST-STATUS          PIC X(02).
              03 STG-STATUS           PIC X(02).
              03 EOF-SW               PIC X(01) VALUE "N".
                     88 EOF-REACHED          VALUE "Y".
              03 VALID-SW             PIC X(01) VALUE "Y".
              03 T-EDIT               PIC Z9.
              03 MAINT-ACTION         PIC X(08).
              03 MAINT-RECIPE-ID      PIC X(08).
              03 MAINT-USER           PIC X(08).
              03 WS-CURRENT-DATE      PIC X(21).
              03 AUDIT-WS-EVENT       PIC X(05).
              03 AUDIT-WS-KEY-OUTPUT  PIC X(21).
              03 HIST-WS-ACTION       PIC X(08).
              03 HIST-WS-IMAGE        PIC X(414).
              03 BEFORE-SW            PIC X(01) VALUE "N".
              03 CUR-FOUND-SW         PIC X(01) VALUE "N".
                     88 CUR-FOUND            VALUE "Y".
              03 PEND-COUNT           PIC 9(04) VALUE 0.
              03 NEW-IMAGE            PIC X(414).
              03 PRIOR-IMAGE          PIC X(414).
              03 RESTORE-IMAGE        PIC X(414).
              03 VERSION-IMAGE.
                     05 FILLER            PIC X(410).
                     05 VERSION-IMAGE-NO  PIC X(04).
              03 VERSION-NO           PIC 9(04).
              03 VERSION-MAX          PIC 9(04).
       PROCEDURE DIVISION.
       000-Get-Action SECTION.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
              MOVE WS-CURRENT-DATE(1:14) TO RUN-ID.
              MOVE WS-CURRENT-DATE(1:8) TO RUN-DATE.
              MOVE WS-CURRENT-DATE(9:6) TO RUN-TIME.
              PERFORM 009-Enqueue-Datasets.
              OPEN INPUT MAINT-PARM-FILE.
              IF MAINT-STATUS NOT = "00" THEN
                     DISPLAY "COEFMAINT: MISSING MAINTCTL DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
              READ MAINT-PARM-FILE
                            DISPLAY "COEFMAINT: MISSING MAINTCTL RECORD"
                            CLOSE MAINT-PARM-FILE
                            MOVE 16 TO RETURN-CODE
                            PERFORM 010-Dequeue-Datasets
                            STOP RUN
              END-READ.
              CLOSE MAINT-PARM-FILE.
              MOVE SPACES TO MAINT-ACTION.
              MOVE SPACES TO MAINT-RECIPE-ID.
              MOVE SPACES TO MAINT-USER.
              UNSTRING MAINT-PARM-RECORD
                     DELIMITED BY ALL " "
                     INTO MAINT-ACTION MAINT-RECIPE-ID MAINT-USER.
              PERFORM 015-Get-User.
              EVALUATE MAINT-ACTION
                     WHEN "ADD"
                            PERFORM 001-Add-Recipe
                            PERFORM 005-Delete-Recipe
                     WHEN "ROLLBACK"
                            PERFORM 006-Rollback-Recipe
                     WHEN "APPROVE"
                            PERFORM 011-Approve-Change
                     WHEN "REJECT"
                            PERFORM 012-Reject-Change
                     WHEN "PENDING"
                            PERFORM 013-List-Pending
                     WHEN "LIST"
                            PERFORM 002-List-Recipes
                     WHEN OTHER
                                   MAINT-ACTION
                            MOVE 16 TO RETURN-CODE
              END-EVALUATE.
              PERFORM 010-Dequeue-Datasets.
              STOP RUN.

       001-Add-Recipe SECTION.
              PERFORM 0012-Require-Recipe-Id.
              PERFORM 0011-Load-Coefin.
              PERFORM 003-Validate-Recipe.
              MOVE RECIPE-RECORD TO NEW-IMAGE.
              OPEN INPUT COEF-LIB-FILE.
              IF LIB-STATUS = "00" THEN
                     MOVE MAINT-RECIPE-ID TO RECIPE-ID
                     READ COEF-LIB-FILE
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   DISPLAY "COEFMAINT: RECIPE "
                                          MAINT-RECIPE-ID
                                          " ALREADY ON FILE, "
                                          "USE REPLACE"
                                   CLOSE COEF-LIB-FILE
                                   MOVE 8 TO RETURN-CODE
                                   PERFORM 010-Dequeue-Datasets
                                   STOP RUN
                     END-READ
                     CLOSE COEF-LIB-FILE
              END-IF.
              MOVE "N" TO BEFORE-SW.
              MOVE SPACES TO PRIOR-IMAGE.
              MOVE "RQADD" TO AUDIT-WS-EVENT.
              PERFORM 014-Stage-Change.

       0011-Load-Coefin SECTION.
              OPEN INPUT COEF-FILE.
              IF COEF-STATUS NOT = "00" THEN
                     DISPLAY "COEFMAINT: MISSING COEFIN DATASET"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
              READ COEF-FILE
                            DISPLAY "COEFMAINT: EMPTY COEFIN FILE"
                            CLOSE COEF-FILE
                            MOVE 16 TO RETURN-CODE
                            PERFORM 010-Dequeue-Datasets
                            STOP RUN
              END-READ.
              MOVE SPACES TO RECIPE-RECORD.
                     DISPLAY "COEFMAINT: NTERMS EXCEEDS TABLE CAPACITY"
                     CLOSE COEF-FILE
                     MOVE 16 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
              PERFORM VARYING t FROM 1 BY 1 UNTIL t > RECIPE-NTERMS
                                   DISPLAY "COEFMAINT: MISSING ROW"
                                   CLOSE COEF-FILE
                                   MOVE 16 TO RETURN-CODE
                                   PERFORM 010-Dequeue-Datasets
                                   STOP RUN
                     END-READ
                     PERFORM VARYING k FROM 1 BY 1
                     DISPLAY "COEFMAINT: MISSING RECIPE-ID FOR "
                            MAINT-ACTION
                     MOVE 16 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.

                                          MOVE RECIPE-ID TO LIST-ID
                                          MOVE RECIPE-NTERMS
                                                 TO LIST-NTERMS
                                          MOVE "VERSION ="
                                                 TO LIST-VER-LABEL
                                          IF RECIPE-VERSION NUMERIC
                                                 MOVE RECIPE-VERSION
                                                 TO LIST-VERSION
                                          END-IF
                                          WRITE LIST-LINE
                            END-READ
                     END-PERFORM
                     DISPLAY "COEFMAINT: RECIPE " MAINT-RECIPE-ID
                            " FAILED VALIDATION, NOT STORED"
                     MOVE 16 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.

              PERFORM 0011-Load-Coefin.
              PERFORM 003-Validate-Recipe.
              MOVE RECIPE-RECORD TO NEW-IMAGE.
              OPEN INPUT COEF-LIB-FILE.
              IF LIB-STATUS NOT = "00" THEN
                     DISPLAY "COEFMAINT: NO RECIPES ON FILE"
                     MOVE 8 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
              MOVE MAINT-RECIPE-ID TO RECIPE-ID.
                                   " NOT ON FILE, USE ADD"
                            CLOSE COEF-LIB-FILE
                            MOVE 8 TO RETURN-CODE
                            PERFORM 010-Dequeue-Datasets
                            STOP RUN
              END-READ.
              MOVE RECIPE-RECORD TO PRIOR-IMAGE.
              CLOSE COEF-LIB-FILE.
              MOVE "Y" TO BEFORE-SW.
              MOVE "RQREP" TO AUDIT-WS-EVENT.
              PERFORM 014-Stage-Change.

       005-Delete-Recipe SECTION.
              PERFORM 0012-Require-Recipe-Id.
              OPEN INPUT COEF-LIB-FILE.
              IF LIB-STATUS NOT = "00" THEN
                     DISPLAY "COEFMAINT: NO RECIPES ON FILE"
                     MOVE 8 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
              MOVE MAINT-RECIPE-ID TO RECIPE-ID.
                                   MAINT-RECIPE-ID " NOT ON FILE"
                            CLOSE COEF-LIB-FILE
                            MOVE 8 TO RETURN-CODE
                            PERFORM 010-Dequeue-Datasets
                            STOP RUN
              END-READ.
              MOVE RECIPE-RECORD TO PRIOR-IMAGE.
              CLOSE COEF-LIB-FILE.
              MOVE "Y" TO BEFORE-SW.
              MOVE SPACES TO NEW-IMAGE.
              MOVE "RQDEL" TO AUDIT-WS-EVENT.
              PERFORM 014-Stage-Change.

       006-Rollback-Recipe SECTION.
              PERFORM 0012-Require-Recipe-Id.
              IF HIST-STATUS NOT = "00" THEN
                     DISPLAY "COEFMAINT: NO COEFHIST DATASET"
                     MOVE 8 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
              PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                                   SET EOF-REACHED TO TRUE
                            NOT AT END
                                   IF HIST-RECIPE-IMAGE(1:8)
                                          = MAINT-RECIPE-ID
                                          AND (HIST-ACTION = "REPLACE"
                                          OR HIST-ACTION = "DELETE"
                                          OR HIST-ACTION = "ROLLBACK")
                                          THEN
                                          MOVE HIST-RECIPE-IMAGE
                                                 TO RESTORE-IMAGE
                                          SET HISTORY-FOUND TO TRUE
                     DISPLAY "COEFMAINT: NO HISTORY FOR RECIPE "
                            MAINT-RECIPE-ID
                     MOVE 8 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
              MOVE "N" TO BEFORE-SW.
              MOVE SPACES TO PRIOR-IMAGE.
              OPEN INPUT COEF-LIB-FILE.
              IF LIB-STATUS = "00" THEN
                     MOVE MAINT-RECIPE-ID TO RECIPE-ID
                     READ COEF-LIB-FILE
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   MOVE RECIPE-RECORD TO PRIOR-IMAGE
                                   MOVE "Y" TO BEFORE-SW
                     END-READ
                     CLOSE COEF-LIB-FILE
              END-IF.
              MOVE RESTORE-IMAGE TO NEW-IMAGE.
              MOVE "RQRLB" TO AUDIT-WS-EVENT.
              PERFORM 014-Stage-Change.

       007-History-Write SECTION.
              MOVE SPACES TO HIST-RECORD.
              MOVE RUN-DATE TO HIST-DATE.
              MOVE HIST-WS-ACTION TO HIST-ACTION.
              MOVE HIST-WS-IMAGE TO HIST-RECIPE-IMAGE.
              MOVE MAINT-USER TO HIST-USER.
              MOVE RUN-ID TO HIST-RUN-ID.
              OPEN EXTEND HIST-FILE.
              IF HIST-STATUS = "35" THEN
                     OPEN OUTPUT HIST-FILE
              END-IF.
              WRITE HIST-RECORD.
              CLOSE HIST-FILE.

       008-Audit-Write SECTION.
              MOVE SPACES TO AUDW-LINK.
              MOVE "WRITE" TO AUDW-FUNCTION.
              MOVE "COEFMNT" TO AUDW-PROGRAM.
              MOVE AUDIT-WS-EVENT TO AUDW-EVENT.
              MOVE RUN-ID TO AUDW-RUN-ID.
              MOVE MAINT-RECIPE-ID TO AUDW-KEY-INPUT.
              MOVE AUDIT-WS-KEY-OUTPUT TO AUDW-KEY-OUTPUT.
              MOVE RETURN-CODE TO SAVE-RC.
              CALL "AUDITWR" USING AUDW-LINK.
              MOVE SAVE-RC TO RETURN-CODE.

       009-Enqueue-Datasets SECTION.
              MOVE "ENQ" TO ENQ-FUNCTION.
              MOVE "COEFMAINT" TO ENQ-PROGRAM.
              MOVE RUN-ID TO ENQ-RUN-ID.
              MOVE 4 TO ENQ-COUNT.
              MOVE "COEFLIB" TO ENQ-RESOURCE(1).
              MOVE "E" TO ENQ-MODE(1).
              MOVE "COEFHIST" TO ENQ-RESOURCE(2).
              MOVE "S" TO ENQ-MODE(2).
              MOVE "AUDITLOG" TO ENQ-RESOURCE(3).
              MOVE "S" TO ENQ-MODE(3).
              MOVE "COEFSTG" TO ENQ-RESOURCE(4).
              MOVE "E" TO ENQ-MODE(4).
              CALL "ENQUEUE" USING ENQ-LINK.
              IF ENQ-RC NOT = 0 THEN
                     IF ENQ-RC = 12 THEN
                            DISPLAY "COEFMAINT: DATASET "
                                   FUNCTION TRIM(ENQ-BUSY-RESOURCE)
                                   " IN USE, RUN NOT STARTED"
                            MOVE 12 TO RETURN-CODE
                     ELSE
                            DISPLAY "COEFMAINT: ENQUEUE FAILED, RC = "
                                   ENQ-RC
                            PERFORM 010-Dequeue-Datasets
                            MOVE 16 TO RETURN-CODE
                     END-IF
                     STOP RUN
              END-IF.

       010-Dequeue-Datasets SECTION.
              MOVE RETURN-CODE TO SAVE-RC.
              MOVE "DEQ" TO ENQ-FUNCTION.
              MOVE 0 TO ENQ-COUNT.
              CALL "ENQUEUE" USING ENQ-LINK.
              MOVE SAVE-RC TO RETURN-CODE.

       011-Approve-Change SECTION.
              PERFORM 0012-Require-Recipe-Id.
              PERFORM 0111-Read-Pending.
              PERFORM 0112-Apply-Change.
              DELETE COEF-STG-FILE RECORD.
              CLOSE COEF-STG-FILE.
              MOVE "APPROVE" TO HIST-WS-ACTION.
              IF STG-ACTION = "DELETE" THEN
                     MOVE STG-BEFORE-IMAGE TO HIST-WS-IMAGE
              ELSE
                     MOVE STG-AFTER-IMAGE TO HIST-WS-IMAGE
              END-IF.
              PERFORM 007-History-Write.
              MOVE "APPR" TO AUDIT-WS-EVENT.
              PERFORM 0113-Approver-Key.
              PERFORM 008-Audit-Write.
              DISPLAY "COEFMAINT: " FUNCTION TRIM(STG-ACTION)
                     " OF RECIPE " MAINT-RECIPE-ID " APPROVED BY "
                     MAINT-USER.

       0111-Read-Pending SECTION.
              OPEN I-O COEF-STG-FILE.
              IF STG-STATUS NOT = "00" THEN
                     DISPLAY "COEFMAINT: NO PENDING CHANGES ON FILE"
                     MOVE 8 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
              MOVE MAINT-RECIPE-ID TO STG-RECIPE-ID.
              READ COEF-STG-FILE
                     INVALID KEY
                            DISPLAY "COEFMAINT: NO PENDING CHANGE FOR "
                                   "RECIPE " MAINT-RECIPE-ID
                            CLOSE COEF-STG-FILE
                            MOVE 8 TO RETURN-CODE
                            PERFORM 010-Dequeue-Datasets
                            STOP RUN
              END-READ.
              IF STG-REQ-USER = MAINT-USER THEN
                     DISPLAY "COEFMAINT: " FUNCTION TRIM(MAINT-ACTION)
                            " REFUSED, " FUNCTION TRIM(MAINT-USER)
                            " REQUESTED THIS CHANGE"
                     CLOSE COEF-STG-FILE
                     MOVE 8 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.

       0112-Apply-Change SECTION.
              OPEN I-O COEF-LIB-FILE.
              IF LIB-STATUS = "35" THEN
                     OPEN OUTPUT COEF-LIB-FILE
                     CLOSE COEF-LIB-FILE
                     OPEN I-O COEF-LIB-FILE
              END-IF.
              MOVE "N" TO CUR-FOUND-SW.
              MOVE SPACES TO PRIOR-IMAGE.
              MOVE MAINT-RECIPE-ID TO RECIPE-ID.
              READ COEF-LIB-FILE
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            SET CUR-FOUND TO TRUE
                            MOVE RECIPE-RECORD TO PRIOR-IMAGE
              END-READ.
              IF (STG-HAS-BEFORE AND (NOT CUR-FOUND
                     OR PRIOR-IMAGE NOT = STG-BEFORE-IMAGE))
                     OR (NOT STG-HAS-BEFORE AND CUR-FOUND) THEN
                     DISPLAY "COEFMAINT: RECIPE " MAINT-RECIPE-ID
                            " CHANGED SINCE THE REQUEST, "
                            "REJECT AND RESUBMIT"
                     CLOSE COEF-LIB-FILE
                     CLOSE COEF-STG-FILE
                     MOVE 8 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
              IF CUR-FOUND THEN
                     MOVE STG-ACTION TO HIST-WS-ACTION
                     MOVE PRIOR-IMAGE TO HIST-WS-IMAGE
                     PERFORM 007-History-Write
              END-IF.
              EVALUATE TRUE
                     WHEN STG-ACTION = "DELETE"
                            DELETE COEF-LIB-FILE RECORD
                     WHEN CUR-FOUND
                            MOVE STG-AFTER-IMAGE TO RECIPE-RECORD
                            REWRITE RECIPE-RECORD
                     WHEN OTHER
                            MOVE STG-AFTER-IMAGE TO RECIPE-RECORD
                            WRITE RECIPE-RECORD
              END-EVALUATE.
              CLOSE COEF-LIB-FILE.

       0113-Approver-Key SECTION.
              MOVE SPACES TO AUDIT-WS-KEY-OUTPUT.
              STRING MAINT-USER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     STG-REQ-USER DELIMITED BY SIZE
                     INTO AUDIT-WS-KEY-OUTPUT
              END-STRING.

       012-Reject-Change SECTION.
              PERFORM 0012-Require-Recipe-Id.
              PERFORM 0111-Read-Pending.
              DELETE COEF-STG-FILE RECORD.
              CLOSE COEF-STG-FILE.
              MOVE "REJECT" TO HIST-WS-ACTION.
              IF STG-ACTION = "DELETE" THEN
                     MOVE STG-BEFORE-IMAGE TO HIST-WS-IMAGE
              ELSE
                     MOVE STG-AFTER-IMAGE TO HIST-WS-IMAGE
              END-IF.
              PERFORM 007-History-Write.
              MOVE "RJCT" TO AUDIT-WS-EVENT.
              PERFORM 0113-Approver-Key.
              PERFORM 008-Audit-Write.
              DISPLAY "COEFMAINT: " FUNCTION TRIM(STG-ACTION)
                     " OF RECIPE " MAINT-RECIPE-ID " REJECTED BY "
                     MAINT-USER.

       013-List-Pending SECTION.
              MOVE 0 TO PEND-COUNT.
              OPEN OUTPUT PEND-FILE.
              OPEN INPUT COEF-STG-FILE.
              IF STG-STATUS = "00" THEN
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ COEF-STG-FILE NEXT RECORD
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0131-Write-Pending
                            END-READ
                     END-PERFORM
                     CLOSE COEF-STG-FILE
              END-IF.
              IF PEND-COUNT = 0 THEN
                     MOVE SPACES TO PEND-LINE
                     MOVE "NO PENDING RECIPE CHANGES" TO PEND-LINE
                     WRITE PEND-LINE
              END-IF.
              CLOSE PEND-FILE.
              DISPLAY "COEFMAINT: " PEND-COUNT " CHANGES PENDING".

       0131-Write-Pending SECTION.
              ADD 1 TO PEND-COUNT.
              MOVE SPACES TO PEND-LINE.
              MOVE STG-RECIPE-ID TO PEND-ID.
              MOVE STG-ACTION TO PEND-ACTION.
              MOVE "REQ BY " TO PEND-USER-LBL.
              MOVE STG-REQ-USER TO PEND-USER.
              MOVE STG-REQ-RUN-ID TO PEND-RUN-ID.
              MOVE "NTERMS " TO PEND-NTERMS-LBL.
              MOVE " -> " TO PEND-ARROW.
              IF STG-HAS-BEFORE THEN
                     MOVE STG-BEFORE-IMAGE(9:2) TO PEND-NTERMS-BEF
              ELSE
                     MOVE "--" TO PEND-NTERMS-BEF
              END-IF.
              IF STG-ACTION = "DELETE" THEN
                     MOVE "--" TO PEND-NTERMS-AFT
              ELSE
                     MOVE STG-AFTER-IMAGE(9:2) TO PEND-NTERMS-AFT
              END-IF.
              WRITE PEND-LINE.

       014-Stage-Change SECTION.
              IF MAINT-ACTION NOT = "DELETE" THEN
                     PERFORM 0141-Next-Version
              END-IF.
              MOVE SPACES TO STG-RECORD.
              MOVE MAINT-RECIPE-ID TO STG-RECIPE-ID.
              MOVE MAINT-ACTION TO STG-ACTION.
              MOVE MAINT-USER TO STG-REQ-USER.
              MOVE RUN-ID TO STG-REQ-RUN-ID.
              MOVE BEFORE-SW TO STG-BEFORE-SW.
              MOVE PRIOR-IMAGE TO STG-BEFORE-IMAGE.
              MOVE NEW-IMAGE TO STG-AFTER-IMAGE.
              OPEN I-O COEF-STG-FILE.
              IF STG-STATUS = "35" THEN
                     OPEN OUTPUT COEF-STG-FILE
                     CLOSE COEF-STG-FILE
                     OPEN I-O COEF-STG-FILE
              END-IF.
              WRITE STG-RECORD
                     INVALID KEY
                            DISPLAY "COEFMAINT: RECIPE "
                                   MAINT-RECIPE-ID
                                   " ALREADY HAS A PENDING CHANGE, "
                                   "APPROVE OR REJECT IT FIRST"
                            CLOSE COEF-STG-FILE
                            MOVE 8 TO RETURN-CODE
                            PERFORM 010-Dequeue-Datasets
                            STOP RUN
              END-WRITE.
              CLOSE COEF-STG-FILE.
              MOVE AUDIT-WS-EVENT TO HIST-WS-ACTION.
              IF MAINT-ACTION = "DELETE" THEN
                     MOVE PRIOR-IMAGE TO HIST-WS-IMAGE
              ELSE
                     MOVE NEW-IMAGE TO HIST-WS-IMAGE
              END-IF.
              PERFORM 007-History-Write.
              MOVE MAINT-USER TO AUDIT-WS-KEY-OUTPUT.
              PERFORM 008-Audit-Write.
              DISPLAY "COEFMAINT: " FUNCTION TRIM(MAINT-ACTION)
                     " OF RECIPE " MAINT-RECIPE-ID
                     " PENDING APPROVAL".

       0141-Next-Version SECTION.
              MOVE 0 TO VERSION-MAX.
              IF BEFORE-SW = "Y" THEN
                     MOVE PRIOR-IMAGE TO VERSION-IMAGE
                     PERFORM 0142-Check-Version
              END-IF.
              MOVE "N" TO EOF-SW.
              OPEN INPUT HIST-FILE.
              IF HIST-STATUS = "00" THEN
                     PERFORM WITH TEST BEFORE UNTIL EOF-REACHED
                            READ HIST-FILE
                                   AT END
                                          SET EOF-REACHED TO TRUE
                                   NOT AT END
                                          PERFORM 0143-Hist-Version
                            END-READ
                     END-PERFORM
                     CLOSE HIST-FILE
              END-IF.
              MOVE NEW-IMAGE TO VERSION-IMAGE.
              IF VERSION-MAX = 9999 THEN
                     MOVE 1 TO VERSION-NO
              ELSE
                     COMPUTE VERSION-NO = VERSION-MAX + 1
              END-IF.
              MOVE VERSION-NO TO VERSION-IMAGE-NO.
              MOVE VERSION-IMAGE TO NEW-IMAGE.

       0142-Check-Version SECTION.
              IF VERSION-IMAGE-NO NUMERIC THEN
                     MOVE VERSION-IMAGE-NO TO VERSION-NO
                     IF VERSION-NO > VERSION-MAX THEN
                            MOVE VERSION-NO TO VERSION-MAX
                     END-IF
              END-IF.

       0143-Hist-Version SECTION.
              IF HIST-RECIPE-IMAGE(1:8) = MAINT-RECIPE-ID THEN
                     MOVE HIST-RECIPE-IMAGE TO VERSION-IMAGE
                     PERFORM 0142-Check-Version
              END-IF.

       015-Get-User SECTION.
              IF MAINT-USER = SPACES AND MAINT-ACTION NOT = "LIST"
                     AND MAINT-ACTION NOT = "PENDING" THEN
                     DISPLAY "COEFMAINT: NO USER ID FOR "
                            MAINT-ACTION
                     MOVE 16 TO RETURN-CODE
                     PERFORM 010-Dequeue-Datasets
                     STOP RUN
              END-IF.
       END PROGRAM COEFMAINT.
