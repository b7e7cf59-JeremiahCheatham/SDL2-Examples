       IDENTIFICATION DIVISION.
       PROGRAM-ID. 98-CONFIG-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-CONFIG-FILE ASSIGN TO OPERATOR-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-config-status.

           SELECT ENTITY-CONFIG-FILE ASSIGN TO ENTITY-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS entity-config-status.

           SELECT ENTITY-WORK-FILE ASSIGN TO ENTITY-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS entity-work-status.

           SELECT ENTITY-CHANGE-FILE ASSIGN TO ENTITY-CHANGE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS entity-change-status.

           SELECT CHANGE-WORK-FILE ASSIGN TO CHANGE-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS change-work-status.

           SELECT ENTITY-HISTORY-FILE ASSIGN TO ENTITY-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS entity-history-status.

           SELECT CHANGE-REPORT-FILE ASSIGN TO CHANGE-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS change-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-CONFIG-FILE.
       COPY "copybooks/OPERATOR-CFG.CPY".

       FD  ENTITY-CONFIG-FILE.
       COPY "copybooks/ENTITY-CFG.CPY".

       FD  ENTITY-WORK-FILE.
       01  ENTITY-WORK-RECORD           PIC X(68).

       FD  ENTITY-CHANGE-FILE.
       COPY "copybooks/ENTITY-CHANGE.CPY".

       FD  CHANGE-WORK-FILE.
       01  CHANGE-WORK-RECORD           PIC X(230).

       FD  ENTITY-HISTORY-FILE.
       COPY "copybooks/ENTITY-HISTORY.CPY".

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
           77 operator-config-status PIC X(02).
           77 entity-config-status PIC X(02).
           77 entity-work-status PIC X(02).
           77 entity-change-status PIC X(02).
           77 change-work-status PIC X(02).
           77 entity-history-status PIC X(02).
           77 change-report-status PIC X(02).

           77 ARG-TOTAL-COUNT USAGE BINARY-INT VALUE 0.
           77 ARG-SUB USAGE BINARY-INT VALUE 0.
           77 RUN-ARG PIC X(80) VALUE SPACES.
           77 RUN-ROOT-ARG PIC X(80) VALUE SPACES.
           77 ROOT-ARG-PENDING PIC X(01) VALUE "N".
           77 PATH-BASE-NAME PIC X(40) VALUE SPACES.
           77 PATH-BUILT PIC X(96) VALUE SPACES.
           77 OPERATOR-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 ENTITY-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 ENTITY-WORK-PATH PIC X(96) VALUE SPACES.
           77 ENTITY-CHANGE-PATH PIC X(96) VALUE SPACES.
           77 CHANGE-WORK-PATH PIC X(96) VALUE SPACES.
           77 ENTITY-HISTORY-PATH PIC X(96) VALUE SPACES.
           77 CHANGE-REPORT-PATH PIC X(96) VALUE SPACES.
           77 entity-file-name PIC X(97) VALUE SPACES.
           77 entity-work-name PIC X(97) VALUE SPACES.
           77 change-file-name PIC X(97) VALUE SPACES.
           77 change-work-name PIC X(97) VALUE SPACES.
           77 rename-result USAGE BINARY-INT VALUE 0.

           77 POSITIONAL-COUNT USAGE BINARY-INT VALUE 0.
           01 POSITIONAL-ARG-TABLE.
             05 POSITIONAL-ARG OCCURS 3 TIMES PIC X(40).
           77 SUPERVISOR-ID-ARG PIC X(10) VALUE SPACES.
           77 ACTION-ARG PIC X(10) VALUE SPACES.
           77 TARGET-ARG PIC X(10) VALUE SPACES.
           77 TARGET-NUM PIC 9(06) VALUE 0.
           77 SUPERVISOR-FLAG PIC X(01) VALUE "N".
           88 SUPERVISOR-AUTHORIZED VALUE "Y".

           77 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           77 APPLY-OK-FLAG PIC X(01) VALUE "N".
           88 APPLY-OK VALUE "Y".
           77 APPLY-FAIL-REASON PIC X(40) VALUE SPACES.
           77 PROMOTE-OK-FLAG PIC X(01) VALUE "N".
           88 PROMOTE-OK VALUE "Y".

           77 CHANGE-MAX USAGE BINARY-INT VALUE 200.
           77 CHANGE-COUNT USAGE BINARY-INT VALUE 0.
           77 CHANGE-RECORD-NUMBER USAGE BINARY-INT VALUE 0.
           77 TARGET-RECORD-NUMBER USAGE BINARY-INT VALUE 0.
           77 TARGET-FOUND-FLAG PIC X(01) VALUE "N".
           88 TARGET-CHANGE-FOUND VALUE "Y".
           77 UPDATED-CHANGE-RECORD PIC X(230) VALUE SPACES.
           77 REWRITE-OK-FLAG PIC X(01) VALUE "N".
           88 REWRITE-OK VALUE "Y".
           77 PENDING-COUNT USAGE BINARY-INT VALUE 0.
           01 CHANGE-TABLE.
             05 CHANGE-ENTRY OCCURS 200 TIMES INDEXED BY
                 CHANGE-TAB-IDX.
                10 CHG-TAB-ID PIC 9(06).
                10 CHG-TAB-STATUS PIC X(08).
                10 CHG-TAB-RECORD PIC X(230).

           77 ENTITY-MAX USAGE BINARY-INT VALUE 10.
           77 ENTITY-COUNT USAGE BINARY-INT VALUE 0.
           77 ENTITY-FOUND-INDEX USAGE BINARY-INT VALUE 0.
           77 ENTITY-SHIFT-SUB USAGE BINARY-INT VALUE 0.
           01 ENTITY-TABLE.
             05 ENTITY-ENTRY OCCURS 10 TIMES INDEXED BY
                 ENTITY-TAB-IDX.
                10 ENT-TAB-IMAGE-PATH PIC X(40).
                10 ENT-TAB-START-X PIC 9(05).
                10 ENT-TAB-START-Y PIC 9(05).
                10 ENT-TAB-VEL-X PIC S9(03)
                    SIGN LEADING SEPARATE.
                10 ENT-TAB-VEL-Y PIC S9(03)
                    SIGN LEADING SEPARATE.
                10 ENT-TAB-ASSET-TAG PIC X(10).
           77 PRIOR-ENTITY-COUNT USAGE BINARY-INT VALUE 0.
           01 PRIOR-ENTITY-TABLE PIC X(680).

           77 VERSION-MAX USAGE BINARY-INT VALUE 200.
           77 VERSION-COUNT USAGE BINARY-INT VALUE 0.
           77 VERSION-TOTAL USAGE BINARY-INT VALUE 0.
           77 VERSION-SHIFT-SUB USAGE BINARY-INT VALUE 0.
           77 LATEST-VERSION PIC 9(06) VALUE 0.
           77 NEW-VERSION PIC 9(06) VALUE 0.
           77 VERSION-FOUND-FLAG PIC X(01) VALUE "N".
           88 VERSION-FOUND VALUE "Y".
           77 HISTORY-NOTE PIC X(68) VALUE SPACES.
           77 HISTORY-CHANGE-ID PIC 9(06) VALUE 0.
           77 HISTORY-SOURCE-VERSION PIC 9(06) VALUE 0.
           77 HISTORY-OK-FLAG PIC X(01) VALUE "N".
           88 HISTORY-OK VALUE "Y".
           77 LATEST-APPROVED-VERSION PIC 9(06) VALUE 0.
           77 LATEST-SOURCE-VERSION PIC 9(06) VALUE 0.
           77 TARGET-SOURCE-VERSION PIC 9(06) VALUE 0.
           77 VERSION-SOURCE PIC 9(06) VALUE 0.
           01 VERSION-TABLE.
             05 VERSION-ENTRY OCCURS 200 TIMES INDEXED BY
                 VERSION-TAB-IDX.
                10 VER-TAB-NUMBER PIC 9(06).
                10 VER-TAB-CHANGE-ID PIC 9(06).
                10 VER-TAB-APPROVER-ID PIC X(10).
                10 VER-TAB-TIMESTAMP PIC X(14).
                10 VER-TAB-NOTE PIC X(40).

           77 COUNT-EDIT PIC ZZZZ9.

           01 RPT-HEADER-LINE.
             05 FILLER PIC X(38)
                 VALUE "ENTITY CONFIGURATION CHANGE REVIEW AT ".
             05 RPT-HDR-TIMESTAMP PIC X(14).
             05 FILLER PIC X(80) VALUE SPACES.

           01 RPT-CHANGE-LINE.
             05 FILLER PIC X(07) VALUE "CHANGE ".
             05 RPT-CHG-ID PIC 9(06).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-CHG-ACTION PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 RPT-CHG-TAG PIC X(10).
             05 FILLER PIC X(05) VALUE "  BY ".
             05 RPT-CHG-OPERATOR PIC X(10).
             05 FILLER PIC X(05) VALUE "  AT ".
             05 RPT-CHG-TIMESTAMP PIC X(14).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-CHG-STATION PIC X(10).
             05 FILLER PIC X(52) VALUE SPACES.

           01 RPT-VALUES-LINE.
             05 FILLER PIC X(04) VALUE SPACES.
             05 RPT-VAL-LABEL PIC X(04).
             05 RPT-VAL-PATH PIC X(40).
             05 FILLER PIC X(05) VALUE "  AT ".
             05 RPT-VAL-X PIC ZZZZ9.
             05 FILLER PIC X(01) VALUE ",".
             05 RPT-VAL-Y PIC ZZZZ9.
             05 FILLER PIC X(06) VALUE "  VEL ".
             05 RPT-VAL-VX PIC -(3)9.
             05 FILLER PIC X(01) VALUE ",".
             05 RPT-VAL-VY PIC -(3)9.
             05 FILLER PIC X(53) VALUE SPACES.

           01 RPT-VERSION-LINE.
             05 FILLER PIC X(10) VALUE "  VERSION ".
             05 RPT-VER-NUMBER PIC 9(06).
             05 FILLER PIC X(09) VALUE "  CHANGE ".
             05 RPT-VER-CHANGE-ID PIC 9(06).
             05 FILLER PIC X(05) VALUE "  BY ".
             05 RPT-VER-APPROVER PIC X(10).
             05 FILLER PIC X(05) VALUE "  AT ".
             05 RPT-VER-TIMESTAMP PIC X(14).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-VER-NOTE PIC X(40).
             05 FILLER PIC X(25) VALUE SPACES.

           01 RPT-TOTAL-LINE.
             05 FILLER PIC X(16) VALUE "PENDING CHANGES".
             05 RPT-TOTAL-PENDING PIC ZZZZ9.
             05 FILLER PIC X(20) VALUE "  APPROVED VERSIONS".
             05 RPT-TOTAL-VERSIONS PIC ZZZZ9.
             05 FILLER PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ARG-TOTAL-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-SUB FROM 1 BY 1
               UNTIL ARG-SUB > ARG-TOTAL-COUNT
               MOVE SPACES TO RUN-ARG
               ACCEPT RUN-ARG FROM ARGUMENT-VALUE
               PERFORM APPLY-ONE-ARGUMENT
           END-PERFORM.

           IF POSITIONAL-COUNT EQUAL 0 THEN
               DISPLAY "98-CONFIG-APPROVE: USAGE SUPERVISOR-ID "
                   "[LIST | APPROVE ID | REJECT ID | "
                   "ROLLBACK [VERSION]]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE POSITIONAL-ARG(1) TO SUPERVISOR-ID-ARG.
           MOVE POSITIONAL-ARG(2) TO ACTION-ARG.
           MOVE POSITIONAL-ARG(3) TO TARGET-ARG.
           IF FUNCTION TRIM(ACTION-ARG) EQUAL SPACES THEN
               MOVE "LIST" TO ACTION-ARG
           END-IF.

           PERFORM RESOLVE-FILE-PATHS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.

           PERFORM CHECK-SUPERVISOR.

           IF NOT SUPERVISOR-AUTHORIZED THEN
               DISPLAY "98-CONFIG-APPROVE: OPERATOR "
                   FUNCTION TRIM(SUPERVISOR-ID-ARG)
                   " IS NOT A SUPERVISOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE FUNCTION TRIM(ACTION-ARG)
               WHEN "LIST"
                   PERFORM LIST-ENTITY-CHANGES
               WHEN "APPROVE"
                   PERFORM APPROVE-ONE-CHANGE
               WHEN "REJECT"
                   PERFORM REJECT-ONE-CHANGE
               WHEN "ROLLBACK"
                   PERFORM ROLLBACK-ENTITY-CONFIG
               WHEN OTHER
                   DISPLAY "98-CONFIG-APPROVE: UNKNOWN ACTION "
                       FUNCTION TRIM(ACTION-ARG)
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       APPLY-ONE-ARGUMENT.
           IF ROOT-ARG-PENDING EQUAL "Y" THEN
               MOVE RUN-ARG TO RUN-ROOT-ARG
               MOVE "N" TO ROOT-ARG-PENDING
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ROOT-ARG))
               IS GREATER THAN 40 THEN
                   DISPLAY "98-CONFIG-APPROVE: RUN ROOT LONGER "
                       "THAN 40 CHARACTERS NOT SUPPORTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-ROOT" THEN
               MOVE "Y" TO ROOT-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF POSITIONAL-COUNT IS LESS THAN 3 THEN
               ADD 1 TO POSITIONAL-COUNT
               MOVE FUNCTION UPPER-CASE(RUN-ARG)
                   TO POSITIONAL-ARG(POSITIONAL-COUNT)
           END-IF.

           EXIT.

       BUILD-ONE-PATH.
           MOVE SPACES TO PATH-BUILT.
           IF RUN-ROOT-ARG EQUAL SPACES THEN
               MOVE PATH-BASE-NAME TO PATH-BUILT
           ELSE
               STRING FUNCTION TRIM(RUN-ROOT-ARG) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(PATH-BASE-NAME) DELIMITED BY SIZE
                   INTO PATH-BUILT
           END-IF.

           EXIT.

       RESOLVE-FILE-PATHS.
           MOVE "config/operators.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO OPERATOR-CONFIG-PATH.

           MOVE "config/entities.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ENTITY-CONFIG-PATH.
           MOVE SPACES TO entity-file-name.
           STRING FUNCTION TRIM(PATH-BUILT) DELIMITED BY SIZE
               X'00' DELIMITED BY SIZE
               INTO entity-file-name.

           MOVE "config/entities.tmp" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ENTITY-WORK-PATH.
           MOVE SPACES TO entity-work-name.
           STRING FUNCTION TRIM(PATH-BUILT) DELIMITED BY SIZE
               X'00' DELIMITED BY SIZE
               INTO entity-work-name.

           MOVE "data/entity-changes.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ENTITY-CHANGE-PATH.
           MOVE SPACES TO change-file-name.
           STRING FUNCTION TRIM(PATH-BUILT) DELIMITED BY SIZE
               X'00' DELIMITED BY SIZE
               INTO change-file-name.

           MOVE "data/entity-changes.tmp" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO CHANGE-WORK-PATH.
           MOVE SPACES TO change-work-name.
           STRING FUNCTION TRIM(PATH-BUILT) DELIMITED BY SIZE
               X'00' DELIMITED BY SIZE
               INTO change-work-name.

           MOVE "data/entity-history.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ENTITY-HISTORY-PATH.

           MOVE "logs/config-changes.rpt" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO CHANGE-REPORT-PATH.

           EXIT.

       CHECK-SUPERVISOR.
           MOVE "N" TO SUPERVISOR-FLAG.

           OPEN INPUT OPERATOR-CONFIG-FILE.

           IF operator-config-status NOT EQUAL "00" THEN
               DISPLAY "98-CONFIG-APPROVE: CANNOT OPEN "
                   FUNCTION TRIM(OPERATOR-CONFIG-PATH)
                   " STATUS " operator-config-status
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL operator-config-status NOT EQUAL "00"
               READ OPERATOR-CONFIG-FILE

               IF operator-config-status EQUAL "00"
               AND OPR-CFG-ID EQUAL SUPERVISOR-ID-ARG
               AND OPR-CFG-AUTH-LEVEL EQUAL "S" THEN
                   SET SUPERVISOR-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM.

           CLOSE OPERATOR-CONFIG-FILE.

           EXIT.

       READ-ENTITY-CHANGES.
           MOVE 0 TO CHANGE-COUNT.
           MOVE 0 TO PENDING-COUNT.

           OPEN INPUT ENTITY-CHANGE-FILE.

           IF entity-change-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL entity-change-status NOT EQUAL "00"
               READ ENTITY-CHANGE-FILE

               IF entity-change-status EQUAL "00"
               AND CHG-STATUS EQUAL "PENDING" THEN
                   PERFORM STORE-ONE-PENDING-CHANGE
               END-IF
           END-PERFORM.

           IF PENDING-COUNT IS GREATER THAN CHANGE-MAX THEN
               MOVE PENDING-COUNT TO COUNT-EDIT
               DISPLAY "98-CONFIG-APPROVE: " COUNT-EDIT
                   " PENDING CHANGES, ONLY THE FIRST 200 LISTED"
           END-IF.

           CLOSE ENTITY-CHANGE-FILE.

           EXIT.

       STORE-ONE-PENDING-CHANGE.
           ADD 1 TO PENDING-COUNT.

           IF CHANGE-COUNT IS GREATER THAN OR EQUAL TO CHANGE-MAX THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CHANGE-COUNT.
           SET CHANGE-TAB-IDX TO CHANGE-COUNT.
           MOVE CHG-CHANGE-ID TO CHG-TAB-ID(CHANGE-TAB-IDX).
           MOVE CHG-STATUS TO CHG-TAB-STATUS(CHANGE-TAB-IDX).
           MOVE ENTITY-CHANGE-RECORD TO CHG-TAB-RECORD(CHANGE-TAB-IDX).

           EXIT.

       FIND-TARGET-CHANGE.
           MOVE "N" TO TARGET-FOUND-FLAG.

           IF FUNCTION TRIM(TARGET-ARG) EQUAL SPACES
           OR FUNCTION TEST-NUMVAL(TARGET-ARG) NOT EQUAL 0 THEN
               DISPLAY "98-CONFIG-APPROVE: CHANGE ID REQUIRED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE TARGET-NUM = FUNCTION NUMVAL(TARGET-ARG).

           MOVE 0 TO CHANGE-RECORD-NUMBER.
           MOVE 0 TO TARGET-RECORD-NUMBER.

           OPEN INPUT ENTITY-CHANGE-FILE.

           IF entity-change-status EQUAL "00" THEN
               PERFORM WITH TEST BEFORE
                   UNTIL entity-change-status NOT EQUAL "00"
                   READ ENTITY-CHANGE-FILE

                   IF entity-change-status EQUAL "00" THEN
                       ADD 1 TO CHANGE-RECORD-NUMBER
                       IF CHG-CHANGE-ID EQUAL TARGET-NUM THEN
                           MOVE CHANGE-RECORD-NUMBER
                               TO TARGET-RECORD-NUMBER
                           MOVE ENTITY-CHANGE-RECORD
                               TO UPDATED-CHANGE-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ENTITY-CHANGE-FILE
           END-IF.

           IF TARGET-RECORD-NUMBER EQUAL 0 THEN
               DISPLAY "98-CONFIG-APPROVE: CHANGE " TARGET-NUM
                   " NOT FOUND IN " FUNCTION TRIM(ENTITY-CHANGE-PATH)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE UPDATED-CHANGE-RECORD TO ENTITY-CHANGE-RECORD.

           IF CHG-STATUS NOT EQUAL "PENDING" THEN
               DISPLAY "98-CONFIG-APPROVE: CHANGE " TARGET-NUM
                   " ALREADY " FUNCTION TRIM(CHG-STATUS)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           SET TARGET-CHANGE-FOUND TO TRUE.

           EXIT.

       APPROVE-ONE-CHANGE.
           PERFORM FIND-TARGET-CHANGE.

           IF NOT TARGET-CHANGE-FOUND THEN
               EXIT PARAGRAPH
           END-IF.

           IF CHG-OPERATOR-ID EQUAL SUPERVISOR-ID-ARG THEN
               DISPLAY "98-CONFIG-APPROVE: CHANGE " TARGET-NUM
                   " WAS STAGED BY THIS SUPERVISOR, "
                   "ANOTHER SUPERVISOR MUST APPROVE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CURRENT-ENTITIES.
           PERFORM READ-VERSION-HISTORY.

           IF VERSION-COUNT EQUAL 0 THEN
               MOVE 0 TO HISTORY-CHANGE-ID
               MOVE 0 TO HISTORY-SOURCE-VERSION
               MOVE "BASELINE BEFORE FIRST APPROVED CHANGE"
                   TO HISTORY-NOTE
               PERFORM APPEND-HISTORY-VERSION
               IF NOT HISTORY-OK THEN
                   DISPLAY "98-CONFIG-APPROVE: CHANGE " TARGET-NUM
                       " NOT APPLIED - BASELINE VERSION NOT RECORDED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ENTITY-TABLE TO PRIOR-ENTITY-TABLE.
           MOVE ENTITY-COUNT TO PRIOR-ENTITY-COUNT.

           PERFORM APPLY-CHANGE-TO-TABLE.

           IF NOT APPLY-OK THEN
               DISPLAY "98-CONFIG-APPROVE: CHANGE " TARGET-NUM
                   " NOT APPLIED - " FUNCTION TRIM(APPLY-FAIL-REASON)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROMOTE-ENTITY-CONFIG.

           IF NOT PROMOTE-OK THEN
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE CHG-CHANGE-ID TO HISTORY-CHANGE-ID.
           MOVE 0 TO HISTORY-SOURCE-VERSION.
           MOVE SPACES TO HISTORY-NOTE.
           STRING FUNCTION TRIM(CHG-ACTION) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CHG-ASSET-TAG) DELIMITED BY SIZE
               " STAGED BY " DELIMITED BY SIZE
               FUNCTION TRIM(CHG-OPERATOR-ID) DELIMITED BY SIZE
               INTO HISTORY-NOTE.
           PERFORM APPEND-HISTORY-VERSION.

           IF NOT HISTORY-OK THEN
               DISPLAY "98-CONFIG-APPROVE: CHANGE " TARGET-NUM
                   " NOT APPROVED - VERSION HISTORY NOT RECORDED"
               PERFORM RESTORE-PRIOR-ENTITIES
               EXIT PARAGRAPH
           END-IF.

           MOVE "APPROVED" TO CHG-STATUS.
           MOVE SUPERVISOR-ID-ARG TO CHG-REVIEWER-ID.
           MOVE CURRENT-TIMESTAMP TO CHG-REVIEW-TIMESTAMP.
           PERFORM REWRITE-ENTITY-CHANGES.

           IF NOT REWRITE-OK THEN
               DISPLAY "98-CONFIG-APPROVE: CHANGE " TARGET-NUM
                   " PROMOTED AS VERSION " NEW-VERSION
                   " BUT NOT MARKED APPROVED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "98-CONFIG-APPROVE: CHANGE " TARGET-NUM
               " APPROVED AND PROMOTED AS VERSION " NEW-VERSION.

           EXIT.

       REJECT-ONE-CHANGE.
           PERFORM FIND-TARGET-CHANGE.

           IF NOT TARGET-CHANGE-FOUND THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "REJECTED" TO CHG-STATUS.
           MOVE SUPERVISOR-ID-ARG TO CHG-REVIEWER-ID.
           MOVE CURRENT-TIMESTAMP TO CHG-REVIEW-TIMESTAMP.
           PERFORM REWRITE-ENTITY-CHANGES.

           IF NOT REWRITE-OK THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "98-CONFIG-APPROVE: CHANGE " TARGET-NUM
               " REJECTED BY " FUNCTION TRIM(SUPERVISOR-ID-ARG).

           EXIT.

       RESTORE-PRIOR-ENTITIES.
           MOVE 8 TO RETURN-CODE.
           MOVE PRIOR-ENTITY-TABLE TO ENTITY-TABLE.
           MOVE PRIOR-ENTITY-COUNT TO ENTITY-COUNT.

           PERFORM PROMOTE-ENTITY-CONFIG.

           IF PROMOTE-OK THEN
               DISPLAY "98-CONFIG-APPROVE: "
                   FUNCTION TRIM(ENTITY-CONFIG-PATH)
                   " RESTORED TO ITS PRIOR CONTENTS"
           ELSE
               DISPLAY "98-CONFIG-APPROVE: "
                   FUNCTION TRIM(ENTITY-CONFIG-PATH)
                   " COULD NOT BE RESTORED - CHECK IT BEFORE RESTART"
           END-IF.

           EXIT.

       READ-CURRENT-ENTITIES.
           MOVE 0 TO ENTITY-COUNT.

           OPEN INPUT ENTITY-CONFIG-FILE.

           IF entity-config-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL entity-config-status NOT EQUAL "00"
               OR ENTITY-COUNT EQUAL ENTITY-MAX
               READ ENTITY-CONFIG-FILE

               IF entity-config-status EQUAL "00" THEN
                   ADD 1 TO ENTITY-COUNT
                   SET ENTITY-TAB-IDX TO ENTITY-COUNT
                   MOVE ENTITY-CONFIG-RECORD
                       TO ENTITY-ENTRY(ENTITY-TAB-IDX)
               END-IF
           END-PERFORM.

           CLOSE ENTITY-CONFIG-FILE.

           EXIT.

       APPLY-CHANGE-TO-TABLE.
           MOVE "N" TO APPLY-OK-FLAG.
           MOVE SPACES TO APPLY-FAIL-REASON.

           MOVE 0 TO ENTITY-FOUND-INDEX.
           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               IF ENT-TAB-ASSET-TAG(ENTITY-TAB-IDX) EQUAL
               CHG-ASSET-TAG THEN
                   SET ENTITY-FOUND-INDEX TO ENTITY-TAB-IDX
               END-IF
           END-PERFORM.

           EVALUATE CHG-ACTION
               WHEN "ADD"
                   PERFORM APPLY-ADD-CHANGE
               WHEN "REMOVE"
                   PERFORM APPLY-REMOVE-CHANGE
               WHEN "UPDATE"
                   PERFORM APPLY-UPDATE-CHANGE
               WHEN OTHER
                   MOVE "UNKNOWN CHANGE ACTION" TO APPLY-FAIL-REASON
           END-EVALUATE.

           EXIT.

       APPLY-ADD-CHANGE.
           IF ENTITY-FOUND-INDEX IS GREATER THAN 0 THEN
               MOVE "ASSET TAG ALREADY IN CONFIG"
                   TO APPLY-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           IF ENTITY-COUNT IS GREATER THAN OR EQUAL TO ENTITY-MAX THEN
               MOVE "ENTITY TABLE FULL" TO APPLY-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ENTITY-COUNT.
           SET ENTITY-TAB-IDX TO ENTITY-COUNT.
           MOVE CHG-NEW-IMAGE-PATH
               TO ENT-TAB-IMAGE-PATH(ENTITY-TAB-IDX).
           MOVE CHG-NEW-START-X TO ENT-TAB-START-X(ENTITY-TAB-IDX).
           MOVE CHG-NEW-START-Y TO ENT-TAB-START-Y(ENTITY-TAB-IDX).
           MOVE CHG-NEW-VEL-X TO ENT-TAB-VEL-X(ENTITY-TAB-IDX).
           MOVE CHG-NEW-VEL-Y TO ENT-TAB-VEL-Y(ENTITY-TAB-IDX).
           MOVE CHG-ASSET-TAG TO ENT-TAB-ASSET-TAG(ENTITY-TAB-IDX).
           SET APPLY-OK TO TRUE.

           EXIT.

       APPLY-REMOVE-CHANGE.
           IF ENTITY-FOUND-INDEX EQUAL 0 THEN
               MOVE "ASSET TAG NOT IN CONFIG" TO APPLY-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-CHANGE-CURRENT.

           IF APPLY-FAIL-REASON NOT EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ENTITY-FOUND-INDEX TO ENTITY-SHIFT-SUB.
           PERFORM WITH TEST BEFORE
               UNTIL ENTITY-SHIFT-SUB IS GREATER THAN
               OR EQUAL TO ENTITY-COUNT
               MOVE ENTITY-ENTRY(ENTITY-SHIFT-SUB + 1)
                   TO ENTITY-ENTRY(ENTITY-SHIFT-SUB)
               ADD 1 TO ENTITY-SHIFT-SUB
           END-PERFORM.

           SUBTRACT 1 FROM ENTITY-COUNT.
           SET APPLY-OK TO TRUE.

           EXIT.

       APPLY-UPDATE-CHANGE.
           IF ENTITY-FOUND-INDEX EQUAL 0 THEN
               MOVE "ASSET TAG NOT IN CONFIG" TO APPLY-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-CHANGE-CURRENT.

           IF APPLY-FAIL-REASON NOT EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           SET ENTITY-TAB-IDX TO ENTITY-FOUND-INDEX.
           MOVE CHG-NEW-IMAGE-PATH
               TO ENT-TAB-IMAGE-PATH(ENTITY-TAB-IDX).
           MOVE CHG-NEW-START-X TO ENT-TAB-START-X(ENTITY-TAB-IDX).
           MOVE CHG-NEW-START-Y TO ENT-TAB-START-Y(ENTITY-TAB-IDX).
           MOVE CHG-NEW-VEL-X TO ENT-TAB-VEL-X(ENTITY-TAB-IDX).
           MOVE CHG-NEW-VEL-Y TO ENT-TAB-VEL-Y(ENTITY-TAB-IDX).
           SET APPLY-OK TO TRUE.

           EXIT.

       CHECK-CHANGE-CURRENT.
           SET ENTITY-TAB-IDX TO ENTITY-FOUND-INDEX.

           IF ENT-TAB-IMAGE-PATH(ENTITY-TAB-IDX) NOT EQUAL
           CHG-OLD-IMAGE-PATH
           OR ENT-TAB-START-X(ENTITY-TAB-IDX) NOT EQUAL CHG-OLD-START-X
           OR ENT-TAB-START-Y(ENTITY-TAB-IDX) NOT EQUAL CHG-OLD-START-Y
           OR ENT-TAB-VEL-X(ENTITY-TAB-IDX) NOT EQUAL CHG-OLD-VEL-X
           OR ENT-TAB-VEL-Y(ENTITY-TAB-IDX) NOT EQUAL CHG-OLD-VEL-Y
           THEN
               MOVE "STALE CHANGE - CONFIG NO LONGER MATCHES"
                   TO APPLY-FAIL-REASON
           END-IF.

           EXIT.

       PROMOTE-ENTITY-CONFIG.
           MOVE "N" TO PROMOTE-OK-FLAG.

           OPEN OUTPUT ENTITY-WORK-FILE.

           IF entity-work-status NOT EQUAL "00" THEN
               DISPLAY "98-CONFIG-APPROVE: CANNOT OPEN "
                   FUNCTION TRIM(ENTITY-WORK-PATH)
                   " STATUS " entity-work-status
               EXIT PARAGRAPH
           END-IF.

           SET PROMOTE-OK TO TRUE.

           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               MOVE ENTITY-ENTRY(ENTITY-TAB-IDX) TO ENTITY-WORK-RECORD
               WRITE ENTITY-WORK-RECORD
               IF entity-work-status NOT EQUAL "00" THEN
                   MOVE "N" TO PROMOTE-OK-FLAG
               END-IF
           END-PERFORM.

           CLOSE ENTITY-WORK-FILE.

           IF NOT PROMOTE-OK THEN
               DISPLAY "98-CONFIG-APPROVE: ERROR WRITING "
                   FUNCTION TRIM(ENTITY-WORK-PATH)
                   " - CONFIG UNCHANGED"
               CALL "remove" USING
                   BY REFERENCE entity-work-name
                   RETURNING rename-result
               END-CALL
               EXIT PARAGRAPH
           END-IF.

           CALL "rename" USING
               BY REFERENCE entity-work-name
               BY REFERENCE entity-file-name
               RETURNING rename-result
           END-CALL.

           IF rename-result NOT EQUAL 0 THEN
               DISPLAY "98-CONFIG-APPROVE: CANNOT REPLACE "
                   FUNCTION TRIM(ENTITY-CONFIG-PATH)
                   " - CONFIG UNCHANGED"
               CALL "remove" USING
                   BY REFERENCE entity-work-name
                   RETURNING rename-result
               END-CALL
               MOVE "N" TO PROMOTE-OK-FLAG
           END-IF.

           EXIT.

       REWRITE-ENTITY-CHANGES.
           MOVE "N" TO REWRITE-OK-FLAG.
           MOVE ENTITY-CHANGE-RECORD TO UPDATED-CHANGE-RECORD.

           OPEN INPUT ENTITY-CHANGE-FILE.

           IF entity-change-status NOT EQUAL "00" THEN
               DISPLAY "98-CONFIG-APPROVE: CANNOT OPEN "
                   FUNCTION TRIM(ENTITY-CHANGE-PATH)
                   " STATUS " entity-change-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CHANGE-WORK-FILE.

           IF change-work-status NOT EQUAL "00" THEN
               DISPLAY "98-CONFIG-APPROVE: CANNOT OPEN "
                   FUNCTION TRIM(CHANGE-WORK-PATH)
                   " STATUS " change-work-status
               CLOSE ENTITY-CHANGE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           SET REWRITE-OK TO TRUE.
           MOVE 0 TO CHANGE-RECORD-NUMBER.

           PERFORM WITH TEST BEFORE
               UNTIL entity-change-status NOT EQUAL "00"
               OR NOT REWRITE-OK
               READ ENTITY-CHANGE-FILE

               IF entity-change-status EQUAL "00" THEN
                   PERFORM COPY-ONE-CHANGE-RECORD
               END-IF
           END-PERFORM.

           IF REWRITE-OK
           AND entity-change-status NOT EQUAL "10" THEN
               DISPLAY "98-CONFIG-APPROVE: ERROR READING "
                   FUNCTION TRIM(ENTITY-CHANGE-PATH)
                   " STATUS " entity-change-status
               MOVE "N" TO REWRITE-OK-FLAG
           END-IF.

           CLOSE ENTITY-CHANGE-FILE.
           CLOSE CHANGE-WORK-FILE.

           IF change-work-status NOT EQUAL "00" THEN
               MOVE "N" TO REWRITE-OK-FLAG
           END-IF.

           IF NOT REWRITE-OK THEN
               DISPLAY "98-CONFIG-APPROVE: ERROR WRITING "
                   FUNCTION TRIM(CHANGE-WORK-PATH)
                   " - CHANGE LOG UNCHANGED"
               CALL "remove" USING
                   BY REFERENCE change-work-name
                   RETURNING rename-result
               END-CALL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           CALL "rename" USING
               BY REFERENCE change-work-name
               BY REFERENCE change-file-name
               RETURNING rename-result
           END-CALL.

           IF rename-result NOT EQUAL 0 THEN
               DISPLAY "98-CONFIG-APPROVE: CANNOT REPLACE "
                   FUNCTION TRIM(ENTITY-CHANGE-PATH)
                   " - CHANGE LOG UNCHANGED"
               CALL "remove" USING
                   BY REFERENCE change-work-name
                   RETURNING rename-result
               END-CALL
               MOVE "N" TO REWRITE-OK-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       COPY-ONE-CHANGE-RECORD.
           ADD 1 TO CHANGE-RECORD-NUMBER.

           IF CHANGE-RECORD-NUMBER EQUAL TARGET-RECORD-NUMBER
           AND CHG-CHANGE-ID EQUAL TARGET-NUM THEN
               MOVE UPDATED-CHANGE-RECORD TO CHANGE-WORK-RECORD
           ELSE
               MOVE ENTITY-CHANGE-RECORD TO CHANGE-WORK-RECORD
           END-IF.

           WRITE CHANGE-WORK-RECORD.

           IF change-work-status NOT EQUAL "00" THEN
               MOVE "N" TO REWRITE-OK-FLAG
           END-IF.

           EXIT.

       READ-VERSION-HISTORY.
           MOVE 0 TO VERSION-COUNT.
           MOVE 0 TO VERSION-TOTAL.
           MOVE 0 TO LATEST-VERSION.
           MOVE 0 TO LATEST-APPROVED-VERSION.
           MOVE 0 TO LATEST-SOURCE-VERSION.

           OPEN INPUT ENTITY-HISTORY-FILE.

           IF entity-history-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL entity-history-status NOT EQUAL "00"
               READ ENTITY-HISTORY-FILE

               IF entity-history-status EQUAL "00"
               AND HIST-VERSION IS GREATER THAN LATEST-VERSION THEN
                   MOVE HIST-VERSION TO LATEST-VERSION
               END-IF

               IF entity-history-status EQUAL "00"
               AND HIST-REC-TYPE EQUAL "V" THEN
                   PERFORM STORE-ONE-VERSION
               END-IF
           END-PERFORM.

           CLOSE ENTITY-HISTORY-FILE.

           EXIT.

       STORE-ONE-VERSION.
           IF HIST-VERSION IS GREATER THAN LATEST-APPROVED-VERSION THEN
               MOVE HIST-VERSION TO LATEST-APPROVED-VERSION
               PERFORM RESOLVE-VERSION-SOURCE
               MOVE VERSION-SOURCE TO LATEST-SOURCE-VERSION
           END-IF.

           ADD 1 TO VERSION-TOTAL.

           IF VERSION-COUNT IS GREATER THAN OR EQUAL TO VERSION-MAX
           THEN
               PERFORM VARYING VERSION-SHIFT-SUB FROM 1 BY 1
                   UNTIL VERSION-SHIFT-SUB IS NOT LESS THAN VERSION-MAX
                   MOVE VERSION-ENTRY(VERSION-SHIFT-SUB + 1)
                       TO VERSION-ENTRY(VERSION-SHIFT-SUB)
               END-PERFORM
               SUBTRACT 1 FROM VERSION-COUNT
           END-IF.

           ADD 1 TO VERSION-COUNT.
           SET VERSION-TAB-IDX TO VERSION-COUNT.
           MOVE HIST-VERSION TO VER-TAB-NUMBER(VERSION-TAB-IDX).
           MOVE HIST-CHANGE-ID TO VER-TAB-CHANGE-ID(VERSION-TAB-IDX).
           MOVE HIST-APPROVER-ID
               TO VER-TAB-APPROVER-ID(VERSION-TAB-IDX).
           MOVE HIST-TIMESTAMP(1:14)
               TO VER-TAB-TIMESTAMP(VERSION-TAB-IDX).
           MOVE HIST-ENTITY-DATA TO VER-TAB-NOTE(VERSION-TAB-IDX).

           EXIT.

       RESOLVE-VERSION-SOURCE.
           MOVE HIST-VERSION TO VERSION-SOURCE.

           IF HIST-SOURCE-VERSION IS NUMERIC
           AND HIST-SOURCE-VERSION IS GREATER THAN 0 THEN
               MOVE HIST-SOURCE-VERSION TO VERSION-SOURCE
               EXIT PARAGRAPH
           END-IF.

           IF HIST-ENTITY-DATA(1:20) EQUAL "ROLLBACK TO VERSION "
           AND HIST-ENTITY-DATA(21:6) IS NUMERIC THEN
               MOVE HIST-ENTITY-DATA(21:6) TO VERSION-SOURCE
           END-IF.

           EXIT.

       APPEND-HISTORY-VERSION.
           MOVE "N" TO HISTORY-OK-FLAG.
           COMPUTE NEW-VERSION = LATEST-VERSION + 1.

           IF HISTORY-SOURCE-VERSION EQUAL 0 THEN
               MOVE NEW-VERSION TO HISTORY-SOURCE-VERSION
           END-IF.

           OPEN EXTEND ENTITY-HISTORY-FILE.
           IF entity-history-status EQUAL "35" THEN
               OPEN OUTPUT ENTITY-HISTORY-FILE
           END-IF.

           IF entity-history-status NOT EQUAL "00" THEN
               DISPLAY "98-CONFIG-APPROVE: CANNOT OPEN "
                   FUNCTION TRIM(ENTITY-HISTORY-PATH)
                   " STATUS " entity-history-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           SET HISTORY-OK TO TRUE.

           MOVE NEW-VERSION TO HIST-VERSION.
           MOVE HISTORY-CHANGE-ID TO HIST-CHANGE-ID.
           MOVE SUPERVISOR-ID-ARG TO HIST-APPROVER-ID.
           MOVE CURRENT-TIMESTAMP TO HIST-TIMESTAMP.
           MOVE HISTORY-SOURCE-VERSION TO HIST-SOURCE-VERSION.

           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               OR NOT HISTORY-OK
               MOVE "E" TO HIST-REC-TYPE
               MOVE ENTITY-ENTRY(ENTITY-TAB-IDX) TO HIST-ENTITY-DATA
               WRITE ENTITY-HISTORY-RECORD
               IF entity-history-status NOT EQUAL "00" THEN
                   MOVE "N" TO HISTORY-OK-FLAG
               END-IF
           END-PERFORM.

           IF HISTORY-OK THEN
               MOVE "V" TO HIST-REC-TYPE
               MOVE HISTORY-NOTE TO HIST-ENTITY-DATA
               WRITE ENTITY-HISTORY-RECORD
               IF entity-history-status NOT EQUAL "00" THEN
                   MOVE "N" TO HISTORY-OK-FLAG
               END-IF
           END-IF.

           CLOSE ENTITY-HISTORY-FILE.

           IF entity-history-status NOT EQUAL "00" THEN
               MOVE "N" TO HISTORY-OK-FLAG
           END-IF.

           MOVE NEW-VERSION TO LATEST-VERSION.

           IF NOT HISTORY-OK THEN
               DISPLAY "98-CONFIG-APPROVE: ERROR WRITING "
                   FUNCTION TRIM(ENTITY-HISTORY-PATH)
                   " STATUS " entity-history-status
                   " - VERSION " NEW-VERSION " NOT RECORDED"
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       ROLLBACK-ENTITY-CONFIG.
           PERFORM READ-VERSION-HISTORY.

           IF FUNCTION TRIM(TARGET-ARG) EQUAL SPACES THEN
               IF LATEST-SOURCE-VERSION IS LESS THAN 2 THEN
                   DISPLAY "98-CONFIG-APPROVE: NO EARLIER APPROVED "
                       "VERSION TO ROLL BACK TO"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE TARGET-NUM = LATEST-SOURCE-VERSION - 1
           ELSE
               IF FUNCTION TEST-NUMVAL(TARGET-ARG) NOT EQUAL 0 THEN
                   DISPLAY "98-CONFIG-APPROVE: VERSION "
                       FUNCTION TRIM(TARGET-ARG) " NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE TARGET-NUM = FUNCTION NUMVAL(TARGET-ARG)
           END-IF.

           PERFORM READ-CURRENT-ENTITIES.
           MOVE ENTITY-TABLE TO PRIOR-ENTITY-TABLE.
           MOVE ENTITY-COUNT TO PRIOR-ENTITY-COUNT.

           PERFORM LOAD-HISTORY-VERSION.

           IF NOT VERSION-FOUND THEN
               DISPLAY "98-CONFIG-APPROVE: VERSION " TARGET-NUM
                   " NOT FOUND IN " FUNCTION TRIM(ENTITY-HISTORY-PATH)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROMOTE-ENTITY-CONFIG.

           IF NOT PROMOTE-OK THEN
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO HISTORY-CHANGE-ID.
           MOVE TARGET-SOURCE-VERSION TO HISTORY-SOURCE-VERSION.
           MOVE SPACES TO HISTORY-NOTE.
           STRING "ROLLBACK TO VERSION " DELIMITED BY SIZE
               TARGET-NUM DELIMITED BY SIZE
               INTO HISTORY-NOTE.
           PERFORM APPEND-HISTORY-VERSION.

           IF NOT HISTORY-OK THEN
               DISPLAY "98-CONFIG-APPROVE: ROLLBACK TO VERSION "
                   TARGET-NUM " NOT RECORDED IN VERSION HISTORY"
               PERFORM RESTORE-PRIOR-ENTITIES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "98-CONFIG-APPROVE: CONFIG ROLLED BACK TO VERSION "
               TARGET-NUM " AS VERSION " NEW-VERSION.

           EXIT.

       LOAD-HISTORY-VERSION.
           MOVE "N" TO VERSION-FOUND-FLAG.
           MOVE 0 TO ENTITY-COUNT.

           OPEN INPUT ENTITY-HISTORY-FILE.

           IF entity-history-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL entity-history-status NOT EQUAL "00"
               READ ENTITY-HISTORY-FILE

               IF entity-history-status EQUAL "00"
               AND HIST-VERSION EQUAL TARGET-NUM THEN
                   PERFORM LOAD-ONE-HISTORY-RECORD
               END-IF
           END-PERFORM.

           CLOSE ENTITY-HISTORY-FILE.

           EXIT.

       LOAD-ONE-HISTORY-RECORD.
           IF HIST-REC-TYPE EQUAL "V" THEN
               SET VERSION-FOUND TO TRUE
               PERFORM RESOLVE-VERSION-SOURCE
               MOVE VERSION-SOURCE TO TARGET-SOURCE-VERSION
               EXIT PARAGRAPH
           END-IF.

           IF HIST-REC-TYPE EQUAL "E"
           AND ENTITY-COUNT IS LESS THAN ENTITY-MAX THEN
               ADD 1 TO ENTITY-COUNT
               SET ENTITY-TAB-IDX TO ENTITY-COUNT
               MOVE HIST-ENTITY-DATA TO ENTITY-ENTRY(ENTITY-TAB-IDX)
           END-IF.

           EXIT.

       LIST-ENTITY-CHANGES.
           PERFORM READ-ENTITY-CHANGES.
           PERFORM READ-VERSION-HISTORY.

           OPEN OUTPUT CHANGE-REPORT-FILE.

           IF change-report-status NOT EQUAL "00" THEN
               DISPLAY "98-CONFIG-APPROVE: CANNOT OPEN "
                   FUNCTION TRIM(CHANGE-REPORT-PATH)
                   " STATUS " change-report-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-TIMESTAMP(1:14) TO RPT-HDR-TIMESTAMP.
           WRITE CHANGE-REPORT-LINE FROM RPT-HEADER-LINE.

           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

           MOVE "CHANGES AWAITING SUPERVISOR APPROVAL"
               TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

           PERFORM VARYING CHANGE-TAB-IDX FROM 1 BY 1
               UNTIL CHANGE-TAB-IDX > CHANGE-COUNT
               IF CHG-TAB-STATUS(CHANGE-TAB-IDX) EQUAL "PENDING" THEN
                   PERFORM WRITE-ONE-CHANGE-LINE
               END-IF
           END-PERFORM.

           IF PENDING-COUNT EQUAL 0 THEN
               MOVE "  NONE PENDING" TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
           END-IF.

           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

           MOVE "APPROVED CONFIGURATION VERSIONS"
               TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

           IF VERSION-TOTAL IS GREATER THAN VERSION-COUNT THEN
               MOVE VERSION-TOTAL TO COUNT-EDIT
               MOVE SPACES TO CHANGE-REPORT-LINE
               STRING "  LATEST 200 OF " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " VERSIONS SHOWN" DELIMITED BY SIZE
                   INTO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
           END-IF.

           PERFORM VARYING VERSION-TAB-IDX FROM 1 BY 1
               UNTIL VERSION-TAB-IDX > VERSION-COUNT
               PERFORM WRITE-ONE-VERSION-LINE
           END-PERFORM.

           IF VERSION-COUNT EQUAL 0 THEN
               MOVE "  NO APPROVED VERSIONS RECORDED"
                   TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
           END-IF.

           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

           MOVE PENDING-COUNT TO RPT-TOTAL-PENDING.
           MOVE VERSION-TOTAL TO RPT-TOTAL-VERSIONS.
           WRITE CHANGE-REPORT-LINE FROM RPT-TOTAL-LINE.

           CLOSE CHANGE-REPORT-FILE.

           MOVE PENDING-COUNT TO COUNT-EDIT.
           DISPLAY "98-CONFIG-APPROVE: " COUNT-EDIT
               " CHANGES AWAITING APPROVAL".

           EXIT.

       WRITE-ONE-CHANGE-LINE.
           MOVE CHG-TAB-RECORD(CHANGE-TAB-IDX) TO ENTITY-CHANGE-RECORD.

           MOVE CHG-CHANGE-ID TO RPT-CHG-ID.
           MOVE CHG-ACTION TO RPT-CHG-ACTION.
           MOVE CHG-ASSET-TAG TO RPT-CHG-TAG.
           MOVE CHG-OPERATOR-ID TO RPT-CHG-OPERATOR.
           MOVE CHG-TIMESTAMP(1:14) TO RPT-CHG-TIMESTAMP.
           MOVE CHG-STATION-ID TO RPT-CHG-STATION.
           WRITE CHANGE-REPORT-LINE FROM RPT-CHANGE-LINE.

           IF CHG-ACTION NOT EQUAL "ADD" THEN
               MOVE "OLD " TO RPT-VAL-LABEL
               MOVE CHG-OLD-IMAGE-PATH TO RPT-VAL-PATH
               MOVE CHG-OLD-START-X TO RPT-VAL-X
               MOVE CHG-OLD-START-Y TO RPT-VAL-Y
               MOVE CHG-OLD-VEL-X TO RPT-VAL-VX
               MOVE CHG-OLD-VEL-Y TO RPT-VAL-VY
               WRITE CHANGE-REPORT-LINE FROM RPT-VALUES-LINE
           END-IF.

           IF CHG-ACTION NOT EQUAL "REMOVE" THEN
               MOVE "NEW " TO RPT-VAL-LABEL
               MOVE CHG-NEW-IMAGE-PATH TO RPT-VAL-PATH
               MOVE CHG-NEW-START-X TO RPT-VAL-X
               MOVE CHG-NEW-START-Y TO RPT-VAL-Y
               MOVE CHG-NEW-VEL-X TO RPT-VAL-VX
               MOVE CHG-NEW-VEL-Y TO RPT-VAL-VY
               WRITE CHANGE-REPORT-LINE FROM RPT-VALUES-LINE
           END-IF.

           EXIT.

       WRITE-ONE-VERSION-LINE.
           MOVE VER-TAB-NUMBER(VERSION-TAB-IDX) TO RPT-VER-NUMBER.
           MOVE VER-TAB-CHANGE-ID(VERSION-TAB-IDX) TO RPT-VER-CHANGE-ID.
           MOVE VER-TAB-APPROVER-ID(VERSION-TAB-IDX)
               TO RPT-VER-APPROVER.
           MOVE VER-TAB-TIMESTAMP(VERSION-TAB-IDX)
               TO RPT-VER-TIMESTAMP.
           MOVE VER-TAB-NOTE(VERSION-TAB-IDX) TO RPT-VER-NOTE.
           WRITE CHANGE-REPORT-LINE FROM RPT-VERSION-LINE.

           EXIT.

       END PROGRAM 98-CONFIG-APPROVE.
