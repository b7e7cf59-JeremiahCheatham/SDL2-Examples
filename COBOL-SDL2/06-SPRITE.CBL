               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS entity-config-status.

           SELECT ENTITY-CHANGE-FILE ASSIGN TO ENTITY-CHANGE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS entity-change-status.

           SELECT CHANGE-SEQ-FILE ASSIGN TO CHANGE-SEQ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS change-seq-status.

           SELECT CHECKPOINT-FILE ASSIGN TO CHECKPOINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS checkpoint-status.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-seq-status.

           SELECT ASSET-SEQ-FILE ASSIGN TO ASSET-SEQ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS asset-seq-status.

           SELECT ZONE-CONFIG-FILE ASSIGN TO ZONE-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS zone-config-status.

           SELECT ZONE-BREACH-FILE ASSIGN TO ZONE-BREACH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS zone-breach-status.

           SELECT COMMAND-FILE ASSIGN TO COMMAND-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS command-file-status.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS handover-report-status.

           SELECT EMERGENCY-ALERT-FILE ASSIGN TO EMERGENCY-ALERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS emergency-alert-status.

           SELECT ALERT-ACK-FILE ASSIGN TO ALERT-ACK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS alert-ack-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STATION-CONFIG-FILE.
       FD  ENTITY-CONFIG-FILE.
       COPY "copybooks/ENTITY-CFG.CPY".

       FD  ENTITY-CHANGE-FILE.
       COPY "copybooks/ENTITY-CHANGE.CPY".

       FD  CHANGE-SEQ-FILE.
       01  CHANGE-SEQ-RECORD.
           05 SEQ-LAST-CHANGE-ID        PIC 9(06).

       FD  CHECKPOINT-FILE.
       COPY "copybooks/CHECKPOINT.CPY".

       01  INCIDENT-SEQ-RECORD.
           05 SEQ-NEXT-INCIDENT-ID      PIC 9(06).

       FD  ASSET-SEQ-FILE.
       01  ASSET-SEQ-RECORD.
           05 SEQ-LAST-ASSET-NUMBER     PIC 9(06).

       FD  ZONE-CONFIG-FILE.
       COPY "copybooks/ZONE-CFG.CPY".

       FD  ZONE-BREACH-FILE.
       COPY "copybooks/ZONE-BREACH.CPY".

       FD  COMMAND-FILE.
       COPY "copybooks/COMMAND.CPY".

       FD  HANDOVER-REPORT-FILE.
       01  HANDOVER-REPORT-LINE         PIC X(132).

       FD  EMERGENCY-ALERT-FILE.
       COPY "copybooks/EMERGENCY-ALERT.CPY".

       FD  ALERT-ACK-FILE.
       COPY "copybooks/ALERT-ACK.CPY".

       WORKING-STORAGE SECTION.
           77 SDL_INIT_EVERYTHING USAGE BINARY-INT VALUE 62001.
           77 IMG_INIT_PNG USAGE BINARY-INT VALUE 2.
           77 SDL_SCANCODE_SPACE USAGE BINARY-INT VALUE 44.
           77 SDL_SCANCODE_F1 USAGE BINARY-INT VALUE 58.
           77 SDL_SCANCODE_F2 USAGE BINARY-INT VALUE 59.
           77 SDL_SCANCODE_F3 USAGE BINARY-INT VALUE 60.
           77 SDL_SCANCODE_F5 USAGE BINARY-INT VALUE 62.
           77 SDL_SCANCODE_F6 USAGE BINARY-INT VALUE 63.
           77 SDL_SCANCODE_F7 USAGE BINARY-INT VALUE 64.
           77 STATION-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 AUDIT-LOG-PATH PIC X(96) VALUE SPACES.
           77 ENTITY-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 ENTITY-CHANGE-PATH PIC X(96) VALUE SPACES.
           77 CHANGE-SEQ-PATH PIC X(96) VALUE SPACES.
           77 CHECKPOINT-PATH PIC X(96) VALUE SPACES.
           77 MESSAGE-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 SAFETY-COLOR-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 INCIDENT-PATH PIC X(96) VALUE SPACES.
           77 INCIDENT-SEQ-PATH PIC X(96) VALUE SPACES.
           77 ASSET-SEQ-PATH PIC X(96) VALUE SPACES.
           77 ZONE-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 ZONE-BREACH-PATH PIC X(96) VALUE SPACES.
           77 COMMAND-QUEUE-PATH PIC X(96) VALUE SPACES.
           77 COMMAND-LOG-PATH PIC X(96) VALUE SPACES.
           77 COMMAND-WORK-PATH PIC X(96) VALUE SPACES.
           77 SHOT-MANIFEST-PATH PIC X(96) VALUE SPACES.
           77 MOTION-JOURNAL-PATH PIC X(96) VALUE SPACES.
           77 HANDOVER-REPORT-PATH PIC X(96) VALUE SPACES.
           77 EMERGENCY-ALERT-PATH PIC X(96) VALUE SPACES.
           77 ALERT-ACK-PATH PIC X(96) VALUE SPACES.
           77 SHOT-NAME-PREFIX PIC X(96) VALUE SPACES.
           77 REPLAY-MODE PIC X(01) VALUE "N".
           88 IS-REPLAY VALUE "Y".
           77 CLOSED-MESSAGE PIC X(41) VALUE Z"STATION CLOSED".
           77 STOPPED-COLOR-INDEX USAGE BINARY-INT VALUE 3.

           77 emergency-alert-status PIC X(02).
           77 alert-ack-status PIC X(02).
           77 ALERT-CHECK-INTERVAL USAGE BINARY-INT VALUE 30.
           77 ALERT-CHECK-COUNTER USAGE BINARY-INT VALUE 0.
           77 ALERT-ACTIVE-FLAG PIC X(01) VALUE "N".
           88 ALERT-IS-ACTIVE VALUE "Y".
           77 ACTIVE-ALERT-ID PIC 9(06) VALUE 0.
           77 LAST-ACKED-ALERT-ID PIC 9(06) VALUE 0.
           77 ALERT-DISPLAY-TEXT PIC X(41) VALUE SPACES.
           77 ALERT-SHOWN-TIMESTAMP PIC X(21) VALUE SPACES.
           77 ALERT-ACK-TIMESTAMP PIC X(21) VALUE SPACES.
           77 ALERT-ELAPSED-SECONDS USAGE BINARY-INT VALUE 0.

           77 operator-config-status PIC X(02).
           77 session-log-status PIC X(02).
           77 OPERATOR-MAX USAGE BINARY-INT VALUE 20.
             05 HND-INC-ENTITY-A PIC Z9.
             05 FILLER PIC X(01) VALUE "/".
             05 HND-INC-ENTITY-B PIC Z9.
             05 FILLER PIC X(06) VALUE "  TAGS".
             05 FILLER PIC X(01) VALUE SPACE.
             05 HND-INC-TAG-A PIC X(10).
             05 FILLER PIC X(01) VALUE "/".
             05 HND-INC-TAG-B PIC X(10).
             05 FILLER PIC X(58) VALUE SPACES.
           01 HND-COMMAND-LINE.
             05 FILLER PIC X(02) VALUE SPACES.
             05 HND-CMD-TIMESTAMP PIC X(14).

           77 sprite-vel USAGE BINARY-INT VALUE 5.
           77 entity-config-status PIC X(02).
           77 entity-change-status PIC X(02).
           77 change-seq-status PIC X(02).
           77 CURRENT-CHANGE-ID PIC 9(06) VALUE 0.
           77 CHANGE-STAGED-COUNT USAGE BINARY-INT VALUE 0.
           77 CHANGE-STAGED-EDIT PIC ZZZZ9.
           77 BASE-CONFIG-FLAG PIC X(01) VALUE "N".
           88 BASE-CONFIG-LOADED VALUE "Y".
           77 BASE-ENTITY-MAX USAGE BINARY-INT VALUE 10.
           77 BASE-ENTITY-COUNT USAGE BINARY-INT VALUE 0.
           77 BASE-MATCH-INDEX USAGE BINARY-INT VALUE 0.
           77 LIVE-MATCH-INDEX USAGE BINARY-INT VALUE 0.
           01 BASE-ENTITY-TABLE.
             05 BASE-ENTITY-ENTRY OCCURS 10 TIMES INDEXED BY
                 BASE-TAB-IDX.
                10 BASE-IMAGE-PATH PIC X(40).
                10 BASE-START-X PIC 9(05).
                10 BASE-START-Y PIC 9(05).
                10 BASE-VEL-X PIC S9(03).
                10 BASE-VEL-Y PIC S9(03).
                10 BASE-ASSET-TAG PIC X(10).
           77 PENDING-CHANGE-MAX USAGE BINARY-INT VALUE 50.
           77 PENDING-CHANGE-COUNT USAGE BINARY-INT VALUE 0.
           77 PENDING-DUP-FLAG PIC X(01) VALUE "N".
           88 PENDING-CHANGE-DUPLICATE VALUE "Y".
           01 PENDING-CHANGE-TABLE.
             05 PENDING-CHANGE-ENTRY OCCURS 50 TIMES INDEXED BY
                 PENDING-TAB-IDX.
                10 PND-ACTION PIC X(08).
                10 PND-ASSET-TAG PIC X(10).
                10 PND-NEW-VEL-X PIC S9(03).
                10 PND-NEW-VEL-Y PIC S9(03).
           77 checkpoint-status PIC X(02).
           77 CHECKPOINT-LOADED-FLAG PIC X(01) VALUE "N".
           88 CHECKPOINT-WAS-LOADED VALUE "Y".
           77 incident-file-status PIC X(02).
           77 incident-seq-status PIC X(02).
           77 CURRENT-INCIDENT-ID PIC 9(06) VALUE 0.
           77 asset-seq-status PIC X(02).
           77 CURRENT-ASSET-NUMBER PIC 9(06) VALUE 0.
           77 TABLE-ASSET-NUMBER PIC 9(06) VALUE 0.
           01 NEW-ASSET-TAG.
             05 FILLER PIC X(04) VALUE "ENT-".
             05 NEW-ASSET-NUMBER PIC 9(06) VALUE 0.
           77 command-file-status PIC X(02).
           77 COMMAND-MAX USAGE BINARY-INT VALUE 20.
           77 COMMAND-COUNT USAGE BINARY-INT VALUE 0.
           01 COLLISION-CONTACT-TABLE.
             05 COLLISION-CONTACT-ROW OCCURS 10 TIMES.
                10 COLLISION-CONTACT-FLAG OCCURS 10 TIMES PIC X(01).
           77 HAZARD-COLOR-INDEX USAGE BINARY-INT VALUE 0.
           77 ACTIVE-HAZARD-COLOR-INDEX USAGE BINARY-INT VALUE 0.

           77 zone-config-status PIC X(02).
           77 zone-breach-status PIC X(02).
           77 ZONE-MAX USAGE BINARY-INT VALUE 20.
           77 ZONE-COUNT USAGE BINARY-INT VALUE 0.
           77 ZONE-ALERT-LEVEL PIC X(01) VALUE "N".
           88 ZONE-ALERT-NONE VALUE "N".
           88 ZONE-ALERT-CAUTION VALUE "C".
           88 ZONE-ALERT-STOPPED VALUE "S".
           01 ZONE-TABLE.
             05 ZONE-ENTRY OCCURS 20 TIMES INDEXED BY ZONE-TAB-IDX.
                10 ZONE-ID PIC X(08).
                10 ZONE-X USAGE BINARY-INT.
                10 ZONE-Y USAGE BINARY-INT.
                10 ZONE-W USAGE BINARY-INT.
                10 ZONE-H USAGE BINARY-INT.
                10 ZONE-SEVERITY PIC X(08).
           01 ZONE-CONTACT-TABLE.
             05 ZONE-CONTACT-ROW OCCURS 10 TIMES.
                10 ZONE-CONTACT-FLAG OCCURS 20 TIMES PIC X(01).

           77 ENTITY-MAX USAGE BINARY-INT VALUE 10.
           77 ENTITY-COUNT USAGE BINARY-INT VALUE 0.
           77 CHECKPOINT-ENT-COUNT USAGE BINARY-INT VALUE 0.
           77 CHECKPOINT-ENT-SUB USAGE BINARY-INT VALUE 0.
           77 CHECKPOINT-MATCH-SUB USAGE BINARY-INT VALUE 0.
           77 SELECTED-ENTITY-INDEX USAGE BINARY-INT VALUE 1.
           77 MAINTENANCE-MODE PIC X(01) VALUE "N".
           88 MAINTENANCE-ACTIVE VALUE "Y".
                10 ENTITY-VEL-X USAGE BINARY-INT VALUE 0.
                10 ENTITY-VEL-Y USAGE BINARY-INT VALUE 0.
                10 ENTITY-PAUSED PIC X(01) VALUE "N".
                10 ENTITY-ASSET-TAG PIC X(10) VALUE SPACES.

           77 screenshot-pixels USAGE POINTER VALUE NULL.
           77 screenshot-byte-count USAGE BINARY-INT.
           END-IF.

           PERFORM CHECK-SCHEDULE.
           PERFORM CHECK-EMERGENCY-ALERT.

           PERFORM UNTIL 1 EQUALS 0
               CALL "SDL_GetTicks" RETURNING frame-start-ticks END-CALL
                   MOVE 0 TO CHECKPOINT-COUNTER
               END-IF

               ADD 1 TO ALERT-CHECK-COUNTER
               IF ALERT-CHECK-COUNTER IS GREATER THAN
               OR EQUAL TO ALERT-CHECK-INTERVAL THEN
                   PERFORM CHECK-EMERGENCY-ALERT
                   MOVE 0 TO ALERT-CHECK-COUNTER
               END-IF

               ADD 1 TO MESSAGE-COUNTER
               IF MESSAGE-COUNTER IS GREATER THAN
               OR EQUAL TO MESSAGE-INTERVAL THEN
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ENTITY-CONFIG-PATH.

           MOVE "data/entity-changes.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ENTITY-CHANGE-PATH.

           MOVE "data/change-seq.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO CHANGE-SEQ-PATH.

           MOVE "data/checkpoint.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO CHECKPOINT-PATH.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO INCIDENT-SEQ-PATH.

           MOVE "data/asset-seq.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ASSET-SEQ-PATH.

           MOVE "config/zones.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ZONE-CONFIG-PATH.

           MOVE "logs/zone-breaches.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ZONE-BREACH-PATH.

           MOVE "data/commands.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO COMMAND-QUEUE-PATH.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO HANDOVER-REPORT-PATH.

           MOVE "data/emergency-alert.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO EMERGENCY-ALERT-PATH.

           MOVE "logs/alert-acks.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ALERT-ACK-PATH.

           MOVE "logs/shot-" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO SHOT-NAME-PREFIX.
           END-CALL.

           PERFORM READ-ENTITY-CONFIG.
           PERFORM READ-ZONE-CONFIG.
           PERFORM READ-OPERATOR-CONFIG.
           PERFORM READ-SCHEDULE-CONFIG.
           PERFORM READ-MESSAGE-CONFIG.
           PERFORM READ-SAFETY-COLOR-CONFIG.
           PERFORM FIND-CAUTION-COLOR.
           PERFORM FIND-STOPPED-COLOR.
           PERFORM READ-LAST-ALERT-ACK.
           MOVE ALL "N" TO COLLISION-CONTACT-TABLE.
           MOVE ALL "N" TO ZONE-CONTACT-TABLE.
           PERFORM READ-CHECKPOINT.

           IF NOT CHECKPOINT-WAS-LOADED THEN
           MOVE ENTITY-CFG-VEL-X TO ENTITY-VEL-X(ENTITY-TAB-IDX).
           MOVE ENTITY-CFG-VEL-Y TO ENTITY-VEL-Y(ENTITY-TAB-IDX).
           MOVE "N" TO ENTITY-PAUSED(ENTITY-TAB-IDX).
           MOVE ENTITY-CFG-ASSET-TAG
               TO ENTITY-ASSET-TAG(ENTITY-TAB-IDX).

           EXIT.

       STAGE-ENTITY-CHANGES.
           MOVE 0 TO CHANGE-STAGED-COUNT.

           PERFORM LOAD-BASE-ENTITY-CONFIG.

           IF NOT BASE-CONFIG-LOADED THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-PENDING-CHANGES.

           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               PERFORM STAGE-ONE-LIVE-ENTITY
           END-PERFORM.

           PERFORM VARYING BASE-TAB-IDX FROM 1 BY 1
               UNTIL BASE-TAB-IDX > BASE-ENTITY-COUNT
               PERFORM STAGE-ONE-BASE-ENTITY
           END-PERFORM.

           MOVE CHANGE-STAGED-COUNT TO CHANGE-STAGED-EDIT.
           DISPLAY "ENTITY CHANGES STAGED FOR APPROVAL: "
               CHANGE-STAGED-EDIT.

           EXIT.

       LOAD-BASE-ENTITY-CONFIG.
           MOVE "N" TO BASE-CONFIG-FLAG.
           MOVE 0 TO BASE-ENTITY-COUNT.

           OPEN INPUT ENTITY-CONFIG-FILE.

           IF entity-config-status NOT EQUAL "00" THEN
               MOVE Z"Error opening entity config" TO error-message
               MOVE "LOAD-BASE-ENTITY-CONFIG" TO error-paragraph
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL entity-config-status NOT EQUAL "00"
               OR BASE-ENTITY-COUNT EQUAL BASE-ENTITY-MAX
               READ ENTITY-CONFIG-FILE

               IF entity-config-status EQUAL "00" THEN
                   ADD 1 TO BASE-ENTITY-COUNT
                   SET BASE-TAB-IDX TO BASE-ENTITY-COUNT
                   MOVE ENTITY-CFG-IMAGE-PATH
                       TO BASE-IMAGE-PATH(BASE-TAB-IDX)
                   MOVE ENTITY-CFG-START-X TO BASE-START-X(BASE-TAB-IDX)
                   MOVE ENTITY-CFG-START-Y TO BASE-START-Y(BASE-TAB-IDX)
                   MOVE ENTITY-CFG-VEL-X TO BASE-VEL-X(BASE-TAB-IDX)
                   MOVE ENTITY-CFG-VEL-Y TO BASE-VEL-Y(BASE-TAB-IDX)
                   MOVE ENTITY-CFG-ASSET-TAG
                       TO BASE-ASSET-TAG(BASE-TAB-IDX)
               END-IF
           END-PERFORM.

           CLOSE ENTITY-CONFIG-FILE.

           SET BASE-CONFIG-LOADED TO TRUE.

           EXIT.

       LOAD-PENDING-CHANGES.
           MOVE 0 TO PENDING-CHANGE-COUNT.

           OPEN INPUT ENTITY-CHANGE-FILE.

           IF entity-change-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL entity-change-status NOT EQUAL "00"
               OR PENDING-CHANGE-COUNT EQUAL PENDING-CHANGE-MAX
               READ ENTITY-CHANGE-FILE

               IF entity-change-status EQUAL "00"
               AND CHG-STATUS EQUAL "PENDING" THEN
                   ADD 1 TO PENDING-CHANGE-COUNT
                   SET PENDING-TAB-IDX TO PENDING-CHANGE-COUNT
                   MOVE CHG-ACTION TO PND-ACTION(PENDING-TAB-IDX)
                   MOVE CHG-ASSET-TAG TO PND-ASSET-TAG(PENDING-TAB-IDX)
                   MOVE CHG-NEW-VEL-X TO PND-NEW-VEL-X(PENDING-TAB-IDX)
                   MOVE CHG-NEW-VEL-Y TO PND-NEW-VEL-Y(PENDING-TAB-IDX)
               END-IF
           END-PERFORM.

           CLOSE ENTITY-CHANGE-FILE.

           EXIT.

       STAGE-ONE-LIVE-ENTITY.
           IF ENTITY-ASSET-TAG(ENTITY-TAB-IDX) EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO BASE-MATCH-INDEX.
           PERFORM VARYING BASE-TAB-IDX FROM 1 BY 1
               UNTIL BASE-TAB-IDX > BASE-ENTITY-COUNT
               IF BASE-ASSET-TAG(BASE-TAB-IDX) EQUAL
               ENTITY-ASSET-TAG(ENTITY-TAB-IDX) THEN
                   SET BASE-MATCH-INDEX TO BASE-TAB-IDX
               END-IF
           END-PERFORM.

           INITIALIZE ENTITY-CHANGE-RECORD.

           IF BASE-MATCH-INDEX EQUAL 0 THEN
               MOVE "ADD" TO CHG-ACTION
               UNSTRING ENTITY-PATH(ENTITY-TAB-IDX) DELIMITED BY X'00'
                   INTO CHG-NEW-IMAGE-PATH
               IF ENTITY-RECT-X(ENTITY-TAB-IDX) IS GREATER THAN ZERO
               THEN
                   MOVE ENTITY-RECT-X(ENTITY-TAB-IDX)
                       TO CHG-NEW-START-X
               END-IF
               IF ENTITY-RECT-Y(ENTITY-TAB-IDX) IS GREATER THAN ZERO
               THEN
                   MOVE ENTITY-RECT-Y(ENTITY-TAB-IDX)
                       TO CHG-NEW-START-Y
               END-IF
           ELSE
               IF BASE-VEL-X(BASE-MATCH-INDEX) EQUAL
               ENTITY-VEL-X(ENTITY-TAB-IDX)
               AND BASE-VEL-Y(BASE-MATCH-INDEX) EQUAL
               ENTITY-VEL-Y(ENTITY-TAB-IDX) THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE "UPDATE" TO CHG-ACTION
               SET BASE-TAB-IDX TO BASE-MATCH-INDEX
               PERFORM MOVE-BASE-TO-OLD-VALUES
               MOVE CHG-OLD-VALUES TO CHG-NEW-VALUES
           END-IF.

           MOVE ENTITY-VEL-X(ENTITY-TAB-IDX) TO CHG-NEW-VEL-X.
           MOVE ENTITY-VEL-Y(ENTITY-TAB-IDX) TO CHG-NEW-VEL-Y.
           MOVE ENTITY-ASSET-TAG(ENTITY-TAB-IDX) TO CHG-ASSET-TAG.
           PERFORM APPEND-ENTITY-CHANGE.

           EXIT.

       STAGE-ONE-BASE-ENTITY.
           IF BASE-ASSET-TAG(BASE-TAB-IDX) EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO LIVE-MATCH-INDEX.
           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               IF ENTITY-ASSET-TAG(ENTITY-TAB-IDX) EQUAL
               BASE-ASSET-TAG(BASE-TAB-IDX) THEN
                   SET LIVE-MATCH-INDEX TO ENTITY-TAB-IDX
               END-IF
           END-PERFORM.

           IF LIVE-MATCH-INDEX IS GREATER THAN 0 THEN
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE ENTITY-CHANGE-RECORD.
           MOVE "REMOVE" TO CHG-ACTION.
           PERFORM MOVE-BASE-TO-OLD-VALUES.
           MOVE BASE-ASSET-TAG(BASE-TAB-IDX) TO CHG-ASSET-TAG.
           PERFORM APPEND-ENTITY-CHANGE.

           EXIT.

       MOVE-BASE-TO-OLD-VALUES.
           MOVE BASE-IMAGE-PATH(BASE-TAB-IDX) TO CHG-OLD-IMAGE-PATH.
           MOVE BASE-START-X(BASE-TAB-IDX) TO CHG-OLD-START-X.
           MOVE BASE-START-Y(BASE-TAB-IDX) TO CHG-OLD-START-Y.
           MOVE BASE-VEL-X(BASE-TAB-IDX) TO CHG-OLD-VEL-X.
           MOVE BASE-VEL-Y(BASE-TAB-IDX) TO CHG-OLD-VEL-Y.

           EXIT.

       APPEND-ENTITY-CHANGE.
           MOVE "N" TO PENDING-DUP-FLAG.
           PERFORM VARYING PENDING-TAB-IDX FROM 1 BY 1
               UNTIL PENDING-TAB-IDX > PENDING-CHANGE-COUNT
               IF PND-ACTION(PENDING-TAB-IDX) EQUAL CHG-ACTION
               AND PND-ASSET-TAG(PENDING-TAB-IDX) EQUAL CHG-ASSET-TAG
               AND PND-NEW-VEL-X(PENDING-TAB-IDX) EQUAL CHG-NEW-VEL-X
               AND PND-NEW-VEL-Y(PENDING-TAB-IDX) EQUAL CHG-NEW-VEL-Y
               THEN
                   SET PENDING-CHANGE-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.

           IF PENDING-CHANGE-DUPLICATE THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM NEXT-CHANGE-ID.
           MOVE CURRENT-CHANGE-ID TO CHG-CHANGE-ID.
           MOVE STATION-ID TO CHG-STATION-ID.
           MOVE CURRENT-OPERATOR-ID TO CHG-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP.
           MOVE "PENDING" TO CHG-STATUS.
           MOVE SPACES TO CHG-REVIEWER-ID.
           MOVE SPACES TO CHG-REVIEW-TIMESTAMP.

           OPEN EXTEND ENTITY-CHANGE-FILE.
           IF entity-change-status EQUAL "35" THEN
               OPEN OUTPUT ENTITY-CHANGE-FILE
           END-IF.

           IF entity-change-status EQUAL "00" THEN
               WRITE ENTITY-CHANGE-RECORD

               IF entity-change-status EQUAL "00" THEN
                   ADD 1 TO CHANGE-STAGED-COUNT
               ELSE
                   MOVE Z"Error writing entity change"
                       TO error-message
                   MOVE "APPEND-ENTITY-CHANGE" TO error-paragraph
                   PERFORM WRITE-AUDIT-RECORD
               END-IF

               CLOSE ENTITY-CHANGE-FILE
           ELSE
               MOVE Z"Error opening entity change file"
                   TO error-message
               MOVE "APPEND-ENTITY-CHANGE" TO error-paragraph
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           EXIT.

       NEXT-CHANGE-ID.
           MOVE 0 TO CURRENT-CHANGE-ID.

           OPEN INPUT CHANGE-SEQ-FILE.

           IF change-seq-status EQUAL "00" THEN
               READ CHANGE-SEQ-FILE

               IF change-seq-status EQUAL "00"
               AND SEQ-LAST-CHANGE-ID IS NUMERIC THEN
                   MOVE SEQ-LAST-CHANGE-ID TO CURRENT-CHANGE-ID
               END-IF

               CLOSE CHANGE-SEQ-FILE
           END-IF.

           ADD 1 TO CURRENT-CHANGE-ID.

           OPEN OUTPUT CHANGE-SEQ-FILE.

           IF change-seq-status EQUAL "00" THEN
               MOVE CURRENT-CHANGE-ID TO SEQ-LAST-CHANGE-ID
               WRITE CHANGE-SEQ-RECORD

               IF change-seq-status NOT EQUAL "00" THEN
                   MOVE Z"Error writing change sequence"
                       TO error-message
                   MOVE "NEXT-CHANGE-ID" TO error-paragraph
                   PERFORM WRITE-AUDIT-RECORD
               END-IF

               CLOSE CHANGE-SEQ-FILE
           ELSE
               MOVE Z"Error opening change sequence" TO error-message
               MOVE "NEXT-CHANGE-ID" TO error-paragraph
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           EXIT.

       READ-ZONE-CONFIG.
           MOVE 0 TO ZONE-COUNT.

           OPEN INPUT ZONE-CONFIG-FILE.

           IF zone-config-status EQUAL "00" THEN
               PERFORM WITH TEST BEFORE
                   UNTIL zone-config-status NOT EQUAL "00"
                   OR ZONE-COUNT EQUAL ZONE-MAX
                   READ ZONE-CONFIG-FILE

                   IF zone-config-status EQUAL "00"
                   AND ZONE-CFG-ID NOT EQUAL SPACES THEN
                       ADD 1 TO ZONE-COUNT
                       SET ZONE-TAB-IDX TO ZONE-COUNT
                       PERFORM STORE-ZONE-CONFIG
                   END-IF
               END-PERFORM

               CLOSE ZONE-CONFIG-FILE
           END-IF.

           EXIT.

       STORE-ZONE-CONFIG.
           MOVE ZONE-CFG-ID TO ZONE-ID(ZONE-TAB-IDX).
           MOVE ZONE-CFG-X TO ZONE-X(ZONE-TAB-IDX).
           MOVE ZONE-CFG-Y TO ZONE-Y(ZONE-TAB-IDX).
           MOVE ZONE-CFG-WIDTH TO ZONE-W(ZONE-TAB-IDX).
           MOVE ZONE-CFG-HEIGHT TO ZONE-H(ZONE-TAB-IDX).
           MOVE ZONE-CFG-SEVERITY TO ZONE-SEVERITY(ZONE-TAB-IDX).

           EXIT.

       READ-SCHEDULE-CONFIG.
           MOVE 0 TO SCHEDULE-COUNT.

           EXIT.

       RENDER-MESSAGE-TEXTURE.
           IF ALERT-IS-ACTIVE THEN
               CALL "TTF_RenderText_Blended" USING
                   BY VALUE text-font
                   BY REFERENCE ALERT-DISPLAY-TEXT
                   BY VALUE text-color
                   RETURNING text-surface
               END-CALL
           ELSE
           IF NOT STATION-IS-OPEN THEN
               CALL "TTF_RenderText_Blended" USING
                   BY VALUE text-font
                   RETURNING text-surface
               END-CALL
           END-IF
           END-IF
           END-IF.

           IF text-surface EQUALS NULL THEN
           EXIT.

       SWAP-MESSAGE.
           IF ALERT-IS-ACTIVE THEN
               EXIT PARAGRAPH
           END-IF.

           IF MESSAGE-COUNT IS GREATER THAN ZERO THEN
               ADD 1 TO CURRENT-MESSAGE-INDEX
               IF CURRENT-MESSAGE-INDEX IS GREATER THAN

           EXIT.

       READ-LAST-ALERT-ACK.
           MOVE 0 TO LAST-ACKED-ALERT-ID.

           OPEN INPUT ALERT-ACK-FILE.

           IF alert-ack-status EQUAL "00" THEN
               PERFORM WITH TEST BEFORE
                   UNTIL alert-ack-status NOT EQUAL "00"
                   READ ALERT-ACK-FILE

                   IF alert-ack-status EQUAL "00"
                   AND ACK-ALERT-ID IS NUMERIC
                   AND ACK-ALERT-ID IS GREATER THAN
                   LAST-ACKED-ALERT-ID THEN
                       MOVE ACK-ALERT-ID TO LAST-ACKED-ALERT-ID
                   END-IF
               END-PERFORM

               CLOSE ALERT-ACK-FILE
           END-IF.

           MOVE LAST-ACKED-ALERT-ID TO ACTIVE-ALERT-ID.

           EXIT.

       CHECK-EMERGENCY-ALERT.
           OPEN INPUT EMERGENCY-ALERT-FILE.

           IF emergency-alert-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           READ EMERGENCY-ALERT-FILE.

           IF emergency-alert-status EQUAL "00"
           AND ALERT-ID IS NUMERIC
           AND ALERT-ID IS GREATER THAN LAST-ACKED-ALERT-ID THEN
               IF ALERT-ID NOT EQUAL ACTIVE-ALERT-ID THEN
                   PERFORM SHOW-EMERGENCY-ALERT
               ELSE
                   PERFORM RESHOW-EMERGENCY-ALERT
               END-IF
           END-IF.

           CLOSE EMERGENCY-ALERT-FILE.

           EXIT.

       SHOW-EMERGENCY-ALERT.
           MOVE ALERT-ID TO ACTIVE-ALERT-ID.
           MOVE SPACES TO ALERT-DISPLAY-TEXT.
           STRING FUNCTION TRIM(ALERT-TEXT) DELIMITED BY SIZE
               X'00' DELIMITED BY SIZE
               INTO ALERT-DISPLAY-TEXT.
           MOVE FUNCTION CURRENT-DATE TO ALERT-SHOWN-TIMESTAMP.
           SET ALERT-IS-ACTIVE TO TRUE.

           DISPLAY "EMERGENCY ALERT " ACTIVE-ALERT-ID " FROM "
               FUNCTION TRIM(ALERT-ISSUER-ID) ": "
               FUNCTION TRIM(ALERT-TEXT).

           PERFORM RESHOW-EMERGENCY-ALERT.

           EXIT.

       RESHOW-EMERGENCY-ALERT.
           IF STATION-IS-OPEN THEN
               MOVE 0 TO ACTIVE-HAZARD-COLOR-INDEX
               PERFORM RENDER-MESSAGE-TEXTURE
           ELSE
               PERFORM ENTER-CLOSED-DISPLAY
           END-IF.

           EXIT.

       ACKNOWLEDGE-ALERT.
           MOVE FUNCTION CURRENT-DATE TO ALERT-ACK-TIMESTAMP.
           COMPUTE ALERT-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ALERT-ACK-TIMESTAMP(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ALERT-SHOWN-TIMESTAMP(1:8))))
               * 86400
               + FUNCTION NUMVAL(ALERT-ACK-TIMESTAMP(9:2)) * 3600
               + FUNCTION NUMVAL(ALERT-ACK-TIMESTAMP(11:2)) * 60
               + FUNCTION NUMVAL(ALERT-ACK-TIMESTAMP(13:2))
               - FUNCTION NUMVAL(ALERT-SHOWN-TIMESTAMP(9:2)) * 3600
               - FUNCTION NUMVAL(ALERT-SHOWN-TIMESTAMP(11:2)) * 60
               - FUNCTION NUMVAL(ALERT-SHOWN-TIMESTAMP(13:2)).
           IF ALERT-ELAPSED-SECONDS IS LESS THAN ZERO THEN
               MOVE 0 TO ALERT-ELAPSED-SECONDS
           END-IF.

           PERFORM WRITE-ALERT-ACK-RECORD.
           DISPLAY "EMERGENCY ALERT " ACTIVE-ALERT-ID
               " ACKNOWLEDGED BY " CURRENT-OPERATOR-ID.

           MOVE ACTIVE-ALERT-ID TO LAST-ACKED-ALERT-ID.
           MOVE "N" TO ALERT-ACTIVE-FLAG.
           MOVE 0 TO MESSAGE-COUNTER.
           PERFORM RENDER-MESSAGE-TEXTURE.

           EXIT.

       WRITE-ALERT-ACK-RECORD.
           MOVE STATION-ID TO ACK-STATION-ID.
           MOVE ACTIVE-ALERT-ID TO ACK-ALERT-ID.
           MOVE CURRENT-OPERATOR-ID TO ACK-OPERATOR-ID.
           MOVE ALERT-ELAPSED-SECONDS TO ACK-ELAPSED-SECONDS.
           MOVE ALERT-SHOWN-TIMESTAMP TO ACK-SHOWN-TIMESTAMP.
           MOVE ALERT-ACK-TIMESTAMP TO ACK-TIMESTAMP.

           OPEN EXTEND ALERT-ACK-FILE.
           IF alert-ack-status EQUAL "35" THEN
               OPEN OUTPUT ALERT-ACK-FILE
           END-IF.

           IF alert-ack-status EQUAL "00" THEN
               WRITE ALERT-ACK-RECORD

               IF alert-ack-status NOT EQUAL "00" THEN
                   MOVE Z"Error writing alert acknowledgment"
                       TO error-message
                   MOVE "WRITE-ALERT-ACK-RECORD" TO error-paragraph
                   PERFORM WRITE-AUDIT-RECORD
               END-IF

               CLOSE ALERT-ACK-FILE
           ELSE
               MOVE Z"Error opening alert acknowledgment log"
                   TO error-message
               MOVE "WRITE-ALERT-ACK-RECORD" TO error-paragraph
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           EXIT.

       INITIALIZE-SAFETY-COLORS.
           MOVE 3 TO SAFETY-COLOR-COUNT.

                                      PERFORM RECORD-DENIED-ATTEMPT
                                  END-IF
                              END-IF
                          WHEN SDL_SCANCODE_F3
                              IF FOCUSED-WINDOW-ID EQUAL sdl-window-id
                              AND ALERT-IS-ACTIVE THEN
                                  IF OPERATOR-SIGNED-ON THEN
                                      PERFORM ACKNOWLEDGE-ALERT
                                  ELSE
                                      DISPLAY "SIGN ON TO ACKNOWLEDGE "
                                          "EMERGENCY ALERT"
                                      PERFORM RESHOW-EMERGENCY-ALERT
                                  END-IF
                              END-IF
                          WHEN SDL_SCANCODE_F5
                              IF FOCUSED-WINDOW-ID EQUAL sdl-window-id
                              AND OPERATOR-SIGNED-ON
                       MOVE INC-TIMESTAMP(1:14) TO HND-INC-TIMESTAMP
                       MOVE INC-ENTITY-A-INDEX TO HND-INC-ENTITY-A
                       MOVE INC-ENTITY-B-INDEX TO HND-INC-ENTITY-B
                       MOVE INC-ENTITY-A-TAG TO HND-INC-TAG-A
                       MOVE INC-ENTITY-B-TAG TO HND-INC-TAG-B
                       WRITE HANDOVER-REPORT-LINE
                           FROM HND-INCIDENT-LINE
                   END-IF
       TOGGLE-MAINTENANCE-MODE.
           IF MAINTENANCE-ACTIVE THEN
               MOVE "N" TO MAINTENANCE-MODE
               PERFORM STAGE-ENTITY-CHANGES
           ELSE
               SET MAINTENANCE-ACTIVE TO TRUE
           END-IF.
           MOVE 2 TO ENTITY-VEL-X(ENTITY-TAB-IDX).
           MOVE 2 TO ENTITY-VEL-Y(ENTITY-TAB-IDX).
           MOVE "N" TO ENTITY-PAUSED(ENTITY-TAB-IDX).
           PERFORM NEXT-ASSET-TAG.
           MOVE NEW-ASSET-TAG TO ENTITY-ASSET-TAG(ENTITY-TAB-IDX).
           PERFORM LOAD-ONE-ENTITY-TEXTURE.
           MOVE ENTITY-COUNT TO SELECTED-ENTITY-INDEX.

           MOVE 0 TO ENTITY-VEL-X(ENTITY-TAB-IDX).
           MOVE 0 TO ENTITY-VEL-Y(ENTITY-TAB-IDX).
           MOVE "N" TO ENTITY-PAUSED(ENTITY-TAB-IDX).
           MOVE SPACES TO ENTITY-ASSET-TAG(ENTITY-TAB-IDX).

           SUBTRACT 1 FROM ENTITY-COUNT.

           END-IF.

           MOVE ALL "N" TO COLLISION-CONTACT-TABLE.
           MOVE ALL "N" TO ZONE-CONTACT-TABLE.

           EXIT.


           EXIT.

       NEXT-ASSET-TAG.
           MOVE 0 TO CURRENT-ASSET-NUMBER.

           OPEN INPUT ASSET-SEQ-FILE.

           IF asset-seq-status EQUAL "00" THEN
               READ ASSET-SEQ-FILE

               IF asset-seq-status EQUAL "00"
               AND SEQ-LAST-ASSET-NUMBER IS NUMERIC THEN
                   MOVE SEQ-LAST-ASSET-NUMBER TO CURRENT-ASSET-NUMBER
               END-IF

               CLOSE ASSET-SEQ-FILE
           END-IF.

           PERFORM VARYING MAINT-SHIFT-SUB FROM 1 BY 1
               UNTIL MAINT-SHIFT-SUB > ENTITY-COUNT
               PERFORM CHECK-ONE-ASSET-NUMBER
           END-PERFORM.

           ADD 1 TO CURRENT-ASSET-NUMBER.
           MOVE CURRENT-ASSET-NUMBER TO NEW-ASSET-NUMBER.

           OPEN OUTPUT ASSET-SEQ-FILE.

           IF asset-seq-status EQUAL "00" THEN
               MOVE CURRENT-ASSET-NUMBER TO SEQ-LAST-ASSET-NUMBER
               WRITE ASSET-SEQ-RECORD

               IF asset-seq-status NOT EQUAL "00" THEN
                   MOVE Z"Error writing asset sequence"
                       TO error-message
                   MOVE "NEXT-ASSET-TAG" TO error-paragraph
                   PERFORM WRITE-AUDIT-RECORD
               END-IF

               CLOSE ASSET-SEQ-FILE
           ELSE
               MOVE Z"Error opening asset sequence" TO error-message
               MOVE "NEXT-ASSET-TAG" TO error-paragraph
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           EXIT.

       CHECK-ONE-ASSET-NUMBER.
           IF ENTITY-ASSET-TAG(MAINT-SHIFT-SUB)(1:4) EQUAL "ENT-"
           AND ENTITY-ASSET-TAG(MAINT-SHIFT-SUB)(5:6) IS NUMERIC THEN
               MOVE ENTITY-ASSET-TAG(MAINT-SHIFT-SUB)(5:6)
                   TO TABLE-ASSET-NUMBER
               IF TABLE-ASSET-NUMBER IS GREATER THAN
               CURRENT-ASSET-NUMBER THEN
                   MOVE TABLE-ASSET-NUMBER TO CURRENT-ASSET-NUMBER
               END-IF
           END-IF.

           EXIT.

       ADJUST-ENTITY-VELOCITY.
           IF ENTITY-COUNT EQUAL 0 THEN
               EXIT PARAGRAPH
               END-PERFORM
           END-PERFORM.

           PERFORM CHECK-ZONE-BREACHES.

           IF NOT STATION-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO HAZARD-COLOR-INDEX.
           IF COLLISION-ACTIVE-COUNT IS GREATER THAN 0
           OR ZONE-ALERT-CAUTION THEN
               MOVE CAUTION-COLOR-INDEX TO HAZARD-COLOR-INDEX
           END-IF.
           IF ZONE-ALERT-STOPPED
           OR ALERT-IS-ACTIVE THEN
               MOVE STOPPED-COLOR-INDEX TO HAZARD-COLOR-INDEX
           END-IF.

           IF HAZARD-COLOR-INDEX IS GREATER THAN 0 THEN
               IF NOT COLLISION-IN-PROGRESS THEN
                   SET COLLISION-IN-PROGRESS TO TRUE
                   MOVE CURRENT-SAFETY-COLOR-INDEX
                       TO SAVED-SAFETY-COLOR-INDEX
               END-IF
               IF HAZARD-COLOR-INDEX NOT EQUAL
               ACTIVE-HAZARD-COLOR-INDEX THEN
                   MOVE HAZARD-COLOR-INDEX TO ACTIVE-HAZARD-COLOR-INDEX
                   MOVE HAZARD-COLOR-INDEX
                       TO CURRENT-SAFETY-COLOR-INDEX
                   PERFORM APPLY-SAFETY-COLOR
               END-IF
           ELSE
               IF COLLISION-IN-PROGRESS THEN
                   MOVE "N" TO COLLISION-STATE
                   MOVE 0 TO ACTIVE-HAZARD-COLOR-INDEX
                   MOVE SAVED-SAFETY-COLOR-INDEX
                       TO CURRENT-SAFETY-COLOR-INDEX
                   PERFORM APPLY-SAFETY-COLOR
           MOVE ENTITY-VEL-X(COLLISION-PAIR-B) TO INC-B-VEL-X.
           MOVE ENTITY-VEL-Y(COLLISION-PAIR-B) TO INC-B-VEL-Y.
           MOVE FUNCTION CURRENT-DATE TO INC-TIMESTAMP.
           MOVE ENTITY-ASSET-TAG(COLLISION-PAIR-A) TO INC-ENTITY-A-TAG.
           MOVE ENTITY-ASSET-TAG(COLLISION-PAIR-B) TO INC-ENTITY-B-TAG.

           OPEN EXTEND INCIDENT-FILE.
           IF incident-file-status EQUAL "35" THEN

           EXIT.

       CHECK-ZONE-BREACHES.
           SET ZONE-ALERT-NONE TO TRUE.

           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               PERFORM VARYING ZONE-TAB-IDX FROM 1 BY 1
                   UNTIL ZONE-TAB-IDX > ZONE-COUNT
                   PERFORM CHECK-ONE-ZONE-CONTACT
               END-PERFORM
           END-PERFORM.

           EXIT.

       CHECK-ONE-ZONE-CONTACT.
           IF ENTITY-RECT-X(ENTITY-TAB-IDX) IS LESS THAN
           ZONE-X(ZONE-TAB-IDX) + ZONE-W(ZONE-TAB-IDX)
           AND ZONE-X(ZONE-TAB-IDX) IS LESS THAN
           ENTITY-RECT-X(ENTITY-TAB-IDX) +
           ENTITY-RECT-W(ENTITY-TAB-IDX)
           AND ENTITY-RECT-Y(ENTITY-TAB-IDX) IS LESS THAN
           ZONE-Y(ZONE-TAB-IDX) + ZONE-H(ZONE-TAB-IDX)
           AND ZONE-Y(ZONE-TAB-IDX) IS LESS THAN
           ENTITY-RECT-Y(ENTITY-TAB-IDX) +
           ENTITY-RECT-H(ENTITY-TAB-IDX) THEN
               IF ZONE-SEVERITY(ZONE-TAB-IDX) EQUAL "STOPPED" THEN
                   SET ZONE-ALERT-STOPPED TO TRUE
               ELSE
                   IF NOT ZONE-ALERT-STOPPED THEN
                       SET ZONE-ALERT-CAUTION TO TRUE
                   END-IF
               END-IF
               IF ZONE-CONTACT-FLAG(ENTITY-TAB-IDX, ZONE-TAB-IDX)
               NOT EQUAL "Y" THEN
                   MOVE "Y" TO ZONE-CONTACT-FLAG(ENTITY-TAB-IDX,
                       ZONE-TAB-IDX)
                   PERFORM WRITE-ZONE-BREACH-RECORD
               END-IF
           ELSE
               MOVE "N" TO ZONE-CONTACT-FLAG(ENTITY-TAB-IDX,
                   ZONE-TAB-IDX)
           END-IF.

           EXIT.

       WRITE-ZONE-BREACH-RECORD.
           PERFORM NEXT-INCIDENT-ID.
           MOVE STATION-ID TO ZBR-STATION-ID.
           MOVE CURRENT-INCIDENT-ID TO ZBR-INCIDENT-ID.
           MOVE ZONE-ID(ZONE-TAB-IDX) TO ZBR-ZONE-ID.
           MOVE ZONE-SEVERITY(ZONE-TAB-IDX) TO ZBR-SEVERITY.
           SET ZBR-ENTITY-INDEX TO ENTITY-TAB-IDX.
           MOVE ENTITY-ASSET-TAG(ENTITY-TAB-IDX) TO ZBR-ENTITY-TAG.
           MOVE ENTITY-RECT-X(ENTITY-TAB-IDX) TO ZBR-X.
           MOVE ENTITY-RECT-Y(ENTITY-TAB-IDX) TO ZBR-Y.
           MOVE ENTITY-VEL-X(ENTITY-TAB-IDX) TO ZBR-VEL-X.
           MOVE ENTITY-VEL-Y(ENTITY-TAB-IDX) TO ZBR-VEL-Y.
           MOVE FUNCTION CURRENT-DATE TO ZBR-TIMESTAMP.

           OPEN EXTEND ZONE-BREACH-FILE.
           IF zone-breach-status EQUAL "35" THEN
               OPEN OUTPUT ZONE-BREACH-FILE
           END-IF.

           IF zone-breach-status EQUAL "00" THEN
               WRITE ZONE-BREACH-RECORD

               IF zone-breach-status NOT EQUAL "00" THEN
                   MOVE Z"Error writing zone breach record"
                       TO error-message
                   MOVE "WRITE-ZONE-BREACH-RECORD" TO error-paragraph
                   PERFORM WRITE-AUDIT-RECORD
               END-IF

               CLOSE ZONE-BREACH-FILE
           ELSE
               MOVE Z"Error opening zone breach file" TO error-message
               MOVE "WRITE-ZONE-BREACH-RECORD" TO error-paragraph
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

           EXIT.

       RENDER-ONE-ENTITY.
           CALL "SDL_RenderCopy" USING
               BY VALUE sdl-renderer
                       SET CURRENT-SAFETY-COLOR-INDEX TO 1
                   END-IF

                   MOVE 0 TO CHECKPOINT-ENT-COUNT
                   IF CKPT-ENTITY-COUNT IS NUMERIC THEN
                       MOVE CKPT-ENTITY-COUNT TO CHECKPOINT-ENT-COUNT
                   END-IF

                   PERFORM WITH TEST BEFORE
                       VARYING CHECKPOINT-ENT-SUB FROM 1 BY 1
                       UNTIL CHECKPOINT-ENT-SUB > CHECKPOINT-ENT-COUNT
                       OR checkpoint-status NOT EQUAL "00"
                       PERFORM READ-ONE-CHECKPOINT-ENTITY
                   END-PERFORM
       READ-ONE-CHECKPOINT-ENTITY.
           READ CHECKPOINT-FILE.

           IF checkpoint-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CHECKPOINT-MATCH-SUB.

           IF CKPT-ENT-ASSET-TAG EQUAL SPACES THEN
               IF CHECKPOINT-ENT-SUB IS NOT GREATER THAN ENTITY-COUNT
               AND ENTITY-ASSET-TAG(CHECKPOINT-ENT-SUB) EQUAL SPACES
               THEN
                   MOVE CHECKPOINT-ENT-SUB TO CHECKPOINT-MATCH-SUB
               END-IF
           ELSE
               PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
                   UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
                   IF ENTITY-ASSET-TAG(ENTITY-TAB-IDX) EQUAL
                   CKPT-ENT-ASSET-TAG THEN
                       SET CHECKPOINT-MATCH-SUB TO ENTITY-TAB-IDX
                   END-IF
               END-PERFORM
           END-IF.

           IF CHECKPOINT-MATCH-SUB EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CKPT-ENT-X TO ENTITY-RECT-X(CHECKPOINT-MATCH-SUB).
           MOVE CKPT-ENT-Y TO ENTITY-RECT-Y(CHECKPOINT-MATCH-SUB).
           MOVE CKPT-ENT-VEL-X TO ENTITY-VEL-X(CHECKPOINT-MATCH-SUB).
           MOVE CKPT-ENT-VEL-Y TO ENTITY-VEL-Y(CHECKPOINT-MATCH-SUB).

           EXIT.

       WRITE-CHECKPOINT.
           MOVE ENTITY-RECT-Y(ENTITY-TAB-IDX) TO CKPT-ENT-Y.
           MOVE ENTITY-VEL-X(ENTITY-TAB-IDX) TO CKPT-ENT-VEL-X.
           MOVE ENTITY-VEL-Y(ENTITY-TAB-IDX) TO CKPT-ENT-VEL-Y.
           MOVE ENTITY-ASSET-TAG(ENTITY-TAB-IDX) TO CKPT-ENT-ASSET-TAG.
           WRITE CHECKPOINT-ENTITY-RECORD.

           IF checkpoint-status NOT EQUAL "00" THEN
               MOVE 0 TO MJ-ENT-Y(JOURNAL-ENT-SUB)
               MOVE 0 TO MJ-ENT-VEL-X(JOURNAL-ENT-SUB)
               MOVE 0 TO MJ-ENT-VEL-Y(JOURNAL-ENT-SUB)
               MOVE SPACES TO MJ-ENT-ASSET-TAG(JOURNAL-ENT-SUB)
           ELSE
               MOVE ENTITY-RECT-X(JOURNAL-ENT-SUB)
                   TO MJ-ENT-X(JOURNAL-ENT-SUB)
                   TO MJ-ENT-VEL-X(JOURNAL-ENT-SUB)
               MOVE ENTITY-VEL-Y(JOURNAL-ENT-SUB)
                   TO MJ-ENT-VEL-Y(JOURNAL-ENT-SUB)
               MOVE ENTITY-ASSET-TAG(JOURNAL-ENT-SUB)
                   TO MJ-ENT-ASSET-TAG(JOURNAL-ENT-SUB)
           END-IF.

           EXIT.
