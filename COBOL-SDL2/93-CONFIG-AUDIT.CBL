               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS message-config-status.

           SELECT ZONE-CONFIG-FILE ASSIGN TO ZONE-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS zone-config-status.

           SELECT STATION-STATUS-FILE ASSIGN TO STATION-STATUS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-status-file-status.
       FD  MESSAGE-CONFIG-FILE.
       COPY "copybooks/MESSAGE-CFG.CPY".

       FD  ZONE-CONFIG-FILE.
       COPY "copybooks/ZONE-CFG.CPY".

       FD  STATION-STATUS-FILE.
       COPY "copybooks/STATION-STATUS.CPY".

           77 operator-config-status PIC X(02).
           77 safety-color-config-status PIC X(02).
           77 message-config-status PIC X(02).
           77 zone-config-status PIC X(02).
           77 station-status-file-status PIC X(02).
           77 config-report-status PIC X(02).

           77 OPERATOR-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 SAFETY-COLOR-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 MESSAGE-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 ZONE-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 STATION-STATUS-PATH PIC X(96) VALUE SPACES.
           77 CONFIG-REPORT-PATH PIC X(96) VALUE SPACES.

           77 ENTITY-RECORD-COUNT USAGE BINARY-INT VALUE 0.
           77 image-check-file USAGE POINTER VALUE NULL.
           77 image-check-name PIC X(41) VALUE SPACES.
           77 ENTITY-TAG-AUDIT-MAX USAGE BINARY-INT VALUE 50.
           77 ENTITY-TAG-AUDIT-COUNT USAGE BINARY-INT VALUE 0.
           77 ENTITY-TAG-DUP-FLAG PIC X(01) VALUE "N".
           01 ENTITY-TAG-AUDIT-TABLE.
             05 ENTITY-TAG-AUDIT-ENTRY OCCURS 50 TIMES INDEXED BY
                 ENTITY-TAG-AUD-IDX.
                10 ENT-AUD-ASSET-TAG PIC X(10).

           77 SCHEDULE-AUDIT-MAX USAGE BINARY-INT VALUE 50.
           77 SCHEDULE-AUDIT-COUNT USAGE BINARY-INT VALUE 0.
           77 MESSAGE-MAX USAGE BINARY-INT VALUE 10.
           77 MESSAGE-RECORD-COUNT USAGE BINARY-INT VALUE 0.

           77 AUDIT-WINDOW-WIDTH USAGE BINARY-INT VALUE 0.
           77 AUDIT-WINDOW-HEIGHT USAGE BINARY-INT VALUE 0.
           77 ZONE-AUDIT-MAX USAGE BINARY-INT VALUE 20.
           77 ZONE-AUDIT-COUNT USAGE BINARY-INT VALUE 0.
           77 ZONE-RECORD-COUNT USAGE BINARY-INT VALUE 0.
           77 ZONE-DUP-FLAG PIC X(01) VALUE "N".
           77 ZONE-EDGE USAGE BINARY-INT VALUE 0.
           01 ZONE-AUDIT-TABLE.
             05 ZONE-AUDIT-ENTRY OCCURS 20 TIMES INDEXED BY
                 ZONE-AUD-IDX.
                10 ZONE-AUD-ID PIC X(08).

           01 RPT-HEADER-LINE.
             05 FILLER PIC X(33)
                 VALUE "STARTUP CONFIG VALIDATION RUN AT ".

           PERFORM VALIDATE-STATION-CONFIG.
           PERFORM VALIDATE-ENTITY-CONFIG.
           PERFORM VALIDATE-ZONE-CONFIG.
           PERFORM VALIDATE-SCHEDULE-CONFIG.
           PERFORM VALIDATE-OPERATOR-CONFIG.
           PERFORM VALIDATE-SAFETY-COLOR-CONFIG.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO MESSAGE-CONFIG-PATH.

           MOVE "config/zones.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ZONE-CONFIG-PATH.

           MOVE "logs/station-status.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO STATION-STATUS-PATH.
                   MOVE "WINDOW DIMENSIONS ARE ZERO"
                       TO FINDING-MESSAGE
                   PERFORM WRITE-ONE-FINDING
               ELSE
                   MOVE CFG-WINDOW-WIDTH TO AUDIT-WINDOW-WIDTH
                   MOVE CFG-WINDOW-HEIGHT TO AUDIT-WINDOW-HEIGHT
               END-IF
           END-IF.

           MOVE "config/entities.dat" TO FINDING-FILE-NAME.
           MOVE 0 TO RECORD-NUMBER.
           MOVE 0 TO ENTITY-RECORD-COUNT.
           MOVE 0 TO ENTITY-TAG-AUDIT-COUNT.

           OPEN INPUT ENTITY-CONFIG-FILE.

               PERFORM WRITE-ONE-FINDING
           END-IF.

           PERFORM CHECK-ENTITY-ASSET-TAG.

           EXIT.

       CHECK-ENTITY-ASSET-TAG.
           IF ENTITY-CFG-ASSET-TAG EQUAL SPACES THEN
               MOVE "ASSET TAG IS BLANK" TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ENTITY-TAG-DUP-FLAG.
           PERFORM VARYING ENTITY-TAG-AUD-IDX FROM 1 BY 1
               UNTIL ENTITY-TAG-AUD-IDX > ENTITY-TAG-AUDIT-COUNT
               IF ENT-AUD-ASSET-TAG(ENTITY-TAG-AUD-IDX) EQUAL
               ENTITY-CFG-ASSET-TAG THEN
                   MOVE "Y" TO ENTITY-TAG-DUP-FLAG
               END-IF
           END-PERFORM.

           IF ENTITY-TAG-DUP-FLAG EQUAL "Y" THEN
               MOVE "DUPLICATE ASSET TAG" TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
               EXIT PARAGRAPH
           END-IF.

           IF ENTITY-TAG-AUDIT-COUNT IS LESS THAN
           ENTITY-TAG-AUDIT-MAX THEN
               ADD 1 TO ENTITY-TAG-AUDIT-COUNT
               SET ENTITY-TAG-AUD-IDX TO ENTITY-TAG-AUDIT-COUNT
               MOVE ENTITY-CFG-ASSET-TAG
                   TO ENT-AUD-ASSET-TAG(ENTITY-TAG-AUD-IDX)
           END-IF.

           EXIT.

       CHECK-IMAGE-PATH.

           EXIT.

       VALIDATE-ZONE-CONFIG.
           MOVE "config/zones.dat" TO FINDING-FILE-NAME.
           MOVE 0 TO RECORD-NUMBER.
           MOVE 0 TO ZONE-RECORD-COUNT.
           MOVE 0 TO ZONE-AUDIT-COUNT.

           OPEN INPUT ZONE-CONFIG-FILE.

           IF zone-config-status EQUAL "35" THEN
               EXIT PARAGRAPH
           END-IF.

           IF zone-config-status NOT EQUAL "00" THEN
               MOVE "CANNOT OPEN FILE" TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL zone-config-status NOT EQUAL "00"
               READ ZONE-CONFIG-FILE

               IF zone-config-status EQUAL "00" THEN
                   ADD 1 TO RECORD-NUMBER
                   ADD 1 TO ZONE-RECORD-COUNT
                   PERFORM CHECK-ONE-ZONE
               END-IF
           END-PERFORM.

           CLOSE ZONE-CONFIG-FILE.

           MOVE 0 TO RECORD-NUMBER.

           IF ZONE-RECORD-COUNT IS GREATER THAN ZONE-AUDIT-MAX THEN
               MOVE "MORE RECORDS THAN ZONE TABLE HOLDS"
                   TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
           END-IF.

           EXIT.

       CHECK-ONE-ZONE.
           IF ZONE-CFG-ID EQUAL SPACES THEN
               MOVE "ZONE ID IS BLANK" TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
           ELSE
               PERFORM CHECK-ZONE-ID-UNIQUE
           END-IF.

           IF ZONE-CFG-SEVERITY NOT EQUAL "CAUTION"
           AND ZONE-CFG-SEVERITY NOT EQUAL "STOPPED" THEN
               MOVE "SEVERITY NOT CAUTION OR STOPPED"
                   TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
           END-IF.

           IF ZONE-CFG-X IS NOT NUMERIC
           OR ZONE-CFG-Y IS NOT NUMERIC
           OR ZONE-CFG-WIDTH IS NOT NUMERIC
           OR ZONE-CFG-HEIGHT IS NOT NUMERIC THEN
               MOVE "ZONE RECTANGLE NOT NUMERIC" TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
               EXIT PARAGRAPH
           END-IF.

           IF ZONE-CFG-WIDTH EQUAL 0
           OR ZONE-CFG-HEIGHT EQUAL 0 THEN
               MOVE "ZONE SIZE IS ZERO" TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
               EXIT PARAGRAPH
           END-IF.

           IF AUDIT-WINDOW-WIDTH EQUAL 0
           OR AUDIT-WINDOW-HEIGHT EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ZONE-EDGE = ZONE-CFG-X + ZONE-CFG-WIDTH.
           IF ZONE-EDGE IS GREATER THAN AUDIT-WINDOW-WIDTH THEN
               MOVE "ZONE EXTENDS PAST WINDOW WIDTH" TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
           END-IF.

           COMPUTE ZONE-EDGE = ZONE-CFG-Y + ZONE-CFG-HEIGHT.
           IF ZONE-EDGE IS GREATER THAN AUDIT-WINDOW-HEIGHT THEN
               MOVE "ZONE EXTENDS PAST WINDOW HEIGHT"
                   TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
           END-IF.

           EXIT.

       CHECK-ZONE-ID-UNIQUE.
           MOVE "N" TO ZONE-DUP-FLAG.
           PERFORM VARYING ZONE-AUD-IDX FROM 1 BY 1
               UNTIL ZONE-AUD-IDX > ZONE-AUDIT-COUNT
               IF ZONE-AUD-ID(ZONE-AUD-IDX) EQUAL ZONE-CFG-ID THEN
                   MOVE "Y" TO ZONE-DUP-FLAG
               END-IF
           END-PERFORM.

           IF ZONE-DUP-FLAG EQUAL "Y" THEN
               MOVE "DUPLICATE ZONE ID" TO FINDING-MESSAGE
               PERFORM WRITE-ONE-FINDING
               EXIT PARAGRAPH
           END-IF.

           IF ZONE-AUDIT-COUNT IS LESS THAN ZONE-AUDIT-MAX THEN
               ADD 1 TO ZONE-AUDIT-COUNT
               SET ZONE-AUD-IDX TO ZONE-AUDIT-COUNT
               MOVE ZONE-CFG-ID TO ZONE-AUD-ID(ZONE-AUD-IDX)
           END-IF.

           EXIT.

       VALIDATE-SCHEDULE-CONFIG.
           MOVE "config/schedule.dat" TO FINDING-FILE-NAME.
           MOVE 0 TO RECORD-NUMBER.
