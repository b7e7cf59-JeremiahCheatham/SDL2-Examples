               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS checkpoint-status.

           SELECT ZONE-CONFIG-FILE ASSIGN TO ZONE-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS zone-config-status.

           SELECT FORECAST-REPORT-FILE ASSIGN TO FORECAST-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS forecast-report-status.
       FD  CHECKPOINT-FILE.
       COPY "copybooks/CHECKPOINT.CPY".

       FD  ZONE-CONFIG-FILE.
       COPY "copybooks/ZONE-CFG.CPY".

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE         PIC X(132).

           77 station-config-status PIC X(02).
           77 entity-config-status PIC X(02).
           77 checkpoint-status PIC X(02).
           77 zone-config-status PIC X(02).
           77 forecast-report-status PIC X(02).

           77 STATION-ID PIC X(10) VALUE SPACES.
           77 STATION-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 ENTITY-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 CHECKPOINT-PATH PIC X(96) VALUE SPACES.
           77 ZONE-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 FORECAST-REPORT-PATH PIC X(96) VALUE SPACES.

           77 return-value USAGE BINARY-INT VALUE 0.

           77 ENTITY-MAX USAGE BINARY-INT VALUE 10.
           77 ENTITY-COUNT USAGE BINARY-INT VALUE 0.
           77 CHECKPOINT-ENT-COUNT USAGE BINARY-INT VALUE 0.
           77 CHECKPOINT-ENT-SUB USAGE BINARY-INT VALUE 0.
           77 CHECKPOINT-MATCH-SUB USAGE BINARY-INT VALUE 0.
           01 ENTITY-TABLE.
             05 ENTITY-ENTRY OCCURS 10 TIMES INDEXED BY
                 ENTITY-TAB-IDX.
                10 ENTITY-H USAGE BINARY-INT.
                10 ENTITY-VEL-X USAGE BINARY-INT.
                10 ENTITY-VEL-Y USAGE BINARY-INT.
                10 ENTITY-ASSET-TAG PIC X(10).

           77 FRAME-NUMBER USAGE BINARY-INT VALUE 0.
           77 PAIR-A USAGE BINARY-INT VALUE 0.
             05 CONTACT-STATE-ROW OCCURS 10 TIMES.
                10 CONTACT-STATE-FLAG OCCURS 10 TIMES PIC X(01).

           77 ZONE-MAX USAGE BINARY-INT VALUE 20.
           77 ZONE-COUNT USAGE BINARY-INT VALUE 0.
           01 ZONE-TABLE.
             05 ZONE-ENTRY OCCURS 20 TIMES INDEXED BY ZONE-TAB-IDX.
                10 ZONE-ID PIC X(08).
                10 ZONE-X USAGE BINARY-INT.
                10 ZONE-Y USAGE BINARY-INT.
                10 ZONE-W USAGE BINARY-INT.
                10 ZONE-H USAGE BINARY-INT.
                10 ZONE-SEVERITY PIC X(08).
           01 ZONE-STATE-TABLE.
             05 ZONE-STATE-ROW OCCURS 10 TIMES.
                10 ZONE-STATE-FLAG OCCURS 20 TIMES PIC X(01).

           77 BREACH-MAX USAGE BINARY-INT VALUE 100.
           77 BREACH-COUNT USAGE BINARY-INT VALUE 0.
           01 BREACH-FORECAST-TABLE.
             05 BREACH-FORECAST-ENTRY OCCURS 100 TIMES INDEXED BY
                 BREACH-TAB-IDX.
                10 BF-ENTITY PIC 9(02).
                10 BF-TAG PIC X(10).
                10 BF-ZONE-ID PIC X(08).
                10 BF-SEVERITY PIC X(08).
                10 BF-FRAME USAGE BINARY-INT.
                10 BF-SECONDS PIC 9(05)V9.
                10 BF-X USAGE BINARY-INT.
                10 BF-Y USAGE BINARY-INT.

           77 FORECAST-MAX USAGE BINARY-INT VALUE 100.
           77 FORECAST-COUNT USAGE BINARY-INT VALUE 0.
           77 CONTACT-SECONDS PIC 9(05)V9 VALUE 0.
                 FORECAST-TAB-IDX.
                10 FC-ENTITY-A PIC 9(02).
                10 FC-ENTITY-B PIC 9(02).
                10 FC-TAG-A PIC X(10).
                10 FC-TAG-B PIC X(10).
                10 FC-FRAME USAGE BINARY-INT.
                10 FC-SECONDS PIC 9(05)V9.
                10 FC-A-X USAGE BINARY-INT.
             05 RPT-FC-ENTITY-A PIC Z9.
             05 FILLER PIC X(01) VALUE "/".
             05 RPT-FC-ENTITY-B PIC Z9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-FC-TAG-A PIC X(10).
             05 FILLER PIC X(01) VALUE "/".
             05 RPT-FC-TAG-B PIC X(10).
             05 FILLER PIC X(09) VALUE "  FRAME ".
             05 RPT-FC-FRAME PIC ZZZZZZZZ9.
             05 FILLER PIC X(05) VALUE "  T+".
             05 RPT-FC-B-X PIC -(5)9.
             05 FILLER PIC X(01) VALUE ",".
             05 RPT-FC-B-Y PIC -(5)9.
             05 FILLER PIC X(21) VALUE SPACES.

           01 RPT-BREACH-LINE.
             05 FILLER PIC X(09) VALUE "  ENTITY ".
             05 RPT-BF-ENTITY PIC Z9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-BF-TAG PIC X(10).
             05 FILLER PIC X(07) VALUE "  ZONE ".
             05 RPT-BF-ZONE-ID PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 RPT-BF-SEVERITY PIC X(08).
             05 FILLER PIC X(09) VALUE "  FRAME ".
             05 RPT-BF-FRAME PIC ZZZZZZZZ9.
             05 FILLER PIC X(05) VALUE "  T+".
             05 RPT-BF-SECONDS PIC ZZZZ9.9.
             05 FILLER PIC X(06) VALUE " S  AT".
             05 RPT-BF-X PIC -(5)9.
             05 FILLER PIC X(01) VALUE ",".
             05 RPT-BF-Y PIC -(5)9.
             05 FILLER PIC X(36) VALUE SPACES.

           01 RPT-TOTAL-LINE.
             05 FILLER PIC X(20) VALUE "PREDICTED CONTACTS".
             05 RPT-TOTAL-CONTACTS PIC ZZZZ9.
             05 FILLER PIC X(20) VALUE "  PREDICTED BREACHES".
             05 RPT-TOTAL-BREACHES PIC ZZZZ9.
             05 FILLER PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-STATION-CONFIG.
           PERFORM READ-ENTITY-CONFIG.
           PERFORM READ-ZONE-CONFIG.

           IF ENTITY-COUNT EQUAL 0 THEN
               DISPLAY "97-MOTION-CAST: NO ENTITIES CONFIGURED"

           MOVE ALL "N" TO CONTACT-STATE-TABLE.
           PERFORM MARK-INITIAL-CONTACTS.
           MOVE ALL "N" TO ZONE-STATE-TABLE.
           PERFORM MARK-INITIAL-BREACHES.

           PERFORM VARYING FRAME-NUMBER FROM 1 BY 1
               UNTIL FRAME-NUMBER > FORECAST-FRAMES
           MOVE FORECAST-COUNT TO COUNT-EDIT.
           DISPLAY "97-MOTION-CAST: " COUNT-EDIT
               " CONTACTS PREDICTED".
           MOVE BREACH-COUNT TO COUNT-EDIT.
           DISPLAY "97-MOTION-CAST: " COUNT-EDIT
               " ZONE BREACHES PREDICTED".

           STOP RUN.

           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO CHECKPOINT-PATH.

           MOVE "config/zones.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ZONE-CONFIG-PATH.

           MOVE "logs/motion-forecast.rpt" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO FORECAST-REPORT-PATH.
           MOVE ENTITY-CFG-VEL-Y TO ENTITY-VEL-Y(ENTITY-TAB-IDX).
           MOVE 0 TO ENTITY-W(ENTITY-TAB-IDX).
           MOVE 0 TO ENTITY-H(ENTITY-TAB-IDX).
           MOVE ENTITY-CFG-ASSET-TAG
               TO ENTITY-ASSET-TAG(ENTITY-TAB-IDX).

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
                       MOVE ZONE-CFG-ID TO ZONE-ID(ZONE-TAB-IDX)
                       MOVE ZONE-CFG-X TO ZONE-X(ZONE-TAB-IDX)
                       MOVE ZONE-CFG-Y TO ZONE-Y(ZONE-TAB-IDX)
                       MOVE ZONE-CFG-WIDTH TO ZONE-W(ZONE-TAB-IDX)
                       MOVE ZONE-CFG-HEIGHT TO ZONE-H(ZONE-TAB-IDX)
                       MOVE ZONE-CFG-SEVERITY
                           TO ZONE-SEVERITY(ZONE-TAB-IDX)
                   END-IF
               END-PERFORM

               CLOSE ZONE-CONFIG-FILE
           END-IF.

           EXIT.

           READ CHECKPOINT-FILE.

           IF checkpoint-status EQUAL "00" THEN
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

           MOVE CKPT-ENT-X TO ENTITY-X(CHECKPOINT-MATCH-SUB).
           MOVE CKPT-ENT-Y TO ENTITY-Y(CHECKPOINT-MATCH-SUB).
           MOVE CKPT-ENT-VEL-X TO ENTITY-VEL-X(CHECKPOINT-MATCH-SUB).
           MOVE CKPT-ENT-VEL-Y TO ENTITY-VEL-Y(CHECKPOINT-MATCH-SUB).

           EXIT.

       MARK-INITIAL-CONTACTS.

           EXIT.

       MARK-INITIAL-BREACHES.
           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               PERFORM VARYING ZONE-TAB-IDX FROM 1 BY 1
                   UNTIL ZONE-TAB-IDX > ZONE-COUNT
                   IF ENTITY-X(ENTITY-TAB-IDX) IS LESS THAN
                   ZONE-X(ZONE-TAB-IDX) + ZONE-W(ZONE-TAB-IDX)
                   AND ZONE-X(ZONE-TAB-IDX) IS LESS THAN
                   ENTITY-X(ENTITY-TAB-IDX) + ENTITY-W(ENTITY-TAB-IDX)
                   AND ENTITY-Y(ENTITY-TAB-IDX) IS LESS THAN
                   ZONE-Y(ZONE-TAB-IDX) + ZONE-H(ZONE-TAB-IDX)
                   AND ZONE-Y(ZONE-TAB-IDX) IS LESS THAN
                   ENTITY-Y(ENTITY-TAB-IDX) + ENTITY-H(ENTITY-TAB-IDX)
                   THEN
                       MOVE "Y" TO ZONE-STATE-FLAG(ENTITY-TAB-IDX,
                           ZONE-TAB-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.

       SIMULATE-ONE-FRAME.
           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               PERFORM VARYING ZONE-TAB-IDX FROM 1 BY 1
                   UNTIL ZONE-TAB-IDX > ZONE-COUNT
                   PERFORM CHECK-ONE-FORECAST-ZONE
               END-PERFORM
           END-PERFORM.

           EXIT.

       ADVANCE-ONE-ENTITY.

           MOVE PAIR-A TO FC-ENTITY-A(FORECAST-TAB-IDX).
           MOVE PAIR-B TO FC-ENTITY-B(FORECAST-TAB-IDX).
           MOVE ENTITY-ASSET-TAG(PAIR-A) TO FC-TAG-A(FORECAST-TAB-IDX).
           MOVE ENTITY-ASSET-TAG(PAIR-B) TO FC-TAG-B(FORECAST-TAB-IDX).
           MOVE FRAME-NUMBER TO FC-FRAME(FORECAST-TAB-IDX).
           MOVE CONTACT-SECONDS TO FC-SECONDS(FORECAST-TAB-IDX).
           MOVE ENTITY-X(PAIR-A) TO FC-A-X(FORECAST-TAB-IDX).

           EXIT.

       CHECK-ONE-FORECAST-ZONE.
           IF ENTITY-X(ENTITY-TAB-IDX) IS LESS THAN
           ZONE-X(ZONE-TAB-IDX) + ZONE-W(ZONE-TAB-IDX)
           AND ZONE-X(ZONE-TAB-IDX) IS LESS THAN
           ENTITY-X(ENTITY-TAB-IDX) + ENTITY-W(ENTITY-TAB-IDX)
           AND ENTITY-Y(ENTITY-TAB-IDX) IS LESS THAN
           ZONE-Y(ZONE-TAB-IDX) + ZONE-H(ZONE-TAB-IDX)
           AND ZONE-Y(ZONE-TAB-IDX) IS LESS THAN
           ENTITY-Y(ENTITY-TAB-IDX) + ENTITY-H(ENTITY-TAB-IDX) THEN
               IF ZONE-STATE-FLAG(ENTITY-TAB-IDX, ZONE-TAB-IDX)
               NOT EQUAL "Y" THEN
                   MOVE "Y" TO ZONE-STATE-FLAG(ENTITY-TAB-IDX,
                       ZONE-TAB-IDX)
                   PERFORM RECORD-ONE-BREACH
               END-IF
           ELSE
               MOVE "N" TO ZONE-STATE-FLAG(ENTITY-TAB-IDX,
                   ZONE-TAB-IDX)
           END-IF.

           EXIT.

       RECORD-ONE-BREACH.
           IF BREACH-COUNT IS GREATER THAN OR EQUAL TO
           BREACH-MAX THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO BREACH-COUNT.
           SET BREACH-TAB-IDX TO BREACH-COUNT.

           COMPUTE CONTACT-SECONDS =
               FRAME-NUMBER * FRAME-BUDGET-MS / 1000.

           SET BF-ENTITY(BREACH-TAB-IDX) TO ENTITY-TAB-IDX.
           MOVE ENTITY-ASSET-TAG(ENTITY-TAB-IDX)
               TO BF-TAG(BREACH-TAB-IDX).
           MOVE ZONE-ID(ZONE-TAB-IDX) TO BF-ZONE-ID(BREACH-TAB-IDX).
           MOVE ZONE-SEVERITY(ZONE-TAB-IDX)
               TO BF-SEVERITY(BREACH-TAB-IDX).
           MOVE FRAME-NUMBER TO BF-FRAME(BREACH-TAB-IDX).
           MOVE CONTACT-SECONDS TO BF-SECONDS(BREACH-TAB-IDX).
           MOVE ENTITY-X(ENTITY-TAB-IDX) TO BF-X(BREACH-TAB-IDX).
           MOVE ENTITY-Y(ENTITY-TAB-IDX) TO BF-Y(BREACH-TAB-IDX).

           EXIT.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE.

           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

           MOVE "PREDICTED ZONE BREACHES" TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

           PERFORM VARYING BREACH-TAB-IDX FROM 1 BY 1
               UNTIL BREACH-TAB-IDX > BREACH-COUNT
               PERFORM WRITE-ONE-BREACH-LINE
           END-PERFORM.

           IF BREACH-COUNT EQUAL 0 THEN
               IF ZONE-COUNT EQUAL 0 THEN
                   MOVE "  NO RESTRICTED ZONES CONFIGURED"
                       TO FORECAST-REPORT-LINE
               ELSE
                   MOVE "  NO ZONE BREACHES PREDICTED"
                       TO FORECAST-REPORT-LINE
               END-IF
               WRITE FORECAST-REPORT-LINE
           END-IF.

           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

           MOVE FORECAST-COUNT TO RPT-TOTAL-CONTACTS.
           MOVE BREACH-COUNT TO RPT-TOTAL-BREACHES.
           WRITE FORECAST-REPORT-LINE FROM RPT-TOTAL-LINE.

           CLOSE FORECAST-REPORT-FILE.
       WRITE-ONE-CONTACT-LINE.
           MOVE FC-ENTITY-A(FORECAST-TAB-IDX) TO RPT-FC-ENTITY-A.
           MOVE FC-ENTITY-B(FORECAST-TAB-IDX) TO RPT-FC-ENTITY-B.
           MOVE FC-TAG-A(FORECAST-TAB-IDX) TO RPT-FC-TAG-A.
           MOVE FC-TAG-B(FORECAST-TAB-IDX) TO RPT-FC-TAG-B.
           MOVE FC-FRAME(FORECAST-TAB-IDX) TO RPT-FC-FRAME.
           MOVE FC-SECONDS(FORECAST-TAB-IDX) TO RPT-FC-SECONDS.
           MOVE FC-A-X(FORECAST-TAB-IDX) TO RPT-FC-A-X.

           EXIT.

       WRITE-ONE-BREACH-LINE.
           MOVE BF-ENTITY(BREACH-TAB-IDX) TO RPT-BF-ENTITY.
           MOVE BF-TAG(BREACH-TAB-IDX) TO RPT-BF-TAG.
           MOVE BF-ZONE-ID(BREACH-TAB-IDX) TO RPT-BF-ZONE-ID.
           MOVE BF-SEVERITY(BREACH-TAB-IDX) TO RPT-BF-SEVERITY.
           MOVE BF-FRAME(BREACH-TAB-IDX) TO RPT-BF-FRAME.
           MOVE BF-SECONDS(BREACH-TAB-IDX) TO RPT-BF-SECONDS.
           MOVE BF-X(BREACH-TAB-IDX) TO RPT-BF-X.
           MOVE BF-Y(BREACH-TAB-IDX) TO RPT-BF-Y.
           WRITE FORECAST-REPORT-LINE FROM RPT-BREACH-LINE.

           EXIT.

       END PROGRAM 97-MOTION-CAST.
