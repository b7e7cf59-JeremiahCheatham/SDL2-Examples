       IDENTIFICATION DIVISION.
       PROGRAM-ID. 89-FLOOR-OCCUPANCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-CONFIG-FILE ASSIGN TO STATION-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-config-status.

           SELECT MOTION-JOURNAL-FILE ASSIGN TO MOTION-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS motion-journal-status.

           SELECT OCCUPANCY-REPORT-FILE ASSIGN TO OCCUPANCY-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS occupancy-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STATION-CONFIG-FILE.
       COPY "copybooks/STATION-CFG.CPY".

       FD  MOTION-JOURNAL-FILE.
       COPY "copybooks/MOTION-JOURNAL.CPY".

       FD  OCCUPANCY-REPORT-FILE.
       01  OCCUPANCY-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
           77 station-config-status PIC X(02).
           77 motion-journal-status PIC X(02).
           77 occupancy-report-status PIC X(02).

           77 ARG-TOTAL-COUNT USAGE BINARY-INT VALUE 0.
           77 ARG-SUB USAGE BINARY-INT VALUE 0.
           77 RUN-ARG PIC X(80) VALUE SPACES.
           77 RUN-ROOT-ARG PIC X(80) VALUE SPACES.
           77 ROOT-ARG-PENDING PIC X(01) VALUE "N".
           77 GRID-ARG-PENDING PIC X(01) VALUE "N".
           77 STILL-ARG-PENDING PIC X(01) VALUE "N".
           77 PATH-BASE-NAME PIC X(40) VALUE SPACES.
           77 PATH-BUILT PIC X(96) VALUE SPACES.
           77 STATION-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 MOTION-JOURNAL-PATH PIC X(96) VALUE SPACES.
           77 OCCUPANCY-REPORT-PATH PIC X(96) VALUE SPACES.
           77 POSITIONAL-MAX USAGE BINARY-INT VALUE 2.
           77 POSITIONAL-COUNT USAGE BINARY-INT VALUE 0.
           01 POSITIONAL-ARG-TABLE.
             05 POSITIONAL-ARG OCCURS 2 TIMES PIC X(40).

           77 STATION-ID PIC X(10) VALUE SPACES.
           77 WINDOW-WIDTH USAGE BINARY-INT VALUE 0.
           77 WINDOW-HEIGHT USAGE BINARY-INT VALUE 0.
           77 GRID-SIZE USAGE BINARY-INT VALUE 4.
           77 GRID-MAX USAGE BINARY-INT VALUE 10.
           77 CELL-WIDTH USAGE BINARY-INT VALUE 0.
           77 CELL-HEIGHT USAGE BINARY-INT VALUE 0.
           77 STILL-MIN-SECONDS USAGE BINARY-INT VALUE 10.
           77 STILL-MIN-CSEC USAGE BINARY-INT VALUE 0.
           77 SAMPLE-GAP-LIMIT-CSEC USAGE BINARY-INT VALUE 1000.

           77 RANGE-ARG PIC X(40) VALUE SPACES.
           77 RANGE-TIMESTAMP PIC X(14) VALUE SPACES.
           77 RANGE-FILL PIC X(06) VALUE SPACES.
           77 FROM-TIMESTAMP PIC X(14) VALUE "00000000000000".
           77 TO-TIMESTAMP PIC X(14) VALUE "99999999999999".

           77 TS-WORK PIC X(14) VALUE SPACES.
           77 TS-DAY-NUM USAGE BINARY-INT VALUE 0.
           77 TS-SEC-NUM USAGE BINARY-INT VALUE 0.
           77 SAMPLE-DAY USAGE BINARY-INT VALUE 0.
           77 SAMPLE-CSEC USAGE BINARY-INT VALUE 0.
           77 SAMPLE-SEQ USAGE BINARY-INT VALUE 0.
           77 SAMPLE-X USAGE BINARY-INT VALUE 0.
           77 SAMPLE-Y USAGE BINARY-INT VALUE 0.
           77 SAMPLE-CELL USAGE BINARY-INT VALUE 0.
           77 SAMPLE-SLOT USAGE BINARY-INT VALUE 0.
           77 SAMPLE-SLOT-EDIT PIC 99.
           77 SAMPLE-KEY PIC X(10) VALUE SPACES.
           77 DELTA-CSEC USAGE BINARY-INT VALUE 0.
           77 DELTA-X USAGE BINARY-INT VALUE 0.
           77 DELTA-Y USAGE BINARY-INT VALUE 0.
           77 INTERVAL-DISTANCE PIC 9(07)V99 VALUE 0.
           77 INTERVAL-SPEED PIC 9(07)V99 VALUE 0.
           77 CELL-COL USAGE BINARY-INT VALUE 0.
           77 CELL-ROW USAGE BINARY-INT VALUE 0.
           77 CELL-SUB USAGE BINARY-INT VALUE 0.
           77 CELL-ENTITY-COUNT USAGE BINARY-INT VALUE 0.
           77 SECONDS-WORK PIC 9(07)V99 VALUE 0.

           77 SAMPLES-READ USAGE BINARY-INT VALUE 0.
           77 SAMPLES-IN-RANGE USAGE BINARY-INT VALUE 0.
           77 SKIPPED-SLOT-COUNT USAGE BINARY-INT VALUE 0.
           77 FIRST-SAMPLE-TS PIC X(14) VALUE SPACES.
           77 LAST-SAMPLE-TS PIC X(14) VALUE SPACES.
           77 TOTAL-ENTITY-CSEC USAGE BINARY-INT VALUE 0.
           77 COUNT-EDIT PIC ZZZZZZ9.

           77 ENTITY-MAX USAGE BINARY-INT VALUE 50.
           77 ENTITY-COUNT USAGE BINARY-INT VALUE 0.
           77 ENTITY-FOUND-INDEX USAGE BINARY-INT VALUE 0.
           01 ENTITY-TABLE.
             05 ENTITY-ENTRY OCCURS 50 TIMES INDEXED BY
                 ENTITY-TAB-IDX.
                10 ENT-TAB-KEY PIC X(10).
                10 ENT-TAB-SAMPLES USAGE BINARY-INT.
                10 ENT-TAB-LAST-SEQ USAGE BINARY-INT.
                10 ENT-TAB-LAST-DAY USAGE BINARY-INT.
                10 ENT-TAB-LAST-CSEC USAGE BINARY-INT.
                10 ENT-TAB-LAST-TS PIC X(14).
                10 ENT-TAB-LAST-X USAGE BINARY-INT.
                10 ENT-TAB-LAST-Y USAGE BINARY-INT.
                10 ENT-TAB-LAST-CELL USAGE BINARY-INT.
                10 ENT-TAB-TRACKED-CSEC USAGE BINARY-INT.
                10 ENT-TAB-DISTANCE PIC 9(09)V99.
                10 ENT-TAB-PEAK-SPEED PIC 9(07)V99.
                10 ENT-TAB-STILL-FLAG PIC X(01).
                   88 ENT-TAB-STILL-OPEN VALUE "Y".
                10 ENT-TAB-STILL-START-TS PIC X(14).
                10 ENT-TAB-STILL-END-TS PIC X(14).
                10 ENT-TAB-STILL-CSEC USAGE BINARY-INT.
                10 ENT-TAB-STILL-X USAGE BINARY-INT.
                10 ENT-TAB-STILL-Y USAGE BINARY-INT.
                10 ENT-TAB-STILL-COUNT USAGE BINARY-INT.
                10 ENT-TAB-STILL-TOTAL-CSEC USAGE BINARY-INT.
                10 ENT-TAB-CELL-CSEC OCCURS 100 TIMES
                    USAGE BINARY-INT.

           77 CELL-MAX USAGE BINARY-INT VALUE 100.
           77 CELL-COUNT USAGE BINARY-INT VALUE 0.
           01 CELL-TABLE.
             05 CELL-ENTRY OCCURS 100 TIMES INDEXED BY CELL-TAB-IDX.
                10 CELL-TAB-CSEC USAGE BINARY-INT.
                10 CELL-TAB-RANKED PIC X(01).

           77 BUSIEST-MAX USAGE BINARY-INT VALUE 10.
           77 BUSIEST-RANK USAGE BINARY-INT VALUE 0.
           77 BUSIEST-BEST-CELL USAGE BINARY-INT VALUE 0.
           77 BUSIEST-BEST-CSEC USAGE BINARY-INT VALUE 0.

           77 STILL-MAX USAGE BINARY-INT VALUE 200.
           77 STILL-COUNT USAGE BINARY-INT VALUE 0.
           77 STILL-TOTAL-COUNT USAGE BINARY-INT VALUE 0.
           01 STILL-TABLE.
             05 STILL-ENTRY OCCURS 200 TIMES INDEXED BY STILL-TAB-IDX.
                10 STL-TAB-ENTITY USAGE BINARY-INT.
                10 STL-TAB-FROM-TS PIC X(14).
                10 STL-TAB-TO-TS PIC X(14).
                10 STL-TAB-CSEC USAGE BINARY-INT.
                10 STL-TAB-X USAGE BINARY-INT.
                10 STL-TAB-Y USAGE BINARY-INT.

           01 RPT-HEADER-LINE.
             05 FILLER PIC X(37)
                 VALUE "FLOOR OCCUPANCY AND DWELL REPORT FOR ".
             05 RPT-HDR-STATION PIC X(10).
             05 FILLER PIC X(06) VALUE " FROM ".
             05 RPT-HDR-FROM PIC X(14).
             05 FILLER PIC X(04) VALUE " TO ".
             05 RPT-HDR-TO PIC X(14).
             05 FILLER PIC X(47) VALUE SPACES.

           01 RPT-GRID-LINE.
             05 FILLER PIC X(05) VALUE "GRID ".
             05 RPT-GRD-COLS PIC Z9.
             05 FILLER PIC X(03) VALUE " X ".
             05 RPT-GRD-ROWS PIC Z9.
             05 FILLER PIC X(14) VALUE "  OVER WINDOW ".
             05 RPT-GRD-WIDTH PIC ZZZZ9.
             05 FILLER PIC X(03) VALUE " X ".
             05 RPT-GRD-HEIGHT PIC ZZZZ9.
             05 FILLER PIC X(08) VALUE "  CELLS ".
             05 RPT-GRD-CELL-W PIC ZZZZ9.
             05 FILLER PIC X(03) VALUE " X ".
             05 RPT-GRD-CELL-H PIC ZZZZ9.
             05 FILLER PIC X(07) VALUE " PIXELS".
             05 FILLER PIC X(65) VALUE SPACES.

           01 RPT-SAMPLE-LINE.
             05 FILLER PIC X(21) VALUE "JOURNAL SAMPLES READ ".
             05 RPT-SMP-READ PIC ZZZZZZ9.
             05 FILLER PIC X(11) VALUE "  IN RANGE ".
             05 RPT-SMP-RANGE PIC ZZZZZZ9.
             05 FILLER PIC X(08) VALUE "  FIRST ".
             05 RPT-SMP-FIRST PIC X(14).
             05 FILLER PIC X(07) VALUE "  LAST ".
             05 RPT-SMP-LAST PIC X(14).
             05 FILLER PIC X(43) VALUE SPACES.

           01 RPT-BUSY-LINE.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-BSY-RANK PIC Z9.
             05 FILLER PIC X(06) VALUE "  COL ".
             05 RPT-BSY-COL PIC Z9.
             05 FILLER PIC X(06) VALUE "  ROW ".
             05 RPT-BSY-ROW PIC Z9.
             05 FILLER PIC X(05) VALUE "  X  ".
             05 RPT-BSY-X0 PIC ZZZZ9.
             05 FILLER PIC X(01) VALUE "-".
             05 RPT-BSY-X1 PIC ZZZZ9.
             05 FILLER PIC X(05) VALUE "  Y  ".
             05 RPT-BSY-Y0 PIC ZZZZ9.
             05 FILLER PIC X(01) VALUE "-".
             05 RPT-BSY-Y1 PIC ZZZZ9.
             05 FILLER PIC X(11) VALUE "  SECONDS  ".
             05 RPT-BSY-SECONDS PIC ZZZZZZ9.99.
             05 FILLER PIC X(12) VALUE "  ENTITIES  ".
             05 RPT-BSY-ENTITIES PIC ZZ9.
             05 FILLER PIC X(44) VALUE SPACES.

           01 RPT-MAP-HEAD-LINE.
             05 FILLER PIC X(08) VALUE "     COL".
             05 RPT-MAP-HEADS.
                10 RPT-MAP-HEAD OCCURS 10 TIMES.
                   15 FILLER PIC X(10).
                   15 RPT-MAP-COL PIC Z9.
             05 FILLER PIC X(04) VALUE SPACES.

           01 RPT-MAP-LINE.
             05 FILLER PIC X(06) VALUE "  ROW ".
             05 RPT-MAP-ROW PIC Z9.
             05 RPT-MAP-CELLS.
                10 RPT-MAP-CELL OCCURS 10 TIMES.
                   15 FILLER PIC X(02).
                   15 RPT-MAP-SECONDS PIC ZZZZZZ9.99.
             05 FILLER PIC X(04) VALUE SPACES.

           01 RPT-ENTITY-LINE.
             05 FILLER PIC X(07) VALUE "ENTITY ".
             05 RPT-ENT-KEY PIC X(10).
             05 FILLER PIC X(10) VALUE "  SAMPLES ".
             05 RPT-ENT-SAMPLES PIC ZZZZZ9.
             05 FILLER PIC X(10) VALUE "  SECONDS ".
             05 RPT-ENT-SECONDS PIC ZZZZZZ9.99.
             05 FILLER PIC X(12) VALUE "  AVG SPEED ".
             05 RPT-ENT-AVG PIC ZZZZ9.99.
             05 FILLER PIC X(07) VALUE "  PEAK ".
             05 RPT-ENT-PEAK PIC ZZZZ9.99.
             05 FILLER PIC X(06) VALUE " PX/S ".
             05 FILLER PIC X(08) VALUE "  STILL ".
             05 RPT-ENT-STILL-COUNT PIC ZZ9.
             05 FILLER PIC X(09) VALUE " PERIODS ".
             05 RPT-ENT-STILL-SECONDS PIC ZZZZZZ9.99.
             05 FILLER PIC X(08) VALUE " SECONDS".

           01 RPT-ENT-CELL-LINE.
             05 FILLER PIC X(12) VALUE "  CELL  COL ".
             05 RPT-ECL-COL PIC Z9.
             05 FILLER PIC X(06) VALUE "  ROW ".
             05 RPT-ECL-ROW PIC Z9.
             05 FILLER PIC X(11) VALUE "  SECONDS  ".
             05 RPT-ECL-SECONDS PIC ZZZZZZ9.99.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-ECL-PCT PIC ZZ9.9.
             05 FILLER PIC X(20) VALUE " PCT OF TRACKED TIME".
             05 FILLER PIC X(62) VALUE SPACES.

           01 RPT-STILL-LINE.
             05 FILLER PIC X(13) VALUE "  STILL FROM ".
             05 RPT-STL-FROM PIC X(14).
             05 FILLER PIC X(04) VALUE " TO ".
             05 RPT-STL-TO PIC X(14).
             05 FILLER PIC X(11) VALUE "  SECONDS  ".
             05 RPT-STL-SECONDS PIC ZZZZZZ9.99.
             05 FILLER PIC X(05) VALUE "  AT ".
             05 RPT-STL-X PIC -(5)9.
             05 FILLER PIC X(01) VALUE ",".
             05 RPT-STL-Y PIC -(5)9.
             05 FILLER PIC X(06) VALUE "  COL ".
             05 RPT-STL-COL PIC Z9.
             05 FILLER PIC X(06) VALUE "  ROW ".
             05 RPT-STL-ROW PIC Z9.
             05 FILLER PIC X(32) VALUE SPACES.

           01 RPT-TOTAL-LINE.
             05 FILLER PIC X(09) VALUE "ENTITIES ".
             05 RPT-TOT-ENTITIES PIC ZZZZ9.
             05 FILLER PIC X(16) VALUE "  STILL PERIODS ".
             05 RPT-TOT-STILL PIC ZZZZ9.
             05 FILLER PIC X(17) VALUE "  ENTITY-SECONDS ".
             05 RPT-TOT-SECONDS PIC ZZZZZZZ9.99.
             05 FILLER PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ARG-TOTAL-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-SUB FROM 1 BY 1
               UNTIL ARG-SUB > ARG-TOTAL-COUNT
               MOVE SPACES TO RUN-ARG
               ACCEPT RUN-ARG FROM ARGUMENT-VALUE
               PERFORM APPLY-ONE-ARGUMENT
           END-PERFORM.

           IF POSITIONAL-COUNT IS GREATER THAN 0 THEN
               MOVE POSITIONAL-ARG(1) TO RANGE-ARG
               MOVE "000000" TO RANGE-FILL
               PERFORM BUILD-RANGE-TIMESTAMP
               MOVE RANGE-TIMESTAMP TO FROM-TIMESTAMP
           END-IF.

           IF POSITIONAL-COUNT IS GREATER THAN 1 THEN
               MOVE POSITIONAL-ARG(2) TO RANGE-ARG
               MOVE "235959" TO RANGE-FILL
               PERFORM BUILD-RANGE-TIMESTAMP
               MOVE RANGE-TIMESTAMP TO TO-TIMESTAMP
           END-IF.

           IF FROM-TIMESTAMP IS GREATER THAN TO-TIMESTAMP THEN
               DISPLAY "89-FLOOR-OCCUPANCY: FROM " FROM-TIMESTAMP
                   " IS AFTER TO " TO-TIMESTAMP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RESOLVE-FILE-PATHS.
           PERFORM READ-STATION-CONFIG.

           COMPUTE STILL-MIN-CSEC = STILL-MIN-SECONDS * 100.
           COMPUTE CELL-WIDTH = WINDOW-WIDTH / GRID-SIZE.
           COMPUTE CELL-HEIGHT = WINDOW-HEIGHT / GRID-SIZE.
           IF CELL-WIDTH EQUAL 0 THEN
               MOVE 1 TO CELL-WIDTH
           END-IF.
           IF CELL-HEIGHT EQUAL 0 THEN
               MOVE 1 TO CELL-HEIGHT
           END-IF.
           COMPUTE CELL-COUNT = GRID-SIZE * GRID-SIZE.

           INITIALIZE ENTITY-TABLE.
           INITIALIZE CELL-TABLE.
           INITIALIZE STILL-TABLE.

           PERFORM READ-MOTION-JOURNAL.
           PERFORM WRITE-OCCUPANCY-REPORT.

           MOVE SAMPLES-IN-RANGE TO COUNT-EDIT.
           DISPLAY "89-FLOOR-OCCUPANCY: " COUNT-EDIT
               " JOURNAL SAMPLES IN RANGE".
           MOVE ENTITY-COUNT TO COUNT-EDIT.
           DISPLAY "89-FLOOR-OCCUPANCY: " COUNT-EDIT
               " ENTITIES TRACKED".

           STOP RUN.

       APPLY-ONE-ARGUMENT.
           IF ROOT-ARG-PENDING EQUAL "Y" THEN
               MOVE RUN-ARG TO RUN-ROOT-ARG
               MOVE "N" TO ROOT-ARG-PENDING
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ROOT-ARG))
               IS GREATER THAN 40 THEN
                   DISPLAY "89-FLOOR-OCCUPANCY: RUN ROOT LONGER "
                       "THAN 40 CHARACTERS NOT SUPPORTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF GRID-ARG-PENDING EQUAL "Y" THEN
               MOVE "N" TO GRID-ARG-PENDING
               IF FUNCTION TRIM(RUN-ARG) IS NOT NUMERIC THEN
                   DISPLAY "89-FLOOR-OCCUPANCY: GRID SIZE "
                       FUNCTION TRIM(RUN-ARG) " IS NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE GRID-SIZE = FUNCTION NUMVAL(RUN-ARG)
               IF GRID-SIZE IS LESS THAN 1
               OR GRID-SIZE IS GREATER THAN GRID-MAX THEN
                   DISPLAY "89-FLOOR-OCCUPANCY: GRID SIZE MUST BE "
                       "1 THROUGH 10"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF STILL-ARG-PENDING EQUAL "Y" THEN
               MOVE "N" TO STILL-ARG-PENDING
               IF FUNCTION TRIM(RUN-ARG) IS NOT NUMERIC THEN
                   DISPLAY "89-FLOOR-OCCUPANCY: STILL LIMIT "
                       FUNCTION TRIM(RUN-ARG) " IS NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE STILL-MIN-SECONDS = FUNCTION NUMVAL(RUN-ARG)
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-ROOT" THEN
               MOVE "Y" TO ROOT-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-GRID" THEN
               MOVE "Y" TO GRID-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-STILL" THEN
               MOVE "Y" TO STILL-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF POSITIONAL-COUNT IS LESS THAN POSITIONAL-MAX THEN
               ADD 1 TO POSITIONAL-COUNT
               MOVE RUN-ARG TO POSITIONAL-ARG(POSITIONAL-COUNT)
           END-IF.

           EXIT.

       BUILD-RANGE-TIMESTAMP.
           MOVE SPACES TO RANGE-TIMESTAMP.

           EVALUATE FUNCTION LENGTH(FUNCTION TRIM(RANGE-ARG))
               WHEN 8
                   STRING RANGE-ARG(1:8) DELIMITED BY SIZE
                       RANGE-FILL DELIMITED BY SIZE
                       INTO RANGE-TIMESTAMP
               WHEN 14
                   MOVE RANGE-ARG(1:14) TO RANGE-TIMESTAMP
               WHEN OTHER
                   MOVE "X" TO RANGE-TIMESTAMP
           END-EVALUATE.

           IF RANGE-TIMESTAMP IS NOT NUMERIC THEN
               DISPLAY "89-FLOOR-OCCUPANCY: RANGE "
                   FUNCTION TRIM(RANGE-ARG)
                   " IS NOT YYYYMMDD OR YYYYMMDDHHMMSS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           MOVE "config/station.cfg" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO STATION-CONFIG-PATH.

           MOVE "data/motion-journal.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO MOTION-JOURNAL-PATH.

           MOVE "logs/floor-occupancy.rpt" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO OCCUPANCY-REPORT-PATH.

           EXIT.

       READ-STATION-CONFIG.
           OPEN INPUT STATION-CONFIG-FILE.

           IF station-config-status NOT EQUAL "00" THEN
               DISPLAY "89-FLOOR-OCCUPANCY: CANNOT OPEN "
                   FUNCTION TRIM(STATION-CONFIG-PATH)
                   " STATUS " station-config-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ STATION-CONFIG-FILE.

           IF station-config-status NOT EQUAL "00"
           OR CFG-WINDOW-WIDTH IS NOT NUMERIC
           OR CFG-WINDOW-HEIGHT IS NOT NUMERIC THEN
               DISPLAY "89-FLOOR-OCCUPANCY: NO USABLE WINDOW SIZE IN "
                   FUNCTION TRIM(STATION-CONFIG-PATH)
               CLOSE STATION-CONFIG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CFG-STATION-ID TO STATION-ID.
           MOVE CFG-WINDOW-WIDTH TO WINDOW-WIDTH.
           MOVE CFG-WINDOW-HEIGHT TO WINDOW-HEIGHT.

           CLOSE STATION-CONFIG-FILE.

           IF WINDOW-WIDTH EQUAL 0 OR WINDOW-HEIGHT EQUAL 0 THEN
               DISPLAY "89-FLOOR-OCCUPANCY: WINDOW DIMENSIONS ARE ZERO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.

       READ-MOTION-JOURNAL.
           OPEN INPUT MOTION-JOURNAL-FILE.

           IF motion-journal-status NOT EQUAL "00" THEN
               DISPLAY "89-FLOOR-OCCUPANCY: CANNOT OPEN "
                   FUNCTION TRIM(MOTION-JOURNAL-PATH)
                   " STATUS " motion-journal-status
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL motion-journal-status NOT EQUAL "00"
               READ MOTION-JOURNAL-FILE

               IF motion-journal-status EQUAL "00" THEN
                   ADD 1 TO SAMPLES-READ
                   PERFORM PROCESS-ONE-SAMPLE
               END-IF
           END-PERFORM.

           CLOSE MOTION-JOURNAL-FILE.

           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               PERFORM CLOSE-STILL-PERIOD
           END-PERFORM.

           EXIT.

       PROCESS-ONE-SAMPLE.
           IF MJ-TIMESTAMP(1:14) IS LESS THAN FROM-TIMESTAMP
           OR MJ-TIMESTAMP(1:14) IS GREATER THAN TO-TIMESTAMP THEN
               EXIT PARAGRAPH
           END-IF.

           IF MJ-ENTITY-COUNT IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SAMPLES-IN-RANGE.
           ADD 1 TO SAMPLE-SEQ.

           IF FIRST-SAMPLE-TS EQUAL SPACES THEN
               MOVE MJ-TIMESTAMP(1:14) TO FIRST-SAMPLE-TS
           END-IF.
           MOVE MJ-TIMESTAMP(1:14) TO LAST-SAMPLE-TS.

           MOVE MJ-TIMESTAMP(1:14) TO TS-WORK.
           PERFORM CONVERT-TIMESTAMP.
           MOVE TS-DAY-NUM TO SAMPLE-DAY.
           COMPUTE SAMPLE-CSEC = TS-SEC-NUM * 100.
           IF MJ-TIMESTAMP(15:2) IS NUMERIC THEN
               COMPUTE SAMPLE-CSEC = SAMPLE-CSEC
                   + FUNCTION NUMVAL(MJ-TIMESTAMP(15:2))
           END-IF.

           PERFORM VARYING SAMPLE-SLOT FROM 1 BY 1
               UNTIL SAMPLE-SLOT > MJ-ENTITY-COUNT
               OR SAMPLE-SLOT > 10
               PERFORM TRACK-ONE-SLOT
           END-PERFORM.

           EXIT.

       TRACK-ONE-SLOT.
           IF MJ-ENT-ASSET-TAG(SAMPLE-SLOT) EQUAL SPACES THEN
               MOVE SAMPLE-SLOT TO SAMPLE-SLOT-EDIT
               MOVE SPACES TO SAMPLE-KEY
               STRING "SLOT " DELIMITED BY SIZE
                   SAMPLE-SLOT-EDIT DELIMITED BY SIZE
                   INTO SAMPLE-KEY
           ELSE
               MOVE MJ-ENT-ASSET-TAG(SAMPLE-SLOT) TO SAMPLE-KEY
           END-IF.

           PERFORM FIND-ENTITY-ENTRY.

           IF ENTITY-FOUND-INDEX EQUAL 0 THEN
               ADD 1 TO SKIPPED-SLOT-COUNT
               EXIT PARAGRAPH
           END-IF.

           SET ENTITY-TAB-IDX TO ENTITY-FOUND-INDEX.
           ADD 1 TO ENT-TAB-SAMPLES(ENTITY-TAB-IDX).

           MOVE MJ-ENT-X(SAMPLE-SLOT) TO SAMPLE-X.
           MOVE MJ-ENT-Y(SAMPLE-SLOT) TO SAMPLE-Y.
           PERFORM COMPUTE-SAMPLE-CELL.

           MOVE 0 TO DELTA-CSEC.
           IF ENT-TAB-LAST-SEQ(ENTITY-TAB-IDX) EQUAL SAMPLE-SEQ - 1
           AND ENT-TAB-SAMPLES(ENTITY-TAB-IDX) IS GREATER THAN 1 THEN
               COMPUTE DELTA-CSEC =
                   (SAMPLE-DAY - ENT-TAB-LAST-DAY(ENTITY-TAB-IDX))
                   * 8640000
                   + SAMPLE-CSEC - ENT-TAB-LAST-CSEC(ENTITY-TAB-IDX)
           END-IF.

           IF DELTA-CSEC IS GREATER THAN 0
           AND DELTA-CSEC IS NOT GREATER THAN SAMPLE-GAP-LIMIT-CSEC
           THEN
               PERFORM ACCUMULATE-INTERVAL
           ELSE
               PERFORM CLOSE-STILL-PERIOD
           END-IF.

           MOVE SAMPLE-SEQ TO ENT-TAB-LAST-SEQ(ENTITY-TAB-IDX).
           MOVE SAMPLE-DAY TO ENT-TAB-LAST-DAY(ENTITY-TAB-IDX).
           MOVE SAMPLE-CSEC TO ENT-TAB-LAST-CSEC(ENTITY-TAB-IDX).
           MOVE MJ-TIMESTAMP(1:14) TO ENT-TAB-LAST-TS(ENTITY-TAB-IDX).
           MOVE SAMPLE-X TO ENT-TAB-LAST-X(ENTITY-TAB-IDX).
           MOVE SAMPLE-Y TO ENT-TAB-LAST-Y(ENTITY-TAB-IDX).
           MOVE SAMPLE-CELL TO ENT-TAB-LAST-CELL(ENTITY-TAB-IDX).

           EXIT.

       FIND-ENTITY-ENTRY.
           MOVE 0 TO ENTITY-FOUND-INDEX.
           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               OR ENTITY-FOUND-INDEX IS GREATER THAN 0
               IF ENT-TAB-KEY(ENTITY-TAB-IDX) EQUAL SAMPLE-KEY THEN
                   SET ENTITY-FOUND-INDEX TO ENTITY-TAB-IDX
               END-IF
           END-PERFORM.

           IF ENTITY-FOUND-INDEX IS GREATER THAN 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF ENTITY-COUNT IS LESS THAN ENTITY-MAX THEN
               ADD 1 TO ENTITY-COUNT
               MOVE ENTITY-COUNT TO ENTITY-FOUND-INDEX
               SET ENTITY-TAB-IDX TO ENTITY-COUNT
               MOVE SAMPLE-KEY TO ENT-TAB-KEY(ENTITY-TAB-IDX)
               MOVE "N" TO ENT-TAB-STILL-FLAG(ENTITY-TAB-IDX)
           END-IF.

           EXIT.

       COMPUTE-SAMPLE-CELL.
           COMPUTE CELL-COL = SAMPLE-X / CELL-WIDTH + 1.
           COMPUTE CELL-ROW = SAMPLE-Y / CELL-HEIGHT + 1.

           IF SAMPLE-X IS LESS THAN 0 THEN
               MOVE 1 TO CELL-COL
           END-IF.
           IF SAMPLE-Y IS LESS THAN 0 THEN
               MOVE 1 TO CELL-ROW
           END-IF.
           IF CELL-COL IS GREATER THAN GRID-SIZE THEN
               MOVE GRID-SIZE TO CELL-COL
           END-IF.
           IF CELL-ROW IS GREATER THAN GRID-SIZE THEN
               MOVE GRID-SIZE TO CELL-ROW
           END-IF.

           COMPUTE SAMPLE-CELL = (CELL-ROW - 1) * GRID-SIZE + CELL-COL.

           EXIT.

       ACCUMULATE-INTERVAL.
           MOVE ENT-TAB-LAST-CELL(ENTITY-TAB-IDX) TO CELL-SUB.

           ADD DELTA-CSEC
               TO ENT-TAB-CELL-CSEC(ENTITY-TAB-IDX, CELL-SUB).
           ADD DELTA-CSEC TO CELL-TAB-CSEC(CELL-SUB).
           ADD DELTA-CSEC TO ENT-TAB-TRACKED-CSEC(ENTITY-TAB-IDX).
           ADD DELTA-CSEC TO TOTAL-ENTITY-CSEC.

           COMPUTE DELTA-X = SAMPLE-X - ENT-TAB-LAST-X(ENTITY-TAB-IDX).
           COMPUTE DELTA-Y = SAMPLE-Y - ENT-TAB-LAST-Y(ENTITY-TAB-IDX).

           COMPUTE INTERVAL-DISTANCE ROUNDED =
               FUNCTION SQRT(DELTA-X * DELTA-X + DELTA-Y * DELTA-Y).
           ADD INTERVAL-DISTANCE TO ENT-TAB-DISTANCE(ENTITY-TAB-IDX).

           COMPUTE INTERVAL-SPEED ROUNDED =
               INTERVAL-DISTANCE * 100 / DELTA-CSEC.
           IF INTERVAL-SPEED IS GREATER THAN
           ENT-TAB-PEAK-SPEED(ENTITY-TAB-IDX) THEN
               MOVE INTERVAL-SPEED TO ENT-TAB-PEAK-SPEED(ENTITY-TAB-IDX)
           END-IF.

           IF DELTA-X NOT EQUAL 0 OR DELTA-Y NOT EQUAL 0 THEN
               PERFORM CLOSE-STILL-PERIOD
               EXIT PARAGRAPH
           END-IF.

           IF NOT ENT-TAB-STILL-OPEN(ENTITY-TAB-IDX) THEN
               MOVE "Y" TO ENT-TAB-STILL-FLAG(ENTITY-TAB-IDX)
               MOVE ENT-TAB-LAST-TS(ENTITY-TAB-IDX)
                   TO ENT-TAB-STILL-START-TS(ENTITY-TAB-IDX)
               MOVE 0 TO ENT-TAB-STILL-CSEC(ENTITY-TAB-IDX)
               MOVE SAMPLE-X TO ENT-TAB-STILL-X(ENTITY-TAB-IDX)
               MOVE SAMPLE-Y TO ENT-TAB-STILL-Y(ENTITY-TAB-IDX)
           END-IF.

           ADD DELTA-CSEC TO ENT-TAB-STILL-CSEC(ENTITY-TAB-IDX).
           MOVE MJ-TIMESTAMP(1:14)
               TO ENT-TAB-STILL-END-TS(ENTITY-TAB-IDX).

           EXIT.

       CLOSE-STILL-PERIOD.
           IF NOT ENT-TAB-STILL-OPEN(ENTITY-TAB-IDX) THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ENT-TAB-STILL-FLAG(ENTITY-TAB-IDX).

           IF ENT-TAB-STILL-CSEC(ENTITY-TAB-IDX) IS LESS THAN
           STILL-MIN-CSEC THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ENT-TAB-STILL-COUNT(ENTITY-TAB-IDX).
           ADD ENT-TAB-STILL-CSEC(ENTITY-TAB-IDX)
               TO ENT-TAB-STILL-TOTAL-CSEC(ENTITY-TAB-IDX).
           ADD 1 TO STILL-TOTAL-COUNT.

           IF STILL-COUNT IS LESS THAN STILL-MAX THEN
               ADD 1 TO STILL-COUNT
               SET STILL-TAB-IDX TO STILL-COUNT
               SET STL-TAB-ENTITY(STILL-TAB-IDX) TO ENTITY-TAB-IDX
               MOVE ENT-TAB-STILL-START-TS(ENTITY-TAB-IDX)
                   TO STL-TAB-FROM-TS(STILL-TAB-IDX)
               MOVE ENT-TAB-STILL-END-TS(ENTITY-TAB-IDX)
                   TO STL-TAB-TO-TS(STILL-TAB-IDX)
               MOVE ENT-TAB-STILL-CSEC(ENTITY-TAB-IDX)
                   TO STL-TAB-CSEC(STILL-TAB-IDX)
               MOVE ENT-TAB-STILL-X(ENTITY-TAB-IDX)
                   TO STL-TAB-X(STILL-TAB-IDX)
               MOVE ENT-TAB-STILL-Y(ENTITY-TAB-IDX)
                   TO STL-TAB-Y(STILL-TAB-IDX)
           END-IF.

           EXIT.

       CONVERT-TIMESTAMP.
           COMPUTE TS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TS-WORK(1:8))).
           COMPUTE TS-SEC-NUM =
               FUNCTION NUMVAL(TS-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(TS-WORK(11:2)) * 60
               + FUNCTION NUMVAL(TS-WORK(13:2)).

           EXIT.

       WRITE-OCCUPANCY-REPORT.
           OPEN OUTPUT OCCUPANCY-REPORT-FILE.

           IF occupancy-report-status NOT EQUAL "00" THEN
               DISPLAY "89-FLOOR-OCCUPANCY: CANNOT OPEN "
                   FUNCTION TRIM(OCCUPANCY-REPORT-PATH)
                   " STATUS " occupancy-report-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE STATION-ID TO RPT-HDR-STATION.
           MOVE FROM-TIMESTAMP TO RPT-HDR-FROM.
           MOVE TO-TIMESTAMP TO RPT-HDR-TO.
           WRITE OCCUPANCY-REPORT-LINE FROM RPT-HEADER-LINE.

           MOVE GRID-SIZE TO RPT-GRD-COLS.
           MOVE GRID-SIZE TO RPT-GRD-ROWS.
           MOVE WINDOW-WIDTH TO RPT-GRD-WIDTH.
           MOVE WINDOW-HEIGHT TO RPT-GRD-HEIGHT.
           MOVE CELL-WIDTH TO RPT-GRD-CELL-W.
           MOVE CELL-HEIGHT TO RPT-GRD-CELL-H.
           WRITE OCCUPANCY-REPORT-LINE FROM RPT-GRID-LINE.

           MOVE SAMPLES-READ TO RPT-SMP-READ.
           MOVE SAMPLES-IN-RANGE TO RPT-SMP-RANGE.
           MOVE FIRST-SAMPLE-TS TO RPT-SMP-FIRST.
           MOVE LAST-SAMPLE-TS TO RPT-SMP-LAST.
           WRITE OCCUPANCY-REPORT-LINE FROM RPT-SAMPLE-LINE.

           MOVE SPACES TO OCCUPANCY-REPORT-LINE.
           WRITE OCCUPANCY-REPORT-LINE.

           IF TOTAL-ENTITY-CSEC EQUAL 0 THEN
               MOVE "NO ENTITY MOVEMENT RECORDED IN RANGE"
                   TO OCCUPANCY-REPORT-LINE
               WRITE OCCUPANCY-REPORT-LINE
           ELSE
               PERFORM WRITE-BUSIEST-CELLS
               PERFORM WRITE-OCCUPANCY-MAP
               PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
                   UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
                   PERFORM WRITE-ONE-ENTITY
               END-PERFORM
           END-IF.

           IF SKIPPED-SLOT-COUNT IS GREATER THAN 0 THEN
               MOVE SKIPPED-SLOT-COUNT TO COUNT-EDIT
               MOVE SPACES TO OCCUPANCY-REPORT-LINE
               STRING "MORE ENTITIES THAN TABLE HOLDS, "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " ENTITY SAMPLES NOT COUNTED" DELIMITED BY SIZE
                   INTO OCCUPANCY-REPORT-LINE
               WRITE OCCUPANCY-REPORT-LINE
           END-IF.

           IF STILL-TOTAL-COUNT IS GREATER THAN STILL-COUNT THEN
               MOVE "MORE STILL PERIODS THAN TABLE HOLDS, LIST IS SHORT"
                   TO OCCUPANCY-REPORT-LINE
               WRITE OCCUPANCY-REPORT-LINE
           END-IF.

           MOVE SPACES TO OCCUPANCY-REPORT-LINE.
           WRITE OCCUPANCY-REPORT-LINE.

           MOVE ENTITY-COUNT TO RPT-TOT-ENTITIES.
           MOVE STILL-TOTAL-COUNT TO RPT-TOT-STILL.
           COMPUTE RPT-TOT-SECONDS = TOTAL-ENTITY-CSEC / 100.
           WRITE OCCUPANCY-REPORT-LINE FROM RPT-TOTAL-LINE.

           CLOSE OCCUPANCY-REPORT-FILE.

           EXIT.

       WRITE-BUSIEST-CELLS.
           MOVE "BUSIEST CELLS BY ENTITY-SECONDS"
               TO OCCUPANCY-REPORT-LINE.
           WRITE OCCUPANCY-REPORT-LINE.

           PERFORM VARYING BUSIEST-RANK FROM 1 BY 1
               UNTIL BUSIEST-RANK > BUSIEST-MAX
               OR BUSIEST-RANK > CELL-COUNT
               PERFORM WRITE-ONE-BUSY-CELL
           END-PERFORM.

           MOVE SPACES TO OCCUPANCY-REPORT-LINE.
           WRITE OCCUPANCY-REPORT-LINE.

           EXIT.

       WRITE-ONE-BUSY-CELL.
           MOVE 0 TO BUSIEST-BEST-CELL.
           MOVE 0 TO BUSIEST-BEST-CSEC.
           PERFORM VARYING CELL-TAB-IDX FROM 1 BY 1
               UNTIL CELL-TAB-IDX > CELL-COUNT
               IF CELL-TAB-RANKED(CELL-TAB-IDX) NOT EQUAL "Y"
               AND CELL-TAB-CSEC(CELL-TAB-IDX) IS GREATER THAN
               BUSIEST-BEST-CSEC THEN
                   SET BUSIEST-BEST-CELL TO CELL-TAB-IDX
                   MOVE CELL-TAB-CSEC(CELL-TAB-IDX)
                       TO BUSIEST-BEST-CSEC
               END-IF
           END-PERFORM.

           IF BUSIEST-BEST-CELL EQUAL 0 THEN
               MOVE BUSIEST-MAX TO BUSIEST-RANK
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO CELL-TAB-RANKED(BUSIEST-BEST-CELL).
           MOVE BUSIEST-BEST-CELL TO CELL-SUB.
           PERFORM COUNT-CELL-ENTITIES.

           COMPUTE CELL-ROW = (CELL-SUB - 1) / GRID-SIZE + 1.
           COMPUTE CELL-COL = CELL-SUB - (CELL-ROW - 1) * GRID-SIZE.

           MOVE BUSIEST-RANK TO RPT-BSY-RANK.
           MOVE CELL-COL TO RPT-BSY-COL.
           MOVE CELL-ROW TO RPT-BSY-ROW.
           COMPUTE RPT-BSY-X0 = (CELL-COL - 1) * CELL-WIDTH.
           COMPUTE RPT-BSY-X1 = CELL-COL * CELL-WIDTH - 1.
           COMPUTE RPT-BSY-Y0 = (CELL-ROW - 1) * CELL-HEIGHT.
           COMPUTE RPT-BSY-Y1 = CELL-ROW * CELL-HEIGHT - 1.
           IF CELL-COL EQUAL GRID-SIZE THEN
               COMPUTE RPT-BSY-X1 = WINDOW-WIDTH - 1
           END-IF.
           IF CELL-ROW EQUAL GRID-SIZE THEN
               COMPUTE RPT-BSY-Y1 = WINDOW-HEIGHT - 1
           END-IF.
           COMPUTE RPT-BSY-SECONDS = BUSIEST-BEST-CSEC / 100.
           MOVE CELL-ENTITY-COUNT TO RPT-BSY-ENTITIES.
           WRITE OCCUPANCY-REPORT-LINE FROM RPT-BUSY-LINE.

           EXIT.

       COUNT-CELL-ENTITIES.
           MOVE 0 TO CELL-ENTITY-COUNT.
           PERFORM VARYING ENTITY-TAB-IDX FROM 1 BY 1
               UNTIL ENTITY-TAB-IDX > ENTITY-COUNT
               IF ENT-TAB-CELL-CSEC(ENTITY-TAB-IDX, CELL-SUB)
               IS GREATER THAN 0 THEN
                   ADD 1 TO CELL-ENTITY-COUNT
               END-IF
           END-PERFORM.

           EXIT.

       WRITE-OCCUPANCY-MAP.
           MOVE "ENTITY-SECONDS PER CELL" TO OCCUPANCY-REPORT-LINE.
           WRITE OCCUPANCY-REPORT-LINE.

           MOVE SPACES TO RPT-MAP-HEADS.
           PERFORM VARYING CELL-COL FROM 1 BY 1
               UNTIL CELL-COL > GRID-SIZE
               MOVE CELL-COL TO RPT-MAP-COL(CELL-COL)
           END-PERFORM.
           WRITE OCCUPANCY-REPORT-LINE FROM RPT-MAP-HEAD-LINE.

           PERFORM VARYING CELL-ROW FROM 1 BY 1
               UNTIL CELL-ROW > GRID-SIZE
               PERFORM WRITE-ONE-MAP-ROW
           END-PERFORM.

           MOVE SPACES TO OCCUPANCY-REPORT-LINE.
           WRITE OCCUPANCY-REPORT-LINE.

           EXIT.

       WRITE-ONE-MAP-ROW.
           MOVE SPACES TO RPT-MAP-CELLS.
           MOVE CELL-ROW TO RPT-MAP-ROW.

           PERFORM VARYING CELL-COL FROM 1 BY 1
               UNTIL CELL-COL > GRID-SIZE
               COMPUTE CELL-SUB = (CELL-ROW - 1) * GRID-SIZE + CELL-COL
               COMPUTE RPT-MAP-SECONDS(CELL-COL) =
                   CELL-TAB-CSEC(CELL-SUB) / 100
           END-PERFORM.

           WRITE OCCUPANCY-REPORT-LINE FROM RPT-MAP-LINE.

           EXIT.

       WRITE-ONE-ENTITY.
           MOVE ENT-TAB-KEY(ENTITY-TAB-IDX) TO RPT-ENT-KEY.
           MOVE ENT-TAB-SAMPLES(ENTITY-TAB-IDX) TO RPT-ENT-SAMPLES.
           COMPUTE RPT-ENT-SECONDS =
               ENT-TAB-TRACKED-CSEC(ENTITY-TAB-IDX) / 100.
           IF ENT-TAB-TRACKED-CSEC(ENTITY-TAB-IDX) IS GREATER THAN 0
           THEN
               COMPUTE RPT-ENT-AVG ROUNDED =
                   ENT-TAB-DISTANCE(ENTITY-TAB-IDX) * 100
                   / ENT-TAB-TRACKED-CSEC(ENTITY-TAB-IDX)
           ELSE
               MOVE 0 TO RPT-ENT-AVG
           END-IF.
           MOVE ENT-TAB-PEAK-SPEED(ENTITY-TAB-IDX) TO RPT-ENT-PEAK.
           MOVE ENT-TAB-STILL-COUNT(ENTITY-TAB-IDX)
               TO RPT-ENT-STILL-COUNT.
           COMPUTE RPT-ENT-STILL-SECONDS =
               ENT-TAB-STILL-TOTAL-CSEC(ENTITY-TAB-IDX) / 100.
           WRITE OCCUPANCY-REPORT-LINE FROM RPT-ENTITY-LINE.

           PERFORM VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > CELL-COUNT
               IF ENT-TAB-CELL-CSEC(ENTITY-TAB-IDX, CELL-SUB)
               IS GREATER THAN 0 THEN
                   PERFORM WRITE-ONE-ENTITY-CELL
               END-IF
           END-PERFORM.

           PERFORM VARYING STILL-TAB-IDX FROM 1 BY 1
               UNTIL STILL-TAB-IDX > STILL-COUNT
               IF STL-TAB-ENTITY(STILL-TAB-IDX) EQUAL ENTITY-TAB-IDX
               THEN
                   PERFORM WRITE-ONE-STILL-PERIOD
               END-IF
           END-PERFORM.

           MOVE SPACES TO OCCUPANCY-REPORT-LINE.
           WRITE OCCUPANCY-REPORT-LINE.

           EXIT.

       WRITE-ONE-ENTITY-CELL.
           COMPUTE CELL-ROW = (CELL-SUB - 1) / GRID-SIZE + 1.
           COMPUTE CELL-COL = CELL-SUB - (CELL-ROW - 1) * GRID-SIZE.

           MOVE CELL-COL TO RPT-ECL-COL.
           MOVE CELL-ROW TO RPT-ECL-ROW.
           COMPUTE RPT-ECL-SECONDS =
               ENT-TAB-CELL-CSEC(ENTITY-TAB-IDX, CELL-SUB) / 100.
           COMPUTE RPT-ECL-PCT ROUNDED =
               ENT-TAB-CELL-CSEC(ENTITY-TAB-IDX, CELL-SUB) * 100
               / ENT-TAB-TRACKED-CSEC(ENTITY-TAB-IDX).
           WRITE OCCUPANCY-REPORT-LINE FROM RPT-ENT-CELL-LINE.

           EXIT.

       WRITE-ONE-STILL-PERIOD.
           MOVE STL-TAB-X(STILL-TAB-IDX) TO SAMPLE-X.
           MOVE STL-TAB-Y(STILL-TAB-IDX) TO SAMPLE-Y.
           PERFORM COMPUTE-SAMPLE-CELL.

           MOVE STL-TAB-FROM-TS(STILL-TAB-IDX) TO RPT-STL-FROM.
           MOVE STL-TAB-TO-TS(STILL-TAB-IDX) TO RPT-STL-TO.
           COMPUTE RPT-STL-SECONDS = STL-TAB-CSEC(STILL-TAB-IDX) / 100.
           MOVE SAMPLE-X TO RPT-STL-X.
           MOVE SAMPLE-Y TO RPT-STL-Y.
           MOVE CELL-COL TO RPT-STL-COL.
           MOVE CELL-ROW TO RPT-STL-ROW.
           WRITE OCCUPANCY-REPORT-LINE FROM RPT-STILL-LINE.

           EXIT.

       END PROGRAM 89-FLOOR-OCCUPANCY.
