       IDENTIFICATION DIVISION.
       PROGRAM-ID. 86-TREND-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-ROSTER-FILE ASSIGN TO STATION-ROSTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-roster-status.

           SELECT ARCHIVE-INDEX-FILE ASSIGN TO ARCHIVE-INDEX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS archive-index-status.

           SELECT SESSION-LOG-FILE ASSIGN TO LOG-READ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-log-status.

           SELECT INCIDENT-FILE ASSIGN TO LOG-READ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-file-status.

           SELECT PERF-LOG-FILE ASSIGN TO LOG-READ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS perf-log-status.

           SELECT COMMAND-LOG-FILE ASSIGN TO LOG-READ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS command-log-status.

           SELECT TREND-REPORT-FILE ASSIGN TO TREND-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS trend-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STATION-ROSTER-FILE.
       COPY "copybooks/STATION-ROSTER.CPY".

       FD  ARCHIVE-INDEX-FILE.
       COPY "copybooks/ARCHIVE-INDEX.CPY".

       FD  SESSION-LOG-FILE.
       COPY "copybooks/SESSION-LOG.CPY".

       FD  INCIDENT-FILE.
       COPY "copybooks/INCIDENT.CPY".

       FD  PERF-LOG-FILE.
       COPY "copybooks/PERF-LOG.CPY".

       FD  COMMAND-LOG-FILE.
       COPY "copybooks/COMMAND-LOG.CPY".

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           77 station-roster-status PIC X(02).
           77 archive-index-status PIC X(02).
           77 session-log-status PIC X(02).
           77 incident-file-status PIC X(02).
           77 perf-log-status PIC X(02).
           77 command-log-status PIC X(02).
           77 trend-report-status PIC X(02).

           77 ARG-TOTAL-COUNT USAGE BINARY-INT VALUE 0.
           77 ARG-SUB USAGE BINARY-INT VALUE 0.
           77 RUN-ARG PIC X(80) VALUE SPACES.
           77 RUN-ROOT-ARG PIC X(80) VALUE SPACES.
           77 ROOT-ARG-PENDING PIC X(01) VALUE "N".
           77 AVERAGE-ARG-PENDING PIC X(01) VALUE "N".
           77 WORSE-ARG-PENDING PIC X(01) VALUE "N".
           77 FROM-DATE-ARG PIC X(08) VALUE SPACES.
           77 TO-DATE-ARG PIC X(08) VALUE SPACES.
           77 PATH-BASE-NAME PIC X(40) VALUE SPACES.
           77 PATH-BUILT PIC X(96) VALUE SPACES.
           77 STATION-ROSTER-PATH PIC X(96) VALUE SPACES.
           77 ARCHIVE-INDEX-PATH PIC X(96) VALUE SPACES.
           77 SESSION-LOG-PATH PIC X(96) VALUE SPACES.
           77 INCIDENT-PATH PIC X(96) VALUE SPACES.
           77 PERF-LOG-PATH PIC X(96) VALUE SPACES.
           77 COMMAND-LOG-PATH PIC X(96) VALUE SPACES.
           77 LOG-READ-PATH PIC X(96) VALUE SPACES.
           77 TREND-REPORT-PATH PIC X(96) VALUE SPACES.

           77 AVERAGE-DAYS USAGE BINARY-INT VALUE 7.
           77 AVERAGE-DAYS-MAX USAGE BINARY-INT VALUE 28.
           77 WORSE-PERCENT USAGE BINARY-INT VALUE 10.
           77 RANGE-DAYS-MAX USAGE BINARY-INT VALUE 92.
           77 DATE-WORK PIC 9(08) VALUE 0.
           77 DATE-CHECK USAGE BINARY-INT VALUE 0.
           77 FROM-DAY-NUM USAGE BINARY-INT VALUE 0.
           77 TO-DAY-NUM USAGE BINARY-INT VALUE 0.
           77 LOAD-FROM-DAY-NUM USAGE BINARY-INT VALUE 0.
           77 LOAD-FROM-DATE PIC X(08) VALUE SPACES.
           77 LOAD-DAY-COUNT USAGE BINARY-INT VALUE 0.
           77 FIRST-PRINT-SUB USAGE BINARY-INT VALUE 0.

           77 TS-WORK PIC X(14) VALUE SPACES.
           77 TS-DAY-NUM USAGE BINARY-INT VALUE 0.
           77 TS-SEC-NUM USAGE BINARY-INT VALUE 0.
           77 DAY-SUB USAGE BINARY-INT VALUE 0.
           77 WINDOW-SUB USAGE BINARY-INT VALUE 0.
           77 WINDOW-START-SUB USAGE BINARY-INT VALUE 0.
           77 CREDIT-DAY-NUM USAGE BINARY-INT VALUE 0.
           77 CREDIT-START-SEC USAGE BINARY-INT VALUE 0.
           77 CREDIT-END-SEC USAGE BINARY-INT VALUE 0.

           01 LOG-CONTROL-VALUES.
             05 FILLER PIC X(27) VALUE "logs/audit              101".
             05 FILLER PIC X(27) VALUE "logs/sessions           029".
             05 FILLER PIC X(27) VALUE "logs/incidents          061".
             05 FILLER PIC X(27) VALUE "logs/perf               036".
             05 FILLER PIC X(27) VALUE "logs/commands-processed 040".
           01 LOG-CONTROL-TABLE REDEFINES LOG-CONTROL-VALUES.
             05 LOG-CONTROL-ENTRY OCCURS 5 TIMES INDEXED BY
                 LOG-CONTROL-IDX.
                10 LOG-BASE-NAME PIC X(24).
                10 LOG-TS-OFFSET PIC 9(03).
           77 SESSION-LOG-SUB USAGE BINARY-INT VALUE 2.
           77 INCIDENT-LOG-SUB USAGE BINARY-INT VALUE 3.
           77 PERF-LOG-SUB USAGE BINARY-INT VALUE 4.
           77 COMMAND-LOG-SUB USAGE BINARY-INT VALUE 5.
           77 ARCHIVE-LOG-SUB USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-NAME-LENGTH USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-BASE-LENGTH USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-MATCH-START USAGE BINARY-INT VALUE 0.

           77 SOURCE-MAX USAGE BINARY-INT VALUE 100.
           77 SOURCE-COUNT USAGE BINARY-INT VALUE 0.
           77 SOURCE-FOUND-INDEX USAGE BINARY-INT VALUE 0.
           01 SOURCE-TABLE.
             05 SOURCE-ENTRY OCCURS 100 TIMES INDEXED BY
                 SOURCE-TAB-IDX.
                10 SRC-TAB-NAME PIC X(96).
                10 SRC-TAB-LOG USAGE BINARY-INT.

           77 STATION-MAX USAGE BINARY-INT VALUE 50.
           77 STATION-COUNT USAGE BINARY-INT VALUE 0.
           77 STATION-FOUND-INDEX USAGE BINARY-INT VALUE 0.
           77 STATION-KEY PIC X(10) VALUE SPACES.
           01 STATION-TABLE.
             05 STATION-ENTRY OCCURS 50 TIMES INDEXED BY
                 STATION-TAB-IDX.
                10 ST-ID PIC X(10).
                10 ST-SIGNED-ON-FLAG PIC X(01).
                10 ST-SIGNON-DAY-NUM USAGE BINARY-INT.
                10 ST-SIGNON-SEC-NUM USAGE BINARY-INT.
                10 ST-WORSE-TEXT PIC X(30).
                10 ST-WORSE-FROM PIC X(08).
                10 ST-WORSE-TO PIC X(08).
                10 ST-DAY-ENTRY OCCURS 120 TIMES.
                   15 ST-DAY-INCIDENTS USAGE BINARY-INT.
                   15 ST-DAY-OVERRUNS USAGE BINARY-INT.
                   15 ST-DAY-PERF-SAMPLES USAGE BINARY-INT.
                   15 ST-DAY-PERF-TOTAL USAGE BINARY-INT.
                   15 ST-DAY-SIGNON-SECONDS USAGE BINARY-INT.
                   15 ST-DAY-COMMANDS USAGE BINARY-INT.

           77 SUM-INCIDENTS USAGE BINARY-INT VALUE 0.
           77 SUM-OVERRUNS USAGE BINARY-INT VALUE 0.
           77 SUM-PERF-SAMPLES USAGE BINARY-INT VALUE 0.
           77 SUM-PERF-TOTAL USAGE BINARY-INT VALUE 0.
           77 SUM-SIGNON-SECONDS USAGE BINARY-INT VALUE 0.
           77 SUM-COMMANDS USAGE BINARY-INT VALUE 0.

           77 WEEK-SUB USAGE BINARY-INT VALUE 0.
           77 WEEK-START-SUB USAGE BINARY-INT VALUE 0.
           77 WEEK-END-SUB USAGE BINARY-INT VALUE 0.
           77 WEEK-INCIDENTS USAGE BINARY-INT VALUE 0.
           77 WEEK-OVERRUNS USAGE BINARY-INT VALUE 0.
           77 WEEK-AVG-MS USAGE BINARY-INT VALUE 0.
           77 PRIOR-INCIDENTS USAGE BINARY-INT VALUE 0.
           77 PRIOR-OVERRUNS USAGE BINARY-INT VALUE 0.
           77 PRIOR-AVG-MS USAGE BINARY-INT VALUE 0.
           77 WORSE-CURRENT USAGE BINARY-INT VALUE 0.
           77 WORSE-PRIOR USAGE BINARY-INT VALUE 0.
           77 WORSE-RESULT PIC X(01) VALUE "N".
           88 METRIC-IS-WORSE VALUE "Y".
           77 WEEK-WORSE-TEXT PIC X(30) VALUE SPACES.
           77 WORSE-TEXT-POINTER USAGE BINARY-INT VALUE 0.
           77 WORSENING-COUNT USAGE BINARY-INT VALUE 0.
           77 COUNT-EDIT PIC ZZZZ9.

           01 RPT-HEADER-LINE.
             05 FILLER PIC X(26)
                 VALUE "STATION TREND REPORT FROM ".
             05 RPT-HDR-FROM PIC X(08).
             05 FILLER PIC X(04) VALUE " TO ".
             05 RPT-HDR-TO PIC X(08).
             05 FILLER PIC X(18) VALUE "  MOVING AVERAGE ".
             05 RPT-HDR-AVERAGE PIC Z9.
             05 FILLER PIC X(19) VALUE " DAYS  WORSE OVER ".
             05 RPT-HDR-WORSE PIC ZZ9.
             05 FILLER PIC X(01) VALUE "%".
             05 FILLER PIC X(43) VALUE SPACES.

           01 RPT-SOURCE-LINE.
             05 FILLER PIC X(09) VALUE "  SOURCE ".
             05 RPT-SRC-NAME PIC X(96).
             05 FILLER PIC X(27) VALUE SPACES.

           01 RPT-STATION-LINE.
             05 FILLER PIC X(08) VALUE "STATION ".
             05 RPT-STA-ID PIC X(10).
             05 FILLER PIC X(114) VALUE SPACES.

           01 RPT-DAY-HEADER-LINE.
             05 FILLER PIC X(10) VALUE "  DATE    ".
             05 FILLER PIC X(08) VALUE "   INCID".
             05 FILLER PIC X(09) VALUE "  OVERRUN".
             05 FILLER PIC X(08) VALUE "  AVG-MS".
             05 FILLER PIC X(09) VALUE "   ON-HRS".
             05 FILLER PIC X(08) VALUE "    CMDS".
             05 FILLER PIC X(03) VALUE "  |".
             05 FILLER PIC X(10) VALUE "  MA-INCID".
             05 FILLER PIC X(12) VALUE "  MA-OVERRUN".
             05 FILLER PIC X(11) VALUE "  MA-AVG-MS".
             05 FILLER PIC X(09) VALUE "   MA-HRS".
             05 FILLER PIC X(10) VALUE "   MA-CMDS".
             05 FILLER PIC X(25) VALUE SPACES.

           01 RPT-DAY-LINE.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DAY-DATE PIC X(08).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DAY-INCIDENTS PIC ZZZZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DAY-OVERRUNS PIC ZZZZZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DAY-AVG-MS PIC ZZZZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DAY-HOURS PIC ZZZ9.99.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DAY-COMMANDS PIC ZZZZZ9.
             05 FILLER PIC X(03) VALUE "  |".
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-MA-INCIDENTS PIC ZZZZ9.99.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-MA-OVERRUNS PIC ZZZZZZ9.99.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-MA-AVG-MS PIC ZZZZZ9.99.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-MA-HOURS PIC ZZZ9.99.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-MA-COMMANDS PIC ZZZZ9.99.
             05 FILLER PIC X(25) VALUE SPACES.

           01 RPT-WEEK-LINE.
             05 FILLER PIC X(07) VALUE "  WEEK ".
             05 RPT-WK-FROM PIC X(08).
             05 FILLER PIC X(01) VALUE "-".
             05 RPT-WK-TO PIC X(08).
             05 FILLER PIC X(08) VALUE "  INCID ".
             05 RPT-WK-INCIDENTS PIC ZZZZZ9.
             05 FILLER PIC X(10) VALUE "  OVERRUN ".
             05 RPT-WK-OVERRUNS PIC ZZZZZZ9.
             05 FILLER PIC X(09) VALUE "  AVG-MS ".
             05 RPT-WK-AVG-MS PIC ZZZZZ9.
             05 FILLER PIC X(09) VALUE "  ON-HRS ".
             05 RPT-WK-HOURS PIC ZZZ9.99.
             05 FILLER PIC X(07) VALUE "  CMDS ".
             05 RPT-WK-COMMANDS PIC ZZZZZ9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-WK-WORSE PIC X(30).
             05 FILLER PIC X(01) VALUE SPACES.

           01 RPT-WORSENING-LINE.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-WSN-STATION-ID PIC X(10).
             05 FILLER PIC X(07) VALUE "  WEEK ".
             05 RPT-WSN-FROM PIC X(08).
             05 FILLER PIC X(01) VALUE "-".
             05 RPT-WSN-TO PIC X(08).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-WSN-TEXT PIC X(30).
             05 FILLER PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ARG-TOTAL-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-SUB FROM 1 BY 1
               UNTIL ARG-SUB > ARG-TOTAL-COUNT
               MOVE SPACES TO RUN-ARG
               ACCEPT RUN-ARG FROM ARGUMENT-VALUE
               PERFORM APPLY-ONE-ARGUMENT
           END-PERFORM.

           PERFORM RESOLVE-FILE-PATHS.
           PERFORM RESOLVE-DATE-RANGE.

           PERFORM READ-STATION-ROSTER.
           PERFORM SELECT-ARCHIVE-SOURCES.

           PERFORM VARYING SOURCE-TAB-IDX FROM 1 BY 1
               UNTIL SOURCE-TAB-IDX > SOURCE-COUNT
               MOVE SRC-TAB-NAME(SOURCE-TAB-IDX) TO LOG-READ-PATH
               EVALUATE SRC-TAB-LOG(SOURCE-TAB-IDX)
                   WHEN SESSION-LOG-SUB
                       PERFORM READ-SESSION-LOG
                   WHEN INCIDENT-LOG-SUB
                       PERFORM READ-INCIDENT-LOG
                   WHEN PERF-LOG-SUB
                       PERFORM READ-PERF-LOG
                   WHEN COMMAND-LOG-SUB
                       PERFORM READ-COMMAND-LOG
               END-EVALUATE
           END-PERFORM.

           MOVE SESSION-LOG-PATH TO LOG-READ-PATH.
           PERFORM READ-SESSION-LOG.
           MOVE INCIDENT-PATH TO LOG-READ-PATH.
           PERFORM READ-INCIDENT-LOG.
           MOVE PERF-LOG-PATH TO LOG-READ-PATH.
           PERFORM READ-PERF-LOG.
           MOVE COMMAND-LOG-PATH TO LOG-READ-PATH.
           PERFORM READ-COMMAND-LOG.

           PERFORM WRITE-TREND-REPORT.

           MOVE SOURCE-COUNT TO COUNT-EDIT.
           DISPLAY "86-TREND-REPORT: " COUNT-EDIT
               " ARCHIVE FILES READ".
           MOVE WORSENING-COUNT TO COUNT-EDIT.
           DISPLAY "86-TREND-REPORT: " COUNT-EDIT
               " STATIONS WORSENING WEEK OVER WEEK".

           STOP RUN.

       APPLY-ONE-ARGUMENT.
           IF ROOT-ARG-PENDING EQUAL "Y" THEN
               MOVE RUN-ARG TO RUN-ROOT-ARG
               MOVE "N" TO ROOT-ARG-PENDING
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ROOT-ARG))
               IS GREATER THAN 40 THEN
                   DISPLAY "86-TREND-REPORT: RUN ROOT LONGER "
                       "THAN 40 CHARACTERS NOT SUPPORTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF AVERAGE-ARG-PENDING EQUAL "Y" THEN
               MOVE "N" TO AVERAGE-ARG-PENDING
               IF FUNCTION TRIM(RUN-ARG) IS NOT NUMERIC THEN
                   DISPLAY "86-TREND-REPORT: AVERAGE DAYS "
                       FUNCTION TRIM(RUN-ARG) " IS NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE AVERAGE-DAYS = FUNCTION NUMVAL(RUN-ARG)
               IF AVERAGE-DAYS EQUAL 0
               OR AVERAGE-DAYS IS GREATER THAN AVERAGE-DAYS-MAX THEN
                   DISPLAY "86-TREND-REPORT: AVERAGE DAYS MUST BE "
                       "1 TO 28"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WORSE-ARG-PENDING EQUAL "Y" THEN
               MOVE "N" TO WORSE-ARG-PENDING
               IF FUNCTION TRIM(RUN-ARG) IS NOT NUMERIC THEN
                   DISPLAY "86-TREND-REPORT: WORSE PERCENT "
                       FUNCTION TRIM(RUN-ARG) " IS NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WORSE-PERCENT = FUNCTION NUMVAL(RUN-ARG)
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-ROOT" THEN
               MOVE "Y" TO ROOT-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-AVERAGE" THEN
               MOVE "Y" TO AVERAGE-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-WORSE" THEN
               MOVE "Y" TO WORSE-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ARG)) NOT EQUAL 8
           OR FUNCTION TRIM(RUN-ARG) IS NOT NUMERIC THEN
               DISPLAY "86-TREND-REPORT: DATE "
                   FUNCTION TRIM(RUN-ARG) " IS NOT YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FROM-DATE-ARG EQUAL SPACES THEN
               MOVE RUN-ARG TO FROM-DATE-ARG
           ELSE
               MOVE RUN-ARG TO TO-DATE-ARG
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
           MOVE "config/station-roster.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO STATION-ROSTER-PATH.

           MOVE "logs/archive-index.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ARCHIVE-INDEX-PATH.

           MOVE "logs/sessions.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO SESSION-LOG-PATH.

           MOVE "logs/incidents.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO INCIDENT-PATH.

           MOVE "logs/perf.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO PERF-LOG-PATH.

           MOVE "logs/commands-processed.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO COMMAND-LOG-PATH.

           MOVE "logs/station-trend.rpt" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO TREND-REPORT-PATH.

           EXIT.

       RESOLVE-DATE-RANGE.
           IF FROM-DATE-ARG EQUAL SPACES THEN
               DISPLAY "86-TREND-REPORT: USAGE [-ROOT DIR] FROM-DATE "
                   "[TO-DATE] [-AVERAGE DAYS] [-WORSE PERCENT]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF TO-DATE-ARG EQUAL SPACES THEN
               MOVE FUNCTION CURRENT-DATE TO TO-DATE-ARG
           END-IF.

           MOVE FROM-DATE-ARG TO DATE-WORK.
           COMPUTE FROM-DAY-NUM = FUNCTION INTEGER-OF-DATE(DATE-WORK).
           MOVE TO-DATE-ARG TO DATE-WORK.
           COMPUTE TO-DAY-NUM = FUNCTION INTEGER-OF-DATE(DATE-WORK).

           IF FROM-DAY-NUM EQUAL 0 OR TO-DAY-NUM EQUAL 0 THEN
               DISPLAY "86-TREND-REPORT: DATE RANGE " FROM-DATE-ARG
                   " TO " TO-DATE-ARG " IS NOT A VALID DATE RANGE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF TO-DAY-NUM IS LESS THAN FROM-DAY-NUM
           OR TO-DAY-NUM - FROM-DAY-NUM + 1 IS GREATER THAN
           RANGE-DAYS-MAX THEN
               DISPLAY "86-TREND-REPORT: DATE RANGE MUST RUN FORWARD "
                   "AND COVER AT MOST 92 DAYS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE LOAD-FROM-DAY-NUM = FROM-DAY-NUM - AVERAGE-DAYS + 1.
           COMPUTE DATE-CHECK =
               FUNCTION DATE-OF-INTEGER(LOAD-FROM-DAY-NUM).
           MOVE DATE-CHECK TO DATE-WORK.
           MOVE DATE-WORK TO LOAD-FROM-DATE.
           COMPUTE LOAD-DAY-COUNT = TO-DAY-NUM - LOAD-FROM-DAY-NUM + 1.
           COMPUTE FIRST-PRINT-SUB = FROM-DAY-NUM - LOAD-FROM-DAY-NUM
               + 1.

           EXIT.

       READ-STATION-ROSTER.
           OPEN INPUT STATION-ROSTER-FILE.

           IF station-roster-status NOT EQUAL "00" THEN
               DISPLAY "86-TREND-REPORT: CANNOT OPEN "
                   FUNCTION TRIM(STATION-ROSTER-PATH)
                   " STATUS " station-roster-status
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL station-roster-status NOT EQUAL "00"
               OR STATION-COUNT EQUAL STATION-MAX
               READ STATION-ROSTER-FILE

               IF station-roster-status EQUAL "00"
               AND ROSTER-STATION-ID NOT EQUAL SPACES THEN
                   ADD 1 TO STATION-COUNT
                   SET STATION-TAB-IDX TO STATION-COUNT
                   INITIALIZE STATION-ENTRY(STATION-TAB-IDX)
                   MOVE ROSTER-STATION-ID TO ST-ID(STATION-TAB-IDX)
                   MOVE "N" TO ST-SIGNED-ON-FLAG(STATION-TAB-IDX)
               END-IF
           END-PERFORM.

           CLOSE STATION-ROSTER-FILE.

           EXIT.

       FIND-STATION-INDEX.
           MOVE 0 TO STATION-FOUND-INDEX.
           PERFORM VARYING STATION-TAB-IDX FROM 1 BY 1
               UNTIL STATION-TAB-IDX > STATION-COUNT
               IF ST-ID(STATION-TAB-IDX) EQUAL STATION-KEY THEN
                   SET STATION-FOUND-INDEX TO STATION-TAB-IDX
               END-IF
           END-PERFORM.

           IF STATION-FOUND-INDEX IS GREATER THAN 0 THEN
               SET STATION-TAB-IDX TO STATION-FOUND-INDEX
           END-IF.

           EXIT.

       SELECT-ARCHIVE-SOURCES.
           OPEN INPUT ARCHIVE-INDEX-FILE.

           IF archive-index-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL archive-index-status NOT EQUAL "00"
               READ ARCHIVE-INDEX-FILE

               IF archive-index-status EQUAL "00"
               AND ARC-FIRST-TIMESTAMP(1:8) IS NOT GREATER THAN
               TO-DATE-ARG
               AND ARC-LAST-TIMESTAMP(1:8) IS NOT LESS THAN
               LOAD-FROM-DATE THEN
                   PERFORM SELECT-ONE-SOURCE
               END-IF
           END-PERFORM.

           CLOSE ARCHIVE-INDEX-FILE.

           EXIT.

       SELECT-ONE-SOURCE.
           PERFORM IDENTIFY-ARCHIVE-LOG.

           IF ARCHIVE-LOG-SUB NOT EQUAL SESSION-LOG-SUB
           AND ARCHIVE-LOG-SUB NOT EQUAL INCIDENT-LOG-SUB
           AND ARCHIVE-LOG-SUB NOT EQUAL PERF-LOG-SUB
           AND ARCHIVE-LOG-SUB NOT EQUAL COMMAND-LOG-SUB THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SOURCE-FOUND-INDEX.
           PERFORM VARYING SOURCE-TAB-IDX FROM 1 BY 1
               UNTIL SOURCE-TAB-IDX > SOURCE-COUNT
               IF SRC-TAB-NAME(SOURCE-TAB-IDX) EQUAL ARC-FILE-NAME
               THEN
                   SET SOURCE-FOUND-INDEX TO SOURCE-TAB-IDX
               END-IF
           END-PERFORM.

           IF SOURCE-FOUND-INDEX IS GREATER THAN 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF SOURCE-COUNT IS NOT LESS THAN SOURCE-MAX THEN
               DISPLAY "86-TREND-REPORT: MORE ARCHIVE FILES THAN "
                   "TABLE HOLDS, SKIPPED "
                   FUNCTION TRIM(ARC-FILE-NAME)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SOURCE-COUNT.
           SET SOURCE-TAB-IDX TO SOURCE-COUNT.
           MOVE ARC-FILE-NAME TO SRC-TAB-NAME(SOURCE-TAB-IDX).
           MOVE ARCHIVE-LOG-SUB TO SRC-TAB-LOG(SOURCE-TAB-IDX).

           EXIT.

       IDENTIFY-ARCHIVE-LOG.
           MOVE 0 TO ARCHIVE-LOG-SUB.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ARC-FILE-NAME TRAILING))
               TO ARCHIVE-NAME-LENGTH.

           PERFORM VARYING LOG-CONTROL-IDX FROM 1 BY 1
               UNTIL LOG-CONTROL-IDX > 5
               OR ARCHIVE-LOG-SUB IS GREATER THAN 0
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(LOG-BASE-NAME(LOG-CONTROL-IDX)))
                   TO ARCHIVE-BASE-LENGTH
               COMPUTE ARCHIVE-MATCH-START = ARCHIVE-NAME-LENGTH
                   - 13 - ARCHIVE-BASE-LENGTH + 1
               IF ARCHIVE-MATCH-START IS GREATER THAN 0
               AND ARC-FILE-NAME(ARCHIVE-MATCH-START:
               ARCHIVE-BASE-LENGTH) EQUAL
               LOG-BASE-NAME(LOG-CONTROL-IDX)(1:ARCHIVE-BASE-LENGTH)
               AND ARC-FILE-NAME(ARCHIVE-MATCH-START
               + ARCHIVE-BASE-LENGTH:1) EQUAL "-"
               AND ARC-FILE-NAME(ARCHIVE-NAME-LENGTH - 3:4)
               EQUAL ".arc" THEN
                   SET ARCHIVE-LOG-SUB TO LOG-CONTROL-IDX
               END-IF
           END-PERFORM.

           EXIT.

       CONVERT-TIMESTAMP.
           COMPUTE TS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TS-WORK(1:8))).
           COMPUTE TS-SEC-NUM =
               FUNCTION NUMVAL(TS-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(TS-WORK(11:2)) * 60
               + FUNCTION NUMVAL(TS-WORK(13:2)).

           EXIT.

       LOCATE-RECORD-DAY.
           MOVE 0 TO DAY-SUB.

           IF TS-WORK IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           IF TS-WORK(1:8) IS LESS THAN LOAD-FROM-DATE
           OR TS-WORK(1:8) IS GREATER THAN TO-DATE-ARG THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-STATION-INDEX.

           IF STATION-FOUND-INDEX EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONVERT-TIMESTAMP.
           COMPUTE DAY-SUB = TS-DAY-NUM - LOAD-FROM-DAY-NUM + 1.

           EXIT.

       READ-SESSION-LOG.
           OPEN INPUT SESSION-LOG-FILE.

           IF session-log-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL session-log-status NOT EQUAL "00"
               READ SESSION-LOG-FILE

               IF session-log-status EQUAL "00" THEN
                   PERFORM TALLY-ONE-SESSION
               END-IF
           END-PERFORM.

           CLOSE SESSION-LOG-FILE.

           EXIT.

       TALLY-ONE-SESSION.
           MOVE SES-STATION-ID TO STATION-KEY.
           PERFORM FIND-STATION-INDEX.

           IF STATION-FOUND-INDEX EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SES-TIMESTAMP(1:14) TO TS-WORK.
           IF TS-WORK IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONVERT-TIMESTAMP.

           EVALUATE SES-EVENT
               WHEN "SIGN-ON"
                   MOVE TS-DAY-NUM
                       TO ST-SIGNON-DAY-NUM(STATION-TAB-IDX)
                   MOVE TS-SEC-NUM
                       TO ST-SIGNON-SEC-NUM(STATION-TAB-IDX)
                   MOVE "Y" TO ST-SIGNED-ON-FLAG(STATION-TAB-IDX)
               WHEN "SIGN-OFF"
                   IF ST-SIGNED-ON-FLAG(STATION-TAB-IDX) EQUAL "Y"
                   THEN
                       PERFORM CREDIT-SIGNED-ON-TIME
                       MOVE "N" TO ST-SIGNED-ON-FLAG(STATION-TAB-IDX)
                   END-IF
           END-EVALUATE.

           EXIT.

       CREDIT-SIGNED-ON-TIME.
           IF TS-DAY-NUM IS LESS THAN
           ST-SIGNON-DAY-NUM(STATION-TAB-IDX) THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING CREDIT-DAY-NUM FROM
               ST-SIGNON-DAY-NUM(STATION-TAB-IDX) BY 1
               UNTIL CREDIT-DAY-NUM > TS-DAY-NUM
               IF CREDIT-DAY-NUM EQUAL
               ST-SIGNON-DAY-NUM(STATION-TAB-IDX) THEN
                   MOVE ST-SIGNON-SEC-NUM(STATION-TAB-IDX)
                       TO CREDIT-START-SEC
               ELSE
                   MOVE 0 TO CREDIT-START-SEC
               END-IF
               IF CREDIT-DAY-NUM EQUAL TS-DAY-NUM THEN
                   MOVE TS-SEC-NUM TO CREDIT-END-SEC
               ELSE
                   MOVE 86400 TO CREDIT-END-SEC
               END-IF
               COMPUTE DAY-SUB = CREDIT-DAY-NUM - LOAD-FROM-DAY-NUM
                   + 1
               IF DAY-SUB IS GREATER THAN 0
               AND DAY-SUB IS NOT GREATER THAN LOAD-DAY-COUNT
               AND CREDIT-END-SEC IS GREATER THAN CREDIT-START-SEC
               THEN
                   COMPUTE ST-DAY-SIGNON-SECONDS(STATION-TAB-IDX,
                       DAY-SUB) = ST-DAY-SIGNON-SECONDS(
                       STATION-TAB-IDX, DAY-SUB)
                       + CREDIT-END-SEC - CREDIT-START-SEC
               END-IF
           END-PERFORM.

           EXIT.

       READ-INCIDENT-LOG.
           OPEN INPUT INCIDENT-FILE.

           IF incident-file-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL incident-file-status NOT EQUAL "00"
               READ INCIDENT-FILE

               IF incident-file-status EQUAL "00" THEN
                   MOVE INC-STATION-ID TO STATION-KEY
                   MOVE INC-TIMESTAMP(1:14) TO TS-WORK
                   PERFORM LOCATE-RECORD-DAY
                   IF DAY-SUB IS GREATER THAN 0 THEN
                       ADD 1 TO ST-DAY-INCIDENTS(STATION-TAB-IDX,
                           DAY-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE INCIDENT-FILE.

           EXIT.

       READ-PERF-LOG.
           OPEN INPUT PERF-LOG-FILE.

           IF perf-log-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL perf-log-status NOT EQUAL "00"
               READ PERF-LOG-FILE

               IF perf-log-status EQUAL "00" THEN
                   MOVE PERF-STATION-ID TO STATION-KEY
                   MOVE PERF-TIMESTAMP(1:14) TO TS-WORK
                   PERFORM LOCATE-RECORD-DAY
                   IF DAY-SUB IS GREATER THAN 0 THEN
                       PERFORM TALLY-ONE-PERF-SAMPLE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE PERF-LOG-FILE.

           EXIT.

       TALLY-ONE-PERF-SAMPLE.
           ADD 1 TO ST-DAY-PERF-SAMPLES(STATION-TAB-IDX, DAY-SUB).

           IF PERF-AVG-FRAME-MS IS NUMERIC THEN
               ADD PERF-AVG-FRAME-MS
                   TO ST-DAY-PERF-TOTAL(STATION-TAB-IDX, DAY-SUB)
           END-IF.

           IF PERF-OVERRUNS IS NUMERIC THEN
               ADD PERF-OVERRUNS
                   TO ST-DAY-OVERRUNS(STATION-TAB-IDX, DAY-SUB)
           END-IF.

           EXIT.

       READ-COMMAND-LOG.
           OPEN INPUT COMMAND-LOG-FILE.

           IF command-log-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL command-log-status NOT EQUAL "00"
               READ COMMAND-LOG-FILE

               IF command-log-status EQUAL "00" THEN
                   MOVE CMDLOG-STATION-ID TO STATION-KEY
                   MOVE CMDLOG-TIMESTAMP(1:14) TO TS-WORK
                   PERFORM LOCATE-RECORD-DAY
                   IF DAY-SUB IS GREATER THAN 0 THEN
                       ADD 1 TO ST-DAY-COMMANDS(STATION-TAB-IDX,
                           DAY-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE COMMAND-LOG-FILE.

           EXIT.

       WRITE-TREND-REPORT.
           OPEN OUTPUT TREND-REPORT-FILE.

           IF trend-report-status NOT EQUAL "00" THEN
               DISPLAY "86-TREND-REPORT: CANNOT OPEN "
                   FUNCTION TRIM(TREND-REPORT-PATH)
                   " STATUS " trend-report-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE FROM-DATE-ARG TO RPT-HDR-FROM.
           MOVE TO-DATE-ARG TO RPT-HDR-TO.
           MOVE AVERAGE-DAYS TO RPT-HDR-AVERAGE.
           MOVE WORSE-PERCENT TO RPT-HDR-WORSE.
           WRITE TREND-REPORT-LINE FROM RPT-HEADER-LINE.

           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           MOVE "ARCHIVED LOGS READ WITH THE LIVE LOGS"
               TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           IF SOURCE-COUNT EQUAL 0 THEN
               MOVE "  NONE IN RANGE" TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-IF.

           PERFORM VARYING SOURCE-TAB-IDX FROM 1 BY 1
               UNTIL SOURCE-TAB-IDX > SOURCE-COUNT
               MOVE SRC-TAB-NAME(SOURCE-TAB-IDX) TO RPT-SRC-NAME
               WRITE TREND-REPORT-LINE FROM RPT-SOURCE-LINE
           END-PERFORM.

           PERFORM VARYING STATION-TAB-IDX FROM 1 BY 1
               UNTIL STATION-TAB-IDX > STATION-COUNT
               PERFORM WRITE-ONE-STATION
           END-PERFORM.

           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           MOVE "STATIONS WORSENING WEEK OVER WEEK (LATEST FULL WEEK)"
               TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           PERFORM VARYING STATION-TAB-IDX FROM 1 BY 1
               UNTIL STATION-TAB-IDX > STATION-COUNT
               IF ST-WORSE-TEXT(STATION-TAB-IDX) NOT EQUAL SPACES THEN
                   ADD 1 TO WORSENING-COUNT
                   MOVE ST-ID(STATION-TAB-IDX) TO RPT-WSN-STATION-ID
                   MOVE ST-WORSE-FROM(STATION-TAB-IDX) TO RPT-WSN-FROM
                   MOVE ST-WORSE-TO(STATION-TAB-IDX) TO RPT-WSN-TO
                   MOVE ST-WORSE-TEXT(STATION-TAB-IDX) TO RPT-WSN-TEXT
                   WRITE TREND-REPORT-LINE FROM RPT-WORSENING-LINE
               END-IF
           END-PERFORM.

           IF WORSENING-COUNT EQUAL 0 THEN
               MOVE "  NONE" TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-IF.

           CLOSE TREND-REPORT-FILE.

           EXIT.

       WRITE-ONE-STATION.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           MOVE ST-ID(STATION-TAB-IDX) TO RPT-STA-ID.
           WRITE TREND-REPORT-LINE FROM RPT-STATION-LINE.
           WRITE TREND-REPORT-LINE FROM RPT-DAY-HEADER-LINE.

           PERFORM VARYING DAY-SUB FROM FIRST-PRINT-SUB BY 1
               UNTIL DAY-SUB > LOAD-DAY-COUNT
               PERFORM WRITE-ONE-DAY
           END-PERFORM.

           PERFORM VARYING WEEK-START-SUB FROM FIRST-PRINT-SUB BY 7
               UNTIL WEEK-START-SUB + 6 > LOAD-DAY-COUNT
               PERFORM WRITE-ONE-WEEK
           END-PERFORM.

           EXIT.

       WRITE-ONE-DAY.
           COMPUTE DATE-CHECK = FUNCTION DATE-OF-INTEGER(
               LOAD-FROM-DAY-NUM + DAY-SUB - 1).
           MOVE DATE-CHECK TO DATE-WORK.
           MOVE DATE-WORK TO RPT-DAY-DATE.

           MOVE ST-DAY-INCIDENTS(STATION-TAB-IDX, DAY-SUB)
               TO RPT-DAY-INCIDENTS.
           MOVE ST-DAY-OVERRUNS(STATION-TAB-IDX, DAY-SUB)
               TO RPT-DAY-OVERRUNS.
           IF ST-DAY-PERF-SAMPLES(STATION-TAB-IDX, DAY-SUB)
           IS GREATER THAN 0 THEN
               COMPUTE RPT-DAY-AVG-MS ROUNDED =
                   ST-DAY-PERF-TOTAL(STATION-TAB-IDX, DAY-SUB)
                   / ST-DAY-PERF-SAMPLES(STATION-TAB-IDX, DAY-SUB)
           ELSE
               MOVE 0 TO RPT-DAY-AVG-MS
           END-IF.
           COMPUTE RPT-DAY-HOURS ROUNDED =
               ST-DAY-SIGNON-SECONDS(STATION-TAB-IDX, DAY-SUB) / 3600.
           MOVE ST-DAY-COMMANDS(STATION-TAB-IDX, DAY-SUB)
               TO RPT-DAY-COMMANDS.

           COMPUTE WINDOW-START-SUB = DAY-SUB - AVERAGE-DAYS + 1.
           MOVE DAY-SUB TO WEEK-END-SUB.
           PERFORM SUM-DAY-WINDOW.

           COMPUTE RPT-MA-INCIDENTS ROUNDED =
               SUM-INCIDENTS / AVERAGE-DAYS.
           COMPUTE RPT-MA-OVERRUNS ROUNDED =
               SUM-OVERRUNS / AVERAGE-DAYS.
           IF SUM-PERF-SAMPLES IS GREATER THAN 0 THEN
               COMPUTE RPT-MA-AVG-MS ROUNDED =
                   SUM-PERF-TOTAL / SUM-PERF-SAMPLES
           ELSE
               MOVE 0 TO RPT-MA-AVG-MS
           END-IF.
           COMPUTE RPT-MA-HOURS ROUNDED =
               SUM-SIGNON-SECONDS / 3600 / AVERAGE-DAYS.
           COMPUTE RPT-MA-COMMANDS ROUNDED =
               SUM-COMMANDS / AVERAGE-DAYS.

           WRITE TREND-REPORT-LINE FROM RPT-DAY-LINE.

           EXIT.

       SUM-DAY-WINDOW.
           MOVE 0 TO SUM-INCIDENTS.
           MOVE 0 TO SUM-OVERRUNS.
           MOVE 0 TO SUM-PERF-SAMPLES.
           MOVE 0 TO SUM-PERF-TOTAL.
           MOVE 0 TO SUM-SIGNON-SECONDS.
           MOVE 0 TO SUM-COMMANDS.

           IF WINDOW-START-SUB IS LESS THAN 1 THEN
               MOVE 1 TO WINDOW-START-SUB
           END-IF.

           PERFORM VARYING WINDOW-SUB FROM WINDOW-START-SUB BY 1
               UNTIL WINDOW-SUB > WEEK-END-SUB
               ADD ST-DAY-INCIDENTS(STATION-TAB-IDX, WINDOW-SUB)
                   TO SUM-INCIDENTS
               ADD ST-DAY-OVERRUNS(STATION-TAB-IDX, WINDOW-SUB)
                   TO SUM-OVERRUNS
               ADD ST-DAY-PERF-SAMPLES(STATION-TAB-IDX, WINDOW-SUB)
                   TO SUM-PERF-SAMPLES
               ADD ST-DAY-PERF-TOTAL(STATION-TAB-IDX, WINDOW-SUB)
                   TO SUM-PERF-TOTAL
               ADD ST-DAY-SIGNON-SECONDS(STATION-TAB-IDX, WINDOW-SUB)
                   TO SUM-SIGNON-SECONDS
               ADD ST-DAY-COMMANDS(STATION-TAB-IDX, WINDOW-SUB)
                   TO SUM-COMMANDS
           END-PERFORM.

           EXIT.

       WRITE-ONE-WEEK.
           MOVE WEEK-START-SUB TO WINDOW-START-SUB.
           COMPUTE WEEK-END-SUB = WEEK-START-SUB + 6.
           PERFORM SUM-DAY-WINDOW.

           MOVE SUM-INCIDENTS TO WEEK-INCIDENTS.
           MOVE SUM-OVERRUNS TO WEEK-OVERRUNS.
           IF SUM-PERF-SAMPLES IS GREATER THAN 0 THEN
               COMPUTE WEEK-AVG-MS ROUNDED =
                   SUM-PERF-TOTAL / SUM-PERF-SAMPLES
           ELSE
               MOVE 0 TO WEEK-AVG-MS
           END-IF.

           COMPUTE DATE-CHECK = FUNCTION DATE-OF-INTEGER(
               LOAD-FROM-DAY-NUM + WEEK-START-SUB - 1).
           MOVE DATE-CHECK TO DATE-WORK.
           MOVE DATE-WORK TO RPT-WK-FROM.
           COMPUTE DATE-CHECK = FUNCTION DATE-OF-INTEGER(
               LOAD-FROM-DAY-NUM + WEEK-END-SUB - 1).
           MOVE DATE-CHECK TO DATE-WORK.
           MOVE DATE-WORK TO RPT-WK-TO.

           MOVE WEEK-INCIDENTS TO RPT-WK-INCIDENTS.
           MOVE WEEK-OVERRUNS TO RPT-WK-OVERRUNS.
           MOVE WEEK-AVG-MS TO RPT-WK-AVG-MS.
           COMPUTE RPT-WK-HOURS ROUNDED = SUM-SIGNON-SECONDS / 3600.
           MOVE SUM-COMMANDS TO RPT-WK-COMMANDS.

           MOVE SPACES TO WEEK-WORSE-TEXT.
           IF WEEK-START-SUB IS GREATER THAN FIRST-PRINT-SUB THEN
               PERFORM COMPARE-WITH-PRIOR-WEEK
           END-IF.
           MOVE WEEK-WORSE-TEXT TO RPT-WK-WORSE.

           WRITE TREND-REPORT-LINE FROM RPT-WEEK-LINE.

           MOVE SPACES TO ST-WORSE-TEXT(STATION-TAB-IDX).
           IF WEEK-WORSE-TEXT NOT EQUAL SPACES THEN
               MOVE WEEK-WORSE-TEXT TO ST-WORSE-TEXT(STATION-TAB-IDX)
               MOVE RPT-WK-FROM TO ST-WORSE-FROM(STATION-TAB-IDX)
               MOVE RPT-WK-TO TO ST-WORSE-TO(STATION-TAB-IDX)
           END-IF.

           MOVE WEEK-INCIDENTS TO PRIOR-INCIDENTS.
           MOVE WEEK-OVERRUNS TO PRIOR-OVERRUNS.
           MOVE WEEK-AVG-MS TO PRIOR-AVG-MS.

           EXIT.

       COMPARE-WITH-PRIOR-WEEK.
           MOVE "WORSE:" TO WEEK-WORSE-TEXT.
           MOVE 7 TO WORSE-TEXT-POINTER.

           MOVE WEEK-INCIDENTS TO WORSE-CURRENT.
           MOVE PRIOR-INCIDENTS TO WORSE-PRIOR.
           PERFORM TEST-METRIC-WORSE.
           IF METRIC-IS-WORSE THEN
               STRING " INCID" DELIMITED BY SIZE
                   INTO WEEK-WORSE-TEXT WITH POINTER WORSE-TEXT-POINTER
           END-IF.

           MOVE WEEK-OVERRUNS TO WORSE-CURRENT.
           MOVE PRIOR-OVERRUNS TO WORSE-PRIOR.
           PERFORM TEST-METRIC-WORSE.
           IF METRIC-IS-WORSE THEN
               STRING " OVERRUN" DELIMITED BY SIZE
                   INTO WEEK-WORSE-TEXT WITH POINTER WORSE-TEXT-POINTER
           END-IF.

           MOVE WEEK-AVG-MS TO WORSE-CURRENT.
           MOVE PRIOR-AVG-MS TO WORSE-PRIOR.
           PERFORM TEST-METRIC-WORSE.
           IF METRIC-IS-WORSE THEN
               STRING " AVG-MS" DELIMITED BY SIZE
                   INTO WEEK-WORSE-TEXT WITH POINTER WORSE-TEXT-POINTER
           END-IF.

           IF WORSE-TEXT-POINTER EQUAL 7 THEN
               MOVE SPACES TO WEEK-WORSE-TEXT
           END-IF.

           EXIT.

       TEST-METRIC-WORSE.
           MOVE "N" TO WORSE-RESULT.

           IF WORSE-CURRENT IS GREATER THAN WORSE-PRIOR
           AND (WORSE-CURRENT - WORSE-PRIOR) * 100 IS GREATER THAN
           WORSE-PRIOR * WORSE-PERCENT THEN
               SET METRIC-IS-WORSE TO TRUE
           END-IF.

           EXIT.

       END PROGRAM 86-TREND-REPORT.
