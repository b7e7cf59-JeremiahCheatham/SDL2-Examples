       IDENTIFICATION DIVISION.
       PROGRAM-ID. 99-CMD-BROADCAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-ROSTER-FILE ASSIGN TO STATION-ROSTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-roster-status.

           SELECT BROADCAST-FILE ASSIGN TO BROADCAST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS broadcast-file-status.

           SELECT BROADCAST-SEQ-FILE ASSIGN TO BROADCAST-SEQ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS broadcast-seq-status.

           SELECT COMMAND-FILE ASSIGN TO STATION-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS command-file-status.

           SELECT COMMAND-RESPONSE-FILE ASSIGN TO
               STATION-RESPONSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS command-response-status.

           SELECT DELIVERY-REPORT-FILE ASSIGN TO DELIVERY-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS delivery-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STATION-ROSTER-FILE.
       COPY "copybooks/STATION-ROSTER.CPY".

       FD  BROADCAST-FILE.
       COPY "copybooks/BROADCAST.CPY".

       FD  BROADCAST-SEQ-FILE.
       01  BROADCAST-SEQ-RECORD.
           05 SEQ-LAST-BROADCAST-ID     PIC 9(06).

       FD  COMMAND-FILE.
       COPY "copybooks/COMMAND.CPY".

       FD  COMMAND-RESPONSE-FILE.
       COPY "copybooks/COMMAND-RESPONSE.CPY".

       FD  DELIVERY-REPORT-FILE.
       01  DELIVERY-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
           77 station-roster-status PIC X(02).
           77 broadcast-file-status PIC X(02).
           77 broadcast-seq-status PIC X(02).
           77 command-file-status PIC X(02).
           77 command-response-status PIC X(02).
           77 delivery-report-status PIC X(02).

           77 ARG-TOTAL-COUNT USAGE BINARY-INT VALUE 0.
           77 ARG-SUB USAGE BINARY-INT VALUE 0.
           77 RUN-ARG PIC X(80) VALUE SPACES.
           77 RUN-ROOT-ARG PIC X(80) VALUE SPACES.
           77 ROOT-ARG-PENDING PIC X(01) VALUE "N".
           77 WAIT-ARG-PENDING PIC X(01) VALUE "N".
           77 PATH-BASE-NAME PIC X(40) VALUE SPACES.
           77 PATH-BUILT PIC X(96) VALUE SPACES.
           77 STATION-ROSTER-PATH PIC X(96) VALUE SPACES.
           77 BROADCAST-PATH PIC X(96) VALUE SPACES.
           77 BROADCAST-SEQ-PATH PIC X(96) VALUE SPACES.
           77 DELIVERY-REPORT-PATH PIC X(96) VALUE SPACES.
           77 STATION-ROOT PIC X(80) VALUE SPACES.
           77 STATION-QUEUE-PATH PIC X(96) VALUE SPACES.
           77 STATION-RESPONSE-PATH PIC X(96) VALUE SPACES.

           77 POSITIONAL-MAX USAGE BINARY-INT VALUE 54.
           77 POSITIONAL-COUNT USAGE BINARY-INT VALUE 0.
           77 POSITIONAL-SUB USAGE BINARY-INT VALUE 0.
           01 POSITIONAL-ARG-TABLE.
             05 POSITIONAL-ARG OCCURS 54 TIMES PIC X(40).
           77 ACTION-ARG PIC X(10) VALUE SPACES.
           77 CODE-ARG PIC X(08) VALUE SPACES.
           77 TARGET-ARG PIC X(10) VALUE SPACES.
           77 ISSUER-ARG PIC X(10) VALUE SPACES.
           77 BROADCAST-ID-ARG PIC X(10) VALUE SPACES.
           77 WAIT-MINUTES USAGE BINARY-INT VALUE 15.
           77 WAIT-SECONDS USAGE BINARY-INT VALUE 0.

           77 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           77 CURRENT-BROADCAST-ID PIC 9(06) VALUE 0.
           77 SEND-FAIL-COUNT USAGE BINARY-INT VALUE 0.

           77 ROSTER-MAX USAGE BINARY-INT VALUE 50.
           77 ROSTER-COUNT USAGE BINARY-INT VALUE 0.
           77 ROSTER-FOUND-INDEX USAGE BINARY-INT VALUE 0.
           01 ROSTER-TABLE.
             05 ROSTER-ENTRY OCCURS 50 TIMES INDEXED BY
                 ROSTER-TAB-IDX.
                10 ROSTER-TAB-STATION-ID PIC X(10).
                10 ROSTER-TAB-RUN-ROOT PIC X(40).

           77 DELIVERY-MAX USAGE BINARY-INT VALUE 50.
           77 DELIVERY-COUNT USAGE BINARY-INT VALUE 0.
           01 DELIVERY-TABLE.
             05 DELIVERY-ENTRY OCCURS 50 TIMES INDEXED BY
                 DELIVERY-TAB-IDX.
                10 DLV-TAB-STATION-ID PIC X(10).
                10 DLV-TAB-QUEUE-RESULT PIC X(08).
                10 DLV-TAB-RUN-ROOT PIC X(40).
                10 DLV-TAB-DISPOSITION PIC X(11).
                10 DLV-TAB-REASON PIC X(04).
                10 DLV-TAB-RESULT-STATE PIC X(10).
                10 DLV-TAB-RESPONDED PIC X(14).
                10 DLV-TAB-EXCEPTION PIC X(08).
                10 DLV-TAB-NEXT-SENT PIC X(14).

           77 BROADCAST-CODE PIC X(08) VALUE SPACES.
           77 BROADCAST-TARGET PIC X(10) VALUE SPACES.
           77 BROADCAST-ISSUER-ID PIC X(10) VALUE SPACES.
           77 BROADCAST-TIMESTAMP PIC X(14) VALUE SPACES.
           77 LATEST-BROADCAST-ID PIC 9(06) VALUE 0.
           77 RESPONSE-FOUND-FLAG PIC X(01) VALUE "N".
           88 RESPONSE-FOUND VALUE "Y".

           77 TS-WORK PIC X(14) VALUE SPACES.
           77 TS-DAY-NUM USAGE BINARY-INT VALUE 0.
           77 TS-SEC-NUM USAGE BINARY-INT VALUE 0.
           77 SENT-DAY-NUM USAGE BINARY-INT VALUE 0.
           77 SENT-SEC-NUM USAGE BINARY-INT VALUE 0.
           77 DIFF-SECONDS USAGE BINARY-INT VALUE 0.

           77 ACCEPTED-COUNT USAGE BINARY-INT VALUE 0.
           77 REJECTED-COUNT USAGE BINARY-INT VALUE 0.
           77 IGNORED-COUNT USAGE BINARY-INT VALUE 0.
           77 WAITING-COUNT USAGE BINARY-INT VALUE 0.
           77 EXCEPTION-COUNT USAGE BINARY-INT VALUE 0.
           77 COUNT-EDIT PIC ZZZZ9.

           01 RPT-HEADER-LINE.
             05 FILLER PIC X(18) VALUE "COMMAND BROADCAST ".
             05 RPT-HDR-ID PIC 9(06).
             05 FILLER PIC X(13) VALUE " DELIVERY AT ".
             05 RPT-HDR-TIMESTAMP PIC X(14).
             05 FILLER PIC X(81) VALUE SPACES.

           01 RPT-COMMAND-LINE.
             05 FILLER PIC X(08) VALUE "COMMAND ".
             05 RPT-CMD-CODE PIC X(08).
             05 FILLER PIC X(09) VALUE "  TARGET ".
             05 RPT-CMD-TARGET PIC X(10).
             05 FILLER PIC X(09) VALUE "  ISSUER ".
             05 RPT-CMD-ISSUER-ID PIC X(10).
             05 FILLER PIC X(07) VALUE "  SENT ".
             05 RPT-CMD-TIMESTAMP PIC X(14).
             05 FILLER PIC X(17) VALUE "  RESPONSE LIMIT ".
             05 RPT-CMD-WAIT PIC ZZZZ9.
             05 FILLER PIC X(35) VALUE " MINUTES".

           01 RPT-COLUMN-LINE.
             05 FILLER PIC X(12) VALUE "STATION".
             05 FILLER PIC X(13) VALUE "DELIVERY".
             05 FILLER PIC X(06) VALUE "RSN".
             05 FILLER PIC X(12) VALUE "RESULT".
             05 FILLER PIC X(16) VALUE "RESPONDED".
             05 FILLER PIC X(73) VALUE "EXCEPTION".

           01 RPT-DELIVERY-LINE.
             05 RPT-DLV-STATION-ID PIC X(10).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DLV-DISPOSITION PIC X(11).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DLV-REASON PIC X(04).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DLV-RESULT-STATE PIC X(10).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DLV-RESPONDED PIC X(14).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-DLV-EXCEPTION PIC X(08).
             05 FILLER PIC X(65) VALUE SPACES.

           01 RPT-TOTAL-LINE.
             05 FILLER PIC X(08) VALUE "STATIONS".
             05 RPT-TOTAL-STATIONS PIC ZZZZ9.
             05 FILLER PIC X(10) VALUE "  ACCEPTED".
             05 RPT-TOTAL-ACCEPTED PIC ZZZZ9.
             05 FILLER PIC X(10) VALUE "  REJECTED".
             05 RPT-TOTAL-REJECTED PIC ZZZZ9.
             05 FILLER PIC X(09) VALUE "  IGNORED".
             05 RPT-TOTAL-IGNORED PIC ZZZZ9.
             05 FILLER PIC X(13) VALUE "  NO RESPONSE".
             05 RPT-TOTAL-WAITING PIC ZZZZ9.
             05 FILLER PIC X(12) VALUE "  EXCEPTIONS".
             05 RPT-TOTAL-EXCEPTIONS PIC ZZZZ9.
             05 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ARG-TOTAL-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING ARG-SUB FROM 1 BY 1
               UNTIL ARG-SUB > ARG-TOTAL-COUNT
               MOVE SPACES TO RUN-ARG
               ACCEPT RUN-ARG FROM ARGUMENT-VALUE
               PERFORM APPLY-ONE-ARGUMENT
           END-PERFORM.

           MOVE POSITIONAL-ARG(1) TO ACTION-ARG.

           PERFORM RESOLVE-FILE-PATHS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.

           EVALUATE FUNCTION TRIM(ACTION-ARG)
               WHEN "SEND"
                   PERFORM SEND-BROADCAST
               WHEN "REPORT"
                   PERFORM REPORT-DELIVERY
               WHEN OTHER
                   DISPLAY "99-CMD-BROADCAST: USAGE SEND CODE TARGET "
                       "ISSUER [STATION ...] | REPORT [BROADCAST-ID] "
                       "[-WAIT MINUTES]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       APPLY-ONE-ARGUMENT.
           IF ROOT-ARG-PENDING EQUAL "Y" THEN
               MOVE RUN-ARG TO RUN-ROOT-ARG
               MOVE "N" TO ROOT-ARG-PENDING
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ROOT-ARG))
               IS GREATER THAN 40 THEN
                   DISPLAY "99-CMD-BROADCAST: RUN ROOT LONGER "
                       "THAN 40 CHARACTERS NOT SUPPORTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WAIT-ARG-PENDING EQUAL "Y" THEN
               MOVE "N" TO WAIT-ARG-PENDING
               IF FUNCTION TRIM(RUN-ARG) IS NOT NUMERIC THEN
                   DISPLAY "99-CMD-BROADCAST: RESPONSE LIMIT "
                       FUNCTION TRIM(RUN-ARG) " IS NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WAIT-MINUTES = FUNCTION NUMVAL(RUN-ARG)
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-ROOT" THEN
               MOVE "Y" TO ROOT-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-WAIT" THEN
               MOVE "Y" TO WAIT-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF POSITIONAL-COUNT IS LESS THAN POSITIONAL-MAX THEN
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
           MOVE "config/station-roster.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO STATION-ROSTER-PATH.

           MOVE "data/broadcasts.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO BROADCAST-PATH.

           MOVE "data/broadcast-seq.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO BROADCAST-SEQ-PATH.

           MOVE "logs/broadcast-delivery.rpt" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO DELIVERY-REPORT-PATH.

           EXIT.

       READ-STATION-ROSTER.
           OPEN INPUT STATION-ROSTER-FILE.

           IF station-roster-status NOT EQUAL "00" THEN
               DISPLAY "99-CMD-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(STATION-ROSTER-PATH)
                   " STATUS " station-roster-status
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL station-roster-status NOT EQUAL "00"
               OR ROSTER-COUNT EQUAL ROSTER-MAX
               READ STATION-ROSTER-FILE

               IF station-roster-status EQUAL "00"
               AND ROSTER-STATION-ID NOT EQUAL SPACES THEN
                   ADD 1 TO ROSTER-COUNT
                   SET ROSTER-TAB-IDX TO ROSTER-COUNT
                   MOVE ROSTER-STATION-ID TO
                       ROSTER-TAB-STATION-ID(ROSTER-TAB-IDX)
                   MOVE ROSTER-RUN-ROOT TO
                       ROSTER-TAB-RUN-ROOT(ROSTER-TAB-IDX)
               END-IF
           END-PERFORM.

           CLOSE STATION-ROSTER-FILE.

           EXIT.

       BUILD-STATION-ROOT.
           MOVE SPACES TO STATION-ROOT.
           SET ROSTER-TAB-IDX TO ROSTER-FOUND-INDEX.

           IF ROSTER-TAB-RUN-ROOT(ROSTER-TAB-IDX) NOT EQUAL SPACES THEN
               MOVE ROSTER-TAB-RUN-ROOT(ROSTER-TAB-IDX) TO STATION-ROOT
           ELSE
               MOVE SPACES TO PATH-BASE-NAME
               STRING "stations/" DELIMITED BY SIZE
                   FUNCTION TRIM(ROSTER-TAB-STATION-ID(ROSTER-TAB-IDX))
                   DELIMITED BY SIZE
                   INTO PATH-BASE-NAME
               PERFORM BUILD-ONE-PATH
               MOVE PATH-BUILT TO STATION-ROOT
           END-IF.

           EXIT.

       BUILD-STATION-FILE-PATHS.
           MOVE SPACES TO STATION-QUEUE-PATH.
           STRING FUNCTION TRIM(STATION-ROOT) DELIMITED BY SIZE
               "/data/commands.dat" DELIMITED BY SIZE
               INTO STATION-QUEUE-PATH.

           MOVE SPACES TO STATION-RESPONSE-PATH.
           STRING FUNCTION TRIM(STATION-ROOT) DELIMITED BY SIZE
               "/data/command-responses.dat" DELIMITED BY SIZE
               INTO STATION-RESPONSE-PATH.

           EXIT.

       FIND-ROSTER-STATION.
           MOVE 0 TO ROSTER-FOUND-INDEX.
           PERFORM VARYING ROSTER-TAB-IDX FROM 1 BY 1
               UNTIL ROSTER-TAB-IDX > ROSTER-COUNT
               IF ROSTER-TAB-STATION-ID(ROSTER-TAB-IDX) EQUAL
               BCST-STATION-ID THEN
                   SET ROSTER-FOUND-INDEX TO ROSTER-TAB-IDX
               END-IF
           END-PERFORM.

           EXIT.

       SEND-BROADCAST.
           MOVE POSITIONAL-ARG(2) TO CODE-ARG.
           MOVE POSITIONAL-ARG(3) TO TARGET-ARG.
           MOVE POSITIONAL-ARG(4) TO ISSUER-ARG.

           IF CODE-ARG EQUAL SPACES
           OR ISSUER-ARG EQUAL SPACES THEN
               DISPLAY "99-CMD-BROADCAST: USAGE SEND CODE TARGET "
                   "ISSUER [STATION ...]"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-STATION-ROSTER.

           IF ROSTER-COUNT EQUAL 0 THEN
               DISPLAY "99-CMD-BROADCAST: NO STATIONS ON ROSTER"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM NEXT-BROADCAST-ID.

           IF CURRENT-BROADCAST-ID EQUAL 0 THEN
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND BROADCAST-FILE.
           IF broadcast-file-status EQUAL "35" THEN
               OPEN OUTPUT BROADCAST-FILE
           END-IF.

           IF broadcast-file-status NOT EQUAL "00" THEN
               DISPLAY "99-CMD-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(BROADCAST-PATH)
                   " STATUS " broadcast-file-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF POSITIONAL-COUNT IS GREATER THAN 4 THEN
               PERFORM VARYING POSITIONAL-SUB FROM 5 BY 1
                   UNTIL POSITIONAL-SUB > POSITIONAL-COUNT
                   MOVE POSITIONAL-ARG(POSITIONAL-SUB)
                       TO BCST-STATION-ID
                   PERFORM QUEUE-ONE-STATION
               END-PERFORM
           ELSE
               PERFORM VARYING ARG-SUB FROM 1 BY 1
                   UNTIL ARG-SUB > ROSTER-COUNT
                   MOVE ROSTER-TAB-STATION-ID(ARG-SUB)
                       TO BCST-STATION-ID
                   PERFORM QUEUE-ONE-STATION
               END-PERFORM
           END-IF.

           CLOSE BROADCAST-FILE.

           MOVE CURRENT-BROADCAST-ID TO RPT-HDR-ID.
           MOVE SEND-FAIL-COUNT TO COUNT-EDIT.
           DISPLAY "99-CMD-BROADCAST: BROADCAST " RPT-HDR-ID
               " QUEUED, " COUNT-EDIT " STATIONS NOT QUEUED".

           IF SEND-FAIL-COUNT IS GREATER THAN 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       QUEUE-ONE-STATION.
           MOVE CURRENT-BROADCAST-ID TO BCST-ID.
           MOVE CODE-ARG TO BCST-CODE.
           MOVE TARGET-ARG TO BCST-TARGET.
           MOVE ISSUER-ARG TO BCST-ISSUER-ID.
           MOVE CURRENT-TIMESTAMP TO BCST-TIMESTAMP.
           MOVE SPACES TO BCST-RUN-ROOT.

           PERFORM FIND-ROSTER-STATION.

           IF ROSTER-FOUND-INDEX EQUAL 0 THEN
               MOVE "UNLISTED" TO BCST-QUEUE-RESULT
               ADD 1 TO SEND-FAIL-COUNT
               DISPLAY "99-CMD-BROADCAST: STATION "
                   FUNCTION TRIM(BCST-STATION-ID)
                   " IS NOT ON THE ROSTER"
               PERFORM WRITE-BROADCAST-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUILD-STATION-ROOT.
           MOVE ROSTER-TAB-RUN-ROOT(ROSTER-TAB-IDX) TO BCST-RUN-ROOT.
           PERFORM BUILD-STATION-FILE-PATHS.

           OPEN EXTEND COMMAND-FILE.
           IF command-file-status EQUAL "35" THEN
               OPEN OUTPUT COMMAND-FILE
           END-IF.

           IF command-file-status NOT EQUAL "00" THEN
               MOVE "NOQUEUE" TO BCST-QUEUE-RESULT
               ADD 1 TO SEND-FAIL-COUNT
               DISPLAY "99-CMD-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(STATION-QUEUE-PATH)
                   " STATUS " command-file-status
               PERFORM WRITE-BROADCAST-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO CMD-PROCESSED-FLAG.
           MOVE CODE-ARG TO CMD-CODE.
           MOVE TARGET-ARG TO CMD-TARGET.
           MOVE ISSUER-ARG TO CMD-ISSUER-ID.
           WRITE COMMAND-RECORD.

           IF command-file-status EQUAL "00" THEN
               MOVE "QUEUED" TO BCST-QUEUE-RESULT
           ELSE
               MOVE "NOQUEUE" TO BCST-QUEUE-RESULT
               ADD 1 TO SEND-FAIL-COUNT
           END-IF.

           CLOSE COMMAND-FILE.

           PERFORM WRITE-BROADCAST-RECORD.

           EXIT.

       WRITE-BROADCAST-RECORD.
           WRITE BROADCAST-RECORD.

           IF broadcast-file-status NOT EQUAL "00" THEN
               DISPLAY "99-CMD-BROADCAST: CANNOT WRITE "
                   FUNCTION TRIM(BROADCAST-PATH)
                   " STATUS " broadcast-file-status
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       NEXT-BROADCAST-ID.
           MOVE 0 TO CURRENT-BROADCAST-ID.

           OPEN INPUT BROADCAST-SEQ-FILE.

           IF broadcast-seq-status EQUAL "00" THEN
               READ BROADCAST-SEQ-FILE

               IF broadcast-seq-status EQUAL "00"
               AND SEQ-LAST-BROADCAST-ID IS NUMERIC THEN
                   MOVE SEQ-LAST-BROADCAST-ID TO CURRENT-BROADCAST-ID
               END-IF

               CLOSE BROADCAST-SEQ-FILE
           END-IF.

           ADD 1 TO CURRENT-BROADCAST-ID.

           OPEN OUTPUT BROADCAST-SEQ-FILE.

           IF broadcast-seq-status NOT EQUAL "00" THEN
               DISPLAY "99-CMD-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(BROADCAST-SEQ-PATH)
                   " STATUS " broadcast-seq-status
               MOVE 0 TO CURRENT-BROADCAST-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-BROADCAST-ID TO SEQ-LAST-BROADCAST-ID.
           WRITE BROADCAST-SEQ-RECORD.

           IF broadcast-seq-status NOT EQUAL "00" THEN
               DISPLAY "99-CMD-BROADCAST: CANNOT WRITE "
                   FUNCTION TRIM(BROADCAST-SEQ-PATH)
                   " STATUS " broadcast-seq-status
               MOVE 0 TO CURRENT-BROADCAST-ID
           END-IF.

           CLOSE BROADCAST-SEQ-FILE.

           EXIT.

       REPORT-DELIVERY.
           MOVE POSITIONAL-ARG(2) TO BROADCAST-ID-ARG.

           IF BROADCAST-ID-ARG NOT EQUAL SPACES THEN
               IF FUNCTION TRIM(BROADCAST-ID-ARG) IS NOT NUMERIC THEN
                   DISPLAY "99-CMD-BROADCAST: BROADCAST ID "
                       FUNCTION TRIM(BROADCAST-ID-ARG)
                       " IS NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE CURRENT-BROADCAST-ID =
                   FUNCTION NUMVAL(BROADCAST-ID-ARG)
           END-IF.

           PERFORM READ-BROADCAST-LOG.

           IF DELIVERY-COUNT EQUAL 0 THEN
               DISPLAY "99-CMD-BROADCAST: NO BROADCAST FOUND TO "
                   "REPORT"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WAIT-SECONDS = WAIT-MINUTES * 60.

           MOVE BROADCAST-TIMESTAMP TO TS-WORK.
           PERFORM CONVERT-TIMESTAMP.
           MOVE TS-DAY-NUM TO SENT-DAY-NUM.
           MOVE TS-SEC-NUM TO SENT-SEC-NUM.

           PERFORM VARYING DELIVERY-TAB-IDX FROM 1 BY 1
               UNTIL DELIVERY-TAB-IDX > DELIVERY-COUNT
               PERFORM RECONCILE-ONE-STATION
           END-PERFORM.

           PERFORM WRITE-DELIVERY-REPORT.

           MOVE EXCEPTION-COUNT TO COUNT-EDIT.
           DISPLAY "99-CMD-BROADCAST: " COUNT-EDIT
               " DELIVERY EXCEPTIONS REPORTED".

           EXIT.

       READ-BROADCAST-LOG.
           OPEN INPUT BROADCAST-FILE.

           IF broadcast-file-status NOT EQUAL "00" THEN
               DISPLAY "99-CMD-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(BROADCAST-PATH)
                   " STATUS " broadcast-file-status
               EXIT PARAGRAPH
           END-IF.

           IF CURRENT-BROADCAST-ID EQUAL 0 THEN
               PERFORM WITH TEST BEFORE
                   UNTIL broadcast-file-status NOT EQUAL "00"
                   READ BROADCAST-FILE
                   IF broadcast-file-status EQUAL "00"
                   AND BCST-ID IS NUMERIC
                   AND BCST-ID IS GREATER THAN LATEST-BROADCAST-ID THEN
                       MOVE BCST-ID TO LATEST-BROADCAST-ID
                   END-IF
               END-PERFORM
               CLOSE BROADCAST-FILE
               MOVE LATEST-BROADCAST-ID TO CURRENT-BROADCAST-ID
               OPEN INPUT BROADCAST-FILE
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL broadcast-file-status NOT EQUAL "00"
               READ BROADCAST-FILE

               IF broadcast-file-status EQUAL "00"
               AND BCST-ID EQUAL CURRENT-BROADCAST-ID THEN
                   PERFORM STORE-ONE-DELIVERY
               END-IF

               IF broadcast-file-status EQUAL "00"
               AND DELIVERY-COUNT IS GREATER THAN 0
               AND BCST-ID IS NUMERIC
               AND BCST-ID IS GREATER THAN CURRENT-BROADCAST-ID
               AND BCST-QUEUE-RESULT EQUAL "QUEUED"
               AND BCST-CODE EQUAL BROADCAST-CODE
               AND BCST-TARGET EQUAL BROADCAST-TARGET
               AND BCST-ISSUER-ID EQUAL BROADCAST-ISSUER-ID THEN
                   PERFORM NOTE-LATER-BROADCAST
               END-IF
           END-PERFORM.

           CLOSE BROADCAST-FILE.

           EXIT.

       STORE-ONE-DELIVERY.
           IF DELIVERY-COUNT EQUAL DELIVERY-MAX THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE BCST-CODE TO BROADCAST-CODE.
           MOVE BCST-TARGET TO BROADCAST-TARGET.
           MOVE BCST-ISSUER-ID TO BROADCAST-ISSUER-ID.
           MOVE BCST-TIMESTAMP(1:14) TO BROADCAST-TIMESTAMP.

           ADD 1 TO DELIVERY-COUNT.
           SET DELIVERY-TAB-IDX TO DELIVERY-COUNT.
           MOVE BCST-STATION-ID TO DLV-TAB-STATION-ID(DELIVERY-TAB-IDX).
           MOVE BCST-QUEUE-RESULT
               TO DLV-TAB-QUEUE-RESULT(DELIVERY-TAB-IDX).
           MOVE BCST-RUN-ROOT TO DLV-TAB-RUN-ROOT(DELIVERY-TAB-IDX).
           MOVE SPACES TO DLV-TAB-DISPOSITION(DELIVERY-TAB-IDX).
           MOVE SPACES TO DLV-TAB-REASON(DELIVERY-TAB-IDX).
           MOVE SPACES TO DLV-TAB-RESULT-STATE(DELIVERY-TAB-IDX).
           MOVE SPACES TO DLV-TAB-RESPONDED(DELIVERY-TAB-IDX).
           MOVE SPACES TO DLV-TAB-EXCEPTION(DELIVERY-TAB-IDX).
           MOVE SPACES TO DLV-TAB-NEXT-SENT(DELIVERY-TAB-IDX).

           EXIT.

       NOTE-LATER-BROADCAST.
           PERFORM VARYING DELIVERY-TAB-IDX FROM 1 BY 1
               UNTIL DELIVERY-TAB-IDX > DELIVERY-COUNT
               IF DLV-TAB-STATION-ID(DELIVERY-TAB-IDX) EQUAL
               BCST-STATION-ID
               AND DLV-TAB-NEXT-SENT(DELIVERY-TAB-IDX) EQUAL SPACES THEN
                   MOVE BCST-TIMESTAMP(1:14)
                       TO DLV-TAB-NEXT-SENT(DELIVERY-TAB-IDX)
               END-IF
           END-PERFORM.

           EXIT.

       RECONCILE-ONE-STATION.
           IF DLV-TAB-QUEUE-RESULT(DELIVERY-TAB-IDX) NOT EQUAL
           "QUEUED" THEN
               MOVE "NOT QUEUED"
                   TO DLV-TAB-DISPOSITION(DELIVERY-TAB-IDX)
               MOVE DLV-TAB-QUEUE-RESULT(DELIVERY-TAB-IDX)
                   TO DLV-TAB-EXCEPTION(DELIVERY-TAB-IDX)
               ADD 1 TO EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF DLV-TAB-RUN-ROOT(DELIVERY-TAB-IDX) NOT EQUAL SPACES THEN
               MOVE DLV-TAB-RUN-ROOT(DELIVERY-TAB-IDX) TO STATION-ROOT
           ELSE
               MOVE SPACES TO PATH-BASE-NAME
               STRING "stations/" DELIMITED BY SIZE
                   FUNCTION TRIM(DLV-TAB-STATION-ID(DELIVERY-TAB-IDX))
                   DELIMITED BY SIZE
                   INTO PATH-BASE-NAME
               PERFORM BUILD-ONE-PATH
               MOVE PATH-BUILT TO STATION-ROOT
           END-IF.
           PERFORM BUILD-STATION-FILE-PATHS.
           PERFORM MATCH-STATION-RESPONSE.

           IF NOT RESPONSE-FOUND THEN
               MOVE "NO RESPONSE"
                   TO DLV-TAB-DISPOSITION(DELIVERY-TAB-IDX)
               ADD 1 TO WAITING-COUNT
               MOVE CURRENT-TIMESTAMP(1:14) TO TS-WORK
               PERFORM CHECK-RESPONSE-WINDOW
               IF DIFF-SECONDS IS GREATER THAN WAIT-SECONDS THEN
                   MOVE "OVERDUE" TO DLV-TAB-EXCEPTION(DELIVERY-TAB-IDX)
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE CMDRSP-DISPOSITION
               TO DLV-TAB-DISPOSITION(DELIVERY-TAB-IDX).
           MOVE CMDRSP-REASON TO DLV-TAB-REASON(DELIVERY-TAB-IDX).
           MOVE CMDRSP-RESULT-STATE
               TO DLV-TAB-RESULT-STATE(DELIVERY-TAB-IDX).
           MOVE CMDRSP-TIMESTAMP(1:14)
               TO DLV-TAB-RESPONDED(DELIVERY-TAB-IDX).

           EVALUATE CMDRSP-DISPOSITION
               WHEN "ACCEPTED"
                   ADD 1 TO ACCEPTED-COUNT
               WHEN "REJECTED"
                   ADD 1 TO REJECTED-COUNT
               WHEN OTHER
                   ADD 1 TO IGNORED-COUNT
           END-EVALUATE.

           MOVE CMDRSP-TIMESTAMP(1:14) TO TS-WORK.
           PERFORM CHECK-RESPONSE-WINDOW.
           IF DIFF-SECONDS IS GREATER THAN WAIT-SECONDS THEN
               MOVE "LATE" TO DLV-TAB-EXCEPTION(DELIVERY-TAB-IDX)
               ADD 1 TO EXCEPTION-COUNT
           END-IF.

           EXIT.

       MATCH-STATION-RESPONSE.
           MOVE "N" TO RESPONSE-FOUND-FLAG.

           OPEN INPUT COMMAND-RESPONSE-FILE.

           IF command-response-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL command-response-status NOT EQUAL "00"
               OR RESPONSE-FOUND
               READ COMMAND-RESPONSE-FILE

               IF command-response-status EQUAL "00"
               AND CMDRSP-CODE EQUAL BROADCAST-CODE
               AND CMDRSP-TARGET EQUAL BROADCAST-TARGET
               AND CMDRSP-ISSUER-ID EQUAL BROADCAST-ISSUER-ID
               AND CMDRSP-TIMESTAMP(1:14) IS GREATER THAN OR EQUAL TO
               BROADCAST-TIMESTAMP
               AND (DLV-TAB-NEXT-SENT(DELIVERY-TAB-IDX) EQUAL SPACES
               OR CMDRSP-TIMESTAMP(1:14) IS LESS THAN
               DLV-TAB-NEXT-SENT(DELIVERY-TAB-IDX)) THEN
                   SET RESPONSE-FOUND TO TRUE
               END-IF
           END-PERFORM.

           CLOSE COMMAND-RESPONSE-FILE.

           EXIT.

       CHECK-RESPONSE-WINDOW.
           PERFORM CONVERT-TIMESTAMP.
           COMPUTE DIFF-SECONDS =
               (TS-DAY-NUM - SENT-DAY-NUM) * 86400
               + TS-SEC-NUM - SENT-SEC-NUM.

           EXIT.

       CONVERT-TIMESTAMP.
           COMPUTE TS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TS-WORK(1:8))).
           COMPUTE TS-SEC-NUM =
               FUNCTION NUMVAL(TS-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(TS-WORK(11:2)) * 60
               + FUNCTION NUMVAL(TS-WORK(13:2)).

           EXIT.

       WRITE-DELIVERY-REPORT.
           OPEN OUTPUT DELIVERY-REPORT-FILE.

           IF delivery-report-status NOT EQUAL "00" THEN
               DISPLAY "99-CMD-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(DELIVERY-REPORT-PATH)
                   " STATUS " delivery-report-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-BROADCAST-ID TO RPT-HDR-ID.
           MOVE CURRENT-TIMESTAMP(1:14) TO RPT-HDR-TIMESTAMP.
           WRITE DELIVERY-REPORT-LINE FROM RPT-HEADER-LINE.

           MOVE BROADCAST-CODE TO RPT-CMD-CODE.
           MOVE BROADCAST-TARGET TO RPT-CMD-TARGET.
           MOVE BROADCAST-ISSUER-ID TO RPT-CMD-ISSUER-ID.
           MOVE BROADCAST-TIMESTAMP TO RPT-CMD-TIMESTAMP.
           MOVE WAIT-MINUTES TO RPT-CMD-WAIT.
           WRITE DELIVERY-REPORT-LINE FROM RPT-COMMAND-LINE.

           MOVE SPACES TO DELIVERY-REPORT-LINE.
           WRITE DELIVERY-REPORT-LINE.

           WRITE DELIVERY-REPORT-LINE FROM RPT-COLUMN-LINE.

           PERFORM VARYING DELIVERY-TAB-IDX FROM 1 BY 1
               UNTIL DELIVERY-TAB-IDX > DELIVERY-COUNT
               MOVE DLV-TAB-STATION-ID(DELIVERY-TAB-IDX)
                   TO RPT-DLV-STATION-ID
               MOVE DLV-TAB-DISPOSITION(DELIVERY-TAB-IDX)
                   TO RPT-DLV-DISPOSITION
               MOVE DLV-TAB-REASON(DELIVERY-TAB-IDX) TO RPT-DLV-REASON
               MOVE DLV-TAB-RESULT-STATE(DELIVERY-TAB-IDX)
                   TO RPT-DLV-RESULT-STATE
               MOVE DLV-TAB-RESPONDED(DELIVERY-TAB-IDX)
                   TO RPT-DLV-RESPONDED
               MOVE DLV-TAB-EXCEPTION(DELIVERY-TAB-IDX)
                   TO RPT-DLV-EXCEPTION
               WRITE DELIVERY-REPORT-LINE FROM RPT-DELIVERY-LINE
           END-PERFORM.

           MOVE SPACES TO DELIVERY-REPORT-LINE.
           WRITE DELIVERY-REPORT-LINE.

           MOVE DELIVERY-COUNT TO RPT-TOTAL-STATIONS.
           MOVE ACCEPTED-COUNT TO RPT-TOTAL-ACCEPTED.
           MOVE REJECTED-COUNT TO RPT-TOTAL-REJECTED.
           MOVE IGNORED-COUNT TO RPT-TOTAL-IGNORED.
           MOVE WAITING-COUNT TO RPT-TOTAL-WAITING.
           MOVE EXCEPTION-COUNT TO RPT-TOTAL-EXCEPTIONS.
           WRITE DELIVERY-REPORT-LINE FROM RPT-TOTAL-LINE.

           CLOSE DELIVERY-REPORT-FILE.

           EXIT.

       END PROGRAM 99-CMD-BROADCAST.
