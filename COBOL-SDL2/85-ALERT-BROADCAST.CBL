       IDENTIFICATION DIVISION.
       PROGRAM-ID. 85-ALERT-BROADCAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-ROSTER-FILE ASSIGN TO STATION-ROSTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-roster-status.

           SELECT ALERT-BROADCAST-FILE ASSIGN TO ALERT-BROADCAST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS alert-broadcast-status.

           SELECT ALERT-SEQ-FILE ASSIGN TO ALERT-SEQ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS alert-seq-status.

           SELECT EMERGENCY-ALERT-FILE ASSIGN TO STATION-ALERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS emergency-alert-status.

           SELECT ALERT-ACK-FILE ASSIGN TO STATION-ACK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS alert-ack-status.

           SELECT ACK-REPORT-FILE ASSIGN TO ACK-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ack-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STATION-ROSTER-FILE.
       COPY "copybooks/STATION-ROSTER.CPY".

       FD  ALERT-BROADCAST-FILE.
       COPY "copybooks/ALERT-BROADCAST.CPY".

       FD  ALERT-SEQ-FILE.
       01  ALERT-SEQ-RECORD.
           05 SEQ-LAST-ALERT-ID         PIC 9(06).

       FD  EMERGENCY-ALERT-FILE.
       COPY "copybooks/EMERGENCY-ALERT.CPY".

       FD  ALERT-ACK-FILE.
       COPY "copybooks/ALERT-ACK.CPY".

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           77 station-roster-status PIC X(02).
           77 alert-broadcast-status PIC X(02).
           77 alert-seq-status PIC X(02).
           77 emergency-alert-status PIC X(02).
           77 alert-ack-status PIC X(02).
           77 ack-report-status PIC X(02).

           77 ARG-TOTAL-COUNT USAGE BINARY-INT VALUE 0.
           77 ARG-SUB USAGE BINARY-INT VALUE 0.
           77 RUN-ARG PIC X(80) VALUE SPACES.
           77 RUN-ROOT-ARG PIC X(80) VALUE SPACES.
           77 ROOT-ARG-PENDING PIC X(01) VALUE "N".
           77 PATH-BASE-NAME PIC X(40) VALUE SPACES.
           77 PATH-BUILT PIC X(96) VALUE SPACES.
           77 STATION-ROSTER-PATH PIC X(96) VALUE SPACES.
           77 ALERT-BROADCAST-PATH PIC X(96) VALUE SPACES.
           77 ALERT-SEQ-PATH PIC X(96) VALUE SPACES.
           77 ACK-REPORT-PATH PIC X(96) VALUE SPACES.
           77 STATION-ROOT PIC X(80) VALUE SPACES.
           77 STATION-ALERT-PATH PIC X(96) VALUE SPACES.
           77 STATION-ACK-PATH PIC X(96) VALUE SPACES.

           77 POSITIONAL-MAX USAGE BINARY-INT VALUE 54.
           77 POSITIONAL-COUNT USAGE BINARY-INT VALUE 0.
           77 POSITIONAL-SUB USAGE BINARY-INT VALUE 0.
           01 POSITIONAL-ARG-TABLE.
             05 POSITIONAL-ARG OCCURS 54 TIMES PIC X(40).
           77 ACTION-ARG PIC X(10) VALUE SPACES.
           77 ISSUER-ARG PIC X(10) VALUE SPACES.
           77 TEXT-ARG PIC X(40) VALUE SPACES.
           77 ALERT-ID-ARG PIC X(10) VALUE SPACES.

           77 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           77 CURRENT-ALERT-ID PIC 9(06) VALUE 0.
           77 LATEST-ALERT-ID PIC 9(06) VALUE 0.
           77 POST-FAIL-COUNT USAGE BINARY-INT VALUE 0.

           77 ROSTER-MAX USAGE BINARY-INT VALUE 50.
           77 ROSTER-COUNT USAGE BINARY-INT VALUE 0.
           77 ROSTER-FOUND-INDEX USAGE BINARY-INT VALUE 0.
           01 ROSTER-TABLE.
             05 ROSTER-ENTRY OCCURS 50 TIMES INDEXED BY
                 ROSTER-TAB-IDX.
                10 ROSTER-TAB-STATION-ID PIC X(10).
                10 ROSTER-TAB-RUN-ROOT PIC X(40).

           77 ACK-MAX USAGE BINARY-INT VALUE 50.
           77 ACK-COUNT USAGE BINARY-INT VALUE 0.
           01 ACK-TABLE.
             05 ACK-ENTRY OCCURS 50 TIMES INDEXED BY ACK-TAB-IDX.
                10 ACKT-STATION-ID PIC X(10).
                10 ACKT-POST-RESULT PIC X(08).
                10 ACKT-RUN-ROOT PIC X(40).
                10 ACKT-STATUS PIC X(12).
                10 ACKT-OPERATOR-ID PIC X(10).
                10 ACKT-SHOWN PIC X(14).
                10 ACKT-ACKNOWLEDGED PIC X(14).
                10 ACKT-SECONDS USAGE BINARY-INT.

           77 ALERT-ISSUER-TEXT PIC X(10) VALUE SPACES.
           77 ALERT-MESSAGE-TEXT PIC X(40) VALUE SPACES.
           77 ALERT-RAISED-TIMESTAMP PIC X(14) VALUE SPACES.
           77 SECTION-STATUS PIC X(12) VALUE SPACES.
           77 ACK-FOUND-FLAG PIC X(01) VALUE "N".
           88 ACK-FOUND VALUE "Y".

           77 ACKNOWLEDGED-COUNT USAGE BINARY-INT VALUE 0.
           77 UNACKNOWLEDGED-COUNT USAGE BINARY-INT VALUE 0.
           77 NOT-POSTED-COUNT USAGE BINARY-INT VALUE 0.
           77 COUNT-EDIT PIC ZZZZ9.

           01 RPT-HEADER-LINE.
             05 FILLER PIC X(16) VALUE "EMERGENCY ALERT ".
             05 RPT-HDR-ID PIC 9(06).
             05 FILLER PIC X(20) VALUE " ACKNOWLEDGMENTS AT ".
             05 RPT-HDR-TIMESTAMP PIC X(14).
             05 FILLER PIC X(76) VALUE SPACES.

           01 RPT-ALERT-LINE.
             05 FILLER PIC X(06) VALUE "ALERT ".
             05 RPT-ALR-TEXT PIC X(40).
             05 FILLER PIC X(09) VALUE "  ISSUER ".
             05 RPT-ALR-ISSUER-ID PIC X(10).
             05 FILLER PIC X(09) VALUE "  RAISED ".
             05 RPT-ALR-TIMESTAMP PIC X(14).
             05 FILLER PIC X(44) VALUE SPACES.

           01 RPT-SECTION-LINE.
             05 RPT-SEC-TITLE PIC X(40).
             05 FILLER PIC X(92) VALUE SPACES.

           01 RPT-COLUMN-LINE.
             05 FILLER PIC X(12) VALUE "STATION".
             05 FILLER PIC X(14) VALUE "STATUS".
             05 FILLER PIC X(12) VALUE "OPERATOR".
             05 FILLER PIC X(16) VALUE "SHOWN".
             05 FILLER PIC X(16) VALUE "ACKNOWLEDGED".
             05 FILLER PIC X(62) VALUE "  SECONDS".

           01 RPT-ACK-LINE.
             05 RPT-ACK-STATION-ID PIC X(10).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-ACK-STATUS PIC X(12).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-ACK-OPERATOR-ID PIC X(10).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-ACK-SHOWN PIC X(14).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-ACK-ACKNOWLEDGED PIC X(14).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-ACK-SECONDS PIC ZZZZZZ9.
             05 RPT-ACK-SECONDS-TEXT REDEFINES RPT-ACK-SECONDS
                 PIC X(07).
             05 FILLER PIC X(55) VALUE SPACES.

           01 RPT-TOTAL-LINE.
             05 FILLER PIC X(08) VALUE "STATIONS".
             05 RPT-TOTAL-STATIONS PIC ZZZZ9.
             05 FILLER PIC X(14) VALUE "  ACKNOWLEDGED".
             05 RPT-TOTAL-ACKNOWLEDGED PIC ZZZZ9.
             05 FILLER PIC X(18) VALUE "  NOT ACKNOWLEDGED".
             05 RPT-TOTAL-UNACKNOWLEDGED PIC ZZZZ9.
             05 FILLER PIC X(12) VALUE "  NOT POSTED".
             05 RPT-TOTAL-NOT-POSTED PIC ZZZZ9.
             05 FILLER PIC X(60) VALUE SPACES.

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
               WHEN "RAISE"
                   PERFORM RAISE-ALERT
               WHEN "REPORT"
                   PERFORM REPORT-ACKNOWLEDGMENTS
               WHEN OTHER
                   DISPLAY "85-ALERT-BROADCAST: USAGE RAISE ISSUER "
                       "TEXT [STATION ...] | REPORT [ALERT-ID]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       APPLY-ONE-ARGUMENT.
           IF ROOT-ARG-PENDING EQUAL "Y" THEN
               MOVE RUN-ARG TO RUN-ROOT-ARG
               MOVE "N" TO ROOT-ARG-PENDING
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ROOT-ARG))
               IS GREATER THAN 40 THEN
                   DISPLAY "85-ALERT-BROADCAST: RUN ROOT LONGER "
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

           MOVE "data/alerts.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ALERT-BROADCAST-PATH.

           MOVE "data/alert-seq.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ALERT-SEQ-PATH.

           MOVE "logs/alert-ack.rpt" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ACK-REPORT-PATH.

           EXIT.

       READ-STATION-ROSTER.
           OPEN INPUT STATION-ROSTER-FILE.

           IF station-roster-status NOT EQUAL "00" THEN
               DISPLAY "85-ALERT-BROADCAST: CANNOT OPEN "
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
           MOVE SPACES TO STATION-ALERT-PATH.
           STRING FUNCTION TRIM(STATION-ROOT) DELIMITED BY SIZE
               "/data/emergency-alert.dat" DELIMITED BY SIZE
               INTO STATION-ALERT-PATH.

           MOVE SPACES TO STATION-ACK-PATH.
           STRING FUNCTION TRIM(STATION-ROOT) DELIMITED BY SIZE
               "/logs/alert-acks.log" DELIMITED BY SIZE
               INTO STATION-ACK-PATH.

           EXIT.

       FIND-ROSTER-STATION.
           MOVE 0 TO ROSTER-FOUND-INDEX.
           PERFORM VARYING ROSTER-TAB-IDX FROM 1 BY 1
               UNTIL ROSTER-TAB-IDX > ROSTER-COUNT
               IF ROSTER-TAB-STATION-ID(ROSTER-TAB-IDX) EQUAL
               ALBC-STATION-ID THEN
                   SET ROSTER-FOUND-INDEX TO ROSTER-TAB-IDX
               END-IF
           END-PERFORM.

           EXIT.

       RAISE-ALERT.
           MOVE POSITIONAL-ARG(2) TO ISSUER-ARG.
           MOVE POSITIONAL-ARG(3) TO TEXT-ARG.

           IF ISSUER-ARG EQUAL SPACES
           OR TEXT-ARG EQUAL SPACES THEN
               DISPLAY "85-ALERT-BROADCAST: USAGE RAISE ISSUER TEXT "
                   "[STATION ...]"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-STATION-ROSTER.

           IF ROSTER-COUNT EQUAL 0 THEN
               DISPLAY "85-ALERT-BROADCAST: NO STATIONS ON ROSTER"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM NEXT-ALERT-ID.

           IF CURRENT-ALERT-ID EQUAL 0 THEN
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND ALERT-BROADCAST-FILE.
           IF alert-broadcast-status EQUAL "35" THEN
               OPEN OUTPUT ALERT-BROADCAST-FILE
           END-IF.

           IF alert-broadcast-status NOT EQUAL "00" THEN
               DISPLAY "85-ALERT-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(ALERT-BROADCAST-PATH)
                   " STATUS " alert-broadcast-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF POSITIONAL-COUNT IS GREATER THAN 3 THEN
               PERFORM VARYING POSITIONAL-SUB FROM 4 BY 1
                   UNTIL POSITIONAL-SUB > POSITIONAL-COUNT
                   MOVE POSITIONAL-ARG(POSITIONAL-SUB)
                       TO ALBC-STATION-ID
                   PERFORM POST-ONE-STATION
               END-PERFORM
           ELSE
               PERFORM VARYING ARG-SUB FROM 1 BY 1
                   UNTIL ARG-SUB > ROSTER-COUNT
                   MOVE ROSTER-TAB-STATION-ID(ARG-SUB)
                       TO ALBC-STATION-ID
                   PERFORM POST-ONE-STATION
               END-PERFORM
           END-IF.

           CLOSE ALERT-BROADCAST-FILE.

           MOVE CURRENT-ALERT-ID TO RPT-HDR-ID.
           MOVE POST-FAIL-COUNT TO COUNT-EDIT.
           DISPLAY "85-ALERT-BROADCAST: ALERT " RPT-HDR-ID
               " POSTED, " COUNT-EDIT " STATIONS NOT POSTED".

           IF POST-FAIL-COUNT IS GREATER THAN 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       POST-ONE-STATION.
           MOVE CURRENT-ALERT-ID TO ALBC-ID.
           MOVE ISSUER-ARG TO ALBC-ISSUER-ID.
           MOVE TEXT-ARG TO ALBC-TEXT.
           MOVE CURRENT-TIMESTAMP TO ALBC-TIMESTAMP.
           MOVE SPACES TO ALBC-RUN-ROOT.

           PERFORM FIND-ROSTER-STATION.

           IF ROSTER-FOUND-INDEX EQUAL 0 THEN
               MOVE "UNLISTED" TO ALBC-POST-RESULT
               ADD 1 TO POST-FAIL-COUNT
               DISPLAY "85-ALERT-BROADCAST: STATION "
                   FUNCTION TRIM(ALBC-STATION-ID)
                   " IS NOT ON THE ROSTER"
               PERFORM WRITE-ALERT-BROADCAST-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUILD-STATION-ROOT.
           MOVE ROSTER-TAB-RUN-ROOT(ROSTER-TAB-IDX) TO ALBC-RUN-ROOT.
           PERFORM BUILD-STATION-FILE-PATHS.

           OPEN OUTPUT EMERGENCY-ALERT-FILE.

           IF emergency-alert-status NOT EQUAL "00" THEN
               MOVE "NOPOST" TO ALBC-POST-RESULT
               ADD 1 TO POST-FAIL-COUNT
               DISPLAY "85-ALERT-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(STATION-ALERT-PATH)
                   " STATUS " emergency-alert-status
               PERFORM WRITE-ALERT-BROADCAST-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-ALERT-ID TO ALERT-ID.
           MOVE ISSUER-ARG TO ALERT-ISSUER-ID.
           MOVE TEXT-ARG TO ALERT-TEXT.
           MOVE CURRENT-TIMESTAMP TO ALERT-TIMESTAMP.
           WRITE EMERGENCY-ALERT-RECORD.

           IF emergency-alert-status EQUAL "00" THEN
               MOVE "POSTED" TO ALBC-POST-RESULT
           ELSE
               MOVE "NOPOST" TO ALBC-POST-RESULT
               ADD 1 TO POST-FAIL-COUNT
           END-IF.

           CLOSE EMERGENCY-ALERT-FILE.

           PERFORM WRITE-ALERT-BROADCAST-RECORD.

           EXIT.

       WRITE-ALERT-BROADCAST-RECORD.
           WRITE ALERT-BROADCAST-RECORD.

           IF alert-broadcast-status NOT EQUAL "00" THEN
               DISPLAY "85-ALERT-BROADCAST: CANNOT WRITE "
                   FUNCTION TRIM(ALERT-BROADCAST-PATH)
                   " STATUS " alert-broadcast-status
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       NEXT-ALERT-ID.
           MOVE 0 TO CURRENT-ALERT-ID.

           OPEN INPUT ALERT-SEQ-FILE.

           IF alert-seq-status EQUAL "00" THEN
               READ ALERT-SEQ-FILE

               IF alert-seq-status EQUAL "00"
               AND SEQ-LAST-ALERT-ID IS NUMERIC THEN
                   MOVE SEQ-LAST-ALERT-ID TO CURRENT-ALERT-ID
               END-IF

               CLOSE ALERT-SEQ-FILE
           END-IF.

           ADD 1 TO CURRENT-ALERT-ID.

           OPEN OUTPUT ALERT-SEQ-FILE.

           IF alert-seq-status NOT EQUAL "00" THEN
               DISPLAY "85-ALERT-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(ALERT-SEQ-PATH)
                   " STATUS " alert-seq-status
               MOVE 0 TO CURRENT-ALERT-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-ALERT-ID TO SEQ-LAST-ALERT-ID.
           WRITE ALERT-SEQ-RECORD.

           IF alert-seq-status NOT EQUAL "00" THEN
               DISPLAY "85-ALERT-BROADCAST: CANNOT WRITE "
                   FUNCTION TRIM(ALERT-SEQ-PATH)
                   " STATUS " alert-seq-status
               MOVE 0 TO CURRENT-ALERT-ID
           END-IF.

           CLOSE ALERT-SEQ-FILE.

           EXIT.

       REPORT-ACKNOWLEDGMENTS.
           MOVE POSITIONAL-ARG(2) TO ALERT-ID-ARG.

           IF ALERT-ID-ARG NOT EQUAL SPACES THEN
               IF FUNCTION TRIM(ALERT-ID-ARG) IS NOT NUMERIC THEN
                   DISPLAY "85-ALERT-BROADCAST: ALERT ID "
                       FUNCTION TRIM(ALERT-ID-ARG)
                       " IS NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE CURRENT-ALERT-ID =
                   FUNCTION NUMVAL(ALERT-ID-ARG)
           END-IF.

           PERFORM READ-ALERT-BROADCAST-LOG.

           IF ACK-COUNT EQUAL 0 THEN
               DISPLAY "85-ALERT-BROADCAST: NO ALERT FOUND TO REPORT"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ACK-TAB-IDX FROM 1 BY 1
               UNTIL ACK-TAB-IDX > ACK-COUNT
               PERFORM RECONCILE-ONE-STATION
           END-PERFORM.

           PERFORM WRITE-ACK-REPORT.

           MOVE UNACKNOWLEDGED-COUNT TO COUNT-EDIT.
           DISPLAY "85-ALERT-BROADCAST: " COUNT-EDIT
               " STATIONS HAVE NOT ACKNOWLEDGED".

           EXIT.

       READ-ALERT-BROADCAST-LOG.
           OPEN INPUT ALERT-BROADCAST-FILE.

           IF alert-broadcast-status NOT EQUAL "00" THEN
               DISPLAY "85-ALERT-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(ALERT-BROADCAST-PATH)
                   " STATUS " alert-broadcast-status
               EXIT PARAGRAPH
           END-IF.

           IF CURRENT-ALERT-ID EQUAL 0 THEN
               PERFORM WITH TEST BEFORE
                   UNTIL alert-broadcast-status NOT EQUAL "00"
                   READ ALERT-BROADCAST-FILE
                   IF alert-broadcast-status EQUAL "00"
                   AND ALBC-ID IS NUMERIC
                   AND ALBC-ID IS GREATER THAN LATEST-ALERT-ID THEN
                       MOVE ALBC-ID TO LATEST-ALERT-ID
                   END-IF
               END-PERFORM
               CLOSE ALERT-BROADCAST-FILE
               MOVE LATEST-ALERT-ID TO CURRENT-ALERT-ID
               OPEN INPUT ALERT-BROADCAST-FILE
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL alert-broadcast-status NOT EQUAL "00"
               READ ALERT-BROADCAST-FILE

               IF alert-broadcast-status EQUAL "00"
               AND ALBC-ID EQUAL CURRENT-ALERT-ID THEN
                   PERFORM STORE-ONE-POSTING
               END-IF
           END-PERFORM.

           CLOSE ALERT-BROADCAST-FILE.

           EXIT.

       STORE-ONE-POSTING.
           IF ACK-COUNT EQUAL ACK-MAX THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ALBC-ISSUER-ID TO ALERT-ISSUER-TEXT.
           MOVE ALBC-TEXT TO ALERT-MESSAGE-TEXT.
           MOVE ALBC-TIMESTAMP(1:14) TO ALERT-RAISED-TIMESTAMP.

           ADD 1 TO ACK-COUNT.
           SET ACK-TAB-IDX TO ACK-COUNT.
           MOVE ALBC-STATION-ID TO ACKT-STATION-ID(ACK-TAB-IDX).
           MOVE ALBC-POST-RESULT TO ACKT-POST-RESULT(ACK-TAB-IDX).
           MOVE ALBC-RUN-ROOT TO ACKT-RUN-ROOT(ACK-TAB-IDX).
           MOVE SPACES TO ACKT-STATUS(ACK-TAB-IDX).
           MOVE SPACES TO ACKT-OPERATOR-ID(ACK-TAB-IDX).
           MOVE SPACES TO ACKT-SHOWN(ACK-TAB-IDX).
           MOVE SPACES TO ACKT-ACKNOWLEDGED(ACK-TAB-IDX).
           MOVE 0 TO ACKT-SECONDS(ACK-TAB-IDX).

           EXIT.

       RECONCILE-ONE-STATION.
           IF ACKT-POST-RESULT(ACK-TAB-IDX) NOT EQUAL "POSTED" THEN
               MOVE "NOT POSTED" TO ACKT-STATUS(ACK-TAB-IDX)
               ADD 1 TO NOT-POSTED-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF ACKT-RUN-ROOT(ACK-TAB-IDX) NOT EQUAL SPACES THEN
               MOVE ACKT-RUN-ROOT(ACK-TAB-IDX) TO STATION-ROOT
           ELSE
               MOVE SPACES TO PATH-BASE-NAME
               STRING "stations/" DELIMITED BY SIZE
                   FUNCTION TRIM(ACKT-STATION-ID(ACK-TAB-IDX))
                   DELIMITED BY SIZE
                   INTO PATH-BASE-NAME
               PERFORM BUILD-ONE-PATH
               MOVE PATH-BUILT TO STATION-ROOT
           END-IF.
           PERFORM BUILD-STATION-FILE-PATHS.
           PERFORM MATCH-STATION-ACK.

           IF NOT ACK-FOUND THEN
               MOVE "NO ACK" TO ACKT-STATUS(ACK-TAB-IDX)
               ADD 1 TO UNACKNOWLEDGED-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE "ACKNOWLEDGED" TO ACKT-STATUS(ACK-TAB-IDX).
           MOVE ACK-OPERATOR-ID TO ACKT-OPERATOR-ID(ACK-TAB-IDX).
           MOVE ACK-SHOWN-TIMESTAMP(1:14) TO ACKT-SHOWN(ACK-TAB-IDX).
           MOVE ACK-TIMESTAMP(1:14) TO ACKT-ACKNOWLEDGED(ACK-TAB-IDX).
           IF ACK-ELAPSED-SECONDS IS NUMERIC THEN
               MOVE ACK-ELAPSED-SECONDS TO ACKT-SECONDS(ACK-TAB-IDX)
           END-IF.
           ADD 1 TO ACKNOWLEDGED-COUNT.

           EXIT.

       MATCH-STATION-ACK.
           MOVE "N" TO ACK-FOUND-FLAG.

           OPEN INPUT ALERT-ACK-FILE.

           IF alert-ack-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL alert-ack-status NOT EQUAL "00"
               OR ACK-FOUND
               READ ALERT-ACK-FILE

               IF alert-ack-status EQUAL "00"
               AND ACK-ALERT-ID EQUAL CURRENT-ALERT-ID THEN
                   SET ACK-FOUND TO TRUE
               END-IF
           END-PERFORM.

           CLOSE ALERT-ACK-FILE.

           EXIT.

       WRITE-ACK-REPORT.
           OPEN OUTPUT ACK-REPORT-FILE.

           IF ack-report-status NOT EQUAL "00" THEN
               DISPLAY "85-ALERT-BROADCAST: CANNOT OPEN "
                   FUNCTION TRIM(ACK-REPORT-PATH)
                   " STATUS " ack-report-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-ALERT-ID TO RPT-HDR-ID.
           MOVE CURRENT-TIMESTAMP(1:14) TO RPT-HDR-TIMESTAMP.
           WRITE ACK-REPORT-LINE FROM RPT-HEADER-LINE.

           MOVE ALERT-MESSAGE-TEXT TO RPT-ALR-TEXT.
           MOVE ALERT-ISSUER-TEXT TO RPT-ALR-ISSUER-ID.
           MOVE ALERT-RAISED-TIMESTAMP TO RPT-ALR-TIMESTAMP.
           WRITE ACK-REPORT-LINE FROM RPT-ALERT-LINE.

           MOVE "STATIONS THAT ACKNOWLEDGED" TO RPT-SEC-TITLE.
           MOVE "ACKNOWLEDGED" TO SECTION-STATUS.
           PERFORM WRITE-ACK-SECTION.

           MOVE "STATIONS THAT NEVER ACKNOWLEDGED" TO RPT-SEC-TITLE.
           MOVE "NO ACK" TO SECTION-STATUS.
           PERFORM WRITE-ACK-SECTION.

           MOVE "STATIONS THE ALERT NEVER REACHED" TO RPT-SEC-TITLE.
           MOVE "NOT POSTED" TO SECTION-STATUS.
           PERFORM WRITE-ACK-SECTION.

           MOVE SPACES TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.

           MOVE ACK-COUNT TO RPT-TOTAL-STATIONS.
           MOVE ACKNOWLEDGED-COUNT TO RPT-TOTAL-ACKNOWLEDGED.
           MOVE UNACKNOWLEDGED-COUNT TO RPT-TOTAL-UNACKNOWLEDGED.
           MOVE NOT-POSTED-COUNT TO RPT-TOTAL-NOT-POSTED.
           WRITE ACK-REPORT-LINE FROM RPT-TOTAL-LINE.

           CLOSE ACK-REPORT-FILE.

           EXIT.

       WRITE-ACK-SECTION.
           MOVE SPACES TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.

           WRITE ACK-REPORT-LINE FROM RPT-SECTION-LINE.
           WRITE ACK-REPORT-LINE FROM RPT-COLUMN-LINE.

           PERFORM VARYING ACK-TAB-IDX FROM 1 BY 1
               UNTIL ACK-TAB-IDX > ACK-COUNT
               IF ACKT-STATUS(ACK-TAB-IDX) EQUAL SECTION-STATUS THEN
                   MOVE ACKT-STATION-ID(ACK-TAB-IDX)
                       TO RPT-ACK-STATION-ID
                   MOVE ACKT-STATUS(ACK-TAB-IDX) TO RPT-ACK-STATUS
                   MOVE ACKT-OPERATOR-ID(ACK-TAB-IDX)
                       TO RPT-ACK-OPERATOR-ID
                   MOVE ACKT-SHOWN(ACK-TAB-IDX) TO RPT-ACK-SHOWN
                   MOVE ACKT-ACKNOWLEDGED(ACK-TAB-IDX)
                       TO RPT-ACK-ACKNOWLEDGED
                   IF ACKT-STATUS(ACK-TAB-IDX) EQUAL "ACKNOWLEDGED"
                   THEN
                       MOVE ACKT-SECONDS(ACK-TAB-IDX)
                           TO RPT-ACK-SECONDS
                   ELSE
                       MOVE SPACES TO RPT-ACK-SECONDS-TEXT
                   END-IF
                   WRITE ACK-REPORT-LINE FROM RPT-ACK-LINE
               END-IF
           END-PERFORM.

           EXIT.

       END PROGRAM 85-ALERT-BROADCAST.
