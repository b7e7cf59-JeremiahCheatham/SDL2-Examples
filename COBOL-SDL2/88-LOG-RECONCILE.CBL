       IDENTIFICATION DIVISION.
       PROGRAM-ID. 88-LOG-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-SEQ-FILE ASSIGN TO INCIDENT-SEQ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-seq-status.

           SELECT ARCHIVE-INDEX-FILE ASSIGN TO ARCHIVE-INDEX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS archive-index-status.

           SELECT ARCHIVE-LOG-FILE ASSIGN TO ARCHIVE-READ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS archive-log-status.

           SELECT INCIDENT-FILE ASSIGN TO INCIDENT-READ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-file-status.

           SELECT ZONE-BREACH-FILE ASSIGN TO ZONE-BREACH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS zone-breach-status.

           SELECT INCIDENT-DISPO-FILE ASSIGN TO INCIDENT-DISPO-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-dispo-status.

           SELECT COMMAND-LOG-FILE ASSIGN TO COMMAND-LOG-READ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS command-log-status.

           SELECT COMMAND-RESPONSE-FILE ASSIGN TO COMMAND-RESPONSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS command-response-status.

           SELECT RECONCILE-REPORT-FILE ASSIGN TO RECONCILE-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS reconcile-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-SEQ-FILE.
       01  INCIDENT-SEQ-RECORD.
           05 SEQ-NEXT-INCIDENT-ID      PIC 9(06).

       FD  ARCHIVE-INDEX-FILE.
       COPY "copybooks/ARCHIVE-INDEX.CPY".

       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-RECORD           PIC X(132).

       FD  INCIDENT-FILE.
       COPY "copybooks/INCIDENT.CPY".

       FD  ZONE-BREACH-FILE.
       COPY "copybooks/ZONE-BREACH.CPY".

       FD  INCIDENT-DISPO-FILE.
       COPY "copybooks/INCIDENT-DISPO.CPY".

       FD  COMMAND-LOG-FILE.
       COPY "copybooks/COMMAND-LOG.CPY".

       FD  COMMAND-RESPONSE-FILE.
       COPY "copybooks/COMMAND-RESPONSE.CPY".

       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
           77 incident-seq-status PIC X(02).
           77 archive-index-status PIC X(02).
           77 archive-log-status PIC X(02).
           77 incident-file-status PIC X(02).
           77 zone-breach-status PIC X(02).
           77 incident-dispo-status PIC X(02).
           77 command-log-status PIC X(02).
           77 command-response-status PIC X(02).
           77 reconcile-report-status PIC X(02).

           77 ARG-TOTAL-COUNT USAGE BINARY-INT VALUE 0.
           77 ARG-SUB USAGE BINARY-INT VALUE 0.
           77 RUN-ARG PIC X(80) VALUE SPACES.
           77 RUN-ROOT-ARG PIC X(80) VALUE SPACES.
           77 ROOT-ARG-PENDING PIC X(01) VALUE "N".
           77 PATH-BASE-NAME PIC X(40) VALUE SPACES.
           77 PATH-BUILT PIC X(96) VALUE SPACES.
           77 INCIDENT-SEQ-PATH PIC X(96) VALUE SPACES.
           77 ARCHIVE-INDEX-PATH PIC X(96) VALUE SPACES.
           77 ARCHIVE-READ-PATH PIC X(96) VALUE SPACES.
           77 INCIDENT-PATH PIC X(96) VALUE SPACES.
           77 INCIDENT-READ-PATH PIC X(96) VALUE SPACES.
           77 ZONE-BREACH-PATH PIC X(96) VALUE SPACES.
           77 INCIDENT-DISPO-PATH PIC X(96) VALUE SPACES.
           77 COMMAND-LOG-PATH PIC X(96) VALUE SPACES.
           77 COMMAND-LOG-READ-PATH PIC X(96) VALUE SPACES.
           77 COMMAND-RESPONSE-PATH PIC X(96) VALUE SPACES.
           77 RECONCILE-REPORT-PATH PIC X(96) VALUE SPACES.

           77 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           77 RECORD-NUMBER USAGE BINARY-INT VALUE 0.
           77 RECORD-NUMBER-EDIT PIC 9(07).
           77 EXCEPTION-COUNT USAGE BINARY-INT VALUE 0.
           77 EXCEPTION-CHECK PIC X(12) VALUE SPACES.
           77 EXCEPTION-KEY PIC X(20) VALUE SPACES.
           77 EXCEPTION-MESSAGE PIC X(60) VALUE SPACES.
           77 EXCEPTION-FILE-NAME PIC X(96) VALUE SPACES.
           77 COUNT-EDIT PIC ZZZZZZ9.
           77 ID-EDIT PIC 9(06).
           77 ID-EDIT-2 PIC 9(06).

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
           77 INCIDENT-LOG-SUB USAGE BINARY-INT VALUE 3.
           77 COMMAND-LOG-SUB USAGE BINARY-INT VALUE 5.

           77 ARCHIVE-MAX USAGE BINARY-INT VALUE 100.
           77 ARCHIVE-COUNT USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-FOUND-INDEX USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-LOG-SUB USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-NAME-LENGTH USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-BASE-LENGTH USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-MATCH-START USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-TS-OFFSET USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-FILE-COUNT USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-FILE-FIRST-TS PIC X(26) VALUE SPACES.
           77 ARCHIVE-FILE-LAST-TS PIC X(26) VALUE SPACES.
           77 ARCHIVE-INDEX-COUNT USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-EXCEPTIONS USAGE BINARY-INT VALUE 0.
           01 ARCHIVE-TABLE.
             05 ARCHIVE-ENTRY OCCURS 100 TIMES INDEXED BY
                 ARCHIVE-TAB-IDX.
                10 ARC-TAB-NAME PIC X(96).
                10 ARC-TAB-INDEX-REC USAGE BINARY-INT.
                10 ARC-TAB-COUNT USAGE BINARY-INT.
                10 ARC-TAB-FIRST-TS PIC X(26).
                10 ARC-TAB-LAST-TS PIC X(26).
                10 ARC-TAB-LOG USAGE BINARY-INT.

           77 SEQ-LAST-ID USAGE BINARY-INT VALUE 0.
           77 SEQ-STATE-FLAG PIC X(01) VALUE "N".
           88 SEQ-STATE-FOUND VALUE "Y".
           77 HIGHEST-ID USAGE BINARY-INT VALUE 0.
           77 CHECK-UPPER-ID USAGE BINARY-INT VALUE 0.
           77 MARK-ID USAGE BINARY-INT VALUE 0.
           77 MARK-SOURCE PIC X(01) VALUE SPACES.
           77 MARK-SOURCE-LABEL PIC X(20) VALUE SPACES.
           77 GAP-START-ID USAGE BINARY-INT VALUE 0.
           77 ID-SUB USAGE BINARY-INT VALUE 0.
           77 INCIDENTS-CHECKED USAGE BINARY-INT VALUE 0.
           77 INCIDENT-EXCEPTIONS USAGE BINARY-INT VALUE 0.
           01 ID-SEEN-TABLE.
             05 ID-SEEN-FLAG OCCURS 999999 TIMES PIC X(01).

           77 DISPOSITIONS-CHECKED USAGE BINARY-INT VALUE 0.
           77 DISPOSITION-EXCEPTIONS USAGE BINARY-INT VALUE 0.

           77 RESPONSE-MAX USAGE BINARY-INT VALUE 2000.
           77 RESPONSE-COUNT USAGE BINARY-INT VALUE 0.
           77 RESPONSE-OVERFLOW-FLAG PIC X(01) VALUE "N".
           88 RESPONSE-TABLE-OVERFLOWED VALUE "Y".
           77 RESPONSE-FOUND-INDEX USAGE BINARY-INT VALUE 0.
           77 COMMANDS-CHECKED USAGE BINARY-INT VALUE 0.
           77 COMMAND-EXCEPTIONS USAGE BINARY-INT VALUE 0.
           01 RESPONSE-TABLE.
             05 RESPONSE-ENTRY OCCURS 2000 TIMES INDEXED BY
                 RESPONSE-TAB-IDX.
                10 RSP-TAB-CODE PIC X(08).
                10 RSP-TAB-TARGET PIC X(10).
                10 RSP-TAB-ISSUER-ID PIC X(10).
                10 RSP-TAB-TIMESTAMP PIC X(14).
                10 RSP-TAB-USED PIC X(01).

           01 RPT-HEADER-LINE.
             05 FILLER PIC X(36)
                 VALUE "LOG INTEGRITY RECONCILIATION RUN AT ".
             05 RPT-HDR-TIMESTAMP PIC X(14).
             05 FILLER PIC X(07) VALUE "  ROOT ".
             05 RPT-HDR-ROOT PIC X(40).
             05 FILLER PIC X(35) VALUE SPACES.

           01 RPT-EXCEPTION-LINE.
             05 RPT-EXC-CHECK PIC X(12).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-EXC-KEY PIC X(20).
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-EXC-MESSAGE PIC X(60).
             05 FILLER PIC X(36) VALUE SPACES.

           01 RPT-EXC-FILE-LINE.
             05 FILLER PIC X(14) VALUE SPACES.
             05 FILLER PIC X(05) VALUE "FILE ".
             05 RPT-EXC-FILE PIC X(96).
             05 FILLER PIC X(17) VALUE SPACES.

           01 RPT-SUMMARY-LINE.
             05 RPT-SUM-CHECK PIC X(12).
             05 FILLER PIC X(10) VALUE "  CHECKED ".
             05 RPT-SUM-CHECKED PIC ZZZZZZ9.
             05 FILLER PIC X(13) VALUE "  EXCEPTIONS ".
             05 RPT-SUM-EXCEPTIONS PIC ZZZZ9.
             05 FILLER PIC X(85) VALUE SPACES.

           01 RPT-TOTAL-LINE.
             05 FILLER PIC X(11) VALUE "EXCEPTIONS ".
             05 RPT-TOTAL-EXCEPTIONS PIC ZZZZ9.
             05 FILLER PIC X(09) VALUE "  RESULT ".
             05 RPT-TOTAL-RESULT PIC X(14).
             05 FILLER PIC X(93) VALUE SPACES.

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

           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.

           PERFORM OPEN-RECONCILE-REPORT.

           PERFORM READ-ARCHIVE-INDEX.
           PERFORM VERIFY-ARCHIVES.
           PERFORM CHECK-INCIDENT-IDS.
           PERFORM CHECK-DISPOSITIONS.
           PERFORM CHECK-COMMAND-RESPONSES.

           PERFORM CLOSE-RECONCILE-REPORT.

           MOVE EXCEPTION-COUNT TO COUNT-EDIT.
           IF EXCEPTION-COUNT IS GREATER THAN 0 THEN
               DISPLAY "88-LOG-RECONCILE: " COUNT-EDIT
                   " EXCEPTIONS, LOGS OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "88-LOG-RECONCILE: " COUNT-EDIT
                   " EXCEPTIONS, LOGS IN BALANCE"
           END-IF.

           STOP RUN.

       APPLY-ONE-ARGUMENT.
           IF ROOT-ARG-PENDING EQUAL "Y" THEN
               MOVE RUN-ARG TO RUN-ROOT-ARG
               MOVE "N" TO ROOT-ARG-PENDING
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ROOT-ARG))
               IS GREATER THAN 40 THEN
                   DISPLAY "88-LOG-RECONCILE: RUN ROOT LONGER "
                       "THAN 40 CHARACTERS NOT SUPPORTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-ROOT" THEN
               MOVE "Y" TO ROOT-ARG-PENDING
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
           MOVE "data/incident-seq.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO INCIDENT-SEQ-PATH.

           MOVE "logs/archive-index.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ARCHIVE-INDEX-PATH.

           MOVE "logs/incidents.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO INCIDENT-PATH.

           MOVE "logs/zone-breaches.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ZONE-BREACH-PATH.

           MOVE "logs/incident-dispositions.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO INCIDENT-DISPO-PATH.

           MOVE "logs/commands-processed.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO COMMAND-LOG-PATH.

           MOVE "data/command-responses.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO COMMAND-RESPONSE-PATH.

           MOVE "logs/log-reconcile.rpt" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO RECONCILE-REPORT-PATH.

           EXIT.

       OPEN-RECONCILE-REPORT.
           OPEN OUTPUT RECONCILE-REPORT-FILE.

           IF reconcile-report-status NOT EQUAL "00" THEN
               DISPLAY "88-LOG-RECONCILE: CANNOT OPEN "
                   FUNCTION TRIM(RECONCILE-REPORT-PATH)
                   " STATUS " reconcile-report-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CURRENT-TIMESTAMP(1:14) TO RPT-HDR-TIMESTAMP.
           IF RUN-ROOT-ARG EQUAL SPACES THEN
               MOVE "." TO RPT-HDR-ROOT
           ELSE
               MOVE RUN-ROOT-ARG TO RPT-HDR-ROOT
           END-IF.
           WRITE RECONCILE-REPORT-LINE FROM RPT-HEADER-LINE.

           MOVE SPACES TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.

           MOVE "EXCEPTIONS BY CHECK" TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.

           EXIT.

       CLOSE-RECONCILE-REPORT.
           IF EXCEPTION-COUNT EQUAL 0 THEN
               MOVE "NO EXCEPTIONS, ALL LOGS IN BALANCE"
                   TO RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
           END-IF.

           MOVE SPACES TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.

           MOVE "ARCHIVES" TO RPT-SUM-CHECK.
           MOVE ARCHIVE-COUNT TO RPT-SUM-CHECKED.
           MOVE ARCHIVE-EXCEPTIONS TO RPT-SUM-EXCEPTIONS.
           WRITE RECONCILE-REPORT-LINE FROM RPT-SUMMARY-LINE.

           MOVE "INCIDENT IDS" TO RPT-SUM-CHECK.
           MOVE INCIDENTS-CHECKED TO RPT-SUM-CHECKED.
           MOVE INCIDENT-EXCEPTIONS TO RPT-SUM-EXCEPTIONS.
           WRITE RECONCILE-REPORT-LINE FROM RPT-SUMMARY-LINE.

           MOVE "DISPOSITIONS" TO RPT-SUM-CHECK.
           MOVE DISPOSITIONS-CHECKED TO RPT-SUM-CHECKED.
           MOVE DISPOSITION-EXCEPTIONS TO RPT-SUM-EXCEPTIONS.
           WRITE RECONCILE-REPORT-LINE FROM RPT-SUMMARY-LINE.

           MOVE "COMMANDS" TO RPT-SUM-CHECK.
           MOVE COMMANDS-CHECKED TO RPT-SUM-CHECKED.
           MOVE COMMAND-EXCEPTIONS TO RPT-SUM-EXCEPTIONS.
           WRITE RECONCILE-REPORT-LINE FROM RPT-SUMMARY-LINE.

           MOVE SPACES TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.

           MOVE EXCEPTION-COUNT TO RPT-TOTAL-EXCEPTIONS.
           IF EXCEPTION-COUNT IS GREATER THAN 0 THEN
               MOVE "OUT OF BALANCE" TO RPT-TOTAL-RESULT
           ELSE
               MOVE "IN BALANCE" TO RPT-TOTAL-RESULT
           END-IF.
           WRITE RECONCILE-REPORT-LINE FROM RPT-TOTAL-LINE.

           CLOSE RECONCILE-REPORT-FILE.

           EXIT.

       WRITE-ONE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.

           EVALUATE EXCEPTION-CHECK
               WHEN "ARCHIVES"
                   ADD 1 TO ARCHIVE-EXCEPTIONS
               WHEN "INCIDENT IDS"
                   ADD 1 TO INCIDENT-EXCEPTIONS
               WHEN "DISPOSITIONS"
                   ADD 1 TO DISPOSITION-EXCEPTIONS
               WHEN "COMMANDS"
                   ADD 1 TO COMMAND-EXCEPTIONS
           END-EVALUATE.

           MOVE EXCEPTION-CHECK TO RPT-EXC-CHECK.
           MOVE EXCEPTION-KEY TO RPT-EXC-KEY.
           MOVE EXCEPTION-MESSAGE TO RPT-EXC-MESSAGE.
           WRITE RECONCILE-REPORT-LINE FROM RPT-EXCEPTION-LINE.

           IF EXCEPTION-FILE-NAME NOT EQUAL SPACES THEN
               MOVE EXCEPTION-FILE-NAME TO RPT-EXC-FILE
               WRITE RECONCILE-REPORT-LINE FROM RPT-EXC-FILE-LINE
           END-IF.

           MOVE SPACES TO EXCEPTION-MESSAGE.
           MOVE SPACES TO EXCEPTION-FILE-NAME.

           EXIT.

       READ-ARCHIVE-INDEX.
           MOVE "ARCHIVES" TO EXCEPTION-CHECK.
           MOVE 0 TO RECORD-NUMBER.

           OPEN INPUT ARCHIVE-INDEX-FILE.

           IF archive-index-status EQUAL "35" THEN
               EXIT PARAGRAPH
           END-IF.

           IF archive-index-status NOT EQUAL "00" THEN
               MOVE "ARCHIVE INDEX" TO EXCEPTION-KEY
               MOVE "CANNOT OPEN ARCHIVE INDEX" TO EXCEPTION-MESSAGE
               MOVE ARCHIVE-INDEX-PATH TO EXCEPTION-FILE-NAME
               PERFORM WRITE-ONE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL archive-index-status NOT EQUAL "00"
               READ ARCHIVE-INDEX-FILE

               IF archive-index-status EQUAL "00" THEN
                   ADD 1 TO RECORD-NUMBER
                   ADD 1 TO ARCHIVE-INDEX-COUNT
                   PERFORM STORE-ONE-INDEX-ENTRY
               END-IF
           END-PERFORM.

           CLOSE ARCHIVE-INDEX-FILE.

           EXIT.

       STORE-ONE-INDEX-ENTRY.
           MOVE RECORD-NUMBER TO RECORD-NUMBER-EDIT.
           MOVE SPACES TO EXCEPTION-KEY.
           STRING "INDEX REC " DELIMITED BY SIZE
               RECORD-NUMBER-EDIT DELIMITED BY SIZE
               INTO EXCEPTION-KEY.

           IF ARC-RECORD-COUNT IS NOT NUMERIC THEN
               MOVE "RECORD COUNT NOT NUMERIC" TO EXCEPTION-MESSAGE
               MOVE ARC-FILE-NAME TO EXCEPTION-FILE-NAME
               PERFORM WRITE-ONE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVE-FOUND-INDEX.
           PERFORM VARYING ARCHIVE-TAB-IDX FROM 1 BY 1
               UNTIL ARCHIVE-TAB-IDX > ARCHIVE-COUNT
               IF ARC-TAB-NAME(ARCHIVE-TAB-IDX) EQUAL ARC-FILE-NAME
               THEN
                   SET ARCHIVE-FOUND-INDEX TO ARCHIVE-TAB-IDX
               END-IF
           END-PERFORM.

           IF ARCHIVE-FOUND-INDEX IS GREATER THAN 0 THEN
               SET ARCHIVE-TAB-IDX TO ARCHIVE-FOUND-INDEX
               ADD ARC-RECORD-COUNT TO ARC-TAB-COUNT(ARCHIVE-TAB-IDX)
               MOVE ARC-LAST-TIMESTAMP
                   TO ARC-TAB-LAST-TS(ARCHIVE-TAB-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF ARCHIVE-COUNT IS NOT LESS THAN ARCHIVE-MAX THEN
               MOVE "MORE ARCHIVE FILES THAN TABLE HOLDS"
                   TO EXCEPTION-MESSAGE
               MOVE ARC-FILE-NAME TO EXCEPTION-FILE-NAME
               PERFORM WRITE-ONE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ARCHIVE-COUNT.
           SET ARCHIVE-TAB-IDX TO ARCHIVE-COUNT.
           MOVE ARC-FILE-NAME TO ARC-TAB-NAME(ARCHIVE-TAB-IDX).
           MOVE RECORD-NUMBER TO ARC-TAB-INDEX-REC(ARCHIVE-TAB-IDX).
           MOVE ARC-RECORD-COUNT TO ARC-TAB-COUNT(ARCHIVE-TAB-IDX).
           MOVE ARC-FIRST-TIMESTAMP
               TO ARC-TAB-FIRST-TS(ARCHIVE-TAB-IDX).
           MOVE ARC-LAST-TIMESTAMP TO ARC-TAB-LAST-TS(ARCHIVE-TAB-IDX).

           PERFORM IDENTIFY-ARCHIVE-LOG.
           MOVE ARCHIVE-LOG-SUB TO ARC-TAB-LOG(ARCHIVE-TAB-IDX).

           IF ARCHIVE-LOG-SUB EQUAL 0 THEN
               MOVE "ARCHIVE NAME MATCHES NO ARCHIVED LOG"
                   TO EXCEPTION-MESSAGE
               MOVE ARC-FILE-NAME TO EXCEPTION-FILE-NAME
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

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

       VERIFY-ARCHIVES.
           MOVE "ARCHIVES" TO EXCEPTION-CHECK.

           PERFORM VARYING ARCHIVE-TAB-IDX FROM 1 BY 1
               UNTIL ARCHIVE-TAB-IDX > ARCHIVE-COUNT
               PERFORM VERIFY-ONE-ARCHIVE
           END-PERFORM.

           EXIT.

       VERIFY-ONE-ARCHIVE.
           MOVE ARC-TAB-INDEX-REC(ARCHIVE-TAB-IDX)
               TO RECORD-NUMBER-EDIT.
           MOVE SPACES TO EXCEPTION-KEY.
           STRING "INDEX REC " DELIMITED BY SIZE
               RECORD-NUMBER-EDIT DELIMITED BY SIZE
               INTO EXCEPTION-KEY.

           MOVE 0 TO ARCHIVE-TS-OFFSET.
           IF ARC-TAB-LOG(ARCHIVE-TAB-IDX) IS GREATER THAN 0 THEN
               SET LOG-CONTROL-IDX TO ARC-TAB-LOG(ARCHIVE-TAB-IDX)
               MOVE LOG-TS-OFFSET(LOG-CONTROL-IDX)
                   TO ARCHIVE-TS-OFFSET
           END-IF.

           MOVE 0 TO ARCHIVE-FILE-COUNT.
           MOVE SPACES TO ARCHIVE-FILE-FIRST-TS.
           MOVE SPACES TO ARCHIVE-FILE-LAST-TS.

           MOVE ARC-TAB-NAME(ARCHIVE-TAB-IDX) TO ARCHIVE-READ-PATH.
           OPEN INPUT ARCHIVE-LOG-FILE.

           IF archive-log-status NOT EQUAL "00" THEN
               MOVE "ARCHIVE FILE MISSING OR UNREADABLE"
                   TO EXCEPTION-MESSAGE
               MOVE ARC-TAB-NAME(ARCHIVE-TAB-IDX)
                   TO EXCEPTION-FILE-NAME
               PERFORM WRITE-ONE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL archive-log-status NOT EQUAL "00"
               READ ARCHIVE-LOG-FILE

               IF archive-log-status EQUAL "00" THEN
                   ADD 1 TO ARCHIVE-FILE-COUNT
                   IF ARCHIVE-TS-OFFSET IS GREATER THAN 0 THEN
                       IF ARCHIVE-FILE-COUNT EQUAL 1 THEN
                           MOVE ARCHIVE-LOG-RECORD(
                               ARCHIVE-TS-OFFSET:26)
                               TO ARCHIVE-FILE-FIRST-TS
                       END-IF
                       MOVE ARCHIVE-LOG-RECORD(ARCHIVE-TS-OFFSET:26)
                           TO ARCHIVE-FILE-LAST-TS
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE ARCHIVE-LOG-FILE.

           IF ARCHIVE-FILE-COUNT NOT EQUAL
           ARC-TAB-COUNT(ARCHIVE-TAB-IDX) THEN
               MOVE ARCHIVE-FILE-COUNT TO COUNT-EDIT
               MOVE SPACES TO EXCEPTION-MESSAGE
               STRING "FILE HOLDS " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " RECORDS, INDEX SAYS " DELIMITED BY SIZE
                   INTO EXCEPTION-MESSAGE
               MOVE ARC-TAB-COUNT(ARCHIVE-TAB-IDX) TO COUNT-EDIT
               STRING FUNCTION TRIM(EXCEPTION-MESSAGE)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   INTO EXCEPTION-MESSAGE
               MOVE ARC-TAB-NAME(ARCHIVE-TAB-IDX)
                   TO EXCEPTION-FILE-NAME
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

           IF ARCHIVE-TS-OFFSET EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF ARCHIVE-FILE-FIRST-TS NOT EQUAL
           ARC-TAB-FIRST-TS(ARCHIVE-TAB-IDX) THEN
               MOVE SPACES TO EXCEPTION-MESSAGE
               STRING "FIRST TIMESTAMP " DELIMITED BY SIZE
                   ARCHIVE-FILE-FIRST-TS(1:14) DELIMITED BY SIZE
                   ", INDEX SAYS " DELIMITED BY SIZE
                   ARC-TAB-FIRST-TS(ARCHIVE-TAB-IDX)(1:14)
                   DELIMITED BY SIZE
                   INTO EXCEPTION-MESSAGE
               MOVE ARC-TAB-NAME(ARCHIVE-TAB-IDX)
                   TO EXCEPTION-FILE-NAME
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

           IF ARCHIVE-FILE-LAST-TS NOT EQUAL
           ARC-TAB-LAST-TS(ARCHIVE-TAB-IDX) THEN
               MOVE SPACES TO EXCEPTION-MESSAGE
               STRING "LAST TIMESTAMP " DELIMITED BY SIZE
                   ARCHIVE-FILE-LAST-TS(1:14) DELIMITED BY SIZE
                   ", INDEX SAYS " DELIMITED BY SIZE
                   ARC-TAB-LAST-TS(ARCHIVE-TAB-IDX)(1:14)
                   DELIMITED BY SIZE
                   INTO EXCEPTION-MESSAGE
               MOVE ARC-TAB-NAME(ARCHIVE-TAB-IDX)
                   TO EXCEPTION-FILE-NAME
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

           EXIT.

       CHECK-INCIDENT-IDS.
           MOVE "INCIDENT IDS" TO EXCEPTION-CHECK.
           MOVE SPACES TO ID-SEEN-TABLE.

           PERFORM READ-INCIDENT-SEQUENCE.

           MOVE "I" TO MARK-SOURCE.
           MOVE "INCIDENT ARCHIVE" TO MARK-SOURCE-LABEL.
           PERFORM VARYING ARCHIVE-TAB-IDX FROM 1 BY 1
               UNTIL ARCHIVE-TAB-IDX > ARCHIVE-COUNT
               IF ARC-TAB-LOG(ARCHIVE-TAB-IDX) EQUAL INCIDENT-LOG-SUB
               THEN
                   MOVE ARC-TAB-NAME(ARCHIVE-TAB-IDX)
                       TO INCIDENT-READ-PATH
                   PERFORM READ-INCIDENT-LOG
               END-IF
           END-PERFORM.

           MOVE "LIVE INCIDENT LOG" TO MARK-SOURCE-LABEL.
           MOVE INCIDENT-PATH TO INCIDENT-READ-PATH.
           PERFORM READ-INCIDENT-LOG.

           PERFORM READ-ZONE-BREACH-LOG.

           MOVE SEQ-LAST-ID TO CHECK-UPPER-ID.
           IF NOT SEQ-STATE-FOUND THEN
               MOVE HIGHEST-ID TO CHECK-UPPER-ID
               IF HIGHEST-ID IS GREATER THAN 0 THEN
                   MOVE "INCIDENT SEQ" TO EXCEPTION-KEY
                   MOVE "SEQUENCE FILE MISSING OR NOT NUMERIC"
                       TO EXCEPTION-MESSAGE
                   MOVE INCIDENT-SEQ-PATH TO EXCEPTION-FILE-NAME
                   PERFORM WRITE-ONE-EXCEPTION
               END-IF
           END-IF.

           PERFORM CHECK-INCIDENT-GAPS.

           EXIT.

       READ-INCIDENT-SEQUENCE.
           MOVE 0 TO SEQ-LAST-ID.
           MOVE "N" TO SEQ-STATE-FLAG.

           OPEN INPUT INCIDENT-SEQ-FILE.

           IF incident-seq-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           READ INCIDENT-SEQ-FILE.

           IF incident-seq-status EQUAL "00"
           AND SEQ-NEXT-INCIDENT-ID IS NUMERIC THEN
               MOVE SEQ-NEXT-INCIDENT-ID TO SEQ-LAST-ID
               SET SEQ-STATE-FOUND TO TRUE
           END-IF.

           CLOSE INCIDENT-SEQ-FILE.

           EXIT.

       READ-INCIDENT-LOG.
           MOVE 0 TO RECORD-NUMBER.

           OPEN INPUT INCIDENT-FILE.

           IF incident-file-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL incident-file-status NOT EQUAL "00"
               READ INCIDENT-FILE

               IF incident-file-status EQUAL "00" THEN
                   ADD 1 TO RECORD-NUMBER
                   IF INC-INCIDENT-ID IS NUMERIC THEN
                       MOVE INC-INCIDENT-ID TO MARK-ID
                   ELSE
                       MOVE 0 TO MARK-ID
                   END-IF
                   PERFORM MARK-ONE-ID
               END-IF
           END-PERFORM.

           CLOSE INCIDENT-FILE.

           EXIT.

       READ-ZONE-BREACH-LOG.
           MOVE "Z" TO MARK-SOURCE.
           MOVE "ZONE BREACH LOG" TO MARK-SOURCE-LABEL.
           MOVE 0 TO RECORD-NUMBER.

           OPEN INPUT ZONE-BREACH-FILE.

           IF zone-breach-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL zone-breach-status NOT EQUAL "00"
               READ ZONE-BREACH-FILE

               IF zone-breach-status EQUAL "00" THEN
                   ADD 1 TO RECORD-NUMBER
                   IF ZBR-INCIDENT-ID IS NUMERIC THEN
                       MOVE ZBR-INCIDENT-ID TO MARK-ID
                   ELSE
                       MOVE 0 TO MARK-ID
                   END-IF
                   PERFORM MARK-ONE-ID
               END-IF
           END-PERFORM.

           CLOSE ZONE-BREACH-FILE.

           EXIT.

       MARK-ONE-ID.
           ADD 1 TO INCIDENTS-CHECKED.

           IF MARK-ID EQUAL 0 THEN
               MOVE RECORD-NUMBER TO RECORD-NUMBER-EDIT
               MOVE SPACES TO EXCEPTION-KEY
               STRING "REC " DELIMITED BY SIZE
                   RECORD-NUMBER-EDIT DELIMITED BY SIZE
                   INTO EXCEPTION-KEY
               MOVE SPACES TO EXCEPTION-MESSAGE
               STRING "ID NOT NUMERIC OR ZERO IN " DELIMITED BY SIZE
                   MARK-SOURCE-LABEL DELIMITED BY SIZE
                   INTO EXCEPTION-MESSAGE
               PERFORM WRITE-ONE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE MARK-ID TO ID-EDIT.
           MOVE SPACES TO EXCEPTION-KEY.
           STRING "ID " DELIMITED BY SIZE
               ID-EDIT DELIMITED BY SIZE
               INTO EXCEPTION-KEY.

           IF MARK-ID IS GREATER THAN HIGHEST-ID THEN
               MOVE MARK-ID TO HIGHEST-ID
           END-IF.

           IF SEQ-STATE-FOUND
           AND MARK-ID IS GREATER THAN SEQ-LAST-ID THEN
               MOVE SPACES TO EXCEPTION-MESSAGE
               STRING "ID PAST SEQUENCE VALUE IN " DELIMITED BY SIZE
                   MARK-SOURCE-LABEL DELIMITED BY SIZE
                   INTO EXCEPTION-MESSAGE
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

           IF ID-SEEN-FLAG(MARK-ID) NOT EQUAL SPACE THEN
               MOVE SPACES TO EXCEPTION-MESSAGE
               STRING "DUPLICATE ID IN " DELIMITED BY SIZE
                   MARK-SOURCE-LABEL DELIMITED BY SIZE
                   INTO EXCEPTION-MESSAGE
               PERFORM WRITE-ONE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE MARK-SOURCE TO ID-SEEN-FLAG(MARK-ID).

           EXIT.

       CHECK-INCIDENT-GAPS.
           MOVE 0 TO GAP-START-ID.

           PERFORM VARYING ID-SUB FROM 1 BY 1
               UNTIL ID-SUB > CHECK-UPPER-ID
               IF ID-SEEN-FLAG(ID-SUB) EQUAL SPACE THEN
                   IF GAP-START-ID EQUAL 0 THEN
                       MOVE ID-SUB TO GAP-START-ID
                   END-IF
               ELSE
                   IF GAP-START-ID IS GREATER THAN 0 THEN
                       PERFORM WRITE-GAP-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

           IF GAP-START-ID IS GREATER THAN 0 THEN
               PERFORM WRITE-GAP-EXCEPTION
           END-IF.

           EXIT.

       WRITE-GAP-EXCEPTION.
           MOVE GAP-START-ID TO ID-EDIT.
           COMPUTE ID-EDIT-2 = ID-SUB - 1.

           MOVE SPACES TO EXCEPTION-KEY.
           STRING "ID " DELIMITED BY SIZE
               ID-EDIT DELIMITED BY SIZE
               INTO EXCEPTION-KEY.

           MOVE SPACES TO EXCEPTION-MESSAGE.
           IF ID-EDIT EQUAL ID-EDIT-2 THEN
               MOVE "ID MISSING FROM INCIDENT AND BREACH LOGS"
                   TO EXCEPTION-MESSAGE
           ELSE
               STRING "IDS " DELIMITED BY SIZE
                   ID-EDIT DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   ID-EDIT-2 DELIMITED BY SIZE
                   " MISSING FROM INCIDENT AND BREACH LOGS"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-MESSAGE
           END-IF.

           PERFORM WRITE-ONE-EXCEPTION.

           MOVE 0 TO GAP-START-ID.

           EXIT.

       CHECK-DISPOSITIONS.
           MOVE "DISPOSITIONS" TO EXCEPTION-CHECK.
           MOVE 0 TO RECORD-NUMBER.

           OPEN INPUT INCIDENT-DISPO-FILE.

           IF incident-dispo-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL incident-dispo-status NOT EQUAL "00"
               READ INCIDENT-DISPO-FILE

               IF incident-dispo-status EQUAL "00" THEN
                   ADD 1 TO RECORD-NUMBER
                   ADD 1 TO DISPOSITIONS-CHECKED
                   PERFORM CHECK-ONE-DISPOSITION
               END-IF
           END-PERFORM.

           CLOSE INCIDENT-DISPO-FILE.

           EXIT.

       CHECK-ONE-DISPOSITION.
           MOVE RECORD-NUMBER TO RECORD-NUMBER-EDIT.
           MOVE SPACES TO EXCEPTION-KEY.
           STRING "REC " DELIMITED BY SIZE
               RECORD-NUMBER-EDIT DELIMITED BY SIZE
               INTO EXCEPTION-KEY.

           IF DSP-INCIDENT-ID IS NOT NUMERIC THEN
               MOVE "INCIDENT ID NOT NUMERIC" TO EXCEPTION-MESSAGE
               PERFORM WRITE-ONE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           IF DSP-INCIDENT-ID EQUAL 0 THEN
               MOVE "INCIDENT ID IS ZERO" TO EXCEPTION-MESSAGE
               PERFORM WRITE-ONE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE DSP-INCIDENT-ID TO ID-EDIT.
           MOVE SPACES TO EXCEPTION-KEY.
           STRING "ID " DELIMITED BY SIZE
               ID-EDIT DELIMITED BY SIZE
               INTO EXCEPTION-KEY.

           EVALUATE ID-SEEN-FLAG(DSP-INCIDENT-ID)
               WHEN "I"
                   CONTINUE
               WHEN "Z"
                   MOVE SPACES TO EXCEPTION-MESSAGE
                   STRING "DISPOSITION " DELIMITED BY SIZE
                       DSP-CODE DELIMITED BY SPACE
                       " NAMES A ZONE BREACH, NOT AN INCIDENT"
                       DELIMITED BY SIZE
                       INTO EXCEPTION-MESSAGE
                   PERFORM WRITE-ONE-EXCEPTION
               WHEN OTHER
                   MOVE SPACES TO EXCEPTION-MESSAGE
                   STRING "DISPOSITION " DELIMITED BY SIZE
                       DSP-CODE DELIMITED BY SPACE
                       " BY " DELIMITED BY SIZE
                       DSP-REVIEWER-ID DELIMITED BY SPACE
                       " FOR INCIDENT NOT ON FILE" DELIMITED BY SIZE
                       INTO EXCEPTION-MESSAGE
                   PERFORM WRITE-ONE-EXCEPTION
           END-EVALUATE.

           EXIT.

       CHECK-COMMAND-RESPONSES.
           MOVE "COMMANDS" TO EXCEPTION-CHECK.

           PERFORM READ-COMMAND-RESPONSES.

           PERFORM VARYING ARCHIVE-TAB-IDX FROM 1 BY 1
               UNTIL ARCHIVE-TAB-IDX > ARCHIVE-COUNT
               IF ARC-TAB-LOG(ARCHIVE-TAB-IDX) EQUAL COMMAND-LOG-SUB
               THEN
                   MOVE ARC-TAB-NAME(ARCHIVE-TAB-IDX)
                       TO COMMAND-LOG-READ-PATH
                   PERFORM READ-COMMAND-LOG
               END-IF
           END-PERFORM.

           MOVE COMMAND-LOG-PATH TO COMMAND-LOG-READ-PATH.
           PERFORM READ-COMMAND-LOG.

           EXIT.

       READ-COMMAND-RESPONSES.
           MOVE 0 TO RESPONSE-COUNT.

           OPEN INPUT COMMAND-RESPONSE-FILE.

           IF command-response-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL command-response-status NOT EQUAL "00"
               READ COMMAND-RESPONSE-FILE

               IF command-response-status EQUAL "00" THEN
                   IF RESPONSE-COUNT IS LESS THAN RESPONSE-MAX THEN
                       ADD 1 TO RESPONSE-COUNT
                       SET RESPONSE-TAB-IDX TO RESPONSE-COUNT
                       MOVE CMDRSP-CODE
                           TO RSP-TAB-CODE(RESPONSE-TAB-IDX)
                       MOVE CMDRSP-TARGET
                           TO RSP-TAB-TARGET(RESPONSE-TAB-IDX)
                       MOVE CMDRSP-ISSUER-ID
                           TO RSP-TAB-ISSUER-ID(RESPONSE-TAB-IDX)
                       MOVE CMDRSP-TIMESTAMP(1:14)
                           TO RSP-TAB-TIMESTAMP(RESPONSE-TAB-IDX)
                       MOVE "N" TO RSP-TAB-USED(RESPONSE-TAB-IDX)
                   ELSE
                       SET RESPONSE-TABLE-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE COMMAND-RESPONSE-FILE.

           IF RESPONSE-TABLE-OVERFLOWED THEN
               MOVE "RESPONSES" TO EXCEPTION-KEY
               MOVE "MORE RESPONSES THAN TABLE HOLDS, CHECK INCOMPLETE"
                   TO EXCEPTION-MESSAGE
               MOVE COMMAND-RESPONSE-PATH TO EXCEPTION-FILE-NAME
               PERFORM WRITE-ONE-EXCEPTION
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

               IF command-log-status EQUAL "00"
               AND CMDLOG-PROCESSED-FLAG EQUAL "Y" THEN
                   ADD 1 TO COMMANDS-CHECKED
                   PERFORM MATCH-ONE-COMMAND
               END-IF
           END-PERFORM.

           CLOSE COMMAND-LOG-FILE.

           EXIT.

       MATCH-ONE-COMMAND.
           MOVE 0 TO RESPONSE-FOUND-INDEX.
           PERFORM VARYING RESPONSE-TAB-IDX FROM 1 BY 1
               UNTIL RESPONSE-TAB-IDX > RESPONSE-COUNT
               OR RESPONSE-FOUND-INDEX IS GREATER THAN 0
               IF RSP-TAB-USED(RESPONSE-TAB-IDX) EQUAL "N"
               AND RSP-TAB-CODE(RESPONSE-TAB-IDX) EQUAL CMDLOG-CODE
               AND RSP-TAB-TARGET(RESPONSE-TAB-IDX) EQUAL
               CMDLOG-TARGET
               AND RSP-TAB-ISSUER-ID(RESPONSE-TAB-IDX) EQUAL
               CMDLOG-ISSUER-ID
               AND RSP-TAB-TIMESTAMP(RESPONSE-TAB-IDX) IS NOT LESS
               THAN CMDLOG-TIMESTAMP(1:14) THEN
                   SET RESPONSE-FOUND-INDEX TO RESPONSE-TAB-IDX
               END-IF
           END-PERFORM.

           IF RESPONSE-FOUND-INDEX IS GREATER THAN 0 THEN
               SET RESPONSE-TAB-IDX TO RESPONSE-FOUND-INDEX
               MOVE "Y" TO RSP-TAB-USED(RESPONSE-TAB-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF RESPONSE-TABLE-OVERFLOWED THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO EXCEPTION-KEY.
           STRING "AT " DELIMITED BY SIZE
               CMDLOG-TIMESTAMP(1:14) DELIMITED BY SIZE
               INTO EXCEPTION-KEY.

           MOVE SPACES TO EXCEPTION-MESSAGE.
           STRING "NO RESPONSE FOR " DELIMITED BY SIZE
               CMDLOG-CODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CMDLOG-TARGET DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               CMDLOG-ISSUER-ID DELIMITED BY SPACE
               INTO EXCEPTION-MESSAGE.
           MOVE COMMAND-LOG-READ-PATH TO EXCEPTION-FILE-NAME.
           PERFORM WRITE-ONE-EXCEPTION.

           EXIT.

       END PROGRAM 88-LOG-RECONCILE.
