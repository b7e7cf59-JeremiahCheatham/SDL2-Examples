       IDENTIFICATION DIVISION.
       PROGRAM-ID. 84-MAINT-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-CONFIG-FILE ASSIGN TO STATION-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-config-status.

           SELECT EXTRACT-CONTROL-FILE ASSIGN TO EXTRACT-CONTROL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS extract-control-status.

           SELECT ARCHIVE-INDEX-FILE ASSIGN TO ARCHIVE-INDEX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS archive-index-status.

           SELECT INCIDENT-FILE ASSIGN TO LOG-READ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-file-status.

           SELECT INCIDENT-DISPO-FILE ASSIGN TO INCIDENT-DISPO-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-dispo-status.

           SELECT MAINT-EXTRACT-FILE ASSIGN TO MAINT-EXTRACT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS maint-extract-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STATION-CONFIG-FILE.
       COPY "copybooks/STATION-CFG.CPY".

       FD  EXTRACT-CONTROL-FILE.
       COPY "copybooks/MAINT-EXTRACT-CONTROL.CPY".

       FD  ARCHIVE-INDEX-FILE.
       COPY "copybooks/ARCHIVE-INDEX.CPY".

       FD  INCIDENT-FILE.
       COPY "copybooks/INCIDENT.CPY".

       FD  INCIDENT-DISPO-FILE.
       COPY "copybooks/INCIDENT-DISPO.CPY".

       FD  MAINT-EXTRACT-FILE.
       COPY "copybooks/MAINT-EXTRACT.CPY".

       WORKING-STORAGE SECTION.
           77 station-config-status PIC X(02).
           77 extract-control-status PIC X(02).
           77 archive-index-status PIC X(02).
           77 incident-file-status PIC X(02).
           77 incident-dispo-status PIC X(02).
           77 maint-extract-status PIC X(02).

           77 ARG-TOTAL-COUNT USAGE BINARY-INT VALUE 0.
           77 ARG-SUB USAGE BINARY-INT VALUE 0.
           77 RUN-ARG PIC X(80) VALUE SPACES.
           77 RUN-ROOT-ARG PIC X(80) VALUE SPACES.
           77 ROOT-ARG-PENDING PIC X(01) VALUE "N".
           77 RERUN-FLAG PIC X(01) VALUE "N".
           88 RERUN-REQUESTED VALUE "Y".
           77 WINDOW-END-ARG PIC X(40) VALUE SPACES.
           77 WINDOW-END-FILL PIC X(06) VALUE "000000".
           77 PATH-BASE-NAME PIC X(40) VALUE SPACES.
           77 PATH-BUILT PIC X(96) VALUE SPACES.
           77 STATION-CONFIG-PATH PIC X(96) VALUE SPACES.
           77 EXTRACT-CONTROL-PATH PIC X(96) VALUE SPACES.
           77 ARCHIVE-INDEX-PATH PIC X(96) VALUE SPACES.
           77 INCIDENT-PATH PIC X(96) VALUE SPACES.
           77 INCIDENT-DISPO-PATH PIC X(96) VALUE SPACES.
           77 MAINT-EXTRACT-PATH PIC X(96) VALUE SPACES.
           77 LOG-READ-PATH PIC X(96) VALUE SPACES.

           77 STATION-ID PIC X(10) VALUE SPACES.
           77 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           77 WINDOW-END PIC X(14) VALUE SPACES.
           77 WINDOW-FROM PIC X(14) VALUE SPACES.
           77 WINDOW-TO PIC X(14) VALUE SPACES.
           77 EXTRACT-DATE PIC X(08) VALUE SPACES.

           77 CONTROL-RECORD-FLAG PIC X(01) VALUE "N".
           88 CONTROL-RECORD-FOUND VALUE "Y".
           77 HWM-FROM PIC X(14) VALUE SPACES.
           77 HWM-TO PIC X(14) VALUE SPACES.
           77 HWM-RECORD-COUNT USAGE BINARY-INT VALUE 0.
           77 RERUN-MATCH-FLAG PIC X(01) VALUE "N".
           88 RERUN-MATCH-FOUND VALUE "Y".
           77 RERUN-FROM PIC X(14) VALUE SPACES.
           77 RERUN-RECORD-COUNT USAGE BINARY-INT VALUE 0.

           77 INCIDENT-LOG-BASE PIC X(14) VALUE "logs/incidents".
           77 INCIDENT-ARCHIVE-FLAG PIC X(01) VALUE "N".
           88 INCIDENT-ARCHIVE VALUE "Y".
           77 ARCHIVE-NAME-LENGTH USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-BASE-LENGTH USAGE BINARY-INT VALUE 14.
           77 ARCHIVE-MATCH-START USAGE BINARY-INT VALUE 0.
           77 ARCHIVE-READ-COUNT USAGE BINARY-INT VALUE 0.

           77 DISPO-MAX USAGE BINARY-INT VALUE 5000.
           77 DISPO-COUNT USAGE BINARY-INT VALUE 0.
           77 DISPO-FOUND-INDEX USAGE BINARY-INT VALUE 0.
           77 DISPO-KEY PIC 9(06) VALUE 0.
           77 UNMATCHED-DISPO-COUNT USAGE BINARY-INT VALUE 0.
           01 DISPO-TABLE.
             05 DISPO-ENTRY OCCURS 5000 TIMES INDEXED BY
                 DISPO-TAB-IDX.
                10 DSP-TAB-INCIDENT-ID PIC 9(06).
                10 DSP-TAB-CODE PIC X(08).
                10 DSP-TAB-REVIEWER-ID PIC X(10).
                10 DSP-TAB-TIMESTAMP PIC X(26).
                10 DSP-TAB-MATCHED-FLAG PIC X(01).

           77 SENT-MAX USAGE BINARY-INT VALUE 5000.
           77 SENT-COUNT USAGE BINARY-INT VALUE 0.
           77 SENT-FOUND-FLAG PIC X(01) VALUE "N".
           88 SENT-FOUND VALUE "Y".
           01 SENT-TABLE.
             05 SENT-INCIDENT-ID OCCURS 5000 TIMES INDEXED BY
                 SENT-TAB-IDX PIC 9(06).

           77 NEW-COUNT USAGE BINARY-INT VALUE 0.
           77 UPDATE-COUNT USAGE BINARY-INT VALUE 0.
           77 EXTRACT-FAILED-FLAG PIC X(01) VALUE "N".
           88 EXTRACT-FAILED VALUE "Y".
           77 COUNT-EDIT PIC ZZZZZZ9.
           77 COUNT-EDIT-2 PIC ZZZZZZ9.

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
           PERFORM READ-STATION-CONFIG.
           PERFORM RESOLVE-EXTRACT-WINDOW.

           PERFORM READ-DISPOSITIONS.
           PERFORM WRITE-MAINT-EXTRACT.

           DISPLAY "84-MAINT-EXTRACT: WINDOW " WINDOW-FROM
               " TO " WINDOW-TO.
           MOVE SENT-COUNT TO COUNT-EDIT.
           DISPLAY "84-MAINT-EXTRACT: " COUNT-EDIT
               " INCIDENTS EXTRACTED".
           MOVE NEW-COUNT TO COUNT-EDIT.
           MOVE UPDATE-COUNT TO COUNT-EDIT-2.
           DISPLAY "84-MAINT-EXTRACT: " COUNT-EDIT " NEW, "
               FUNCTION TRIM(COUNT-EDIT-2) " DISPOSITION UPDATES".
           MOVE ARCHIVE-READ-COUNT TO COUNT-EDIT.
           DISPLAY "84-MAINT-EXTRACT: " COUNT-EDIT
               " ARCHIVE FILES READ".

           IF UNMATCHED-DISPO-COUNT IS GREATER THAN 0 THEN
               MOVE UNMATCHED-DISPO-COUNT TO COUNT-EDIT
               DISPLAY "84-MAINT-EXTRACT: " COUNT-EDIT
                   " DISPOSITIONS IN WINDOW WITH NO INCIDENT RECORD"
           END-IF.

           IF EXTRACT-FAILED THEN
               DISPLAY "84-MAINT-EXTRACT: EXTRACT INCOMPLETE, "
                   "HIGH-WATER MARK NOT ADVANCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RERUN-REQUESTED THEN
               PERFORM CHECK-RERUN-COUNT
           ELSE
               PERFORM APPEND-EXTRACT-CONTROL
           END-IF.

           STOP RUN.

       APPLY-ONE-ARGUMENT.
           IF ROOT-ARG-PENDING EQUAL "Y" THEN
               MOVE RUN-ARG TO RUN-ROOT-ARG
               MOVE "N" TO ROOT-ARG-PENDING
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ROOT-ARG))
               IS GREATER THAN 40 THEN
                   DISPLAY "84-MAINT-EXTRACT: RUN ROOT LONGER "
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

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-RERUN" THEN
               SET RERUN-REQUESTED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) NOT EQUAL SPACES THEN
               MOVE RUN-ARG TO WINDOW-END-ARG
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

           MOVE "data/maint-extract-control.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO EXTRACT-CONTROL-PATH.

           MOVE "logs/archive-index.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO ARCHIVE-INDEX-PATH.

           MOVE "logs/incidents.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO INCIDENT-PATH.

           MOVE "logs/incident-dispositions.log" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO INCIDENT-DISPO-PATH.

           EXIT.

       READ-STATION-CONFIG.
           OPEN INPUT STATION-CONFIG-FILE.

           IF station-config-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: CANNOT OPEN "
                   FUNCTION TRIM(STATION-CONFIG-PATH)
                   " STATUS " station-config-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ STATION-CONFIG-FILE.

           IF station-config-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: NO STATION RECORD IN "
                   FUNCTION TRIM(STATION-CONFIG-PATH)
               CLOSE STATION-CONFIG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CFG-STATION-ID TO STATION-ID.

           CLOSE STATION-CONFIG-FILE.

           EXIT.

       RESOLVE-EXTRACT-WINDOW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.

           IF WINDOW-END-ARG NOT EQUAL SPACES THEN
               PERFORM BUILD-WINDOW-END
           END-IF.

           PERFORM READ-EXTRACT-CONTROL.

           IF RERUN-REQUESTED THEN
               IF NOT CONTROL-RECORD-FOUND THEN
                   DISPLAY "84-MAINT-EXTRACT: NO EXTRACT RECORDED IN "
                       FUNCTION TRIM(EXTRACT-CONTROL-PATH)
                       " TO RERUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WINDOW-END EQUAL SPACES THEN
                   MOVE HWM-FROM TO RERUN-FROM
                   MOVE HWM-TO TO WINDOW-END
                   MOVE HWM-RECORD-COUNT TO RERUN-RECORD-COUNT
                   SET RERUN-MATCH-FOUND TO TRUE
               END-IF
               IF NOT RERUN-MATCH-FOUND THEN
                   DISPLAY "84-MAINT-EXTRACT: NO RECORDED EXTRACT "
                       "WINDOW ENDS AT " WINDOW-END
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RERUN-FROM TO WINDOW-FROM
               MOVE WINDOW-END TO WINDOW-TO
           ELSE
               IF CONTROL-RECORD-FOUND THEN
                   MOVE HWM-TO TO WINDOW-FROM
               ELSE
                   MOVE ALL "0" TO WINDOW-FROM
               END-IF
               IF WINDOW-END EQUAL SPACES THEN
                   MOVE CURRENT-TIMESTAMP(1:14) TO WINDOW-TO
               ELSE
                   MOVE WINDOW-END TO WINDOW-TO
               END-IF
               PERFORM CHECK-NEW-WINDOW
           END-IF.

           MOVE WINDOW-TO(1:8) TO EXTRACT-DATE.

           MOVE SPACES TO PATH-BASE-NAME.
           STRING "data/maint-extract-" DELIMITED BY SIZE
               WINDOW-TO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO MAINT-EXTRACT-PATH.

           EXIT.

       BUILD-WINDOW-END.
           MOVE SPACES TO WINDOW-END.

           EVALUATE FUNCTION LENGTH(FUNCTION TRIM(WINDOW-END-ARG))
               WHEN 8
                   STRING WINDOW-END-ARG(1:8) DELIMITED BY SIZE
                       WINDOW-END-FILL DELIMITED BY SIZE
                       INTO WINDOW-END
               WHEN 14
                   MOVE WINDOW-END-ARG(1:14) TO WINDOW-END
               WHEN OTHER
                   MOVE "X" TO WINDOW-END
           END-EVALUATE.

           IF WINDOW-END IS NOT NUMERIC THEN
               DISPLAY "84-MAINT-EXTRACT: WINDOW END "
                   FUNCTION TRIM(WINDOW-END-ARG)
                   " IS NOT YYYYMMDD OR YYYYMMDDHHMMSS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.

       CHECK-NEW-WINDOW.
           IF WINDOW-TO IS GREATER THAN CURRENT-TIMESTAMP(1:14) THEN
               DISPLAY "84-MAINT-EXTRACT: WINDOW END " WINDOW-TO
                   " IS LATER THAN THE CURRENT TIME"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WINDOW-TO IS LESS THAN WINDOW-FROM THEN
               DISPLAY "84-MAINT-EXTRACT: WINDOW END " WINDOW-TO
                   " IS BEFORE THE HIGH-WATER MARK " WINDOW-FROM
                   ", USE -RERUN TO REPRODUCE AN EARLIER EXTRACT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WINDOW-TO EQUAL WINDOW-FROM THEN
               DISPLAY "84-MAINT-EXTRACT: NOTHING TO EXTRACT, "
                   "HIGH-WATER MARK IS ALREADY " WINDOW-FROM
               STOP RUN
           END-IF.

           EXIT.

       READ-EXTRACT-CONTROL.
           OPEN INPUT EXTRACT-CONTROL-FILE.

           IF extract-control-status EQUAL "35" THEN
               EXIT PARAGRAPH
           END-IF.

           IF extract-control-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: CANNOT OPEN "
                   FUNCTION TRIM(EXTRACT-CONTROL-PATH)
                   " STATUS " extract-control-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL extract-control-status NOT EQUAL "00"
               READ EXTRACT-CONTROL-FILE

               IF extract-control-status EQUAL "00"
               AND MXC-WINDOW-TO IS NUMERIC
               AND MXC-RECORD-COUNT IS NUMERIC THEN
                   PERFORM CHECK-ONE-CONTROL-RECORD
               END-IF
           END-PERFORM.

           CLOSE EXTRACT-CONTROL-FILE.

           EXIT.

       CHECK-ONE-CONTROL-RECORD.
           SET CONTROL-RECORD-FOUND TO TRUE.
           MOVE MXC-WINDOW-FROM TO HWM-FROM.
           MOVE MXC-WINDOW-TO TO HWM-TO.
           MOVE MXC-RECORD-COUNT TO HWM-RECORD-COUNT.

           IF WINDOW-END NOT EQUAL SPACES
           AND MXC-WINDOW-TO EQUAL WINDOW-END THEN
               SET RERUN-MATCH-FOUND TO TRUE
               MOVE MXC-WINDOW-FROM TO RERUN-FROM
               MOVE MXC-RECORD-COUNT TO RERUN-RECORD-COUNT
           END-IF.

           EXIT.

       READ-DISPOSITIONS.
           MOVE 0 TO DISPO-COUNT.

           OPEN INPUT INCIDENT-DISPO-FILE.

           IF incident-dispo-status EQUAL "35" THEN
               EXIT PARAGRAPH
           END-IF.

           IF incident-dispo-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: CANNOT OPEN "
                   FUNCTION TRIM(INCIDENT-DISPO-PATH)
                   " STATUS " incident-dispo-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL incident-dispo-status NOT EQUAL "00"
               READ INCIDENT-DISPO-FILE

               IF incident-dispo-status EQUAL "00"
               AND DSP-TIMESTAMP(1:14) IS NOT LESS THAN WINDOW-FROM
               AND DSP-TIMESTAMP(1:14) IS LESS THAN WINDOW-TO THEN
                   PERFORM STORE-ONE-DISPOSITION
               END-IF
           END-PERFORM.

           CLOSE INCIDENT-DISPO-FILE.

           MOVE DISPO-COUNT TO UNMATCHED-DISPO-COUNT.

           EXIT.

       STORE-ONE-DISPOSITION.
           MOVE DSP-INCIDENT-ID TO DISPO-KEY.
           PERFORM FIND-DISPOSITION.

           IF DISPO-FOUND-INDEX IS GREATER THAN 0 THEN
               SET DISPO-TAB-IDX TO DISPO-FOUND-INDEX
               IF DSP-TIMESTAMP IS LESS THAN
               DSP-TAB-TIMESTAMP(DISPO-TAB-IDX) THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF DISPO-COUNT IS NOT LESS THAN DISPO-MAX THEN
                   DISPLAY "84-MAINT-EXTRACT: MORE DISPOSITIONS IN "
                       "WINDOW THAN TABLE HOLDS"
                   CLOSE INCIDENT-DISPO-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DISPO-COUNT
               SET DISPO-TAB-IDX TO DISPO-COUNT
               MOVE DSP-INCIDENT-ID TO
                   DSP-TAB-INCIDENT-ID(DISPO-TAB-IDX)
               MOVE "N" TO DSP-TAB-MATCHED-FLAG(DISPO-TAB-IDX)
           END-IF.

           MOVE DSP-CODE TO DSP-TAB-CODE(DISPO-TAB-IDX).
           MOVE DSP-REVIEWER-ID TO DSP-TAB-REVIEWER-ID(DISPO-TAB-IDX).
           MOVE DSP-TIMESTAMP TO DSP-TAB-TIMESTAMP(DISPO-TAB-IDX).

           EXIT.

       FIND-DISPOSITION.
           MOVE 0 TO DISPO-FOUND-INDEX.
           PERFORM VARYING DISPO-TAB-IDX FROM 1 BY 1
               UNTIL DISPO-TAB-IDX > DISPO-COUNT
               OR DISPO-FOUND-INDEX IS GREATER THAN 0
               IF DSP-TAB-INCIDENT-ID(DISPO-TAB-IDX) EQUAL DISPO-KEY
               THEN
                   SET DISPO-FOUND-INDEX TO DISPO-TAB-IDX
               END-IF
           END-PERFORM.

           EXIT.

       WRITE-MAINT-EXTRACT.
           OPEN OUTPUT MAINT-EXTRACT-FILE.

           IF maint-extract-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: CANNOT OPEN "
                   FUNCTION TRIM(MAINT-EXTRACT-PATH)
                   " STATUS " maint-extract-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO MAINT-EXTRACT-HEADER.
           MOVE "H" TO MXH-RECORD-TYPE.
           MOVE "INCIDENT" TO MXH-EXTRACT-NAME.
           MOVE STATION-ID TO MXH-STATION-ID.
           MOVE WINDOW-FROM TO MXH-WINDOW-FROM.
           MOVE WINDOW-TO TO MXH-WINDOW-TO.
           MOVE EXTRACT-DATE TO MXH-EXTRACT-DATE.
           WRITE MAINT-EXTRACT-HEADER.
           PERFORM CHECK-EXTRACT-WRITE.

           PERFORM EXTRACT-ARCHIVED-INCIDENTS.

           MOVE INCIDENT-PATH TO LOG-READ-PATH.
           PERFORM EXTRACT-INCIDENT-LOG.

           MOVE SPACES TO MAINT-EXTRACT-TRAILER.
           MOVE "T" TO MXT-RECORD-TYPE.
           MOVE SENT-COUNT TO MXT-RECORD-COUNT.
           MOVE EXTRACT-DATE TO MXT-EXTRACT-DATE.
           WRITE MAINT-EXTRACT-TRAILER.
           PERFORM CHECK-EXTRACT-WRITE.

           CLOSE MAINT-EXTRACT-FILE.

           IF maint-extract-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: ERROR CLOSING "
                   FUNCTION TRIM(MAINT-EXTRACT-PATH)
                   " STATUS " maint-extract-status
               SET EXTRACT-FAILED TO TRUE
           END-IF.

           EXIT.

       CHECK-EXTRACT-WRITE.
           IF maint-extract-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: ERROR WRITING "
                   FUNCTION TRIM(MAINT-EXTRACT-PATH)
                   " STATUS " maint-extract-status
               SET EXTRACT-FAILED TO TRUE
           END-IF.

           EXIT.

       EXTRACT-ARCHIVED-INCIDENTS.
           OPEN INPUT ARCHIVE-INDEX-FILE.

           IF archive-index-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL archive-index-status NOT EQUAL "00"
               READ ARCHIVE-INDEX-FILE

               IF archive-index-status EQUAL "00" THEN
                   PERFORM CHECK-ONE-ARCHIVE-ENTRY
               END-IF
           END-PERFORM.

           CLOSE ARCHIVE-INDEX-FILE.

           EXIT.

       CHECK-ONE-ARCHIVE-ENTRY.
           PERFORM IDENTIFY-INCIDENT-ARCHIVE.

           IF NOT INCIDENT-ARCHIVE THEN
               EXIT PARAGRAPH
           END-IF.

           IF ARC-FIRST-TIMESTAMP(1:14) IS NOT LESS THAN WINDOW-TO THEN
               EXIT PARAGRAPH
           END-IF.

           IF ARC-LAST-TIMESTAMP(1:14) IS LESS THAN WINDOW-FROM
           AND UNMATCHED-DISPO-COUNT EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ARC-FILE-NAME TO LOG-READ-PATH.
           ADD 1 TO ARCHIVE-READ-COUNT.
           PERFORM EXTRACT-INCIDENT-LOG.

           EXIT.

       IDENTIFY-INCIDENT-ARCHIVE.
           MOVE "N" TO INCIDENT-ARCHIVE-FLAG.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ARC-FILE-NAME TRAILING))
               TO ARCHIVE-NAME-LENGTH.

           COMPUTE ARCHIVE-MATCH-START = ARCHIVE-NAME-LENGTH
               - 13 - ARCHIVE-BASE-LENGTH + 1.

           IF ARCHIVE-MATCH-START IS GREATER THAN 0
           AND ARC-FILE-NAME(ARCHIVE-MATCH-START:ARCHIVE-BASE-LENGTH)
           EQUAL INCIDENT-LOG-BASE
           AND ARC-FILE-NAME(ARCHIVE-MATCH-START
           + ARCHIVE-BASE-LENGTH:1) EQUAL "-"
           AND ARC-FILE-NAME(ARCHIVE-NAME-LENGTH - 3:4)
           EQUAL ".arc" THEN
               SET INCIDENT-ARCHIVE TO TRUE
           END-IF.

           EXIT.

       EXTRACT-INCIDENT-LOG.
           OPEN INPUT INCIDENT-FILE.

           IF incident-file-status EQUAL "35"
           AND LOG-READ-PATH EQUAL INCIDENT-PATH THEN
               EXIT PARAGRAPH
           END-IF.

           IF incident-file-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: CANNOT OPEN "
                   FUNCTION TRIM(LOG-READ-PATH)
                   " STATUS " incident-file-status
               SET EXTRACT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL incident-file-status NOT EQUAL "00"
               READ INCIDENT-FILE

               IF incident-file-status EQUAL "00" THEN
                   PERFORM EXTRACT-ONE-INCIDENT
               END-IF
           END-PERFORM.

           CLOSE INCIDENT-FILE.

           EXIT.

       EXTRACT-ONE-INCIDENT.
           IF INC-TIMESTAMP(1:14) IS NOT NUMERIC
           OR INC-TIMESTAMP(1:14) IS NOT LESS THAN WINDOW-TO THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE INC-INCIDENT-ID TO DISPO-KEY.
           PERFORM FIND-DISPOSITION.

           IF INC-TIMESTAMP(1:14) IS LESS THAN WINDOW-FROM
           AND DISPO-FOUND-INDEX EQUAL 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF DISPO-FOUND-INDEX IS GREATER THAN 0 THEN
               SET DISPO-TAB-IDX TO DISPO-FOUND-INDEX
               IF DSP-TAB-MATCHED-FLAG(DISPO-TAB-IDX) EQUAL "N" THEN
                   MOVE "Y" TO DSP-TAB-MATCHED-FLAG(DISPO-TAB-IDX)
                   SUBTRACT 1 FROM UNMATCHED-DISPO-COUNT
               END-IF
           END-IF.

           MOVE "N" TO SENT-FOUND-FLAG.
           PERFORM VARYING SENT-TAB-IDX FROM 1 BY 1
               UNTIL SENT-TAB-IDX > SENT-COUNT
               OR SENT-FOUND
               IF SENT-INCIDENT-ID(SENT-TAB-IDX) EQUAL INC-INCIDENT-ID
               THEN
                   SET SENT-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF SENT-FOUND THEN
               EXIT PARAGRAPH
           END-IF.

           IF SENT-COUNT IS NOT LESS THAN SENT-MAX THEN
               DISPLAY "84-MAINT-EXTRACT: MORE INCIDENTS IN WINDOW "
                   "THAN TABLE HOLDS"
               SET EXTRACT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SENT-COUNT.
           SET SENT-TAB-IDX TO SENT-COUNT.
           MOVE INC-INCIDENT-ID TO SENT-INCIDENT-ID(SENT-TAB-IDX).

           PERFORM WRITE-DETAIL-RECORD.

           EXIT.

       WRITE-DETAIL-RECORD.
           MOVE SPACES TO MAINT-EXTRACT-DETAIL.
           MOVE "D" TO MXD-RECORD-TYPE.

           IF INC-STATION-ID EQUAL SPACES THEN
               MOVE STATION-ID TO MXD-STATION-ID
           ELSE
               MOVE INC-STATION-ID TO MXD-STATION-ID
           END-IF.

           MOVE INC-INCIDENT-ID TO MXD-INCIDENT-ID.

           IF INC-TIMESTAMP(1:14) IS LESS THAN WINDOW-FROM THEN
               MOVE "U" TO MXD-CHANGE-TYPE
               ADD 1 TO UPDATE-COUNT
           ELSE
               MOVE "N" TO MXD-CHANGE-TYPE
               ADD 1 TO NEW-COUNT
           END-IF.

           MOVE INC-ENTITY-A-INDEX TO MXD-ENTITY-A-INDEX.
           MOVE INC-ENTITY-B-INDEX TO MXD-ENTITY-B-INDEX.
           MOVE INC-ENTITY-A-TAG TO MXD-ENTITY-A-TAG.
           MOVE INC-ENTITY-B-TAG TO MXD-ENTITY-B-TAG.
           MOVE INC-A-X TO MXD-A-X.
           MOVE INC-A-Y TO MXD-A-Y.
           MOVE INC-A-VEL-X TO MXD-A-VEL-X.
           MOVE INC-A-VEL-Y TO MXD-A-VEL-Y.
           MOVE INC-B-X TO MXD-B-X.
           MOVE INC-B-Y TO MXD-B-Y.
           MOVE INC-B-VEL-X TO MXD-B-VEL-X.
           MOVE INC-B-VEL-Y TO MXD-B-VEL-Y.
           MOVE INC-TIMESTAMP TO MXD-INCIDENT-TIMESTAMP.

           IF DISPO-FOUND-INDEX IS GREATER THAN 0 THEN
               MOVE DSP-TAB-CODE(DISPO-TAB-IDX) TO MXD-DISPO-CODE
               MOVE DSP-TAB-REVIEWER-ID(DISPO-TAB-IDX)
                   TO MXD-DISPO-REVIEWER-ID
               MOVE DSP-TAB-TIMESTAMP(DISPO-TAB-IDX)
                   TO MXD-DISPO-TIMESTAMP
           END-IF.

           WRITE MAINT-EXTRACT-DETAIL.
           PERFORM CHECK-EXTRACT-WRITE.

           EXIT.

       CHECK-RERUN-COUNT.
           IF SENT-COUNT NOT EQUAL RERUN-RECORD-COUNT THEN
               MOVE SENT-COUNT TO COUNT-EDIT
               MOVE RERUN-RECORD-COUNT TO COUNT-EDIT-2
               DISPLAY "84-MAINT-EXTRACT: RERUN PRODUCED "
                   FUNCTION TRIM(COUNT-EDIT) " RECORDS, ORIGINAL "
                   "EXTRACT HAD " FUNCTION TRIM(COUNT-EDIT-2)
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "84-MAINT-EXTRACT: EXTRACT REPRODUCED IN "
               FUNCTION TRIM(MAINT-EXTRACT-PATH).

           EXIT.

       APPEND-EXTRACT-CONTROL.
           MOVE STATION-ID TO MXC-STATION-ID.
           MOVE WINDOW-FROM TO MXC-WINDOW-FROM.
           MOVE WINDOW-TO TO MXC-WINDOW-TO.
           MOVE SENT-COUNT TO MXC-RECORD-COUNT.
           MOVE CURRENT-TIMESTAMP TO MXC-RUN-TIMESTAMP.
           MOVE MAINT-EXTRACT-PATH TO MXC-FILE-NAME.

           OPEN EXTEND EXTRACT-CONTROL-FILE.
           IF extract-control-status EQUAL "35" THEN
               OPEN OUTPUT EXTRACT-CONTROL-FILE
           END-IF.

           IF extract-control-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: CANNOT OPEN "
                   FUNCTION TRIM(EXTRACT-CONTROL-PATH)
                   " STATUS " extract-control-status
                   ", HIGH-WATER MARK NOT ADVANCED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           WRITE MAINT-EXTRACT-CONTROL-RECORD.

           IF extract-control-status NOT EQUAL "00" THEN
               DISPLAY "84-MAINT-EXTRACT: ERROR WRITING "
                   FUNCTION TRIM(EXTRACT-CONTROL-PATH)
                   " STATUS " extract-control-status
                   ", HIGH-WATER MARK NOT ADVANCED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "84-MAINT-EXTRACT: EXTRACT WRITTEN TO "
                   FUNCTION TRIM(MAINT-EXTRACT-PATH)
           END-IF.

           CLOSE EXTRACT-CONTROL-FILE.

           EXIT.

       END PROGRAM 84-MAINT-EXTRACT.
