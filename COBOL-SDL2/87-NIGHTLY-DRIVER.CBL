       IDENTIFICATION DIVISION.
       PROGRAM-ID. 87-NIGHTLY-DRIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-ROSTER-FILE ASSIGN TO STATION-ROSTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-roster-status.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-control-status.

           SELECT STATION-STATUS-FILE ASSIGN TO STATION-STATUS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-status-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STATION-ROSTER-FILE.
       COPY "copybooks/STATION-ROSTER.CPY".

       FD  RUN-CONTROL-FILE.
       COPY "copybooks/RUN-CONTROL.CPY".

       FD  STATION-STATUS-FILE.
       COPY "copybooks/STATION-STATUS.CPY".

       WORKING-STORAGE SECTION.
           77 station-roster-status PIC X(02).
           77 run-control-status PIC X(02).
           77 station-status-file-status PIC X(02).

           77 ARG-TOTAL-COUNT USAGE BINARY-INT VALUE 0.
           77 ARG-SUB USAGE BINARY-INT VALUE 0.
           77 RUN-ARG PIC X(80) VALUE SPACES.
           77 RUN-ROOT-ARG PIC X(80) VALUE SPACES.
           77 BIN-DIR-ARG PIC X(80) VALUE SPACES.
           77 BOUNDARY-ARG PIC X(14) VALUE SPACES.
           77 BUSINESS-DATE-ARG PIC X(08) VALUE SPACES.
           77 ROOT-ARG-PENDING PIC X(01) VALUE "N".
           77 BIN-ARG-PENDING PIC X(01) VALUE "N".
           77 BOUNDARY-ARG-PENDING PIC X(01) VALUE "N".
           77 RETAIN-ARG-PENDING PIC X(01) VALUE "N".
           77 RETAIN-DAYS USAGE BINARY-INT VALUE 30.
           77 PATH-BASE-NAME PIC X(40) VALUE SPACES.
           77 PATH-BUILT PIC X(96) VALUE SPACES.
           77 STATION-ROSTER-PATH PIC X(96) VALUE SPACES.
           77 RUN-CONTROL-PATH PIC X(96) VALUE SPACES.
           77 STATION-STATUS-PATH PIC X(96) VALUE SPACES.
           77 STATION-ROOT PIC X(80) VALUE SPACES.

           77 BUSINESS-DATE PIC X(08) VALUE SPACES.
           77 SHIFT-BOUNDARY PIC X(14) VALUE SPACES.
           77 RETENTION-CUTOFF PIC X(14) VALUE SPACES.
           77 DATE-INTEGER USAGE BINARY-INT VALUE 0.
           77 DATE-WORK PIC 9(08) VALUE 0.

           77 ROSTER-MAX USAGE BINARY-INT VALUE 50.
           77 ROSTER-COUNT USAGE BINARY-INT VALUE 0.
           01 ROSTER-TABLE.
             05 ROSTER-ENTRY OCCURS 50 TIMES INDEXED BY
                 ROSTER-TAB-IDX.
                10 ROSTER-TAB-STATION-ID PIC X(10).
                10 ROSTER-TAB-RUN-ROOT PIC X(40).

           01 STEP-CONTROL-VALUES.
             05 FILLER PIC X(18) VALUE "93-CONFIG-AUDIT YN".
             05 FILLER PIC X(18) VALUE "01-OPEN-WINDOW  YP".
             05 FILLER PIC X(18) VALUE "91-FLEET-RECON  NN".
             05 FILLER PIC X(18) VALUE "96-LOG-ARCHIVE  YB".
             05 FILLER PIC X(18) VALUE "92-SHOT-SWEEP   NC".
             05 FILLER PIC X(18) VALUE "95-FLEET-OPS    ND".
           01 STEP-CONTROL-TABLE REDEFINES STEP-CONTROL-VALUES.
             05 STEP-CONTROL-ENTRY OCCURS 6 TIMES INDEXED BY
                 STEP-IDX.
                10 STEP-PROGRAM-ID PIC X(16).
                10 STEP-GATING PIC X(01).
                10 STEP-ARG-KIND PIC X(01).
           77 STEP-MAX USAGE BINARY-INT VALUE 6.
           01 STEP-PROGRESS-TABLE.
             05 STEP-LAST-STATUS OCCURS 6 TIMES PIC X(08).
             05 STEP-LAST-END OCCURS 6 TIMES PIC X(21).

           77 STATION-STOP-FLAG PIC X(01) VALUE "N".
           88 STATION-STOPPED VALUE "Y".
           77 STEP-STATUS PIC X(08) VALUE SPACES.
           77 STEP-RETURN-CODE USAGE BINARY-INT VALUE 0.
           77 STEP-START-TIMESTAMP PIC X(21) VALUE SPACES.
           77 STEP-END-TIMESTAMP PIC X(21) VALUE SPACES.
           77 STEP-COMMAND PIC X(300) VALUE SPACES.
           77 STEP-ARGUMENTS PIC X(40) VALUE SPACES.
           77 RC-EDIT PIC 9(04).

           77 STEPS-RUN USAGE BINARY-INT VALUE 0.
           77 STEPS-RESUMED USAGE BINARY-INT VALUE 0.
           77 STEPS-FAILED USAGE BINARY-INT VALUE 0.
           77 STEPS-SKIPPED USAGE BINARY-INT VALUE 0.
           77 COUNT-EDIT PIC ZZZZ9.

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
           PERFORM RESOLVE-RUN-DATES.

           DISPLAY "87-NIGHTLY-DRIVER: BUSINESS DATE " BUSINESS-DATE
               " BOUNDARY " SHIFT-BOUNDARY
               " RETENTION CUTOFF " RETENTION-CUTOFF.

           PERFORM READ-STATION-ROSTER.

           IF ROSTER-COUNT EQUAL 0 THEN
               DISPLAY "87-NIGHTLY-DRIVER: NO STATIONS ON ROSTER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING ROSTER-TAB-IDX FROM 1 BY 1
               UNTIL ROSTER-TAB-IDX > ROSTER-COUNT
               PERFORM RUN-ONE-STATION
           END-PERFORM.

           MOVE STEPS-RUN TO COUNT-EDIT.
           DISPLAY "87-NIGHTLY-DRIVER: " COUNT-EDIT " STEPS RUN".
           MOVE STEPS-RESUMED TO COUNT-EDIT.
           DISPLAY "87-NIGHTLY-DRIVER: " COUNT-EDIT
               " STEPS ALREADY COMPLETE".
           MOVE STEPS-FAILED TO COUNT-EDIT.
           DISPLAY "87-NIGHTLY-DRIVER: " COUNT-EDIT " STEPS FAILED".
           MOVE STEPS-SKIPPED TO COUNT-EDIT.
           DISPLAY "87-NIGHTLY-DRIVER: " COUNT-EDIT
               " STEPS SKIPPED AFTER GATING FAILURE".

           IF STEPS-FAILED IS GREATER THAN 0
           OR STEPS-SKIPPED IS GREATER THAN 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       APPLY-ONE-ARGUMENT.
           IF ROOT-ARG-PENDING EQUAL "Y" THEN
               MOVE RUN-ARG TO RUN-ROOT-ARG
               MOVE "N" TO ROOT-ARG-PENDING
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ROOT-ARG))
               IS GREATER THAN 40 THEN
                   DISPLAY "87-NIGHTLY-DRIVER: RUN ROOT LONGER "
                       "THAN 40 CHARACTERS NOT SUPPORTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF BIN-ARG-PENDING EQUAL "Y" THEN
               MOVE RUN-ARG TO BIN-DIR-ARG
               MOVE "N" TO BIN-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF BOUNDARY-ARG-PENDING EQUAL "Y" THEN
               MOVE "N" TO BOUNDARY-ARG-PENDING
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ARG)) NOT EQUAL 14
               OR FUNCTION TRIM(RUN-ARG) IS NOT NUMERIC THEN
                   DISPLAY "87-NIGHTLY-DRIVER: SHIFT BOUNDARY "
                       FUNCTION TRIM(RUN-ARG)
                       " IS NOT YYYYMMDDHHMMSS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RUN-ARG TO BOUNDARY-ARG
               EXIT PARAGRAPH
           END-IF.

           IF RETAIN-ARG-PENDING EQUAL "Y" THEN
               MOVE "N" TO RETAIN-ARG-PENDING
               IF FUNCTION TRIM(RUN-ARG) IS NOT NUMERIC THEN
                   DISPLAY "87-NIGHTLY-DRIVER: RETENTION DAYS "
                       FUNCTION TRIM(RUN-ARG) " IS NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE RETAIN-DAYS = FUNCTION NUMVAL(RUN-ARG)
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-ROOT" THEN
               MOVE "Y" TO ROOT-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-BIN" THEN
               MOVE "Y" TO BIN-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-BOUNDARY" THEN
               MOVE "Y" TO BOUNDARY-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) EQUAL "-RETAIN" THEN
               MOVE "Y" TO RETAIN-ARG-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RUN-ARG) NOT EQUAL SPACES THEN
               IF FUNCTION LENGTH(FUNCTION TRIM(RUN-ARG)) NOT EQUAL 8
               OR FUNCTION TRIM(RUN-ARG) IS NOT NUMERIC THEN
                   DISPLAY "87-NIGHTLY-DRIVER: USAGE [-ROOT DIR] "
                       "[-BIN DIR] [-BOUNDARY YYYYMMDDHHMMSS] "
                       "[-RETAIN DAYS] [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RUN-ARG TO BUSINESS-DATE-ARG
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

           MOVE "data/run-control.dat" TO PATH-BASE-NAME.
           PERFORM BUILD-ONE-PATH.
           MOVE PATH-BUILT TO RUN-CONTROL-PATH.

           IF BIN-DIR-ARG EQUAL SPACES THEN
               MOVE "." TO BIN-DIR-ARG
           END-IF.

           EXIT.

       RESOLVE-RUN-DATES.
           IF BUSINESS-DATE-ARG EQUAL SPACES THEN
               MOVE FUNCTION CURRENT-DATE TO BUSINESS-DATE
           ELSE
               MOVE BUSINESS-DATE-ARG TO BUSINESS-DATE
           END-IF.

           MOVE BUSINESS-DATE TO DATE-WORK.
           COMPUTE DATE-INTEGER = FUNCTION INTEGER-OF-DATE(DATE-WORK).
           IF DATE-INTEGER EQUAL 0 THEN
               DISPLAY "87-NIGHTLY-DRIVER: BUSINESS DATE "
                   BUSINESS-DATE " IS NOT A VALID DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF BOUNDARY-ARG EQUAL SPACES THEN
               ADD 1 TO DATE-INTEGER
               COMPUTE DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
               MOVE SPACES TO SHIFT-BOUNDARY
               STRING DATE-WORK DELIMITED BY SIZE
                   "000000" DELIMITED BY SIZE
                   INTO SHIFT-BOUNDARY
           ELSE
               MOVE BOUNDARY-ARG TO SHIFT-BOUNDARY
           END-IF.

           MOVE SHIFT-BOUNDARY(1:8) TO DATE-WORK.
           COMPUTE DATE-INTEGER = FUNCTION INTEGER-OF-DATE(DATE-WORK)
               - RETAIN-DAYS.
           COMPUTE DATE-WORK = FUNCTION DATE-OF-INTEGER(DATE-INTEGER).
           MOVE SPACES TO RETENTION-CUTOFF.
           STRING DATE-WORK DELIMITED BY SIZE
               SHIFT-BOUNDARY(9:6) DELIMITED BY SIZE
               INTO RETENTION-CUTOFF.

           EXIT.

       READ-STATION-ROSTER.
           OPEN INPUT STATION-ROSTER-FILE.

           IF station-roster-status NOT EQUAL "00" THEN
               DISPLAY "87-NIGHTLY-DRIVER: CANNOT OPEN "
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

           MOVE SPACES TO STATION-STATUS-PATH.
           STRING FUNCTION TRIM(STATION-ROOT) DELIMITED BY SIZE
               "/logs/station-status.log" DELIMITED BY SIZE
               INTO STATION-STATUS-PATH.

           EXIT.

       RUN-ONE-STATION.
           PERFORM BUILD-STATION-ROOT.
           PERFORM LOAD-STATION-PROGRESS.
           MOVE "N" TO STATION-STOP-FLAG.

           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-MAX
               PERFORM RUN-ONE-STEP
           END-PERFORM.

           EXIT.

       LOAD-STATION-PROGRESS.
           MOVE SPACES TO STEP-PROGRESS-TABLE.

           OPEN INPUT RUN-CONTROL-FILE.

           IF run-control-status NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITH TEST BEFORE
               UNTIL run-control-status NOT EQUAL "00"
               READ RUN-CONTROL-FILE

               IF run-control-status EQUAL "00"
               AND RUNCTL-BUSINESS-DATE EQUAL BUSINESS-DATE
               AND RUNCTL-STATION-ID EQUAL
               ROSTER-TAB-STATION-ID(ROSTER-TAB-IDX)
               AND RUNCTL-STEP-NUMBER IS NUMERIC
               AND RUNCTL-STEP-NUMBER IS GREATER THAN 0
               AND RUNCTL-STEP-NUMBER IS NOT GREATER THAN STEP-MAX THEN
                   MOVE RUNCTL-STATUS
                       TO STEP-LAST-STATUS(RUNCTL-STEP-NUMBER)
                   MOVE RUNCTL-END-TIMESTAMP
                       TO STEP-LAST-END(RUNCTL-STEP-NUMBER)
               END-IF
           END-PERFORM.

           CLOSE RUN-CONTROL-FILE.

           EXIT.

       RUN-ONE-STEP.
           IF STEP-LAST-STATUS(STEP-IDX) EQUAL "COMPLETE" THEN
               ADD 1 TO STEPS-RESUMED
               DISPLAY "87-NIGHTLY-DRIVER: "
                   FUNCTION TRIM(ROSTER-TAB-STATION-ID(ROSTER-TAB-IDX))
                   " " FUNCTION TRIM(STEP-PROGRAM-ID(STEP-IDX))
                   " ALREADY COMPLETE"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO STEP-START-TIMESTAMP.

           IF STATION-STOPPED THEN
               ADD 1 TO STEPS-SKIPPED
               MOVE "SKIPPED" TO STEP-STATUS
               MOVE 0 TO STEP-RETURN-CODE
               MOVE STEP-START-TIMESTAMP TO STEP-END-TIMESTAMP
               PERFORM WRITE-RUN-CONTROL
               PERFORM DISPLAY-STEP-RESULT
               EXIT PARAGRAPH
           END-IF.

           MOVE "STARTED" TO STEP-STATUS.
           MOVE 0 TO STEP-RETURN-CODE.
           MOVE SPACES TO STEP-END-TIMESTAMP.
           PERFORM WRITE-RUN-CONTROL.

           PERFORM BUILD-STEP-COMMAND.

           CALL "SYSTEM" USING STEP-COMMAND.
           COMPUTE STEP-RETURN-CODE = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE TO STEP-END-TIMESTAMP.
           ADD 1 TO STEPS-RUN.

           IF STEP-RETURN-CODE EQUAL 0 THEN
               MOVE "COMPLETE" TO STEP-STATUS
           ELSE
               MOVE "FAILED" TO STEP-STATUS
           END-IF.

           IF STEP-ARG-KIND(STEP-IDX) EQUAL "P"
           AND STEP-STATUS EQUAL "COMPLETE" THEN
               PERFORM CHECK-PREFLIGHT-STATUS
           END-IF.

           PERFORM WRITE-RUN-CONTROL.
           PERFORM DISPLAY-STEP-RESULT.

           IF STEP-STATUS EQUAL "FAILED" THEN
               ADD 1 TO STEPS-FAILED
               IF STEP-GATING(STEP-IDX) EQUAL "Y" THEN
                   SET STATION-STOPPED TO TRUE
               END-IF
           END-IF.

           EXIT.

       BUILD-STEP-COMMAND.
           MOVE SPACES TO STEP-ARGUMENTS.

           EVALUATE STEP-ARG-KIND(STEP-IDX)
               WHEN "P"
                   MOVE "-PREFLIGHT" TO STEP-ARGUMENTS
               WHEN "B"
                   MOVE SHIFT-BOUNDARY TO STEP-ARGUMENTS
               WHEN "C"
                   MOVE RETENTION-CUTOFF TO STEP-ARGUMENTS
               WHEN "D"
                   MOVE BUSINESS-DATE TO STEP-ARGUMENTS
           END-EVALUATE.

           MOVE SPACES TO STEP-COMMAND.
           STRING FUNCTION TRIM(BIN-DIR-ARG) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(STEP-PROGRAM-ID(STEP-IDX))
               DELIMITED BY SIZE
               " -ROOT " DELIMITED BY SIZE
               FUNCTION TRIM(STATION-ROOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STEP-ARGUMENTS) DELIMITED BY SIZE
               INTO STEP-COMMAND.

           EXIT.

       CHECK-PREFLIGHT-STATUS.
           OPEN INPUT STATION-STATUS-FILE.

           IF station-status-file-status NOT EQUAL "00" THEN
               MOVE "FAILED" TO STEP-STATUS
               EXIT PARAGRAPH
           END-IF.

           READ STATION-STATUS-FILE.

           IF station-status-file-status NOT EQUAL "00"
           OR STA-STATUS-RESULT NOT EQUAL "PASS"
           OR STA-STATUS-TIMESTAMP(1:16) IS LESS THAN
           STEP-START-TIMESTAMP(1:16)
           OR STA-STATUS-TIMESTAMP(1:16) IS NOT GREATER THAN
           STEP-LAST-END(1)(1:16) THEN
               MOVE "FAILED" TO STEP-STATUS
           END-IF.

           CLOSE STATION-STATUS-FILE.

           EXIT.

       WRITE-RUN-CONTROL.
           MOVE BUSINESS-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE ROSTER-TAB-STATION-ID(ROSTER-TAB-IDX)
               TO RUNCTL-STATION-ID.
           SET RUNCTL-STEP-NUMBER TO STEP-IDX.
           MOVE STEP-PROGRAM-ID(STEP-IDX) TO RUNCTL-PROGRAM-ID.
           MOVE STEP-STATUS TO RUNCTL-STATUS.
           MOVE STEP-START-TIMESTAMP TO RUNCTL-START-TIMESTAMP.
           MOVE STEP-END-TIMESTAMP TO RUNCTL-END-TIMESTAMP.
           MOVE STEP-RETURN-CODE TO RUNCTL-RETURN-CODE.
           MOVE STEP-END-TIMESTAMP TO STEP-LAST-END(STEP-IDX).

           OPEN EXTEND RUN-CONTROL-FILE.
           IF run-control-status EQUAL "35" THEN
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           IF run-control-status NOT EQUAL "00" THEN
               DISPLAY "87-NIGHTLY-DRIVER: CANNOT OPEN "
                   FUNCTION TRIM(RUN-CONTROL-PATH)
                   " STATUS " run-control-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

           EXIT.

       DISPLAY-STEP-RESULT.
           MOVE STEP-RETURN-CODE TO RC-EDIT.
           DISPLAY "87-NIGHTLY-DRIVER: "
               FUNCTION TRIM(ROSTER-TAB-STATION-ID(ROSTER-TAB-IDX))
               " " FUNCTION TRIM(STEP-PROGRAM-ID(STEP-IDX))
               " " FUNCTION TRIM(STEP-STATUS)
               " RC " RC-EDIT.

           EXIT.

       END PROGRAM 87-NIGHTLY-DRIVER.
