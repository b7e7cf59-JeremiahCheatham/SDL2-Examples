                10 INC-TAB-ID PIC 9(06).
                10 INC-TAB-ENTITY-A PIC 9(02).
                10 INC-TAB-ENTITY-B PIC 9(02).
                10 INC-TAB-TAG-A PIC X(10).
                10 INC-TAB-TAG-B PIC X(10).
                10 INC-TAB-A-X PIC S9(05).
                10 INC-TAB-A-Y PIC S9(05).
                10 INC-TAB-B-X PIC S9(05).
           77 OVERDUE-COUNT USAGE BINARY-INT VALUE 0.
           77 CLOSED-COUNT USAGE BINARY-INT VALUE 0.
           77 JOURNAL-MATCH-COUNT USAGE BINARY-INT VALUE 0.
           77 JOURNAL-SLOT-A USAGE BINARY-INT VALUE 0.
           77 JOURNAL-SLOT-B USAGE BINARY-INT VALUE 0.
           77 JOURNAL-SLOT-SUB USAGE BINARY-INT VALUE 0.
           77 COUNT-EDIT PIC ZZZZ9.

           01 RPT-HEADER-LINE.
             05 RPT-INC-ENTITY-A PIC Z9.
             05 FILLER PIC X(01) VALUE "/".
             05 RPT-INC-ENTITY-B PIC Z9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-INC-TAG-A PIC X(10).
             05 FILLER PIC X(01) VALUE "/".
             05 RPT-INC-TAG-B PIC X(10).
             05 FILLER PIC X(06) VALUE "  AT A".
             05 RPT-INC-A-X PIC -(5)9.
             05 FILLER PIC X(01) VALUE ",".
             05 RPT-INC-B-Y PIC -(5)9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 RPT-INC-STATE PIC X(08).
             05 FILLER PIC X(12) VALUE SPACES.

           01 RPT-JOURNAL-LINE.
             05 FILLER PIC X(11) VALUE "  APPROACH ".
               INC-TAB-ENTITY-A(INCIDENT-TAB-IDX).
           MOVE INC-ENTITY-B-INDEX TO
               INC-TAB-ENTITY-B(INCIDENT-TAB-IDX).
           MOVE INC-ENTITY-A-TAG TO INC-TAB-TAG-A(INCIDENT-TAB-IDX).
           MOVE INC-ENTITY-B-TAG TO INC-TAB-TAG-B(INCIDENT-TAB-IDX).
           MOVE INC-A-X TO INC-TAB-A-X(INCIDENT-TAB-IDX).
           MOVE INC-A-Y TO INC-TAB-A-Y(INCIDENT-TAB-IDX).
           MOVE INC-B-X TO INC-TAB-B-X(INCIDENT-TAB-IDX).
               TO RPT-INC-ENTITY-A.
           MOVE INC-TAB-ENTITY-B(INCIDENT-TAB-IDX)
               TO RPT-INC-ENTITY-B.
           MOVE INC-TAB-TAG-A(INCIDENT-TAB-IDX) TO RPT-INC-TAG-A.
           MOVE INC-TAB-TAG-B(INCIDENT-TAB-IDX) TO RPT-INC-TAG-B.
           MOVE INC-TAB-A-X(INCIDENT-TAB-IDX) TO RPT-INC-A-X.
           MOVE INC-TAB-A-Y(INCIDENT-TAB-IDX) TO RPT-INC-A-Y.
           MOVE INC-TAB-B-X(INCIDENT-TAB-IDX) TO RPT-INC-B-X.
               EXIT PARAGRAPH
           END-IF.

           MOVE INC-TAB-ENTITY-A(INCIDENT-TAB-IDX) TO JOURNAL-SLOT-A.
           MOVE INC-TAB-ENTITY-B(INCIDENT-TAB-IDX) TO JOURNAL-SLOT-B.

           IF (INC-TAB-TAG-A(INCIDENT-TAB-IDX) NOT EQUAL SPACES
           OR INC-TAB-TAG-B(INCIDENT-TAB-IDX) NOT EQUAL SPACES)
           AND MJ-ENT-ASSET-TAG(1) NOT EQUAL SPACES THEN
               MOVE 0 TO JOURNAL-SLOT-A
               MOVE 0 TO JOURNAL-SLOT-B
               PERFORM VARYING JOURNAL-SLOT-SUB FROM 1 BY 1
                   UNTIL JOURNAL-SLOT-SUB > MJ-ENTITY-COUNT
                   OR JOURNAL-SLOT-SUB > 10
                   PERFORM MATCH-ONE-JOURNAL-SLOT
               END-PERFORM
           END-IF.

           IF JOURNAL-SLOT-A IS LESS THAN 1
           OR JOURNAL-SLOT-A IS GREATER THAN MJ-ENTITY-COUNT
           OR JOURNAL-SLOT-B IS LESS THAN 1
           OR JOURNAL-SLOT-B IS GREATER THAN MJ-ENTITY-COUNT THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO JOURNAL-MATCH-COUNT.

           MOVE MJ-TIMESTAMP(1:14) TO RPT-JRN-TIMESTAMP.
           MOVE MJ-ENT-X(JOURNAL-SLOT-A) TO RPT-JRN-A-X.
           MOVE MJ-ENT-Y(JOURNAL-SLOT-A) TO RPT-JRN-A-Y.
           MOVE MJ-ENT-VEL-X(JOURNAL-SLOT-A) TO RPT-JRN-A-VX.
           MOVE MJ-ENT-VEL-Y(JOURNAL-SLOT-A) TO RPT-JRN-A-VY.
           MOVE MJ-ENT-X(JOURNAL-SLOT-B) TO RPT-JRN-B-X.
           MOVE MJ-ENT-Y(JOURNAL-SLOT-B) TO RPT-JRN-B-Y.
           MOVE MJ-ENT-VEL-X(JOURNAL-SLOT-B) TO RPT-JRN-B-VX.
           MOVE MJ-ENT-VEL-Y(JOURNAL-SLOT-B) TO RPT-JRN-B-VY.
           WRITE REVIEW-REPORT-LINE FROM RPT-JOURNAL-LINE.

           EXIT.

       MATCH-ONE-JOURNAL-SLOT.
           IF MJ-ENT-ASSET-TAG(JOURNAL-SLOT-SUB) EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF MJ-ENT-ASSET-TAG(JOURNAL-SLOT-SUB) EQUAL
           INC-TAB-TAG-A(INCIDENT-TAB-IDX) THEN
               MOVE JOURNAL-SLOT-SUB TO JOURNAL-SLOT-A
           END-IF.

           IF MJ-ENT-ASSET-TAG(JOURNAL-SLOT-SUB) EQUAL
           INC-TAB-TAG-B(INCIDENT-TAB-IDX) THEN
               MOVE JOURNAL-SLOT-SUB TO JOURNAL-SLOT-B
           END-IF.

           EXIT.

       END PROGRAM 94-INCIDENT-REVIEW.
