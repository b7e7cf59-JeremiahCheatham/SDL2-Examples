       01  STATION-ROSTER-RECORD.
           05 ROSTER-STATION-ID         PIC X(10).
           05 ROSTER-RUN-ROOT           PIC X(40).
