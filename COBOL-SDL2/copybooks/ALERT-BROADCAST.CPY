       01  ALERT-BROADCAST-RECORD.
           05 ALBC-ID                   PIC 9(06).
           05 ALBC-STATION-ID           PIC X(10).
           05 ALBC-ISSUER-ID            PIC X(10).
           05 ALBC-TEXT                 PIC X(40).
           05 ALBC-POST-RESULT          PIC X(08).
           05 ALBC-RUN-ROOT             PIC X(40).
           05 ALBC-TIMESTAMP            PIC X(26).
