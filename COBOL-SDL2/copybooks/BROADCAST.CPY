       01  BROADCAST-RECORD.
           05 BCST-ID                   PIC 9(06).
           05 BCST-STATION-ID           PIC X(10).
           05 BCST-CODE                 PIC X(08).
           05 BCST-TARGET               PIC X(10).
           05 BCST-ISSUER-ID            PIC X(10).
           05 BCST-QUEUE-RESULT         PIC X(08).
           05 BCST-RUN-ROOT             PIC X(40).
           05 BCST-TIMESTAMP            PIC X(26).
