       01  ALERT-ACK-RECORD.
           05 ACK-STATION-ID            PIC X(10).
           05 ACK-ALERT-ID              PIC 9(06).
           05 ACK-OPERATOR-ID           PIC X(10).
           05 ACK-ELAPSED-SECONDS       PIC 9(07).
           05 ACK-SHOWN-TIMESTAMP       PIC X(26).
           05 ACK-TIMESTAMP             PIC X(26).
