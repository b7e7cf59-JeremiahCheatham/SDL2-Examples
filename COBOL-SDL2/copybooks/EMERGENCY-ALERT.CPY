       01  EMERGENCY-ALERT-RECORD.
           05 ALERT-ID                  PIC 9(06).
           05 ALERT-ISSUER-ID           PIC X(10).
           05 ALERT-TEXT                PIC X(40).
           05 ALERT-TIMESTAMP           PIC X(26).
