       01  RUN-CONTROL-RECORD.
           05 RUNCTL-BUSINESS-DATE      PIC X(08).
           05 RUNCTL-STATION-ID         PIC X(10).
           05 RUNCTL-STEP-NUMBER        PIC 9(02).
           05 RUNCTL-PROGRAM-ID         PIC X(16).
           05 RUNCTL-STATUS             PIC X(08).
           05 RUNCTL-START-TIMESTAMP    PIC X(21).
           05 RUNCTL-END-TIMESTAMP      PIC X(21).
           05 RUNCTL-RETURN-CODE        PIC 9(04).
