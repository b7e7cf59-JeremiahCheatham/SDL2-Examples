       01  MAINT-EXTRACT-CONTROL-RECORD.
           05 MXC-STATION-ID            PIC X(10).
           05 MXC-WINDOW-FROM           PIC X(14).
           05 MXC-WINDOW-TO             PIC X(14).
           05 MXC-RECORD-COUNT          PIC 9(07).
           05 MXC-RUN-TIMESTAMP         PIC X(21).
           05 MXC-FILE-NAME             PIC X(96).
