       01  MAINT-EXTRACT-HEADER.
           05 MXH-RECORD-TYPE           PIC X(01).
           05 MXH-EXTRACT-NAME          PIC X(08).
           05 MXH-STATION-ID            PIC X(10).
           05 MXH-WINDOW-FROM           PIC X(14).
           05 MXH-WINDOW-TO             PIC X(14).
           05 MXH-EXTRACT-DATE          PIC X(08).
           05 FILLER                    PIC X(105).
       01  MAINT-EXTRACT-DETAIL.
           05 MXD-RECORD-TYPE           PIC X(01).
           05 MXD-STATION-ID            PIC X(10).
           05 MXD-INCIDENT-ID           PIC 9(06).
           05 MXD-CHANGE-TYPE           PIC X(01).
           05 MXD-ENTITY-A-INDEX        PIC 9(02).
           05 MXD-ENTITY-B-INDEX        PIC 9(02).
           05 MXD-ENTITY-A-TAG          PIC X(10).
           05 MXD-ENTITY-B-TAG          PIC X(10).
           05 MXD-A-X                   PIC S9(05)
                                        SIGN LEADING SEPARATE.
           05 MXD-A-Y                   PIC S9(05)
                                        SIGN LEADING SEPARATE.
           05 MXD-A-VEL-X               PIC S9(03)
                                        SIGN LEADING SEPARATE.
           05 MXD-A-VEL-Y               PIC S9(03)
                                        SIGN LEADING SEPARATE.
           05 MXD-B-X                   PIC S9(05)
                                        SIGN LEADING SEPARATE.
           05 MXD-B-Y                   PIC S9(05)
                                        SIGN LEADING SEPARATE.
           05 MXD-B-VEL-X               PIC S9(03)
                                        SIGN LEADING SEPARATE.
           05 MXD-B-VEL-Y               PIC S9(03)
                                        SIGN LEADING SEPARATE.
           05 MXD-INCIDENT-TIMESTAMP    PIC X(26).
           05 MXD-DISPO-CODE            PIC X(08).
           05 MXD-DISPO-REVIEWER-ID     PIC X(10).
           05 MXD-DISPO-TIMESTAMP       PIC X(26).
           05 FILLER                    PIC X(08).
       01  MAINT-EXTRACT-TRAILER.
           05 MXT-RECORD-TYPE           PIC X(01).
           05 MXT-RECORD-COUNT          PIC 9(07).
           05 MXT-EXTRACT-DATE          PIC X(08).
           05 FILLER                    PIC X(144).
