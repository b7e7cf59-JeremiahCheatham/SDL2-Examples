       01  ZONE-BREACH-RECORD.
           05 ZBR-STATION-ID            PIC X(10).
           05 ZBR-INCIDENT-ID           PIC 9(06).
           05 ZBR-ZONE-ID               PIC X(08).
           05 ZBR-SEVERITY              PIC X(08).
           05 ZBR-ENTITY-INDEX          PIC 9(02).
           05 ZBR-ENTITY-TAG            PIC X(10).
           05 ZBR-X                      PIC S9(05)
                                         SIGN LEADING SEPARATE.
           05 ZBR-Y                      PIC S9(05)
                                         SIGN LEADING SEPARATE.
           05 ZBR-VEL-X                  PIC S9(03)
                                         SIGN LEADING SEPARATE.
           05 ZBR-VEL-Y                  PIC S9(03)
                                         SIGN LEADING SEPARATE.
           05 ZBR-TIMESTAMP              PIC X(26).
