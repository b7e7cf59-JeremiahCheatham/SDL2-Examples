       01  ZONE-CONFIG-RECORD.
           05 ZONE-CFG-ID               PIC X(08).
           05 ZONE-CFG-X                PIC 9(05).
           05 ZONE-CFG-Y                PIC 9(05).
           05 ZONE-CFG-WIDTH            PIC 9(05).
           05 ZONE-CFG-HEIGHT           PIC 9(05).
           05 ZONE-CFG-SEVERITY         PIC X(08).
