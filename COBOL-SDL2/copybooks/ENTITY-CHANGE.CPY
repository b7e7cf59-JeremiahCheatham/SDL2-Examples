       01  ENTITY-CHANGE-RECORD.
           05 CHG-CHANGE-ID             PIC 9(06).
           05 CHG-STATION-ID            PIC X(10).
           05 CHG-ACTION                PIC X(08).
           05 CHG-ASSET-TAG             PIC X(10).
           05 CHG-OLD-VALUES.
              10 CHG-OLD-IMAGE-PATH     PIC X(40).
              10 CHG-OLD-START-X        PIC 9(05).
              10 CHG-OLD-START-Y        PIC 9(05).
              10 CHG-OLD-VEL-X          PIC S9(03)
                                        SIGN LEADING SEPARATE.
              10 CHG-OLD-VEL-Y          PIC S9(03)
                                        SIGN LEADING SEPARATE.
           05 CHG-NEW-VALUES.
              10 CHG-NEW-IMAGE-PATH     PIC X(40).
              10 CHG-NEW-START-X        PIC 9(05).
              10 CHG-NEW-START-Y        PIC 9(05).
              10 CHG-NEW-VEL-X          PIC S9(03)
                                        SIGN LEADING SEPARATE.
              10 CHG-NEW-VEL-Y          PIC S9(03)
                                        SIGN LEADING SEPARATE.
           05 CHG-OPERATOR-ID           PIC X(10).
           05 CHG-TIMESTAMP             PIC X(26).
           05 CHG-STATUS                PIC X(08).
           05 CHG-REVIEWER-ID           PIC X(10).
           05 CHG-REVIEW-TIMESTAMP      PIC X(26).
