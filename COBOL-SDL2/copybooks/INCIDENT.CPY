           05 INC-B-VEL-Y                PIC S9(03)
                                         SIGN LEADING SEPARATE.
           05 INC-TIMESTAMP              PIC X(26).
           05 INC-ENTITY-A-TAG           PIC X(10).
           05 INC-ENTITY-B-TAG           PIC X(10).
