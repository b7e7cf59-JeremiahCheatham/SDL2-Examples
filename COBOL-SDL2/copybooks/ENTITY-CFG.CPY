                                         SIGN LEADING SEPARATE.
           05 ENTITY-CFG-VEL-Y          PIC S9(03)
                                         SIGN LEADING SEPARATE.
           05 ENTITY-CFG-ASSET-TAG      PIC X(10).
