                                        SIGN LEADING SEPARATE.
              10 MJ-ENT-VEL-Y           PIC S9(03)
                                        SIGN LEADING SEPARATE.
           05 MJ-ENTITY-TAG-SLOT OCCURS 10 TIMES.
              10 MJ-ENT-ASSET-TAG       PIC X(10).
