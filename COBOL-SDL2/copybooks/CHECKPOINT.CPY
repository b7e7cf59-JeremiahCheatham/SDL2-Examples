                                         SIGN LEADING SEPARATE.
           05 CKPT-ENT-VEL-Y             PIC S9(03)
                                         SIGN LEADING SEPARATE.
           05 CKPT-ENT-ASSET-TAG         PIC X(10).
           05 FILLER                     PIC X(16).
