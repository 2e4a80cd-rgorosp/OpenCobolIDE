       01  REG-CFP001T7.
           03 DP-ID-DEPTO              PIC 9(02).
           03 DP-NM-DEPTO              PIC X(16).
           03 FILLER                   PIC X(02).
