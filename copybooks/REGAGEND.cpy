           03 AG-DIA-MES               PIC 9(02).
           03 AG-HORA-MINIMA           PIC 9(04).
           03 AG-PREDECESSOR           PIC X(08).
           03 AG-MINUTOS-ESPERADOS     PIC 9(04).
