       01  REG-RUNHIST.
           03 RH-DATA-PROC             PIC 9(08).
           03 FILLER                   PIC X(01).
           03 RH-PROGRAMA              PIC X(08).
           03 FILLER                   PIC X(01).
           03 RH-JOB                   PIC X(08).
           03 FILLER                   PIC X(01).
           03 RH-DT-INICIO             PIC 9(08).
           03 RH-HR-INICIO             PIC 9(06).
           03 FILLER                   PIC X(01).
           03 RH-DT-FIM                PIC 9(08).
           03 RH-HR-FIM                PIC 9(06).
           03 FILLER                   PIC X(01).
           03 RH-STATUS                PIC X(01).
              88 HIST-FINALIZADO       VALUE 'F'.
              88 HIST-FALHOU           VALUE 'X'.
           03 FILLER                   PIC X(01).
           03 RH-DURACAO               PIC 9(07).
           03 FILLER                   PIC X(01).
           03 RH-ESPERADO              PIC 9(04).
           03 FILLER                   PIC X(01).
           03 RH-ATRASO                PIC X(01).
              88 HIST-ATRASADO         VALUE 'S'.
