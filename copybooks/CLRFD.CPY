           05  ClrSens           PIC X.
           05  FILLER            PIC X.
           05  ClrMontant        PIC 9(6)V99.
           05  FILLER            PIC X.
           05  ClrNumeroCheque   PIC X(7).
       01  EnregistrementClearingTotal.
           05  FILLER            PIC XX.
           05  ClrNombre         PIC 9(5).
