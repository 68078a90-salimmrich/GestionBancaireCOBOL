           05  AudCompte        PIC X(5).
           05  FILLER           PIC X.
           05  AudResultat      PIC X(20).
           05  FILLER           PIC X.
           05  AudMontant       PIC 9(6)V99.
           05  FILLER           PIC X.
           05  AudSuperviseur   PIC X(8).
