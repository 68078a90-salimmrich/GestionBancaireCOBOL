       FD  FichierAlertes.
       01  EnregistrementAlerte.
           05  AltPeriode       PIC X(6).
           05  FILLER           PIC X.
           05  AltCode          PIC X.
               88  ALERTE-UNITAIRE    VALUE "U".
               88  ALERTE-FRACTIONNE  VALUE "F".
           05  FILLER           PIC X.
           05  AltClient        PIC X(5).
           05  FILLER           PIC X.
           05  AltCompte        PIC X(5).
           05  FILLER           PIC X.
           05  AltDate          PIC X(8).
           05  FILLER           PIC X.
           05  AltType          PIC X(8).
           05  FILLER           PIC X.
           05  AltMontant       PIC 9(6)V99.
           05  FILLER           PIC X.
           05  AltCumul         PIC 9(8)V99.
