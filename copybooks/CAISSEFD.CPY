       FD  FichierCaisse.
       01  EnregistrementCaisse.
           05  CaiDate          PIC X(8).
           05  FILLER           PIC X.
           05  CaiOperateur     PIC X(8).
           05  FILLER           PIC X.
           05  CaiType          PIC X.
               88  CAISSE-OUVERTURE  VALUE "O".
               88  CAISSE-FERMETURE  VALUE "F".
           05  FILLER           PIC X.
           05  CaiHeure         PIC X(8).
           05  FILLER           PIC X.
           05  CaiMontant       PIC 9(6)V99.
