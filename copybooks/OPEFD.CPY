       FD  FichierOperateurs.
       01  EnregistrementOperateur.
           05  OpeCode          PIC X(8).
           05  FILLER           PIC X.
           05  OpeNom           PIC X(20).
           05  FILLER           PIC X.
           05  OpeRole          PIC X.
               88  ROLE-GUICHETIER    VALUE "G".
               88  ROLE-SUPERVISEUR   VALUE "S".
           05  FILLER           PIC X.
           05  OpePlafond       PIC 9(6)V99.
