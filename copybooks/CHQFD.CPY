       FD  FichierChequiers.
       01  EnregistrementChequier.
           05  CleChequier.
               10  ChqNumeroCompte  PIC X(5).
               10  ChqPremier       PIC 9(7).
           05  ChqDernier           PIC 9(7).
           05  ChqEtat              PIC X.
               88  CHEQUIER-COMMANDE  VALUE "C".
               88  CHEQUIER-REMIS     VALUE "R".
           05  ChqDateCommande      PIC X(8).
           05  ChqDateRemise        PIC X(8).
           05  ChqOperateur         PIC X(8).
