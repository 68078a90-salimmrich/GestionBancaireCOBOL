       FD  FichierPrets.
       01  EnregistrementPret.
           05  NumeroPret            PIC X(5).
           05  PretClient            PIC X(5).
           05  PretCompte            PIC X(5).
           05  PretCapital           PIC 9(6)V99.
           05  PretTauxAnnuel        PIC 9V9(4).
           05  PretDuree             PIC 9(3).
           05  PretPremiereEcheance  PIC X(8).
           05  PretMensualite        PIC 9(6)V99.
           05  PretCapitalRestant    PIC 9(6)V99.
           05  PretEcheancesPayees   PIC 9(3).
           05  PretProchaineEcheance PIC X(8).
           05  PretDernierPaiement   PIC X(8).
           05  PretImpayes           PIC 9(3).
           05  PretMontantImpaye     PIC 9(7)V99.
           05  PretStatut            PIC X.
               88  PRET-ACTIF        VALUE "A".
               88  PRET-IMPAYE       VALUE "I".
               88  PRET-SOLDE        VALUE "S".
           05  PretDateOuverture     PIC X(8).
