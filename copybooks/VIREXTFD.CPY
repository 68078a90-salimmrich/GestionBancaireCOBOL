       FD  FichierVirExt.
       01  EnregistrementVirExt.
           05  VxDate            PIC X(8).
           05  FILLER            PIC X.
           05  VxReference       PIC X(8).
           05  FILLER            PIC X.
           05  VxNumeroCompte    PIC 9(5).
           05  FILLER            PIC X.
           05  VxBanque          PIC X(8).
           05  FILLER            PIC X.
           05  VxCompteExterne   PIC X(34).
           05  FILLER            PIC X.
           05  VxMontant         PIC 9(6)V99.
           05  FILLER            PIC X.
           05  VxOperateur       PIC X(8).
           05  FILLER            PIC X.
           05  VxEtat            PIC X.
               88  VIREXT-EN-ATTENTE  VALUE SPACE.
               88  VIREXT-ENVOYE      VALUE "E".
           05  FILLER            PIC X.
           05  VxDateEnvoi       PIC X(8).
