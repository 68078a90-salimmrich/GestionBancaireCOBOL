       FD  FichierChaine.
       01  EnregistrementChaine.
           05  ChnSequence      PIC 9(3).
           05  FILLER           PIC X.
           05  ChnJob           PIC X(8).
           05  FILLER           PIC X.
           05  ChnFrequence     PIC X.
               88  CHN-QUOTIDIEN    VALUE "Q".
               88  CHN-MENSUEL      VALUE "M".
           05  FILLER           PIC X.
           05  ChnTypePeriode   PIC X.
               88  CHN-PERIODE-JOUR   VALUE "J".
               88  CHN-PERIODE-MOIS   VALUE "M".
               88  CHN-PERIODE-ANNEE  VALUE "A".
               88  CHN-SANS-RUNCTL    VALUE "N".
           05  FILLER           PIC X.
           05  ChnSaisie        PIC X.
               88  CHN-SAISIE-DATE    VALUE "D".
               88  CHN-SAISIE-PERIODE VALUE "P".
               88  CHN-SANS-SAISIE    VALUE "N".
           05  FILLER           PIC X.
           05  ChnPrerequis     PIC X(8).
           05  FILLER           PIC X.
           05  ChnRcMax         PIC 9.
           05  FILLER           PIC X.
           05  ChnCommande      PIC X(60).
