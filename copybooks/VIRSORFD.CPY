       FD  FichierVirSortant.
       01  EnregistrementVirSortant.
           05  VsCodeEnr         PIC X.
               88  VS-ENTETE         VALUE "H".
               88  VS-DETAIL         VALUE "D".
               88  VS-TOTAL          VALUE "T".
           05  FILLER            PIC X.
           05  VsReste           PIC X(67).
       01  EnregistrementVirSortantEntete.
           05  FILLER            PIC XX.
           05  VsDateFichier     PIC X(8).
           05  FILLER            PIC X.
           05  VsBanqueEmettrice PIC X(8).
       01  EnregistrementVirSortantDetail.
           05  FILLER            PIC XX.
           05  VsBanqueDest      PIC X(8).
           05  FILLER            PIC X.
           05  VsCompteDest      PIC X(34).
           05  FILLER            PIC X.
           05  VsMontant         PIC 9(6)V99.
           05  FILLER            PIC X.
           05  VsReference       PIC X(8).
           05  FILLER            PIC X.
           05  VsCompteEmetteur  PIC 9(5).
       01  EnregistrementVirSortantTotal.
           05  FILLER            PIC XX.
           05  VsNombre          PIC 9(5).
           05  FILLER            PIC X.
           05  VsHashTotal       PIC 9(8)V99.
