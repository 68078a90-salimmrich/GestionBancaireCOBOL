       FD  FichierDeclaration.
       01  EnregistrementDeclaration.
           05  DecCodeEnr        PIC X.
               88  DEC-ENTETE        VALUE "H".
               88  DEC-DETAIL        VALUE "D".
               88  DEC-TOTAL         VALUE "T".
           05  DecReste          PIC X(89).
       01  EnregistrementDeclEntete.
           05  FILLER            PIC X.
           05  DecAnnee          PIC 9(4).
           05  DecEtablissement  PIC X(8).
           05  DecDateCreation   PIC X(8).
           05  FILLER            PIC X(69).
       01  EnregistrementDeclDetail.
           05  FILLER            PIC X.
           05  DecClient         PIC X(5).
           05  DecNom            PIC X(30).
           05  DecAdresse        PIC X(40).
           05  DecNombreComptes  PIC 9(3).
           05  DecMontant        PIC 9(9)V99.
       01  EnregistrementDeclTotal.
           05  FILLER            PIC X.
           05  DecNombreClients  PIC 9(7).
           05  DecTotal          PIC 9(11)V99.
           05  FILLER            PIC X(69).
