       FD  FichierParamLcb.
       01  EnregistrementParamLcb.
           05  ParSeuilUnitaire  PIC 9(7)V99.
           05  FILLER            PIC X.
           05  ParSeuilCumul     PIC 9(7)V99.
           05  FILLER            PIC X.
           05  ParFenetreJours   PIC 9(2).
           05  FILLER            PIC X.
           05  ParNombreMin      PIC 9(2).
