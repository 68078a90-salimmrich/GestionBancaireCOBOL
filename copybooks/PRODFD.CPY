           05  ProdFraisTenue     PIC X.
           05  FILLER             PIC X.
           05  ProdFraisDecouvert PIC X.
           05  FILLER             PIC X.
           05  ProdTauxDebiteur   PIC 9V9(4).
           05  FILLER             PIC X.
           05  ProdTauxPenalite   PIC 9V9(4).
