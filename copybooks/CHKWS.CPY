       01  WS-CompteCheque      PIC X(5).
       01  WS-ChequeTexte       PIC X(7).
       01  WS-NumeroCheque      PIC 9(7).
       01  WS-MotifCheque       PIC XX.
       01  WS-FinChequiers      PIC X VALUE 'N'.
           88  FIN-DES-CHEQUIERS   VALUE 'Y'.
       01  WS-ChequierTrouve    PIC X VALUE 'N'.
           88  CHEQUIER-TROUVE     VALUE 'Y'.
