               10  WS-PR-Decouvert       PIC X.
               10  WS-PR-FraisTenue      PIC X.
               10  WS-PR-FraisDecouvert  PIC X.
               10  WS-PR-TauxDebiteur    PIC 9V9(4).
               10  WS-PR-TauxPenalite    PIC 9V9(4).

       01  WS-CodeProduit     PIC X(3).
       01  WS-ProduitTrouve   PIC X VALUE 'N'.
