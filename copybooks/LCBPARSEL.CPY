           SELECT FichierParamLcb ASSIGN TO "LCBPARAM.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusParamLcb.
