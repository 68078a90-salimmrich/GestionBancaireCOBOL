           SELECT FichierCaisse ASSIGN TO "CAISSE.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusCaisse.
