           SELECT FichierOperateurs ASSIGN TO "OPERATEURS.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusOperateurs.
