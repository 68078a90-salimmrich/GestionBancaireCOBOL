           SELECT FichierChaine ASSIGN TO "CHAINE.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusChaine.
