           SELECT FichierIntegrite ASSIGN TO "INTEGRITE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusIntegrite.
