           SELECT FichierAlertes ASSIGN TO DYNAMIC WS-NomAlertes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusAlertes.
