           SELECT FichierVirSortant ASSIGN TO DYNAMIC WS-NomVirSortant
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusVirSortant.
