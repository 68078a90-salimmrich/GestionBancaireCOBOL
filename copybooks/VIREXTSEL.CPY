           SELECT FichierVirExt ASSIGN TO "VIREXT.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusVirExt.
