           SELECT FichierVirExtTmp ASSIGN TO "VIREXT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusVirExtTmp.
