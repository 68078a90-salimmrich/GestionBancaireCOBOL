           SELECT FichierChequiers ASSIGN TO "chequiers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleChequier
           FILE STATUS IS WS-StatusChequiers.
