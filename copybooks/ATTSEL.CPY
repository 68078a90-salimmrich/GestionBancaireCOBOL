           SELECT FichierAttentes ASSIGN TO "attentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleAttente
           FILE STATUS IS WS-StatusAttentes.
