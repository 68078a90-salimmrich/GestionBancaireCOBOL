           SELECT FichierPrets ASSIGN TO "prets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NumeroPret
           FILE STATUS IS WS-StatusPrets.
