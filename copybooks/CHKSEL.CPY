           SELECT FichierCheques ASSIGN TO "cheques.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CleCheque
           FILE STATUS IS WS-StatusCheques.
