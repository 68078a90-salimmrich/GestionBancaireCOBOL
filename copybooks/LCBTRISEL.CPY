           SELECT FichierTriLcb ASSIGN TO "TRILCB.TMP".
