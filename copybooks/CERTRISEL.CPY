           SELECT FichierTriCert ASSIGN TO "TRICERT.TMP".
