           SELECT FichierCertificats ASSIGN TO "CERTIFICATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusCertificats.
