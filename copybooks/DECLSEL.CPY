           SELECT FichierDeclaration ASSIGN TO DYNAMIC WS-NomDeclaration
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusDeclaration.
