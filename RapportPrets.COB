       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportPrets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRETSEL.
           COPY CLIENTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PRETFD.
           COPY CLIENTFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusPrets     PIC XX.
       01  WS-StatusClients   PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.

       01  WS-NomClient       PIC X(20).
       01  WS-LibelleStatut   PIC X(7).

       01  WS-NombrePrets     PIC 9(5)      VALUE 0.
       01  WS-NombreActifs    PIC 9(5)      VALUE 0.
       01  WS-NombreImpayes   PIC 9(5)      VALUE 0.
       01  WS-NombreSoldes    PIC 9(5)      VALUE 0.
       01  WS-TotalCapital    PIC 9(9)V99   VALUE 0.
       01  WS-TotalRestant    PIC 9(9)V99   VALUE 0.
       01  WS-TotalImpaye     PIC 9(9)V99   VALUE 0.
       01  WS-EcheancesImpayees PIC 9(7)    VALUE 0.

       01  WS-CapitalEdite    PIC ZZZ,ZZ9.99.
       01  WS-RestantEdite    PIC ZZZ,ZZ9.99.
       01  WS-ImpayeEdite     PIC Z,ZZZ,ZZ9.99.
       01  WS-TotalEdite      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NombreEdite     PIC ZZZZ9.
       01  WS-ImpayesEdite    PIC ZZ9.

       PROCEDURE DIVISION.

       PROCEDURE-PRINCIPALE.
           PERFORM ENTETE-RAPPORT.
           OPEN INPUT FichierPrets.
           IF WS-StatusPrets NOT = "35"
               OPEN INPUT FichierClients
               PERFORM LIRE-SUIVANT
               PERFORM UNTIL FIN-DE-FICHIER
                   PERFORM IMPRIMER-LIGNE
                   PERFORM LIRE-SUIVANT
               END-PERFORM
               IF WS-StatusClients NOT = "35"
                   CLOSE FichierClients
               END-IF
               CLOSE FichierPrets
           END-IF.
           PERFORM PIED-RAPPORT.
           STOP RUN.

       ENTETE-RAPPORT.
           DISPLAY "=================================================="
               "============================".
           DISPLAY "  PORTEFEUILLE DES PRETS - ENCOURS ET IMPAYES".
           DISPLAY "=================================================="
               "============================".
           DISPLAY "PRET  CLIENT NOM                  COMPTE   CAPITAL "
               "   RESTANT IMP       IMPAYE ETAT".
           DISPLAY "--------------------------------------------------"
               "----------------------------".

       LIRE-SUIVANT.
           READ FichierPrets NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       IMPRIMER-LIGNE.
           PERFORM RECHERCHER-CLIENT
           EVALUATE TRUE
               WHEN PRET-SOLDE
                   MOVE "SOLDE" TO WS-LibelleStatut
                   ADD 1 TO WS-NombreSoldes
               WHEN PRET-IMPAYE
                   MOVE "IMPAYE" TO WS-LibelleStatut
                   ADD 1 TO WS-NombreImpayes
               WHEN OTHER
                   MOVE "ACTIF" TO WS-LibelleStatut
                   ADD 1 TO WS-NombreActifs
           END-EVALUATE
           MOVE PretCapital TO WS-CapitalEdite
           MOVE PretCapitalRestant TO WS-RestantEdite
           MOVE PretImpayes TO WS-ImpayesEdite
           MOVE PretMontantImpaye TO WS-ImpayeEdite
           DISPLAY NumeroPret " " PretClient "  " WS-NomClient " "
               PretCompte " " WS-CapitalEdite " " WS-RestantEdite " "
               WS-ImpayesEdite " " WS-ImpayeEdite " " WS-LibelleStatut
           ADD 1 TO WS-NombrePrets
           ADD PretCapital TO WS-TotalCapital
           ADD PretCapitalRestant TO WS-TotalRestant
           ADD PretMontantImpaye TO WS-TotalImpaye
           ADD PretImpayes TO WS-EcheancesImpayees.

       RECHERCHER-CLIENT.
           MOVE "CLIENT INCONNU" TO WS-NomClient
           IF WS-StatusClients NOT = "35"
               MOVE PretClient TO NumeroClient
               READ FichierClients
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NomClient TO WS-NomClient
               END-READ
           END-IF.

       PIED-RAPPORT.
           DISPLAY "--------------------------------------------------"
               "----------------------------".
           MOVE WS-NombrePrets TO WS-NombreEdite
           DISPLAY "NOMBRE DE PRETS        : " WS-NombreEdite.
           MOVE WS-NombreActifs TO WS-NombreEdite
           DISPLAY "  DONT ACTIFS          : " WS-NombreEdite.
           MOVE WS-NombreImpayes TO WS-NombreEdite
           DISPLAY "  DONT EN IMPAYE       : " WS-NombreEdite.
           MOVE WS-NombreSoldes TO WS-NombreEdite
           DISPLAY "  DONT SOLDES          : " WS-NombreEdite.
           MOVE WS-TotalCapital TO WS-TotalEdite
           DISPLAY "CAPITAL PRETE          : " WS-TotalEdite.
           MOVE WS-TotalRestant TO WS-TotalEdite
           DISPLAY "ENCOURS RESTANT DU     : " WS-TotalEdite.
           MOVE WS-EcheancesImpayees TO WS-NombreEdite
           DISPLAY "ECHEANCES IMPAYEES     : " WS-NombreEdite.
           MOVE WS-TotalImpaye TO WS-TotalEdite
           DISPLAY "MONTANT DES IMPAYES    : " WS-TotalEdite.
           DISPLAY "=================================================="
               "============================".
