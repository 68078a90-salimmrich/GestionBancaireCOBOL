       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceCaisse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAISSESEL.
           COPY AUDITSEL.
           COPY MVTSEL.
           COPY ARCHSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CAISSEFD.
           COPY AUDITFD.
           COPY MVTFD.
           COPY ARCHFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusCaisse      PIC XX.
       01  WS-StatusAudit       PIC XX.
       01  WS-StatusMouvements  PIC XX.
       01  WS-StatusArchive     PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.

       01  WS-SaisieValide    PIC X VALUE 'N'.
           88  SAISIE-VALIDE   VALUE 'Y'.

       01  WS-DateJour        PIC X(8).
       01  WS-DateComptable   PIC X(8).

       01  WS-NomArchive.
           05  FILLER             PIC X(11) VALUE "MOUVEMENTS-".
           05  WS-NA-Periode      PIC X(6).
           05  FILLER             PIC X(4) VALUE ".csv".

       01  WS-TableCaissiers.
           05  WS-NombreCaissiers  PIC 9(3) VALUE 0.
           05  WS-Caissier OCCURS 100 TIMES INDEXED BY IDX-CAI.
               10  WS-CS-Operateur    PIC X(8).
               10  WS-CS-Ouverture    PIC X.
               10  WS-CS-Fonds        PIC 9(6)V99.
               10  WS-CS-Fermeture    PIC X.
               10  WS-CS-Compte       PIC 9(6)V99.
               10  WS-CS-NbDepots     PIC 9(4).
               10  WS-CS-Depots       PIC 9(7)V99.
               10  WS-CS-NbRetraits   PIC 9(4).
               10  WS-CS-Retraits     PIC 9(7)V99.
               10  WS-CS-NonRappro    PIC 9(4).
               10  WS-CS-Extournes    PIC 9(4).

       01  WS-TableOperations.
           05  WS-NombreOperations PIC 9(4) VALUE 0.
           05  WS-Operation OCCURS 3000 TIMES INDEXED BY IDX-OPE.
               10  WS-OE-Caissier     PIC 9(3).
               10  WS-OE-Compte       PIC X(5).
               10  WS-OE-Type         PIC X(8).
               10  WS-OE-Montant      PIC 9(6)V99.
               10  WS-OE-MontantConnu PIC X.
               10  WS-OE-Etat         PIC X.
                   88  OPERATION-EN-SUSPENS  VALUE "N".
                   88  OPERATION-RAPPROCHEE  VALUE "R".
                   88  OPERATION-EXTOURNEE   VALUE "X".

       01  WS-OperateurCherche PIC X(8).
       01  WS-CaissierTrouve  PIC X VALUE 'N'.
           88  CAISSIER-TROUVE  VALUE 'Y'.
       01  WS-OperationTrouvee PIC X VALUE 'N'.
           88  OPERATION-TROUVEE  VALUE 'Y'.

       01  WS-Attendu         PIC S9(8)V99.
       01  WS-Ecart           PIC S9(8)V99.
       01  WS-LibelleEcart    PIC X(8).

       01  WS-MvtSansTrace    PIC 9(5) VALUE 0.
       01  WS-NombreEcarts    PIC 9(3) VALUE 0.
       01  WS-NombreNonClos   PIC 9(3) VALUE 0.
       01  WS-NombreAnomalies PIC 9(5) VALUE 0.

       01  WS-MontantEdite    PIC Z,ZZZ,ZZ9.99.
       01  WS-EcartEdite      PIC -Z,ZZZ,ZZ9.99.
       01  WS-NombreEdite     PIC ZZZZ9.

           COPY MVTWS.

       PROCEDURE DIVISION.

       PROCEDURE-PRINCIPALE.
           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Date comptable (AAAAMMJJ ou vide = jour): "
               ACCEPT WS-DateComptable
               IF WS-DateComptable = SPACES
                   OR WS-DateComptable IS NUMERIC
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.
           IF WS-DateComptable = SPACES
               ACCEPT WS-DateJour FROM DATE YYYYMMDD
           ELSE
               MOVE WS-DateComptable TO WS-DateJour
           END-IF.

           PERFORM CHARGER-CAISSE.
           PERFORM CHARGER-AUDIT.
           MOVE WS-DateJour(1:6) TO WS-NA-Periode
           PERFORM RAPPROCHER-ARCHIVE.
           PERFORM RAPPROCHER-JOURNAL.

           PERFORM ENTETE-RAPPORT.
           PERFORM IMPRIMER-CAISSIER
               VARYING IDX-CAI FROM 1 BY 1
               UNTIL IDX-CAI > WS-NombreCaissiers.
           PERFORM PIED-RAPPORT.
           IF WS-NombreEcarts > 0 OR WS-NombreNonClos > 0
               OR WS-NombreAnomalies > 0 OR WS-MvtSansTrace > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CHARGER-CAISSE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FichierCaisse
           IF WS-StatusCaisse NOT = "35"
               PERFORM LIRE-CAISSE
               PERFORM UNTIL FIN-DE-FICHIER
                   IF CaiDate = WS-DateJour
                       MOVE CaiOperateur TO WS-OperateurCherche
                       PERFORM RECHERCHER-CAISSIER
                       IF CAISSIER-TROUVE
                           PERFORM POINTER-CAISSE
                       END-IF
                   END-IF
                   PERFORM LIRE-CAISSE
               END-PERFORM
               CLOSE FichierCaisse
           END-IF.

       LIRE-CAISSE.
           READ FichierCaisse
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       POINTER-CAISSE.
           IF CaiMontant NOT NUMERIC
               ADD 1 TO WS-NombreAnomalies
           ELSE
               IF CAISSE-OUVERTURE
                   IF WS-CS-Ouverture(IDX-CAI) = 'N'
                       MOVE 'Y' TO WS-CS-Ouverture(IDX-CAI)
                       MOVE CaiMontant TO WS-CS-Fonds(IDX-CAI)
                   END-IF
               END-IF
               IF CAISSE-FERMETURE
                   MOVE 'Y' TO WS-CS-Fermeture(IDX-CAI)
                   MOVE CaiMontant TO WS-CS-Compte(IDX-CAI)
               END-IF
           END-IF.

       RECHERCHER-CAISSIER.
           MOVE 'N' TO WS-CaissierTrouve
           IF WS-NombreCaissiers > 0
               SET IDX-CAI TO 1
               SEARCH WS-Caissier
                   AT END
                       MOVE 'N' TO WS-CaissierTrouve
                   WHEN IDX-CAI > WS-NombreCaissiers
                       MOVE 'N' TO WS-CaissierTrouve
                   WHEN WS-CS-Operateur(IDX-CAI) = WS-OperateurCherche
                       MOVE 'Y' TO WS-CaissierTrouve
               END-SEARCH
           END-IF
           IF NOT CAISSIER-TROUVE
               IF WS-NombreCaissiers < 100
                   ADD 1 TO WS-NombreCaissiers
                   SET IDX-CAI TO WS-NombreCaissiers
                   MOVE WS-OperateurCherche TO WS-CS-Operateur(IDX-CAI)
                   MOVE 'N' TO WS-CS-Ouverture(IDX-CAI)
                   MOVE 'N' TO WS-CS-Fermeture(IDX-CAI)
                   MOVE ZERO TO WS-CS-Fonds(IDX-CAI)
                   MOVE ZERO TO WS-CS-Compte(IDX-CAI)
                   MOVE ZERO TO WS-CS-NbDepots(IDX-CAI)
                   MOVE ZERO TO WS-CS-Depots(IDX-CAI)
                   MOVE ZERO TO WS-CS-NbRetraits(IDX-CAI)
                   MOVE ZERO TO WS-CS-Retraits(IDX-CAI)
                   MOVE ZERO TO WS-CS-NonRappro(IDX-CAI)
                   MOVE ZERO TO WS-CS-Extournes(IDX-CAI)
                   MOVE 'Y' TO WS-CaissierTrouve
               ELSE
                   DISPLAY "Table des caissiers saturee: "
                       WS-OperateurCherche " ignore."
                   ADD 1 TO WS-NombreAnomalies
               END-IF
           END-IF.

       CHARGER-AUDIT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FichierAudit
           IF WS-StatusAudit NOT = "35"
               PERFORM LIRE-AUDIT
               PERFORM UNTIL FIN-DE-FICHIER
                   IF AudDate = WS-DateJour
                       AND (AudAction = "DEPOT"
                           OR AudAction = "RETRAIT")
                       AND AudResultat = "ACCEPTE"
                       MOVE AudOperateur TO WS-OperateurCherche
                       PERFORM RECHERCHER-CAISSIER
                       IF CAISSIER-TROUVE
                           PERFORM AJOUTER-OPERATION
                       END-IF
                   END-IF
                   PERFORM LIRE-AUDIT
               END-PERFORM
               CLOSE FichierAudit
           END-IF.

       LIRE-AUDIT.
           READ FichierAudit
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       AJOUTER-OPERATION.
           IF WS-NombreOperations < 3000
               ADD 1 TO WS-NombreOperations
               SET IDX-OPE TO WS-NombreOperations
               SET WS-OE-Caissier(IDX-OPE) TO IDX-CAI
               MOVE AudCompte TO WS-OE-Compte(IDX-OPE)
               MOVE AudAction TO WS-OE-Type(IDX-OPE)
               IF AudMontant IS NUMERIC
                   MOVE AudMontant TO WS-OE-Montant(IDX-OPE)
                   MOVE 'Y' TO WS-OE-MontantConnu(IDX-OPE)
               ELSE
                   MOVE ZERO TO WS-OE-Montant(IDX-OPE)
                   MOVE 'N' TO WS-OE-MontantConnu(IDX-OPE)
               END-IF
               MOVE "N" TO WS-OE-Etat(IDX-OPE)
           ELSE
               DISPLAY "Table des operations saturee."
               ADD 1 TO WS-NombreAnomalies
           END-IF.

       RAPPROCHER-ARCHIVE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FichierArchive
           IF WS-StatusArchive NOT = "35"
               PERFORM LIRE-ARCHIVE
               PERFORM UNTIL FIN-DE-FICHIER
                   MOVE EnregistrementArchive TO WS-LigneMouvement
                   PERFORM RAPPROCHER-MOUVEMENT
                   PERFORM LIRE-ARCHIVE
               END-PERFORM
               CLOSE FichierArchive
           END-IF.

       LIRE-ARCHIVE.
           READ FichierArchive
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       RAPPROCHER-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT MouvementsJournal
           IF WS-StatusMouvements NOT = "35"
               PERFORM LIRE-JOURNAL
               PERFORM UNTIL FIN-DE-FICHIER
                   MOVE EnregistrementMouvement TO WS-LigneMouvement
                   PERFORM RAPPROCHER-MOUVEMENT
                   PERFORM LIRE-JOURNAL
               END-PERFORM
               CLOSE MouvementsJournal
           END-IF.

       LIRE-JOURNAL.
           READ MouvementsJournal
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       RAPPROCHER-MOUVEMENT.
           IF WS-LM-Date = WS-DateJour
               AND (WS-LM-Type = "DEPOT" OR WS-LM-Type = "RETRAIT")
               AND WS-LM-Reference = SPACES
               MOVE 'N' TO WS-OperationTrouvee
               IF WS-NombreOperations > 0
                   SET IDX-OPE TO 1
                   SEARCH WS-Operation
                       AT END
                           MOVE 'N' TO WS-OperationTrouvee
                       WHEN IDX-OPE > WS-NombreOperations
                           MOVE 'N' TO WS-OperationTrouvee
                       WHEN OPERATION-EN-SUSPENS(IDX-OPE)
                           AND WS-OE-Compte(IDX-OPE)
                               = WS-LM-NumeroCompte
                           AND WS-OE-Type(IDX-OPE) = WS-LM-Type
                           AND (WS-OE-Montant(IDX-OPE)
                               = WS-LM-Montant
                               OR WS-OE-MontantConnu(IDX-OPE) = 'N')
                           MOVE 'Y' TO WS-OperationTrouvee
                   END-SEARCH
               END-IF
               IF OPERATION-TROUVEE
                   MOVE WS-LM-Montant TO WS-OE-Montant(IDX-OPE)
                   IF WS-LM-Statut = "E"
                       MOVE "X" TO WS-OE-Etat(IDX-OPE)
                   ELSE
                       MOVE "R" TO WS-OE-Etat(IDX-OPE)
                   END-IF
               ELSE
                   ADD 1 TO WS-MvtSansTrace
               END-IF
           END-IF.

       ENTETE-RAPPORT.
           DISPLAY "=================================================="
               "==========================".
           DISPLAY "  BALANCE DES CAISSES - JOURNEE " WS-DateJour.
           DISPLAY "=================================================="
               "==========================".

       IMPRIMER-CAISSIER.
           PERFORM CUMULER-OPERATION
               VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE > WS-NombreOperations
           COMPUTE WS-Attendu = WS-CS-Fonds(IDX-CAI)
               + WS-CS-Depots(IDX-CAI) - WS-CS-Retraits(IDX-CAI)
           COMPUTE WS-Ecart = WS-CS-Compte(IDX-CAI) - WS-Attendu
           IF WS-CS-Fermeture(IDX-CAI) = 'N'
               MOVE "NON CLOS" TO WS-LibelleEcart
               ADD 1 TO WS-NombreNonClos
           ELSE IF WS-Ecart > ZERO
               MOVE "EXCEDENT" TO WS-LibelleEcart
               ADD 1 TO WS-NombreEcarts
           ELSE IF WS-Ecart < ZERO
               MOVE "MANQUANT" TO WS-LibelleEcart
               ADD 1 TO WS-NombreEcarts
           ELSE
               MOVE "OK" TO WS-LibelleEcart
           END-IF
           END-IF
           END-IF

           DISPLAY "OPERATEUR: " WS-CS-Operateur(IDX-CAI)
           IF WS-CS-Ouverture(IDX-CAI) = 'N'
               DISPLAY "  *** AUCUN FONDS DE CAISSE DECLARE ***"
           END-IF
           MOVE WS-CS-Fonds(IDX-CAI) TO WS-MontantEdite
           DISPLAY "  FONDS DE CAISSE INITIAL     : " WS-MontantEdite
           MOVE WS-CS-Depots(IDX-CAI) TO WS-MontantEdite
           MOVE WS-CS-NbDepots(IDX-CAI) TO WS-NombreEdite
           DISPLAY "  + DEPOTS ESPECES     (" WS-NombreEdite ") : "
               WS-MontantEdite
           MOVE WS-CS-Retraits(IDX-CAI) TO WS-MontantEdite
           MOVE WS-CS-NbRetraits(IDX-CAI) TO WS-NombreEdite
           DISPLAY "  - RETRAITS ESPECES   (" WS-NombreEdite ") : "
               WS-MontantEdite
           MOVE WS-Attendu TO WS-EcartEdite
           DISPLAY "  ENCAISSE ATTENDUE           :" WS-EcartEdite
           IF WS-CS-Fermeture(IDX-CAI) = 'Y'
               MOVE WS-CS-Compte(IDX-CAI) TO WS-MontantEdite
               DISPLAY "  ENCAISSE COMPTEE            : "
                   WS-MontantEdite
               MOVE WS-Ecart TO WS-EcartEdite
               DISPLAY "  ECART                       :" WS-EcartEdite
                   "  " WS-LibelleEcart
           ELSE
               DISPLAY "  ENCAISSE COMPTEE            :   "
                   "NON DECLAREE  " WS-LibelleEcart
           END-IF
           IF WS-CS-Extournes(IDX-CAI) > 0
               MOVE WS-CS-Extournes(IDX-CAI) TO WS-NombreEdite
               DISPLAY "  OPERATIONS EXTOURNEES (EXCLUES)  : "
                   WS-NombreEdite
           END-IF
           IF WS-CS-NonRappro(IDX-CAI) > 0
               MOVE WS-CS-NonRappro(IDX-CAI) TO WS-NombreEdite
               DISPLAY "  *** OPERATIONS ABSENTES DU JOURNAL: "
                   WS-NombreEdite " ***"
           END-IF
           DISPLAY "--------------------------------------------------"
               "--------------------------".

       CUMULER-OPERATION.
           IF WS-OE-Caissier(IDX-OPE) = IDX-CAI
               IF OPERATION-EXTOURNEE(IDX-OPE)
                   ADD 1 TO WS-CS-Extournes(IDX-CAI)
               ELSE
                   IF OPERATION-EN-SUSPENS(IDX-OPE)
                       ADD 1 TO WS-CS-NonRappro(IDX-CAI)
                       ADD 1 TO WS-NombreAnomalies
                   END-IF
                   IF WS-OE-Type(IDX-OPE) = "DEPOT"
                       ADD 1 TO WS-CS-NbDepots(IDX-CAI)
                       ADD WS-OE-Montant(IDX-OPE)
                           TO WS-CS-Depots(IDX-CAI)
                   ELSE
                       ADD 1 TO WS-CS-NbRetraits(IDX-CAI)
                       ADD WS-OE-Montant(IDX-OPE)
                           TO WS-CS-Retraits(IDX-CAI)
                   END-IF
               END-IF
           END-IF.

       PIED-RAPPORT.
           MOVE WS-NombreCaissiers TO WS-NombreEdite
           DISPLAY "CAISSES EXAMINEES       : " WS-NombreEdite.
           MOVE WS-NombreEcarts TO WS-NombreEdite
           DISPLAY "CAISSES EN ECART        : " WS-NombreEdite.
           MOVE WS-NombreNonClos TO WS-NombreEdite
           DISPLAY "CAISSES NON CLOSES      : " WS-NombreEdite.
           MOVE WS-NombreAnomalies TO WS-NombreEdite
           DISPLAY "OPS NON RAPPROCHEES     : " WS-NombreEdite.
           MOVE WS-MvtSansTrace TO WS-NombreEdite
           DISPLAY "MVTS ESPECES SANS AUDIT : " WS-NombreEdite.
           DISPLAY "=================================================="
               "==========================".
