       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgiosBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMPTESEL.
           COPY MVTSEL.
           COPY TRISEL.
           COPY PRODSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY COMPTEFD.
           COPY MVTFD.
           COPY TRIFD.
           COPY PRODFD.
           COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusComptes     PIC XX.
       01  WS-StatusMouvements  PIC XX.
       01  WS-StatusProduits    PIC XX.
       01  WS-StatusRunCtl      PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.

       01  WS-EOF-Tri         PIC X VALUE 'N'.
           88  FIN-DU-TRI      VALUE 'Y'.

       01  WS-SaisieValide    PIC X VALUE 'N'.
           88  SAISIE-VALIDE   VALUE 'Y'.

       01  WS-SoldeConnu      PIC X VALUE 'N'.
           88  SOLDE-CONNU     VALUE 'Y'.

       01  WS-DateComptable   PIC X(8).
       01  WS-Periode         PIC X(6).
       01  WS-CompteTri       PIC X(5).

       01  WS-Annee           PIC 9(4).
       01  WS-Mois            PIC XX.
       01  WS-Quotient        PIC 9(4).
       01  WS-Reste           PIC 9(4).
       01  WS-DernierJour     PIC 99.
       01  WS-NumJour         PIC 99.

       01  WS-TableJours.
           05  WS-Jour OCCURS 31 TIMES.
               10  WS-JR-Connu        PIC X.
               10  WS-JR-Solde        PIC S9(6)V99.

       01  WS-TauxDebiteur    PIC 9V9(4).
       01  WS-TauxPenalite    PIC 9V9(4).

       01  WS-SoldeDebut      PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
       01  WS-SoldeJour       PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
       01  WS-Decouvert       PIC 9(6)V99.
       01  WS-JoursDebiteurs  PIC 99.
       01  WS-JoursDepassement PIC 99.
       01  WS-NombresDebiteurs PIC 9(8)V99.
       01  WS-NombresPenalite PIC 9(8)V99.
       01  WS-Agios           PIC 9(6)V99.

       01  WS-SoldeAvant      PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
       01  WS-SoldeApres      PIC S9(6)V99 SIGN IS TRAILING SEPARATE.

       01  WS-NombreDebiteurs PIC 9(5)     VALUE 0.
       01  WS-NombreFactures  PIC 9(5)     VALUE 0.
       01  WS-TotalAgios      PIC 9(8)V99  VALUE 0.
       01  WS-NombreEdite     PIC ZZZZ9.
       01  WS-JoursEdite      PIC Z9.
       01  WS-DepassEdite     PIC Z9.
       01  WS-TauxDebEdite    PIC 9.9999.
       01  WS-TauxPenEdite    PIC 9.9999.
       01  WS-NombresDebEdite PIC ZZ,ZZZ,ZZ9.99.
       01  WS-NombresPenEdite PIC ZZ,ZZZ,ZZ9.99.
       01  WS-AgiosEdite      PIC ZZZ,ZZ9.99.
       01  WS-TotalEdite      PIC ZZ,ZZZ,ZZ9.99.

           COPY MVTWS.
           COPY PRODWS.
           COPY RUNCTLWS.

       PROCEDURE DIVISION.

       PROCEDURE-PRINCIPALE.
           DISPLAY "Debut du calcul des agios.".
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
               ACCEPT WS-DateJourRun FROM DATE YYYYMMDD
           ELSE
               MOVE WS-DateComptable TO WS-DateJourRun
           END-IF.
           MOVE WS-DateJourRun(1:6) TO WS-Periode
           PERFORM CALCULER-DERNIER-JOUR.
           MOVE "AGIOS" TO WS-JobRun
           MOVE WS-Periode TO WS-PeriodeRun
           PERFORM DEBUT-RUNCTL.
           PERFORM CHARGER-PRODUITS.

           OPEN I-O FichierComptes.
           IF WS-StatusComptes = "35"
               DISPLAY "Fichier comptes.dat introuvable."
               CLOSE FichierRunCtl
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ENTETE-RAPPORT.
           OPEN INPUT MouvementsJournal.
           IF WS-StatusMouvements = "35"
               MOVE 'Y' TO WS-EOF-Tri
               PERFORM TRAITER-COMPTES
           ELSE
               CLOSE MouvementsJournal
               SORT FichierTri
                   ON ASCENDING KEY TriNumeroCompte TriDate
                   WITH DUPLICATES IN ORDER
                   USING MouvementsJournal
                   OUTPUT PROCEDURE IS TRAITER-COMPTES
           END-IF.
           CLOSE FichierComptes.

           PERFORM FIN-RUNCTL.
           PERFORM PIED-RAPPORT.
           STOP RUN.

       TRAITER-COMPTES.
           IF NOT FIN-DU-TRI
               PERFORM RETOURNER-TRI
           END-IF
           PERFORM POSITIONNER-REPRISE
           PERFORM LIRE-SUIVANT
           PERFORM UNTIL FIN-DE-FICHIER
               PERFORM TRAITER-COMPTE
               PERFORM LIRE-SUIVANT
           END-PERFORM.

       RETOURNER-TRI.
           RETURN FichierTri
               AT END
                   MOVE 'Y' TO WS-EOF-Tri
               NOT AT END
                   MOVE TriNumeroCompte TO WS-CompteTri
           END-RETURN.

       LIRE-SUIVANT.
           READ FichierComptes NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-StatusComptes NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.

       POSITIONNER-REPRISE.
           IF WS-CompteReprise NOT = SPACES
               DISPLAY "Reprise apres le compte " WS-CompteReprise
               MOVE WS-CompteReprise TO NumeroCompte
               START FichierComptes KEY GREATER THAN NumeroCompte
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF.

       TRAITER-COMPTE.
           PERFORM RECONSTITUER-SOLDES
           IF NOT COMPTE-CLOTURE
               PERFORM CALCULER-AGIOS
               IF WS-JoursDebiteurs > 0
                   ADD 1 TO WS-NombreDebiteurs
                   IF WS-Agios > 0
                       PERFORM DEBITER-AGIOS
                   END-IF
                   PERFORM DETAIL-RAPPORT
               END-IF
           END-IF
           PERFORM POINTER-RUNCTL.

       RECONSTITUER-SOLDES.
           INITIALIZE WS-TableJours
           MOVE 'N' TO WS-SoldeConnu
           MOVE ZERO TO WS-SoldeDebut
           PERFORM UNTIL FIN-DU-TRI
               OR WS-CompteTri NOT < NumeroCompte
               PERFORM RETOURNER-TRI
           END-PERFORM
           PERFORM UNTIL FIN-DU-TRI
               OR WS-CompteTri NOT = NumeroCompte
               PERFORM VENTILER-MOUVEMENT
               PERFORM RETOURNER-TRI
           END-PERFORM
           IF NOT SOLDE-CONNU
               MOVE SoldeCompte TO WS-SoldeDebut
           END-IF.

       VENTILER-MOUVEMENT.
           IF TriDate IS NUMERIC
               IF TriDate(1:6) < WS-Periode
                   MOVE TriSoldeApres TO WS-SoldeDebut
                   MOVE 'Y' TO WS-SoldeConnu
               ELSE
                   IF NOT SOLDE-CONNU
                       MOVE TriSoldeAvant TO WS-SoldeDebut
                       MOVE 'Y' TO WS-SoldeConnu
                   END-IF
                   IF TriDate(1:6) = WS-Periode
                       MOVE TriDate(7:2) TO WS-NumJour
                       IF WS-NumJour > 0
                           AND WS-NumJour NOT > WS-DernierJour
                           MOVE TriSoldeApres
                               TO WS-JR-Solde(WS-NumJour)
                           MOVE 'Y' TO WS-JR-Connu(WS-NumJour)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CALCULER-AGIOS.
           MOVE WS-SoldeDebut TO WS-SoldeJour
           MOVE 0 TO WS-JoursDebiteurs
           MOVE 0 TO WS-JoursDepassement
           MOVE 0 TO WS-NombresDebiteurs
           MOVE 0 TO WS-NombresPenalite
           MOVE 0 TO WS-Agios
           PERFORM CUMULER-JOUR
               VARYING WS-NumJour FROM 1 BY 1
               UNTIL WS-NumJour > WS-DernierJour
           IF WS-JoursDebiteurs > 0
               PERFORM RECHERCHER-PRODUIT
               IF PRODUIT-TROUVE
                   MOVE WS-PR-TauxDebiteur(IDX-PROD)
                       TO WS-TauxDebiteur
                   MOVE WS-PR-TauxPenalite(IDX-PROD)
                       TO WS-TauxPenalite
               ELSE
                   MOVE 0 TO WS-TauxDebiteur
                   MOVE 0 TO WS-TauxPenalite
               END-IF
               COMPUTE WS-Agios ROUNDED =
                   (WS-NombresDebiteurs * WS-TauxDebiteur
                    + WS-NombresPenalite * WS-TauxPenalite) / 360
           END-IF.

       CUMULER-JOUR.
           IF WS-JR-Connu(WS-NumJour) = 'Y'
               MOVE WS-JR-Solde(WS-NumJour) TO WS-SoldeJour
           END-IF
           IF WS-SoldeJour < 0
               ADD 1 TO WS-JoursDebiteurs
               COMPUTE WS-Decouvert = 0 - WS-SoldeJour
               IF WS-Decouvert > SoldeAutorise
                   ADD 1 TO WS-JoursDepassement
                   ADD SoldeAutorise TO WS-NombresDebiteurs
                   COMPUTE WS-NombresPenalite = WS-NombresPenalite
                       + WS-Decouvert - SoldeAutorise
               ELSE
                   ADD WS-Decouvert TO WS-NombresDebiteurs
               END-IF
           END-IF.

       DEBITER-AGIOS.
           MOVE SoldeCompte TO WS-SoldeAvant
           SUBTRACT WS-Agios FROM SoldeCompte
           MOVE SoldeCompte TO WS-SoldeApres
           REWRITE EnregistrementCompte
           PERFORM ECRIRE-MOUVEMENT
           ADD 1 TO WS-NombreFactures
           ADD WS-Agios TO WS-TotalAgios.

       CALCULER-DERNIER-JOUR.
           MOVE WS-Periode(1:4) TO WS-Annee
           MOVE WS-Periode(5:2) TO WS-Mois
           EVALUATE WS-Mois
               WHEN "04"
               WHEN "06"
               WHEN "09"
               WHEN "11"
                   MOVE 30 TO WS-DernierJour
               WHEN "02"
                   MOVE 28 TO WS-DernierJour
                   DIVIDE WS-Annee BY 4 GIVING WS-Quotient
                       REMAINDER WS-Reste
                   IF WS-Reste = 0
                       MOVE 29 TO WS-DernierJour
                       DIVIDE WS-Annee BY 100 GIVING WS-Quotient
                           REMAINDER WS-Reste
                       IF WS-Reste = 0
                           MOVE 28 TO WS-DernierJour
                           DIVIDE WS-Annee BY 400 GIVING WS-Quotient
                               REMAINDER WS-Reste
                           IF WS-Reste = 0
                               MOVE 29 TO WS-DernierJour
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DernierJour
           END-EVALUATE.

       CHARGER-PRODUITS.
           OPEN INPUT FichierProduits
           IF WS-StatusProduits = "35"
               DISPLAY "Fichier PRODUITS.csv introuvable."
               CLOSE FichierRunCtl
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LIRE-PRODUIT
           PERFORM UNTIL FIN-DES-PRODUITS
               IF WS-NombreProduits < 20
                   ADD 1 TO WS-NombreProduits
                   SET IDX-PROD TO WS-NombreProduits
                   MOVE ProdCode TO WS-PR-Code(IDX-PROD)
                   IF ProdTauxDebiteur IS NUMERIC
                       MOVE ProdTauxDebiteur
                           TO WS-PR-TauxDebiteur(IDX-PROD)
                   ELSE
                       MOVE 0 TO WS-PR-TauxDebiteur(IDX-PROD)
                   END-IF
                   IF ProdTauxPenalite IS NUMERIC
                       MOVE ProdTauxPenalite
                           TO WS-PR-TauxPenalite(IDX-PROD)
                   ELSE
                       MOVE 0 TO WS-PR-TauxPenalite(IDX-PROD)
                   END-IF
               END-IF
               PERFORM LIRE-PRODUIT
           END-PERFORM
           CLOSE FichierProduits
           IF WS-NombreProduits = 0
               DISPLAY "Catalogue des produits vide."
               CLOSE FichierRunCtl
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIRE-PRODUIT.
           READ FichierProduits
               AT END
                   MOVE 'Y' TO WS-EOF-Produits
           END-READ.

       RECHERCHER-PRODUIT.
           MOVE 'N' TO WS-ProduitTrouve
           MOVE TypeProduit TO WS-CodeProduit
           IF WS-CodeProduit = SPACES
               MOVE "CPT" TO WS-CodeProduit
           END-IF
           SET IDX-PROD TO 1
           SEARCH WS-Produit
               AT END
                   MOVE 'N' TO WS-ProduitTrouve
               WHEN WS-PR-Code(IDX-PROD) = WS-CodeProduit
                   MOVE 'Y' TO WS-ProduitTrouve
           END-SEARCH.

       ENTETE-RAPPORT.
           DISPLAY "=================================================="
               "=============================".
           DISPLAY "  AGIOS SUR DECOUVERT - PERIODE " WS-Periode
               "  (BASE 360 JOURS)".
           DISPLAY "=================================================="
               "=============================".
           DISPLAY "CPTE  JD    JP    TX.DEB TX.PEN   NOMBRES DEB   "
               "NOMBRES DEP      AGIOS".
           DISPLAY "--------------------------------------------------"
               "-----------------------------".

       DETAIL-RAPPORT.
           MOVE WS-JoursDebiteurs TO WS-JoursEdite
           MOVE WS-JoursDepassement TO WS-DepassEdite
           MOVE WS-TauxDebiteur TO WS-TauxDebEdite
           MOVE WS-TauxPenalite TO WS-TauxPenEdite
           MOVE WS-NombresDebiteurs TO WS-NombresDebEdite
           MOVE WS-NombresPenalite TO WS-NombresPenEdite
           MOVE WS-Agios TO WS-AgiosEdite
           DISPLAY NumeroCompte " " WS-JoursEdite "    "
               WS-DepassEdite "    " WS-TauxDebEdite " "
               WS-TauxPenEdite " " WS-NombresDebEdite " "
               WS-NombresPenEdite " " WS-AgiosEdite.

       PIED-RAPPORT.
           DISPLAY "--------------------------------------------------"
               "-----------------------------".
           MOVE WS-NombreDebiteurs TO WS-NombreEdite
           DISPLAY "COMPTES DEBITEURS      : " WS-NombreEdite.
           MOVE WS-NombreFactures TO WS-NombreEdite
           DISPLAY "COMPTES DEBITES        : " WS-NombreEdite.
           MOVE WS-TotalAgios TO WS-TotalEdite
           DISPLAY "TOTAL DES AGIOS        : " WS-TotalEdite.
           DISPLAY "=================================================="
               "=============================".

       DEBUT-RUNCTL.
           OPEN I-O FichierRunCtl
           IF WS-StatusRunCtl = "35"
               OPEN OUTPUT FichierRunCtl
               CLOSE FichierRunCtl
               OPEN I-O FichierRunCtl
           END-IF
           MOVE WS-JobRun TO RunJobName
           MOVE WS-PeriodeRun TO RunPeriode
           READ FichierRunCtl
               INVALID KEY
                   MOVE WS-JobRun TO RunJobName
                   MOVE WS-PeriodeRun TO RunPeriode
                   MOVE "E" TO RunStatut
                   MOVE SPACES TO RunDernierCompte
                   MOVE WS-DateJourRun TO RunDateMaj
                   WRITE EnregistrementRunCtl
               NOT INVALID KEY
                   PERFORM CONTROLER-RUNCTL
           END-READ.

       CONTROLER-RUNCTL.
           IF RUN-TERMINE
               DISPLAY "Agios deja calcules pour "
                   WS-PeriodeRun
               DISPLAY "Tapez FORCER pour relancer: "
               ACCEPT WS-Confirmation
               IF WS-Confirmation = "FORCER"
                   MOVE "E" TO RunStatut
                   MOVE SPACES TO RunDernierCompte
                   MOVE WS-DateJourRun TO RunDateMaj
                   REWRITE EnregistrementRunCtl
               ELSE
                   DISPLAY "Traitement abandonne."
                   CLOSE FichierRunCtl
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE RunDernierCompte TO WS-CompteReprise
           END-IF.

       POINTER-RUNCTL.
           MOVE NumeroCompte TO RunDernierCompte
           REWRITE EnregistrementRunCtl.

       FIN-RUNCTL.
           MOVE "T" TO RunStatut
           MOVE WS-DateJourRun TO RunDateMaj
           REWRITE EnregistrementRunCtl
           CLOSE FichierRunCtl.

       ECRIRE-MOUVEMENT.
           MOVE WS-DateJourRun TO WS-LM-Date
           MOVE NumeroCompte TO WS-LM-NumeroCompte
           MOVE "AGIOS" TO WS-LM-Type
           MOVE WS-Agios TO WS-LM-Montant
           MOVE WS-SoldeAvant TO WS-LM-SoldeAvant
           MOVE WS-SoldeApres TO WS-LM-SoldeApres
           MOVE WS-Periode TO WS-LM-Reference

           OPEN EXTEND MouvementsJournal
           IF WS-StatusMouvements = "35"
               OPEN OUTPUT MouvementsJournal
               CLOSE MouvementsJournal
               OPEN EXTEND MouvementsJournal
           END-IF
           MOVE WS-LigneMouvement TO EnregistrementMouvement
           WRITE EnregistrementMouvement
           CLOSE MouvementsJournal.
