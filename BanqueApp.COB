           COPY PRODSEL.
           COPY OPPOSSEL.
           COPY MVTTMPSEL.
           COPY PRETSEL.
           COPY VIREXTSEL.
           COPY CAISSESEL.
           COPY OPESEL.
           COPY ATTSEL.
           COPY CHQSEL.
           COPY CHKSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PRODFD.
           COPY OPPOSFD.
           COPY MVTTMPFD.
           COPY PRETFD.
           COPY VIREXTFD.
           COPY CAISSEFD.
           COPY OPEFD.
           COPY ATTFD.
           COPY CHQFD.
           COPY CHKFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusComptes     PIC XX.
       01  WS-StatusProduits    PIC XX.
       01  WS-StatusOppositions PIC XX.
       01  WS-StatusTemporaire  PIC XX.
       01  WS-StatusPrets       PIC XX.
       01  WS-StatusVirExt      PIC XX.
       01  WS-StatusCaisse      PIC XX.
       01  WS-StatusOperateurs  PIC XX.
       01  WS-StatusAttentes    PIC XX.
       01  WS-StatusChequiers   PIC XX.
       01  WS-StatusCheques     PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.
           05  WS-OP-DateFin        PIC X(8).
           05  WS-OP-DerniereExec   PIC X(8) VALUE SPACES.

       01  WS-NumeroPret      PIC 9(5).
       01  WS-PretTexte       PIC X(5).
       01  WS-CapitalTexte    PIC X(10).
       01  WS-TauxTexte       PIC X(7).
       01  WS-DureeTexte      PIC X(3).
       01  WS-ClientCompte    PIC X(5).

       01  WS-CapitalPret     PIC 9(6)V99.
       01  WS-TauxSaisi       PIC 99V9(4).
       01  WS-TauxPret        PIC 9V9(4).
       01  WS-DureePret       PIC 9(3).
       01  WS-PremiereEcheance PIC X(8).
       01  WS-MensualitePret  PIC 9(6)V99.
       01  WS-TauxMensuel     PIC 9V9(8).
       01  WS-FacteurPret     PIC 9(6)V9(8).
       01  WS-RestantPret     PIC 9(6)V99.
       01  WS-InteretPret     PIC 9(6)V99.
       01  WS-AmortPret       PIC 9(6)V99.
       01  WS-EcheancePret    PIC 9(6)V99.
       01  WS-CoutPret        PIC 9(7)V99.
       01  WS-SoldeMaximum    PIC S9(7)V99.

       01  WS-NumeroEcheance  PIC 9(3).
       01  WS-DateEcheance    PIC X(8).
       01  WS-MoisEcheance    PIC X(6).
       01  WS-AnneeNum        PIC 9(4).
       01  WS-MoisNum         PIC 9(2).
       01  WS-Annee           PIC 9(4).
       01  WS-Mois            PIC X(2).
       01  WS-DernierJour     PIC 9(2).
       01  WS-JourEcheance    PIC 9(2).
       01  WS-Quotient        PIC 9(4).
       01  WS-Reste           PIC 9(4).

       01  WS-PretTrouve      PIC X VALUE 'N'.
           88  PRET-TROUVE     VALUE 'Y'.

       01  WS-PretValide      PIC X VALUE 'N'.
           88  PRET-VALIDE     VALUE 'Y'.

       01  WS-InteretEdite    PIC ZZZ,ZZ9.99.
       01  WS-AmortEdite      PIC ZZZ,ZZ9.99.
       01  WS-RestantEdite    PIC ZZZ,ZZ9.99.
       01  WS-CoutEdite       PIC Z,ZZZ,ZZ9.99.
       01  WS-TauxEdite       PIC 9.9999.

       01  WS-ReferencePret.
           05  FILLER             PIC XX VALUE "PR".
           05  WS-RefPret         PIC X(5).
           05  FILLER             PIC X VALUE SPACE.

       01  WS-LignePret.
           05  WS-PT-Numero           PIC X(5).
           05  WS-PT-Client           PIC X(5).
           05  WS-PT-Compte           PIC X(5).
           05  WS-PT-Capital          PIC 9(6)V99.
           05  WS-PT-TauxAnnuel       PIC 9V9(4).
           05  WS-PT-Duree            PIC 9(3).
           05  WS-PT-PremiereEcheance PIC X(8).
           05  WS-PT-Mensualite       PIC 9(6)V99.
           05  WS-PT-CapitalRestant   PIC 9(6)V99.
           05  WS-PT-EcheancesPayees  PIC 9(3) VALUE 0.
           05  WS-PT-ProchaineEcheance PIC X(8).
           05  WS-PT-DernierPaiement  PIC X(8) VALUE SPACES.
           05  WS-PT-Impayes          PIC 9(3) VALUE 0.
           05  WS-PT-MontantImpaye    PIC 9(7)V99 VALUE 0.
           05  WS-PT-Statut           PIC X VALUE "A".
           05  WS-PT-DateOuverture    PIC X(8).

       01  WS-CompteReglement PIC 9(5) VALUE 99999.
       01  WS-BanqueExterne   PIC X(8).
       01  WS-CompteExterne   PIC X(34).

       01  WS-LigneVirExt.
           05  WS-VX-Date           PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-VX-Reference      PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-VX-NumeroCompte   PIC 9(5).
           05  FILLER               PIC X VALUE ",".
           05  WS-VX-Banque         PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-VX-CompteExterne  PIC X(34).
           05  FILLER               PIC X VALUE ",".
           05  WS-VX-Montant        PIC 9(6)V99.
           05  FILLER               PIC X VALUE ",".
           05  WS-VX-Operateur      PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-VX-Etat           PIC X VALUE SPACE.
           05  FILLER               PIC X VALUE ",".
           05  WS-VX-DateEnvoi      PIC X(8) VALUE SPACES.

       01  WS-DateCaisse      PIC X(8).
       01  WS-CaisseTexte     PIC X(10).
       01  WS-MontantCaisse   PIC 9(6)V99.

       01  WS-CaisseOuverte   PIC X VALUE 'N'.
           88  CAISSE-OUVERTE  VALUE 'Y'.

       01  WS-EOF-Caisse      PIC X VALUE 'N'.
           88  FIN-DE-CAISSE   VALUE 'Y'.

       01  WS-LigneCaisse.
           05  WS-CA-Date           PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-CA-Operateur      PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-CA-Type           PIC X.
           05  FILLER               PIC X VALUE ",".
           05  WS-CA-Heure          PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-CA-Montant        PIC 9(6)V99.

       01  WS-Operateur       PIC X(8).
       01  WS-NomOperateur    PIC X(20).
       01  WS-RoleOperateur   PIC X.
           88  OPERATEUR-SUPERVISEUR  VALUE "S".
       01  WS-PlafondOperateur PIC 9(6)V99 VALUE 0.
       01  WS-Superviseur     PIC X(8) VALUE SPACES.

       01  WS-OperateurTrouve PIC X VALUE 'N'.
           88  OPERATEUR-TROUVE  VALUE 'Y'.

       01  WS-EOF-Operateurs  PIC X VALUE 'N'.
           88  FIN-DES-OPERATEURS  VALUE 'Y'.

       01  WS-Approbation     PIC X VALUE 'N'.
           88  APPROBATION-EN-COURS  VALUE 'Y'.

       01  WS-EOF-Attentes    PIC X VALUE 'N'.
           88  FIN-DES-ATTENTES  VALUE 'Y'.

       01  WS-LimiteEnAttente PIC X VALUE 'N'.
           88  LIMITE-EN-ATTENTE  VALUE 'Y'.

       01  WS-TypeAttente     PIC X(8).
       01  WS-ResultatAttente PIC X(20).
       01  WS-LimiteDemandee  PIC 9(6)V99 VALUE 0.
       01  WS-Decision        PIC X.
       01  WS-NombreAttentes  PIC 9(5) VALUE 0.

       01  WS-ActionChequier  PIC X.
       01  WS-TailleChequier  PIC 9(3) VALUE 25.
       01  WS-DernierCheque   PIC 9(7) VALUE 0.
       01  WS-PremierCommande PIC 9(7) VALUE 0.
       01  WS-MotifOpposCheque PIC X.
       01  WS-PlageTrouvee    PIC X VALUE 'N'.
           88  CHEQUE-DELIVRE  VALUE 'Y'.

       01  WS-ResultatDecision.
           05  WS-RD-Decision       PIC X(9).
           05  WS-RD-Type           PIC X(8).
           05  FILLER               PIC X(3) VALUE SPACES.

       01  WS-LigneAttente.
           05  WS-AT-Date           PIC X(8).
           05  WS-AT-Heure          PIC X(8).
           05  WS-AT-Type           PIC X(8).
           05  WS-AT-Compte         PIC X(5).
           05  WS-AT-CompteDest     PIC X(5).
           05  WS-AT-Montant        PIC 9(6)V99.
           05  WS-AT-Banque         PIC X(8).
           05  WS-AT-CompteExterne  PIC X(34).
           05  WS-AT-Demandeur      PIC X(8).
           05  WS-AT-Etat           PIC X.
           05  WS-AT-Superviseur    PIC X(8).
           05  WS-AT-DateDecision   PIC X(8).
           05  WS-AT-Resultat       PIC X(20).

       01  WS-AuditAction     PIC X(16).
       01  WS-AuditCompte     PIC X(5).
       01  WS-AuditResultat   PIC X(20).
       01  WS-AuditMontant    PIC 9(6)V99 VALUE 0.

       01  WS-LigneAudit.
           05  WS-AU-Date           PIC X(8).
           05  WS-AU-Compte         PIC X(5).
           05  FILLER               PIC X VALUE ",".
           05  WS-AU-Resultat       PIC X(20).
           05  FILLER               PIC X VALUE ",".
           05  WS-AU-Montant        PIC 9(6)V99 VALUE 0.
           05  FILLER               PIC X VALUE ",".
           05  WS-AU-Superviseur    PIC X(8) VALUE SPACES.

           COPY MVTWS.
           COPY PRODWS.
           COPY OPPOSWS.
           COPY CHKWS.

       PROCEDURE DIVISION.

                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.
           PERFORM CHARGER-OPERATEUR.
           IF NOT OPERATEUR-TROUVE
               DISPLAY "Operateur inconnu. Acces refuse."
               MOVE "CONNEXION" TO WS-AuditAction
               MOVE SPACES TO WS-AuditCompte
               MOVE "OPERATEUR INCONNU" TO WS-AuditResultat
               PERFORM ECRIRE-AUDIT
               STOP RUN
           END-IF.
           PERFORM OUVRIR-CAISSE.
           PERFORM MENU-PRINCIPAL.
           STOP RUN.

           DISPLAY "14. Cr�er une Opposition".
           DISPLAY "15. Lever une Opposition".
           DISPLAY "16. Extourner un Mouvement".
           DISPLAY "17. Creer un Pret".
           DISPLAY "18. Tableau d'Amortissement d'un Pret".
           DISPLAY "19. Virement vers une Autre Banque".
           DISPLAY "20. Approbation des Operations en Attente".
           DISPLAY "21. Commander / Remettre un Chequier".
           DISPLAY "22. Opposition sur un Cheque".

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               WHEN 4
                   PERFORM AFFICHER-COMPTE
               WHEN 5
                   PERFORM FERMER-CAISSE
                   MOVE "FIN-SESSION" TO WS-AuditAction
                   MOVE SPACES TO WS-AuditCompte
                   MOVE "ACCEPTE" TO WS-AuditResultat
                   PERFORM LEVER-OPPOSITION
               WHEN 16
                   PERFORM EXTOURNER-MOUVEMENT
               WHEN 17
                   PERFORM CREER-PRET
               WHEN 18
                   PERFORM AFFICHER-PRET
               WHEN 19
                   PERFORM VIREMENT-EXTERNE
               WHEN 20
                   PERFORM APPROUVER-ATTENTES
               WHEN 21
                   PERFORM GERER-CHEQUIER
               WHEN 22
                   PERFORM OPPOSER-CHEQUE
               WHEN OTHER
                   DISPLAY "Choix invalide. Veuillez r�essayer."
                   PERFORM MENU-PRINCIPAL
                       DISPLAY "Valeur invalide."
                   END-IF
               END-PERFORM
               IF WS-SoldeAutorise > WS-PlafondOperateur
                   MOVE WS-SoldeAutorise TO WS-LimiteDemandee
                   MOVE ZERO TO WS-SoldeAutorise
                   MOVE 'Y' TO WS-LimiteEnAttente
                   DISPLAY "Limite superieure a votre plafond: "
                       "approbation d'un superviseur requise."
               END-IF
           ELSE
               DISPLAY "D�couvert non autoris� pour ce produit."
               MOVE ZERO TO WS-SoldeAutorise
               DISPLAY "Compte cr�� avec succ�s!"
               MOVE "ACCEPTE" TO WS-AuditResultat
               PERFORM ECRIRE-AUDIT
               IF LIMITE-EN-ATTENTE
                   PERFORM DEMANDER-DECOUVERT
               END-IF
           END-IF.

       DEPOSER.

           MOVE "DEPOT" TO WS-AuditAction
           MOVE WS-NumeroCompte TO WS-AuditCompte
           MOVE WS-Montant TO WS-AuditMontant
           PERFORM SAUVEGARDER-COMPTES.

           IF SAUVEGARDE-REUSSIE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.
           PERFORM RETIRER-TRAITEMENT.

       RETIRER-TRAITEMENT.
           MOVE "RETRAIT" TO WS-AuditAction
           MOVE WS-NumeroCompte TO WS-AuditCompte
           MOVE WS-Montant TO WS-AuditMontant
           PERFORM SAUVEGARDER-COMPTES.

           IF SAUVEGARDE-REUSSIE
               DISPLAY "Montant bloqu� par opposition. "
                   "Retrait refus�."
               MOVE "OPPOSITION MONTANT" TO WS-AuditResultat
           ELSE IF WS-Montant > WS-PlafondOperateur
               AND NOT APPROBATION-EN-COURS
               PERFORM PREPARER-ATTENTE
               MOVE "RETRAIT" TO WS-TypeAttente
               MOVE WS-NumeroCompte TO WS-AT-Compte
               MOVE WS-Montant TO WS-AT-Montant
               PERFORM METTRE-EN-ATTENTE
               MOVE WS-ResultatAttente TO WS-AuditResultat
           ELSE
               MOVE WS-SoldeCompte TO WS-SoldeAvant
               SUBTRACT WS-Montant FROM WS-SoldeCompte
               MOVE "ACCEPTE" TO WS-AuditResultat
           END-IF
           END-IF
           END-IF
           END-IF.

       AFFICHER-COMPTE.
                   INVALID KEY
                       MOVE 'N' TO WS-CompteTrouve
                   NOT INVALID KEY
                       MOVE ClientCompte TO WS-ClientCompte
                       IF COMPTE-CLOTURE
                           MOVE 'N' TO WS-CompteTrouve
                       ELSE
               CLOSE FichierOppositions
           END-IF.

       GERER-CHEQUIER.
           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Numero de Compte: "
               ACCEPT WS-NumeroTexte
               IF WS-NumeroTexte NOT = SPACES
                   AND FUNCTION TRIM(WS-NumeroTexte) IS NUMERIC
                   MOVE WS-NumeroTexte TO WS-NumeroCompte
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "C=Commander un Chequier, R=Remettre au Client: "
               ACCEPT WS-ActionChequier
               IF WS-ActionChequier = "C" OR "R"
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           IF WS-ActionChequier = "C"
               MOVE "COMMANDE-CHQ" TO WS-AuditAction
           ELSE
               MOVE "REMISE-CHQ" TO WS-AuditAction
           END-IF
           MOVE WS-NumeroCompte TO WS-AuditCompte
           PERFORM RECHERCHER-COMPTE.
           IF NOT COMPTE-TROUVE
               DISPLAY "Compte non trouve."
               MOVE "COMPTE INEXISTANT" TO WS-AuditResultat
           ELSE
               OPEN I-O FichierChequiers
               IF WS-StatusChequiers = "35"
                   OPEN OUTPUT FichierChequiers
                   CLOSE FichierChequiers
                   OPEN I-O FichierChequiers
               END-IF
               MOVE WS-NumeroCompte TO WS-CompteCheque
               MOVE ZERO TO WS-NumeroCheque
               PERFORM PARCOURIR-CHEQUIERS
               IF WS-ActionChequier = "C"
                   PERFORM COMMANDER-CHEQUIER
               ELSE
                   PERFORM REMETTRE-CHEQUIER
               END-IF
               CLOSE FichierChequiers
           END-IF.
           PERFORM ECRIRE-AUDIT.

       COMMANDER-CHEQUIER.
           IF CHEQUIER-TROUVE
               DISPLAY "Un chequier est deja en commande pour ce "
                   "compte."
               MOVE "DEJA EN COMMANDE" TO WS-AuditResultat
           ELSE
               MOVE WS-CompteCheque TO ChqNumeroCompte
               COMPUTE ChqPremier = WS-DernierCheque + 1
               COMPUTE ChqDernier = WS-DernierCheque
                   + WS-TailleChequier
               MOVE "C" TO ChqEtat
               ACCEPT ChqDateCommande FROM DATE YYYYMMDD
               MOVE SPACES TO ChqDateRemise
               MOVE WS-Operateur TO ChqOperateur
               WRITE EnregistrementChequier
                   INVALID KEY
                       DISPLAY "Enregistrement du chequier impossible."
                       MOVE "ECRITURE KO" TO WS-AuditResultat
                   NOT INVALID KEY
                       DISPLAY "Chequier commande: cheques "
                           ChqPremier " a " ChqDernier
                       MOVE "ACCEPTE" TO WS-AuditResultat
               END-WRITE
           END-IF.

       REMETTRE-CHEQUIER.
           IF NOT CHEQUIER-TROUVE
               DISPLAY "Aucun chequier en commande pour ce compte."
               MOVE "AUCUNE COMMANDE" TO WS-AuditResultat
           ELSE
               MOVE WS-CompteCheque TO ChqNumeroCompte
               MOVE WS-PremierCommande TO ChqPremier
               READ FichierChequiers
                   INVALID KEY
                       DISPLAY "Chequier introuvable."
                       MOVE "AUCUNE COMMANDE" TO WS-AuditResultat
                   NOT INVALID KEY
                       MOVE "R" TO ChqEtat
                       ACCEPT ChqDateRemise FROM DATE YYYYMMDD
                       MOVE WS-Operateur TO ChqOperateur
                       REWRITE EnregistrementChequier
                       DISPLAY "Chequier remis: cheques "
                           ChqPremier " a " ChqDernier
                       MOVE "ACCEPTE" TO WS-AuditResultat
               END-READ
           END-IF.

       PARCOURIR-CHEQUIERS.
           MOVE 'N' TO WS-ChequierTrouve
           MOVE 'N' TO WS-PlageTrouvee
           MOVE 'N' TO WS-FinChequiers
           MOVE ZERO TO WS-DernierCheque
           MOVE WS-CompteCheque TO ChqNumeroCompte
           MOVE ZERO TO ChqPremier
           START FichierChequiers KEY NOT LESS THAN CleChequier
               INVALID KEY
                   MOVE 'Y' TO WS-FinChequiers
           END-START
           PERFORM UNTIL FIN-DES-CHEQUIERS
               READ FichierChequiers NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FinChequiers
                   NOT AT END
                       IF ChqNumeroCompte NOT = WS-CompteCheque
                           MOVE 'Y' TO WS-FinChequiers
                       ELSE
                           MOVE ChqDernier TO WS-DernierCheque
                           IF CHEQUIER-COMMANDE
                               MOVE 'Y' TO WS-ChequierTrouve
                               MOVE ChqPremier TO WS-PremierCommande
                           END-IF
                           IF WS-NumeroCheque NOT < ChqPremier
                               AND WS-NumeroCheque NOT > ChqDernier
                               MOVE 'Y' TO WS-PlageTrouvee
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPPOSER-CHEQUE.
           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Numero de Compte: "
               ACCEPT WS-NumeroTexte
               IF WS-NumeroTexte NOT = SPACES
                   AND FUNCTION TRIM(WS-NumeroTexte) IS NUMERIC
                   MOVE WS-NumeroTexte TO WS-NumeroCompte
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Numero de Cheque: "
               ACCEPT WS-ChequeTexte
               IF WS-ChequeTexte NOT = SPACES
                   AND FUNCTION TRIM(WS-ChequeTexte) IS NUMERIC
                   COMPUTE WS-NumeroCheque =
                       FUNCTION NUMVAL(WS-ChequeTexte)
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Motif (P=Perte, V=Vol, A=Autre): "
               ACCEPT WS-MotifOpposCheque
               IF WS-MotifOpposCheque = "P" OR "V" OR "A"
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE "OPPOS-CHEQUE" TO WS-AuditAction
           MOVE WS-NumeroCompte TO WS-AuditCompte
           MOVE WS-NumeroCompte TO WS-CompteCheque
           PERFORM RECHERCHER-COMPTE.
           IF NOT COMPTE-TROUVE
               DISPLAY "Compte non trouve."
               MOVE "COMPTE INEXISTANT" TO WS-AuditResultat
           ELSE
               MOVE 'N' TO WS-PlageTrouvee
               OPEN INPUT FichierChequiers
               IF WS-StatusChequiers NOT = "35"
                   PERFORM PARCOURIR-CHEQUIERS
                   CLOSE FichierChequiers
               END-IF
               IF NOT CHEQUE-DELIVRE
                   DISPLAY "Ce cheque n'appartient a aucun chequier "
                       "du compte."
                   MOVE "CHEQUE INCONNU" TO WS-AuditResultat
               ELSE
                   PERFORM ENREGISTRER-OPPOS-CHEQUE
               END-IF
           END-IF.
           PERFORM ECRIRE-AUDIT.

       ENREGISTRER-OPPOS-CHEQUE.
           OPEN I-O FichierCheques
           IF WS-StatusCheques = "35"
               OPEN OUTPUT FichierCheques
               CLOSE FichierCheques
               OPEN I-O FichierCheques
           END-IF
           MOVE WS-CompteCheque TO ChkNumeroCompte
           MOVE WS-NumeroCheque TO ChkNumero
           READ FichierCheques
               INVALID KEY
                   MOVE "O" TO ChkEtat
                   ACCEPT ChkDate FROM DATE YYYYMMDD
                   MOVE ZERO TO ChkMontant
                   MOVE WS-MotifOpposCheque TO ChkMotif
                   MOVE WS-Operateur TO ChkOperateur
                   WRITE EnregistrementCheque
                   DISPLAY "Opposition enregistree sur le cheque "
                       WS-NumeroCheque "."
                   MOVE "ACCEPTE" TO WS-AuditResultat
               NOT INVALID KEY
                   IF CHEQUE-PAYE
                       DISPLAY "Cheque deja paye le " ChkDate "."
                       MOVE "CHEQUE DEJA PAYE" TO WS-AuditResultat
                   ELSE
                       DISPLAY "Cheque deja frappe d'opposition."
                       MOVE "DEJA EN OPPOSITION" TO WS-AuditResultat
                   END-IF
           END-READ
           CLOSE FichierCheques.

       CHARGER-PRODUITS.
           IF NOT CATALOGUE-CHARGE
               OPEN INPUT FichierProduits
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.
           PERFORM VIREMENT-TRAITEMENT.

       VIREMENT-TRAITEMENT.
           MOVE "VIREMENT" TO WS-AuditAction
           MOVE WS-NumeroCompteSrc TO WS-AuditCompte
           MOVE WS-Montant TO WS-AuditMontant
           IF WS-NumeroCompteDest = WS-NumeroCompteSrc
               DISPLAY "Comptes identiques. Virement impossible."
               MOVE "COMPTES IDENTIQUES" TO WS-AuditResultat
               MOVE "COMPTE INEXISTANT" TO WS-AuditResultat
               MOVE 'N' TO WS-VirementValide
           ELSE
               PERFORM CONTROLER-COMPTE-DEBIT
           END-IF

           IF VIREMENT-VALIDE
               END-IF
           END-IF

           IF VIREMENT-VALIDE
               AND WS-Montant > WS-PlafondOperateur
               AND NOT APPROBATION-EN-COURS
               MOVE 'N' TO WS-VirementValide
               PERFORM PREPARER-ATTENTE
               MOVE "VIREMENT" TO WS-TypeAttente
               MOVE WS-NumeroCompteSrc TO WS-AT-Compte
               MOVE WS-NumeroCompteDest TO WS-AT-CompteDest
               MOVE WS-Montant TO WS-AT-Montant
               PERFORM METTRE-EN-ATTENTE
               MOVE WS-ResultatAttente TO WS-AuditResultat
           END-IF

           IF VIREMENT-VALIDE
               ACCEPT WS-Reference FROM TIME
               MOVE "VIREMENT" TO WS-TypeMouvement
               MOVE 'N' TO WS-VirementValide
           END-IF.

       CONTROLER-COMPTE-DEBIT.
           MOVE WS-NumeroCompteSrc TO WS-NumeroCompte
           PERFORM READ-COMPTE
           IF FIN-DE-FICHIER
               DISPLAY "Compte � d�biter non trouv�."
               MOVE "COMPTE INEXISTANT" TO WS-AuditResultat
               MOVE 'N' TO WS-VirementValide
           ELSE IF COMPTE-CLOTURE
               DISPLAY "Compte � d�biter cl�tur�. "
                   "Op�ration refus�e."
               MOVE "COMPTE CLOTURE" TO WS-AuditResultat
               MOVE 'N' TO WS-VirementValide
           ELSE
               IF COMPTE-DORMANT
                   PERFORM DEMANDER-REACTIVATION
               END-IF
               IF COMPTE-DORMANT
                   DISPLAY "Compte � d�biter dormant. "
                       "Virement refus�."
                   MOVE "COMPTE DORMANT" TO WS-AuditResultat
                   MOVE 'N' TO WS-VirementValide
               ELSE
                   PERFORM CONTROLER-DEBIT-VIREMENT
               END-IF
           END-IF
           END-IF.

       VIREMENT-EXTERNE.
           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Compte a Debiter: "
               ACCEPT WS-NumeroTexte
               IF WS-NumeroTexte NOT = SPACES
                   AND FUNCTION TRIM(WS-NumeroTexte) IS NUMERIC
                   MOVE WS-NumeroTexte TO WS-NumeroCompteSrc
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Code Banque du Beneficiaire: "
               ACCEPT WS-BanqueExterne
               IF WS-BanqueExterne NOT = SPACES
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Compte du Beneficiaire: "
               ACCEPT WS-CompteExterne
               IF WS-CompteExterne NOT = SPACES
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Montant a Virer: "
               ACCEPT WS-MontantTexte
               IF WS-MontantTexte NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-MontantTexte) = 0
                   COMPUTE WS-Montant = FUNCTION NUMVAL(WS-MontantTexte)
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.
           PERFORM VIREMENT-EXTERNE-TRAITEMENT.

       VIREMENT-EXTERNE-TRAITEMENT.
           MOVE "VIREMENT-EXT" TO WS-AuditAction
           MOVE WS-NumeroCompteSrc TO WS-AuditCompte
           MOVE WS-Montant TO WS-AuditMontant
           IF WS-NumeroCompteSrc = WS-CompteReglement
               DISPLAY "Compte de reglement. Virement impossible."
               MOVE "COMPTE REGLEMENT" TO WS-AuditResultat
               PERFORM ECRIRE-AUDIT
           ELSE
               PERFORM SAUVEGARDER-COMPTES
               IF SAUVEGARDE-REUSSIE
                   PERFORM EXECUTER-VIREMENT-EXTERNE
               ELSE
                   MOVE "SAUVEGARDE KO" TO WS-AuditResultat
                   PERFORM ECRIRE-AUDIT
               END-IF
           END-IF.

       EXECUTER-VIREMENT-EXTERNE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-VirementValide
           OPEN I-O FichierComptes
           IF WS-StatusComptes = "35"
               DISPLAY "Compte non trouve."
               MOVE "COMPTE INEXISTANT" TO WS-AuditResultat
               MOVE 'N' TO WS-VirementValide
           ELSE
               PERFORM CONTROLER-COMPTE-DEBIT
           END-IF

           IF VIREMENT-VALIDE
               MOVE WS-CompteReglement TO WS-NumeroCompte
               PERFORM READ-COMPTE
               IF FIN-DE-FICHIER
                   DISPLAY "Compte de reglement " WS-CompteReglement
                       " introuvable. Virement refuse."
                   MOVE "REGLEMENT INEXISTANT" TO WS-AuditResultat
                   MOVE 'N' TO WS-VirementValide
               END-IF
           END-IF

           IF VIREMENT-VALIDE
               AND WS-Montant > WS-PlafondOperateur
               AND NOT APPROBATION-EN-COURS
               MOVE 'N' TO WS-VirementValide
               PERFORM PREPARER-ATTENTE
               MOVE "VIREXT" TO WS-TypeAttente
               MOVE WS-NumeroCompteSrc TO WS-AT-Compte
               MOVE WS-Montant TO WS-AT-Montant
               MOVE WS-BanqueExterne TO WS-AT-Banque
               MOVE WS-CompteExterne TO WS-AT-CompteExterne
               PERFORM METTRE-EN-ATTENTE
               MOVE WS-ResultatAttente TO WS-AuditResultat
           END-IF

           IF VIREMENT-VALIDE
               ACCEPT WS-Reference FROM TIME
               MOVE "VIREXT" TO WS-TypeMouvement

               MOVE WS-NumeroCompteSrc TO WS-NumeroCompte
               PERFORM READ-COMPTE
               PERFORM CONVERTIR-SOLDE
               MOVE WS-SoldeCompte TO WS-SoldeAvant
               SUBTRACT WS-Montant FROM WS-SoldeCompte
               MOVE WS-SoldeCompte TO WS-SoldeApres
               PERFORM ECRIRE-COMPTE
               PERFORM ECRIRE-MOUVEMENT

               MOVE WS-CompteReglement TO WS-NumeroCompte
               PERFORM READ-COMPTE
               PERFORM CONVERTIR-SOLDE
               MOVE WS-SoldeCompte TO WS-SoldeAvant
               ADD WS-Montant TO WS-SoldeCompte
               MOVE WS-SoldeCompte TO WS-SoldeApres
               PERFORM ECRIRE-COMPTE
               PERFORM ECRIRE-MOUVEMENT

               PERFORM ECRIRE-VIREMENT-EXTERNE
               DISPLAY "Virement externe enregistre avec succes!"
               DISPLAY "Reference: " WS-Reference
               MOVE "ACCEPTE" TO WS-AuditResultat
           END-IF
           PERFORM ECRIRE-AUDIT

           IF WS-StatusComptes NOT = "35"
               CLOSE FichierComptes
           END-IF.

       ECRIRE-VIREMENT-EXTERNE.
           ACCEPT WS-VX-Date FROM DATE YYYYMMDD
           MOVE WS-Reference TO WS-VX-Reference
           MOVE WS-NumeroCompteSrc TO WS-VX-NumeroCompte
           MOVE WS-BanqueExterne TO WS-VX-Banque
           MOVE WS-CompteExterne TO WS-VX-CompteExterne
           MOVE WS-Montant TO WS-VX-Montant
           MOVE WS-Operateur TO WS-VX-Operateur

           OPEN EXTEND FichierVirExt
           IF WS-StatusVirExt = "35"
               OPEN OUTPUT FichierVirExt
               CLOSE FichierVirExt
               OPEN EXTEND FichierVirExt
           END-IF
           MOVE WS-LigneVirExt TO EnregistrementVirExt
           WRITE EnregistrementVirExt
           CLOSE FichierVirExt.

       CREER-PRET.
           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Numero de Pret: "
               ACCEPT WS-PretTexte
               IF WS-PretTexte NOT = SPACES
                   AND FUNCTION TRIM(WS-PretTexte) IS NUMERIC
                   MOVE WS-PretTexte TO WS-NumeroPret
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Numero de Client: "
               ACCEPT WS-ClientTexte
               IF WS-ClientTexte NOT = SPACES
                   AND FUNCTION TRIM(WS-ClientTexte) IS NUMERIC
                   MOVE WS-ClientTexte TO WS-NumeroClient
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Compte de Remboursement: "
               ACCEPT WS-NumeroTexte
               IF WS-NumeroTexte NOT = SPACES
                   AND FUNCTION TRIM(WS-NumeroTexte) IS NUMERIC
                   MOVE WS-NumeroTexte TO WS-NumeroCompte
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Capital Emprunte: "
               ACCEPT WS-CapitalTexte
               IF WS-CapitalTexte NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-CapitalTexte) = 0
                   COMPUTE WS-CapitalPret =
                       FUNCTION NUMVAL(WS-CapitalTexte)
                   IF WS-CapitalPret > ZERO
                       MOVE 'Y' TO WS-SaisieValide
                   ELSE
                       DISPLAY "Valeur invalide."
                   END-IF
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Taux Annuel (ex. 0.0450): "
               ACCEPT WS-TauxTexte
               IF WS-TauxTexte NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-TauxTexte) = 0
                   COMPUTE WS-TauxSaisi =
                       FUNCTION NUMVAL(WS-TauxTexte)
                   IF WS-TauxSaisi < 1
                       MOVE WS-TauxSaisi TO WS-TauxPret
                       MOVE 'Y' TO WS-SaisieValide
                   ELSE
                       DISPLAY "Valeur invalide."
                   END-IF
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez la Duree en Mois (1-360): "
               ACCEPT WS-DureeTexte
               IF WS-DureeTexte NOT = SPACES
                   AND FUNCTION TRIM(WS-DureeTexte) IS NUMERIC
                   COMPUTE WS-DureePret =
                       FUNCTION NUMVAL(WS-DureeTexte)
                   IF WS-DureePret >= 1 AND WS-DureePret <= 360
                       MOVE 'Y' TO WS-SaisieValide
                   ELSE
                       DISPLAY "Valeur invalide."
                   END-IF
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez la Date de Premiere Echeance "
                   "(AAAAMMJJ): "
               ACCEPT WS-PremiereEcheance
               IF WS-PremiereEcheance IS NUMERIC
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE "CREATION-PRET" TO WS-AuditAction
           MOVE WS-NumeroPret TO WS-AuditCompte
           MOVE 'Y' TO WS-PretValide
           PERFORM RECHERCHER-PRET
           IF PRET-TROUVE
               DISPLAY "Erreur: ce numero de pret existe deja."
               MOVE "DEJA EXISTANT" TO WS-AuditResultat
               MOVE 'N' TO WS-PretValide
           END-IF

           IF PRET-VALIDE
               PERFORM RECHERCHER-CLIENT
               IF NOT CLIENT-TROUVE
                   DISPLAY "Client inconnu. Creation refusee."
                   MOVE "CLIENT INCONNU" TO WS-AuditResultat
                   MOVE 'N' TO WS-PretValide
               END-IF
           END-IF

           IF PRET-VALIDE
               PERFORM RECHERCHER-COMPTE
               IF NOT COMPTE-TROUVE
                   DISPLAY "Compte de remboursement non trouve."
                   MOVE "COMPTE INEXISTANT" TO WS-AuditResultat
                   MOVE 'N' TO WS-PretValide
               ELSE IF WS-ClientCompte NOT = WS-NumeroClient
                   DISPLAY "Compte rattache a un autre client. "
                       "Creation refusee."
                   MOVE "COMPTE AUTRE CLIENT" TO WS-AuditResultat
                   MOVE 'N' TO WS-PretValide
               END-IF
               END-IF
           END-IF

           IF PRET-VALIDE
               PERFORM SAUVEGARDER-COMPTES
               IF SAUVEGARDE-REUSSIE
                   PERFORM DEBLOQUER-PRET
               ELSE
                   MOVE "SAUVEGARDE KO" TO WS-AuditResultat
               END-IF
           END-IF.
           PERFORM ECRIRE-AUDIT.

       DEBLOQUER-PRET.
           PERFORM CALCULER-MENSUALITE
           MOVE 'N' TO WS-EOF
           OPEN I-O FichierComptes
           IF WS-StatusComptes = "35"
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM READ-COMPTE
           END-IF

           IF FIN-DE-FICHIER
               DISPLAY "Compte de remboursement non trouve."
               MOVE "COMPTE INEXISTANT" TO WS-AuditResultat
           ELSE IF COMPTE-DORMANT
               DISPLAY "Compte dormant. Creation refusee."
               MOVE "COMPTE DORMANT" TO WS-AuditResultat
           ELSE
               PERFORM CONVERTIR-SOLDE
               COMPUTE WS-SoldeMaximum = WS-SoldeCompte + WS-CapitalPret
               IF WS-SoldeMaximum > 999999.99
                   DISPLAY "Capital trop eleve pour ce compte. "
                       "Creation refusee."
                   MOVE "MONTANT INVALIDE" TO WS-AuditResultat
               ELSE
                   MOVE WS-SoldeCompte TO WS-SoldeAvant
                   ADD WS-CapitalPret TO WS-SoldeCompte
                   MOVE WS-SoldeCompte TO WS-SoldeApres
                   PERFORM ECRIRE-COMPTE
                   MOVE WS-NumeroPret TO WS-RefPret
                   PERFORM ECRIRE-MOUVEMENT-PRET
                   PERFORM ECRIRE-PRET
                   DISPLAY "Pret cree avec succes!"
                   MOVE WS-MensualitePret TO WS-MontantEdite
                   DISPLAY "Mensualite: " WS-MontantEdite
                   MOVE "ACCEPTE" TO WS-AuditResultat
                   PERFORM AFFICHER-TABLEAU-AMORT
               END-IF
           END-IF
           END-IF

           IF WS-StatusComptes NOT = "35"
               CLOSE FichierComptes
           END-IF.

       CALCULER-MENSUALITE.
           IF WS-TauxPret = ZERO
               COMPUTE WS-MensualitePret ROUNDED =
                   WS-CapitalPret / WS-DureePret
           ELSE
               COMPUTE WS-TauxMensuel ROUNDED = WS-TauxPret / 12
               COMPUTE WS-FacteurPret ROUNDED =
                   (1 + WS-TauxMensuel) ** WS-DureePret
               COMPUTE WS-MensualitePret ROUNDED =
                   WS-CapitalPret * WS-TauxMensuel * WS-FacteurPret
                   / (WS-FacteurPret - 1)
           END-IF.

       ECRIRE-PRET.
           MOVE WS-NumeroPret TO WS-PT-Numero
           MOVE WS-NumeroClient TO WS-PT-Client
           MOVE WS-NumeroCompte TO WS-PT-Compte
           MOVE WS-CapitalPret TO WS-PT-Capital
           MOVE WS-TauxPret TO WS-PT-TauxAnnuel
           MOVE WS-DureePret TO WS-PT-Duree
           MOVE WS-PremiereEcheance TO WS-PT-PremiereEcheance
           MOVE WS-MensualitePret TO WS-PT-Mensualite
           MOVE WS-CapitalPret TO WS-PT-CapitalRestant
           MOVE WS-PremiereEcheance TO WS-PT-ProchaineEcheance
           ACCEPT WS-PT-DateOuverture FROM DATE YYYYMMDD

           OPEN I-O FichierPrets
           IF WS-StatusPrets = "35"
               OPEN OUTPUT FichierPrets
               CLOSE FichierPrets
               OPEN I-O FichierPrets
           END-IF
           MOVE WS-LignePret TO EnregistrementPret
           WRITE EnregistrementPret
           CLOSE FichierPrets.

       ECRIRE-MOUVEMENT-PRET.
           ACCEPT WS-LM-Date FROM DATE YYYYMMDD
           MOVE WS-NumeroCompte TO WS-LM-NumeroCompte
           MOVE "PRET" TO WS-LM-Type
           MOVE WS-CapitalPret TO WS-LM-Montant
           MOVE WS-SoldeAvant TO WS-LM-SoldeAvant
           MOVE WS-SoldeApres TO WS-LM-SoldeApres
           MOVE WS-ReferencePret TO WS-LM-Reference

           OPEN EXTEND MouvementsJournal
           IF WS-StatusMouvements = "35"
               OPEN OUTPUT MouvementsJournal
               CLOSE MouvementsJournal
               OPEN EXTEND MouvementsJournal
           END-IF
           MOVE WS-LigneMouvement TO EnregistrementMouvement
           WRITE EnregistrementMouvement
           CLOSE MouvementsJournal
           MOVE SPACES TO WS-LM-Reference.

       AFFICHER-TABLEAU-AMORT.
           MOVE WS-TauxPret TO WS-TauxEdite
           DISPLAY "TABLEAU D'AMORTISSEMENT - PRET " WS-NumeroPret
           DISPLAY "TAUX ANNUEL: " WS-TauxEdite
               "  DUREE: " WS-DureePret " MOIS"
           DISPLAY "ECH  DATE        INTERETS    CAPITAL   ECHEANCE"
               "    RESTANT"
           MOVE WS-CapitalPret TO WS-RestantPret
           MOVE ZERO TO WS-CoutPret
           MOVE WS-PremiereEcheance TO WS-DateEcheance
           PERFORM IMPRIMER-ECHEANCE
               VARYING WS-NumeroEcheance FROM 1 BY 1
               UNTIL WS-NumeroEcheance > WS-DureePret
                   OR WS-RestantPret = ZERO
           MOVE WS-CoutPret TO WS-CoutEdite
           DISPLAY "COUT TOTAL DES INTERETS: " WS-CoutEdite.

       IMPRIMER-ECHEANCE.
           COMPUTE WS-InteretPret ROUNDED =
               WS-RestantPret * WS-TauxPret / 12
           IF WS-NumeroEcheance = WS-DureePret
               OR WS-MensualitePret - WS-InteretPret >= WS-RestantPret
               MOVE WS-RestantPret TO WS-AmortPret
           ELSE
               COMPUTE WS-AmortPret = WS-MensualitePret - WS-InteretPret
           END-IF
           COMPUTE WS-EcheancePret = WS-AmortPret + WS-InteretPret
           SUBTRACT WS-AmortPret FROM WS-RestantPret
           ADD WS-InteretPret TO WS-CoutPret
           MOVE WS-InteretPret TO WS-InteretEdite
           MOVE WS-AmortPret TO WS-AmortEdite
           MOVE WS-EcheancePret TO WS-MontantEdite
           MOVE WS-RestantPret TO WS-RestantEdite
           DISPLAY WS-NumeroEcheance "  " WS-DateEcheance "  "
               WS-InteretEdite " " WS-AmortEdite " " WS-MontantEdite
               " " WS-RestantEdite
           PERFORM AVANCER-ECHEANCE-PRET.

       AVANCER-ECHEANCE-PRET.
           MOVE WS-DateEcheance(1:4) TO WS-AnneeNum
           MOVE WS-DateEcheance(5:2) TO WS-MoisNum
           IF WS-MoisNum = 12
               ADD 1 TO WS-AnneeNum
               MOVE 01 TO WS-MoisNum
           ELSE
               ADD 1 TO WS-MoisNum
           END-IF
           MOVE WS-AnneeNum TO WS-MoisEcheance(1:4)
           MOVE WS-MoisNum TO WS-MoisEcheance(5:2)
           PERFORM CALCULER-DERNIER-JOUR
           MOVE WS-PremiereEcheance(7:2) TO WS-JourEcheance
           IF WS-JourEcheance > WS-DernierJour
               MOVE WS-DernierJour TO WS-JourEcheance
           END-IF
           MOVE WS-MoisEcheance TO WS-DateEcheance(1:6)
           MOVE WS-JourEcheance TO WS-DateEcheance(7:2).

       CALCULER-DERNIER-JOUR.
           MOVE WS-MoisEcheance(1:4) TO WS-Annee
           MOVE WS-MoisEcheance(5:2) TO WS-Mois
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

       AFFICHER-PRET.
           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Entrez le Numero de Pret: "
               ACCEPT WS-PretTexte
               IF WS-PretTexte NOT = SPACES
                   AND FUNCTION TRIM(WS-PretTexte) IS NUMERIC
                   MOVE WS-PretTexte TO WS-NumeroPret
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.

           MOVE "CONSULT-PRET" TO WS-AuditAction
           MOVE WS-NumeroPret TO WS-AuditCompte
           MOVE "PRET INEXISTANT" TO WS-AuditResultat
           MOVE 'N' TO WS-PretTrouve
           OPEN INPUT FichierPrets
           IF WS-StatusPrets = "35"
               DISPLAY "Pret non trouve."
           ELSE
               MOVE WS-NumeroPret TO NumeroPret
               READ FichierPrets
                   INVALID KEY
                       MOVE 'N' TO WS-PretTrouve
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PretTrouve
               END-READ
               IF NOT PRET-TROUVE
                   DISPLAY "Pret non trouve."
               ELSE
                   DISPLAY "Numero de Pret: " NumeroPret
                   DISPLAY "Numero de Client: " PretClient
                   DISPLAY "Compte de Remboursement: " PretCompte
                   MOVE PretCapital TO WS-MontantEdite
                   DISPLAY "Capital Emprunte: " WS-MontantEdite
                   MOVE PretMensualite TO WS-MontantEdite
                   DISPLAY "Mensualite: " WS-MontantEdite
                   MOVE PretCapitalRestant TO WS-MontantEdite
                   DISPLAY "Capital Restant Du: " WS-MontantEdite
                   DISPLAY "Echeances Payees: " PretEcheancesPayees
                       "/" PretDuree
                   DISPLAY "Prochaine Echeance: " PretProchaineEcheance
                   DISPLAY "Echeances Impayees: " PretImpayes
                   MOVE PretMontantImpaye TO WS-CoutEdite
                   DISPLAY "Montant Impaye: " WS-CoutEdite
                   DISPLAY "Statut: " PretStatut
                   MOVE PretCapital TO WS-CapitalPret
                   MOVE PretTauxAnnuel TO WS-TauxPret
                   MOVE PretDuree TO WS-DureePret
                   MOVE PretPremiereEcheance TO WS-PremiereEcheance
                   MOVE PretMensualite TO WS-MensualitePret
                   MOVE "CONSULTE" TO WS-AuditResultat
               END-IF
               CLOSE FichierPrets
               IF PRET-TROUVE
                   PERFORM AFFICHER-TABLEAU-AMORT
               END-IF
           END-IF.
           PERFORM ECRIRE-AUDIT.

       RECHERCHER-PRET.
           MOVE 'N' TO WS-PretTrouve
           OPEN INPUT FichierPrets
           IF WS-StatusPrets NOT = "35"
               MOVE WS-NumeroPret TO NumeroPret
               READ FichierPrets
                   INVALID KEY
                       MOVE 'N' TO WS-PretTrouve
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PretTrouve
               END-READ
               CLOSE FichierPrets
           END-IF.

       OUVRIR-CAISSE.
           MOVE 'N' TO WS-CaisseOuverte
           MOVE 'N' TO WS-EOF-Caisse
           ACCEPT WS-DateCaisse FROM DATE YYYYMMDD
           OPEN INPUT FichierCaisse
           IF WS-StatusCaisse NOT = "35"
               PERFORM LIRE-CAISSE
               PERFORM UNTIL FIN-DE-CAISSE
                   IF CaiDate = WS-DateCaisse
                       AND CaiOperateur = WS-Operateur
                       IF CAISSE-OUVERTURE
                           MOVE 'Y' TO WS-CaisseOuverte
                       ELSE
                           MOVE 'N' TO WS-CaisseOuverte
                       END-IF
                   END-IF
                   PERFORM LIRE-CAISSE
               END-PERFORM
               CLOSE FichierCaisse
           END-IF.

           IF NOT CAISSE-OUVERTE
               MOVE 'N' TO WS-SaisieValide
               PERFORM UNTIL SAISIE-VALIDE
                   DISPLAY "Fonds de Caisse a l'Ouverture: "
                   ACCEPT WS-CaisseTexte
                   PERFORM CONTROLER-MONTANT-CAISSE
               END-PERFORM
               MOVE "O" TO WS-CA-Type
               PERFORM ECRIRE-CAISSE
               MOVE "OUVERTURE-CAISSE" TO WS-AuditAction
               MOVE SPACES TO WS-AuditCompte
               MOVE "ACCEPTE" TO WS-AuditResultat
               MOVE WS-MontantCaisse TO WS-AuditMontant
               PERFORM ECRIRE-AUDIT
           END-IF.

       FERMER-CAISSE.
           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Especes Comptees en Caisse: "
               ACCEPT WS-CaisseTexte
               PERFORM CONTROLER-MONTANT-CAISSE
           END-PERFORM.
           ACCEPT WS-DateCaisse FROM DATE YYYYMMDD
           MOVE "F" TO WS-CA-Type
           PERFORM ECRIRE-CAISSE
           MOVE "FERMETURE-CAISSE" TO WS-AuditAction
           MOVE SPACES TO WS-AuditCompte
           MOVE "ACCEPTE" TO WS-AuditResultat
           MOVE WS-MontantCaisse TO WS-AuditMontant
           PERFORM ECRIRE-AUDIT.

       CONTROLER-MONTANT-CAISSE.
           IF WS-CaisseTexte NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CaisseTexte) = 0
               COMPUTE WS-MontantCaisse =
                   FUNCTION NUMVAL(WS-CaisseTexte)
               MOVE 'Y' TO WS-SaisieValide
           ELSE
               DISPLAY "Valeur invalide."
           END-IF.

       LIRE-CAISSE.
           READ FichierCaisse
               AT END
                   MOVE 'Y' TO WS-EOF-Caisse
           END-READ.

       ECRIRE-CAISSE.
           MOVE WS-DateCaisse TO WS-CA-Date
           MOVE WS-Operateur TO WS-CA-Operateur
           ACCEPT WS-CA-Heure FROM TIME
           MOVE WS-MontantCaisse TO WS-CA-Montant

           OPEN EXTEND FichierCaisse
           IF WS-StatusCaisse = "35"
               OPEN OUTPUT FichierCaisse
               CLOSE FichierCaisse
               OPEN EXTEND FichierCaisse
           END-IF
           MOVE WS-LigneCaisse TO EnregistrementCaisse
           WRITE EnregistrementCaisse
           CLOSE FichierCaisse.

       CHARGER-OPERATEUR.
           MOVE 'N' TO WS-OperateurTrouve
           MOVE 'N' TO WS-EOF-Operateurs
           OPEN INPUT FichierOperateurs
           IF WS-StatusOperateurs = "35"
               DISPLAY "Fichier OPERATEURS.csv introuvable."
           ELSE
               PERFORM LIRE-OPERATEUR
               PERFORM UNTIL FIN-DES-OPERATEURS
                   IF OpeCode = WS-Operateur
                       MOVE 'Y' TO WS-OperateurTrouve
                       MOVE 'Y' TO WS-EOF-Operateurs
                       MOVE OpeNom TO WS-NomOperateur
                       MOVE OpeRole TO WS-RoleOperateur
                       IF OpePlafond IS NUMERIC
                           MOVE OpePlafond TO WS-PlafondOperateur
                       ELSE
                           MOVE ZERO TO WS-PlafondOperateur
                       END-IF
                   ELSE
                       PERFORM LIRE-OPERATEUR
                   END-IF
               END-PERFORM
               CLOSE FichierOperateurs
           END-IF.
           IF OPERATEUR-TROUVE
               DISPLAY "Bienvenue " WS-NomOperateur
           END-IF.

       LIRE-OPERATEUR.
           READ FichierOperateurs
               AT END
                   MOVE 'Y' TO WS-EOF-Operateurs
           END-READ.

       PREPARER-ATTENTE.
           MOVE SPACES TO WS-AT-Compte
           MOVE SPACES TO WS-AT-CompteDest
           MOVE ZERO TO WS-AT-Montant
           MOVE SPACES TO WS-AT-Banque
           MOVE SPACES TO WS-AT-CompteExterne.

       METTRE-EN-ATTENTE.
           ACCEPT WS-AT-Date FROM DATE YYYYMMDD
           ACCEPT WS-AT-Heure FROM TIME
           MOVE WS-TypeAttente TO WS-AT-Type
           MOVE WS-Operateur TO WS-AT-Demandeur
           MOVE "P" TO WS-AT-Etat
           MOVE SPACES TO WS-AT-Superviseur
           MOVE SPACES TO WS-AT-DateDecision
           MOVE SPACES TO WS-AT-Resultat

           OPEN I-O FichierAttentes
           IF WS-StatusAttentes = "35"
               OPEN OUTPUT FichierAttentes
               CLOSE FichierAttentes
               OPEN I-O FichierAttentes
           END-IF
           MOVE WS-LigneAttente TO EnregistrementAttente
           WRITE EnregistrementAttente
               INVALID KEY
                   DISPLAY "Enregistrement de la demande impossible."
                   MOVE "ATTENTE KO" TO WS-ResultatAttente
               NOT INVALID KEY
                   DISPLAY "Operation soumise a l'approbation "
                       "d'un superviseur."
                   DISPLAY "Demande: " WS-AT-Date " " WS-AT-Heure
                   MOVE "EN ATTENTE" TO WS-ResultatAttente
           END-WRITE
           CLOSE FichierAttentes.

       DEMANDER-DECOUVERT.
           PERFORM PREPARER-ATTENTE
           MOVE "DECOUVRT" TO WS-TypeAttente
           MOVE WS-NumeroCompte TO WS-AT-Compte
           MOVE WS-LimiteDemandee TO WS-AT-Montant
           PERFORM METTRE-EN-ATTENTE
           MOVE "DECOUVERT" TO WS-AuditAction
           MOVE WS-NumeroCompte TO WS-AuditCompte
           MOVE WS-LimiteDemandee TO WS-AuditMontant
           MOVE WS-ResultatAttente TO WS-AuditResultat
           PERFORM ECRIRE-AUDIT.

       APPROUVER-ATTENTES.
           IF NOT OPERATEUR-SUPERVISEUR
               DISPLAY "Fonction reservee aux superviseurs."
               MOVE "APPROBATION" TO WS-AuditAction
               MOVE SPACES TO WS-AuditCompte
               MOVE "NON SUPERVISEUR" TO WS-AuditResultat
               PERFORM ECRIRE-AUDIT
           ELSE
               MOVE ZERO TO WS-NombreAttentes
               MOVE 'N' TO WS-EOF-Attentes
               OPEN I-O FichierAttentes
               IF WS-StatusAttentes = "35"
                   MOVE 'Y' TO WS-EOF-Attentes
               ELSE
                   PERFORM LIRE-ATTENTE
               END-IF
               PERFORM UNTIL FIN-DES-ATTENTES
                   IF ATTENTE-EN-COURS
                       PERFORM EXAMINER-ATTENTE
                   END-IF
                   PERFORM LIRE-ATTENTE
               END-PERFORM
               IF WS-StatusAttentes NOT = "35"
                   CLOSE FichierAttentes
               END-IF
               IF WS-NombreAttentes = 0
                   DISPLAY "Aucune operation en attente d'approbation."
               END-IF
           END-IF.

       LIRE-ATTENTE.
           READ FichierAttentes NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-Attentes
           END-READ.

       EXAMINER-ATTENTE.
           ADD 1 TO WS-NombreAttentes
           MOVE AttMontant TO WS-MontantEdite
           DISPLAY "----------------------------------------"
           DISPLAY "Demande     : " AttDate " " AttHeure
           DISPLAY "Operation   : " AttType "  Demandeur: " AttDemandeur
           DISPLAY "Compte      : " AttCompte "  Montant: "
               WS-MontantEdite
           IF AttType = "VIREMENT"
               DISPLAY "A crediter  : " AttCompteDest
           END-IF
           IF AttType = "VIREXT"
               DISPLAY "Beneficiaire: " AttBanque " " AttCompteExterne
           END-IF
           IF AttDemandeur = WS-Operateur
               DISPLAY "Demande saisie par vous-meme. "
                   "Approbation impossible."
           ELSE
               MOVE 'N' TO WS-SaisieValide
               PERFORM UNTIL SAISIE-VALIDE
                   DISPLAY "Decision (A=Approuver, R=Rejeter, "
                       "I=Ignorer): "
                   ACCEPT WS-Decision
                   IF WS-Decision = "A" OR "R" OR "I"
                       MOVE 'Y' TO WS-SaisieValide
                   ELSE
                       DISPLAY "Valeur invalide."
                   END-IF
               END-PERFORM
               EVALUATE WS-Decision
                   WHEN "A"
                       PERFORM APPROUVER-ATTENTE
                   WHEN "R"
                       PERFORM REJETER-ATTENTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       APPROUVER-ATTENTE.
           MOVE WS-Operateur TO WS-Superviseur
           MOVE AttDemandeur TO WS-Operateur
           MOVE 'Y' TO WS-Approbation
           MOVE SPACES TO WS-AuditResultat
           EVALUATE AttType
               WHEN "RETRAIT"
                   MOVE AttCompte TO WS-NumeroCompte
                   MOVE AttMontant TO WS-Montant
                   PERFORM RETIRER-TRAITEMENT
               WHEN "VIREMENT"
                   MOVE AttCompte TO WS-NumeroCompteSrc
                   MOVE AttCompteDest TO WS-NumeroCompteDest
                   MOVE AttMontant TO WS-Montant
                   PERFORM VIREMENT-TRAITEMENT
               WHEN "VIREXT"
                   MOVE AttCompte TO WS-NumeroCompteSrc
                   MOVE AttBanque TO WS-BanqueExterne
                   MOVE AttCompteExterne TO WS-CompteExterne
                   MOVE AttMontant TO WS-Montant
                   PERFORM VIREMENT-EXTERNE-TRAITEMENT
               WHEN "DECOUVRT"
                   PERFORM APPLIQUER-DECOUVERT
               WHEN "REACTIV"
                   PERFORM APPLIQUER-REACTIVATION
               WHEN OTHER
                   DISPLAY "Type d'operation inconnu."
                   MOVE "TYPE INCONNU" TO WS-AuditResultat
           END-EVALUATE
           MOVE 'N' TO WS-Approbation
           MOVE "A" TO AttEtat
           MOVE WS-Superviseur TO AttSuperviseur
           ACCEPT AttDateDecision FROM DATE YYYYMMDD
           MOVE WS-AuditResultat TO AttResultat
           REWRITE EnregistrementAttente
           DISPLAY "Resultat: " AttResultat
           MOVE "APPROUVE" TO WS-RD-Decision
           PERFORM ECRIRE-DECISION.

       REJETER-ATTENTE.
           MOVE WS-Operateur TO WS-Superviseur
           MOVE AttDemandeur TO WS-Operateur
           MOVE "R" TO AttEtat
           MOVE WS-Superviseur TO AttSuperviseur
           ACCEPT AttDateDecision FROM DATE YYYYMMDD
           MOVE "REJETE" TO AttResultat
           REWRITE EnregistrementAttente
           DISPLAY "Demande rejetee."
           MOVE "REJETE" TO WS-RD-Decision
           PERFORM ECRIRE-DECISION.

       ECRIRE-DECISION.
           MOVE AttType TO WS-RD-Type
           MOVE "DECISION" TO WS-AuditAction
           MOVE AttCompte TO WS-AuditCompte
           MOVE AttMontant TO WS-AuditMontant
           MOVE WS-ResultatDecision TO WS-AuditResultat
           PERFORM ECRIRE-AUDIT
           MOVE WS-Superviseur TO WS-Operateur
           MOVE SPACES TO WS-Superviseur.

       APPLIQUER-DECOUVERT.
           MOVE "DECOUVERT" TO WS-AuditAction
           MOVE AttCompte TO WS-AuditCompte
           MOVE AttMontant TO WS-AuditMontant
           MOVE AttCompte TO WS-NumeroCompte
           MOVE 'N' TO WS-EOF
           OPEN I-O FichierComptes
           IF WS-StatusComptes = "35"
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM READ-COMPTE
           END-IF
           IF FIN-DE-FICHIER
               DISPLAY "Compte non trouve."
               MOVE "COMPTE INEXISTANT" TO WS-AuditResultat
           ELSE IF COMPTE-CLOTURE
               DISPLAY "Compte cloture. Operation refusee."
               MOVE "COMPTE CLOTURE" TO WS-AuditResultat
           ELSE
               MOVE AttMontant TO SoldeAutorise
               REWRITE EnregistrementCompte
               DISPLAY "Decouvert autorise mis a jour."
               MOVE "ACCEPTE" TO WS-AuditResultat
           END-IF
           END-IF
           IF WS-StatusComptes NOT = "35"
               CLOSE FichierComptes
           END-IF
           MOVE WS-AuditResultat TO AttResultat
           PERFORM ECRIRE-AUDIT
           MOVE AttResultat TO WS-AuditResultat.

       APPLIQUER-REACTIVATION.
           MOVE "REACTIVATION" TO WS-AuditAction
           MOVE AttCompte TO WS-AuditCompte
           MOVE AttCompte TO WS-NumeroCompte
           MOVE 'N' TO WS-EOF
           OPEN I-O FichierComptes
           IF WS-StatusComptes = "35"
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM READ-COMPTE
           END-IF
           IF FIN-DE-FICHIER
               DISPLAY "Compte non trouve."
               MOVE "COMPTE INEXISTANT" TO WS-AuditResultat
           ELSE IF NOT COMPTE-DORMANT
               DISPLAY "Compte non dormant. Aucune reactivation."
               MOVE "COMPTE NON DORMANT" TO WS-AuditResultat
           ELSE
               MOVE "A" TO Statut
               REWRITE EnregistrementCompte
               DISPLAY "Compte reactive."
               MOVE "ACCEPTE" TO WS-AuditResultat
           END-IF
           END-IF
           IF WS-StatusComptes NOT = "35"
               CLOSE FichierComptes
           END-IF
           MOVE WS-AuditResultat TO AttResultat
           PERFORM ECRIRE-AUDIT
           MOVE AttResultat TO WS-AuditResultat.

       DEMANDER-REACTIVATION.
           IF NOT APPROBATION-EN-COURS
               DISPLAY "Compte dormant. Tapez REACTIVER pour "
                   "demander sa reactivation: "
               ACCEPT WS-ConfirmReact
               IF WS-ConfirmReact = "REACTIVER"
                   PERFORM PREPARER-ATTENTE
                   MOVE "REACTIV" TO WS-TypeAttente
                   MOVE NumeroCompte TO WS-AT-Compte
                   PERFORM METTRE-EN-ATTENTE
                   PERFORM ECRIRE-AUDIT-REACTIVATION
               END-IF
           END-IF.

       ECRIRE-AUDIT-REACTIVATION.
           ACCEPT WS-AU-Date FROM DATE YYYYMMDD
           ACCEPT WS-AU-Heure FROM TIME
           MOVE WS-Operateur TO WS-AU-Operateur
           MOVE "REACTIVATION" TO WS-AU-Action
           MOVE NumeroCompte TO WS-AU-Compte
           MOVE WS-ResultatAttente TO WS-AU-Resultat
           MOVE ZERO TO WS-AU-Montant
           MOVE WS-Superviseur TO WS-AU-Superviseur

           OPEN EXTEND FichierAudit
           IF WS-StatusAudit = "35"
               OPEN OUTPUT FichierAudit
               CLOSE FichierAudit
               OPEN EXTEND FichierAudit
           END-IF
           MOVE WS-LigneAudit TO EnregistrementAudit
           WRITE EnregistrementAudit
           CLOSE FichierAudit.

       SAUVEGARDER-COMPTES.
           CALL "CBL_COPY_FILE" USING WS-FichierSource
                                       WS-FichierSauvegarde
               RETURNING WS-CodeRetourCopie
           END-CALL
           IF WS-CodeRetourCopie = 0
               MOVE 'Y' TO WS-SauvegardeOK
           ELSE
               MOVE 'N' TO WS-SauvegardeOK
               DISPLAY "Sauvegarde de comptes.dat impossible. "
                   "Op�ration annul�e."
           END-IF.

       READ-COMPTE.
           MOVE WS-NumeroCompte TO NumeroCompte
           READ FichierComptes
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-READ.

       CONVERTIR-SOLDE.
           MOVE SoldeCompte TO WS-SoldeTemp
           MOVE WS-SoldeTemp TO WS-SoldeCompte.

       ECRIRE-COMPTE.
           MOVE WS-SoldeCompte TO SoldeCompte
           MOVE WS-AuditAction TO WS-AU-Action
           MOVE WS-AuditCompte TO WS-AU-Compte
           MOVE WS-AuditResultat TO WS-AU-Resultat
           MOVE WS-AuditMontant TO WS-AU-Montant
           MOVE WS-Superviseur TO WS-AU-Superviseur

           OPEN EXTEND FichierAudit
           IF WS-StatusAudit = "35"
           END-IF
           MOVE WS-LigneAudit TO EnregistrementAudit
           WRITE EnregistrementAudit
           CLOSE FichierAudit
           MOVE ZERO TO WS-AuditMontant.

       ECRIRE-MOUVEMENT.
           ACCEPT WS-LM-Date FROM DATE YYYYMMDD
