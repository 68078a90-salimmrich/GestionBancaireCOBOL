       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleIntegrite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMPTESEL.
           COPY CLIENTSEL.
           COPY OPERMSEL.
           COPY OPPOSSEL.
           COPY PRODSEL.
           COPY BAREMESEL.
           COPY PRETSEL.
           COPY CHQSEL.
           COPY CHKSEL.
           COPY INTEGSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY COMPTEFD.
           COPY CLIENTFD.
           COPY OPERMFD.
           COPY OPPOSFD.
           COPY PRODFD.
           COPY BAREMEFD.
           COPY PRETFD.
           COPY CHQFD.
           COPY CHKFD.
           COPY INTEGFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusComptes     PIC XX.
       01  WS-StatusClients     PIC XX.
       01  WS-StatusOrdresPerm  PIC XX.
       01  WS-StatusOppositions PIC XX.
       01  WS-StatusProduits    PIC XX.
       01  WS-StatusBareme      PIC XX.
       01  WS-StatusPrets       PIC XX.
       01  WS-StatusChequiers   PIC XX.
       01  WS-StatusCheques     PIC XX.
       01  WS-StatusIntegrite   PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.

       01  WS-SaisieValide    PIC X VALUE 'N'.
           88  SAISIE-VALIDE   VALUE 'Y'.

       01  WS-ClientsPresent  PIC X VALUE 'N'.
           88  CLIENTS-PRESENTS VALUE 'Y'.

       01  WS-CatalogueCharge PIC X VALUE 'N'.
           88  CATALOGUE-CHARGE VALUE 'Y'.

       01  WS-ClientOK        PIC X VALUE 'N'.
           88  CLIENT-TROUVE   VALUE 'Y'.

       01  WS-CompteOK        PIC X VALUE 'N'.
           88  COMPTE-TROUVE   VALUE 'Y'.

       01  WS-ClientLieOK     PIC X VALUE 'N'.
           88  CLIENT-LIE      VALUE 'Y'.

       01  WS-ChequiersPresent PIC X VALUE 'N'.
           88  CHEQUIERS-PRESENTS VALUE 'Y'.

       01  WS-DateJour        PIC X(8).
       01  WS-DateComptable   PIC X(8).

           COPY PRODWS.
           COPY CHKWS.

       01  WS-TableClientsLies.
           05  WS-NombreClientsLies PIC 9(5) VALUE 0.
           05  WS-ClientLie OCCURS 10000 TIMES INDEXED BY IDX-CLI.
               10  WS-CLI-Numero    PIC X(5).

       01  WS-CompteRecherche PIC X(5).
       01  WS-ClientRecherche PIC X(5).

       01  WS-NombreComptes   PIC 9(5)     VALUE 0.
       01  WS-NombreClients   PIC 9(5)     VALUE 0.
       01  WS-NombreOrdres    PIC 9(5)     VALUE 0.
       01  WS-NombreOppositions PIC 9(5)   VALUE 0.
       01  WS-NombreLignesProd PIC 9(5)    VALUE 0.
       01  WS-NombrePrets     PIC 9(5)     VALUE 0.
       01  WS-NombreChequiers PIC 9(5)     VALUE 0.
       01  WS-NombreCheques   PIC 9(5)     VALUE 0.
       01  WS-NombreAnomalies PIC 9(5)     VALUE 0.
       01  WS-NombreEdite     PIC ZZZZ9.

       01  WS-TitreRapport.
           05  FILLER             PIC X(38) VALUE
               "CONTROLE D'INTEGRITE DES FICHIERS DU ".
           05  WS-TR-Date         PIC X(8).

       01  WS-LigneTitre.
           05  FILLER             PIC X(5)  VALUE "CODE".
           05  FILLER             PIC X(15) VALUE "FICHIER".
           05  FILLER             PIC X(8)  VALUE "CLE".
           05  FILLER             PIC X(40) VALUE "ANOMALIE".

       01  WS-LigneAnomalie.
           05  WS-LA-Code         PIC XX.
           05  FILLER             PIC XXX VALUE SPACES.
           05  WS-LA-Fichier      PIC X(15).
           05  WS-LA-Cle          PIC X(8).
           05  WS-LA-Libelle      PIC X(52).

       01  WS-LigneTotal.
           05  FILLER             PIC X(24) VALUE
               "ANOMALIES DETECTEES : ".
           05  WS-LT-Nombre       PIC ZZZZ9.

       PROCEDURE DIVISION.

       PROCEDURE-PRINCIPALE.
           DISPLAY "Debut du controle d'integrite des fichiers.".
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

           OPEN INPUT FichierComptes.
           IF WS-StatusComptes = "35"
               DISPLAY "Fichier comptes.dat introuvable."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FichierIntegrite.
           IF WS-StatusIntegrite NOT = "00"
               DISPLAY "Ouverture de INTEGRITE.txt impossible."
               CLOSE FichierComptes
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ENTETE-RAPPORT.

           OPEN INPUT FichierClients.
           IF WS-StatusClients NOT = "35"
               MOVE 'Y' TO WS-ClientsPresent
           END-IF.

           PERFORM CONTROLER-PRODUITS.
           PERFORM CONTROLER-BAREME.
           PERFORM CONTROLER-COMPTES.
           PERFORM CONTROLER-CLIENTS.
           PERFORM CONTROLER-ORDRES.
           PERFORM CONTROLER-OPPOSITIONS.
           PERFORM CONTROLER-PRETS.
           PERFORM CONTROLER-CHEQUIERS.
           PERFORM CONTROLER-CHEQUES.

           IF CLIENTS-PRESENTS
               CLOSE FichierClients
           END-IF.
           CLOSE FichierComptes.

           MOVE SPACES TO EnregistrementIntegrite
           WRITE EnregistrementIntegrite
           MOVE WS-NombreAnomalies TO WS-LT-Nombre
           MOVE WS-LigneTotal TO EnregistrementIntegrite
           WRITE EnregistrementIntegrite
           CLOSE FichierIntegrite.

           PERFORM PIED-RAPPORT.
           IF WS-NombreAnomalies > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CONTROLER-PRODUITS.
           OPEN INPUT FichierProduits
           IF WS-StatusProduits = "35"
               MOVE "R4" TO WS-LA-Code
               MOVE "PRODUITS.csv" TO WS-LA-Fichier
               MOVE SPACES TO WS-LA-Cle
               MOVE "CATALOGUE DES PRODUITS INTROUVABLE"
                   TO WS-LA-Libelle
               PERFORM ECRIRE-ANOMALIE
           ELSE
               MOVE 'N' TO WS-EOF-Produits
               PERFORM LIRE-PRODUIT
               PERFORM UNTIL FIN-DES-PRODUITS
                   PERFORM CONTROLER-PRODUIT
                   PERFORM LIRE-PRODUIT
               END-PERFORM
               CLOSE FichierProduits
               IF WS-NombreProduits = 0
                   MOVE "R4" TO WS-LA-Code
                   MOVE "PRODUITS.csv" TO WS-LA-Fichier
                   MOVE SPACES TO WS-LA-Cle
                   MOVE "CATALOGUE DES PRODUITS VIDE"
                       TO WS-LA-Libelle
                   PERFORM ECRIRE-ANOMALIE
               ELSE
                   MOVE 'Y' TO WS-CatalogueCharge
               END-IF
           END-IF.

       LIRE-PRODUIT.
           READ FichierProduits
               AT END
                   MOVE 'Y' TO WS-EOF-Produits
               NOT AT END
                   ADD 1 TO WS-NombreLignesProd
           END-READ.

       CONTROLER-PRODUIT.
           MOVE "PRODUITS.csv" TO WS-LA-Fichier
           MOVE ProdCode TO WS-LA-Cle
           MOVE ProdCode TO WS-CodeProduit
           PERFORM RECHERCHER-CODE-PRODUIT
           IF PRODUIT-TROUVE
               MOVE "R1" TO WS-LA-Code
               MOVE "CODE PRODUIT EN DOUBLE DANS LE CATALOGUE"
                   TO WS-LA-Libelle
               PERFORM ECRIRE-ANOMALIE
           ELSE
               IF ProdTauxInteret NOT NUMERIC
                   MOVE "R2" TO WS-LA-Code
                   MOVE "TAUX D'INTERET NON NUMERIQUE"
                       TO WS-LA-Libelle
                   PERFORM ECRIRE-ANOMALIE
               END-IF
               IF (ProdDecouvert NOT = "O" AND ProdDecouvert NOT = "N")
                   OR (ProdFraisTenue NOT = "O"
                       AND ProdFraisTenue NOT = "N")
                   OR (ProdFraisDecouvert NOT = "O"
                       AND ProdFraisDecouvert NOT = "N")
                   MOVE "R3" TO WS-LA-Code
                   MOVE "INDICATEUR PRODUIT DIFFERENT DE O/N"
                       TO WS-LA-Libelle
                   PERFORM ECRIRE-ANOMALIE
               END-IF
               IF WS-NombreProduits < 20
                   ADD 1 TO WS-NombreProduits
                   SET IDX-PROD TO WS-NombreProduits
                   MOVE ProdCode TO WS-PR-Code(IDX-PROD)
                   MOVE ProdDecouvert TO WS-PR-Decouvert(IDX-PROD)
                   MOVE ProdFraisTenue TO WS-PR-FraisTenue(IDX-PROD)
                   MOVE ProdFraisDecouvert
                       TO WS-PR-FraisDecouvert(IDX-PROD)
               END-IF
           END-IF.

       RECHERCHER-CODE-PRODUIT.
           MOVE 'N' TO WS-ProduitTrouve
           IF WS-NombreProduits > 0
               SET IDX-PROD TO 1
               SEARCH WS-Produit
                   AT END
                       MOVE 'N' TO WS-ProduitTrouve
                   WHEN IDX-PROD > WS-NombreProduits
                       MOVE 'N' TO WS-ProduitTrouve
                   WHEN WS-PR-Code(IDX-PROD) = WS-CodeProduit
                       MOVE 'Y' TO WS-ProduitTrouve
               END-SEARCH
           END-IF.

       CONTROLER-BAREME.
           MOVE "BAREME.csv" TO WS-LA-Fichier
           MOVE SPACES TO WS-LA-Cle
           OPEN INPUT FichierBareme
           IF WS-StatusBareme = "35"
               MOVE "B1" TO WS-LA-Code
               MOVE "BAREME DES FRAIS INTROUVABLE" TO WS-LA-Libelle
               PERFORM ECRIRE-ANOMALIE
           ELSE
               MOVE 'N' TO WS-EOF
               READ FichierBareme
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               CLOSE FichierBareme
               IF FIN-DE-FICHIER
                   MOVE "B2" TO WS-LA-Code
                   MOVE "BAREME DES FRAIS VIDE" TO WS-LA-Libelle
                   PERFORM ECRIRE-ANOMALIE
               ELSE
                   IF BarFraisTenue NOT NUMERIC
                       OR BarFraisDecouvert NOT NUMERIC
                       MOVE "B3" TO WS-LA-Code
                       MOVE "MONTANT DE FRAIS NON NUMERIQUE"
                           TO WS-LA-Libelle
                       PERFORM ECRIRE-ANOMALIE
                   END-IF
               END-IF
           END-IF.

       CONTROLER-COMPTES.
           MOVE 'N' TO WS-EOF
           PERFORM LIRE-COMPTE-SUIVANT
           PERFORM UNTIL FIN-DE-FICHIER
               PERFORM CONTROLER-COMPTE
               PERFORM LIRE-COMPTE-SUIVANT
           END-PERFORM.

       LIRE-COMPTE-SUIVANT.
           READ FichierComptes NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-NombreComptes
           END-READ.

       CONTROLER-COMPTE.
           MOVE "comptes.dat" TO WS-LA-Fichier
           MOVE NumeroCompte TO WS-LA-Cle
           MOVE ClientCompte TO WS-ClientRecherche
           PERFORM RECHERCHER-CLIENT
           IF NOT CLIENT-TROUVE
               MOVE "C1" TO WS-LA-Code
               MOVE "CLIENT INEXISTANT: " TO WS-LA-Libelle
               MOVE ClientCompte TO WS-LA-Libelle(20:5)
               PERFORM ECRIRE-ANOMALIE
           ELSE
               PERFORM MEMORISER-CLIENT-LIE
           END-IF
           IF NOT COMPTE-ACTIF AND NOT COMPTE-CLOTURE
               AND NOT COMPTE-DORMANT
               MOVE "C3" TO WS-LA-Code
               MOVE "STATUT DE COMPTE INVALIDE: " TO WS-LA-Libelle
               MOVE Statut TO WS-LA-Libelle(28:1)
               PERFORM ECRIRE-ANOMALIE
           END-IF
           IF CATALOGUE-CHARGE
               MOVE TypeProduit TO WS-CodeProduit
               IF WS-CodeProduit = SPACES
                   MOVE "CPT" TO WS-CodeProduit
               END-IF
               PERFORM RECHERCHER-CODE-PRODUIT
               IF NOT PRODUIT-TROUVE
                   MOVE "C2" TO WS-LA-Code
                   MOVE "PRODUIT ABSENT DU CATALOGUE: "
                       TO WS-LA-Libelle
                   MOVE WS-CodeProduit TO WS-LA-Libelle(30:3)
                   PERFORM ECRIRE-ANOMALIE
               ELSE
                   IF SoldeAutorise > ZERO
                       AND WS-PR-Decouvert(IDX-PROD) NOT = "O"
                       MOVE "C4" TO WS-LA-Code
                       MOVE "DECOUVERT SUR PRODUIT SANS DECOUVERT"
                           TO WS-LA-Libelle
                       PERFORM ECRIRE-ANOMALIE
                   END-IF
               END-IF
           END-IF.

       MEMORISER-CLIENT-LIE.
           PERFORM RECHERCHER-CLIENT-LIE
           IF NOT CLIENT-LIE
               IF WS-NombreClientsLies < 10000
                   ADD 1 TO WS-NombreClientsLies
                   SET IDX-CLI TO WS-NombreClientsLies
                   MOVE ClientCompte TO WS-CLI-Numero(IDX-CLI)
               ELSE
                   DISPLAY "Table des clients pleine, client "
                       ClientCompte " non memorise."
               END-IF
           END-IF.

       RECHERCHER-CLIENT-LIE.
           MOVE 'N' TO WS-ClientLieOK
           IF WS-NombreClientsLies > 0
               SET IDX-CLI TO 1
               SEARCH WS-ClientLie
                   AT END
                       MOVE 'N' TO WS-ClientLieOK
                   WHEN IDX-CLI > WS-NombreClientsLies
                       MOVE 'N' TO WS-ClientLieOK
                   WHEN WS-CLI-Numero(IDX-CLI) = WS-ClientRecherche
                       MOVE 'Y' TO WS-ClientLieOK
               END-SEARCH
           END-IF.

       RECHERCHER-CLIENT.
           MOVE 'N' TO WS-ClientOK
           IF CLIENTS-PRESENTS AND WS-ClientRecherche NOT = SPACES
               MOVE WS-ClientRecherche TO NumeroClient
               READ FichierClients
                   INVALID KEY
                       MOVE 'N' TO WS-ClientOK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ClientOK
               END-READ
           END-IF.

       CONTROLER-CLIENTS.
           IF CLIENTS-PRESENTS
               MOVE LOW-VALUES TO NumeroClient
               START FichierClients KEY IS NOT LESS THAN NumeroClient
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL FIN-DE-FICHIER
                   READ FichierClients NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-CLIENT
                   END-READ
               END-PERFORM
           END-IF.

       CONTROLER-CLIENT.
           ADD 1 TO WS-NombreClients
           MOVE NumeroClient TO WS-ClientRecherche
           PERFORM RECHERCHER-CLIENT-LIE
           IF NOT CLIENT-LIE
               MOVE "K1" TO WS-LA-Code
               MOVE "clients.dat" TO WS-LA-Fichier
               MOVE NumeroClient TO WS-LA-Cle
               MOVE "CLIENT SANS AUCUN COMPTE" TO WS-LA-Libelle
               PERFORM ECRIRE-ANOMALIE
           END-IF.

       CONTROLER-ORDRES.
           OPEN INPUT FichierOrdresPerm
           IF WS-StatusOrdresPerm NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL FIN-DE-FICHIER
                   READ FichierOrdresPerm NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-ORDRE
                   END-READ
               END-PERFORM
               CLOSE FichierOrdresPerm
           END-IF.

       CONTROLER-ORDRE.
           ADD 1 TO WS-NombreOrdres
           MOVE "ordresperm.dat" TO WS-LA-Fichier
           MOVE NumeroOrdre TO WS-LA-Cle
           MOVE OrdrCompteDebit TO WS-CompteRecherche
           PERFORM RECHERCHER-COMPTE
           IF NOT COMPTE-TROUVE
               MOVE "O1" TO WS-LA-Code
               MOVE "COMPTE DEBITE INEXISTANT: " TO WS-LA-Libelle
               MOVE OrdrCompteDebit TO WS-LA-Libelle(27:5)
               PERFORM ECRIRE-ANOMALIE
           ELSE
               IF COMPTE-CLOTURE
                   MOVE "O3" TO WS-LA-Code
                   MOVE "COMPTE DEBITE CLOTURE: " TO WS-LA-Libelle
                   MOVE OrdrCompteDebit TO WS-LA-Libelle(24:5)
                   PERFORM ECRIRE-ANOMALIE
               END-IF
           END-IF
           MOVE OrdrCompteCredit TO WS-CompteRecherche
           PERFORM RECHERCHER-COMPTE
           IF NOT COMPTE-TROUVE
               MOVE "O2" TO WS-LA-Code
               MOVE "COMPTE CREDITE INEXISTANT: " TO WS-LA-Libelle
               MOVE OrdrCompteCredit TO WS-LA-Libelle(28:5)
               PERFORM ECRIRE-ANOMALIE
           ELSE
               IF COMPTE-CLOTURE
                   MOVE "O4" TO WS-LA-Code
                   MOVE "COMPTE CREDITE CLOTURE: " TO WS-LA-Libelle
                   MOVE OrdrCompteCredit TO WS-LA-Libelle(25:5)
                   PERFORM ECRIRE-ANOMALIE
               END-IF
           END-IF.

       RECHERCHER-COMPTE.
           MOVE WS-CompteRecherche TO NumeroCompte
           READ FichierComptes
               INVALID KEY
                   MOVE 'N' TO WS-CompteOK
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CompteOK
           END-READ.

       CONTROLER-OPPOSITIONS.
           OPEN INPUT FichierOppositions
           IF WS-StatusOppositions NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL FIN-DE-FICHIER
                   READ FichierOppositions NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-OPPOSITION
                   END-READ
               END-PERFORM
               CLOSE FichierOppositions
           END-IF.

       CONTROLER-OPPOSITION.
           ADD 1 TO WS-NombreOppositions
           MOVE "oppositions.dat" TO WS-LA-Fichier
           MOVE OppNumeroCompte TO WS-LA-Cle
           MOVE OppNumeroCompte TO WS-CompteRecherche
           PERFORM RECHERCHER-COMPTE
           IF NOT COMPTE-TROUVE
               MOVE "P1" TO WS-LA-Code
               MOVE "OPPOSITION SUR COMPTE INEXISTANT"
                   TO WS-LA-Libelle
               PERFORM ECRIRE-ANOMALIE
           ELSE
               IF COMPTE-CLOTURE
                   MOVE "P2" TO WS-LA-Code
                   MOVE "OPPOSITION SUR COMPTE CLOTURE"
                       TO WS-LA-Libelle
                   PERFORM ECRIRE-ANOMALIE
               END-IF
           END-IF.

       CONTROLER-PRETS.
           OPEN INPUT FichierPrets
           IF WS-StatusPrets NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL FIN-DE-FICHIER
                   READ FichierPrets NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-PRET
                   END-READ
               END-PERFORM
               CLOSE FichierPrets
           END-IF.

       CONTROLER-PRET.
           ADD 1 TO WS-NombrePrets
           MOVE "prets.dat" TO WS-LA-Fichier
           MOVE NumeroPret TO WS-LA-Cle
           MOVE PretClient TO WS-ClientRecherche
           PERFORM RECHERCHER-CLIENT
           IF NOT CLIENT-TROUVE
               MOVE "L2" TO WS-LA-Code
               MOVE "EMPRUNTEUR INEXISTANT: " TO WS-LA-Libelle
               MOVE PretClient TO WS-LA-Libelle(24:5)
               PERFORM ECRIRE-ANOMALIE
           END-IF
           MOVE PretCompte TO WS-CompteRecherche
           PERFORM RECHERCHER-COMPTE
           IF NOT COMPTE-TROUVE
               MOVE "L1" TO WS-LA-Code
               MOVE "COMPTE DE PRELEVEMENT INEXISTANT: "
                   TO WS-LA-Libelle
               MOVE PretCompte TO WS-LA-Libelle(35:5)
               PERFORM ECRIRE-ANOMALIE
           ELSE
               IF ClientCompte NOT = PretClient
                   MOVE "L3" TO WS-LA-Code
                   MOVE "COMPTE DE PRELEVEMENT D'UN AUTRE CLIENT"
                       TO WS-LA-Libelle
                   PERFORM ECRIRE-ANOMALIE
               END-IF
           END-IF.

       CONTROLER-CHEQUIERS.
           OPEN INPUT FichierChequiers
           IF WS-StatusChequiers NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL FIN-DE-FICHIER
                   READ FichierChequiers NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-CHEQUIER
                   END-READ
               END-PERFORM
               CLOSE FichierChequiers
           END-IF.

       CONTROLER-CHEQUIER.
           ADD 1 TO WS-NombreChequiers
           MOVE "chequiers.dat" TO WS-LA-Fichier
           MOVE ChqNumeroCompte TO WS-LA-Cle
           MOVE ChqNumeroCompte TO WS-CompteRecherche
           PERFORM RECHERCHER-COMPTE
           IF NOT COMPTE-TROUVE
               MOVE "H1" TO WS-LA-Code
               MOVE "CHEQUIER SUR COMPTE INEXISTANT: "
                   TO WS-LA-Libelle
               MOVE ChqPremier TO WS-LA-Libelle(33:7)
               PERFORM ECRIRE-ANOMALIE
           ELSE
               IF COMPTE-CLOTURE
                   MOVE "H2" TO WS-LA-Code
                   MOVE "CHEQUIER SUR COMPTE CLOTURE: "
                       TO WS-LA-Libelle
                   MOVE ChqPremier TO WS-LA-Libelle(30:7)
                   PERFORM ECRIRE-ANOMALIE
               END-IF
           END-IF
           IF ChqPremier NOT NUMERIC
               OR ChqDernier NOT NUMERIC
               OR ChqPremier > ChqDernier
               MOVE "H3" TO WS-LA-Code
               MOVE "PLAGE DE NUMEROS INVALIDE: " TO WS-LA-Libelle
               MOVE ChqPremier TO WS-LA-Libelle(28:7)
               PERFORM ECRIRE-ANOMALIE
           ELSE
               IF NOT CHEQUIER-COMMANDE AND NOT CHEQUIER-REMIS
                   MOVE "H3" TO WS-LA-Code
                   MOVE "ETAT DU CHEQUIER DIFFERENT DE C/R: "
                       TO WS-LA-Libelle
                   MOVE ChqPremier TO WS-LA-Libelle(36:7)
                   PERFORM ECRIRE-ANOMALIE
               END-IF
           END-IF.

       CONTROLER-CHEQUES.
           OPEN INPUT FichierCheques
           IF WS-StatusCheques NOT = "35"
               OPEN INPUT FichierChequiers
               IF WS-StatusChequiers NOT = "35"
                   MOVE 'Y' TO WS-ChequiersPresent
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL FIN-DE-FICHIER
                   READ FichierCheques NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONTROLER-CHEQUE
                   END-READ
               END-PERFORM
               IF CHEQUIERS-PRESENTS
                   CLOSE FichierChequiers
               END-IF
               CLOSE FichierCheques
           END-IF.

       CONTROLER-CHEQUE.
           ADD 1 TO WS-NombreCheques
           MOVE "cheques.dat" TO WS-LA-Fichier
           MOVE ChkNumeroCompte TO WS-LA-Cle
           MOVE ChkNumeroCompte TO WS-CompteRecherche
           PERFORM RECHERCHER-COMPTE
           IF NOT COMPTE-TROUVE
               MOVE "Q1" TO WS-LA-Code
               MOVE "CHEQUE SUR COMPTE INEXISTANT: " TO WS-LA-Libelle
               MOVE ChkNumero TO WS-LA-Libelle(31:7)
               PERFORM ECRIRE-ANOMALIE
           END-IF
           MOVE ChkNumeroCompte TO WS-CompteCheque
           MOVE ChkNumero TO WS-NumeroCheque
           PERFORM RECHERCHER-CHEQUIER
           IF NOT CHEQUIER-TROUVE
               MOVE "Q2" TO WS-LA-Code
               MOVE "CHEQUE HORS CHEQUIER DELIVRE: " TO WS-LA-Libelle
               MOVE ChkNumero TO WS-LA-Libelle(31:7)
               PERFORM ECRIRE-ANOMALIE
           END-IF.

       RECHERCHER-CHEQUIER.
           MOVE 'N' TO WS-ChequierTrouve
           MOVE 'N' TO WS-FinChequiers
           IF NOT CHEQUIERS-PRESENTS
               MOVE 'Y' TO WS-FinChequiers
           ELSE
               MOVE WS-CompteCheque TO ChqNumeroCompte
               MOVE ZERO TO ChqPremier
               START FichierChequiers KEY NOT LESS THAN CleChequier
                   INVALID KEY
                       MOVE 'Y' TO WS-FinChequiers
               END-START
           END-IF
           PERFORM UNTIL FIN-DES-CHEQUIERS OR CHEQUIER-TROUVE
               READ FichierChequiers NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FinChequiers
                   NOT AT END
                       IF ChqNumeroCompte NOT = WS-CompteCheque
                           MOVE 'Y' TO WS-FinChequiers
                       ELSE
                           IF (CHEQUIER-REMIS OR CHEQUE-OPPOSE)
                               AND WS-NumeroCheque NOT < ChqPremier
                               AND WS-NumeroCheque NOT > ChqDernier
                               MOVE 'Y' TO WS-ChequierTrouve
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ECRIRE-ANOMALIE.
           MOVE WS-LigneAnomalie TO EnregistrementIntegrite
           WRITE EnregistrementIntegrite
           ADD 1 TO WS-NombreAnomalies.

       ENTETE-RAPPORT.
           MOVE WS-DateJour TO WS-TR-Date
           MOVE WS-TitreRapport TO EnregistrementIntegrite
           WRITE EnregistrementIntegrite
           MOVE SPACES TO EnregistrementIntegrite
           WRITE EnregistrementIntegrite
           MOVE WS-LigneTitre TO EnregistrementIntegrite
           WRITE EnregistrementIntegrite
           MOVE ALL "-" TO EnregistrementIntegrite
           WRITE EnregistrementIntegrite.

       PIED-RAPPORT.
           DISPLAY "=================================================="
               "============================".
           DISPLAY "  CONTROLE D'INTEGRITE DU " WS-DateJour.
           DISPLAY "=================================================="
               "============================".
           MOVE WS-NombreComptes TO WS-NombreEdite
           DISPLAY "COMPTES CONTROLES       : " WS-NombreEdite.
           MOVE WS-NombreClients TO WS-NombreEdite
           DISPLAY "CLIENTS CONTROLES       : " WS-NombreEdite.
           MOVE WS-NombreOrdres TO WS-NombreEdite
           DISPLAY "ORDRES PERMANENTS       : " WS-NombreEdite.
           MOVE WS-NombreOppositions TO WS-NombreEdite
           DISPLAY "OPPOSITIONS             : " WS-NombreEdite.
           MOVE WS-NombreLignesProd TO WS-NombreEdite
           DISPLAY "LIGNES DU CATALOGUE     : " WS-NombreEdite.
           MOVE WS-NombrePrets TO WS-NombreEdite
           DISPLAY "PRETS                   : " WS-NombreEdite.
           MOVE WS-NombreChequiers TO WS-NombreEdite
           DISPLAY "CHEQUIERS               : " WS-NombreEdite.
           MOVE WS-NombreCheques TO WS-NombreEdite
           DISPLAY "CHEQUES PAYES/OPPOSES   : " WS-NombreEdite.
           MOVE WS-NombreAnomalies TO WS-NombreEdite
           DISPLAY "ANOMALIES DETECTEES     : " WS-NombreEdite.
           DISPLAY "RAPPORT                 : INTEGRITE.txt".
           DISPLAY "=================================================="
               "============================".
