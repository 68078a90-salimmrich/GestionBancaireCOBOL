       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertificatInterets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMPTESEL.
           COPY CLIENTSEL.
           COPY MVTSEL.
           COPY ARCHSEL.
           COPY CERTRISEL.
           COPY CERTSEL.
           COPY DECLSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY COMPTEFD.
           COPY CLIENTFD.
           COPY MVTFD.
           COPY ARCHFD.
           COPY CERTRIFD.
           COPY CERTFD.
           COPY DECLFD.
           COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusComptes     PIC XX.
       01  WS-StatusClients     PIC XX.
       01  WS-StatusMouvements  PIC XX.
       01  WS-StatusArchive     PIC XX.
       01  WS-StatusCertificats PIC XX.
       01  WS-StatusDeclaration PIC XX.
       01  WS-StatusRunCtl      PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.

       01  WS-EOF-Tri         PIC X VALUE 'N'.
           88  FIN-DU-TRI      VALUE 'Y'.

       01  WS-SaisieValide    PIC X VALUE 'N'.
           88  SAISIE-VALIDE   VALUE 'Y'.

       01  WS-AnneeTexte      PIC X(4).
       01  WS-Annee           PIC X(4).
       01  WS-Mois            PIC 9(2).
       01  WS-DateJour        PIC X(8).
       01  WS-Etablissement   PIC X(8) VALUE "GESTBANQ".

       01  WS-NomArchive.
           05  FILLER             PIC X(11) VALUE "MOUVEMENTS-".
           05  WS-NA-Periode      PIC X(6).
           05  FILLER             PIC X(4) VALUE ".csv".

       01  WS-NomDeclaration.
           05  FILLER             PIC X(12) VALUE "DECLARATION-".
           05  WS-ND-Annee        PIC X(4).
           05  FILLER             PIC X(4) VALUE ".dat".

       01  WS-ClientCourant   PIC X(5).
       01  WS-CompteCourant   PIC X(5).
       01  WS-NomClient       PIC X(30).
       01  WS-AdresseClient   PIC X(40).
       01  WS-TotalCompte     PIC 9(8)V99  VALUE 0.
       01  WS-TotalClient     PIC 9(9)V99  VALUE 0.
       01  WS-ComptesClient   PIC 9(3)     VALUE 0.

       01  WS-NombreRetenus   PIC 9(7)     VALUE 0.
       01  WS-NombreExtournes PIC 9(7)     VALUE 0.
       01  WS-NombreCertificats PIC 9(7)   VALUE 0.
       01  WS-NombreNonRattaches PIC 9(5)  VALUE 0.
       01  WS-TotalDeclare    PIC 9(11)V99 VALUE 0.
       01  WS-TotalNonRattache PIC 9(9)V99 VALUE 0.
       01  WS-NombreEdite     PIC ZZZZZZ9.
       01  WS-TotalEdite      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SautPage        PIC X VALUE X"0C".

       01  WS-TitreCertificat.
           05  FILLER             PIC X(42) VALUE
               "ATTESTATION DES INTERETS VERSES - ANNEE ".
           05  WS-TC-Annee        PIC X(4).

       01  WS-LigneClient.
           05  FILLER             PIC X(8) VALUE "CLIENT: ".
           05  WS-LC-Numero       PIC X(5).
           05  FILLER             PIC XX VALUE SPACES.
           05  WS-LC-Nom          PIC X(30).

       01  WS-LigneAdresse.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  WS-LA-Adresse      PIC X(40).

       01  WS-LigneTitre.
           05  FILLER             PIC X(10) VALUE "COMPTE".
           05  FILLER             PIC X(20) VALUE
               "    INTERETS VERSES".

       01  WS-LigneCompte.
           05  WS-LCP-Compte      PIC X(5).
           05  FILLER             PIC X(9) VALUE SPACES.
           05  WS-LCP-Montant     PIC ZZ,ZZZ,ZZ9.99.

       01  WS-LigneTotal.
           05  FILLER             PIC X(10) VALUE "TOTAL".
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-LT-Montant      PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LigneMention.
           05  FILLER             PIC X(60) VALUE
               "Montant a reporter sur votre declaration de revenus.".

           COPY MVTWS.
           COPY RUNCTLWS.

       PROCEDURE DIVISION.

       PROCEDURE-PRINCIPALE.
           DISPLAY "Debut de l'edition des certificats d'interets.".
           MOVE 'N' TO WS-SaisieValide
           PERFORM UNTIL SAISIE-VALIDE
               DISPLAY "Annee fiscale (AAAA): "
               ACCEPT WS-AnneeTexte
               IF WS-AnneeTexte IS NUMERIC
                   MOVE WS-AnneeTexte TO WS-Annee
                   MOVE 'Y' TO WS-SaisieValide
               ELSE
                   DISPLAY "Valeur invalide."
               END-IF
           END-PERFORM.
           ACCEPT WS-DateJour FROM DATE YYYYMMDD
           MOVE WS-DateJour TO WS-DateJourRun
           MOVE "CERTINT" TO WS-JobRun
           MOVE WS-Annee TO WS-PeriodeRun
           PERFORM DEBUT-RUNCTL.

           OPEN INPUT FichierComptes.
           IF WS-StatusComptes = "35"
               DISPLAY "Fichier comptes.dat introuvable."
               CLOSE FichierRunCtl
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FichierClients.
           IF WS-StatusClients = "35"
               DISPLAY "Fichier clients.dat introuvable."
               CLOSE FichierComptes
               CLOSE FichierRunCtl
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FichierCertificats.
           MOVE WS-Annee TO WS-ND-Annee
           OPEN OUTPUT FichierDeclaration.
           IF WS-StatusCertificats NOT = "00"
               OR WS-StatusDeclaration NOT = "00"
               DISPLAY "Ouverture des fichiers de sortie impossible."
               CLOSE FichierComptes
               CLOSE FichierClients
               CLOSE FichierRunCtl
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO EnregistrementDeclaration
           MOVE "H" TO DecCodeEnr
           MOVE WS-Annee TO DecAnnee
           MOVE WS-Etablissement TO DecEtablissement
           MOVE WS-DateJour TO DecDateCreation
           WRITE EnregistrementDeclaration.

           SORT FichierTriCert
               ON ASCENDING KEY TcClient TcCompte
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS COLLECTER-INTERETS
               OUTPUT PROCEDURE IS EDITER-CERTIFICATS.

           MOVE SPACES TO EnregistrementDeclaration
           MOVE "T" TO DecCodeEnr
           MOVE WS-NombreCertificats TO DecNombreClients
           MOVE WS-TotalDeclare TO DecTotal
           WRITE EnregistrementDeclaration.

           CLOSE FichierDeclaration
           CLOSE FichierCertificats
           CLOSE FichierClients
           CLOSE FichierComptes.

           PERFORM FIN-RUNCTL.
           PERFORM AFFICHER-CONTROLES.
           IF WS-NombreNonRattaches > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       COLLECTER-INTERETS.
           PERFORM COLLECTER-ARCHIVE
               VARYING WS-Mois FROM 1 BY 1
               UNTIL WS-Mois > 12
           PERFORM COLLECTER-JOURNAL.

       COLLECTER-ARCHIVE.
           MOVE WS-Annee TO WS-NA-Periode(1:4)
           MOVE WS-Mois TO WS-NA-Periode(5:2)
           MOVE 'N' TO WS-EOF
           OPEN INPUT FichierArchive
           IF WS-StatusArchive NOT = "35"
               PERFORM LIRE-ARCHIVE
               PERFORM UNTIL FIN-DE-FICHIER
                   MOVE EnregistrementArchive TO WS-LigneMouvement
                   PERFORM FILTRER-MOUVEMENT
                   PERFORM LIRE-ARCHIVE
               END-PERFORM
               CLOSE FichierArchive
           END-IF.

       LIRE-ARCHIVE.
           READ FichierArchive
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       COLLECTER-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT MouvementsJournal
           IF WS-StatusMouvements NOT = "35"
               PERFORM LIRE-JOURNAL
               PERFORM UNTIL FIN-DE-FICHIER
                   MOVE EnregistrementMouvement TO WS-LigneMouvement
                   PERFORM FILTRER-MOUVEMENT
                   PERFORM LIRE-JOURNAL
               END-PERFORM
               CLOSE MouvementsJournal
           END-IF.

       LIRE-JOURNAL.
           READ MouvementsJournal
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       FILTRER-MOUVEMENT.
           IF WS-LM-Type = "INTERET"
               AND WS-LM-Date(1:4) = WS-Annee
               AND WS-LM-Montant IS NUMERIC
               AND WS-LM-Montant > ZERO
               IF WS-LM-Statut = "E"
                   ADD 1 TO WS-NombreExtournes
               ELSE
                   MOVE WS-LM-NumeroCompte TO NumeroCompte
                   READ FichierComptes
                       INVALID KEY
                           MOVE SPACES TO TcClient
                       NOT INVALID KEY
                           MOVE ClientCompte TO TcClient
                   END-READ
                   MOVE WS-LM-NumeroCompte TO TcCompte
                   MOVE WS-LM-Montant TO TcMontant
                   RELEASE EnregistrementTriCert
                   ADD 1 TO WS-NombreRetenus
               END-IF
           END-IF.

       EDITER-CERTIFICATS.
           MOVE 'N' TO WS-EOF-Tri
           PERFORM RETOURNER-TRI
           PERFORM UNTIL FIN-DU-TRI
               MOVE TcClient TO WS-ClientCourant
               MOVE ZERO TO WS-TotalClient
               MOVE ZERO TO WS-ComptesClient
               IF WS-ClientCourant NOT = SPACES
                   PERFORM ENTETE-CERTIFICAT
               END-IF
               PERFORM UNTIL FIN-DU-TRI
                   OR TcClient NOT = WS-ClientCourant
                   PERFORM CUMULER-COMPTE
               END-PERFORM
               IF WS-ClientCourant = SPACES
                   MOVE WS-TotalClient TO WS-TotalNonRattache
               ELSE
                   PERFORM PIED-CERTIFICAT
               END-IF
           END-PERFORM.

       RETOURNER-TRI.
           RETURN FichierTriCert
               AT END
                   MOVE 'Y' TO WS-EOF-Tri
           END-RETURN.

       CUMULER-COMPTE.
           MOVE TcCompte TO WS-CompteCourant
           MOVE ZERO TO WS-TotalCompte
           PERFORM UNTIL FIN-DU-TRI
               OR TcClient NOT = WS-ClientCourant
               OR TcCompte NOT = WS-CompteCourant
               ADD TcMontant TO WS-TotalCompte
               PERFORM RETOURNER-TRI
           END-PERFORM
           ADD WS-TotalCompte TO WS-TotalClient
           ADD 1 TO WS-ComptesClient
           IF WS-ClientCourant = SPACES
               ADD 1 TO WS-NombreNonRattaches
               MOVE WS-TotalCompte TO WS-TotalEdite
               DISPLAY "Compte " WS-CompteCourant
                   " sans client rattache, interets: " WS-TotalEdite
           ELSE
               MOVE WS-CompteCourant TO WS-LCP-Compte
               MOVE WS-TotalCompte TO WS-LCP-Montant
               MOVE WS-LigneCompte TO EnregistrementCertificat
               WRITE EnregistrementCertificat
           END-IF.

       ENTETE-CERTIFICAT.
           MOVE "CLIENT INCONNU" TO WS-NomClient
           MOVE SPACES TO WS-AdresseClient
           MOVE WS-ClientCourant TO NumeroClient
           READ FichierClients
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NomClient TO WS-NomClient
                   MOVE AdresseClient TO WS-AdresseClient
           END-READ
           MOVE WS-SautPage TO EnregistrementCertificat
           WRITE EnregistrementCertificat
           MOVE WS-Annee TO WS-TC-Annee
           MOVE WS-TitreCertificat TO EnregistrementCertificat
           WRITE EnregistrementCertificat
           MOVE SPACES TO EnregistrementCertificat
           WRITE EnregistrementCertificat
           MOVE WS-ClientCourant TO WS-LC-Numero
           MOVE WS-NomClient TO WS-LC-Nom
           MOVE WS-LigneClient TO EnregistrementCertificat
           WRITE EnregistrementCertificat
           MOVE WS-AdresseClient TO WS-LA-Adresse
           MOVE WS-LigneAdresse TO EnregistrementCertificat
           WRITE EnregistrementCertificat
           MOVE SPACES TO EnregistrementCertificat
           WRITE EnregistrementCertificat
           MOVE WS-LigneTitre TO EnregistrementCertificat
           WRITE EnregistrementCertificat.

       PIED-CERTIFICAT.
           MOVE SPACES TO EnregistrementCertificat
           WRITE EnregistrementCertificat
           MOVE WS-TotalClient TO WS-LT-Montant
           MOVE WS-LigneTotal TO EnregistrementCertificat
           WRITE EnregistrementCertificat
           MOVE SPACES TO EnregistrementCertificat
           WRITE EnregistrementCertificat
           MOVE WS-LigneMention TO EnregistrementCertificat
           WRITE EnregistrementCertificat

           MOVE SPACES TO EnregistrementDeclaration
           MOVE "D" TO DecCodeEnr
           MOVE WS-ClientCourant TO DecClient
           MOVE WS-NomClient TO DecNom
           MOVE WS-AdresseClient TO DecAdresse
           MOVE WS-ComptesClient TO DecNombreComptes
           MOVE WS-TotalClient TO DecMontant
           WRITE EnregistrementDeclaration

           ADD 1 TO WS-NombreCertificats
           ADD WS-TotalClient TO WS-TotalDeclare.

       AFFICHER-CONTROLES.
           DISPLAY "=================================================="
               "============================".
           DISPLAY "  CERTIFICATS D'INTERETS - ANNEE " WS-Annee.
           DISPLAY "=================================================="
               "============================".
           MOVE WS-NombreRetenus TO WS-NombreEdite
           DISPLAY "MOUVEMENTS INTERET RETENUS : " WS-NombreEdite.
           MOVE WS-NombreExtournes TO WS-NombreEdite
           DISPLAY "MOUVEMENTS EXTOURNES       : " WS-NombreEdite.
           MOVE WS-NombreCertificats TO WS-NombreEdite
           DISPLAY "CERTIFICATS EDITES         : " WS-NombreEdite.
           MOVE WS-TotalDeclare TO WS-TotalEdite
           DISPLAY "TOTAL DECLARE              : " WS-TotalEdite.
           MOVE WS-NombreNonRattaches TO WS-NombreEdite
           DISPLAY "COMPTES SANS CLIENT        : " WS-NombreEdite.
           MOVE WS-TotalNonRattache TO WS-TotalEdite
           DISPLAY "INTERETS NON DECLARES      : " WS-TotalEdite.
           DISPLAY "CERTIFICATS                : CERTIFICATS.txt".
           DISPLAY "DECLARATION                : " WS-NomDeclaration.
           DISPLAY "=================================================="
               "============================".

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
               DISPLAY "Certificats deja edites pour " WS-PeriodeRun
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
               DISPLAY "Reprise: edition complete relancee."
           END-IF.

       FIN-RUNCTL.
           MOVE "T" TO RunStatut
           MOVE WS-DateJourRun TO RunDateMaj
           REWRITE EnregistrementRunCtl
           CLOSE FichierRunCtl.
