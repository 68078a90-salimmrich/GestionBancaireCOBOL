       IDENTIFICATION DIVISION.
       PROGRAM-ID. SurveillanceLCB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMPTESEL.
           COPY CLIENTSEL.
           COPY MVTSEL.
           COPY ARCHSEL.
           COPY LCBPARSEL.
           COPY LCBTRISEL.
           COPY LCBSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY COMPTEFD.
           COPY CLIENTFD.
           COPY MVTFD.
           COPY ARCHFD.
           COPY LCBPARFD.
           COPY LCBTRIFD.
           COPY LCBFD.
           COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusComptes     PIC XX.
       01  WS-StatusClients     PIC XX.
       01  WS-StatusMouvements  PIC XX.
       01  WS-StatusArchive     PIC XX.
       01  WS-StatusParamLcb    PIC XX.
       01  WS-StatusAlertes     PIC XX.
       01  WS-StatusRunCtl      PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.

       01  WS-EOF-Tri         PIC X VALUE 'N'.
           88  FIN-DU-TRI      VALUE 'Y'.

       01  WS-SaisieValide    PIC X VALUE 'N'.
           88  SAISIE-VALIDE   VALUE 'Y'.

       01  WS-GroupeSuspect   PIC X VALUE 'N'.
           88  GROUPE-SUSPECT  VALUE 'Y'.

       01  WS-DateComptable   PIC X(8).
       01  WS-Periode         PIC X(6).
       01  WS-PeriodePrec     PIC X(6).
       01  WS-AnneeNum        PIC 9(4).
       01  WS-MoisNum         PIC 9(2).

       01  WS-NomArchive.
           05  FILLER             PIC X(11) VALUE "MOUVEMENTS-".
           05  WS-NA-Periode      PIC X(6).
           05  FILLER             PIC X(4) VALUE ".csv".

       01  WS-NomAlertes.
           05  FILLER             PIC X(12) VALUE "ALERTES-LCB-".
           05  WS-NL-Periode      PIC X(6).
           05  FILLER             PIC X(4) VALUE ".csv".

       01  WS-SeuilUnitaire   PIC 9(7)V99.
       01  WS-SeuilCumul      PIC 9(7)V99.
       01  WS-FenetreJours    PIC 9(2).
       01  WS-NombreMin       PIC 9(2).

       01  WS-ClientGroupe    PIC X(5).
       01  WS-CompteSeulGroupe PIC X(5).
       01  WS-NomClient       PIC X(30).

       01  WS-TableGroupe.
           05  WS-NombreMvts  PIC 9(4) VALUE 0.
           05  WS-MvtGroupe OCCURS 1000 TIMES
                   INDEXED BY IDX-MVT IDX-FEN.
               10  WS-MG-Date       PIC X(8).
               10  WS-MG-Jour       PIC 9(7).
               10  WS-MG-Compte     PIC X(5).
               10  WS-MG-Type       PIC X(8).
               10  WS-MG-Montant    PIC 9(6)V99.
               10  WS-MG-Alerte     PIC X.
               10  WS-MG-Cumul      PIC 9(8)V99.

       01  WS-TableComptesClient.
           05  WS-NombreComptesClient PIC 9(2) VALUE 0.
           05  WS-CompteClient OCCURS 10 TIMES INDEXED BY IDX-CCL.
               10  WS-CC-Numero     PIC X(5).

       01  WS-CompteDejaVu    PIC X VALUE 'N'.
           88  COMPTE-DEJA-VU  VALUE 'Y'.

       01  WS-DateNum         PIC 9(8).
       01  WS-JourDebut       PIC S9(7).
       01  WS-CumulFenetre    PIC 9(8)V99.
       01  WS-NombreFenetre   PIC 9(4).

       01  WS-NombreRetenus   PIC 9(7)     VALUE 0.
       01  WS-NombreClients   PIC 9(5)     VALUE 0.
       01  WS-NombreUnitaires PIC 9(5)     VALUE 0.
       01  WS-NombreFraction  PIC 9(5)     VALUE 0.
       01  WS-NombreIgnores   PIC 9(5)     VALUE 0.
       01  WS-NombreEdite     PIC ZZZZ9.
       01  WS-MontantEdite    PIC ZZZ,ZZ9.99.
       01  WS-CumulEdite      PIC ZZ,ZZZ,ZZ9.99.
       01  WS-LibelleAlerte   PIC X(11).

       01  WS-LigneAlerte.
           05  WS-AL-Periode        PIC X(6).
           05  FILLER               PIC X VALUE ",".
           05  WS-AL-Code           PIC X.
           05  FILLER               PIC X VALUE ",".
           05  WS-AL-Client         PIC X(5).
           05  FILLER               PIC X VALUE ",".
           05  WS-AL-Compte         PIC X(5).
           05  FILLER               PIC X VALUE ",".
           05  WS-AL-Date           PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-AL-Type           PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-AL-Montant        PIC 9(6)V99.
           05  FILLER               PIC X VALUE ",".
           05  WS-AL-Cumul          PIC 9(8)V99.

           COPY MVTWS.
           COPY RUNCTLWS.

       PROCEDURE DIVISION.

       PROCEDURE-PRINCIPALE.
           DISPLAY "Debut de la surveillance des operations especes.".
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
           PERFORM CALCULER-PERIODE-PREC.

           PERFORM CHARGER-PARAMETRES.

           MOVE "LCB" TO WS-JobRun
           MOVE WS-Periode TO WS-PeriodeRun
           PERFORM DEBUT-RUNCTL.

           OPEN INPUT FichierComptes.
           IF WS-StatusComptes = "35"
               DISPLAY "Fichier comptes.dat introuvable."
               CLOSE FichierRunCtl
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FichierClients.
           MOVE WS-Periode TO WS-NL-Periode
           OPEN OUTPUT FichierAlertes.
           IF WS-StatusAlertes NOT = "00"
               DISPLAY "Ouverture de " WS-NomAlertes " impossible."
               CLOSE FichierComptes
               CLOSE FichierRunCtl
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ENTETE-RAPPORT.
           SORT FichierTriLcb
               ON ASCENDING KEY TlClient TlCompteSeul TlDate
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS COLLECTER-MOUVEMENTS
               OUTPUT PROCEDURE IS ANALYSER-MOUVEMENTS.

           CLOSE FichierAlertes
           CLOSE FichierComptes.
           IF WS-StatusClients NOT = "35"
               CLOSE FichierClients
           END-IF.

           PERFORM FIN-RUNCTL.
           PERFORM PIED-RAPPORT.
           STOP RUN.

       CALCULER-PERIODE-PREC.
           MOVE WS-Periode(1:4) TO WS-AnneeNum
           MOVE WS-Periode(5:2) TO WS-MoisNum
           IF WS-MoisNum = 01
               SUBTRACT 1 FROM WS-AnneeNum
               MOVE 12 TO WS-MoisNum
           ELSE
               SUBTRACT 1 FROM WS-MoisNum
           END-IF
           MOVE WS-AnneeNum TO WS-PeriodePrec(1:4)
           MOVE WS-MoisNum TO WS-PeriodePrec(5:2).

       CHARGER-PARAMETRES.
           OPEN INPUT FichierParamLcb.
           IF WS-StatusParamLcb = "35"
               DISPLAY "Fichier LCBPARAM.csv introuvable."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FichierParamLcb
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
           CLOSE FichierParamLcb.
           IF FIN-DE-FICHIER
               OR ParSeuilUnitaire NOT NUMERIC
               OR ParSeuilCumul NOT NUMERIC
               OR ParFenetreJours NOT NUMERIC
               OR ParNombreMin NOT NUMERIC
               DISPLAY "Parametres de surveillance invalides."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ParSeuilUnitaire = ZERO
               OR ParSeuilCumul = ZERO
               OR ParFenetreJours < 1 OR ParFenetreJours > 31
               OR ParNombreMin < 2
               DISPLAY "Parametres de surveillance hors limites."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ParSeuilUnitaire TO WS-SeuilUnitaire
           MOVE ParSeuilCumul TO WS-SeuilCumul
           MOVE ParFenetreJours TO WS-FenetreJours
           MOVE ParNombreMin TO WS-NombreMin.

       COLLECTER-MOUVEMENTS.
           MOVE WS-PeriodePrec TO WS-NA-Periode
           PERFORM COLLECTER-ARCHIVE
           MOVE WS-Periode TO WS-NA-Periode
           PERFORM COLLECTER-ARCHIVE
           PERFORM COLLECTER-JOURNAL.

       COLLECTER-ARCHIVE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FichierArchive
           IF WS-StatusArchive = "35"
               CONTINUE
           ELSE
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
           IF WS-StatusMouvements = "35"
               CONTINUE
           ELSE
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
           IF (WS-LM-Type = "DEPOT" OR WS-LM-Type = "RETRAIT")
               AND (WS-LM-Reference = SPACES
                   OR WS-LM-Reference = "ORDRE")
               AND WS-LM-Statut NOT = "E"
               AND WS-LM-Date(1:6) >= WS-PeriodePrec
               AND WS-LM-Date(1:6) <= WS-Periode
               IF WS-LM-Montant NOT NUMERIC
                   OR WS-LM-Date NOT NUMERIC
                   ADD 1 TO WS-NombreIgnores
               ELSE
                   MOVE WS-LM-NumeroCompte TO NumeroCompte
                   READ FichierComptes
                       INVALID KEY
                           MOVE SPACES TO TlClient
                       NOT INVALID KEY
                           MOVE ClientCompte TO TlClient
                   END-READ
                   IF TlClient = SPACES
                       MOVE WS-LM-NumeroCompte TO TlCompteSeul
                   ELSE
                       MOVE SPACES TO TlCompteSeul
                   END-IF
                   MOVE WS-LM-Date TO TlDate
                   MOVE WS-LM-NumeroCompte TO TlCompte
                   MOVE WS-LM-Type TO TlType
                   MOVE WS-LM-Montant TO TlMontant
                   RELEASE EnregistrementTriLcb
                   ADD 1 TO WS-NombreRetenus
               END-IF
           END-IF.

       ANALYSER-MOUVEMENTS.
           MOVE 'N' TO WS-EOF-Tri
           PERFORM RETOURNER-TRI
           PERFORM UNTIL FIN-DU-TRI
               PERFORM CHARGER-GROUPE
               PERFORM EXAMINER-GROUPE
           END-PERFORM.

       RETOURNER-TRI.
           RETURN FichierTriLcb
               AT END
                   MOVE 'Y' TO WS-EOF-Tri
           END-RETURN.

       CHARGER-GROUPE.
           MOVE TlClient TO WS-ClientGroupe
           MOVE TlCompteSeul TO WS-CompteSeulGroupe
           MOVE ZERO TO WS-NombreMvts
           PERFORM UNTIL FIN-DU-TRI
               OR TlClient NOT = WS-ClientGroupe
               OR TlCompteSeul NOT = WS-CompteSeulGroupe
               IF WS-NombreMvts < 1000
                   ADD 1 TO WS-NombreMvts
                   SET IDX-MVT TO WS-NombreMvts
                   MOVE TlDate TO WS-MG-Date(IDX-MVT)
                   MOVE TlDate TO WS-DateNum
                   COMPUTE WS-MG-Jour(IDX-MVT) =
                       FUNCTION INTEGER-OF-DATE(WS-DateNum)
                   MOVE TlCompte TO WS-MG-Compte(IDX-MVT)
                   MOVE TlType TO WS-MG-Type(IDX-MVT)
                   MOVE TlMontant TO WS-MG-Montant(IDX-MVT)
                   MOVE SPACE TO WS-MG-Alerte(IDX-MVT)
                   MOVE ZERO TO WS-MG-Cumul(IDX-MVT)
               ELSE
                   ADD 1 TO WS-NombreIgnores
               END-IF
               PERFORM RETOURNER-TRI
           END-PERFORM.

       EXAMINER-GROUPE.
           MOVE 'N' TO WS-GroupeSuspect
           PERFORM EXAMINER-MOUVEMENT
               VARYING IDX-MVT FROM 1 BY 1
               UNTIL IDX-MVT > WS-NombreMvts
           IF GROUPE-SUSPECT
               PERFORM SIGNALER-GROUPE
           END-IF.

       EXAMINER-MOUVEMENT.
           IF WS-MG-Date(IDX-MVT)(1:6) = WS-Periode
               IF WS-MG-Montant(IDX-MVT) >= WS-SeuilUnitaire
                   MOVE "U" TO WS-MG-Alerte(IDX-MVT)
                   MOVE 'Y' TO WS-GroupeSuspect
               ELSE
                   MOVE ZERO TO WS-CumulFenetre
                   MOVE ZERO TO WS-NombreFenetre
                   COMPUTE WS-JourDebut =
                       WS-MG-Jour(IDX-MVT) - WS-FenetreJours + 1
                   PERFORM CUMULER-FENETRE
                       VARYING IDX-FEN FROM 1 BY 1
                       UNTIL IDX-FEN > IDX-MVT
                   IF WS-NombreFenetre >= WS-NombreMin
                       AND WS-CumulFenetre >= WS-SeuilCumul
                       PERFORM MARQUER-FENETRE
                           VARYING IDX-FEN FROM 1 BY 1
                           UNTIL IDX-FEN > IDX-MVT
                       MOVE 'Y' TO WS-GroupeSuspect
                   END-IF
               END-IF
           END-IF.

       CUMULER-FENETRE.
           IF WS-MG-Jour(IDX-FEN) >= WS-JourDebut
               AND WS-MG-Type(IDX-FEN) = WS-MG-Type(IDX-MVT)
               AND WS-MG-Montant(IDX-FEN) < WS-SeuilUnitaire
               ADD WS-MG-Montant(IDX-FEN) TO WS-CumulFenetre
               ADD 1 TO WS-NombreFenetre
           END-IF.

       MARQUER-FENETRE.
           IF WS-MG-Jour(IDX-FEN) >= WS-JourDebut
               AND WS-MG-Type(IDX-FEN) = WS-MG-Type(IDX-MVT)
               AND WS-MG-Montant(IDX-FEN) < WS-SeuilUnitaire
               MOVE "F" TO WS-MG-Alerte(IDX-FEN)
               IF WS-CumulFenetre > WS-MG-Cumul(IDX-FEN)
                   MOVE WS-CumulFenetre TO WS-MG-Cumul(IDX-FEN)
               END-IF
           END-IF.

       SIGNALER-GROUPE.
           ADD 1 TO WS-NombreClients
           MOVE "CLIENT INCONNU" TO WS-NomClient
           IF WS-ClientGroupe NOT = SPACES
               AND WS-StatusClients NOT = "35"
               MOVE WS-ClientGroupe TO NumeroClient
               READ FichierClients
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NomClient TO WS-NomClient
               END-READ
           END-IF
           MOVE ZERO TO WS-NombreComptesClient
           PERFORM RELEVER-COMPTE
               VARYING IDX-MVT FROM 1 BY 1
               UNTIL IDX-MVT > WS-NombreMvts

           IF WS-ClientGroupe = SPACES
               DISPLAY "CLIENT: -----  " WS-NomClient
           ELSE
               DISPLAY "CLIENT: " WS-ClientGroupe "  " WS-NomClient
           END-IF
           DISPLAY "COMPTES:" WITH NO ADVANCING
           PERFORM AFFICHER-COMPTE-CLIENT
               VARYING IDX-CCL FROM 1 BY 1
               UNTIL IDX-CCL > WS-NombreComptesClient
           DISPLAY " "
           DISPLAY "  DATE     COMPTE TYPE        MONTANT ALERTE      "
               "  CUMUL FENETRE"
           PERFORM SIGNALER-MOUVEMENT
               VARYING IDX-MVT FROM 1 BY 1
               UNTIL IDX-MVT > WS-NombreMvts
           DISPLAY "--------------------------------------------------"
               "----------------------------".

       RELEVER-COMPTE.
           MOVE 'N' TO WS-CompteDejaVu
           PERFORM COMPARER-COMPTE
               VARYING IDX-CCL FROM 1 BY 1
               UNTIL IDX-CCL > WS-NombreComptesClient
           IF NOT COMPTE-DEJA-VU
               AND WS-NombreComptesClient < 10
               ADD 1 TO WS-NombreComptesClient
               SET IDX-CCL TO WS-NombreComptesClient
               MOVE WS-MG-Compte(IDX-MVT) TO WS-CC-Numero(IDX-CCL)
           END-IF.

       COMPARER-COMPTE.
           IF WS-CC-Numero(IDX-CCL) = WS-MG-Compte(IDX-MVT)
               MOVE 'Y' TO WS-CompteDejaVu
           END-IF.

       AFFICHER-COMPTE-CLIENT.
           DISPLAY " " WS-CC-Numero(IDX-CCL) WITH NO ADVANCING.

       SIGNALER-MOUVEMENT.
           IF WS-MG-Alerte(IDX-MVT) NOT = SPACE
               IF WS-MG-Alerte(IDX-MVT) = "U"
                   MOVE "UNITAIRE" TO WS-LibelleAlerte
                   ADD 1 TO WS-NombreUnitaires
               ELSE
                   MOVE "FRACTIONNE" TO WS-LibelleAlerte
                   ADD 1 TO WS-NombreFraction
               END-IF
               MOVE WS-MG-Montant(IDX-MVT) TO WS-MontantEdite
               MOVE WS-MG-Cumul(IDX-MVT) TO WS-CumulEdite
               IF WS-MG-Alerte(IDX-MVT) = "U"
                   DISPLAY "  " WS-MG-Date(IDX-MVT) " "
                       WS-MG-Compte(IDX-MVT) "  "
                       WS-MG-Type(IDX-MVT) " " WS-MontantEdite " "
                       WS-LibelleAlerte
               ELSE
                   DISPLAY "  " WS-MG-Date(IDX-MVT) " "
                       WS-MG-Compte(IDX-MVT) "  "
                       WS-MG-Type(IDX-MVT) " " WS-MontantEdite " "
                       WS-LibelleAlerte " " WS-CumulEdite
               END-IF
               MOVE WS-Periode TO WS-AL-Periode
               MOVE WS-MG-Alerte(IDX-MVT) TO WS-AL-Code
               MOVE WS-ClientGroupe TO WS-AL-Client
               MOVE WS-MG-Compte(IDX-MVT) TO WS-AL-Compte
               MOVE WS-MG-Date(IDX-MVT) TO WS-AL-Date
               MOVE WS-MG-Type(IDX-MVT) TO WS-AL-Type
               MOVE WS-MG-Montant(IDX-MVT) TO WS-AL-Montant
               MOVE WS-MG-Cumul(IDX-MVT) TO WS-AL-Cumul
               MOVE WS-LigneAlerte TO EnregistrementAlerte
               WRITE EnregistrementAlerte
           END-IF.

       ENTETE-RAPPORT.
           DISPLAY "=================================================="
               "============================".
           DISPLAY "  SURVEILLANCE LCB - OPERATIONS ESPECES - PERIODE "
               WS-Periode.
           MOVE WS-SeuilUnitaire TO WS-CumulEdite
           DISPLAY "  SEUIL UNITAIRE : " WS-CumulEdite.
           MOVE WS-SeuilCumul TO WS-CumulEdite
           DISPLAY "  SEUIL CUMULE   : " WS-CumulEdite
               " SUR " WS-FenetreJours " JOURS, MINIMUM "
               WS-NombreMin " OPERATIONS".
           DISPLAY "=================================================="
               "============================".

       PIED-RAPPORT.
           MOVE WS-NombreRetenus TO WS-NombreEdite
           DISPLAY "OPERATIONS ESPECES EXAMINEES : " WS-NombreEdite.
           MOVE WS-NombreClients TO WS-NombreEdite
           DISPLAY "CLIENTS SIGNALES             : " WS-NombreEdite.
           MOVE WS-NombreUnitaires TO WS-NombreEdite
           DISPLAY "ALERTES SEUIL UNITAIRE       : " WS-NombreEdite.
           MOVE WS-NombreFraction TO WS-NombreEdite
           DISPLAY "ALERTES FRACTIONNEMENT       : " WS-NombreEdite.
           MOVE WS-NombreIgnores TO WS-NombreEdite
           DISPLAY "MOUVEMENTS IGNORES           : " WS-NombreEdite.
           DISPLAY "FICHIER DES ALERTES          : " WS-NomAlertes.
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
               DISPLAY "Surveillance deja effectuee pour "
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
               DISPLAY "Reprise: surveillance complete relancee."
           END-IF.

       FIN-RUNCTL.
           MOVE "T" TO RunStatut
           MOVE WS-DateJourRun TO RunDateMaj
           REWRITE EnregistrementRunCtl
           CLOSE FichierRunCtl.
