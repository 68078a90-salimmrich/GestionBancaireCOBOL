       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChaineBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHAINESEL.
           COPY CALSEL.
           COPY RUNCTLSEL.
           COPY BLOGSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CHAINEFD.
           COPY CALFD.
           COPY RUNCTLFD.
           COPY BLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusChaine      PIC XX.
       01  WS-StatusCalendrier  PIC XX.
       01  WS-StatusRunCtl      PIC XX.
       01  WS-StatusBatchLog    PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.

       01  WS-SaisieValide    PIC X VALUE 'N'.
           88  SAISIE-VALIDE   VALUE 'Y'.

       01  WS-FinDeMois       PIC X VALUE 'N'.
           88  FIN-DE-MOIS     VALUE 'Y'.

       01  WS-JobPrevu        PIC X VALUE 'N'.
           88  JOB-PREVU       VALUE 'Y'.

       01  WS-PrerequisOK     PIC X VALUE 'N'.
           88  PREREQUIS-OK    VALUE 'Y'.

       01  WS-DateComptable   PIC X(8).
       01  WS-DateJour        PIC X(8).
       01  WS-PeriodeJob      PIC X(8).
       01  WS-SaisieJob       PIC X(8).
       01  WS-EtatRunCtl      PIC X.
       01  WS-Commande        PIC X(120).
       01  WS-CodeRetour      PIC 9(3).
       01  WS-CodeRetourMax   PIC 9(3) VALUE 0.
       01  WS-HeureSysteme    PIC X(8).
       01  WS-SequencePrec    PIC 9(3) VALUE 0.
       01  WS-JobPrerequis    PIC X(8).

       01  WS-TableChaine.
           05  WS-NombreJobs    PIC 9(2) VALUE 0.
           05  WS-JobChaine OCCURS 50 TIMES INDEXED BY IDX-CHN IDX-PRE.
               10  WS-CH-Sequence     PIC 9(3).
               10  WS-CH-Job          PIC X(8).
               10  WS-CH-Frequence    PIC X.
               10  WS-CH-TypePeriode  PIC X.
               10  WS-CH-Saisie       PIC X.
               10  WS-CH-Prerequis    PIC X(8).
               10  WS-CH-RcMax        PIC 9.
               10  WS-CH-Commande     PIC X(60).
               10  WS-CH-Etat         PIC X.

       01  WS-NombreExecutes  PIC 9(2) VALUE 0.
       01  WS-NombreSautes    PIC 9(2) VALUE 0.
       01  WS-NombreEdite     PIC Z9.
       01  WS-CodeEdite       PIC ZZ9.

       01  WS-LigneLog.
           05  WS-LG-DateComptable  PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-LG-Sequence       PIC 9(3).
           05  FILLER               PIC X VALUE ",".
           05  WS-LG-Job            PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-LG-DateDebut      PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-LG-HeureDebut     PIC X(6).
           05  FILLER               PIC X VALUE ",".
           05  WS-LG-DateFin        PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-LG-HeureFin       PIC X(6).
           05  FILLER               PIC X VALUE ",".
           05  WS-LG-CodeRetour     PIC 9(3).
           05  FILLER               PIC X VALUE ",".
           05  WS-LG-Resultat       PIC X(12).

           COPY CALWS.
           COPY RUNCTLWS.

       PROCEDURE DIVISION.

       PROCEDURE-PRINCIPALE.
           DISPLAY "Debut de la chaine de traitements.".
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

           PERFORM CHARGER-CHAINE.
           PERFORM CHARGER-CALENDRIER.

           MOVE WS-DateJour TO WS-DateOuvree
           PERFORM CONTROLER-JOUR-OUVRE
           IF NOT JOUR-OUVRE
               DISPLAY "Le " WS-DateJour " n'est pas un jour ouvre. "
                   "Aucun traitement lance."
               STOP RUN
           END-IF.
           PERFORM CONTROLER-FIN-DE-MOIS.

           PERFORM ENTETE-RAPPORT.
           PERFORM EXECUTER-ETAPE
               VARYING IDX-CHN FROM 1 BY 1
               UNTIL IDX-CHN > WS-NombreJobs.
           PERFORM PIED-RAPPORT.
           MOVE WS-CodeRetourMax TO RETURN-CODE.
           STOP RUN.

       CHARGER-CHAINE.
           OPEN INPUT FichierChaine
           IF WS-StatusChaine = "35"
               DISPLAY "Fichier CHAINE.csv introuvable."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LIRE-CHAINE
           PERFORM UNTIL FIN-DE-FICHIER
               IF EnregistrementChaine NOT = SPACES
                   PERFORM VALIDER-ETAPE
               END-IF
               PERFORM LIRE-CHAINE
           END-PERFORM
           CLOSE FichierChaine
           IF WS-NombreJobs = 0
               DISPLAY "Definition de la chaine vide."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIRE-CHAINE.
           READ FichierChaine
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

       VALIDER-ETAPE.
           IF ChnSequence NOT NUMERIC
               OR ChnSequence NOT > WS-SequencePrec
               OR ChnJob = SPACES
               OR NOT (CHN-QUOTIDIEN OR CHN-MENSUEL)
               OR NOT (CHN-PERIODE-JOUR OR CHN-PERIODE-MOIS
                   OR CHN-PERIODE-ANNEE OR CHN-SANS-RUNCTL)
               OR NOT (CHN-SAISIE-DATE OR CHN-SAISIE-PERIODE
                   OR CHN-SANS-SAISIE)
               OR ChnRcMax NOT NUMERIC
               OR ChnCommande = SPACES
               DISPLAY "CHAINE.csv: ligne invalide apres l'etape "
                   WS-SequencePrec
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ChnPrerequis NOT = SPACES
               MOVE ChnPrerequis TO WS-JobPrerequis
               PERFORM RECHERCHER-PREREQUIS
               IF NOT PREREQUIS-OK
                   DISPLAY "CHAINE.csv: etape " ChnSequence " "
                       ChnJob ": prerequis " ChnPrerequis
                       " absent des etapes precedentes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-NombreJobs = 50
               DISPLAY "CHAINE.csv: plus de 50 etapes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NombreJobs
           SET IDX-CHN TO WS-NombreJobs
           MOVE ChnSequence TO WS-CH-Sequence(IDX-CHN)
           MOVE ChnJob TO WS-CH-Job(IDX-CHN)
           MOVE ChnFrequence TO WS-CH-Frequence(IDX-CHN)
           MOVE ChnTypePeriode TO WS-CH-TypePeriode(IDX-CHN)
           MOVE ChnSaisie TO WS-CH-Saisie(IDX-CHN)
           MOVE ChnPrerequis TO WS-CH-Prerequis(IDX-CHN)
           MOVE ChnRcMax TO WS-CH-RcMax(IDX-CHN)
           MOVE ChnCommande TO WS-CH-Commande(IDX-CHN)
           MOVE SPACE TO WS-CH-Etat(IDX-CHN)
           MOVE ChnSequence TO WS-SequencePrec.

       RECHERCHER-PREREQUIS.
           MOVE 'N' TO WS-PrerequisOK
           IF WS-NombreJobs > 0
               SET IDX-PRE TO 1
               SEARCH WS-JobChaine VARYING IDX-PRE
                   AT END
                       MOVE 'N' TO WS-PrerequisOK
                   WHEN IDX-PRE > WS-NombreJobs
                       MOVE 'N' TO WS-PrerequisOK
                   WHEN WS-CH-Job(IDX-PRE) = WS-JobPrerequis
                       MOVE 'Y' TO WS-PrerequisOK
               END-SEARCH
           END-IF.

       EXECUTER-ETAPE.
           MOVE 'N' TO WS-JobPrevu
           IF WS-CH-Frequence(IDX-CHN) = "Q"
               OR FIN-DE-MOIS
               MOVE 'Y' TO WS-JobPrevu
           END-IF
           IF NOT JOB-PREVU
               MOVE "N" TO WS-CH-Etat(IDX-CHN)
           ELSE
               PERFORM CALCULER-PERIODE
               PERFORM LIRE-RUNCTL
               IF WS-EtatRunCtl = "T"
                   MOVE "T" TO WS-CH-Etat(IDX-CHN)
                   ADD 1 TO WS-NombreSautes
                   DISPLAY WS-CH-Sequence(IDX-CHN) " "
                       WS-CH-Job(IDX-CHN) " " WS-PeriodeJob
                       " deja termine, etape sautee."
                   MOVE "DEJA TERMINE" TO WS-LG-Resultat
                   PERFORM ECRIRE-LOG-SANS-LANCEMENT
               ELSE
                   IF WS-EtatRunCtl = "E"
                       DISPLAY WS-CH-Sequence(IDX-CHN) " "
                           WS-CH-Job(IDX-CHN) " " WS-PeriodeJob
                           " est EN COURS dans runctl.dat."
                       MOVE "EN COURS" TO WS-LG-Resultat
                       PERFORM ARRETER-CHAINE
                   END-IF
                   PERFORM CONTROLER-PREREQUIS
                   PERFORM LANCER-JOB
               END-IF
           END-IF.

       CALCULER-PERIODE.
           MOVE SPACES TO WS-PeriodeJob
           EVALUATE WS-CH-TypePeriode(IDX-CHN)
               WHEN "J"
                   MOVE WS-DateJour TO WS-PeriodeJob
               WHEN "M"
                   MOVE WS-DateJour(1:6) TO WS-PeriodeJob
               WHEN "A"
                   MOVE WS-DateJour(1:4) TO WS-PeriodeJob
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIRE-RUNCTL.
           MOVE SPACE TO WS-EtatRunCtl
           IF WS-CH-TypePeriode(IDX-CHN) NOT = "N"
               OPEN INPUT FichierRunCtl
               IF WS-StatusRunCtl = "00"
                   MOVE WS-CH-Job(IDX-CHN) TO RunJobName
                   MOVE WS-PeriodeJob TO RunPeriode
                   READ FichierRunCtl
                       INVALID KEY
                           MOVE SPACE TO WS-EtatRunCtl
                       NOT INVALID KEY
                           MOVE RunStatut TO WS-EtatRunCtl
                   END-READ
                   CLOSE FichierRunCtl
               END-IF
           END-IF.

       CONTROLER-PREREQUIS.
           IF WS-CH-Prerequis(IDX-CHN) NOT = SPACES
               MOVE WS-CH-Prerequis(IDX-CHN) TO WS-JobPrerequis
               PERFORM RECHERCHER-PREREQUIS
               IF WS-CH-Etat(IDX-PRE) NOT = "N"
                   IF WS-CH-Etat(IDX-PRE) NOT = "O"
                       AND WS-CH-Etat(IDX-PRE) NOT = "T"
                       MOVE 'N' TO WS-PrerequisOK
                   END-IF
                   IF PREREQUIS-OK
                       AND WS-CH-TypePeriode(IDX-PRE) NOT = "N"
                       PERFORM CONTROLER-RUNCTL-PREREQUIS
                   END-IF
                   IF NOT PREREQUIS-OK
                       DISPLAY WS-CH-Sequence(IDX-CHN) " "
                           WS-CH-Job(IDX-CHN) ": prerequis "
                           WS-JobPrerequis " non termine."
                       MOVE "PREREQUIS KO" TO WS-LG-Resultat
                       PERFORM ARRETER-CHAINE
                   END-IF
               END-IF
           END-IF.

       CONTROLER-RUNCTL-PREREQUIS.
           MOVE SPACES TO RunPeriode
           EVALUATE WS-CH-TypePeriode(IDX-PRE)
               WHEN "J"
                   MOVE WS-DateJour TO RunPeriode
               WHEN "M"
                   MOVE WS-DateJour(1:6) TO RunPeriode
               WHEN "A"
                   MOVE WS-DateJour(1:4) TO RunPeriode
           END-EVALUATE
           MOVE 'N' TO WS-PrerequisOK
           OPEN INPUT FichierRunCtl
           IF WS-StatusRunCtl = "00"
               MOVE WS-CH-Job(IDX-PRE) TO RunJobName
               READ FichierRunCtl
                   INVALID KEY
                       MOVE 'N' TO WS-PrerequisOK
                   NOT INVALID KEY
                       IF RUN-TERMINE
                           MOVE 'Y' TO WS-PrerequisOK
                       END-IF
               END-READ
               CLOSE FichierRunCtl
           END-IF.

       LANCER-JOB.
           MOVE SPACES TO WS-SaisieJob
           EVALUATE WS-CH-Saisie(IDX-CHN)
               WHEN "D"
                   MOVE WS-DateJour TO WS-SaisieJob
               WHEN "P"
                   MOVE WS-DateJour(1:6) TO WS-SaisieJob
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-Commande
           IF WS-SaisieJob = SPACES
               MOVE WS-CH-Commande(IDX-CHN) TO WS-Commande
           ELSE
               STRING "echo " DELIMITED BY SIZE
                   WS-SaisieJob DELIMITED BY SPACE
                   " | " DELIMITED BY SIZE
                   WS-CH-Commande(IDX-CHN) DELIMITED BY SIZE
                   INTO WS-Commande
               END-STRING
           END-IF

           MOVE WS-DateJour TO WS-LG-DateComptable
           MOVE WS-CH-Sequence(IDX-CHN) TO WS-LG-Sequence
           MOVE WS-CH-Job(IDX-CHN) TO WS-LG-Job
           ACCEPT WS-LG-DateDebut FROM DATE YYYYMMDD
           ACCEPT WS-HeureSysteme FROM TIME
           MOVE WS-HeureSysteme(1:6) TO WS-LG-HeureDebut
           DISPLAY WS-CH-Sequence(IDX-CHN) " " WS-CH-Job(IDX-CHN)
               " " WS-PeriodeJob " lance a " WS-LG-HeureDebut

           CALL "SYSTEM" USING WS-Commande
           END-CALL
           IF RETURN-CODE > 255
               DIVIDE RETURN-CODE BY 256 GIVING WS-CodeRetour
           ELSE
               MOVE RETURN-CODE TO WS-CodeRetour
           END-IF
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-LG-DateFin FROM DATE YYYYMMDD
           ACCEPT WS-HeureSysteme FROM TIME
           MOVE WS-HeureSysteme(1:6) TO WS-LG-HeureFin
           MOVE WS-CodeRetour TO WS-LG-CodeRetour
           MOVE WS-CodeRetour TO WS-CodeEdite
           DISPLAY WS-CH-Sequence(IDX-CHN) " " WS-CH-Job(IDX-CHN)
               " termine a " WS-LG-HeureFin " code retour "
               WS-CodeEdite

           IF WS-CodeRetour > WS-CH-RcMax(IDX-CHN)
               DISPLAY WS-CH-Sequence(IDX-CHN) " "
                   WS-CH-Job(IDX-CHN) ": code retour " WS-CodeEdite
                   " superieur au maximum " WS-CH-RcMax(IDX-CHN) "."
               MOVE "ECHEC" TO WS-LG-Resultat
               PERFORM ECRIRE-LOG
               PERFORM ARRETER-CHAINE
           END-IF
           PERFORM LIRE-RUNCTL
           IF WS-CH-TypePeriode(IDX-CHN) NOT = "N"
               AND WS-EtatRunCtl NOT = "T"
               DISPLAY WS-CH-Sequence(IDX-CHN) " "
                   WS-CH-Job(IDX-CHN) " " WS-PeriodeJob
                   ": pas de fin normale dans runctl.dat."
               MOVE "NON TERMINE" TO WS-LG-Resultat
               PERFORM ECRIRE-LOG
               PERFORM ARRETER-CHAINE
           END-IF
           IF WS-CodeRetour > WS-CodeRetourMax
               MOVE WS-CodeRetour TO WS-CodeRetourMax
           END-IF
           MOVE "O" TO WS-CH-Etat(IDX-CHN)
           ADD 1 TO WS-NombreExecutes
           MOVE "OK" TO WS-LG-Resultat
           PERFORM ECRIRE-LOG.

       ECRIRE-LOG.
           OPEN EXTEND FichierBatchLog
           IF WS-StatusBatchLog = "35"
               OPEN OUTPUT FichierBatchLog
               CLOSE FichierBatchLog
               OPEN EXTEND FichierBatchLog
           END-IF
           MOVE WS-LigneLog TO EnregistrementBatchLog
           WRITE EnregistrementBatchLog
           CLOSE FichierBatchLog.

       ECRIRE-LOG-SANS-LANCEMENT.
           MOVE WS-DateJour TO WS-LG-DateComptable
           MOVE WS-CH-Sequence(IDX-CHN) TO WS-LG-Sequence
           MOVE WS-CH-Job(IDX-CHN) TO WS-LG-Job
           MOVE SPACES TO WS-LG-DateDebut
           MOVE SPACES TO WS-LG-HeureDebut
           MOVE SPACES TO WS-LG-DateFin
           MOVE SPACES TO WS-LG-HeureFin
           MOVE 0 TO WS-LG-CodeRetour
           PERFORM ECRIRE-LOG.

       ARRETER-CHAINE.
           IF WS-LG-Resultat = "EN COURS"
               OR WS-LG-Resultat = "PREREQUIS KO"
               PERFORM ECRIRE-LOG-SANS-LANCEMENT
           END-IF
           DISPLAY "=================================================="
               "=============================".
           DISPLAY "  CHAINE ARRETEE A L'ETAPE " WS-CH-Sequence(IDX-CHN)
               " " WS-CH-Job(IDX-CHN) " (" WS-LG-Resultat ")".
           DISPLAY "  Corriger l'incident puis relancer la chaine;".
           DISPLAY "  les etapes terminees dans runctl.dat seront "
               "sautees.".
           DISPLAY "=================================================="
               "=============================".
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       CONTROLER-FIN-DE-MOIS.
           MOVE 'N' TO WS-FinDeMois
           MOVE WS-DateJour TO WS-DateOuvree
           MOVE 'N' TO WS-JourOuvre
           PERFORM UNTIL JOUR-OUVRE
               MOVE WS-DateOuvree TO WS-DateOuvreeNum
               COMPUTE WS-EntierDate =
                   FUNCTION INTEGER-OF-DATE(WS-DateOuvreeNum) + 1
               COMPUTE WS-DateOuvreeNum =
                   FUNCTION DATE-OF-INTEGER(WS-EntierDate)
               MOVE WS-DateOuvreeNum TO WS-DateOuvree
               PERFORM CONTROLER-JOUR-OUVRE
           END-PERFORM
           IF WS-DateOuvree(1:6) NOT = WS-DateJour(1:6)
               MOVE 'Y' TO WS-FinDeMois
           END-IF.

       CHARGER-CALENDRIER.
           OPEN INPUT FichierCalendrier
           IF WS-StatusCalendrier = "35"
               DISPLAY "Fichier CALENDRIER.csv introuvable. "
                   "Tous les jours sont reputes ouvres."
           ELSE
               PERFORM LIRE-CALENDRIER
               PERFORM UNTIL FIN-DU-CALENDRIER
                   EVALUATE TRUE
                       WHEN CAL-FERIE
                           IF WS-NombreFeries < 100
                               ADD 1 TO WS-NombreFeries
                               SET IDX-FER TO WS-NombreFeries
                               MOVE CalDate TO WS-FE-Date(IDX-FER)
                           END-IF
                       WHEN CAL-SAMEDI
                           MOVE 'O' TO WS-SamediChome
                       WHEN CAL-DIMANCHE
                           MOVE 'O' TO WS-DimancheChome
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM LIRE-CALENDRIER
               END-PERFORM
               CLOSE FichierCalendrier
           END-IF.

       LIRE-CALENDRIER.
           READ FichierCalendrier
               AT END
                   MOVE 'Y' TO WS-EOF-Calendrier
           END-READ.

       CONTROLER-JOUR-OUVRE.
           MOVE 'Y' TO WS-JourOuvre
           MOVE WS-DateOuvree TO WS-DateOuvreeNum
           COMPUTE WS-JourSemaine = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DateOuvreeNum) 7)
           IF WS-JourSemaine = 6
               AND WS-SamediChome = 'O'
               MOVE 'N' TO WS-JourOuvre
           END-IF
           IF WS-JourSemaine = 0
               AND WS-DimancheChome = 'O'
               MOVE 'N' TO WS-JourOuvre
           END-IF
           IF JOUR-OUVRE
               AND WS-NombreFeries > 0
               SET IDX-FER TO 1
               SEARCH WS-Ferie
                   AT END
                       CONTINUE
                   WHEN WS-FE-Date(IDX-FER) = WS-DateOuvree
                       MOVE 'N' TO WS-JourOuvre
               END-SEARCH
           END-IF.

       ENTETE-RAPPORT.
           DISPLAY "=================================================="
               "=============================".
           IF FIN-DE-MOIS
               DISPLAY "  CHAINE DU " WS-DateJour
                   " - DERNIER JOUR OUVRE DU MOIS"
           ELSE
               DISPLAY "  CHAINE DU " WS-DateJour " - QUOTIDIENNE"
           END-IF.
           DISPLAY "=================================================="
               "=============================".

       PIED-RAPPORT.
           DISPLAY "=================================================="
               "=============================".
           MOVE WS-NombreExecutes TO WS-NombreEdite
           DISPLAY "ETAPES EXECUTEES       : " WS-NombreEdite.
           MOVE WS-NombreSautes TO WS-NombreEdite
           DISPLAY "ETAPES DEJA TERMINEES  : " WS-NombreEdite.
           MOVE WS-CodeRetourMax TO WS-CodeEdite
           DISPLAY "CODE RETOUR MAXIMUM    : " WS-CodeEdite.
           DISPLAY "  CHAINE TERMINEE NORMALEMENT.".
           DISPLAY "=================================================="
               "=============================".
