       IDENTIFICATION DIVISION.
       PROGRAM-ID. PretsBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMPTESEL.
           COPY MVTSEL.
           COPY PRETSEL.
           COPY OPPOSSEL.
           COPY AUDITSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY COMPTEFD.
           COPY MVTFD.
           COPY PRETFD.
           COPY OPPOSFD.
           COPY AUDITFD.
           COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusComptes     PIC XX.
       01  WS-StatusMouvements  PIC XX.
       01  WS-StatusPrets       PIC XX.
       01  WS-StatusOppositions PIC XX.
       01  WS-StatusAudit       PIC XX.
       01  WS-StatusRunCtl      PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.

       01  WS-PrelevementValide PIC X VALUE 'N'.
           88  PRELEVEMENT-VALIDE  VALUE 'Y'.

       01  WS-SaisieValide    PIC X VALUE 'N'.
           88  SAISIE-VALIDE   VALUE 'Y'.

       01  WS-DateJour        PIC X(8).
       01  WS-DateComptable   PIC X(8).
       01  WS-Annee           PIC 9(4).
       01  WS-Mois            PIC X(2).
       01  WS-DernierJour     PIC 9(2).
       01  WS-JourEcheance    PIC 9(2).
       01  WS-Quotient        PIC 9(4).
       01  WS-Reste           PIC 9(4).

       01  WS-MoisEcheance    PIC X(6).
       01  WS-DateEcheance    PIC X(8).
       01  WS-AnneeNum        PIC 9(4).
       01  WS-MoisNum         PIC 9(2).
       01  WS-NumeroEcheance  PIC 9(3).

       01  WS-Interet         PIC 9(6)V99.
       01  WS-Amortissement   PIC 9(6)V99.
       01  WS-Montant         PIC 9(6)V99.
       01  WS-MontantMouvement PIC 9(6)V99.
       01  WS-TypeMouvement   PIC X(8).
       01  WS-SoldeAvant      PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
       01  WS-SoldeApres      PIC S9(6)V99 SIGN IS TRAILING SEPARATE.

       01  WS-Reference.
           05  FILLER             PIC XX VALUE "PR".
           05  WS-RefPret         PIC X(5).
           05  FILLER             PIC X VALUE SPACE.

       01  WS-NombrePreleves  PIC 9(5) VALUE 0.
       01  WS-NombreImpayes   PIC 9(5) VALUE 0.
       01  WS-TotalPreleve    PIC 9(8)V99 VALUE 0.
       01  WS-NombreEdite     PIC ZZZZ9.
       01  WS-MontantEdite    PIC ZZZ,ZZ9.99.
       01  WS-TotalEdite      PIC ZZ,ZZZ,ZZ9.99.

       01  WS-CompteAudit     PIC X(5).

       01  WS-LigneAudit.
           05  WS-AU-Date           PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-AU-Heure          PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-AU-Operateur      PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-AU-Action         PIC X(16).
           05  FILLER               PIC X VALUE ",".
           05  WS-AU-Compte         PIC X(5).
           05  FILLER               PIC X VALUE ",".
           05  WS-AU-Resultat       PIC X(20).

           COPY MVTWS.
           COPY OPPOSWS.
           COPY RUNCTLWS.

       PROCEDURE DIVISION.

       PROCEDURE-PRINCIPALE.
           DISPLAY "Debut du prelevement des echeances de prets.".
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
           MOVE WS-DateJour TO WS-DateJourRun
           MOVE "PRETS" TO WS-JobRun
           MOVE WS-DateJour(1:6) TO WS-PeriodeRun
           PERFORM DEBUT-RUNCTL.

           OPEN I-O FichierComptes.
           IF WS-StatusComptes = "35"
               DISPLAY "Fichier comptes.dat introuvable."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FichierPrets.
           IF WS-StatusPrets = "35"
               DISPLAY "Aucun pret."
               CLOSE FichierComptes
               PERFORM FIN-RUNCTL
               STOP RUN
           END-IF.

           PERFORM POSITIONNER-REPRISE
           PERFORM LIRE-PRET
           PERFORM UNTIL FIN-DE-FICHIER
               PERFORM TRAITER-PRET
               PERFORM LIRE-PRET
           END-PERFORM.

           CLOSE FichierPrets
           CLOSE FichierComptes.

           PERFORM FIN-RUNCTL.

           MOVE WS-NombrePreleves TO WS-NombreEdite
           DISPLAY "Echeances prelevees : " WS-NombreEdite.
           MOVE WS-TotalPreleve TO WS-TotalEdite
           DISPLAY "Montant preleve     : " WS-TotalEdite.
           MOVE WS-NombreImpayes TO WS-NombreEdite
           DISPLAY "Prets en impaye     : " WS-NombreEdite.
           IF WS-NombreImpayes > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LIRE-PRET.
           READ FichierPrets NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-StatusPrets NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.

       POSITIONNER-REPRISE.
           IF WS-CompteReprise NOT = SPACES
               DISPLAY "Reprise apres le pret " WS-CompteReprise
               MOVE WS-CompteReprise TO NumeroPret
               START FichierPrets KEY GREATER THAN NumeroPret
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF.

       TRAITER-PRET.
           IF NOT PRET-SOLDE
               MOVE 'Y' TO WS-PrelevementValide
               PERFORM UNTIL PRET-SOLDE
                   OR NOT PRELEVEMENT-VALIDE
                   OR PretProchaineEcheance > WS-DateJour
                   PERFORM PRELEVER-ECHEANCE
               END-PERFORM
               PERFORM CALCULER-IMPAYES
               REWRITE EnregistrementPret
           END-IF
           PERFORM POINTER-RUNCTL.

       PRELEVER-ECHEANCE.
           MOVE 'Y' TO WS-PrelevementValide
           COMPUTE WS-Interet ROUNDED =
               PretCapitalRestant * PretTauxAnnuel / 12
           IF PretEcheancesPayees + 1 >= PretDuree
               OR PretMensualite - WS-Interet >= PretCapitalRestant
               MOVE PretCapitalRestant TO WS-Amortissement
           ELSE
               COMPUTE WS-Amortissement = PretMensualite - WS-Interet
           END-IF
           COMPUTE WS-Montant = WS-Amortissement + WS-Interet
           MOVE PretCompte TO WS-CompteAudit

           MOVE PretCompte TO NumeroCompte
           READ FichierComptes
               INVALID KEY
                   DISPLAY "PRET " NumeroPret " ECHEANCE "
                       PretProchaineEcheance
                       " IMPAYEE: compte de remboursement non trouve."
                   MOVE "COMPTE INEXISTANT" TO WS-AU-Resultat
                   MOVE 'N' TO WS-PrelevementValide
               NOT INVALID KEY
                   IF COMPTE-CLOTURE
                       DISPLAY "PRET " NumeroPret " ECHEANCE "
                           PretProchaineEcheance
                           " IMPAYEE: compte de remboursement cloture."
                       MOVE "COMPTE CLOTURE" TO WS-AU-Resultat
                       MOVE 'N' TO WS-PrelevementValide
                   ELSE
                       MOVE PretCompte TO WS-CompteOpposition
                       PERFORM CONTROLER-OPPOSITION
                       IF COMPTE-BLOQUE-DEBIT
                           DISPLAY "PRET " NumeroPret " ECHEANCE "
                               PretProchaineEcheance
                               " IMPAYEE: compte frappe d'opposition."
                           MOVE "OPPOSITION" TO WS-AU-Resultat
                           MOVE 'N' TO WS-PrelevementValide
                       ELSE
                           IF WS-Montant > SoldeCompte + SoldeAutorise
                               DISPLAY "PRET " NumeroPret " ECHEANCE "
                                   PretProchaineEcheance
                                   " IMPAYEE: solde insuffisant."
                               MOVE "SOLDE INSUFFISANT"
                                   TO WS-AU-Resultat
                               MOVE 'N' TO WS-PrelevementValide
                           ELSE
                               IF WS-Montant > SoldeCompte
                                   + SoldeAutorise - WS-MontantBloque
                                   DISPLAY "PRET " NumeroPret
                                       " ECHEANCE "
                                       PretProchaineEcheance
                                       " IMPAYEE: montant bloque"
                                       " par opposition."
                                   MOVE "OPPOSITION MONTANT"
                                       TO WS-AU-Resultat
                                   MOVE 'N' TO WS-PrelevementValide
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ

           IF PRELEVEMENT-VALIDE
               MOVE NumeroPret TO WS-RefPret

               MOVE SoldeCompte TO WS-SoldeAvant
               SUBTRACT WS-Amortissement FROM SoldeCompte
               MOVE SoldeCompte TO WS-SoldeApres
               MOVE "PRETCAP" TO WS-TypeMouvement
               MOVE WS-Amortissement TO WS-MontantMouvement
               PERFORM ECRIRE-MOUVEMENT

               IF WS-Interet > 0
                   MOVE SoldeCompte TO WS-SoldeAvant
                   SUBTRACT WS-Interet FROM SoldeCompte
                   MOVE SoldeCompte TO WS-SoldeApres
                   MOVE "PRETINT" TO WS-TypeMouvement
                   MOVE WS-Interet TO WS-MontantMouvement
                   PERFORM ECRIRE-MOUVEMENT
               END-IF
               REWRITE EnregistrementCompte

               SUBTRACT WS-Amortissement FROM PretCapitalRestant
               ADD 1 TO PretEcheancesPayees
               MOVE WS-DateJour TO PretDernierPaiement
               MOVE PretProchaineEcheance TO WS-DateEcheance
               PERFORM AVANCER-ECHEANCE
               MOVE WS-DateEcheance TO PretProchaineEcheance
               IF PretEcheancesPayees >= PretDuree
                   MOVE ZERO TO PretCapitalRestant
                   MOVE "S" TO PretStatut
                   DISPLAY "PRET " NumeroPret " SOLDE."
               END-IF

               ADD 1 TO WS-NombrePreleves
               ADD WS-Montant TO WS-TotalPreleve
           ELSE
               PERFORM ECRIRE-AUDIT
           END-IF.

       CALCULER-IMPAYES.
           MOVE ZERO TO PretImpayes
           MOVE ZERO TO PretMontantImpaye
           IF NOT PRET-SOLDE
               MOVE PretProchaineEcheance TO WS-DateEcheance
               MOVE PretEcheancesPayees TO WS-NumeroEcheance
               PERFORM UNTIL WS-DateEcheance > WS-DateJour
                   OR WS-NumeroEcheance >= PretDuree
                   ADD 1 TO PretImpayes
                   ADD 1 TO WS-NumeroEcheance
                   ADD PretMensualite TO PretMontantImpaye
                   PERFORM AVANCER-ECHEANCE
               END-PERFORM
               IF PretImpayes > 0
                   MOVE "I" TO PretStatut
                   ADD 1 TO WS-NombreImpayes
                   MOVE PretMontantImpaye TO WS-MontantEdite
                   DISPLAY "PRET " NumeroPret " EN IMPAYE: "
                       PretImpayes " ECHEANCE(S), " WS-MontantEdite
               ELSE
                   MOVE "A" TO PretStatut
               END-IF
           END-IF.

       AVANCER-ECHEANCE.
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
           MOVE PretPremiereEcheance(7:2) TO WS-JourEcheance
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

       CONTROLER-OPPOSITION.
           MOVE 'N' TO WS-BlocageTotal
           MOVE 'N' TO WS-BlocageDebit
           MOVE ZERO TO WS-MontantBloque
           MOVE WS-DateJour TO WS-DateOpposition
           OPEN INPUT FichierOppositions
           IF WS-StatusOppositions NOT = "35"
               MOVE WS-CompteOpposition TO OppNumeroCompte
               READ FichierOppositions
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OppDateDebut <= WS-DateOpposition
                           AND (OppDateFin = SPACES
                               OR OppDateFin >= WS-DateOpposition)
                           EVALUATE TRUE
                               WHEN OPPOSITION-TOTALE
                                   MOVE 'Y' TO WS-BlocageTotal
                                   MOVE 'Y' TO WS-BlocageDebit
                               WHEN OPPOSITION-DEBIT
                                   MOVE 'Y' TO WS-BlocageDebit
                               WHEN OPPOSITION-MONTANT
                                   MOVE OppMontant
                                       TO WS-MontantBloque
                           END-EVALUATE
                       END-IF
               END-READ
               CLOSE FichierOppositions
           END-IF.

       ECRIRE-AUDIT.
           ACCEPT WS-AU-Date FROM DATE YYYYMMDD
           ACCEPT WS-AU-Heure FROM TIME
           MOVE "BATCH" TO WS-AU-Operateur
           MOVE "ECHEANCE-PRET" TO WS-AU-Action
           MOVE WS-CompteAudit TO WS-AU-Compte

           OPEN EXTEND FichierAudit
           IF WS-StatusAudit = "35"
               OPEN OUTPUT FichierAudit
               CLOSE FichierAudit
               OPEN EXTEND FichierAudit
           END-IF
           MOVE WS-LigneAudit TO EnregistrementAudit
           WRITE EnregistrementAudit
           CLOSE FichierAudit.

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
               DISPLAY "Traitement deja execute pour "
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
           MOVE NumeroPret TO RunDernierCompte
           REWRITE EnregistrementRunCtl.

       FIN-RUNCTL.
           MOVE "T" TO RunStatut
           MOVE WS-DateJourRun TO RunDateMaj
           REWRITE EnregistrementRunCtl
           CLOSE FichierRunCtl.

       ECRIRE-MOUVEMENT.
           MOVE WS-DateJour TO WS-LM-Date
           MOVE NumeroCompte TO WS-LM-NumeroCompte
           MOVE WS-TypeMouvement TO WS-LM-Type
           MOVE WS-MontantMouvement TO WS-LM-Montant
           MOVE WS-SoldeAvant TO WS-LM-SoldeAvant
           MOVE WS-SoldeApres TO WS-LM-SoldeApres
           MOVE WS-Reference TO WS-LM-Reference

           OPEN EXTEND MouvementsJournal
           IF WS-StatusMouvements = "35"
               OPEN OUTPUT MouvementsJournal
               CLOSE MouvementsJournal
               OPEN EXTEND MouvementsJournal
           END-IF
           MOVE WS-LigneMouvement TO EnregistrementMouvement
           WRITE EnregistrementMouvement
           CLOSE MouvementsJournal.
