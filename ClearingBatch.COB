           COPY CLRSEL.
           COPY REJETSEL.
           COPY OPPOSSEL.
           COPY CHQSEL.
           COPY CHKSEL.
           COPY AUDITSEL.
           COPY RUNCTLSEL.

           COPY CLRFD.
           COPY REJETFD.
           COPY OPPOSFD.
           COPY CHQFD.
           COPY CHKFD.
           COPY AUDITFD.
           COPY RUNCTLFD.

       01  WS-StatusClearing    PIC XX.
       01  WS-StatusRejets      PIC XX.
       01  WS-StatusOppositions PIC XX.
       01  WS-StatusChequiers   PIC XX.
       01  WS-StatusCheques     PIC XX.
       01  WS-StatusAudit       PIC XX.
       01  WS-StatusRunCtl      PIC XX.

       01  WS-SoldeApres      PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
       01  WS-Montant         PIC 9(6)V99.
       01  WS-MotifRejet      PIC XX.
       01  WS-ReferenceMvt    PIC X(8).

       01  WS-NombreDetails   PIC 9(5)     VALUE 0.
       01  WS-TotalDetails    PIC 9(8)V99  VALUE 0.
           05  WS-RJ-Motif          PIC XX.
           05  FILLER               PIC X VALUE ",".
           05  WS-RJ-Etat           PIC X VALUE SPACE.
           05  FILLER               PIC X VALUE ",".
           05  WS-RJ-Reference      PIC X(8) VALUE SPACES.

       01  WS-LigneAudit.
           05  WS-AU-Date           PIC X(8).

           COPY MVTWS.
           COPY OPPOSWS.
           COPY CHKWS.
           COPY RUNCTLWS.

       PROCEDURE DIVISION.
               CLOSE FichierRejets
               OPEN EXTEND FichierRejets
           END-IF.
           OPEN INPUT FichierChequiers.
           IF WS-StatusChequiers = "35"
               OPEN OUTPUT FichierChequiers
               CLOSE FichierChequiers
               OPEN INPUT FichierChequiers
           END-IF.
           OPEN I-O FichierCheques.
           IF WS-StatusCheques = "35"
               OPEN OUTPUT FichierCheques
               CLOSE FichierCheques
               OPEN I-O FichierCheques
           END-IF.

           MOVE 'N' TO WS-EOF
           OPEN INPUT FichierClearing.
           CLOSE FichierClearing.

           CLOSE FichierComptes
           CLOSE FichierRejets
           CLOSE FichierChequiers
           CLOSE FichierCheques.

           PERFORM FIN-RUNCTL.
           MOVE WS-NombreDetails TO WS-NombreEdite
                   MOVE "06" TO WS-MotifRejet
               END-IF
               IF ClrSens = "D"
                   AND ClrNumeroCheque NOT = SPACES
                   MOVE ClrNumeroCompte TO WS-CompteCheque
                   MOVE ClrNumeroCheque TO WS-ChequeTexte
                   PERFORM CONTROLER-CHEQUE
                   MOVE WS-MotifCheque TO WS-MotifRejet
               END-IF
               IF ClrSens = "D"
                   AND WS-MotifRejet = SPACES
                   IF COMPTE-BLOQUE-DEBIT
                       MOVE "06" TO WS-MotifRejet
                   ELSE IF WS-Montant >
           MOVE WS-SoldeCompte TO WS-SoldeApres
           MOVE WS-SoldeCompte TO SoldeCompte
           REWRITE EnregistrementCompte
           IF ClrNumeroCheque = SPACES
               MOVE WS-BanqueOrigine TO WS-ReferenceMvt
           ELSE
               MOVE ClrNumeroCheque TO WS-ReferenceMvt
               IF ClrSens = "D"
                   PERFORM ENREGISTRER-CHEQUE
               END-IF
           END-IF
           MOVE ClrNumeroCompte TO WS-LM-NumeroCompte
           PERFORM ECRIRE-MOUVEMENT
           ADD 1 TO WS-NombrePostes.

       ENREGISTRER-CHEQUE.
           MOVE WS-CompteCheque TO ChkNumeroCompte
           MOVE WS-NumeroCheque TO ChkNumero
           MOVE "P" TO ChkEtat
           MOVE WS-DateFichier TO ChkDate
           MOVE WS-Montant TO ChkMontant
           MOVE SPACE TO ChkMotif
           MOVE "BATCH" TO ChkOperateur
           WRITE EnregistrementCheque
               INVALID KEY
                   DISPLAY "Cheque " WS-NumeroCheque " du compte "
                       WS-CompteCheque " non enregistre."
           END-WRITE.

       POSTER-REGLEMENT.
           MOVE WS-CompteReglement TO NumeroCompte
           READ FichierComptes
           MOVE WS-SoldeCompte TO WS-SoldeApres
           MOVE WS-SoldeCompte TO SoldeCompte
           REWRITE EnregistrementCompte
           MOVE WS-BanqueOrigine TO WS-ReferenceMvt
           MOVE WS-CompteReglement TO WS-LM-NumeroCompte
           PERFORM ECRIRE-MOUVEMENT.

           MOVE ClrMontant TO WS-RJ-Montant
           MOVE WS-MotifRejet TO WS-RJ-Motif
           MOVE SPACE TO WS-RJ-Etat
           MOVE ClrNumeroCheque TO WS-RJ-Reference
           MOVE WS-LigneRejet TO EnregistrementRejet
           WRITE EnregistrementRejet
           IF WS-MotifRejet = "06"
               MOVE "OPPOSITION" TO WS-AU-Resultat
               PERFORM ECRIRE-AUDIT
           END-IF
           IF WS-MotifRejet = "09"
               MOVE "OPPOSITION CHEQUE" TO WS-AU-Resultat
               PERFORM ECRIRE-AUDIT
           END-IF
           ADD 1 TO WS-NombreRejetes.
               CLOSE FichierOppositions
           END-IF.

       CONTROLER-CHEQUE.
           MOVE SPACES TO WS-MotifCheque
           IF WS-ChequeTexte NOT NUMERIC
               MOVE "07" TO WS-MotifCheque
           ELSE
               MOVE WS-ChequeTexte TO WS-NumeroCheque
               PERFORM RECHERCHER-CHEQUIER
               IF NOT CHEQUIER-TROUVE
                   MOVE "07" TO WS-MotifCheque
               ELSE
                   MOVE WS-CompteCheque TO ChkNumeroCompte
                   MOVE WS-NumeroCheque TO ChkNumero
                   READ FichierCheques
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CHEQUE-OPPOSE
                               MOVE "09" TO WS-MotifCheque
                           ELSE
                               MOVE "08" TO WS-MotifCheque
                           END-IF
                   END-READ
               END-IF
           END-IF.

       RECHERCHER-CHEQUIER.
           MOVE 'N' TO WS-ChequierTrouve
           MOVE 'N' TO WS-FinChequiers
           MOVE WS-CompteCheque TO ChqNumeroCompte
           MOVE ZERO TO ChqPremier
           START FichierChequiers KEY NOT LESS THAN CleChequier
               INVALID KEY
                   MOVE 'Y' TO WS-FinChequiers
           END-START
           PERFORM UNTIL FIN-DES-CHEQUIERS OR CHEQUIER-TROUVE
               READ FichierChequiers NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FinChequiers
                   NOT AT END
                       IF ChqNumeroCompte NOT = WS-CompteCheque
                           MOVE 'Y' TO WS-FinChequiers
                       ELSE
                           IF CHEQUIER-REMIS
                               AND WS-NumeroCheque NOT < ChqPremier
                               AND WS-NumeroCheque NOT > ChqDernier
                               MOVE 'Y' TO WS-ChequierTrouve
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ECRIRE-AUDIT.
           ACCEPT WS-AU-Date FROM DATE YYYYMMDD
           ACCEPT WS-AU-Heure FROM TIME
           MOVE "BATCH" TO WS-AU-Operateur
           MOVE "CLEARING" TO WS-AU-Action
           MOVE ClrNumeroCompte TO WS-AU-Compte

           OPEN EXTEND FichierAudit
           IF WS-StatusAudit = "35"
           MOVE WS-Montant TO WS-LM-Montant
           MOVE WS-SoldeAvant TO WS-LM-SoldeAvant
           MOVE WS-SoldeApres TO WS-LM-SoldeApres
           MOVE WS-ReferenceMvt TO WS-LM-Reference

           OPEN EXTEND MouvementsJournal
           IF WS-StatusMouvements = "35"
