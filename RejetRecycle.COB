           COPY REJETSEL.
           COPY REJTMPSEL.
           COPY OPPOSSEL.
           COPY CHQSEL.
           COPY CHKSEL.
           COPY AUDITSEL.

       DATA DIVISION.
           COPY REJETFD.
           COPY REJTMPFD.
           COPY OPPOSFD.
           COPY CHQFD.
           COPY CHKFD.
           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusRejets      PIC XX.
       01  WS-StatusRejetsTmp   PIC XX.
       01  WS-StatusOppositions PIC XX.
       01  WS-StatusChequiers   PIC XX.
       01  WS-StatusCheques     PIC XX.
       01  WS-StatusAudit       PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.

           COPY MVTWS.
           COPY OPPOSWS.
           COPY CHKWS.

       PROCEDURE DIVISION.

               MOVE 8 TO RETURN-CODE
               STOP RUN
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

           PERFORM LIRE-REJET
           PERFORM UNTIL FIN-DE-FICHIER

           CLOSE FichierRejets
           CLOSE FichierRejetsTmp
           CLOSE FichierComptes
           CLOSE FichierChequiers
           CLOSE FichierCheques.

           CALL "CBL_COPY_FILE" USING WS-FichierTmpRejet
                                       WS-FichierRejets
           DISPLAY "---------------------------------------------"
           DISPLAY "REJET DU " RejDate " COMPTE " RejNumeroCompte
               " " RejCodeOperation " " WS-MontantEdite
           IF RejReference NOT = SPACES
               DISPLAY "CHEQUE NUMERO: " RejReference
           END-IF
           DISPLAY "MOTIF: " WS-LibelleMotif.

       LIBELLER-MOTIF.
               WHEN "06"
                   MOVE "COMPTE FRAPPE D'OPPOSITION"
                       TO WS-LibelleMotif
               WHEN "07"
                   MOVE "CHEQUE INVALIDE" TO WS-LibelleMotif
               WHEN "08"
                   MOVE "CHEQUE DEJA PAYE" TO WS-LibelleMotif
               WHEN "09"
                   MOVE "CHEQUE FRAPPE D'OPPOSITION"
                       TO WS-LibelleMotif
               WHEN OTHER
                   MOVE "MOTIF INCONNU" TO WS-LibelleMotif
           END-EVALUATE.
                       MOVE "06" TO WS-MotifRejet
                   END-IF
                   IF RejCodeOperation = "RETRAIT"
                       AND RejReference NOT = SPACES
                       MOVE RejNumeroCompte TO WS-CompteCheque
                       MOVE RejReference TO WS-ChequeTexte
                       PERFORM CONTROLER-CHEQUE
                       MOVE WS-MotifCheque TO WS-MotifRejet
                   END-IF
                   IF RejCodeOperation = "RETRAIT"
                       AND WS-MotifRejet = SPACES
                       IF COMPTE-BLOQUE-DEBIT
                           MOVE "06" TO WS-MotifRejet
                       ELSE IF WS-Montant >
           END-IF
           END-IF
           IF WS-MotifRejet = "06"
               MOVE "OPPOSITION" TO WS-AU-Resultat
               PERFORM ECRIRE-AUDIT
           END-IF
           IF WS-MotifRejet = "09"
               MOVE "OPPOSITION CHEQUE" TO WS-AU-Resultat
               PERFORM ECRIRE-AUDIT
           END-IF.

           MOVE WS-SoldeCompte TO WS-SoldeApres
           MOVE WS-SoldeCompte TO SoldeCompte
           REWRITE EnregistrementCompte
           IF RejCodeOperation = "RETRAIT"
               AND RejReference NOT = SPACES
               PERFORM ENREGISTRER-CHEQUE
           END-IF
           PERFORM ECRIRE-MOUVEMENT.

       ENREGISTRER-CHEQUE.
           MOVE WS-CompteCheque TO ChkNumeroCompte
           MOVE WS-NumeroCheque TO ChkNumero
           MOVE "P" TO ChkEtat
           MOVE WS-DateJour TO ChkDate
           MOVE WS-Montant TO ChkMontant
           MOVE SPACE TO ChkMotif
           MOVE WS-Operateur TO ChkOperateur
           WRITE EnregistrementCheque
               INVALID KEY
                   DISPLAY "Cheque " WS-NumeroCheque " du compte "
                       WS-CompteCheque " non enregistre."
           END-WRITE.

       ECRIRE-REJET-TMP.
           MOVE EnregistrementRejet TO EnregistrementRejetTmp
           WRITE EnregistrementRejetTmp.
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
           MOVE WS-Operateur TO WS-AU-Operateur
           MOVE RejCodeOperation TO WS-AU-Action
           MOVE RejNumeroCompte TO WS-AU-Compte

           OPEN EXTEND FichierAudit
           IF WS-StatusAudit = "35"
           MOVE WS-Montant TO WS-LM-Montant
           MOVE WS-SoldeAvant TO WS-LM-SoldeAvant
           MOVE WS-SoldeApres TO WS-LM-SoldeApres
           IF RejReference = SPACES
               MOVE "RECYCLE" TO WS-LM-Reference
           ELSE
               MOVE RejReference TO WS-LM-Reference
           END-IF

           OPEN EXTEND MouvementsJournal
           IF WS-StatusMouvements = "35"
