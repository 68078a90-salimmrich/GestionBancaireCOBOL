           MOVE WS-Montant TO WS-LM-Montant
           MOVE WS-SoldeAvant TO WS-LM-SoldeAvant
           MOVE WS-SoldeApres TO WS-LM-SoldeApres
           MOVE "ORDRE" TO WS-LM-Reference

           OPEN EXTEND MouvementsJournal
           IF WS-StatusMouvements = "35"
