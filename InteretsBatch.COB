                   MOVE WS-TauxInteret TO WS-TauxCompte
               END-IF
               IF WS-TauxCompte > 0
                   AND SoldeCompte > 0
                   MOVE SoldeCompte TO WS-SoldeAvant
                   COMPUTE WS-Interet ROUNDED =
                       SoldeCompte * WS-TauxCompte
