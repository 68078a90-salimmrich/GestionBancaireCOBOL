           IF WS-MT-Type = "DEPOT"
               OR WS-MT-Type = "RETRAIT"
               OR WS-MT-Type = "VIREMENT"
               OR WS-MT-Type = "VIREXT"
               MOVE WS-MT-NumeroCompte TO WS-CompteCherche
               PERFORM CHERCHER-ACTIVITE
               IF ACTIVITE-TROUVEE
