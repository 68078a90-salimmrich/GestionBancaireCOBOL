       IDENTIFICATION DIVISION.
       PROGRAM-ID. VirExterneBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VIREXTSEL.
           COPY VXTMPSEL.
           COPY VIRSORSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY VIREXTFD.
           COPY VXTMPFD.
           COPY VIRSORFD.
           COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01  WS-StatusVirExt      PIC XX.
       01  WS-StatusVirExtTmp   PIC XX.
       01  WS-StatusVirSortant  PIC XX.
       01  WS-StatusRunCtl      PIC XX.

       01  WS-EOF             PIC X VALUE 'N'.
           88  FIN-DE-FICHIER  VALUE 'Y'.

       01  WS-SaisieValide    PIC X VALUE 'N'.
           88  SAISIE-VALIDE   VALUE 'Y'.

       01  WS-FichierPresent  PIC X VALUE 'N'.
           88  FICHIER-PRESENT VALUE 'Y'.

       01  WS-DateJour        PIC X(8).
       01  WS-DateComptable   PIC X(8).
       01  WS-BanqueEmettrice PIC X(8) VALUE "GESTBANQ".

       01  WS-NomVirSortant.
           05  FILLER             PIC X(11) VALUE "VIRSORTANT-".
           05  WS-NV-Date         PIC X(8).
           05  FILLER             PIC X(4) VALUE ".csv".

       01  WS-FichierTmpVirExt PIC X(40) VALUE "VIREXT.TMP".
       01  WS-FichierVirExt   PIC X(40) VALUE "VIREXT.csv".
       01  WS-CodeRetourCopie PIC S9(9) COMP-5.

       01  WS-NombreLus       PIC 9(5)     VALUE 0.
       01  WS-NombreEnvoyes   PIC 9(5)     VALUE 0.
       01  WS-NombreAttente   PIC 9(5)     VALUE 0.
       01  WS-TotalEnvoye     PIC 9(8)V99  VALUE 0.
       01  WS-NombreEdite     PIC ZZZZ9.
       01  WS-MontantEdite    PIC ZZZ,ZZ9.99.
       01  WS-TotalEdite      PIC ZZ,ZZZ,ZZ9.99.

       01  WS-LigneEntete.
           05  FILLER               PIC X VALUE "H".
           05  FILLER               PIC X VALUE ",".
           05  WS-LE-Date           PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-LE-Banque         PIC X(8).

       01  WS-LigneDetail.
           05  FILLER               PIC X VALUE "D".
           05  FILLER               PIC X VALUE ",".
           05  WS-LD-Banque         PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-LD-Compte         PIC X(34).
           05  FILLER               PIC X VALUE ",".
           05  WS-LD-Montant        PIC 9(6)V99.
           05  FILLER               PIC X VALUE ",".
           05  WS-LD-Reference      PIC X(8).
           05  FILLER               PIC X VALUE ",".
           05  WS-LD-Emetteur       PIC 9(5).

       01  WS-LigneTotal.
           05  FILLER               PIC X VALUE "T".
           05  FILLER               PIC X VALUE ",".
           05  WS-LT-Nombre         PIC 9(5).
           05  FILLER               PIC X VALUE ",".
           05  WS-LT-HashTotal      PIC 9(8)V99.

           COPY RUNCTLWS.

       PROCEDURE DIVISION.

       PROCEDURE-PRINCIPALE.
           DISPLAY "Debut de l'emission des virements externes.".
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
           MOVE "VIREXT" TO WS-JobRun
           MOVE WS-DateJour TO WS-PeriodeRun
           PERFORM DEBUT-RUNCTL.

           MOVE WS-DateJour TO WS-NV-Date
           OPEN OUTPUT FichierVirSortant.
           IF WS-StatusVirSortant NOT = "00"
               DISPLAY "Ouverture de " WS-NomVirSortant " impossible."
               CLOSE FichierRunCtl
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DateJour TO WS-LE-Date
           MOVE WS-BanqueEmettrice TO WS-LE-Banque
           MOVE WS-LigneEntete TO EnregistrementVirSortant
           WRITE EnregistrementVirSortant.

           PERFORM ENTETE-RAPPORT.
           OPEN INPUT FichierVirExt.
           IF WS-StatusVirExt = "35"
               DISPLAY "Aucun virement externe en attente."
           ELSE
               MOVE 'Y' TO WS-FichierPresent
               OPEN OUTPUT FichierVirExtTmp
               IF WS-StatusVirExtTmp NOT = "00"
                   DISPLAY "Ouverture de VIREXT.TMP impossible."
                   CLOSE FichierVirExt
                   CLOSE FichierVirSortant
                   CLOSE FichierRunCtl
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LIRE-VIREXT
               PERFORM UNTIL FIN-DE-FICHIER
                   PERFORM TRAITER-VIREXT
                   PERFORM LIRE-VIREXT
               END-PERFORM
               CLOSE FichierVirExt
               CLOSE FichierVirExtTmp
           END-IF.

           MOVE WS-NombreEnvoyes TO WS-LT-Nombre
           MOVE WS-TotalEnvoye TO WS-LT-HashTotal
           MOVE WS-LigneTotal TO EnregistrementVirSortant
           WRITE EnregistrementVirSortant
           CLOSE FichierVirSortant.

           IF FICHIER-PRESENT
               CALL "CBL_COPY_FILE" USING WS-FichierTmpVirExt
                                           WS-FichierVirExt
                   RETURNING WS-CodeRetourCopie
               END-CALL
               IF WS-CodeRetourCopie = 0
                   CALL "CBL_DELETE_FILE" USING WS-FichierTmpVirExt
                       RETURNING WS-CodeRetourCopie
                   END-CALL
               ELSE
                   DISPLAY "Remplacement de VIREXT.csv impossible."
                   CLOSE FichierRunCtl
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM FIN-RUNCTL.
           PERFORM PIED-RAPPORT.
           STOP RUN.

       LIRE-VIREXT.
           READ FichierVirExt
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-NombreLus
           END-READ.

       TRAITER-VIREXT.
           IF EnregistrementVirExt = SPACES
               CONTINUE
           ELSE
               IF VxDate <= WS-DateJour
                   AND (VIREXT-EN-ATTENTE
                       OR (VIREXT-ENVOYE
                           AND VxDateEnvoi = WS-DateJour))
                   PERFORM EMETTRE-VIREXT
               ELSE
                   IF VIREXT-EN-ATTENTE
                       ADD 1 TO WS-NombreAttente
                   END-IF
               END-IF
               MOVE EnregistrementVirExt TO EnregistrementVirExtTmp
               WRITE EnregistrementVirExtTmp
           END-IF.

       EMETTRE-VIREXT.
           MOVE VxBanque TO WS-LD-Banque
           MOVE VxCompteExterne TO WS-LD-Compte
           MOVE VxMontant TO WS-LD-Montant
           MOVE VxReference TO WS-LD-Reference
           MOVE VxNumeroCompte TO WS-LD-Emetteur
           MOVE WS-LigneDetail TO EnregistrementVirSortant
           WRITE EnregistrementVirSortant
           MOVE "E" TO VxEtat
           MOVE WS-DateJour TO VxDateEnvoi
           ADD 1 TO WS-NombreEnvoyes
           ADD VxMontant TO WS-TotalEnvoye
           MOVE VxMontant TO WS-MontantEdite
           DISPLAY VxDate " " VxReference " " VxNumeroCompte " "
               VxBanque " " VxCompteExterne " " WS-MontantEdite.

       ENTETE-RAPPORT.
           DISPLAY "=================================================="
               "=============================".
           DISPLAY "  CONFIRMATION DES VIREMENTS EXTERNES EMIS LE "
               WS-DateJour.
           DISPLAY "  FICHIER: " WS-NomVirSortant.
           DISPLAY "=================================================="
               "=============================".
           DISPLAY "DATE     REF.     CPTE  BANQUE   COMPTE EXTERNE  "
               "                      MONTANT".
           DISPLAY "--------------------------------------------------"
               "-----------------------------".

       PIED-RAPPORT.
           DISPLAY "--------------------------------------------------"
               "-----------------------------".
           MOVE WS-NombreEnvoyes TO WS-NombreEdite
           DISPLAY "VIREMENTS EMIS         : " WS-NombreEdite.
           MOVE WS-TotalEnvoye TO WS-TotalEdite
           DISPLAY "TOTAL DE CONTROLE      : " WS-TotalEdite.
           MOVE WS-NombreAttente TO WS-NombreEdite
           DISPLAY "RESTANT EN ATTENTE     : " WS-NombreEdite.
           DISPLAY "=================================================="
               "=============================".

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
               DISPLAY "Virements externes deja emis pour "
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
               DISPLAY "Reprise: emission complete relancee."
           END-IF.

       FIN-RUNCTL.
           MOVE "T" TO RunStatut
           MOVE WS-DateJourRun TO RunDateMaj
           REWRITE EnregistrementRunCtl
           CLOSE FichierRunCtl.
