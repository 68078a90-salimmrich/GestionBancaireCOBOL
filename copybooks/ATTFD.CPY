       FD  FichierAttentes.
       01  EnregistrementAttente.
           05  CleAttente.
               10  AttDate          PIC X(8).
               10  AttHeure         PIC X(8).
           05  AttType              PIC X(8).
           05  AttCompte            PIC X(5).
           05  AttCompteDest        PIC X(5).
           05  AttMontant           PIC 9(6)V99.
           05  AttBanque            PIC X(8).
           05  AttCompteExterne     PIC X(34).
           05  AttDemandeur         PIC X(8).
           05  AttEtat              PIC X.
               88  ATTENTE-EN-COURS  VALUE "P".
               88  ATTENTE-APPROUVEE VALUE "A".
               88  ATTENTE-REJETEE   VALUE "R".
           05  AttSuperviseur       PIC X(8).
           05  AttDateDecision      PIC X(8).
           05  AttResultat          PIC X(20).
