      *un changement d'adresse : l'id individus, la date, l'heure et
      *l'opérateur, l'ancien et le nouveau code postal, puis la
      *nouvelle adresse et l'ancienne rue
       FD F-EVT-ADRESSE.
       01 LIGNE-F-EVT-ADRESSE.
           05 F-EVT-ID           PIC 9(4).
           05 FILLER             PIC X.
           05 F-EVT-DATE         PIC 9(8).
           05 FILLER             PIC X.
           05 F-EVT-HEURE        PIC 9(8).
           05 FILLER             PIC X.
           05 F-EVT-OPERATEUR    PIC X(10).
           05 FILLER             PIC X.
           05 F-EVT-ANCIEN-CP    PIC X(5).
           05 FILLER             PIC X.
           05 F-EVT-NOUVEAU-CP   PIC X(5).
           05 FILLER             PIC X.
           05 F-EVT-NOUVELLE-RUE PIC X(50).
           05 FILLER             PIC X.
           05 F-EVT-NOUVELLE-VILLE PIC X(30).
           05 FILLER             PIC X.
           05 F-EVT-ANCIENNE-RUE PIC X(50).

      *l'adresse d'un contrat : le contrat, le client lié, la rue,
      *le code postal, la ville et la date de la dernière mise à
      *jour
       FD F-ADR-CONTRATS.
       01 LIGNE-F-ADR-CONTRATS.
           05 F-ADRC-CONTRAT     PIC 9(8).
           05 FILLER             PIC X.
           05 F-ADRC-CLIENT      PIC 9(4).
           05 FILLER             PIC X.
           05 F-ADRC-RUE         PIC X(50).
           05 FILLER             PIC X.
           05 F-ADRC-CP          PIC X(5).
           05 FILLER             PIC X.
           05 F-ADRC-VILLE       PIC X(30).
           05 FILLER             PIC X.
           05 F-ADRC-DATE        PIC 9(8).

      *un contrat à recalculer : le contrat et son client, l'ancien
      *et le nouveau département, le produit avec son coefficient
      *départemental avant et après (100 sans ligne DEPT au tarif)
      *et la date du changement
       FD F-RECALCULS.
       01 LIGNE-F-RECALCULS.
           05 F-RECA-CONTRAT     PIC 9(8).
           05 FILLER             PIC X.
           05 F-RECA-CLIENT      PIC 9(4).
           05 FILLER             PIC X.
           05 F-RECA-ANCIEN-DEP  PIC X(2).
           05 FILLER             PIC X.
           05 F-RECA-NOUVEAU-DEP PIC X(2).
           05 FILLER             PIC X.
           05 F-RECA-PRODUIT     PIC X(14).
           05 FILLER             PIC X.
           05 F-RECA-ANCIEN-COEF PIC 9(6)V99.
           05 FILLER             PIC X.
           05 F-RECA-NOUVEAU-COEF PIC 9(6)V99.
           05 FILLER             PIC X.
           05 F-RECA-DATE        PIC 9(8).
