      *un changement de statut de période : le domaine (ASSURANCE,
      *COMMERCE, STOCK), le mois aaaamm, le statut (O ouvert, C
      *clos), la date du changement, l'opérateur et le motif ; le
      *dernier changement d'un domaine et d'un mois fait foi
       FD F-PERIODES.
       01 LIGNE-F-PERIODES.
           05 F-PER-DOMAINE   PIC X(10).
           05 FILLER          PIC X.
           05 F-PER-MOIS      PIC 9(6).
           05 FILLER          PIC X.
           05 F-PER-STATUT    PIC X.
           05 FILLER          PIC X.
           05 F-PER-DATE      PIC 9(8).
           05 FILLER          PIC X.
           05 F-PER-OPERATEUR PIC X(10).
           05 FILLER          PIC X.
           05 F-PER-MOTIF     PIC X(40).

      *un mouvement tardif : la date du traitement, le domaine, le
      *programme, la date d'origine du mouvement, la date retenue,
      *l'action (D reporté dans la période ouverte, R rejeté) et la
      *référence du mouvement
       FD F-TARDIFS.
       01 LIGNE-F-TARDIFS.
           05 F-TAR-DATE       PIC 9(8).
           05 FILLER           PIC X.
           05 F-TAR-DOMAINE    PIC X(10).
           05 FILLER           PIC X.
           05 F-TAR-PROGRAMME  PIC X(12).
           05 FILLER           PIC X.
           05 F-TAR-ORIGINE    PIC 9(8).
           05 FILLER           PIC X.
           05 F-TAR-RETENUE    PIC 9(8).
           05 FILLER           PIC X.
           05 F-TAR-ACTION     PIC X.
           05 FILLER           PIC X.
           05 F-TAR-REFERENCE  PIC X(40).
