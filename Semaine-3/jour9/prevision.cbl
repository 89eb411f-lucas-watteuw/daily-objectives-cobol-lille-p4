       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *l'historique des ventes hebdomadaires alimenté par vente.cbl,
      *jusqu'ici écrit mais jamais relu ; la demande d'un composant
      *y compte aussi ce que les kits vendus lui ont pris
           SELECT HISTORIQUE-VENTES ASSIGN TO "historique-ventes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTVENTES-STATUS.
           05 F-STOCK        PIC 9(4).
           05 F-ETAT         PIC X.
           05 F-DATE-ETAT    PIC 9(8).
           05 F-PRIX-ACHAT   PIC 9(4)V99.
           05 F-TAUX-TVA     PIC 9(2)V99.

       FD PREVISIONS.
       01 LIGNE-PREVISION.
