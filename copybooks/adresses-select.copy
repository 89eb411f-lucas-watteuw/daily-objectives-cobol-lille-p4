      *les changements d'adresse posés par changesq, appliqués
      *chaque nuit par propagation.cbl ; l'adresse tenue pour chaque
      *contrat lié, lue par les lettres et la concentration ; et les
      *contrats dont le département a changé, à recalculer
           SELECT F-EVT-ADRESSE ASSIGN TO "evenements-adresse.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-EVT-ADRESSE-STATUS.

           SELECT F-ADR-CONTRATS ASSIGN TO "adresses-contrats.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-ADR-CONTRATS-STATUS.

           SELECT F-RECALCULS ASSIGN TO "contrats-recalcul.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RECALCULS-STATUS.
