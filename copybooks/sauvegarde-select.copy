      *le manifeste des jeux de sauvegarde : pour chaque jeu, une
      *ligne par fichier maître copié (nombre d'enregistrements et
      *total de contrôle) puis une ligne de fin de jeu, écrite
      *seulement quand toutes les copies ont réussi ; un jeu sans
      *ligne de fin est partiel et ne se restaure pas
           SELECT F-MANIFESTE-SV ASSIGN TO "sauvegardes-manifeste.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-MANIFESTE-SV-STATUS.

      *le fichier lu et le fichier écrit d'une copie, désignés par
      *leur nom : un fichier séquentiel, ou la copie séquentielle
      *d'un fichier indexé
           SELECT F-ORIGINE-SV ASSIGN TO WS-SV-NOM-LU
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-ORIGINE-SV-STATUS.

           SELECT F-DESTINATION-SV ASSIGN TO WS-SV-NOM-ECRIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-DESTINATION-SV-STATUS.

      *les deux fichiers maîtres indexés, déchargés dans l'ordre des
      *clés à la sauvegarde et rechargés à la restauration
           SELECT F-PORTEFEUILLE-SV ASSIGN TO WS-SV-NOM-INDEXE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS F-SV-CLE-PORTEFEUILLE
              FILE STATUS IS F-INDEXE-SV-STATUS.

           SELECT F-SINISTRES-SV ASSIGN TO WS-SV-NOM-INDEXE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS F-SV-CLE-SINISTRE
              FILE STATUS IS F-INDEXE-SV-STATUS.
