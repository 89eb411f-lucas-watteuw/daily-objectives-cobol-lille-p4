      *une ligne de manifeste : le jeu (aaaammjjhhmm), le type (F
      *fichier, C fin de jeu), le nom logique du fichier maître, son
      *organisation (S séquentiel, P portefeuille indexé, M maître
      *des sinistres indexé), son état à la sauvegarde (P présent,
      *A absent), le nombre d'enregistrements, le total de contrôle
      *et le nom de la copie ; la ligne de fin porte dans le nombre
      *celui des fichiers du jeu
       FD F-MANIFESTE-SV.
       01 LIGNE-F-MANIFESTE-SV.
           05 F-SV-JEU     PIC 9(12).
           05 FILLER       PIC X.
           05 F-SV-TYPE    PIC X.
           05 FILLER       PIC X.
           05 F-SV-NOM     PIC X(25).
           05 FILLER       PIC X.
           05 F-SV-ORG     PIC X.
           05 FILLER       PIC X.
           05 F-SV-ETAT    PIC X.
           05 FILLER       PIC X.
           05 F-SV-NB      PIC 9(9).
           05 FILLER       PIC X.
           05 F-SV-TOTAL   PIC 9(15).
           05 FILLER       PIC X.
           05 F-SV-COPIE   PIC X(40).

       FD F-ORIGINE-SV.
       01 LIGNE-F-ORIGINE-SV PIC X(500).

       FD F-DESTINATION-SV.
       01 LIGNE-F-DESTINATION-SV PIC X(500).

      *le portefeuille d'assurance.cbl et le maître des sinistres,
      *vus comme leur clé à 8 chiffres suivie du reste de la ligne
       FD F-PORTEFEUILLE-SV.
       01 LIGNE-F-PORTEFEUILLE-SV.
           05 F-SV-CLE-PORTEFEUILLE PIC 9(8).
           05 F-SV-RESTE-PORTEFEUILLE PIC X(121).

       FD F-SINISTRES-SV.
       01 LIGNE-F-SINISTRES-SV.
           05 F-SV-CLE-SINISTRE PIC 9(8).
           05 F-SV-RESTE-SINISTRE PIC X(71).
