      *les statuts des fichiers de sauvegarde et les champs d'appel
      *des copies : l'organisation et le nom du fichier lu, ceux du
      *fichier écrit ; la réponse est le nombre d'enregistrements,
      *le total de contrôle (somme des caractères non blancs
      *pondérés par leur position) et le résultat (O réussi, A
      *fichier lu absent, E erreur)
       01 F-MANIFESTE-SV-STATUS PIC X(2) VALUE SPACES.
           88 F-MANIFESTE-SV-STATUS-OK VALUE "00".
       01 F-ORIGINE-SV-STATUS PIC X(2) VALUE SPACES.
           88 F-ORIGINE-SV-STATUS-OK VALUE "00".
       01 F-DESTINATION-SV-STATUS PIC X(2) VALUE SPACES.
           88 F-DESTINATION-SV-STATUS-OK VALUE "00".
       01 F-INDEXE-SV-STATUS PIC X(2) VALUE SPACES.
           88 F-INDEXE-SV-STATUS-OK VALUE "00".
       01 WS-SV-ORG-LU PIC X.
       01 WS-SV-NOM-LU PIC X(60).
       01 WS-SV-ORG-ECRIT PIC X.
       01 WS-SV-NOM-ECRIT PIC X(60).
       01 WS-SV-NOM-INDEXE PIC X(60).
       01 WS-SV-NB PIC 9(9).
       01 WS-SV-TOTAL PIC 9(15).
       01 WS-SV-RESULTAT PIC X.
           88 WS-SV-REUSSI VALUE "O".
           88 WS-SV-ABSENT VALUE "A".
       01 WS-SV-FIN PIC X.
       01 WS-SV-TAMPON PIC X(500).
       01 WS-SV-POSITION PIC 9(3).

      *le manifeste chargé en mémoire, le jeu retenu et le verdict
      *de contrôle de chacune de ses copies (O conforme, M copie
      *manquante, E écart de nombre ou de total)
       01 WS-FIN-MANIFESTE-SV PIC X VALUE "C".
       01 WS-SV-NB-LIGNES PIC 9(4) VALUE 0.
       01 WS-SV-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-SV-NB-LIGNES.
           05 WS-SV-L-JEU     PIC 9(12).
           05 WS-SV-L-TYPE    PIC X.
           05 WS-SV-L-NOM     PIC X(25).
           05 WS-SV-L-ORG     PIC X.
           05 WS-SV-L-ETAT    PIC X.
           05 WS-SV-L-NB      PIC 9(9).
           05 WS-SV-L-TOTAL   PIC 9(15).
           05 WS-SV-L-COPIE   PIC X(40).
           05 WS-SV-L-VERDICT PIC X.
       01 WS-SV-INDEX PIC 9(4).
       01 WS-SV-JEU-DEMANDE PIC 9(12).
       01 WS-SV-JEU PIC 9(12).
       01 WS-SV-NB-ATTENDUS PIC 9(9).
       01 WS-SV-NB-FICHIERS PIC 9(9).
       01 WS-SV-NB-ECARTS PIC 9(4).
