              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERREURS-STATUS.

      *la projection des niveaux de service tenue par la chaine
           SELECT PROJECTION ASSIGN TO "chaine-projection.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROJECTION-STATUS.

      *les points de reprise des batchs : une position non nulle
      *signifie un run mort en plein fichier
           SELECT CHECKPOINT-BATCH ASSIGN TO WS-NOM-CHECKPOINT
       FD ERREURS-BATCH.
       01 LIGNE-ERREUR-BATCH PIC X(120).

       FD PROJECTION.
       01 LIGNE-PROJECTION.
           05 DATE-PROJECTION     PIC 9(8).
           05 FILLER              PIC X.
           05 TYPE-PROJECTION     PIC X(6).
           05 FILLER              PIC X.
           05 NOM-PROJECTION      PIC X(10).
           05 FILLER              PIC X.
           05 ECHEANCE-PROJECTION PIC 9(4).
           05 FILLER              PIC X.
           05 FIN-PROJECTION      PIC 9(4).
           05 FILLER              PIC X.
           05 ETAT-PROJECTION     PIC X(12).
           05 FILLER              PIC X.
           05 CALCUL-PROJECTION   PIC 9(4).

       FD CHECKPOINT-BATCH.
       01 REC-CHECKPOINT PIC 9(6).

           88 WS-ERREURS-STATUS-OK VALUE "00".
       01 WS-CHECKPOINT-STATUS PIC X(2) VALUE SPACES.
           88 WS-CHECKPOINT-STATUS-OK VALUE "00".
       01 WS-PROJECTION-STATUS PIC X(2) VALUE SPACES.
           88 WS-PROJECTION-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-CONTROLE PIC X VALUE "C".
       01 WS-FIN-RUNS PIC X VALUE "C".
       01 WS-FIN-ERREURS PIC X VALUE "C".
       01 WS-FIN-PROJECTION PIC X VALUE "C".

      *les niveaux de service prévus en retard ou manqués
       01 WS-NB-NIVEAUX-RETARD PIC 9(3) VALUE 0.

      *les étapes relevées dans le fichier de contrôle, toutes
      *dates confondues ; seules celles de la dernière date
              MOVE "ROUGE" TO WS-VERDICT
           END-IF.

      *les niveaux de service : la fin prévue (pendant la nuit) ou
      *réelle de chaque étape suivie et de la chaine, face à son
      *échéance
           DISPLAY " ".
           DISPLAY "--- niveaux de service ---".
           OPEN INPUT PROJECTION.
           IF WS-PROJECTION-STATUS-OK
              PERFORM UNTIL WS-FIN-PROJECTION EQUAL "F"
                 READ PROJECTION
                    AT END
                       MOVE "F" TO WS-FIN-PROJECTION
                    NOT AT END
                       PERFORM AFFICHE-NIVEAU THRU AFFICHE-NIVEAU-FIN
                 END-READ
              END-PERFORM
              CLOSE PROJECTION
           ELSE
              DISPLAY "chaine-projection.dat absent : aucun niveau"
              " de service suivi"
           END-IF.

      *les points de reprise restés en plein fichier
           DISPLAY " ".
           DISPLAY "--- points de reprise ---".
      *le verdict de la nuit
           DISPLAY " ".
           IF WS-NB-ECHECS GREATER THAN 0
           OR WS-NB-NIVEAUX-RETARD GREATER THAN 0
              MOVE "ROUGE" TO WS-VERDICT
           END-IF.
           DISPLAY "================ VERDICT : " WS-VERDICT
       DUREE-HABITUELLE-FIN.
           EXIT.

      *un niveau de service de la projection : prévu tant que la
      *chaine tourne, tenu ou manqué une fois l'étape passée
       AFFICHE-NIVEAU.
           IF ETAT-PROJECTION EQUAL "PREVU-OK"
           OR ETAT-PROJECTION EQUAL "PREVU-RETARD"
              DISPLAY TYPE-PROJECTION " " NOM-PROJECTION
              " echeance " ECHEANCE-PROJECTION
              " fin prevue " FIN-PROJECTION " "
              ETAT-PROJECTION " (calcul a " CALCUL-PROJECTION
              " le " DATE-PROJECTION ")"
           ELSE
              DISPLAY TYPE-PROJECTION " " NOM-PROJECTION
              " echeance " ECHEANCE-PROJECTION
              " fin reelle " FIN-PROJECTION " "
              ETAT-PROJECTION
           END-IF.
           IF ETAT-PROJECTION EQUAL "PREVU-RETARD"
           OR ETAT-PROJECTION EQUAL "MANQUE"
              ADD 1 TO WS-NB-NIVEAUX-RETARD
           END-IF.
       AFFICHE-NIVEAU-FIN.
           EXIT.

      *on regarde le point de reprise WS-INDEX-CHECKPOINT : une
      *position non nulle signifie un run mort en plein fichier
       CONTROLE-CHECKPOINT.
