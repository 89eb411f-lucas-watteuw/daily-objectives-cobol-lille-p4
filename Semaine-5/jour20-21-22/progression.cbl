               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ALERTES-STATUS.

      *le registre des inscriptions et le calendrier des trimestres :
      *une arrivée ou un départ en cours d'année n'est pas un
      *trimestre manquant
           COPY "../../copybooks/inscriptions-select.copy".

       DATA DIVISION.
       FILE SECTION.
           COPY "../../copybooks/inscriptions-fd.copy".

      *une ligne d'historique telle qu'écrite par student.cbl :
      *trimestre, nom, prénom et moyenne "999,99"
       FD  F-HISTORIQUE
       01  F-PROGRESSION-STATUS PIC X(02) VALUE SPACE.
       01  F-ALERTES-STATUS     PIC X(02) VALUE SPACE.

       COPY "../../copybooks/inscriptions-ws.copy".

      *un trimestre de l'année en cours présent dans l'historique de
      *l'éléve
       01 WS-TERME-TROUVE PIC X VALUE "N".
           88 WS-TERME-EST-TROUVE VALUE "O".
       01 WS-NB-MANQUANTS PIC 9(2).
      *l'éléve est-il au registre des inscriptions sur l'année : la
      *situation de chaque trimestre est recalculée dans la boucle
       01 WS-ELEVE-CONNU PIC X VALUE "N".
           88 WS-ELEVE-EST-CONNU VALUE "O".

      *le seuil de baisse (en points de moyenne) au-delà duquel un
      *éléve part dans la liste d'alerte, ajustable à chaque run
       01 WS-SEUIL-BAISSE PIC 99V99 VALUE 2,00.

      *le nombre d'éléves en alerte, pour le pied de rapport
       01 WS-NB-ALERTES   PIC 9(3) VALUE 0.
       01 WS-NB-TOTAL-MANQUANTS PIC 9(4) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.
              MOVE 2,00 TO WS-SEUIL-BAISSE
           END-IF.

      *le registre et le calendrier situent l'année en cours de
      *chaque éléve ; sans eux, le rapport reste celui de
      *l'historique seul
           COPY "../../copybooks/inscriptions-init.copy".
           PERFORM CHERCHE-ANNEE-COURANTE
           THRU CHERCHE-ANNEE-COURANTE-FIN.

      *on regroupe l'historique par éléve : chaque ligne vient se
      *ranger derrière les trimestres déjà connus de l'éléve
           OPEN INPUT F-HISTORIQUE.
           CLOSE F-ALERTES.

           DISPLAY "Fin du traitement - " WS-NB-ELEVES " eleve(s), "
           WS-NB-ALERTES " alerte(s), " WS-NB-TOTAL-MANQUANTS
           " trimestre(s) manquant(s)".

           STOP RUN.

              WRITE REC-F-PROGRESSION
           END-PERFORM.

      *l'année en cours d'après le registre : arrivée, départ et
      *trimestres réellement manquants
           IF WS-NB-MOUVEMENTS GREATER THAN 0
           AND WS-NB-TRIMESTRES GREATER THAN 0
              PERFORM ECRIT-SITUATION-ANNEE
           END-IF.

      *l'alerte porte sur l'écart entre les deux derniers trimestres
           IF WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE) GREATER THAN 1
              MOVE WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE)
                 WRITE REC-F-ALERTES
              END-IF
           END-IF.

      *situe l'éléve WS-INDEX-ELEVE dans l'année en cours : une
      *arrivée après la rentrée et un départ en cours d'année sont
      *rappelés, et seul un trimestre où il était inscrit à la
      *clôture sans moyenne à l'historique est un trimestre manquant
       ECRIT-SITUATION-ANNEE.
           MOVE WS-ELEVE-NOM(WS-INDEX-ELEVE) TO WS-SIT-LASTNAME.
           MOVE WS-ELEVE-PRENOM(WS-INDEX-ELEVE) TO WS-SIT-FIRSTNAME.
           MOVE WS-FIN-ANNEE-COURANTE TO WS-SIT-DATE.
           PERFORM SITUE-ELEVE THRU SITUE-ELEVE-FIN.
           IF NOT WS-SIT-EST-CONNU
              MOVE SPACES TO REC-F-PROGRESSION
              STRING "  absent du registre des inscriptions"
              INTO REC-F-PROGRESSION
              END-STRING
              WRITE REC-F-PROGRESSION
           ELSE
              IF WS-SIT-ENTREE GREATER THAN WS-DEBUT-ANNEE-COURANTE
                 MOVE SPACES TO REC-F-PROGRESSION
                 STRING "  annee partielle : arrivee le "
                 WS-SIT-ENTREE
                 INTO REC-F-PROGRESSION
                 END-STRING
                 WRITE REC-F-PROGRESSION
              END-IF
              IF NOT WS-SIT-EST-PRESENT
              AND WS-SIT-SORTIE NOT LESS THAN WS-DEBUT-ANNEE-COURANTE
                 MOVE SPACES TO REC-F-PROGRESSION
                 STRING "  annee partielle : sorti le "
                 WS-SIT-SORTIE " : " WS-SIT-MOTIF
                 INTO REC-F-PROGRESSION
                 END-STRING
                 WRITE REC-F-PROGRESSION
              END-IF
           END-IF.

           MOVE 0 TO WS-NB-MANQUANTS.
           MOVE WS-SIT-CONNU TO WS-ELEVE-CONNU.
           PERFORM VARYING WS-INDEX-TRIMESTRE FROM 1 BY 1
           UNTIL WS-INDEX-TRIMESTRE GREATER THAN WS-NB-TRIMESTRES
              IF WS-TRI-ANNEE(WS-INDEX-TRIMESTRE)
              EQUAL WS-ANNEE-COURANTE
              AND WS-ELEVE-EST-CONNU
                 PERFORM CONTROLE-TRIMESTRE-ELEVE
              END-IF
           END-PERFORM.
           ADD WS-NB-MANQUANTS TO WS-NB-TOTAL-MANQUANTS.

      *le trimestre WS-INDEX-TRIMESTRE de l'année en cours : attendu
      *si l'éléve était inscrit à sa clôture, manquant s'il est
      *attendu sans moyenne à l'historique
       CONTROLE-TRIMESTRE-ELEVE.
           MOVE WS-TRI-FIN(WS-INDEX-TRIMESTRE) TO WS-SIT-DATE.
           PERFORM SITUE-ELEVE THRU SITUE-ELEVE-FIN.
           IF WS-SIT-EST-PRESENT
              MOVE "N" TO WS-TERME-TROUVE
              PERFORM VARYING WS-INDEX-TERME FROM 1 BY 1
              UNTIL WS-INDEX-TERME GREATER THAN
              WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE)
                 IF WS-TERME-LIBELLE(WS-INDEX-ELEVE, WS-INDEX-TERME)
                 EQUAL WS-TRI-TERME(WS-INDEX-TRIMESTRE)
                    SET WS-TERME-EST-TROUVE TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-TERME-EST-TROUVE
                 ADD 1 TO WS-NB-MANQUANTS
                 MOVE SPACES TO REC-F-PROGRESSION
                 STRING "  " WS-TRI-TERME(WS-INDEX-TRIMESTRE)
                 " TRIMESTRE MANQUANT : inscrit en classe "
                 WS-SIT-CLASS " sans moyenne"
                 INTO REC-F-PROGRESSION
                 END-STRING
                 WRITE REC-F-PROGRESSION
              END-IF
           END-IF.

       COPY "../../copybooks/inscriptions-situe.copy".
