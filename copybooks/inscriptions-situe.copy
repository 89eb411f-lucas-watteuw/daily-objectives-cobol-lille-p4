      *on situe l'éléve WS-SIT-LASTNAME/WS-SIT-FIRSTNAME à la date
      *WS-SIT-DATE en rejouant ses mouvements du registre jusqu'à
      *cette date : une entrée le rend présent dans sa classe, un
      *changement de classe le déplace, un départ le sort ; une
      *date d'entrée postérieure à la rentrée marque une année
      *partielle
       SITUE-ELEVE.
           MOVE "N" TO WS-SIT-PRESENT.
           MOVE "N" TO WS-SIT-CONNU.
           MOVE SPACES TO WS-SIT-CLASS.
           MOVE SPACES TO WS-SIT-MOTIF.
           MOVE 0 TO WS-SIT-AGE.
           MOVE 0 TO WS-SIT-ENTREE.
           MOVE 0 TO WS-SIT-SORTIE.
           PERFORM VARYING WS-INDEX-MOUVEMENT FROM 1 BY 1
           UNTIL WS-INDEX-MOUVEMENT GREATER THAN WS-NB-MOUVEMENTS
              IF WS-MVT-LASTNAME(WS-INDEX-MOUVEMENT)
              EQUAL WS-SIT-LASTNAME
              AND WS-MVT-FIRSTNAME(WS-INDEX-MOUVEMENT)
              EQUAL WS-SIT-FIRSTNAME
              AND WS-MVT-DATE(WS-INDEX-MOUVEMENT)
              NOT GREATER THAN WS-SIT-DATE
                 SET WS-SIT-EST-CONNU TO TRUE
                 EVALUATE WS-MVT-TYPE(WS-INDEX-MOUVEMENT)
                    WHEN "E"
                       SET WS-SIT-EST-PRESENT TO TRUE
                       MOVE WS-MVT-CLASS(WS-INDEX-MOUVEMENT)
                       TO WS-SIT-CLASS
                       MOVE WS-MVT-AGE(WS-INDEX-MOUVEMENT)
                       TO WS-SIT-AGE
                       MOVE WS-MVT-DATE(WS-INDEX-MOUVEMENT)
                       TO WS-SIT-ENTREE
                       MOVE 0 TO WS-SIT-SORTIE
                       MOVE SPACES TO WS-SIT-MOTIF
                    WHEN "C"
                       MOVE WS-MVT-CLASS(WS-INDEX-MOUVEMENT)
                       TO WS-SIT-CLASS
                    WHEN "D"
                       MOVE "N" TO WS-SIT-PRESENT
                       MOVE WS-MVT-DATE(WS-INDEX-MOUVEMENT)
                       TO WS-SIT-SORTIE
                       MOVE WS-MVT-MOTIF(WS-INDEX-MOUVEMENT)
                       TO WS-SIT-MOTIF
                 END-EVALUATE
              END-IF
           END-PERFORM.
       SITUE-ELEVE-FIN.
           EXIT.

      *on retrouve l'année scolaire et les dates de début et de fin
      *du trimestre WS-SIT-TERME dans le calendrier
       CHERCHE-TRIMESTRE.
           MOVE "N" TO WS-SIT-TROUVE.
           MOVE SPACES TO WS-SIT-ANNEE.
           MOVE 0 TO WS-SIT-DEBUT.
           MOVE 0 TO WS-SIT-FIN.
           PERFORM VARYING WS-INDEX-TRIMESTRE FROM 1 BY 1
           UNTIL WS-INDEX-TRIMESTRE GREATER THAN WS-NB-TRIMESTRES
              IF WS-TRI-TERME(WS-INDEX-TRIMESTRE) EQUAL WS-SIT-TERME
                 SET WS-SIT-TERME-TROUVE TO TRUE
                 MOVE WS-TRI-ANNEE(WS-INDEX-TRIMESTRE)
                 TO WS-SIT-ANNEE
                 MOVE WS-TRI-DEBUT(WS-INDEX-TRIMESTRE)
                 TO WS-SIT-DEBUT
                 MOVE WS-TRI-FIN(WS-INDEX-TRIMESTRE)
                 TO WS-SIT-FIN
              END-IF
           END-PERFORM.
       CHERCHE-TRIMESTRE-FIN.
           EXIT.

      *l'année scolaire en cours est la dernière du calendrier : sa
      *rentrée est le début de son premier trimestre et sa fin la
      *fin de son dernier
       CHERCHE-ANNEE-COURANTE.
           MOVE SPACES TO WS-ANNEE-COURANTE.
           MOVE 0 TO WS-DEBUT-ANNEE-COURANTE.
           MOVE 0 TO WS-FIN-ANNEE-COURANTE.
           IF WS-NB-TRIMESTRES EQUAL 0
              GO TO CHERCHE-ANNEE-COURANTE-FIN
           END-IF.
           MOVE WS-TRI-ANNEE(WS-NB-TRIMESTRES) TO WS-ANNEE-COURANTE.
           MOVE 99999999 TO WS-DEBUT-ANNEE-COURANTE.
           PERFORM VARYING WS-INDEX-TRIMESTRE FROM 1 BY 1
           UNTIL WS-INDEX-TRIMESTRE GREATER THAN WS-NB-TRIMESTRES
              IF WS-TRI-ANNEE(WS-INDEX-TRIMESTRE)
              EQUAL WS-ANNEE-COURANTE
                 IF WS-TRI-DEBUT(WS-INDEX-TRIMESTRE)
                 LESS THAN WS-DEBUT-ANNEE-COURANTE
                    MOVE WS-TRI-DEBUT(WS-INDEX-TRIMESTRE)
                    TO WS-DEBUT-ANNEE-COURANTE
                 END-IF
                 IF WS-TRI-FIN(WS-INDEX-TRIMESTRE)
                 GREATER THAN WS-FIN-ANNEE-COURANTE
                    MOVE WS-TRI-FIN(WS-INDEX-TRIMESTRE)
                    TO WS-FIN-ANNEE-COURANTE
                 END-IF
              END-IF
           END-PERFORM.
       CHERCHE-ANNEE-COURANTE-FIN.
           EXIT.
