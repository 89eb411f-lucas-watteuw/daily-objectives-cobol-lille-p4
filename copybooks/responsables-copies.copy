      *les exemplaires à produire pour l'éléve WS-RSP-CLE-ELEVE :
      *un par foyer où un responsable reçoit le courrier ; deux
      *responsables d'un même foyer sont nommés sur le même pli,
      *des parents séparés reçoivent chacun le leur ; aucun
      *exemplaire quand l'éléve n'a pas de responsable connu
       CHERCHE-COPIES.
           MOVE 0 TO WS-NB-COPIES.
           PERFORM VARYING WS-INDEX-RESPONSABLE FROM 1 BY 1
           UNTIL WS-INDEX-RESPONSABLE GREATER THAN WS-NB-RESPONSABLES
              IF WS-RSP-ELEVE(WS-INDEX-RESPONSABLE)
              EQUAL WS-RSP-CLE-ELEVE
              AND WS-RSP-COURRIER(WS-INDEX-RESPONSABLE) EQUAL "O"
                 PERFORM RANGE-COPIE THRU RANGE-COPIE-FIN
              END-IF
           END-PERFORM.
       CHERCHE-COPIES-FIN.
           EXIT.

      *le responsable WS-INDEX-RESPONSABLE rejoint l'exemplaire de
      *son foyer, ou en ouvre un
       RANGE-COPIE.
           MOVE 0 TO WS-INDEX-COPIE-FOYER.
           PERFORM VARYING WS-INDEX-COPIE FROM 1 BY 1
           UNTIL WS-INDEX-COPIE GREATER THAN WS-NB-COPIES
              IF WS-COP-FOYER(WS-INDEX-COPIE)
              EQUAL WS-RSP-FOYER(WS-INDEX-RESPONSABLE)
                 MOVE WS-INDEX-COPIE TO WS-INDEX-COPIE-FOYER
              END-IF
           END-PERFORM.

           IF WS-INDEX-COPIE-FOYER GREATER THAN 0
              MOVE SPACES TO WS-COP-DEST-COMMUN
              STRING WS-COP-DEST(WS-INDEX-COPIE-FOYER)
              DELIMITED BY "  "
              " et " DELIMITED BY SIZE
              WS-RSP-NOM(WS-INDEX-RESPONSABLE) DELIMITED BY "  "
              INTO WS-COP-DEST-COMMUN
              END-STRING
              MOVE WS-COP-DEST-COMMUN
              TO WS-COP-DEST(WS-INDEX-COPIE-FOYER)
              GO TO RANGE-COPIE-FIN
           END-IF.

           IF WS-NB-COPIES NOT LESS THAN 2
              GO TO RANGE-COPIE-FIN
           END-IF.
           ADD 1 TO WS-NB-COPIES.
           MOVE WS-RSP-FOYER(WS-INDEX-RESPONSABLE)
           TO WS-COP-FOYER(WS-NB-COPIES).
           MOVE WS-RSP-NOM(WS-INDEX-RESPONSABLE)
           TO WS-COP-DEST(WS-NB-COPIES).
           MOVE WS-RSP-RUE(WS-INDEX-RESPONSABLE)
           TO WS-COP-RUE(WS-NB-COPIES).
           MOVE WS-RSP-CP(WS-INDEX-RESPONSABLE)
           TO WS-COP-CP(WS-NB-COPIES).
           MOVE WS-RSP-VILLE(WS-INDEX-RESPONSABLE)
           TO WS-COP-VILLE(WS-NB-COPIES).
       RANGE-COPIE-FIN.
           EXIT.
