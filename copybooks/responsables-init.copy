      *on charge les responsables des éléves ; sans fichier, la
      *table reste vide et chaque courrier part en un exemplaire
      *sans adresse, comme avant
           OPEN INPUT F-RESPONSABLES.
           IF F-RESPONSABLES-STATUS-OK
              PERFORM UNTIL WS-FIN-RESPONSABLES EQUAL "F"
                 READ F-RESPONSABLES
                    AT END
                       MOVE "F" TO WS-FIN-RESPONSABLES
                    NOT AT END
                       IF RSP-ELEVE NOT EQUAL SPACES
                       AND WS-NB-RESPONSABLES LESS THAN 9999
                          ADD 1 TO WS-NB-RESPONSABLES
                          MOVE RSP-ELEVE
                          TO WS-RSP-ELEVE(WS-NB-RESPONSABLES)
                          MOVE RSP-RANG
                          TO WS-RSP-RANG(WS-NB-RESPONSABLES)
                          MOVE RSP-LIEN
                          TO WS-RSP-LIEN(WS-NB-RESPONSABLES)
                          MOVE RSP-NOM
                          TO WS-RSP-NOM(WS-NB-RESPONSABLES)
                          MOVE RSP-RUE
                          TO WS-RSP-RUE(WS-NB-RESPONSABLES)
                          MOVE RSP-CP
                          TO WS-RSP-CP(WS-NB-RESPONSABLES)
                          MOVE RSP-VILLE
                          TO WS-RSP-VILLE(WS-NB-RESPONSABLES)
                          MOVE RSP-TELEPHONE
                          TO WS-RSP-TELEPHONE(WS-NB-RESPONSABLES)
                          MOVE RSP-MAIL
                          TO WS-RSP-MAIL(WS-NB-RESPONSABLES)
                          MOVE RSP-COURRIER
                          TO WS-RSP-COURRIER(WS-NB-RESPONSABLES)
                          MOVE RSP-FOYER
                          TO WS-RSP-FOYER(WS-NB-RESPONSABLES)
                          MOVE RSP-MAJ-DATE
                          TO WS-RSP-MAJ-DATE(WS-NB-RESPONSABLES)
                          MOVE RSP-OPERATEUR
                          TO WS-RSP-OPERATEUR(WS-NB-RESPONSABLES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RESPONSABLES
      *le responsable de rang 1 est nommé le premier sur le pli
              IF WS-NB-RESPONSABLES GREATER THAN 1
                 SORT WS-RESPONSABLE ON ASCENDING WS-RSP-ELEVE
                 ASCENDING WS-RSP-RANG
              END-IF
           END-IF.
