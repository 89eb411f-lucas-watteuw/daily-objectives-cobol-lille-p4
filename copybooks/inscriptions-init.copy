      *on charge le registre des inscriptions et le calendrier des
      *trimestres ; un fichier absent laisse sa table vide et le
      *programme appelant retombe sur son fonctionnement sans
      *registre
           OPEN INPUT F-REGISTRE.
           IF F-REGISTRE-STATUS-OK
              PERFORM UNTIL WS-FIN-REGISTRE EQUAL "F"
                 READ F-REGISTRE
                    AT END
                       MOVE "F" TO WS-FIN-REGISTRE
                    NOT AT END
                       IF MV-DATE IS NUMERIC
                       AND WS-NB-MOUVEMENTS LESS THAN 9999
                          ADD 1 TO WS-NB-MOUVEMENTS
                          MOVE MV-DATE
                          TO WS-MVT-DATE(WS-NB-MOUVEMENTS)
                          MOVE MV-TYPE
                          TO WS-MVT-TYPE(WS-NB-MOUVEMENTS)
                          MOVE MV-LASTNAME
                          TO WS-MVT-LASTNAME(WS-NB-MOUVEMENTS)
                          MOVE MV-FIRSTNAME
                          TO WS-MVT-FIRSTNAME(WS-NB-MOUVEMENTS)
                          MOVE MV-AGE
                          TO WS-MVT-AGE(WS-NB-MOUVEMENTS)
                          MOVE MV-CLASS
                          TO WS-MVT-CLASS(WS-NB-MOUVEMENTS)
                          MOVE MV-MOTIF
                          TO WS-MVT-MOTIF(WS-NB-MOUVEMENTS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-REGISTRE
      *un mouvement saisi en retard reprend sa place à sa date
      *d'effet
              IF WS-NB-MOUVEMENTS GREATER THAN 1
                 SORT WS-MOUVEMENT ON ASCENDING WS-MVT-DATE
              END-IF
           END-IF.

           OPEN INPUT F-CALENDRIER.
           IF F-CALENDRIER-STATUS-OK
              PERFORM UNTIL WS-FIN-CALENDRIER EQUAL "F"
                 READ F-CALENDRIER
                    AT END
                       MOVE "F" TO WS-FIN-CALENDRIER
                    NOT AT END
                       IF CAL-DEBUT IS NUMERIC
                       AND CAL-FIN IS NUMERIC
                       AND WS-NB-TRIMESTRES LESS THAN 99
                          ADD 1 TO WS-NB-TRIMESTRES
                          MOVE CAL-ANNEE
                          TO WS-TRI-ANNEE(WS-NB-TRIMESTRES)
                          MOVE CAL-TERME
                          TO WS-TRI-TERME(WS-NB-TRIMESTRES)
                          MOVE CAL-DEBUT
                          TO WS-TRI-DEBUT(WS-NB-TRIMESTRES)
                          MOVE CAL-FIN
                          TO WS-TRI-FIN(WS-NB-TRIMESTRES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CALENDRIER
           END-IF.
