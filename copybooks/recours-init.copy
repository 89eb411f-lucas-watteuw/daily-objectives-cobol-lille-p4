      *on charge les recours ; sans fichier, la table reste vide
           OPEN INPUT F-RECOURS.
           IF F-RECOURS-STATUS-OK
              PERFORM UNTIL WS-FIN-RECOURS EQUAL "F"
                 READ F-RECOURS
                    AT END
                       MOVE "F" TO WS-FIN-RECOURS
                    NOT AT END
                       IF RC-NUMERO IS NUMERIC
                       AND WS-NB-RECOURS LESS THAN 9999
                          ADD 1 TO WS-NB-RECOURS
                          MOVE RC-NUMERO
                          TO WS-RC-NUMERO(WS-NB-RECOURS)
                          MOVE RC-TERME
                          TO WS-RC-TERME(WS-NB-RECOURS)
                          MOVE RC-LASTNAME
                          TO WS-RC-LASTNAME(WS-NB-RECOURS)
                          MOVE RC-FIRSTNAME
                          TO WS-RC-FIRSTNAME(WS-NB-RECOURS)
                          MOVE RC-CLASS
                          TO WS-RC-CLASS(WS-NB-RECOURS)
                          MOVE RC-LABEL
                          TO WS-RC-LABEL(WS-NB-RECOURS)
                          MOVE RC-NOTE-ORIGINE
                          TO WS-RC-NOTE-ORIGINE(WS-NB-RECOURS)
                          MOVE RC-NOTE-DEMANDEE
                          TO WS-RC-NOTE-DEMANDEE(WS-NB-RECOURS)
                          MOVE RC-MOTIF
                          TO WS-RC-MOTIF(WS-NB-RECOURS)
                          MOVE RC-DEPOT-DATE
                          TO WS-RC-DEPOT-DATE(WS-NB-RECOURS)
                          MOVE RC-DEPOT-OPERATEUR
                          TO WS-RC-DEPOT-OPERATEUR(WS-NB-RECOURS)
                          MOVE RC-DECISION
                          TO WS-RC-DECISION(WS-NB-RECOURS)
                          MOVE RC-NOTE-ACCORDEE
                          TO WS-RC-NOTE-ACCORDEE(WS-NB-RECOURS)
                          MOVE RC-DECIDEUR
                          TO WS-RC-DECIDEUR(WS-NB-RECOURS)
                          MOVE RC-DECISION-OPERATEUR
                          TO WS-RC-DECISION-OPERATEUR(WS-NB-RECOURS)
                          MOVE RC-DECISION-DATE
                          TO WS-RC-DECISION-DATE(WS-NB-RECOURS)
                          MOVE RC-APPLICATION-DATE
                          TO WS-RC-APPLICATION-DATE(WS-NB-RECOURS)
                          MOVE RC-MOYENNE-AVANT
                          TO WS-RC-MOYENNE-AVANT(WS-NB-RECOURS)
                          MOVE RC-MOYENNE-APRES
                          TO WS-RC-MOYENNE-APRES(WS-NB-RECOURS)
                          MOVE RC-RANG-AVANT
                          TO WS-RC-RANG-AVANT(WS-NB-RECOURS)
                          MOVE RC-RANG-APRES
                          TO WS-RC-RANG-APRES(WS-NB-RECOURS)
                          MOVE RC-APPREC-AVANT
                          TO WS-RC-APPREC-AVANT(WS-NB-RECOURS)
                          MOVE RC-APPREC-APRES
                          TO WS-RC-APPREC-APRES(WS-NB-RECOURS)
                          MOVE RC-HONNEUR-AVANT
                          TO WS-RC-HONNEUR-AVANT(WS-NB-RECOURS)
                          MOVE RC-HONNEUR-APRES
                          TO WS-RC-HONNEUR-APRES(WS-NB-RECOURS)
                          IF RC-NUMERO GREATER THAN WS-RC-NUMERO-MAX
                             MOVE RC-NUMERO TO WS-RC-NUMERO-MAX
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RECOURS
           END-IF.
