      *on charge les paramètres ABC ; un fichier absent ou dont
      *les pourcentages ne font pas 100 laisse les valeurs par
      *défaut
           OPEN INPUT F-ABC-PARAMETRES.
           IF F-ABC-PARAMETRES-STATUS-OK
              READ F-ABC-PARAMETRES
                 AT END
                    CONTINUE
                 NOT AT END
                    IF F-PAR-PCT-A IS NUMERIC
                    AND F-PAR-PCT-B IS NUMERIC
                    AND F-PAR-PCT-C IS NUMERIC
                    AND F-PAR-PCT-A + F-PAR-PCT-B + F-PAR-PCT-C
                    EQUAL 100
                       MOVE F-PAR-PCT-A TO WS-ABC-PCT-A
                       MOVE F-PAR-PCT-B TO WS-ABC-PCT-B
                       MOVE F-PAR-PCT-C TO WS-ABC-PCT-C
                    ELSE
                       DISPLAY "abc-parametres.txt : seuils invalides,"
                       " 80/15/5 retenu"
                    END-IF
                    IF F-PAR-FREQ-A IS NUMERIC
                    AND F-PAR-FREQ-B IS NUMERIC
                    AND F-PAR-FREQ-C IS NUMERIC
                    AND F-PAR-FREQ-A GREATER THAN 0
                    AND F-PAR-FREQ-B GREATER THAN 0
                    AND F-PAR-FREQ-C GREATER THAN 0
                       MOVE F-PAR-FREQ-A TO WS-ABC-FREQ-A
                       MOVE F-PAR-FREQ-B TO WS-ABC-FREQ-B
                       MOVE F-PAR-FREQ-C TO WS-ABC-FREQ-C
                    END-IF
              END-READ
              CLOSE F-ABC-PARAMETRES
           END-IF.

      *on charge les classes du dernier classement ; sans fichier,
      *aucun article n'est classé
           OPEN INPUT F-ATTRIBUTS.
           IF F-ATTRIBUTS-STATUS-OK
              PERFORM UNTIL WS-FIN-ATTRIBUTS EQUAL "F"
                 READ F-ATTRIBUTS
                    AT END
                       MOVE "F" TO WS-FIN-ATTRIBUTS
                    NOT AT END
                       ADD 1 TO WS-NB-ATTRIBUTS
                       MOVE F-ATT-ARTICLE
                       TO WS-ATT-ARTICLE(WS-NB-ATTRIBUTS)
                       MOVE F-ATT-CLASSE
                       TO WS-ATT-CLASSE(WS-NB-ATTRIBUTS)
                 END-READ
              END-PERFORM
              CLOSE F-ATTRIBUTS
           END-IF.
