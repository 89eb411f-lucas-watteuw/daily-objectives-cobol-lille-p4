      *on charge le calendrier des périodes : pour chaque domaine et
      *chaque mois, le dernier statut lu remplace le précédent ;
      *sans calendrier, toutes les périodes sont ouvertes
           ACCEPT WS-PER-DATE-JOUR FROM DATE YYYYMMDD.
           OPEN INPUT F-PERIODES.
           IF F-PERIODES-STATUS-OK
              PERFORM UNTIL WS-FIN-PERIODES EQUAL "F"
                 READ F-PERIODES
                    AT END
                       MOVE "F" TO WS-FIN-PERIODES
                    NOT AT END
                       MOVE "N" TO WS-PER-TROUVE
                       PERFORM VARYING WS-INDEX-PERIODE FROM 1 BY 1
                       UNTIL WS-INDEX-PERIODE GREATER THAN
                       WS-NB-PERIODES
                          IF WS-PER-DOMAINE(WS-INDEX-PERIODE) EQUAL
                          F-PER-DOMAINE
                          AND WS-PER-MOIS(WS-INDEX-PERIODE) EQUAL
                          F-PER-MOIS
                             SET WS-PER-EST-TROUVE TO TRUE
                             MOVE F-PER-STATUT
                             TO WS-PER-STATUT(WS-INDEX-PERIODE)
                          END-IF
                       END-PERFORM
                       IF NOT WS-PER-EST-TROUVE
                          ADD 1 TO WS-NB-PERIODES
                          MOVE F-PER-DOMAINE
                          TO WS-PER-DOMAINE(WS-NB-PERIODES)
                          MOVE F-PER-MOIS
                          TO WS-PER-MOIS(WS-NB-PERIODES)
                          MOVE F-PER-STATUT
                          TO WS-PER-STATUT(WS-NB-PERIODES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PERIODES
           END-IF.
