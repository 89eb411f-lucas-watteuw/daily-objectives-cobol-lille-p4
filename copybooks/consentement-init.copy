      *on charge le registre des consentements, noms et prénoms en
      *majuscules pour les fichiers saisis sans souci de la casse ;
      *sans registre, personne n'a consenti et rien ne part
           OPEN INPUT F-CONSENTEMENTS.
           IF F-CONSENTEMENTS-STATUS-OK
              PERFORM UNTIL WS-FIN-CONSENTEMENTS EQUAL "F"
                 READ F-CONSENTEMENTS
                    AT END
                       MOVE "F" TO WS-FIN-CONSENTEMENTS
                    NOT AT END
                       ADD 1 TO WS-NB-CONSENTEMENTS
                       MOVE F-CONS-ID
                       TO WS-CONS-ID(WS-NB-CONSENTEMENTS)
                       MOVE FUNCTION UPPER-CASE(F-CONS-NOM)
                       TO WS-CONS-NOM(WS-NB-CONSENTEMENTS)
                       MOVE FUNCTION UPPER-CASE(F-CONS-PRENOM)
                       TO WS-CONS-PRENOM(WS-NB-CONSENTEMENTS)
                       MOVE F-CONS-CANAL
                       TO WS-CONS-CANAL(WS-NB-CONSENTEMENTS)
                       MOVE F-CONS-FINALITE
                       TO WS-CONS-FINALITE(WS-NB-CONSENTEMENTS)
                       MOVE F-CONS-STATUT
                       TO WS-CONS-STATUT(WS-NB-CONSENTEMENTS)
                       MOVE F-CONS-DATE
                       TO WS-CONS-DATE(WS-NB-CONSENTEMENTS)
                 END-READ
              END-PERFORM
              CLOSE F-CONSENTEMENTS
           ELSE
              DISPLAY "consentements.txt absent, aucun contact "
              "commercial possible"
           END-IF.
