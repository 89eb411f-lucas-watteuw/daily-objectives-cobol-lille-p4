      *on charge les adresses des contrats ; sans fichier, aucun
      *contrat n'a encore d'adresse propagée
           OPEN INPUT F-ADR-CONTRATS.
           IF F-ADR-CONTRATS-STATUS-OK
              PERFORM UNTIL WS-FIN-ADR-CONTRATS EQUAL "F"
                 READ F-ADR-CONTRATS
                    AT END
                       MOVE "F" TO WS-FIN-ADR-CONTRATS
                    NOT AT END
                       ADD 1 TO WS-NB-ADR-CONTRATS
                       MOVE F-ADRC-CONTRAT
                       TO WS-ADRC-CONTRAT(WS-NB-ADR-CONTRATS)
                       MOVE F-ADRC-CLIENT
                       TO WS-ADRC-CLIENT(WS-NB-ADR-CONTRATS)
                       MOVE F-ADRC-RUE
                       TO WS-ADRC-RUE(WS-NB-ADR-CONTRATS)
                       MOVE F-ADRC-CP
                       TO WS-ADRC-CP(WS-NB-ADR-CONTRATS)
                       MOVE F-ADRC-VILLE
                       TO WS-ADRC-VILLE(WS-NB-ADR-CONTRATS)
                       MOVE F-ADRC-DATE
                       TO WS-ADRC-DATE(WS-NB-ADR-CONTRATS)
                 END-READ
              END-PERFORM
              CLOSE F-ADR-CONTRATS
           END-IF.
