      *on cherche l'adresse du contrat WS-ADRC-CONTRAT-CHERCHE ; sa
      *ligne est dans WS-ADRC-POSITION quand WS-ADRC-TROUVE vaut O
       CHERCHE-ADRESSE-CONTRAT.
           MOVE "N" TO WS-ADRC-TROUVE.
           MOVE 0 TO WS-ADRC-POSITION.
           PERFORM VARYING WS-INDEX-ADR-CONTRAT FROM 1 BY 1
           UNTIL WS-INDEX-ADR-CONTRAT GREATER THAN WS-NB-ADR-CONTRATS
           OR WS-ADRC-EST-TROUVE
              IF WS-ADRC-CONTRAT(WS-INDEX-ADR-CONTRAT) EQUAL
              WS-ADRC-CONTRAT-CHERCHE
                 SET WS-ADRC-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-ADR-CONTRAT TO WS-ADRC-POSITION
              END-IF
           END-PERFORM.
       CHERCHE-ADRESSE-CONTRAT-FIN.
           EXIT.
