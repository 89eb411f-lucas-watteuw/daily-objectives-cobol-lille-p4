      *on cherche si la personne demandée a un consentement valide
      *pour le canal et la finalité demandés à WS-CONS-DATE-CHERCHE :
      *le registre étant rangé par date, le dernier changement
      *antérieur ou égal à cette date fait foi
       CHERCHE-CONSENTEMENT.
           MOVE "N" TO WS-CONS-VALIDE.
           MOVE FUNCTION UPPER-CASE(WS-CONS-NOM-CHERCHE)
           TO WS-CONS-NOM-CHERCHE.
           MOVE FUNCTION UPPER-CASE(WS-CONS-PRENOM-CHERCHE)
           TO WS-CONS-PRENOM-CHERCHE.
           PERFORM VARYING WS-INDEX-CONSENTEMENT FROM 1 BY 1
           UNTIL WS-INDEX-CONSENTEMENT GREATER THAN
           WS-NB-CONSENTEMENTS
              IF WS-CONS-CANAL(WS-INDEX-CONSENTEMENT) EQUAL
              WS-CONS-CANAL-CHERCHE
              AND WS-CONS-FINALITE(WS-INDEX-CONSENTEMENT) EQUAL
              WS-CONS-FINALITE-CHERCHE
              AND WS-CONS-DATE(WS-INDEX-CONSENTEMENT) NOT GREATER
              THAN WS-CONS-DATE-CHERCHE
                 IF (WS-CONS-ID-CHERCHE GREATER THAN 0
                 AND WS-CONS-ID(WS-INDEX-CONSENTEMENT) EQUAL
                 WS-CONS-ID-CHERCHE)
                 OR (WS-CONS-ID-CHERCHE EQUAL 0
                 AND WS-CONS-NOM(WS-INDEX-CONSENTEMENT) EQUAL
                 WS-CONS-NOM-CHERCHE
                 AND WS-CONS-PRENOM(WS-INDEX-CONSENTEMENT) EQUAL
                 WS-CONS-PRENOM-CHERCHE)
                    MOVE WS-CONS-STATUT(WS-INDEX-CONSENTEMENT)
                    TO WS-CONS-VALIDE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CONS-VALIDE NOT EQUAL "O"
              MOVE "N" TO WS-CONS-VALIDE
           END-IF.
       CHERCHE-CONSENTEMENT-FIN.
           EXIT.
