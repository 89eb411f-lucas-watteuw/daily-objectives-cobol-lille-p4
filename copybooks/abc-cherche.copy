      *on cherche la classe ABC de l'article WS-ATT-ARTICLE-CHERCHE
      *: WS-ATT-CLASSE-TROUVEE reste à blanc pour un article que le
      *dernier classement ne connait pas
       CHERCHE-CLASSE-ABC.
           MOVE SPACE TO WS-ATT-CLASSE-TROUVEE.
           PERFORM VARYING WS-INDEX-ATTRIBUT FROM 1 BY 1
           UNTIL WS-INDEX-ATTRIBUT GREATER THAN WS-NB-ATTRIBUTS
              IF WS-ATT-ARTICLE(WS-INDEX-ATTRIBUT) EQUAL
              WS-ATT-ARTICLE-CHERCHE
                 MOVE WS-ATT-CLASSE(WS-INDEX-ATTRIBUT)
                 TO WS-ATT-CLASSE-TROUVEE
              END-IF
           END-PERFORM.
       CHERCHE-CLASSE-ABC-FIN.
           EXIT.
