      *on charge le manifeste des jeux de sauvegarde
       CHARGE-MANIFESTE-SV.
           OPEN INPUT F-MANIFESTE-SV.
           IF NOT F-MANIFESTE-SV-STATUS-OK
              GO TO CHARGE-MANIFESTE-SV-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-MANIFESTE-SV EQUAL "F"
              READ F-MANIFESTE-SV
                 AT END
                    MOVE "F" TO WS-FIN-MANIFESTE-SV
                 NOT AT END
                    ADD 1 TO WS-SV-NB-LIGNES
                    MOVE F-SV-JEU TO WS-SV-L-JEU(WS-SV-NB-LIGNES)
                    MOVE F-SV-TYPE TO WS-SV-L-TYPE(WS-SV-NB-LIGNES)
                    MOVE F-SV-NOM TO WS-SV-L-NOM(WS-SV-NB-LIGNES)
                    MOVE F-SV-ORG TO WS-SV-L-ORG(WS-SV-NB-LIGNES)
                    MOVE F-SV-ETAT TO WS-SV-L-ETAT(WS-SV-NB-LIGNES)
                    MOVE F-SV-NB TO WS-SV-L-NB(WS-SV-NB-LIGNES)
                    MOVE F-SV-TOTAL TO WS-SV-L-TOTAL(WS-SV-NB-LIGNES)
                    MOVE F-SV-COPIE TO WS-SV-L-COPIE(WS-SV-NB-LIGNES)
                    MOVE SPACE TO WS-SV-L-VERDICT(WS-SV-NB-LIGNES)
              END-READ
           END-PERFORM.
           CLOSE F-MANIFESTE-SV.
       CHARGE-MANIFESTE-SV-FIN.
           EXIT.

      *le jeu demandé (WS-SV-JEU-DEMANDE), ou le plus récent quand
      *la demande est à zéro, parmi les jeux qui ont leur ligne de
      *fin ; sans jeu complet, WS-SV-JEU reste à zéro
       CHOISIT-JEU-SV.
           MOVE 0 TO WS-SV-JEU.
           MOVE 0 TO WS-SV-NB-ATTENDUS.
           PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
           UNTIL WS-SV-INDEX GREATER THAN WS-SV-NB-LIGNES
              IF WS-SV-L-TYPE(WS-SV-INDEX) EQUAL "C"
              AND ((WS-SV-JEU-DEMANDE EQUAL 0
              AND WS-SV-L-JEU(WS-SV-INDEX) GREATER THAN WS-SV-JEU)
              OR WS-SV-L-JEU(WS-SV-INDEX) EQUAL WS-SV-JEU-DEMANDE)
                 MOVE WS-SV-L-JEU(WS-SV-INDEX) TO WS-SV-JEU
                 MOVE WS-SV-L-NB(WS-SV-INDEX) TO WS-SV-NB-ATTENDUS
              END-IF
           END-PERFORM.
       CHOISIT-JEU-SV-FIN.
           EXIT.

      *le contrôle du jeu WS-SV-JEU avant toute restauration : le
      *nombre de fichiers doit être celui de la ligne de fin, et
      *chaque copie doit être là avec le nombre et le total notés à
      *la sauvegarde ; WS-SV-NB-ECARTS compte ce qui manque
       CONTROLE-JEU-SV.
           MOVE 0 TO WS-SV-NB-ECARTS.
           MOVE 0 TO WS-SV-NB-FICHIERS.
           PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
           UNTIL WS-SV-INDEX GREATER THAN WS-SV-NB-LIGNES
              IF WS-SV-L-JEU(WS-SV-INDEX) EQUAL WS-SV-JEU
              AND WS-SV-L-TYPE(WS-SV-INDEX) EQUAL "F"
                 ADD 1 TO WS-SV-NB-FICHIERS
                 MOVE "O" TO WS-SV-L-VERDICT(WS-SV-INDEX)
                 IF WS-SV-L-ETAT(WS-SV-INDEX) EQUAL "P"
                    MOVE "S" TO WS-SV-ORG-LU
                    MOVE WS-SV-L-COPIE(WS-SV-INDEX) TO WS-SV-NOM-LU
                    PERFORM COMPTE-FICHIER THRU COMPTE-FICHIER-FIN
                    IF NOT WS-SV-REUSSI
                       MOVE "M" TO WS-SV-L-VERDICT(WS-SV-INDEX)
                       ADD 1 TO WS-SV-NB-ECARTS
                    ELSE
                       IF WS-SV-NB NOT EQUAL WS-SV-L-NB(WS-SV-INDEX)
                       OR WS-SV-TOTAL NOT EQUAL
                       WS-SV-L-TOTAL(WS-SV-INDEX)
                          MOVE "E" TO WS-SV-L-VERDICT(WS-SV-INDEX)
                          ADD 1 TO WS-SV-NB-ECARTS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-SV-NB-FICHIERS NOT EQUAL WS-SV-NB-ATTENDUS
              ADD 1 TO WS-SV-NB-ECARTS
           END-IF.
       CONTROLE-JEU-SV-FIN.
           EXIT.

      *la restauration du fichier de la ligne WS-SV-INDEX sous le
      *nom WS-SV-NOM-ECRIT, recompté ensuite dans son organisation
      *d'origine : le verdict passe à O quand le fichier restauré a
      *le nombre et le total de la sauvegarde, à E sinon (compté
      *dans WS-SV-NB-ECARTS) ; un fichier absent à la sauvegarde
      *est supprimé, pour revenir exactement à l'état sauvegardé
       RESTAURE-FICHIER-SV.
           MOVE "E" TO WS-SV-L-VERDICT(WS-SV-INDEX).
           IF WS-SV-L-ETAT(WS-SV-INDEX) EQUAL "A"
              DELETE FILE F-DESTINATION-SV
           ELSE
              MOVE "S" TO WS-SV-ORG-LU
              MOVE WS-SV-L-COPIE(WS-SV-INDEX) TO WS-SV-NOM-LU
              MOVE WS-SV-L-ORG(WS-SV-INDEX) TO WS-SV-ORG-ECRIT
              PERFORM COPIE-FICHIER THRU COPIE-FICHIER-FIN
              IF NOT WS-SV-REUSSI
                 ADD 1 TO WS-SV-NB-ECARTS
                 GO TO RESTAURE-FICHIER-SV-FIN
              END-IF
           END-IF.

           MOVE WS-SV-L-ORG(WS-SV-INDEX) TO WS-SV-ORG-LU.
           MOVE WS-SV-NOM-ECRIT TO WS-SV-NOM-LU.
           PERFORM COMPTE-FICHIER THRU COMPTE-FICHIER-FIN.
           IF WS-SV-L-ETAT(WS-SV-INDEX) EQUAL "A"
              IF WS-SV-ABSENT
                 MOVE "O" TO WS-SV-L-VERDICT(WS-SV-INDEX)
              END-IF
           ELSE
              IF WS-SV-REUSSI
              AND WS-SV-NB EQUAL WS-SV-L-NB(WS-SV-INDEX)
              AND WS-SV-TOTAL EQUAL WS-SV-L-TOTAL(WS-SV-INDEX)
                 MOVE "O" TO WS-SV-L-VERDICT(WS-SV-INDEX)
              END-IF
           END-IF.
           IF WS-SV-L-VERDICT(WS-SV-INDEX) NOT EQUAL "O"
              ADD 1 TO WS-SV-NB-ECARTS
           END-IF.
       RESTAURE-FICHIER-SV-FIN.
           EXIT.
