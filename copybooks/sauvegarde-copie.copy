      *la copie du fichier WS-SV-NOM-LU (organisation WS-SV-ORG-LU)
      *dans WS-SV-NOM-ECRIT (organisation WS-SV-ORG-ECRIT), avec le
      *nombre d'enregistrements et le total de contrôle de ce qui a
      *été copié
       COPIE-FICHIER.
           MOVE 0 TO WS-SV-NB.
           MOVE 0 TO WS-SV-TOTAL.
           PERFORM OUVRE-LECTURE-SV THRU OUVRE-LECTURE-SV-FIN.
           IF NOT WS-SV-REUSSI
              GO TO COPIE-FICHIER-FIN
           END-IF.
           PERFORM OUVRE-ECRITURE-SV THRU OUVRE-ECRITURE-SV-FIN.
           IF NOT WS-SV-REUSSI
              PERFORM FERME-LECTURE-SV THRU FERME-LECTURE-SV-FIN
              GO TO COPIE-FICHIER-FIN
           END-IF.
           PERFORM LIT-SV THRU LIT-SV-FIN.
           PERFORM UNTIL WS-SV-FIN EQUAL "F"
              PERFORM CUMULE-CONTROLE-SV THRU CUMULE-CONTROLE-SV-FIN
              PERFORM ECRIT-SV THRU ECRIT-SV-FIN
              PERFORM LIT-SV THRU LIT-SV-FIN
           END-PERFORM.
           PERFORM FERME-LECTURE-SV THRU FERME-LECTURE-SV-FIN.
           PERFORM FERME-ECRITURE-SV THRU FERME-ECRITURE-SV-FIN.
       COPIE-FICHIER-FIN.
           EXIT.

      *le nombre d'enregistrements et le total de contrôle du
      *fichier WS-SV-NOM-LU (organisation WS-SV-ORG-LU), sans rien
      *écrire
       COMPTE-FICHIER.
           MOVE 0 TO WS-SV-NB.
           MOVE 0 TO WS-SV-TOTAL.
           PERFORM OUVRE-LECTURE-SV THRU OUVRE-LECTURE-SV-FIN.
           IF NOT WS-SV-REUSSI
              GO TO COMPTE-FICHIER-FIN
           END-IF.
           PERFORM LIT-SV THRU LIT-SV-FIN.
           PERFORM UNTIL WS-SV-FIN EQUAL "F"
              PERFORM CUMULE-CONTROLE-SV THRU CUMULE-CONTROLE-SV-FIN
              PERFORM LIT-SV THRU LIT-SV-FIN
           END-PERFORM.
           PERFORM FERME-LECTURE-SV THRU FERME-LECTURE-SV-FIN.
       COMPTE-FICHIER-FIN.
           EXIT.

      *l'ouverture du fichier lu selon son organisation ; un fichier
      *absent (statut 35) se distingue d'une erreur
       OUVRE-LECTURE-SV.
           MOVE "O" TO WS-SV-RESULTAT.
           MOVE "C" TO WS-SV-FIN.
           EVALUATE WS-SV-ORG-LU
              WHEN "P"
                 MOVE WS-SV-NOM-LU TO WS-SV-NOM-INDEXE
                 OPEN INPUT F-PORTEFEUILLE-SV
                 MOVE F-INDEXE-SV-STATUS TO F-ORIGINE-SV-STATUS
              WHEN "M"
                 MOVE WS-SV-NOM-LU TO WS-SV-NOM-INDEXE
                 OPEN INPUT F-SINISTRES-SV
                 MOVE F-INDEXE-SV-STATUS TO F-ORIGINE-SV-STATUS
              WHEN OTHER
                 OPEN INPUT F-ORIGINE-SV
           END-EVALUATE.
           IF F-ORIGINE-SV-STATUS EQUAL "35"
              MOVE "A" TO WS-SV-RESULTAT
           ELSE
              IF NOT F-ORIGINE-SV-STATUS-OK
                 MOVE "E" TO WS-SV-RESULTAT
              END-IF
           END-IF.
       OUVRE-LECTURE-SV-FIN.
           EXIT.

      *l'enregistrement suivant du fichier lu, dans WS-SV-TAMPON
       LIT-SV.
           MOVE SPACES TO WS-SV-TAMPON.
           EVALUATE WS-SV-ORG-LU
              WHEN "P"
                 READ F-PORTEFEUILLE-SV
                    AT END
                       MOVE "F" TO WS-SV-FIN
                    NOT AT END
                       MOVE LIGNE-F-PORTEFEUILLE-SV TO WS-SV-TAMPON
                 END-READ
              WHEN "M"
                 READ F-SINISTRES-SV
                    AT END
                       MOVE "F" TO WS-SV-FIN
                    NOT AT END
                       MOVE LIGNE-F-SINISTRES-SV TO WS-SV-TAMPON
                 END-READ
              WHEN OTHER
                 READ F-ORIGINE-SV
                    AT END
                       MOVE "F" TO WS-SV-FIN
                    NOT AT END
                       MOVE LIGNE-F-ORIGINE-SV TO WS-SV-TAMPON
                 END-READ
           END-EVALUATE.
       LIT-SV-FIN.
           EXIT.

       FERME-LECTURE-SV.
           EVALUATE WS-SV-ORG-LU
              WHEN "P"
                 CLOSE F-PORTEFEUILLE-SV
              WHEN "M"
                 CLOSE F-SINISTRES-SV
              WHEN OTHER
                 CLOSE F-ORIGINE-SV
           END-EVALUATE.
       FERME-LECTURE-SV-FIN.
           EXIT.

      *l'ouverture du fichier écrit selon son organisation ; il est
      *recréé à vide
       OUVRE-ECRITURE-SV.
           MOVE "O" TO WS-SV-RESULTAT.
           EVALUATE WS-SV-ORG-ECRIT
              WHEN "P"
                 MOVE WS-SV-NOM-ECRIT TO WS-SV-NOM-INDEXE
                 OPEN OUTPUT F-PORTEFEUILLE-SV
                 MOVE F-INDEXE-SV-STATUS TO F-DESTINATION-SV-STATUS
              WHEN "M"
                 MOVE WS-SV-NOM-ECRIT TO WS-SV-NOM-INDEXE
                 OPEN OUTPUT F-SINISTRES-SV
                 MOVE F-INDEXE-SV-STATUS TO F-DESTINATION-SV-STATUS
              WHEN OTHER
                 OPEN OUTPUT F-DESTINATION-SV
           END-EVALUATE.
           IF NOT F-DESTINATION-SV-STATUS-OK
              MOVE "E" TO WS-SV-RESULTAT
           END-IF.
       OUVRE-ECRITURE-SV-FIN.
           EXIT.

      *l'écriture de WS-SV-TAMPON ; une écriture refusée (clé en
      *double ou hors séquence) fait échouer la copie
       ECRIT-SV.
           EVALUATE WS-SV-ORG-ECRIT
              WHEN "P"
                 MOVE WS-SV-TAMPON TO LIGNE-F-PORTEFEUILLE-SV
                 WRITE LIGNE-F-PORTEFEUILLE-SV
                 MOVE F-INDEXE-SV-STATUS TO F-DESTINATION-SV-STATUS
              WHEN "M"
                 MOVE WS-SV-TAMPON TO LIGNE-F-SINISTRES-SV
                 WRITE LIGNE-F-SINISTRES-SV
                 MOVE F-INDEXE-SV-STATUS TO F-DESTINATION-SV-STATUS
              WHEN OTHER
                 WRITE LIGNE-F-DESTINATION-SV FROM WS-SV-TAMPON
           END-EVALUATE.
           IF NOT F-DESTINATION-SV-STATUS-OK
              MOVE "E" TO WS-SV-RESULTAT
           END-IF.
       ECRIT-SV-FIN.
           EXIT.

       FERME-ECRITURE-SV.
           EVALUATE WS-SV-ORG-ECRIT
              WHEN "P"
                 CLOSE F-PORTEFEUILLE-SV
              WHEN "M"
                 CLOSE F-SINISTRES-SV
              WHEN OTHER
                 CLOSE F-DESTINATION-SV
           END-EVALUATE.
       FERME-ECRITURE-SV-FIN.
           EXIT.

      *l'enregistrement lu compte pour un, et chaque caractère non
      *blanc ajoute son code pondéré par sa position au total : un
      *caractère changé ou déplacé change le total
       CUMULE-CONTROLE-SV.
           ADD 1 TO WS-SV-NB.
           PERFORM VARYING WS-SV-POSITION FROM 1 BY 1
           UNTIL WS-SV-POSITION GREATER THAN 500
              IF WS-SV-TAMPON(WS-SV-POSITION:1) NOT EQUAL SPACE
                 COMPUTE WS-SV-TOTAL = WS-SV-TOTAL + WS-SV-POSITION
                 * FUNCTION ORD(WS-SV-TAMPON(WS-SV-POSITION:1))
              END-IF
           END-PERFORM.
       CUMULE-CONTROLE-SV-FIN.
           EXIT.
