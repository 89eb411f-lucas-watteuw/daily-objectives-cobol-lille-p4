      *le contrôle de période du mouvement daté WS-PER-DATE-CHERCHE
      *dans le domaine WS-PER-DOMAINE-CHERCHE : si le mois est clos,
      *la date retenue est le jour même quand son mois est ouvert,
      *sinon le premier jour du premier mois ouvert qui suit
       CONTROLE-PERIODE.
           MOVE "N" TO WS-PER-CLOS.
           MOVE WS-PER-DATE-CHERCHE TO WS-PER-DATE-RETENUE.
           MOVE WS-PER-DATE-CHERCHE(1:6) TO WS-PER-MOIS-ESSAI.
           PERFORM STATUT-MOIS THRU STATUT-MOIS-FIN.
           IF NOT WS-PER-MOIS-CLOS
              GO TO CONTROLE-PERIODE-FIN
           END-IF.
           SET WS-PER-EST-CLOS TO TRUE.
           IF WS-PER-DATE-JOUR(1:6) GREATER THAN
           WS-PER-DATE-CHERCHE(1:6)
              MOVE WS-PER-DATE-JOUR(1:6) TO WS-PER-MOIS-ESSAI
              PERFORM STATUT-MOIS THRU STATUT-MOIS-FIN
              IF NOT WS-PER-MOIS-CLOS
                 MOVE WS-PER-DATE-JOUR TO WS-PER-DATE-RETENUE
                 GO TO CONTROLE-PERIODE-FIN
              END-IF
           END-IF.
      *au-delà de dix ans de périodes closes le calendrier est
      *faux : on reporte quand même au mois suivant le dernier essai
           MOVE 0 TO WS-PER-NB-ESSAIS.
           PERFORM UNTIL NOT WS-PER-MOIS-CLOS
           OR WS-PER-NB-ESSAIS GREATER THAN 120
              ADD 1 TO WS-PER-NB-ESSAIS
              IF WS-PER-ESSAI-MM EQUAL 12
                 ADD 1 TO WS-PER-ESSAI-AAAA
                 MOVE 1 TO WS-PER-ESSAI-MM
              ELSE
                 ADD 1 TO WS-PER-ESSAI-MM
              END-IF
              PERFORM STATUT-MOIS THRU STATUT-MOIS-FIN
           END-PERFORM.
           COMPUTE WS-PER-DATE-RETENUE = WS-PER-MOIS-ESSAI * 100 + 1.
       CONTROLE-PERIODE-FIN.
           EXIT.

      *le statut du mois WS-PER-MOIS-ESSAI dans le domaine cherché ;
      *un mois absent du calendrier est ouvert
       STATUT-MOIS.
           MOVE "O" TO WS-PER-MOIS-STATUT.
           PERFORM VARYING WS-INDEX-PERIODE FROM 1 BY 1
           UNTIL WS-INDEX-PERIODE GREATER THAN WS-NB-PERIODES
              IF WS-PER-DOMAINE(WS-INDEX-PERIODE) EQUAL
              WS-PER-DOMAINE-CHERCHE
              AND WS-PER-MOIS(WS-INDEX-PERIODE) EQUAL
              WS-PER-MOIS-ESSAI
                 MOVE WS-PER-STATUT(WS-INDEX-PERIODE)
                 TO WS-PER-MOIS-STATUT
              END-IF
           END-PERFORM.
       STATUT-MOIS-FIN.
           EXIT.

      *le journal des mouvements tardifs est complété run après
      *run, jamais écrasé : finance y retrouve tout ce qui est
      *arrivé après la clôture
       OUVRE-TARDIFS.
           OPEN INPUT F-TARDIFS.
           IF F-TARDIFS-STATUS-OK
              CLOSE F-TARDIFS
              OPEN EXTEND F-TARDIFS
           ELSE
              OPEN OUTPUT F-TARDIFS
           END-IF.
       OUVRE-TARDIFS-FIN.
           EXIT.

      *on note le mouvement contrôlé par le dernier CONTROLE-PERIODE,
      *avec l'action WS-PER-ACTION et la référence WS-PER-REFERENCE
       NOTE-TARDIF.
           ADD 1 TO WS-NB-TARDIFS.
           MOVE SPACES TO LIGNE-F-TARDIFS.
           MOVE WS-PER-DATE-JOUR TO F-TAR-DATE.
           MOVE WS-PER-DOMAINE-CHERCHE TO F-TAR-DOMAINE.
           MOVE WS-PER-PROGRAMME TO F-TAR-PROGRAMME.
           MOVE WS-PER-DATE-CHERCHE TO F-TAR-ORIGINE.
           IF WS-PER-ACTION EQUAL "R"
              MOVE 0 TO F-TAR-RETENUE
           ELSE
              MOVE WS-PER-DATE-RETENUE TO F-TAR-RETENUE
           END-IF.
           MOVE WS-PER-ACTION TO F-TAR-ACTION.
           MOVE WS-PER-REFERENCE TO F-TAR-REFERENCE.
           WRITE LIGNE-F-TARDIFS.
       NOTE-TARDIF-FIN.
           EXIT.
