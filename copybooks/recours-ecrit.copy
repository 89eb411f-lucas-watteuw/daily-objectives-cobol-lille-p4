      *le fichier des recours est réécrit en entier
       ECRIT-RECOURS.
           OPEN OUTPUT F-RECOURS.
           PERFORM VARYING WS-INDEX-RECOURS FROM 1 BY 1
           UNTIL WS-INDEX-RECOURS GREATER THAN WS-NB-RECOURS
              MOVE SPACES TO LIGNE-F-RECOURS
              MOVE WS-RC-NUMERO(WS-INDEX-RECOURS) TO RC-NUMERO
              MOVE WS-RC-TERME(WS-INDEX-RECOURS) TO RC-TERME
              MOVE WS-RC-LASTNAME(WS-INDEX-RECOURS) TO RC-LASTNAME
              MOVE WS-RC-FIRSTNAME(WS-INDEX-RECOURS) TO RC-FIRSTNAME
              MOVE WS-RC-CLASS(WS-INDEX-RECOURS) TO RC-CLASS
              MOVE WS-RC-LABEL(WS-INDEX-RECOURS) TO RC-LABEL
              MOVE WS-RC-NOTE-ORIGINE(WS-INDEX-RECOURS)
              TO RC-NOTE-ORIGINE
              MOVE WS-RC-NOTE-DEMANDEE(WS-INDEX-RECOURS)
              TO RC-NOTE-DEMANDEE
              MOVE WS-RC-MOTIF(WS-INDEX-RECOURS) TO RC-MOTIF
              MOVE WS-RC-DEPOT-DATE(WS-INDEX-RECOURS) TO RC-DEPOT-DATE
              MOVE WS-RC-DEPOT-OPERATEUR(WS-INDEX-RECOURS)
              TO RC-DEPOT-OPERATEUR
              MOVE WS-RC-DECISION(WS-INDEX-RECOURS) TO RC-DECISION
              MOVE WS-RC-NOTE-ACCORDEE(WS-INDEX-RECOURS)
              TO RC-NOTE-ACCORDEE
              MOVE WS-RC-DECIDEUR(WS-INDEX-RECOURS) TO RC-DECIDEUR
              MOVE WS-RC-DECISION-OPERATEUR(WS-INDEX-RECOURS)
              TO RC-DECISION-OPERATEUR
              MOVE WS-RC-DECISION-DATE(WS-INDEX-RECOURS)
              TO RC-DECISION-DATE
              MOVE WS-RC-APPLICATION-DATE(WS-INDEX-RECOURS)
              TO RC-APPLICATION-DATE
              MOVE WS-RC-MOYENNE-AVANT(WS-INDEX-RECOURS)
              TO RC-MOYENNE-AVANT
              MOVE WS-RC-MOYENNE-APRES(WS-INDEX-RECOURS)
              TO RC-MOYENNE-APRES
              MOVE WS-RC-RANG-AVANT(WS-INDEX-RECOURS) TO RC-RANG-AVANT
              MOVE WS-RC-RANG-APRES(WS-INDEX-RECOURS) TO RC-RANG-APRES
              MOVE WS-RC-APPREC-AVANT(WS-INDEX-RECOURS)
              TO RC-APPREC-AVANT
              MOVE WS-RC-APPREC-APRES(WS-INDEX-RECOURS)
              TO RC-APPREC-APRES
              MOVE WS-RC-HONNEUR-AVANT(WS-INDEX-RECOURS)
              TO RC-HONNEUR-AVANT
              MOVE WS-RC-HONNEUR-APRES(WS-INDEX-RECOURS)
              TO RC-HONNEUR-APRES
              WRITE LIGNE-F-RECOURS
           END-PERFORM.
           CLOSE F-RECOURS.
