              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FOURN-STATUS.

      *les retours renvoyés aux fournisseurs par retours.cbl : ils
      *comptent contre le fournisseur dans sa note
           SELECT RETOURS-FOURN ASSIGN TO "retours-fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-FOURN-STATUS.

      *la note de chaque fournisseur : délai constaté contre délai
      *promis, taux de service, lignes jamais livrées et retours,
      *les faits pour renégocier
           SELECT SCORECARD ASSIGN TO "rapport-fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

           05 DATE-LIVRAISON   PIC 9(8).
           05 FILLER           PIC X.
           05 DEPOT-LIVR       PIC X(3).
           05 FILLER           PIC X.
           05 LOT-LIVR         PIC X(8).
           05 FILLER           PIC X.
           05 DLC-LIVR         PIC 9(8).
           05 FILLER           PIC X.
           05 PRIX-LIVR        PIC 9(4)V99.

       FD FOURNISSEURS.
       01 LIGNE-FOURNISSEUR.
           05 PRIX-FOURN    PIC 9(4)V99.
           05 FILLER        PIC X.
           05 DELAI-FOURN   PIC 9(3).
      *les tolérances de facturation du fournisseur, en % : prix
      *facturé au-delà du prix commandé, quantité facturée au-delà
      *de la quantité reçue
           05 FILLER        PIC X.
           05 TOL-PRIX-FOURN PIC 9(2)V9.
           05 FILLER        PIC X.
           05 TOL-QTE-FOURN PIC 9(2)V9.
      *les conditions de paiement du fournisseur : nombre de jours
      *et N net ou F fin de mois (45 jours fin de mois = 045F)
           05 FILLER          PIC X.
           05 DELAI-PAIE-FOURN PIC 9(3).
           05 TYPE-PAIE-FOURN  PIC X.

       FD RETOURS-FOURN.
       01 LIGNE-RET-FOURN.
           05 DATE-RF          PIC 9(8).
           05 FILLER           PIC X.
           05 FOURN-RF         PIC X(6).
           05 FILLER           PIC X.
           05 DATE-LIVR-RF     PIC 9(8).
           05 FILLER           PIC X.
           05 ARTICLE-RF       PIC X(10).
           05 FILLER           PIC X.
           05 DEPOT-RF         PIC X(3).
           05 FILLER           PIC X.
           05 LOT-RF           PIC X(8).
           05 FILLER           PIC X.
           05 QTE-RF           PIC 9(3).
           05 FILLER           PIC X.
           05 MOTIF-RF         PIC X(2).

       FD SCORECARD.
       01 LIGNE-SCORECARD.
           05 LIGNE-SCORECARD-CONTENU PIC X(160).

       WORKING-STORAGE SECTION.

           88 WS-LIVR-STATUS-OK VALUE "00".
       01 WS-FOURN-STATUS PIC X(2) VALUE SPACES.
           88 WS-FOURN-STATUS-OK VALUE "00".
       01 WS-RET-FOURN-STATUS PIC X(2) VALUE SPACES.
           88 WS-RET-FOURN-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-COMMANDES PIC X VALUE "C".
       01 WS-FIN-LIVR      PIC X VALUE "C".
       01 WS-FIN-FOURN     PIC X VALUE "C".
       01 WS-FIN-RET-FOURN PIC X VALUE "C".

      *la date d'envoi du bon de commande, saisie au lancement :
      *le délai constaté de chaque ligne se mesure depuis elle

      *la note en cours de chaque fournisseur : lignes commandées,
      *quantités commandées et reçues, somme des délais constatés
      *des lignes livrées, lignes jamais livrées, et retours
      *renvoyés au fournisseur (lignes et quantités)
       01 WS-NB-SCORES PIC 9(4) VALUE 0.
       01 WS-SCORE OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-SCORES.
           05 WS-SCORE-CODE       PIC X(14).
           05 WS-SCORE-QTE-RECUE  PIC 9(6).
           05 WS-SCORE-DELAIS     PIC 9(6).
           05 WS-SCORE-JAMAIS     PIC 9(4).
           05 WS-SCORE-NB-RETOURS PIC 9(4).
           05 WS-SCORE-QTE-RETOUR PIC 9(6).

      *index et drapeaux de recherche
       01 WS-INDEX-FOURN PIC 9(4).
       01 WS-TAUX-EDIT PIC Z(2)9,99.
       01 WS-NOM-EDITE PIC X(20).

      *la quantité reçue nette des retours, qui fait le taux de
      *service
       01 WS-QTE-NETTE PIC S9(7).

       PROCEDURE DIVISION.

           DISPLAY "date d'envoi du bon de commande (AAAAMMJJ)".
           END-PERFORM.
           CLOSE BONCOMMANDE.

      *les retours renvoyés aux fournisseurs s'ajoutent à leur note,
      *même pour un fournisseur absent du bon de commande en cours
           OPEN INPUT RETOURS-FOURN.
           IF WS-RET-FOURN-STATUS-OK
              PERFORM UNTIL WS-FIN-RET-FOURN EQUAL "F"
                 READ RETOURS-FOURN
                    AT END
                       MOVE "F" TO WS-FIN-RET-FOURN
                    NOT AT END
                       PERFORM NOTE-RETOUR THRU NOTE-RETOUR-FIN
                 END-READ
              END-PERFORM
              CLOSE RETOURS-FOURN
           END-IF.

      *la note de chaque fournisseur rencontré
           OPEN OUTPUT SCORECARD.
           PERFORM VARYING WS-INDEX-SCORE FROM 1 BY 1
              MOVE 0 TO WS-SCORE-QTE-RECUE(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-DELAIS(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-JAMAIS(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-NB-RETOURS(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-QTE-RETOUR(WS-SCORE-COURANT)
           END-IF.

           ADD 1 TO WS-SCORE-NB-LIGNES(WS-SCORE-COURANT).
       NOTE-LIGNE-FIN.
           EXIT.

      *le retour lu est compté au fournisseur qui l'a reçu, créé
      *dans les notes s'il n'y était pas encore
       NOTE-RETOUR.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-SCORE FROM 1 BY 1
           UNTIL WS-INDEX-SCORE GREATER THAN WS-NB-SCORES
              IF WS-SCORE-CODE(WS-INDEX-SCORE) EQUAL FOURN-RF
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-SCORE TO WS-SCORE-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              ADD 1 TO WS-NB-SCORES
              MOVE WS-NB-SCORES TO WS-SCORE-COURANT
              MOVE FOURN-RF TO WS-SCORE-CODE(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-NB-LIGNES(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-NB-LIVREES(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-QTE-CDE(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-QTE-RECUE(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-DELAIS(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-JAMAIS(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-NB-RETOURS(WS-SCORE-COURANT)
              MOVE 0 TO WS-SCORE-QTE-RETOUR(WS-SCORE-COURANT)
           END-IF.
           ADD 1 TO WS-SCORE-NB-RETOURS(WS-SCORE-COURANT).
           ADD QTE-RF TO WS-SCORE-QTE-RETOUR(WS-SCORE-COURANT).
       NOTE-RETOUR-FIN.
           EXIT.

      *on édite la note du fournisseur WS-INDEX-SCORE : délai moyen
      *constaté contre promis, taux de service (les quantités
      *renvoyées ne comptent pas comme servies), lignes jamais
      *livrées et retours
       EDITE-SCORE.
           MOVE SPACES TO WS-NOM-EDITE.
           MOVE 0 TO WS-DELAI-PROMIS.
           ELSE
              MOVE 0 TO WS-DELAI-MOYEN
           END-IF.
           COMPUTE WS-QTE-NETTE =
              WS-SCORE-QTE-RECUE(WS-INDEX-SCORE)
              - WS-SCORE-QTE-RETOUR(WS-INDEX-SCORE).
           IF WS-QTE-NETTE LESS THAN 0
              MOVE 0 TO WS-QTE-NETTE
           END-IF.
           IF WS-SCORE-QTE-CDE(WS-INDEX-SCORE) GREATER THAN 0
              COMPUTE WS-TAUX-SERVICE ROUNDED =
                 WS-QTE-NETTE * 100
                 / WS-SCORE-QTE-CDE(WS-INDEX-SCORE)
           ELSE
              MOVE 0 TO WS-TAUX-SERVICE
           " j (promis " WS-DELAI-PROMIS " j)"
           " taux de service " FUNCTION TRIM(WS-TAUX-EDIT) " %"
           " jamais livrees " WS-SCORE-JAMAIS(WS-INDEX-SCORE)
           " retours " WS-SCORE-NB-RETOURS(WS-INDEX-SCORE)
           " (qte " WS-SCORE-QTE-RETOUR(WS-INDEX-SCORE) ")"
           INTO LIGNE-SCORECARD-CONTENU.
           WRITE LIGNE-SCORECARD.
       EDITE-SCORE-FIN.
