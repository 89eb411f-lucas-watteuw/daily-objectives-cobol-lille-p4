           SELECT NOUVELLES-VIDE ASSIGN TO "nouvelles-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les lignes des nouvelles commandes (produit et quantité),
      *saisies avec elles et vidées avec elles
           SELECT NOUVELLES-LIGNES
           ASSIGN TO "nouvelles-lignes-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NLIGNES-STATUS.

           SELECT NOUVELLES-LIGNES-VIDE
           ASSIGN TO "nouvelles-lignes-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le catalogue, pour le prix TTC et le taux de TVA de chaque
      *ligne
           SELECT PRODUITS ASSIGN TO "produits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODUITS-STATUS.

      *les lignes chiffrées des commandes, sous chaque commande ;
      *réécrites à chaque run
           SELECT LIGNES-COMMANDES ASSIGN TO "lignes-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIGNES-STATUS.

           SELECT LIGNES-NOUVEAU ASSIGN TO "lignes-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les lignes refusées à la saisie (produit inconnu ou
      *discontinué), ajoutées run après run
           SELECT LIGNES-REJETEES
           ASSIGN TO "lignes-commandes-rejetees.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LREJ-STATUS.

      *l'inventaire, pour le stock disponible à réserver
           SELECT INVENTAIRE ASSIGN TO "inventaire.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INV-STATUS.

      *les réservations de stock des commandes acceptées, levées
      *par expedition.cbl au prélèvement ; réécrites à chaque run
           SELECT RESERVATIONS ASSIGN TO "reservations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESERVATIONS-STATUS.

           SELECT RESERVATIONS-NOUVEAU ASSIGN TO "reservations.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les clients avec leur limite de crédit, tenus par
      *mainclients.cbl
           SELECT CLIENT ASSIGN TO "clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOTAUX-STATUS.

      *les pièces ouvertes par client tenues par lettrage.cbl :
      *quand elles existent, elles donnent l'encours réel à la
      *place des totaux de commandes
           SELECT ENCOURS ASSIGN TO "encours-clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENCOURS-STATUS.

      *les commandes acceptées rejoignent le fichier vivant des
      *commandes
           SELECT COMMANDE ASSIGN TO "num-commandes.txt"
       FD NOUVELLES-VIDE.
       01 LIGNE-NOUVELLE-VIDE PIC X(30).

      *une ligne saisie : numéro de commande, produit, quantité
       FD NOUVELLES-LIGNES.
       01 LIGNE-SAISIE.
           05 NUM-COMMANDE1-SAI PIC 9(4).
           05 FILLER            PIC X.
           05 NUM-COMMANDE2-SAI PIC 9(5).
           05 FILLER            PIC X.
           05 ARTICLE-SAI       PIC X(10).
           05 FILLER            PIC X.
           05 QTE-SAI           PIC 9(3).

       FD NOUVELLES-LIGNES-VIDE.
       01 LIGNE-SAISIE-VIDE PIC X(25).

       FD PRODUITS.
       01 LIGNE-PRODUIT.
           05 F-NOM          PIC X(20).
           05 F-PRIX         PIC 9(4).
           05 F-VENTE-HEBDO  PIC 9(4).
           05 F-STOCK        PIC 9(4).
           05 F-ETAT         PIC X.
           05 F-DATE-ETAT    PIC 9(8).
           05 F-PRIX-ACHAT   PIC 9(4)V99.
           05 F-TAUX-TVA     PIC 9(2)V99.

      *une ligne de commande chiffrée : commande, produit,
      *quantité, prix unitaire TTC et taux de TVA
       FD LIGNES-COMMANDES.
       01 LIGNE-DETAIL.
           05 NUM-COMMANDE1-DET PIC 9(4).
           05 FILLER            PIC X.
           05 NUM-COMMANDE2-DET PIC 9(5).
           05 FILLER            PIC X.
           05 ARTICLE-DET       PIC X(10).
           05 FILLER            PIC X.
           05 QTE-DET           PIC 9(3).
           05 FILLER            PIC X.
           05 PRIX-UNIT-DET     PIC 9(4)V99.
           05 FILLER            PIC X.
           05 TAUX-TVA-DET      PIC 9(2)V99.

       FD LIGNES-NOUVEAU.
       01 LIGNE-DETAIL-NOUVEAU.
           05 NUM-COMMANDE1-DETN PIC 9(4).
           05 FILLER             PIC X.
           05 NUM-COMMANDE2-DETN PIC 9(5).
           05 FILLER             PIC X.
           05 ARTICLE-DETN       PIC X(10).
           05 FILLER             PIC X.
           05 QTE-DETN           PIC 9(3).
           05 FILLER             PIC X.
           05 PRIX-UNIT-DETN     PIC 9(4)V99.
           05 FILLER             PIC X.
           05 TAUX-TVA-DETN      PIC 9(2)V99.

       FD LIGNES-REJETEES.
       01 LIGNE-REJETEE.
           05 DATE-REJ          PIC 9(8).
           05 FILLER            PIC X.
           05 NUM-COMMANDE1-REJ PIC 9(4).
           05 FILLER            PIC X.
           05 NUM-COMMANDE2-REJ PIC 9(5).
           05 FILLER            PIC X.
           05 ARTICLE-REJ       PIC X(10).
           05 FILLER            PIC X.
           05 QTE-REJ           PIC 9(3).
           05 FILLER            PIC X.
           05 MOTIF-REJ         PIC X(20).

       FD INVENTAIRE.
       01 LIGNE-INVENTAIRE.
           05 NOM-ARTICLE PIC X(10).
           05 RESTE-ARTICLE PIC 9(2).
           05 PRIX-ARTICLE PIC 9(4)V99.
           05 DEPOT-ARTICLE PIC X(3).

      *une réservation : commande, article, quantité réservée et
      *date de la réservation
       FD RESERVATIONS.
       01 LIGNE-RESERVATION.
           05 NUM-COMMANDE1-RES PIC 9(4).
           05 FILLER            PIC X.
           05 NUM-COMMANDE2-RES PIC 9(5).
           05 FILLER            PIC X.
           05 ARTICLE-RES       PIC X(10).
           05 FILLER            PIC X.
           05 QTE-RES           PIC 9(5).
           05 FILLER            PIC X.
           05 DATE-RES          PIC 9(8).

       FD RESERVATIONS-NOUVEAU.
       01 LIGNE-RESERVATION-NOUVEAU.
           05 NUM-COMMANDE1-RESN PIC 9(4).
           05 FILLER             PIC X.
           05 NUM-COMMANDE2-RESN PIC 9(5).
           05 FILLER             PIC X.
           05 ARTICLE-RESN       PIC X(10).
           05 FILLER             PIC X.
           05 QTE-RESN           PIC 9(5).
           05 FILLER             PIC X.
           05 DATE-RESN          PIC 9(8).

       FD CLIENT.
       01 LIGNE-CLIENT.
           05 NUM-CLIENT PIC 9(2).
           05 FILLER             PIC X.
           05 MONTANT-TOTAL-CLIENT PIC 9(8)V99.

       FD ENCOURS.
       01 LIGNE-ENCOURS.
           05 NUM-CLIENT-ENC PIC 9(2).
           05 FILLER         PIC X.
           05 NATURE-ENC     PIC X.
           05 FILLER         PIC X.
           05 PIECE-ENC      PIC X(10).
           05 FILLER         PIC X.
           05 DATE-ENC       PIC 9(8).
           05 FILLER         PIC X.
           05 ECHEANCE-ENC   PIC 9(8).
           05 FILLER         PIC X.
           05 RESTE-ENC      PIC 9(6)V99.

       FD COMMANDE.
       01 LIGNE-COMMANDE.
           05 NUM-CLIENT-COMMANDE PIC 9(2).
           88 WS-COMMANDE-STATUS-OK VALUE "00".
       01 WS-BLOQUEES-STATUS PIC X(2) VALUE SPACES.
           88 WS-BLOQUEES-STATUS-OK VALUE "00".
       01 WS-NLIGNES-STATUS PIC X(2) VALUE SPACES.
           88 WS-NLIGNES-STATUS-OK VALUE "00".
       01 WS-PRODUITS-STATUS PIC X(2) VALUE SPACES.
           88 WS-PRODUITS-STATUS-OK VALUE "00".
       01 WS-LIGNES-STATUS PIC X(2) VALUE SPACES.
           88 WS-LIGNES-STATUS-OK VALUE "00".
       01 WS-LREJ-STATUS PIC X(2) VALUE SPACES.
           88 WS-LREJ-STATUS-OK VALUE "00".
       01 WS-INV-STATUS PIC X(2) VALUE SPACES.
           88 WS-INV-STATUS-OK VALUE "00".
       01 WS-RESERVATIONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-RESERVATIONS-STATUS-OK VALUE "00".
       01 WS-ENCOURS-STATUS PIC X(2) VALUE SPACES.
           88 WS-ENCOURS-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-NOUVELLES PIC X VALUE "C".
       01 WS-FIN-CLIENTS PIC X VALUE "C".
       01 WS-FIN-TOTAUX PIC X VALUE "C".
       01 WS-FIN-ENCOURS PIC X VALUE "C".
       01 WS-FIN-BLOQUEES PIC X VALUE "C".
       01 WS-FIN-SAISIES PIC X VALUE "C".
       01 WS-FIN-PRODUITS PIC X VALUE "C".
       01 WS-FIN-LIGNES PIC X VALUE "C".
       01 WS-FIN-INVENTAIRE PIC X VALUE "C".
       01 WS-FIN-RESERVATIONS PIC X VALUE "C".

      *la date du jour
       01 WS-DATE-JOUR PIC 9(8).

      *le mode du run : C pour contrôler les nouvelles commandes,
      *G pour que le responsable décide du sort des bloquées
           05 WS-BLQ-MONTANT   PIC 9(6)V99.
           05 WS-BLQ-SORT      PIC X.

      *le catalogue : prix TTC, état et taux de TVA
       01 WS-NB-PRODUITS PIC 9(4) VALUE 0.
       01 WS-PRODUIT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PRODUITS.
           05 WS-PRD-NOM      PIC X(20).
           05 WS-PRD-PRIX     PIC 9(4).
           05 WS-PRD-ETAT     PIC X.
           05 WS-PRD-TAUX-TVA PIC 9(2)V99.

      *les lignes saisies avec les nouvelles commandes
       01 WS-NB-SAISIES PIC 9(4) VALUE 0.
       01 WS-SAISIE OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-SAISIES.
           05 WS-SAI-COMMANDE1 PIC 9(4).
           05 WS-SAI-COMMANDE2 PIC 9(5).
           05 WS-SAI-ARTICLE   PIC X(10).
           05 WS-SAI-QTE       PIC 9(3).

      *les lignes chiffrées de toutes les commandes, réécrites en
      *fin de run sans celles des commandes rejetées
       01 WS-NB-LIGNES PIC 9(4) VALUE 0.
       01 WS-LIGNE-CDE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-LIGNES.
           05 WS-LCD-COMMANDE1 PIC 9(4).
           05 WS-LCD-COMMANDE2 PIC 9(5).
           05 WS-LCD-ARTICLE   PIC X(10).
           05 WS-LCD-QTE       PIC 9(3).
           05 WS-LCD-PRIX-UNIT PIC 9(4)V99.
           05 WS-LCD-TAUX-TVA  PIC 9(2)V99.
           05 WS-LCD-SORT      PIC X.

      *le stock par article tous dépôts confondus et ce qui en est
      *déjà réservé
       01 WS-NB-STOCKS PIC 9(4) VALUE 0.
       01 WS-STOCK OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-STOCKS.
           05 WS-STK-ARTICLE PIC X(10).
           05 WS-STK-RESTE   PIC 9(5).
           05 WS-STK-RESERVE PIC 9(5).

      *les réservations, celles du run comprises
       01 WS-NB-RESERVATIONS PIC 9(4) VALUE 0.
       01 WS-RESERVATION OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-RESERVATIONS.
           05 WS-RES-COMMANDE1 PIC 9(4).
           05 WS-RES-COMMANDE2 PIC 9(5).
           05 WS-RES-ARTICLE   PIC X(10).
           05 WS-RES-QTE       PIC 9(5).
           05 WS-RES-DATE      PIC 9(8).

      *la commande en cours de chiffrage ou de réservation
       01 WS-CDE-COMMANDE1 PIC 9(4).
       01 WS-CDE-COMMANDE2 PIC 9(5).
       01 WS-MONTANT-CALCULE PIC 9(6)V99.
       01 WS-NB-LIGNES-SAISIES PIC 9(4).
       01 WS-NB-LIGNES-VALIDES PIC 9(4).
       01 WS-DISPONIBLE PIC 9(5).
       01 WS-QTE-RESERVEE PIC 9(5).

      *index et drapeaux de recherche
       01 WS-INDEX-CLIENT PIC 9(4).
       01 WS-INDEX-PRODUIT PIC 9(4).
       01 WS-INDEX-SAISIE PIC 9(4).
       01 WS-INDEX-LIGNE PIC 9(4).
       01 WS-INDEX-STOCK PIC 9(4).
       01 WS-INDEX-RES PIC 9(4).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".
       01 WS-PRODUIT-COURANT PIC 9(4).
       01 WS-STOCK-COURANT PIC 9(4).
       01 WS-INDEX-BLQ PIC 9(4).
       01 WS-CLIENT-TROUVE PIC X VALUE "N".
           88 WS-CLIENT-EST-TROUVE VALUE "O".
       01 WS-NB-BLOQUEES-RUN PIC 9(4) VALUE 0.
       01 WS-NB-LIBEREES PIC 9(4) VALUE 0.
       01 WS-NB-REJETEES PIC 9(4) VALUE 0.
       01 WS-NB-LIGNES-REJETEES PIC 9(4) VALUE 0.
       01 WS-NB-RESERVEES PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           END-PERFORM.
           CLOSE CLIENT.

      *l'encours impayé de chaque client vient des pièces ouvertes
      *du lettrage : factures non soldées et commandes non
      *facturées, moins le crédit non affecté ; à défaut, des
      *totaux de file2.cbl
           OPEN INPUT ENCOURS.
           IF WS-ENCOURS-STATUS-OK
              PERFORM UNTIL WS-FIN-ENCOURS EQUAL "F"
                 READ ENCOURS
                    AT END
                       MOVE "F" TO WS-FIN-ENCOURS
                    NOT AT END
                       PERFORM CUMULE-ENCOURS THRU CUMULE-ENCOURS-FIN
                 END-READ
              END-PERFORM
              CLOSE ENCOURS
           ELSE
              PERFORM CHARGE-TOTAUX THRU CHARGE-TOTAUX-FIN
           END-IF.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *le catalogue chiffre les lignes saisies ; un produit sans
      *taux (catalogue d'avant la TVA) vaut 20,00
           OPEN INPUT PRODUITS.
           IF WS-PRODUITS-STATUS-OK
              PERFORM UNTIL WS-FIN-PRODUITS EQUAL "F"
                 READ PRODUITS
                    AT END
                       MOVE "F" TO WS-FIN-PRODUITS
                    NOT AT END
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE F-NOM TO WS-PRD-NOM(WS-NB-PRODUITS)
                       MOVE F-PRIX TO WS-PRD-PRIX(WS-NB-PRODUITS)
                       MOVE F-ETAT TO WS-PRD-ETAT(WS-NB-PRODUITS)
                       IF F-TAUX-TVA IS NUMERIC
                       AND F-TAUX-TVA GREATER THAN 0
                          MOVE F-TAUX-TVA
                          TO WS-PRD-TAUX-TVA(WS-NB-PRODUITS)
                       ELSE
                          MOVE 20.00 TO WS-PRD-TAUX-TVA(WS-NB-PRODUITS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUITS
           ELSE
              DISPLAY "produits.txt absent, lignes non chiffrables"
           END-IF.

      *les lignes chiffrées déjà enregistrées
           OPEN INPUT LIGNES-COMMANDES.
           IF WS-LIGNES-STATUS-OK
              PERFORM UNTIL WS-FIN-LIGNES EQUAL "F"
                 READ LIGNES-COMMANDES
                    AT END
                       MOVE "F" TO WS-FIN-LIGNES
                    NOT AT END
                       ADD 1 TO WS-NB-LIGNES
                       MOVE NUM-COMMANDE1-DET
                       TO WS-LCD-COMMANDE1(WS-NB-LIGNES)
                       MOVE NUM-COMMANDE2-DET
                       TO WS-LCD-COMMANDE2(WS-NB-LIGNES)
                       MOVE ARTICLE-DET TO WS-LCD-ARTICLE(WS-NB-LIGNES)
                       MOVE QTE-DET TO WS-LCD-QTE(WS-NB-LIGNES)
      *une ligne d'avant le chiffrage n'a ni prix ni taux
                       IF PRIX-UNIT-DET IS NUMERIC
                          MOVE PRIX-UNIT-DET
                          TO WS-LCD-PRIX-UNIT(WS-NB-LIGNES)
                       ELSE
                          MOVE 0 TO WS-LCD-PRIX-UNIT(WS-NB-LIGNES)
                       END-IF
                       IF TAUX-TVA-DET IS NUMERIC
                          MOVE TAUX-TVA-DET
                          TO WS-LCD-TAUX-TVA(WS-NB-LIGNES)
                       ELSE
                          MOVE 0 TO WS-LCD-TAUX-TVA(WS-NB-LIGNES)
                       END-IF
                       MOVE "A" TO WS-LCD-SORT(WS-NB-LIGNES)
                 END-READ
              END-PERFORM
              CLOSE LIGNES-COMMANDES
           END-IF.

      *le stock de chaque article, tous dépôts confondus
           OPEN INPUT INVENTAIRE.
           IF WS-INV-STATUS-OK
              PERFORM UNTIL WS-FIN-INVENTAIRE EQUAL "F"
                 READ INVENTAIRE
                    AT END
                       MOVE "F" TO WS-FIN-INVENTAIRE
                    NOT AT END
                       MOVE "N" TO WS-TROUVE
                       PERFORM VARYING WS-INDEX-STOCK FROM 1 BY 1
                       UNTIL WS-INDEX-STOCK GREATER THAN WS-NB-STOCKS
                          IF WS-STK-ARTICLE(WS-INDEX-STOCK) EQUAL
                          NOM-ARTICLE
                             SET WS-EST-TROUVE TO TRUE
                             ADD RESTE-ARTICLE
                             TO WS-STK-RESTE(WS-INDEX-STOCK)
                          END-IF
                       END-PERFORM
                       IF NOT WS-EST-TROUVE
                          ADD 1 TO WS-NB-STOCKS
                          MOVE NOM-ARTICLE
                          TO WS-STK-ARTICLE(WS-NB-STOCKS)
                          MOVE RESTE-ARTICLE
                          TO WS-STK-RESTE(WS-NB-STOCKS)
                          MOVE 0 TO WS-STK-RESERVE(WS-NB-STOCKS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVENTAIRE
           END-IF.

      *les réservations en cours diminuent le disponible
           OPEN INPUT RESERVATIONS.
           IF WS-RESERVATIONS-STATUS-OK
              PERFORM UNTIL WS-FIN-RESERVATIONS EQUAL "F"
                 READ RESERVATIONS
                    AT END
                       MOVE "F" TO WS-FIN-RESERVATIONS
                    NOT AT END
                       ADD 1 TO WS-NB-RESERVATIONS
                       MOVE NUM-COMMANDE1-RES
                       TO WS-RES-COMMANDE1(WS-NB-RESERVATIONS)
                       MOVE NUM-COMMANDE2-RES
                       TO WS-RES-COMMANDE2(WS-NB-RESERVATIONS)
                       MOVE ARTICLE-RES
                       TO WS-RES-ARTICLE(WS-NB-RESERVATIONS)
                       MOVE QTE-RES TO WS-RES-QTE(WS-NB-RESERVATIONS)
                       MOVE DATE-RES TO WS-RES-DATE(WS-NB-RESERVATIONS)
                       PERFORM VARYING WS-INDEX-STOCK FROM 1 BY 1
                       UNTIL WS-INDEX-STOCK GREATER THAN WS-NB-STOCKS
                          IF WS-STK-ARTICLE(WS-INDEX-STOCK) EQUAL
                          ARTICLE-RES
                             ADD QTE-RES
                             TO WS-STK-RESERVE(WS-INDEX-STOCK)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE RESERVATIONS
           END-IF.

           IF WS-MODE-GESTION
              PERFORM CONTROLE-NOUVELLES THRU CONTROLE-NOUVELLES-FIN
           END-IF.

      *les lignes réécrites sans celles des commandes rejetées
           OPEN OUTPUT LIGNES-NOUVEAU.
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              IF WS-LCD-SORT(WS-INDEX-LIGNE) NOT EQUAL "R"
                 MOVE SPACES TO LIGNE-DETAIL-NOUVEAU
                 MOVE WS-LCD-COMMANDE1(WS-INDEX-LIGNE)
                 TO NUM-COMMANDE1-DETN
                 MOVE WS-LCD-COMMANDE2(WS-INDEX-LIGNE)
                 TO NUM-COMMANDE2-DETN
                 MOVE WS-LCD-ARTICLE(WS-INDEX-LIGNE) TO ARTICLE-DETN
                 MOVE WS-LCD-QTE(WS-INDEX-LIGNE) TO QTE-DETN
                 MOVE WS-LCD-PRIX-UNIT(WS-INDEX-LIGNE)
                 TO PRIX-UNIT-DETN
                 MOVE WS-LCD-TAUX-TVA(WS-INDEX-LIGNE) TO TAUX-TVA-DETN
                 WRITE LIGNE-DETAIL-NOUVEAU
              END-IF
           END-PERFORM.
           CLOSE LIGNES-NOUVEAU.

      *les réservations réécrites avec celles du run
           OPEN OUTPUT RESERVATIONS-NOUVEAU.
           PERFORM VARYING WS-INDEX-RES FROM 1 BY 1
           UNTIL WS-INDEX-RES GREATER THAN WS-NB-RESERVATIONS
              MOVE SPACES TO LIGNE-RESERVATION-NOUVEAU
              MOVE WS-RES-COMMANDE1(WS-INDEX-RES) TO NUM-COMMANDE1-RESN
              MOVE WS-RES-COMMANDE2(WS-INDEX-RES) TO NUM-COMMANDE2-RESN
              MOVE WS-RES-ARTICLE(WS-INDEX-RES) TO ARTICLE-RESN
              MOVE WS-RES-QTE(WS-INDEX-RES) TO QTE-RESN
              MOVE WS-RES-DATE(WS-INDEX-RES) TO DATE-RESN
              WRITE LIGNE-RESERVATION-NOUVEAU
           END-PERFORM.
           CLOSE RESERVATIONS-NOUVEAU.

           STOP RUN.

      *on ventile chaque nouvelle commande : sous la limite, elle
              GO TO CONTROLE-NOUVELLES-FIN
           END-IF.

      *les lignes saisies avec les nouvelles commandes
           OPEN INPUT NOUVELLES-LIGNES.
           IF WS-NLIGNES-STATUS-OK
              PERFORM UNTIL WS-FIN-SAISIES EQUAL "F"
                 READ NOUVELLES-LIGNES
                    AT END
                       MOVE "F" TO WS-FIN-SAISIES
                    NOT AT END
                       ADD 1 TO WS-NB-SAISIES
                       MOVE NUM-COMMANDE1-SAI
                       TO WS-SAI-COMMANDE1(WS-NB-SAISIES)
                       MOVE NUM-COMMANDE2-SAI
                       TO WS-SAI-COMMANDE2(WS-NB-SAISIES)
                       MOVE ARTICLE-SAI TO WS-SAI-ARTICLE(WS-NB-SAISIES)
                       MOVE QTE-SAI TO WS-SAI-QTE(WS-NB-SAISIES)
                 END-READ
              END-PERFORM
              CLOSE NOUVELLES-LIGNES
           END-IF.
           OPEN INPUT LIGNES-REJETEES.
           IF WS-LREJ-STATUS-OK
              CLOSE LIGNES-REJETEES
              OPEN EXTEND LIGNES-REJETEES
           ELSE
              OPEN OUTPUT LIGNES-REJETEES
           END-IF.

           OPEN INPUT COMMANDE.
           IF WS-COMMANDE-STATUS-OK
              CLOSE COMMANDE
           CLOSE NOUVELLES.
           CLOSE COMMANDE.
           CLOSE BLOQUEES.
           CLOSE LIGNES-REJETEES.

      *les nouvelles commandes ventilées ne doivent pas repasser au
      *prochain run : le fichier est vidé, ses lignes aussi
           OPEN OUTPUT NOUVELLES-VIDE.
           CLOSE NOUVELLES-VIDE.
           OPEN OUTPUT NOUVELLES-LIGNES-VIDE.
           CLOSE NOUVELLES-LIGNES-VIDE.

           DISPLAY "Fin du traitement - " WS-NB-ACCEPTEES
              " acceptee(s), " WS-NB-BLOQUEES-RUN " bloquee(s), "
              WS-NB-REJETEES " rejetee(s), " WS-NB-LIGNES-REJETEES
              " ligne(s) refusee(s), " WS-NB-RESERVEES
              " reservation(s)".
       CONTROLE-NOUVELLES-FIN.
           EXIT.

      *on compare la nouvelle commande à la limite de son client :
      *encours + commandes acceptées ce run + la commande ; le
      *montant comparé est celui calculé sur ses lignes
       VENTILE-COMMANDE.
           MOVE NUM-COMMANDE1-NOUV TO WS-CDE-COMMANDE1.
           MOVE NUM-COMMANDE2-NOUV TO WS-CDE-COMMANDE2.
           PERFORM CHIFFRE-COMMANDE THRU CHIFFRE-COMMANDE-FIN.

      *une commande saisie sans ligne garde son montant saisi ;
      *une commande dont aucune ligne n'a pu être chiffrée est
      *rejetée
           IF WS-NB-LIGNES-SAISIES EQUAL 0
              MOVE MONTANT-NOUVELLE TO WS-MONTANT-CALCULE
           ELSE
              IF WS-NB-LIGNES-VALIDES EQUAL 0
                 ADD 1 TO WS-NB-REJETEES
                 DISPLAY "commande " NUM-COMMANDE1-NOUV " "
                 NUM-COMMANDE2-NOUV " rejetee, aucune ligne valide"
                 GO TO VENTILE-COMMANDE-FIN
              END-IF
              IF WS-MONTANT-CALCULE NOT EQUAL MONTANT-NOUVELLE
                 DISPLAY "commande " NUM-COMMANDE1-NOUV " "
                 NUM-COMMANDE2-NOUV " montant saisi "
                 MONTANT-NOUVELLE " remplace par le calcule "
                 WS-MONTANT-CALCULE
              END-IF
           END-IF.

           MOVE "N" TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
           IF NOT WS-CLIENT-EST-TROUVE
           OR (WS-CLIENT-LIMITE(WS-CLIENT-COURANT) GREATER THAN 0
           AND WS-CLIENT-ENCOURS(WS-CLIENT-COURANT)
           + WS-MONTANT-CALCULE GREATER THAN
           WS-CLIENT-LIMITE(WS-CLIENT-COURANT))
              ADD 1 TO WS-NB-BLOQUEES-RUN
              MOVE SPACES TO LIGNE-BLOQUEE
              MOVE NUM-CLIENT-NOUVELLE TO NUM-CLIENT-BLOQUEE
              MOVE NUM-COMMANDE1-NOUV TO NUM-COMMANDE1-BLQ
              MOVE NUM-COMMANDE2-NOUV TO NUM-COMMANDE2-BLQ
              MOVE DATE-NOUVELLE TO DATE-BLOQUEE
              MOVE WS-MONTANT-CALCULE TO MONTANT-BLOQUEE
              WRITE LIGNE-BLOQUEE
           ELSE
              ADD 1 TO WS-NB-ACCEPTEES
              ADD WS-MONTANT-CALCULE
              TO WS-CLIENT-ENCOURS(WS-CLIENT-COURANT)
              MOVE SPACES TO LIGNE-COMMANDE
              MOVE NUM-CLIENT-NOUVELLE TO NUM-CLIENT-COMMANDE
              MOVE NUM-COMMANDE1-NOUV TO NUM-COMMANDE1
              MOVE NUM-COMMANDE2-NOUV TO NUM-COMMANDE2
              MOVE DATE-NOUVELLE TO DATE-COMMANDE
              MOVE WS-MONTANT-CALCULE TO MONTANT-COMMANDE
              WRITE LIGNE-COMMANDE
              PERFORM RESERVE-COMMANDE THRU RESERVE-COMMANDE-FIN
           END-IF.
       VENTILE-COMMANDE-FIN.
           EXIT.
                 WHEN "l"
                    ADD 1 TO WS-NB-LIBEREES
                    MOVE "L" TO WS-BLQ-SORT(WS-INDEX-BLQ)
                    MOVE SPACES TO LIGNE-COMMANDE
                    MOVE WS-BLQ-CLIENT(WS-INDEX-BLQ)
                    TO NUM-CLIENT-COMMANDE
                    MOVE WS-BLQ-COMMANDE1(WS-INDEX-BLQ)
                    MOVE WS-BLQ-MONTANT(WS-INDEX-BLQ)
                    TO MONTANT-COMMANDE
                    WRITE LIGNE-COMMANDE
                    MOVE WS-BLQ-COMMANDE1(WS-INDEX-BLQ)
                    TO WS-CDE-COMMANDE1
                    MOVE WS-BLQ-COMMANDE2(WS-INDEX-BLQ)
                    TO WS-CDE-COMMANDE2
                    PERFORM RESERVE-COMMANDE THRU RESERVE-COMMANDE-FIN
                 WHEN "R"
                 WHEN "r"
                    ADD 1 TO WS-NB-REJETEES
                    MOVE "R" TO WS-BLQ-SORT(WS-INDEX-BLQ)
      *les lignes d'une commande rejetée disparaissent
                    PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
                    UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
                       IF WS-LCD-COMMANDE1(WS-INDEX-LIGNE) EQUAL
                       WS-BLQ-COMMANDE1(WS-INDEX-BLQ)
                       AND WS-LCD-COMMANDE2(WS-INDEX-LIGNE) EQUAL
                       WS-BLQ-COMMANDE2(WS-INDEX-BLQ)
                          MOVE "R" TO WS-LCD-SORT(WS-INDEX-LIGNE)
                       END-IF
                    END-PERFORM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           PERFORM VARYING WS-INDEX-BLQ FROM 1 BY 1
           UNTIL WS-INDEX-BLQ GREATER THAN WS-NB-BLOQUEES
              IF WS-BLQ-SORT(WS-INDEX-BLQ) EQUAL "A"
                 MOVE SPACES TO LIGNE-BLOQUEE-NOUVEAU
                 MOVE WS-BLQ-CLIENT(WS-INDEX-BLQ)
                 TO NUM-CLIENT-BLQN
                 MOVE WS-BLQ-COMMANDE1(WS-INDEX-BLQ)
              " liberee(s), " WS-NB-REJETEES " rejetee(s)".
       GERE-BLOQUEES-FIN.
           EXIT.

      *on chiffre la commande WS-CDE-COMMANDE1/2 sur ses lignes
      *saisies : chaque produit connu du catalogue et non
      *discontinué rejoint les lignes chiffrées à son prix TTC et
      *son taux de TVA ; les autres sont refusées avec leur motif
       CHIFFRE-COMMANDE.
           MOVE 0 TO WS-MONTANT-CALCULE.
           MOVE 0 TO WS-NB-LIGNES-SAISIES.
           MOVE 0 TO WS-NB-LIGNES-VALIDES.
           PERFORM VARYING WS-INDEX-SAISIE FROM 1 BY 1
           UNTIL WS-INDEX-SAISIE GREATER THAN WS-NB-SAISIES
              IF WS-SAI-COMMANDE1(WS-INDEX-SAISIE) EQUAL
              WS-CDE-COMMANDE1
              AND WS-SAI-COMMANDE2(WS-INDEX-SAISIE) EQUAL
              WS-CDE-COMMANDE2
                 ADD 1 TO WS-NB-LIGNES-SAISIES
                 PERFORM CHIFFRE-LIGNE THRU CHIFFRE-LIGNE-FIN
              END-IF
           END-PERFORM.
       CHIFFRE-COMMANDE-FIN.
           EXIT.

      *la ligne saisie WS-INDEX-SAISIE ; le produit est reconnu sur
      *les 10 premiers caractères de son nom, comme à l'inventaire
       CHIFFRE-LIGNE.
           MOVE SPACES TO LIGNE-REJETEE.
           MOVE WS-DATE-JOUR TO DATE-REJ.
           MOVE WS-CDE-COMMANDE1 TO NUM-COMMANDE1-REJ.
           MOVE WS-CDE-COMMANDE2 TO NUM-COMMANDE2-REJ.
           MOVE WS-SAI-ARTICLE(WS-INDEX-SAISIE) TO ARTICLE-REJ.
           MOVE WS-SAI-QTE(WS-INDEX-SAISIE) TO QTE-REJ.
           IF WS-SAI-QTE(WS-INDEX-SAISIE) EQUAL 0
              MOVE "quantite nulle" TO MOTIF-REJ
              ADD 1 TO WS-NB-LIGNES-REJETEES
              WRITE LIGNE-REJETEE
              GO TO CHIFFRE-LIGNE-FIN
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF WS-PRD-NOM(WS-INDEX-PRODUIT)(1:10) EQUAL
              WS-SAI-ARTICLE(WS-INDEX-SAISIE)
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-PRODUIT TO WS-PRODUIT-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              MOVE "produit inconnu" TO MOTIF-REJ
              ADD 1 TO WS-NB-LIGNES-REJETEES
              WRITE LIGNE-REJETEE
              GO TO CHIFFRE-LIGNE-FIN
           END-IF.
           IF WS-PRD-ETAT(WS-PRODUIT-COURANT) EQUAL "D"
              MOVE "produit discontinue" TO MOTIF-REJ
              ADD 1 TO WS-NB-LIGNES-REJETEES
              WRITE LIGNE-REJETEE
              GO TO CHIFFRE-LIGNE-FIN
           END-IF.

           ADD 1 TO WS-NB-LIGNES-VALIDES.
           ADD 1 TO WS-NB-LIGNES.
           MOVE WS-CDE-COMMANDE1 TO WS-LCD-COMMANDE1(WS-NB-LIGNES).
           MOVE WS-CDE-COMMANDE2 TO WS-LCD-COMMANDE2(WS-NB-LIGNES).
           MOVE WS-SAI-ARTICLE(WS-INDEX-SAISIE)
           TO WS-LCD-ARTICLE(WS-NB-LIGNES).
           MOVE WS-SAI-QTE(WS-INDEX-SAISIE) TO WS-LCD-QTE(WS-NB-LIGNES).
           MOVE WS-PRD-PRIX(WS-PRODUIT-COURANT)
           TO WS-LCD-PRIX-UNIT(WS-NB-LIGNES).
           MOVE WS-PRD-TAUX-TVA(WS-PRODUIT-COURANT)
           TO WS-LCD-TAUX-TVA(WS-NB-LIGNES).
           MOVE "A" TO WS-LCD-SORT(WS-NB-LIGNES).
           COMPUTE WS-MONTANT-CALCULE = WS-MONTANT-CALCULE
           + WS-LCD-QTE(WS-NB-LIGNES) * WS-LCD-PRIX-UNIT(WS-NB-LIGNES).
       CHIFFRE-LIGNE-FIN.
           EXIT.

      *la commande WS-CDE-COMMANDE1/2 acceptée réserve le stock de
      *chacune de ses lignes, dans la limite du disponible (stock
      *de tous les dépôts moins les réservations en cours) ; le
      *manque sera mis en reliquat au prélèvement
       RESERVE-COMMANDE.
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              IF WS-LCD-COMMANDE1(WS-INDEX-LIGNE) EQUAL
              WS-CDE-COMMANDE1
              AND WS-LCD-COMMANDE2(WS-INDEX-LIGNE) EQUAL
              WS-CDE-COMMANDE2
                 PERFORM RESERVE-LIGNE THRU RESERVE-LIGNE-FIN
              END-IF
           END-PERFORM.
       RESERVE-COMMANDE-FIN.
           EXIT.

       RESERVE-LIGNE.
           MOVE 0 TO WS-DISPONIBLE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-STOCK FROM 1 BY 1
           UNTIL WS-INDEX-STOCK GREATER THAN WS-NB-STOCKS
              IF WS-STK-ARTICLE(WS-INDEX-STOCK) EQUAL
              WS-LCD-ARTICLE(WS-INDEX-LIGNE)
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-STOCK TO WS-STOCK-COURANT
              END-IF
           END-PERFORM.
           IF WS-EST-TROUVE
              IF WS-STK-RESTE(WS-STOCK-COURANT) GREATER THAN
              WS-STK-RESERVE(WS-STOCK-COURANT)
                 COMPUTE WS-DISPONIBLE =
                 WS-STK-RESTE(WS-STOCK-COURANT)
                 - WS-STK-RESERVE(WS-STOCK-COURANT)
              END-IF
           END-IF.

           IF WS-DISPONIBLE LESS THAN WS-LCD-QTE(WS-INDEX-LIGNE)
              MOVE WS-DISPONIBLE TO WS-QTE-RESERVEE
              DISPLAY "commande " WS-CDE-COMMANDE1 " "
              WS-CDE-COMMANDE2 " " WS-LCD-ARTICLE(WS-INDEX-LIGNE)
              " reserve " WS-QTE-RESERVEE " sur "
              WS-LCD-QTE(WS-INDEX-LIGNE) ", stock insuffisant"
           ELSE
              MOVE WS-LCD-QTE(WS-INDEX-LIGNE) TO WS-QTE-RESERVEE
           END-IF.
           IF WS-QTE-RESERVEE EQUAL 0
              GO TO RESERVE-LIGNE-FIN
           END-IF.

           ADD WS-QTE-RESERVEE TO WS-STK-RESERVE(WS-STOCK-COURANT).
           ADD 1 TO WS-NB-RESERVEES.
           ADD 1 TO WS-NB-RESERVATIONS.
           MOVE WS-CDE-COMMANDE1
           TO WS-RES-COMMANDE1(WS-NB-RESERVATIONS).
           MOVE WS-CDE-COMMANDE2
           TO WS-RES-COMMANDE2(WS-NB-RESERVATIONS).
           MOVE WS-LCD-ARTICLE(WS-INDEX-LIGNE)
           TO WS-RES-ARTICLE(WS-NB-RESERVATIONS).
           MOVE WS-QTE-RESERVEE TO WS-RES-QTE(WS-NB-RESERVATIONS).
           MOVE WS-DATE-JOUR TO WS-RES-DATE(WS-NB-RESERVATIONS).
       RESERVE-LIGNE-FIN.
           EXIT.

      *l'encours de chaque client pris dans les totaux de
      *commandes de file2.cbl, faute de lettrage
       CHARGE-TOTAUX.
           OPEN INPUT TOTAUX.
           IF WS-TOTAUX-STATUS-OK
              PERFORM UNTIL WS-FIN-TOTAUX EQUAL "F"
                 READ TOTAUX
                    AT END
                       MOVE "F" TO WS-FIN-TOTAUX
                    NOT AT END
                       PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                       UNTIL WS-INDEX-CLIENT GREATER THAN
                       WS-NB-CLIENTS
                          IF WS-CLIENT-NUM(WS-INDEX-CLIENT) EQUAL
                          NUM-CLIENT-TOTAUX
                             MOVE MONTANT-TOTAL-CLIENT
                             TO WS-CLIENT-ENCOURS(WS-INDEX-CLIENT)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE TOTAUX
           ELSE
              DISPLAY "commandes-totaux.txt absent, encours a zero"
           END-IF.
       CHARGE-TOTAUX-FIN.
           EXIT.

      *la pièce ouverte lue s'ajoute à l'encours de son client ;
      *un crédit non affecté le diminue sans le rendre négatif
       CUMULE-ENCOURS.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-NUM(WS-INDEX-CLIENT) EQUAL NUM-CLIENT-ENC
                 IF NATURE-ENC EQUAL "R"
                    IF RESTE-ENC GREATER THAN
                    WS-CLIENT-ENCOURS(WS-INDEX-CLIENT)
                       MOVE 0 TO WS-CLIENT-ENCOURS(WS-INDEX-CLIENT)
                    ELSE
                       SUBTRACT RESTE-ENC
                       FROM WS-CLIENT-ENCOURS(WS-INDEX-CLIENT)
                    END-IF
                 ELSE
                    ADD RESTE-ENC TO WS-CLIENT-ENCOURS(WS-INDEX-CLIENT)
                 END-IF
              END-IF
           END-PERFORM.
       CUMULE-ENCOURS-FIN.
           EXIT.
