       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les livraisons reçues du fournisseur : article, quantité
      *reçue, date de livraison et prix unitaire facturé
           SELECT LIVRAISONS ASSIGN TO "livraisons.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIVR-STATUS.
           ASSIGN TO "inventaire-controle.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le coût moyen pondéré d'achat (PMP) de chaque article,
      *recalculé à chaque réception puis réécrit ; la clôture
      *mensuelle valorise le stock à ce coût
           SELECT COUTS ASSIGN TO "couts-moyens.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COUTS-STATUS.

           SELECT COUTS-NOUVEAU ASSIGN TO "couts-moyens.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le journal des mouvements de stock, commun à tous les
      *programmes qui touchent l'inventaire : chaque réception y
      *laisse une trace datée, jamais réécrite
           ASSIGN TO "rapport-reception.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le calendrier des périodes comptables : une livraison datée
      *dans un mois de stock clos entre dans la période ouverte
           COPY "../../copybooks/periodes-select.copy".

       DATA DIVISION.
       FILE SECTION.
      *chaque ligne de livraison porte le dépôt destinataire, le
      *numéro de lot et la date limite de consommation du lot
      *(zéro pour un article non périssable), puis le prix unitaire
      *facturé par le fournisseur
       FD LIVRAISONS.
       01 LIGNE-LIVRAISON.
           05 NOM-ARTICLE-LIVR PIC X(10).
           05 LOT-LIVR         PIC X(8).
           05 FILLER           PIC X.
           05 DLC-LIVR         PIC 9(8).
           05 FILLER           PIC X.
           05 PRIX-LIVR        PIC 9(4)V99.

      *l'inventaire porte le code du dépôt qui détient chaque ligne
       FD INVENTAIRE.
           05 FILLER              PIC X.
           05 TOTAL-INV-CTRL      PIC 9(16).

      *un coût moyen : article, PMP à quatre décimales et date de
      *la dernière réception qui l'a recalculé
       FD COUTS.
       01 LIGNE-COUT.
           05 ARTICLE-COUT PIC X(10).
           05 FILLER       PIC X.
           05 PMP-COUT     PIC 9(5)V9(4).
           05 FILLER       PIC X.
           05 DATE-COUT    PIC 9(8).

       FD COUTS-NOUVEAU.
       01 LIGNE-COUT-NOUVEAU.
           05 ARTICLE-COUT-N PIC X(10).
           05 FILLER         PIC X.
           05 PMP-COUT-N     PIC 9(5)V9(4).
           05 FILLER         PIC X.
           05 DATE-COUT-N    PIC 9(8).

      *un mouvement : date, programme d'origine, type (R reçu,
      *V vendu, S stock constaté), article, dépôt et quantité
       FD MOUVEMENTS.

       FD RAPPORT-RECEPTION.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(120).

       COPY "../../copybooks/periodes-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/periodes-ws.copy".

      *les statuts des fichiers qui peuvent manquer un jour de
      *réception sans livraison ou sans commande en cours
       01 WS-LIVR-STATUS PIC X(2) VALUE SPACES.
           88 WS-MOUVEMENTS-STATUS-OK VALUE "00".
       01 WS-RELIQUATS-STATUS PIC X(2) VALUE SPACES.
           88 WS-RELIQUATS-STATUS-OK VALUE "00".
       01 WS-COUTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-COUTS-STATUS-OK VALUE "00".

      *les coûts moyens chargés en mémoire, recalculés par les
      *livraisons puis réécrits
       01 WS-FIN-COUTS PIC X VALUE "C".
       01 WS-NB-COUTS PIC 9(4) VALUE 0.
       01 WS-COUT OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-COUTS.
           05 WS-COUT-ARTICLE PIC X(10).
           05 WS-COUT-PMP     PIC 9(5)V9(4).
           05 WS-COUT-DATE    PIC 9(8).
       01 WS-INDEX-COUT PIC 9(4).
       01 WS-COUT-COURANT PIC 9(4).

      *le recalcul du PMP : stock de l'article tous dépôts
      *confondus avant la livraison, et prix retenu pour la
      *quantité reçue
       01 WS-STOCK-AVANT PIC 9(7).
       01 WS-PRIX-RECU   PIC 9(5)V9(4).
       01 WS-NB-PMP      PIC 9(4) VALUE 0.

      *les reliquats chargés en mémoire, dans l'ordre du fichier
      *(donc du plus ancien au plus récent)

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           COPY "../../copybooks/periodes-init.copy".
           MOVE "STOCK" TO WS-PER-DOMAINE-CHERCHE.
           MOVE "reception" TO WS-PER-PROGRAMME.
           PERFORM OUVRE-TARDIFS THRU OUVRE-TARDIFS-FIN.

      *le journal des mouvements est poursuivi, jamais écrasé
           OPEN INPUT MOUVEMENTS.
           IF WS-MOUVEMENTS-STATUS-OK
              CLOSE LOTS
           END-IF.

      *on recharge les coûts moyens s'ils existent déjà
           OPEN INPUT COUTS.
           IF WS-COUTS-STATUS-OK
              PERFORM UNTIL WS-FIN-COUTS EQUAL "F"
                 READ COUTS
                    AT END
                       MOVE "F" TO WS-FIN-COUTS
                    NOT AT END
                       ADD 1 TO WS-NB-COUTS
                       MOVE ARTICLE-COUT TO WS-COUT-ARTICLE(WS-NB-COUTS)
                       MOVE PMP-COUT TO WS-COUT-PMP(WS-NB-COUTS)
                       MOVE DATE-COUT TO WS-COUT-DATE(WS-NB-COUTS)
                 END-READ
              END-PERFORM
              CLOSE COUTS
           END-IF.

           OPEN OUTPUT RAPPORT-RECEPTION.

      *on lit les livraisons : chaque quantité reçue rejoint le
           PERFORM VARYING WS-INDEX-RELIQUAT FROM 1 BY 1
           UNTIL WS-INDEX-RELIQUAT GREATER THAN WS-NB-RELIQUATS
              IF WS-RELIQUAT-QTE(WS-INDEX-RELIQUAT) GREATER THAN 0
                 MOVE SPACES TO LIGNE-RELIQUAT-NOUVEAU
                 MOVE WS-RELIQUAT-DATE(WS-INDEX-RELIQUAT)
                 TO DATE-RELIQUAT-N
                 MOVE WS-RELIQUAT-CLIENT(WS-INDEX-RELIQUAT)

      *l'encadrement de contrôle de l'inventaire réécrit
           OPEN OUTPUT CONTROLE-INVENTAIRE.
           MOVE SPACES TO LIGNE-CONTROLE-INVENTAIRE.
           MOVE "reception" TO PRODUCTEUR-INV-CTRL.
           MOVE WS-DATE-JOUR TO DATE-INV-CTRL.
           MOVE WS-NB-ARTICLES TO NOMBRE-INV-CTRL.
           OPEN OUTPUT LOTS-NOUVEAU.
           PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
           UNTIL WS-INDEX-LOT GREATER THAN WS-NB-LOTS
              MOVE SPACES TO LIGNE-LOT-NOUVEAU
              MOVE WS-LOT-NOM(WS-INDEX-LOT) TO NOM-ARTICLE-LOT-N
              MOVE WS-LOT-DEPOT(WS-INDEX-LOT) TO DEPOT-LOT-N
              MOVE WS-LOT-NUMERO(WS-INDEX-LOT) TO NUMERO-LOT-N
           END-PERFORM.
           CLOSE LOTS-NOUVEAU.

      *les coûts moyens recalculés remplacent les anciens
           OPEN OUTPUT COUTS-NOUVEAU.
           PERFORM VARYING WS-INDEX-COUT FROM 1 BY 1
           UNTIL WS-INDEX-COUT GREATER THAN WS-NB-COUTS
              MOVE SPACES TO LIGNE-COUT-NOUVEAU
              MOVE WS-COUT-ARTICLE(WS-INDEX-COUT) TO ARTICLE-COUT-N
              MOVE WS-COUT-PMP(WS-INDEX-COUT) TO PMP-COUT-N
              MOVE WS-COUT-DATE(WS-INDEX-COUT) TO DATE-COUT-N
              WRITE LIGNE-COUT-NOUVEAU
           END-PERFORM.
           CLOSE COUTS-NOUVEAU.

      *on rapproche chaque ligne du bon de commande des quantités
      *réellement livrées
           OPEN INPUT BONCOMMANDE.
           STRING "--- " WS-NB-CONFORMES " conforme(s), "
           WS-NB-INCOMPLETES " incomplete(s), "
           WS-NB-EXCEDENTS " excedentaire(s), "
           WS-NB-SANS-LIVR " sans livraison, "
           WS-NB-PMP " cout(s) moyen(s) recalcule(s) ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-RECEPTION.
           CLOSE F-TARDIFS.

           DISPLAY "Fin du traitement - " WS-NB-CONFORMES
           " conforme(s), " WS-NB-SANS-LIVR " sans livraison, "
           WS-NB-TARDIFS " livraison(s) tardive(s)".

           STOP RUN.

              MOVE "D1" TO DEPOT-LIVR
           END-IF.

      *le coût moyen se recalcule avant que la quantité reçue ne
      *rejoigne le stock
           PERFORM RECALCULE-PMP THRU RECALCULE-PMP-FIN.

      *la réception part au journal des mouvements ; livrée dans un
      *mois de stock déjà clos, elle entre dans la période ouverte
      *et est listée comme tardive
           MOVE SPACES TO LIGNE-MOUVEMENT.
           MOVE WS-DATE-JOUR TO DATE-MVT.
           MOVE DATE-LIVRAISON TO WS-PER-DATE-CHERCHE.
           PERFORM CONTROLE-PERIODE THRU CONTROLE-PERIODE-FIN.
           IF WS-PER-EST-CLOS
              MOVE WS-PER-DATE-RETENUE TO DATE-MVT
              MOVE "D" TO WS-PER-ACTION
              MOVE SPACES TO WS-PER-REFERENCE
              STRING "livraison " NOM-ARTICLE-LIVR " lot " LOT-LIVR
              INTO WS-PER-REFERENCE
              PERFORM NOTE-TARDIF THRU NOTE-TARDIF-FIN
              MOVE SPACES TO LIGNE-RAPPORT-CONTENU
              STRING "LIVRAISON TARDIVE " NOM-ARTICLE-LIVR
              " livree le " DATE-LIVRAISON
              " (mois clos), entree au " WS-PER-DATE-RETENUE
              INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
           END-IF.
           MOVE "reception" TO PROGRAMME-MVT.
           MOVE "R" TO TYPE-MVT.
           MOVE NOM-ARTICLE-LIVR TO ARTICLE-MVT.
       TRAITE-LIVRAISON-FIN.
           EXIT.

      *le PMP de l'article livré devient la moyenne du stock déjà
      *détenu (tous dépôts, à l'ancien PMP) et de la quantité reçue
      *au prix facturé ; sans prix facturé la quantité entre à
      *l'ancien PMP, et le premier PMP d'un article est son prix
      *facturé
       RECALCULE-PMP.
           MOVE 0 TO WS-STOCK-AVANT.
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
              IF WS-NOM-ARTICLE(WS-INDEX-ARTICLE) EQUAL
              NOM-ARTICLE-LIVR
                 ADD WS-RESTE-ARTICLE(WS-INDEX-ARTICLE)
                 TO WS-STOCK-AVANT
              END-IF
           END-PERFORM.

           MOVE 0 TO WS-COUT-COURANT.
           PERFORM VARYING WS-INDEX-COUT FROM 1 BY 1
           UNTIL WS-INDEX-COUT GREATER THAN WS-NB-COUTS
              IF WS-COUT-ARTICLE(WS-INDEX-COUT) EQUAL NOM-ARTICLE-LIVR
                 MOVE WS-INDEX-COUT TO WS-COUT-COURANT
              END-IF
           END-PERFORM.

           IF PRIX-LIVR IS NOT NUMERIC OR PRIX-LIVR EQUAL 0
              MOVE SPACES TO LIGNE-RAPPORT-CONTENU
              STRING "PRIX ABSENT " NOM-ARTICLE-LIVR
              " livre le " DATE-LIVRAISON
              " -- cout moyen inchange"
              INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              GO TO RECALCULE-PMP-FIN
           END-IF.
           MOVE PRIX-LIVR TO WS-PRIX-RECU.

           IF WS-COUT-COURANT EQUAL 0
              ADD 1 TO WS-NB-COUTS
              MOVE WS-NB-COUTS TO WS-COUT-COURANT
              MOVE NOM-ARTICLE-LIVR TO WS-COUT-ARTICLE(WS-COUT-COURANT)
              MOVE WS-PRIX-RECU TO WS-COUT-PMP(WS-COUT-COURANT)
           ELSE
              IF WS-STOCK-AVANT + QTE-LIVREE GREATER THAN 0
                 COMPUTE WS-COUT-PMP(WS-COUT-COURANT) ROUNDED =
                    (WS-STOCK-AVANT * WS-COUT-PMP(WS-COUT-COURANT)
                    + QTE-LIVREE * WS-PRIX-RECU)
                    / (WS-STOCK-AVANT + QTE-LIVREE)
              END-IF
           END-IF.
           MOVE WS-DATE-JOUR TO WS-COUT-DATE(WS-COUT-COURANT).
           ADD 1 TO WS-NB-PMP.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "PMP " NOM-ARTICLE-LIVR
           " stock " WS-STOCK-AVANT " + recu " QTE-LIVREE
           " -> cout moyen " WS-COUT-PMP(WS-COUT-COURANT)(1:5) ","
           WS-COUT-PMP(WS-COUT-COURANT)(6:4)
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
       RECALCULE-PMP-FIN.
           EXIT.

      *on sert le reliquat WS-INDEX-RELIQUAT avec le stock
      *disponible de son article (les dix premiers caractères du
      *nom catalogue font la clé de l'inventaire) ; servi même
      *la sortie de stock du reliquat servi part au journal des
      *mouvements, comme une vente, pour que la reconstitution de
      *verifstock retombe sur l'inventaire réécrit
                 MOVE SPACES TO LIGNE-MOUVEMENT
                 MOVE WS-DATE-JOUR TO DATE-MVT
                 MOVE "reception" TO PROGRAMME-MVT
                 MOVE "V" TO TYPE-MVT
           END-IF.
       RAPPROCHE-COMMANDE-FIN.
           EXIT.

       COPY "../../copybooks/periodes-controle.copy".
